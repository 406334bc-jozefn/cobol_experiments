000010******************************************************************
000020*                                                                *
000030*   CREDIT-APPLICATION-RECORD.CPY                                *
000040*                                                                *
000050*   ONE PIECE OF A POSTED CREDIT APPLIED TO ONE OPEN ITEM.       *
000060*   LEDGER-POST WRITES ONE OF THESE EVERY TIME IT APPLIES A      *
000070*   CREDIT (OR PART OF ONE) TO AN OPEN ITEM, SO THE FILE SAYS    *
000080*   EXACTLY WHICH CHARGES A PAYMENT PAID.  WHEN THE PAYMENT IS   *
000090*   LATER REVERSED (A BOUNCED CHECK OR AN ACH RETURN), THE       *
000100*   REVERSAL REOPENS THOSE SAME ITEMS BY THE AMOUNTS RECORDED    *
000110*   HERE AND MARKS EACH PIECE REVERSED.                          *
000120*                                                                *
000130*   (TAG)APPLICATION-KEY IS THE RECORD KEY -- ACCOUNT, THE       *
000140*   CREDIT'S UID, THEN THE ITEM'S UID, SO ONE CREDIT'S PIECES    *
000150*   READ BACK TOGETHER.                                          *
000160*                                                                *
000170*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000180*   E.G. ==CA-== FOR A FILE RECORD.                              *
000190*                                                                *
000200******************************************************************
000210     05  (TAG)APPLICATION-KEY.
000220         10  (TAG)ACCOUNT-ID       PIC 9(07).
000230         10  (TAG)CREDIT-UID       PIC 9(09).
000240         10  (TAG)ITEM-UID         PIC 9(09).
000250     05  (TAG)COMPANY-CODE         PIC X(02).
000260     05  (TAG)APPLIED-AMOUNT       PIC 9(09)V9(02).
000270     05  (TAG)APPLIED-DATE         PIC 9(08).
000280     05  (TAG)APPLICATION-STATUS   PIC X(01).
000290         88  (TAG)APPLICATION-ACTIVE         VALUE 'A'.
000300         88  (TAG)APPLICATION-REVERSED       VALUE 'R'.
000310*   THE REVERSAL THAT TOOK THE PIECE BACK, AND WHEN.  ZERO WHILE
000320*   THE PIECE STANDS.
000330     05  (TAG)REVERSAL-UID         PIC 9(09).
000340     05  (TAG)REVERSED-DATE        PIC 9(08).
