000010******************************************************************
000020*                                                                *
000030*   RETURNED-CHECK-RECORD.CPY                                    *
000040*                                                                *
000050*   ONE PAPER CHECK THE BANK SENT BACK UNPAID -- A LOCKBOX OR    *
000060*   COUNTER PAYMENT KEYED ON RETURNED-CHECK-ENTRY.  THE ENTRY    *
000070*   SCREEN FINDS THE CREDIT THE CHECK POSTED AS AND RECORDS IT   *
000080*   HERE OPEN; THE DAILY RETURNED-CHECK-JOB BATCHES THE          *
000090*   REVERSAL AND THE RETURNED-CHECK FEE FOR LEDGER-POST, MARKS   *
000100*   THE RECORD BATCHED AND PRINTS THE DAY'S REGISTER FOR THE     *
000110*   CASH DESK.  THE FILE ALSO SERVES AS THE ACCOUNT'S BOUNCE     *
000120*   HISTORY -- A SECOND RETURN INSIDE TWELVE MONTHS MAKES THE    *
000130*   ACCOUNT CASH ONLY.                                           *
000140*                                                                *
000150*   (TAG)RETURN-KEY IS THE RECORD KEY -- ACCOUNT, THEN THE UID   *
000160*   OF THE CREDIT THE CHECK POSTED AS, SO ONE CREDIT CAN ONLY    *
000170*   BE RETURNED ONCE AND AN ACCOUNT'S RETURNS READ TOGETHER.     *
000180*                                                                *
000190*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000200*   E.G. ==RT-== FOR A FILE RECORD.                              *
000210*                                                                *
000220******************************************************************
000230     05  (TAG)RETURN-KEY.
000240         10  (TAG)ACCOUNT-ID       PIC 9(07).
000250         10  (TAG)CREDIT-UID       PIC 9(09).
000260     05  (TAG)COMPANY-CODE         PIC X(02).
000270     05  (TAG)CHECK-NO             PIC X(10).
000280     05  (TAG)CHECK-AMOUNT         PIC 9(09)V9(02).
000290*   WHERE THE CHECK CAME IN, AND THE DATE ITS CREDIT POSTED.
000300     05  (TAG)PAYMENT-SOURCE       PIC X(01).
000310         88  (TAG)FROM-LOCKBOX              VALUE 'L'.
000320         88  (TAG)FROM-COUNTER              VALUE 'K'.
000330     05  (TAG)PAYMENT-DATE         PIC 9(08).
000340     05  (TAG)RETURN-DATE          PIC 9(08).
000350     05  (TAG)RETURN-TIME          PIC X(08).
000360     05  (TAG)CLERK-ID             PIC X(10).
000370*   THE RETURNED-CHECK FEE ASSESSED (ZERO WHEN WAIVED), AND
000380*   WHETHER THIS RETURN MADE THE ACCOUNT CASH ONLY.
000390     05  (TAG)FEE-AMOUNT           PIC 9(04)V9(02).
000400     05  (TAG)CASH-ONLY-SET        PIC X(01).
000410         88  (TAG)MADE-CASH-ONLY            VALUE 'Y'.
000420     05  (TAG)BATCH-STATUS         PIC X(01).
000430         88  (TAG)RETURN-OPEN               VALUE 'O'.
000440         88  (TAG)RETURN-BATCHED            VALUE 'B'.
000450     05  (TAG)BATCH-DATE           PIC 9(08).
