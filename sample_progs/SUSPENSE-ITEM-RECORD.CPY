000100*   RESOLVED ITEM TO THE RIGHT ACCOUNT AS A DOCUMENTED           *
000110*   TRANSFER PAIR AND FLIPS THE STATUS TO T.                     *
000120*                                                                *
000121*   A PAYMENT LEDGER-POST HOLDS AS A SUSPECTED DUPLICATE LANDS   *
000122*   HERE TOO, WITH HOLD REASON D: THE ACCOUNT IT WAS FOR, THE    *
000123*   UID IT POSTED UNDER ON THE SUSPENSE ACCOUNT, THE BATCH IT    *
000124*   CAME IN ON, AND THE EARLIER PAYMENT IT MATCHED.  AN ITEM     *
000125*   FROM THE LOCKBOX HAS A BLANK HOLD REASON.  A DUPLICATE       *
000126*   RETURNED TO THE PAYER CLOSES WITH STATUS R.                  *
000127*                                                                *
000130*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000140*   E.G. ==SU-== FOR A FILE RECORD.                              *
000150*                                                                *
000190        10  (TAG)ITEM-SEQ         PIC 9(03).
000200    05  (TAG)PAYER-NAME           PIC X(40).
000210    05  (TAG)CHECK-NO             PIC X(10).
000220    05  (TAG)AMOUNT               PIC 9(09)V9(02).
000230    05  (TAG)ITEM-STATUS          PIC X(01).
000240        88  (TAG)SUSPENSE-OPEN             VALUE 'O'.
000250        88  (TAG)SUSPENSE-TRANSFERRED      VALUE 'T'.
000255        88  (TAG)SUSPENSE-RETURNED         VALUE 'R'.
000260    05  (TAG)RESOLVED-ACCOUNT     PIC 9(07).
000270    05  (TAG)RESOLVED-BY          PIC X(10).
000280    05  (TAG)RESOLVED-DATE        PIC 9(08).
000290    05  (TAG)HOLD-REASON          PIC X(01).
000300        88  (TAG)HELD-UNMATCHED            VALUE SPACE.
000310        88  (TAG)HELD-DUPLICATE            VALUE 'D'.
000320    05  (TAG)HELD-ACCOUNT         PIC 9(07).
000330    05  (TAG)HELD-UID             PIC 9(09).
000340    05  (TAG)HELD-BATCH           PIC 9(06).
000350    05  (TAG)MATCHED-UID          PIC 9(09).
000360    05  (TAG)MATCHED-DATE         PIC 9(08).
