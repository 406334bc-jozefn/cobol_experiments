000010******************************************************************
000020*                                                                *
000030*   DEPOSIT-ITEM-RECORD.CPY                                     *
000040*                                                                *
000050*   ONE DEPOSIT ON EITHER SIDE OF THE DAILY DEPOSIT              *
000060*   RECONCILIATION.  THE BOOK SIDE (BOOK-DEPOSITS.IDX) IS        *
000070*   WRITTEN THROUGH BOOK-DEPOSIT-LOG BY THE RUNS THAT TAKE       *
000080*   MONEY IN -- LOCKBOX-IMPORT (THE DAY'S LOCKBOX DEPOSIT),      *
000087*   DRAWER-CLOSEOUT (THE DRAWER DEPOSIT), ACH-EXPORT (THE        *
000094*   AUTOPAY DRAFT SETTLEMENT) AND CARD-SETTLEMENT-IMPORT (THE    *
000101*   CARD PROCESSOR'S NET SETTLEMENT), AND LITIGATION-MAINT (A    *
000103*   GARNISHMENT RECEIPT ON A LITIGATED ACCOUNT).  THE BANK SIDE  *
000108*   (BANK-CREDITS.IDX) IS EVERY CREDIT ON THE BANK'S DAILY       *
000115*   STATEMENT, LOADED BY BANK-DEPOSIT-RECONCILE, WHICH MATCHES   *
000122*   THE TWO AND LEAVES WHATEVER IS STILL OPEN TO BE TRIED AGAIN  *
000129*   THE NEXT DAY.                                                *
000140*                                                                *
000150*   (TAG)ITEM-KEY IS THE RECORD KEY -- THE DEPOSIT (OR BANK      *
000160*   POSTING) DATE, THE SOURCE, AND A SEQUENCE WITHIN THE DAY.    *
000170*   (TAG)MATCHED-KEY HOLDS THE OTHER SIDE'S ITEM-KEY ONCE THE    *
000180*   TWO ARE MATCHED.                                             *
000190*                                                                *
000200*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000210*   E.G. ==BK-== FOR A FILE RECORD.                              *
000220*                                                                *
000230******************************************************************
000240    05  (TAG)ITEM-KEY.
000250        10  (TAG)ITEM-DATE        PIC 9(08).
000260        10  (TAG)SOURCE           PIC X(01).
000270            88  (TAG)FROM-LOCKBOX          VALUE 'L'.
000280            88  (TAG)FROM-DRAWER           VALUE 'K'.
000290            88  (TAG)FROM-ACH              VALUE 'A'.
000295            88  (TAG)FROM-CARD             VALUE 'C'.
000297            88  (TAG)FROM-GARNISHMENT      VALUE 'G'.
000300            88  (TAG)FROM-BANK             VALUE 'B'.
000310        10  (TAG)ITEM-SEQ         PIC 9(03).
000320    05  (TAG)AMOUNT               PIC 9(10)V9(02).
000330    05  (TAG)ITEM-COUNT           PIC 9(05).
000340*   THE BOOK RUN'S DESCRIPTION OF THE DEPOSIT, OR THE BANK'S OWN
000350*   REFERENCE FOR A STATEMENT CREDIT.
000360    05  (TAG)REFERENCE            PIC X(20).
000370*   THE BANK'S TRANSACTION TYPE ON A STATEMENT CREDIT -- LBX
000380*   LOCKBOX, DEP BRANCH DEPOSIT, ACH SETTLEMENT, CRD CARD
000390*   PROCESSOR SETTLEMENT.  SPACES ON THE BOOK SIDE.
000400    05  (TAG)BANK-TYPE            PIC X(03).
000410    05  (TAG)ITEM-STATUS          PIC X(01).
000420        88  (TAG)ITEM-OPEN                 VALUE 'O'.
000430        88  (TAG)ITEM-MATCHED              VALUE 'M'.
000440    05  (TAG)MATCHED-DATE         PIC 9(08).
000450    05  (TAG)MATCHED-KEY          PIC X(12).
