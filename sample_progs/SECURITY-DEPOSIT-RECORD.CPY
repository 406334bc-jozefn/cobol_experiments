000010******************************************************************
000020*                                                                *
000030*   SECURITY-DEPOSIT-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE SECURITY DEPOSIT HELD FOR AN ACCOUNT ON THE SECURITY     *
000060*   DEPOSIT FILE.  THE MONEY IS THE CUSTOMER'S, NOT A PAYMENT -- *
000070*   IT NEVER POSTS TO THE LEDGER, TAKES NO PART IN THE           *
000080*   RECEIVABLE BALANCE AND OPENS OR CLOSES NO OPEN ITEM.  IT IS  *
000090*   TAKEN AT THE COUNTER THROUGH PAYMENT-ENTRY (SEE SECURITY-    *
000100*   DEPOSIT-LOG), EARNS INTEREST MONTH BY MONTH (SECURITY-       *
000110*   DEPOSIT-INTEREST), AND LEAVES THROUGH REFUND-CHECK-RUN ONCE  *
000120*   SECURITY-DEPOSIT-REVIEW HAS RELEASED IT --                   *
000130*                                                                *
000140*       H  HELD          ON DEPOSIT, EARNING INTEREST            *
000150*       R  REFUND DUE    HELD TWELVE MONTHS WITH NO LATE ITEMS;  *
000160*                        THE NEXT REFUND RUN SENDS A CHECK       *
000170*       C  APPLY DUE     THE ACCOUNT HAS CLOSED; THE NEXT REFUND *
000180*                        RUN APPLIES IT TO THE BALANCE OWED AND  *
000190*                        SENDS A CHECK FOR ANY REMAINDER         *
000200*       F  REFUNDED      PAID OUT IN FULL BY CHECK               *
000210*       A  APPLIED       APPLIED TO THE BALANCE, WITH ANY        *
000220*                        REMAINDER PAID OUT BY CHECK             *
000230*                                                                *
000240*   EVERY MOVEMENT OF THE MONEY IS ALSO WRITTEN TO THE SECURITY  *
000250*   DEPOSIT ENTRIES FILE (SEE SECURITY-DEPOSIT-ENTRY-RECORD.CPY) *
000260*   FOR GL-EXTRACT TO JOURNAL.                                   *
000270*                                                                *
000280*   (TAG)DEPOSIT-KEY IS THE RECORD KEY -- THE ACCOUNT AND A      *
000290*   SEQUENCE WITHIN IT, SO A SECOND DEPOSIT FOR THE SAME         *
000300*   ACCOUNT IS A SEPARATE RECORD.                                *
000310*                                                                *
000320*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000330*   E.G. ==SD-== FOR A FILE RECORD.                              *
000340*                                                                *
000350******************************************************************
000360    05  (TAG)DEPOSIT-KEY.
000370        10  (TAG)ACCOUNT-ID       PIC 9(07).
000380        10  (TAG)DEPOSIT-SEQ      PIC 9(03).
000390    05  (TAG)COMPANY-CODE         PIC X(02).
000400    05  (TAG)DEPOSIT-AMOUNT       PIC 9(07)V9(02).
000410    05  (TAG)RECEIVED-DATE        PIC 9(08).
000420    05  (TAG)RECEIPT-NO           PIC 9(07).
000430    05  (TAG)RECEIVED-BY          PIC X(10).
000440*   ANNUAL SIMPLE INTEREST RATE AS A PERCENT (E.G. 01.500), THE
000450*   RATE IN FORCE ON THE DAY THE DEPOSIT WAS TAKEN.
000460    05  (TAG)INTEREST-RATE        PIC 9(02)V9(03).
000470    05  (TAG)ACCRUED-INTEREST     PIC 9(07)V9(02).
000480*   THE LAST MONTH (YYYYMM) INTEREST WAS ACCRUED THROUGH; ZERO
000490*   UNTIL THE FIRST ACCRUAL.
000500    05  (TAG)LAST-ACCRUAL-PERIOD  PIC 9(06).
000510    05  (TAG)DEPOSIT-STATUS       PIC X(01).
000520        88  (TAG)DEPOSIT-HELD              VALUE 'H'.
000530        88  (TAG)DEPOSIT-REFUND-DUE        VALUE 'R'.
000540        88  (TAG)DEPOSIT-APPLY-DUE         VALUE 'C'.
000550        88  (TAG)DEPOSIT-REFUNDED          VALUE 'F'.
000560        88  (TAG)DEPOSIT-APPLIED           VALUE 'A'.
000570        88  (TAG)DEPOSIT-ON-HAND           VALUE 'H' 'R' 'C'.
000580*   THE DAY SECURITY-DEPOSIT-REVIEW RELEASED IT.
000590    05  (TAG)RELEASE-DATE         PIC 9(08).
000600*   WHAT LEFT, AND WHEN -- THE PART APPLIED TO THE BALANCE OWED,
000610*   AND THE PART PAID OUT ON THE CHECK NUMBERED.
000620    05  (TAG)APPLIED-AMOUNT       PIC 9(07)V9(02).
000630    05  (TAG)REFUND-AMOUNT        PIC 9(07)V9(02).
000640    05  (TAG)CHECK-NUMBER         PIC 9(07).
000650    05  (TAG)SETTLED-DATE         PIC 9(08).
000660    05  FILLER                    PIC X(20).
