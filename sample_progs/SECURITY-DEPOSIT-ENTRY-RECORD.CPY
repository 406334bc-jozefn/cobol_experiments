000010******************************************************************
000020*                                                                *
000030*   SECURITY-DEPOSIT-ENTRY-RECORD.CPY                            *
000040*                                                                *
000050*   ONE MOVEMENT OF SECURITY DEPOSIT MONEY, APPENDED TO THE      *
000060*   SECURITY DEPOSIT ENTRIES FILE (SECURITY-DEPOSIT-ENTRIES.TXT) *
000070*   BY WHICHEVER PROGRAM MOVED IT, AND READ BY GL-EXTRACT AS     *
000080*   ITS OWN RECORD TYPE ('S') ALONGSIDE THE LEDGER DETAILS.  THE *
000090*   FILE IS THE RUNNING HISTORY OF THE DEPOSIT LIABILITY -- THE  *
000100*   SECURITY-DEPOSIT-LIABILITY REPORT ROLLS IT FORWARD.          *
000110*                                                                *
000120*   AS ON THE LEDGER, THE AMOUNT STAYS UNSIGNED AND THE MOVEMENT *
000130*   SAYS WHICH WAY IT GOES --                                    *
000140*       R  RECEIVED   DR CASH,    CR DEPOSITS (PAYMENT-ENTRY)    *
000150*       I  INTEREST   DR DEPINT,  CR DEPOSITS (SECURITY-DEPOSIT- *
000160*                                              INTEREST)         *
000170*       F  REFUNDED   DR DEPOSITS, CR CASH    (REFUND-CHECK-RUN) *
000180*       A  APPLIED    DR DEPOSITS, CR CASH    (REFUND-CHECK-RUN) *
000190*                                                                *
000200*   AN APPLIED DEPOSIT ALSO GOES ONTO THE LEDGER AS AN ORDINARY  *
000210*   CREDIT ("DEPOSIT APPLIED"), WHICH GL-EXTRACT JOURNALS DR     *
000220*   CASH, CR AR WITH THE OTHER PAYMENTS; THE 'A' ENTRY'S CREDIT  *
000230*   TO CASH OFFSETS THAT DEBIT, LEAVING DR DEPOSITS, CR AR.      *
000240*                                                                *
000250*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000260*   E.G. ==SE-== FOR A FILE RECORD.                              *
000270*                                                                *
000280******************************************************************
000290    05  (TAG)RECORD-TYPE          PIC X(01).
000300        88  (TAG)DEPOSIT-MOVEMENT          VALUE 'S'.
000310    05  (TAG)COMPANY-CODE         PIC X(02).
000320*   THE GL PERIOD THE MOVEMENT BOOKS IN, AND THE DAY IT HAPPENED.
000330    05  (TAG)PERIOD               PIC 9(06).
000340    05  (TAG)ENTRY-DATE           PIC 9(08).
000350    05  (TAG)ACCOUNT-ID           PIC 9(07).
000360    05  (TAG)DEPOSIT-SEQ          PIC 9(03).
000370    05  (TAG)MOVEMENT             PIC X(01).
000380        88  (TAG)DEPOSIT-RECEIVED          VALUE 'R'.
000390        88  (TAG)INTEREST-ACCRUED          VALUE 'I'.
000400        88  (TAG)DEPOSIT-REFUNDED          VALUE 'F'.
000410        88  (TAG)DEPOSIT-APPLIED           VALUE 'A'.
000420    05  (TAG)AMOUNT               PIC 9(07)V9(02).
000430*   THE RECEIPT OR CHECK NUMBER BEHIND THE MOVEMENT.
000440    05  (TAG)REFERENCE            PIC 9(07).
000450    05  FILLER                    PIC X(10).
