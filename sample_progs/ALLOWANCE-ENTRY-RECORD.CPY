000010******************************************************************
000020*                                                                *
000030*   ALLOWANCE-ENTRY-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE ALLOWANCE FOR DOUBTFUL ACCOUNTS ADJUSTMENT, WRITTEN BY   *
000060*   ALLOWANCE-RESERVE-JOB FOR EACH COMPANY IT RESERVES AND READ  *
000070*   BY GL-EXTRACT AS ITS OWN RECORD TYPE ('A') ALONGSIDE THE     *
000080*   LEDGER DETAILS.  THE FILE (ALLOWANCE-ENTRIES.TXT) IS THE     *
000090*   RUNNING HISTORY OF THE RESERVE -- THE LATEST EARLIER ENTRY   *
000100*   FOR A COMPANY IS THE ALLOWANCE ALREADY ON THE BOOKS, AND A   *
000110*   RERUN FOR THE SAME PERIOD REPLACES THAT PERIOD'S ENTRY.      *
000120*                                                                *
000130*   THE ADJUSTMENT IS THE REQUIRED RESERVE LESS THE PRIOR ONE.   *
000140*   AS ON THE LEDGER, THE AMOUNT STAYS UNSIGNED AND THE TYPE     *
000150*   SAYS WHICH WAY IT GOES --                                    *
000160*       I  INCREASE   DR WRITEOFF (BAD DEBT), CR ALLOWANCE       *
000170*       R  RELEASE    DR ALLOWANCE, CR WRITEOFF (BAD DEBT)       *
000180*                                                                *
000190*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000200*   E.G. ==AE-== FOR A FILE RECORD.                              *
000210*                                                                *
000220******************************************************************
000230     05  (TAG)RECORD-TYPE          PIC X(01).
000240         88  (TAG)RESERVE-ADJUSTMENT        VALUE 'A'.
000250     05  (TAG)COMPANY-CODE         PIC X(02).
000260*   THE GL PERIOD THE ENTRY BOOKS IN (THE AGING AS-OF MONTH),
000270*   THE AGING AS-OF DATE ITSELF, AND THE DAY THE JOB RAN.
000280     05  (TAG)PERIOD               PIC 9(06).
000290     05  (TAG)ASOF-DATE            PIC 9(08).
000300     05  (TAG)RUN-DATE             PIC 9(08).
000310*   THE AGED BALANCE THE RESERVE WAS TAKEN ON (DISPUTED ITEMS AND
000320*   PAYMENT-PLAN ACCOUNTS LEFT OUT), THE RESERVE IT CALLS FOR,
000330*   AND THE RESERVE THE PREVIOUS ENTRY LEFT ON THE BOOKS.
000340     05  (TAG)AGED-BALANCE         PIC 9(11)V9(02).
000350     05  (TAG)REQUIRED-RESERVE     PIC 9(11)V9(02).
000360     05  (TAG)PRIOR-RESERVE        PIC 9(11)V9(02).
000370     05  (TAG)ADJUSTMENT-AMOUNT    PIC 9(09)V9(02).
000380     05  (TAG)ADJUSTMENT-TYPE      PIC X(01).
000390         88  (TAG)RESERVE-INCREASE          VALUE 'I'.
000400         88  (TAG)RESERVE-RELEASE           VALUE 'R'.
000410*   TYPE-W WRITE-OFFS POSTED IN THE TWELVE MONTHS TO THE AS-OF
000420*   DATE -- THE BACK-TEST FIGURE ON THE RESERVE WORKSHEET.
000430     05  (TAG)TRAILING-WRITEOFFS   PIC 9(11)V9(02).
000440     05  FILLER                    PIC X(11).
