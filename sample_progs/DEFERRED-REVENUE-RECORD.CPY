000010******************************************************************
000020*                                                                *
000030*   DEFERRED-REVENUE-RECORD.CPY                                 *
000040*                                                                *
000050*   ONE SERVICE MONTH OF A CHARGE BILLED IN ADVANCE.  WHEN       *
000060*   LEDGER-POST POSTS A QUARTERLY OR ANNUAL CONTRACT CHARGE      *
000070*   FROM RECURRING-BILLING, THE REVENUE PART OF IT (THE AMOUNT   *
000080*   LESS ITS SALES TAX) IS SPREAD ACROSS THE MONTHS IT PAYS      *
000090*   FOR, ONE OF THESE PER MONTH, THE ODD CENTS ON THE LAST.      *
000100*   DEFERRED-REVENUE-RECOGNITION MARKS EACH MONTH EARNED WHEN    *
000110*   IT COMES DUE, GL-EXTRACT BOOKS THE DEFERRAL AND THE          *
000120*   RECOGNITION AGAINST THE DEFREV AND REVENUE MAP KEYS, AND     *
000130*   DEFERRED-REVENUE-ROLLFORWARD TIES THE BALANCE TO THE GL.     *
000140*                                                                *
000150*   (TAG)SCHEDULE-KEY IS THE RECORD KEY -- ACCOUNT, CONTRACT     *
000160*   SEQUENCE AND INVOICE NUMBER, THEN THE SERVICE MONTH, SO      *
000170*   ONE INVOICE'S SCHEDULE READS BACK IN MONTH ORDER.            *
000180*                                                                *
000190*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000200*   E.G. ==DR-== FOR A FILE RECORD.                              *
000210*                                                                *
000220******************************************************************
000230    05  (TAG)SCHEDULE-KEY.
000240        10  (TAG)ACCOUNT-ID       PIC 9(07).
000250        10  (TAG)CONTRACT-SEQ     PIC 9(02).
000260        10  (TAG)INVOICE-NO       PIC 9(07).
000270        10  (TAG)SERVICE-MONTH    PIC 9(06).
000280    05  (TAG)COMPANY-CODE         PIC X(02).
000290*   THE LEDGER ENTRY THE SCHEDULE CAME FROM, AND THE MONTH IT
000300*   POSTED IN -- THE MONTH THE WHOLE SCHEDULE WAS DEFERRED.
000310    05  (TAG)UID                  PIC 9(09).
000320    05  (TAG)BILLED-PERIOD        PIC 9(06).
000330    05  (TAG)MONTH-AMOUNT         PIC 9(09)V9(02).
000340    05  (TAG)LINE-STATUS          PIC X(01).
000350        88  (TAG)LINE-DEFERRED             VALUE 'D'.
000360        88  (TAG)LINE-RECOGNIZED           VALUE 'R'.
000370*   THE GL PERIOD THE MONTH WAS RECOGNIZED IN, AND WHEN.  ZERO
000380*   WHILE THE MONTH IS STILL DEFERRED.
000390    05  (TAG)RECOGNIZED-PERIOD    PIC 9(06).
000400    05  (TAG)RECOGNIZED-DATE      PIC 9(08).
