000010******************************************************************
000020*                                                                *
000030*   FISCAL-CALENDAR-RECORD.CPY                                   *
000040*                                                                *
000050*   ONE ENTRY PER ACCOUNTING PERIOD ON THE FISCAL CALENDAR FILE, *
000060*   MAPPING THE CALENDAR MONTH (YYYYMM, THE SAME KEY THE PERIOD  *
000070*   CONTROL FILE USES) TO THE FISCAL YEAR IT BELONGS TO AND ITS  *
000080*   PERIOD NUMBER WITHIN THAT YEAR.  OUR FISCAL YEAR ENDS IN     *
000090*   JUNE, SO FISCAL YEAR 2027 RUNS FROM PERIOD 01 (JULY 2026)    *
000100*   THROUGH PERIOD 12 (JUNE 2027).  FISCAL-CALENDAR-BUILD        *
000110*   WRITES A WHOLE YEAR AT A TIME.                               *
000120*                                                                *
000130*   A FISCAL YEAR MAY ALSO CARRY AN ADJUSTMENT PERIOD, NUMBER    *
000140*   13, KEYED FFFF13 (THE FISCAL YEAR FOLLOWED BY 13 -- NEVER A  *
000150*   CALENDAR MONTH).  IT HOLDS NO DAYS OF ITS OWN: ADJUSTING     *
000160*   ENTRIES POSTED INTO IT ARE DATED THE LAST DAY OF THE FISCAL  *
000170*   YEAR.  IT OPENS WHEN FISCAL-YEAR-END-CLOSE LOCKS THE TWELVE  *
000180*   PERIODS AND SHUTS WHEN THE ACCOUNTANTS ARE DONE (SEE         *
000190*   LEDGER-POST'S ADJUSTING BATCH).                              *
000200*                                                                *
000210*   EVERY ENTRY REPEATS ITS FISCAL YEAR'S FIRST AND LAST DAYS SO *
000220*   A YEAR-TO-DATE REPORT NEEDS ONE LOOKUP (SEE                  *
000230*   FISCAL-PERIOD-LOOKUP).                                       *
000240*                                                                *
000250*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000260*   E.G. ==FC-== FOR A FILE RECORD.                              *
000270*                                                                *
000280******************************************************************
000290    05  (TAG)PERIOD               PIC 9(06).
000300    05  (TAG)FISCAL-YEAR          PIC 9(04).
000310    05  (TAG)FISCAL-PERIOD        PIC 9(02).
000320        88  (TAG)ADJUSTMENT-PERIOD         VALUE 13.
000330    05  (TAG)PERIOD-START-DATE    PIC 9(08).
000340    05  (TAG)PERIOD-END-DATE      PIC 9(08).
000350    05  (TAG)YEAR-START-DATE      PIC 9(08).
000360    05  (TAG)YEAR-END-DATE        PIC 9(08).
000370    05  (TAG)BUILT-DATE           PIC 9(08).
000380    05  (TAG)BUILT-BY             PIC X(10).
000390    05  FILLER                    PIC X(10).
