000010******************************************************************
000020*                                                                *
000030*   FISCAL-OPENING-BALANCE-RECORD.CPY                            *
000040*                                                                *
000050*   ONE ACCOUNT'S OPENING RECEIVABLE BALANCE FOR A FISCAL YEAR,  *
000060*   WRITTEN BY FISCAL-YEAR-END-CLOSE WHEN THE PRIOR YEAR IS      *
000070*   CLOSED.  THE BALANCE IS EVERY LEDGER DETAIL DATED ON OR      *
000080*   BEFORE THE PRIOR YEAR'S LAST DAY (ARCHIVED ACTIVITY COUNTING *
000090*   THROUGH ITS BALANCE-FORWARD RECORD), SO IT INCLUDES ANY      *
000100*   ADJUSTING ENTRIES POSTED INTO THE ADJUSTMENT PERIOD.  WHILE  *
000110*   THAT PERIOD IS STILL OPEN THE FIGURES ARE PRELIMINARY; THE   *
000120*   CLOSE OF THE ADJUSTMENT PERIOD REWRITES THEM AS FINAL.  A    *
000130*   NEGATIVE BALANCE IS A CREDIT BALANCE.                        *
000140*                                                                *
000150*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000160*   E.G. ==OB-== FOR A FILE RECORD.                              *
000170*                                                                *
000180******************************************************************
000190    05  (TAG)BALANCE-KEY.
000200        10  (TAG)FISCAL-YEAR      PIC 9(04).
000210        10  (TAG)ACCOUNT-ID       PIC 9(07).
000220    05  (TAG)COMPANY-CODE         PIC X(02).
000230    05  (TAG)OPENING-BALANCE      PIC S9(09)V9(02).
000240    05  (TAG)BALANCE-STATUS       PIC X(01).
000250        88  (TAG)BALANCE-PRELIMINARY       VALUE 'P'.
000260        88  (TAG)BALANCE-FINAL             VALUE 'F'.
000270    05  (TAG)BUILT-DATE           PIC 9(08).
000280    05  (TAG)BUILT-BY             PIC X(10).
000290    05  FILLER                    PIC X(10).
