000100*   BATCH CAN NO LONGER CHANGE A MONTH THE GL EXTRACT ALREADY    *
000110*   REPORTED TO FINANCE.  CLOSED-DATE AND CLOSED-BY RECORD WHO   *
000120*   CLOSED (OR LAST REOPENED) THE PERIOD AND WHEN.               *
000122*                                                                *
000124*   STATUS L IS A PERIOD LOCKED BY FISCAL-YEAR-END-CLOSE.  IT    *
000126*   COUNTS AS CLOSED EVERYWHERE, BUT UNLIKE A MONTH-END CLOSE    *
000128*   IT CANNOT BE REOPENED.  THE YEAR'S ADJUSTMENT PERIOD, KEYED  *
000129*   FFFF13 (SEE FISCAL-CALENDAR-RECORD.CPY), IS OPEN WHILE       *
000130*   ADJUSTING ENTRIES ARE ACCEPTED AND LOCKED AFTERWARDS.        *
000131*                                                                *
000140*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000150*   E.G. ==PC-== FOR A FILE RECORD.                              *
000160*                                                                *
000180    05  (TAG)PERIOD               PIC 9(06).
000190    05  (TAG)PERIOD-STATUS        PIC X(01).
000200        88  (TAG)PERIOD-OPEN               VALUE 'O'.
000210        88  (TAG)PERIOD-CLOSED             VALUE 'C' 'L'.
000215        88  (TAG)PERIOD-LOCKED             VALUE 'L'.
000220    05  (TAG)CLOSED-DATE          PIC 9(08).
000230    05  (TAG)CLOSED-BY            PIC X(10).
