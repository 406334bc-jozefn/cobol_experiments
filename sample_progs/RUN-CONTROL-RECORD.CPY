000100*   MORNING OPERATIONS-REPORT CAN LIST LAST NIGHT'S RUNS,        *
000110*   ELAPSED TIMES, ABNORMAL ENDS, AND -- AGAINST THE EXPECTED    *
000120*   SCHEDULE LIST -- JOBS THAT NEVER RAN AT ALL.                 *
000122*                                                                *
000124*   (TAG)RUN-DATE IS THE BUSINESS DATE THE RUN WAS FOR (SEE      *
000126*   PROCESSING-DATE).  WHEN AN AS-OF OVERRIDE WAS IN FORCE       *
000128*   (TAG)DATE-OVERRIDE IS Y AND (TAG)SYSTEM-DATE IS THE DAY THE  *
000129*   JOB ACTUALLY RAN.                                            *
000130*                                                                *
000140*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000150*   E.G. ==RC-== FOR A FILE RECORD.                              *
000250    05  (TAG)COMPLETION-CODE      PIC X(04).
000260        88  (TAG)RUN-IN-FLIGHT             VALUE "RUN ".
000270        88  (TAG)RUN-COMPLETED             VALUE "0000".
000280    05  (TAG)DATE-OVERRIDE        PIC X(01).
000290        88  (TAG)DATE-OVERRIDDEN           VALUE 'Y'.
000300    05  (TAG)SYSTEM-DATE          PIC 9(08).
000310    05  FILLER                    PIC X(11).
