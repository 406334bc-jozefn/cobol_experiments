000010******************************************************************
000020*                                                                *
000030*   COLLECTION-ACTIVITY-RECORD.CPY                               *
000040*                                                                *
000050*   ONE OUTCOME A COLLECTOR RECORDED ON                          *
000060*   COLLECTIONS-QUEUE-CONSOLE.  THE QUEUE ITSELF IS REBUILT      *
000070*   EVERY NIGHT, SO THE DAY'S WORK IS KEPT HERE, AND             *
000080*   COLLECTOR-ACTIVITY-REPORT SUMMARIZES IT FOR THE SUPERVISOR.  *
000090*   THE SAME OUTCOME IS ALSO WRITTEN TO THE CONTACT'S CALL LOG.  *
000100*                                                                *
000110*   (TAG)ACTIVITY-KEY IS THE RECORD KEY -- THE DAY, THE          *
000120*   COLLECTOR, THE ACCOUNT AND THE TIME OF DAY -- SO ONE DAY'S   *
000130*   WORK READS BACK COLLECTOR BY COLLECTOR.                      *
000140*                                                                *
000150*   OUTCOME CODES:                                               *
000160*       LM  LEFT MESSAGE          NA  NO ANSWER                  *
000170*       WN  WRONG NUMBER          RF  REFUSED TO PAY             *
000180*       PP  PROMISED TO PAY       CB  CALL BACK REQUESTED        *
000190*       PD  SAYS ALREADY PAID     DS  DISPUTES THE BALANCE       *
000200*                                                                *
000210*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000220*   E.G. ==CV-== FOR A FILE RECORD.                              *
000230*                                                                *
000240******************************************************************
000250    05  (TAG)ACTIVITY-KEY.
000260        10  (TAG)ACTIVITY-DATE    PIC 9(08).
000270        10  (TAG)COLLECTOR-ID     PIC X(10).
000280        10  (TAG)ACCOUNT-ID       PIC 9(07).
000290        10  (TAG)ACTIVITY-TIME    PIC 9(08).
000300    05  (TAG)OUTCOME-CODE         PIC X(02).
000310        88  (TAG)LEFT-MESSAGE             VALUE "LM".
000320        88  (TAG)NO-ANSWER                VALUE "NA".
000330        88  (TAG)WRONG-NUMBER             VALUE "WN".
000340        88  (TAG)REFUSED                  VALUE "RF".
000350        88  (TAG)PROMISED-TO-PAY          VALUE "PP".
000360        88  (TAG)CALL-BACK                VALUE "CB".
000370        88  (TAG)SAYS-PAID                VALUE "PD".
000380        88  (TAG)DISPUTES                 VALUE "DS".
000390        88  (TAG)VALID-OUTCOME            VALUE "LM" "NA" "WN"
000400                                                "RF" "PP" "CB"
000410                                                "PD" "DS".
000420    05  (TAG)PAST-DUE-AMOUNT      PIC 9(09)V9(02).
000430    05  (TAG)OLDEST-DAYS          PIC 9(05).
000440*   THE CALL-LOG ENTRY WRITTEN FOR THE OUTCOME; SPACES WHEN THE
000450*   ACCOUNT HAD NO CONTACT TO LOG IT AGAINST.
000460    05  (TAG)CALLLOG-ENTRY-ID     PIC X(16).
