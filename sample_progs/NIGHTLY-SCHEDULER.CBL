000290*                    CONFIGURED STEP.                           *
000300*   09/02/2026  DP   A NON-PROCESSING DAY ON THE SHARED         *
000310*                    CALENDAR NOW STOPS THE CHAIN OUTRIGHT.     *
000312*   10/15/2026  DP   THE CHAIN RUNS FOR THE PROCESSING DATE     *
000314*                    (SEE PROCESSING-DATE); AN AS-OF OVERRIDE   *
000316*                    IS MARKED ON THE RUN LOG HEADING.          *
000320*                                                                *
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000740 01  WS-STEP-RC                  PIC S9(04) VALUE ZERO.
000750 01  WS-CAL-DATE-IN              PIC X(08).
000760 01  WS-CAL-DATE-OUT             PIC X(08).
000762 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
000764 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
000770
000780 01  WS-COUNTERS.
000790     05  WS-STEPS-RUN            PIC 9(03) VALUE ZERO.
000850*   0000-MAINLINE                                               *
000860*                                                                *
000870 0000-MAINLINE.
000880*   THE BUSINESS DATE THE CHAIN RUNS FOR -- TODAY, OR THE AS-OF
000882*   DATE OPERATIONS SET FOR A CATCH-UP RUN.
000884     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
000886          WS-OVERRIDE-MARK.
000890     OPEN INPUT JOB-CONTROL-FILE.
000900     IF JOBCTL-STATUS NOT = '00'
000910        DISPLAY "NO JOB CONTROL FILE FOUND -- " JOBCTL
000970            DELIMITED BY SIZE INTO RUN-LOG-LINE
000980     END-STRING.
000990     WRITE RUN-LOG-LINE.
000992     IF WS-OVERRIDE-MARK NOT = SPACES
000994        WRITE RUN-LOG-LINE FROM WS-OVERRIDE-MARK
000996     END-IF.
001000*   A NON-PROCESSING DAY ON THE SHARED CALENDAR (SEE
001010*   BUSINESS-DAY-CHECK) STOPS THE WHOLE CHAIN -- NO SATURDAY
001020*   RUNS FOR THE MISSED-RUN REPORT TO FLAG.
