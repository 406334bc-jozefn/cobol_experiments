000190*   MODIFICATION HISTORY                                        *
000200*   ------------------------------------------------------------ *
000210*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000212*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000214*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000216*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000218*                    HEADING.                                   *
000220*                                                                *
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000560 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000570     88  WS-EOF-YES                       VALUE 'Y'.
000580 01  WS-TODAY-8                 PIC 9(08).
000582 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000584     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000586 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000590 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000600 01  WS-HOLD-INTEGER-DATE       PIC 9(07).
000610 01  WS-DAYS-HELD               PIC 9(05) VALUE ZERO.
000850*   0000-MAINLINE                                               *
000860*                                                                *
000870 0000-MAINLINE.
000880     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
000885          WS-OVERRIDE-MARK.
000890     COMPUTE WS-TODAY-INTEGER-DATE =
000900        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
000910     OPEN INPUT ACCOUNT-MASTER.
001020     OPEN OUTPUT REPORT-FILE.
001030     MOVE "ACCOUNTS ON LEGAL HOLD" TO REPORT-LINE.
001040     WRITE REPORT-LINE.
001041     IF WS-DATE-OVERRIDDEN
001042        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001043        WRITE REPORT-LINE
001044        ADD 1 TO WS-SPOOL-LINE-COUNT
001045     END-IF.
001050     MOVE "ACCOUNT  RC  HELD SINCE  DAYS HELD" TO REPORT-LINE.
001060     WRITE REPORT-LINE.
001070     ADD 2 TO WS-SPOOL-LINE-COUNT.
