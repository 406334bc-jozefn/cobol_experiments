000190*   MODIFICATION HISTORY                                        *
000200*   ------------------------------------------------------------ *
000210*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000215*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000216*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000217*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000218*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000219*                    HEADING.                                   *
000220*                                                                *
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000670     88  WS-EOF-YES                       VALUE 'Y'.
000680
000690 01  WS-TODAY-8                 PIC 9(08).
000692 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000694     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000696 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000700 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000710 01  WS-DISPUTE-INTEGER-DATE    PIC 9(07).
000720 01  WS-DAYS-OPEN               PIC 9(05).
000730 01  WS-DISPUTED-COUNT          PIC 9(05) VALUE ZERO.
000740 01  WS-DISPUTED-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
000750 01  WS-OVER-30-COUNT           PIC 9(05) VALUE ZERO.
000760
000770 01  WS-DETAIL-LINE.
000780     05  WS-D-ACCOUNT           PIC 9(07).
000790     05  FILLER                 PIC X(02) VALUE SPACES.
000800     05  WS-D-UID               PIC 9(09).
000810     05  FILLER                 PIC X(02) VALUE SPACES.
000820     05  WS-D-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000840     05  WS-D-FLAGGED           PIC 9(08).
000850     05  FILLER                 PIC X(02) VALUE SPACES.
000980     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
000990          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
001000          WS-SPOOL-LINES, REPORTOUT.
001010     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001015          WS-OVERRIDE-MARK.
001020     COMPUTE WS-TODAY-INTEGER-DATE =
001030        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001040     OPEN INPUT OPEN-ITEMS.
001100     OPEN OUTPUT REPORT-FILE.
001110     MOVE "DISPUTED ITEMS BY AGE OF DISPUTE" TO REPORT-LINE.
001120     WRITE REPORT-LINE.
001121     IF WS-DATE-OVERRIDDEN
001122        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001123        WRITE REPORT-LINE
001124        ADD 1 TO WS-SPOOL-LINES
001125     END-IF.
001130     MOVE SPACES TO REPORT-LINE.
001140     WRITE REPORT-LINE.
001150     ADD 2 TO WS-SPOOL-LINES.
