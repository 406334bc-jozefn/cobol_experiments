000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000262*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000264*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000266*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000268*                    HEADING.                                   *
000270*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000930         88  WS-REG-EOF                   VALUE 'Y'.
000940
000950 01  WS-TODAY-8                 PIC 9(08).
000952 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000954     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000956 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000960 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000970 01  WS-ISSUE-INTEGER-DATE      PIC 9(07).
000980 01  WS-DAYS-OUT                PIC 9(05).
001300     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001310          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
001320          WS-SPOOL-LINES, REPORTOUT.
001330     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001335          WS-OVERRIDE-MARK.
001340     COMPUTE WS-TODAY-INTEGER-DATE =
001350        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001360     OPEN I-O CHECK-REGISTER.
001430     OPEN OUTPUT REPORT-FILE.
001440     MOVE "CHECK RECONCILIATION" TO REPORT-LINE.
001450     WRITE REPORT-LINE.
001451     IF WS-DATE-OVERRIDDEN
001452        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001453        WRITE REPORT-LINE
001454        ADD 1 TO WS-SPOOL-LINES
001455     END-IF.
001460     MOVE SPACES TO REPORT-LINE.
001470     WRITE REPORT-LINE.
001480     ADD 2 TO WS-SPOOL-LINES.
