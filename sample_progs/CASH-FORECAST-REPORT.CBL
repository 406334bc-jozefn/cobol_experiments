000332*   09/02/2026  DP   OPEN ITEMS NOW AGE FROM THEIR TERMS-       *
000334*                    DRIVEN DUE DATE, NOT ITEM DATE + 30, AND   *
000336*                    THE WEIGHT KEYS READ IN DAYS PAST DUE.     *
000338*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000340*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000342*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000344*                    HEADING.                                   *
000346*                                                                *
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
001300         88  WS-ACCOUNT-ON-AUTOPAY         VALUE 'Y'.
001310
001320 01  WS-TODAY-8                 PIC 9(08).
001322 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001324     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001326 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001330 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001340 01  WS-WORK-INTEGER-DATE       PIC 9(07).
001345 01  WS-DUE-INTEGER-DATE        PIC 9(07) VALUE ZERO.
001890*   0000-MAINLINE                                               *
001900*                                                                *
001910 0000-MAINLINE.
001920     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001925          WS-OVERRIDE-MARK.
001930     COMPUTE WS-TODAY-INTEGER-DATE =
001940        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001950     INITIALIZE WS-WEEK-TABLE.
004870            DELIMITED BY SIZE INTO REPORT-LINE
004880     END-STRING.
004890     WRITE REPORT-LINE.
004891     IF WS-DATE-OVERRIDDEN
004892        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004893        WRITE REPORT-LINE
004894        ADD 1 TO WS-SPOOL-LINE-COUNT
004895     END-IF.
004900     MOVE "        OPEN ITEMS       PLANS      CONTRACTS"
004910        & "      ACH DRAFT       WEEK TOTAL" TO REPORT-LINE.
004920     WRITE REPORT-LINE.
