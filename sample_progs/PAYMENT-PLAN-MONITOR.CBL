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
000950         88  WS-ALL-SATISFIED             VALUE 'Y'.
000960
000970 01  WS-TODAY-8                 PIC 9(08).
000972 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000974     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000976 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000980 01  WS-WORK-ACCOUNT            PIC 9(07) VALUE ZERO.
000990 01  WS-AGREED-DATE             PIC 9(08) VALUE ZERO.
001000 01  WS-CREDITS-POSTED          PIC S9(09)V9(02) VALUE ZERO.
001130     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001140          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001150          WS-RC-CODE.
001160     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001165          WS-OVERRIDE-MARK.
001170     OPEN I-O PAYMENT-PLANS.
001180     IF PLAN-STATUS NOT = '00' AND PLAN-STATUS NOT = '05'
001190        DISPLAY "NO PAYMENT PLAN FILE -- NOTHING TO MONITOR"
001310            DELIMITED BY SIZE INTO REPORT-LINE
001320     END-STRING.
001330     WRITE REPORT-LINE.
001332     IF WS-DATE-OVERRIDDEN
001334        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001336        WRITE REPORT-LINE
001338     END-IF.
001340     IF NOT WS-EOF-YES
001350        MOVE LOW-VALUES TO PP-PLAN-KEY
001360        START PAYMENT-PLANS KEY IS >= PP-PLAN-KEY
