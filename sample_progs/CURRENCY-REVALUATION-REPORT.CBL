000220*   MODIFICATION HISTORY                                        *
000230*   ------------------------------------------------------------ *
000240*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000245*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000246*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000247*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000248*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000249*                    HEADING.                                   *
000250*                                                                *
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000770         88  WS-ITEM-EOF                   VALUE 'Y'.
000780
000790 01  WS-TODAY-8                 PIC 9(08).
000792 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000794     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000796 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000800 01  WS-OPEN-BALANCE            PIC 9(09)V9(02) VALUE ZERO.
000810 01  WS-FX-RATE                 PIC 9(02)V9(04) VALUE 1.
000820 01  WS-FX-FOUND                PIC X(01) VALUE 'N'.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  WS-R-CCY                PIC X(03).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  WS-R-USD                PIC ZZZ,ZZZ,ZZ9.99.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  WS-R-RATE               PIC Z9.9999.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001200*   0000-MAINLINE                                               *
001210*                                                                *
001220 0000-MAINLINE.
001230     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001235          WS-OVERRIDE-MARK.
001240     OPEN INPUT ACCOUNT-MASTER.
001250     IF ACCTMSTR-STATUS NOT = '00'
001260        DISPLAY "NO ACCOUNT MASTER FOUND -- " ACCTMSTR
001370     MOVE "FOREIGN-CURRENCY RECEIVABLES REVALUATION"
001380        TO REPORT-LINE.
001390     WRITE REPORT-LINE.
001391     IF WS-DATE-OVERRIDDEN
001392        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001393        WRITE REPORT-LINE
001394        ADD 1 TO WS-SPOOL-LINE-COUNT
001395     END-IF.
001400     MOVE "ACCOUNT  CCY  USD BALANCE      RATE     BILLED EQUIV"
001410        TO REPORT-LINE.
001420     WRITE REPORT-LINE.
