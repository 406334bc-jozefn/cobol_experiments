000210*   MODIFICATION HISTORY                                        *
000220*   ------------------------------------------------------------ *
000230*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000232*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000234*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000236*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000238*                    HEADING.                                   *
000240*                                                                *
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000720 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000730     88  WS-EOF-YES                       VALUE 'Y'.
000740 01  WS-TODAY-8                 PIC 9(08).
000742 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000744     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000746 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000750 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000760 01  WS-EXPIRY-INTEGER-DATE     PIC 9(07).
000770 01  WS-DAYS-LEFT               PIC S9(05) VALUE ZERO.
001060*   0000-MAINLINE                                               *
001070*                                                                *
001080 0000-MAINLINE.
001090     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001095          WS-OVERRIDE-MARK.
001100     COMPUTE WS-TODAY-INTEGER-DATE =
001110        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001120     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001250     MOVE "TAX EXEMPTION CERTIFICATES EXPIRED OR EXPIRING"
001260        TO REPORT-LINE.
001270     WRITE REPORT-LINE.
001271     IF WS-DATE-OVERRIDDEN
001272        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001273        WRITE REPORT-LINE
001274        ADD 1 TO WS-SPOOL-LINE-COUNT
001275     END-IF.
001280     MOVE "ACCOUNT  CERTIFICATE      ST  EXPIRES    DAYS"
001290        TO REPORT-LINE.
001300     WRITE REPORT-LINE.
