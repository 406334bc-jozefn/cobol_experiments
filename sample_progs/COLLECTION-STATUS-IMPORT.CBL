000210*   MODIFICATION HISTORY                                        *
000220*   ------------------------------------------------------------ *
000230*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000232*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000234*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000236*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000240*                                                                *
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000720     88  WS-EOF-YES                        VALUE 'Y'.
000730
000740 01  WS-TODAY-8                  PIC 9(08).
000742 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
000744     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
000746 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
000750 01  WS-IN-PLACEMENT             PIC X(07).
000760 01  WS-IN-STATUS                PIC X(01).
000770 01  WS-UPDATED-COUNT            PIC 9(05) VALUE ZERO.
000820*   0000-MAINLINE                                               *
000830*                                                                *
000840 0000-MAINLINE.
000850     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
000852          WS-OVERRIDE-MARK.
000854     IF WS-DATE-OVERRIDDEN
000856        DISPLAY WS-OVERRIDE-MARK
000858     END-IF.
000860     OPEN INPUT STATUS-IN.
000870     IF STATUSIN-STATUS NOT = '00'
000880        DISPLAY "NO AGENCY STATUS FILE FOUND -- " STATUSIN
