000354*                    TERMS-DRIVEN DUE DATE (OR ITEM DATE + 30   *
000356*                    FOR OLDER ITEMS), THE SHARED BASIS THE     *
000358*                    AGING AND BUREAU JOBS USE.                 *
000360*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000362*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000364*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000366*                    HEADING.                                   *
000368*                                                                *
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
001550         88  WS-IDX-EOF                    VALUE 'Y'.
001560
001570 01  WS-TODAY-8                 PIC 9(08).
001572 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001574     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001576 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001580 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001590 01  WS-DUE-INTEGER-DATE        PIC 9(07).
001600 01  WS-DAYS-PAST-DUE           PIC S9(05).
002020*   1000-INITIALIZE                                             *
002030*                                                                *
002040 1000-INITIALIZE.
002050     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002055          WS-OVERRIDE-MARK.
002060     COMPUTE WS-TODAY-INTEGER-DATE =
002070        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002080     OPEN INPUT ACCOUNT-MASTER.
002250     OPEN OUTPUT REGISTER-FILE.
002260     MOVE "CREDIT LIMIT REVIEW REGISTER" TO REGISTER-LINE.
002270     WRITE REGISTER-LINE.
002272     IF WS-DATE-OVERRIDDEN
002274        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
002276        WRITE REGISTER-LINE
002278     END-IF.
002280     MOVE "ACCOUNT  SCORE  PRESENT LIMIT  PROPOSAL"
002290        TO REGISTER-LINE.
002300     WRITE REGISTER-LINE.
