000210*   MODIFICATION HISTORY                                        *
000220*   ------------------------------------------------------------ *
000230*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000232*   10/15/2026  DP   THE ADDRESS BOOK IS NOW WALKED ON THE      *
000234*                    FD-ACCOUNT-ID ALTERNATE KEY; A SHARED      *
000236*                    ACCOUNT'S OPEN ITEMS ARE SUMMED ONCE AND   *
000238*                    COUNTED ONCE IN THE TOTAL.                 *
000240*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000242*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000244*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000246*                    HEADING.                                   *
000248*                                                                *
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000310            ACCESS MODE  IS DYNAMIC
000320            RECORD KEY   IS FD-PHONE
000330            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000335            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000340            FILE STATUS  IS ADDRESS-STATUS.
000350
000360     SELECT OPTIONAL OPEN-ITEMS
000930         88  WS-ITEM-EOF                  VALUE 'Y'.
000940     05  WS-OPENITEM-SWITCH     PIC X(01) VALUE 'N'.
000950         88  WS-OPENITEM-AVAILABLE        VALUE 'Y'.
000953     05  WS-REPEAT-SWITCH       PIC X(01) VALUE 'N'.
000956         88  WS-ACCOUNT-REPEATED          VALUE 'Y'.
000960
000970 01  WS-TODAY-8                 PIC 9(08).
000972 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000974     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000976 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000980 01  WS-DECEASED-COUNT          PIC 9(05) VALUE ZERO.
000985 01  WS-LAST-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
000990 01  WS-OPEN-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001000 01  WS-BALANCE-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
001010
001540*   1000-INITIALIZE                                             *
001550*                                                                *
001560 1000-INITIALIZE.
001570     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001575          WS-OVERRIDE-MARK.
001580     OPEN INPUT ADDRESS-FILE.
001590     IF ADDRESS-STATUS NOT = '00' AND ADDRESS-STATUS NOT = '05'
001600        DISPLAY "CANNOT OPEN ADDRESS FILE, STATUS "
001730     OPEN OUTPUT REPORT-FILE.
001740     MOVE WS-TODAY-8 TO WS-H-DATE.
001750     WRITE REPORT-LINE FROM WS-HEADING-LINE.
001752     IF WS-DATE-OVERRIDDEN
001754        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
001756        ADD 1 TO WS-SPOOL-LINES
001758     END-IF.
001760     MOVE SPACES TO REPORT-LINE.
001770     WRITE REPORT-LINE.
001780     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
001790     ADD 3 TO WS-SPOOL-LINES.
001800*   THE WALK FOLLOWS THE FD-ACCOUNT-ID KEY, SO THE CONTACTS OF A
001802*   SHARED ACCOUNT COME UP TOGETHER AND ITS OPEN ITEMS ARE
001804*   SUMMED ONCE.
001806     MOVE ZERO TO FD-ACCOUNT-ID.
001810     START ADDRESS-FILE KEY IS >= FD-ACCOUNT-ID
001820         INVALID KEY
001830            MOVE 'Y' TO WS-EOF-SWITCH
001840     END-START.
001990     IF FD-DECEASED NOT = 'Y'
002000        GO TO 2000-EXIT
002010     END-IF.
002020     IF FD-ACCOUNT-ID NOT = ZERO
002021        AND FD-ACCOUNT-ID = WS-LAST-ACCOUNT-ID
002022        MOVE 'Y' TO WS-REPEAT-SWITCH
002023     ELSE
002024        MOVE 'N' TO WS-REPEAT-SWITCH
002025        MOVE ZERO TO WS-OPEN-BALANCE
002026        MOVE FD-ACCOUNT-ID TO WS-LAST-ACCOUNT-ID
002030        IF FD-ACCOUNT-ID NOT = ZERO AND WS-OPENITEM-AVAILABLE
002040           PERFORM 3000-SUM-OPEN-ITEMS THRU 3000-EXIT
002045        END-IF
002050     END-IF.
002060     MOVE FD-PHONE         TO WS-D-PHONE.
002070     MOVE FD-LAST-NAME     TO WS-D-NAME.
002120     ADD 1 TO WS-SPOOL-LINES.
002130     ADD 1 TO WS-DECEASED-COUNT.
002140     ADD 1 TO WS-RC-WRITTEN.
002150     IF NOT WS-ACCOUNT-REPEATED
002153        ADD WS-OPEN-BALANCE TO WS-BALANCE-TOTAL
002156     END-IF.
002160 2000-EXIT.
002170     EXIT.
002180
