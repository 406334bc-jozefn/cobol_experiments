000210*       TO A .BAD NAME FOR THE POST-MORTEM),                     *
000220*     - AND CLEARS THE STALE LOCK SO THE SUITE CAN RUN AGAIN.    *
000230*                                                                *
000231*   LEDGER-POST'S DAILY APPEND RUN HAS ITS OWN WORK FILE,        *
000232*   TRANSACTIONS.TXT.ADD -- THIS RUN'S NEW DETAILS THEN A        *
000233*   TRAILER WITH THE LEDGER'S NEW TOTALS, WRITTEN WHOLE BEFORE   *
000234*   THE LIVE LEDGER IS TOUCHED AND EMPTIED ONCE THE APPEND IS    *
000235*   DONE.  A NON-EMPTY ONE MEANS THE APPEND WAS INTERRUPTED.     *
000236*   THE LEDGER IS THEN REBUILT INTO TRANSACTIONS.TXT.NEW FROM    *
000237*   THE LIVE FILE'S ORIGINAL DETAILS PLUS THE WHOLE APPEND FILE, *
000238*   THEN VERIFIED AND SWAPPED EXACTLY AS ABOVE.                  *
000239*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      LEDGER-SWAP-RECOVERY.
000300 DATE-COMPILED.   09/02/2026.
000310*                                                                *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------------*
000340*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000341*   10/15/2026  DP   A LEFTOVER APPEND WORK FILE FROM AN        *
000342*                    INTERRUPTED APPEND POSTING IS NOW MERGED   *
000343*                    WITH THE LIVE LEDGER AND SWAPPED IN.       *
000344*                    COUNTS AND TOTALS ARE WIDENED TO MATCH     *
000345*                    THE TRAILER.                               *
000350*                                                                *
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS  IS TRANSWORK-STATUS.
000430
000431     SELECT OPTIONAL APPEND-LEDGER
000432            ASSIGN       TO  TRANSADD
000433            ORGANIZATION IS SEQUENTIAL
000434            FILE STATUS  IS TRANSADD-STATUS.
000435
000436     SELECT OPTIONAL LIVE-LEDGER
000437            ASSIGN       TO  TRANSOUT
000438            ORGANIZATION IS SEQUENTIAL
000439            FILE STATUS  IS TRANSOUT-STATUS.
000440
000441     SELECT OPTIONAL SYSTEM-STATUS
000450            ASSIGN       TO  SYSSTAT
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE  IS DYNAMIC
000570     COPY "TRANSACTION-TRAILER-RECORD.CPY"
000580          REPLACING ==(TAG)== BY ==TRT-==.
000590
000591 FD  APPEND-LEDGER.
000592 01  APPEND-TRANSACTION-STRUCTURE.
000593     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==AD-==.
000594 01  APPEND-TRAILER-STRUCTURE.
000595     COPY "TRANSACTION-TRAILER-RECORD.CPY"
000596          REPLACING ==(TAG)== BY ==ADT-==.
000597
000598 FD  LIVE-LEDGER.
000599 01  LIVE-TRANSACTION-STRUCTURE.
000600     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==LV-==.
000601
000602 FD  SYSTEM-STATUS.
000610 01  SYSTEM-STATUS-STRUCTURE.
000620     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
000630          BY ==SS-==.
000670     VALUE "transactions.txt.new".
000680 01  TRANSOUT                   PIC X(50)
000690     VALUE "transactions.txt".
000693 01  TRANSADD                   PIC X(50)
000696     VALUE "transactions.txt.add".
000700 01  WORKBAD                    PIC X(60).
000710 01  SYSSTAT                    PIC X(50)
000720     VALUE "/mnt/c/cobfiles\system-status.idx".
000730
000740 01  TRANSWORK-STATUS           PIC X(02).
000750 01  SYSSTAT-STATUS             PIC X(02).
000753 01  TRANSADD-STATUS            PIC X(02).
000756 01  TRANSOUT-STATUS            PIC X(02).
000760
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000850         88  WS-TRAILER-SEEN              VALUE 'Y'.
000860     05  WS-BROKEN-SWITCH       PIC X(01) VALUE 'N'.
000870         88  WS-FILE-BROKEN               VALUE 'Y'.
000873     05  WS-APPEND-FOUND-SWITCH PIC X(01) VALUE 'N'.
000876         88  WS-APPEND-FOUND              VALUE 'Y'.
000880
000890 01  WS-TODAY-8                 PIC 9(08).
000898 01  WS-RECORD-COUNT            PIC 9(09) VALUE ZERO.
000906 01  WS-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
000914 01  WS-DEBIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
000922 01  WS-CREDIT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
000930 01  WS-TRL-DETAIL-COUNT        PIC 9(09) VALUE ZERO.
000938 01  WS-TRL-DEBIT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
000946 01  WS-TRL-CREDIT-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
000954 01  WS-WRITEOFF-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
000962 01  WS-TRL-WRITEOFF-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
000970 01  WS-COPY-STATUS             PIC S9(09) COMP-5 VALUE ZERO.
000980 01  WS-ANSWER                  PIC X(01).
000981*   APPEND RECOVERY -- DETAILS ON THE APPEND FILE, THE DETAIL
000982*   COUNT ITS TRAILER CLAIMS FOR THE WHOLE LEDGER, AND HOW MANY
000983*   OF THE LIVE FILE'S DETAILS THAT LEAVES AS THE ORIGINALS.
000984 01  WS-ADD-DETAIL-COUNT        PIC 9(09) VALUE ZERO.
000985 01  WS-ADD-TRAILER-COUNT       PIC 9(09) VALUE ZERO.
000986 01  WS-KEEP-COUNT              PIC 9(09) VALUE ZERO.
000987 01  WS-KEPT-COUNT              PIC 9(09) VALUE ZERO.
000990
001000 PROCEDURE DIVISION.
001010*                                                                *
001070     IF WS-EOF-YES
001080        GO TO 9999-EXIT
001090     END-IF.
001100     IF WS-APPEND-FOUND
001110        PERFORM 6000-RECOVER-APPEND THRU 6000-EXIT
001130     ELSE
001132        PERFORM 2000-VERIFY-WORK-FILE THRU 2000-EXIT
001134        IF WS-FILE-BROKEN
001136           PERFORM 4000-BACK-OUT-SWAP THRU 4000-EXIT
001138        ELSE
001140           PERFORM 3000-FINISH-SWAP THRU 3000-EXIT
001142        END-IF
001150     END-IF.
001160     PERFORM 5000-CLEAR-STALE-LOCK THRU 5000-EXIT.
001170     GO TO 9999-EXIT.
001200*   1000-DETECT-INTERRUPTED-SWAP -- AN INTERRUPTED SWAP LEAVES  *
001210*   BOTH THE WORK FILE AND THE RUN LOCK BEHIND.  A WORK FILE    *
001220*   WITH NO LOCK (OR A LOCK WITH NO WORK FILE) STILL GETS A     *
001226*   SAY -- THE OPERATOR CONFIRMS BEFORE ANYTHING MOVES.  A      *
001232*   LEFTOVER APPEND FILE IS LOOKED FOR FIRST.                   *
001240*                                                                *
001250 1000-DETECT-INTERRUPTED-SWAP.
001252     PERFORM 1050-CHECK-APPEND-FILE THRU 1050-EXIT.
001254     IF WS-APPEND-FOUND
001256        GO TO 1000-CHECK-LOCK
001258     END-IF.
001260     OPEN INPUT WORK-LEDGER.
001270     IF TRANSWORK-STATUS NOT = '00'
001280        DISPLAY "NO LEFTOVER WORK FILE (" TRANSWORK ") -- "
001310        GO TO 1000-EXIT
001320     END-IF.
001330     CLOSE WORK-LEDGER.
001335 1000-CHECK-LOCK.
001340     OPEN I-O SYSTEM-STATUS.
001350     IF SYSSTAT-STATUS = '00' OR SYSSTAT-STATUS = '05'
001360        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
001550        MOVE 'Y' TO WS-EOF-SWITCH
001560     END-IF.
001570 1000-EXIT.
001571     EXIT.
001572
001573*                                                                *
001574*   1050-CHECK-APPEND-FILE -- THE APPEND RUN EMPTIES ITS WORK   *
001575*   FILE WHEN IT FINISHES, SO ONE WITH A RECORD ON IT IS AN     *
001576*   INTERRUPTED APPEND                                          *
001577*                                                                *
001578 1050-CHECK-APPEND-FILE.
001579     OPEN INPUT APPEND-LEDGER.
001580     IF TRANSADD-STATUS NOT = '00'
001581        GO TO 1050-EXIT
001582     END-IF.
001583     READ APPEND-LEDGER
001584         AT END
001585            CONTINUE
001586         NOT AT END
001587            MOVE 'Y' TO WS-APPEND-FOUND-SWITCH
001588            DISPLAY "LEFTOVER APPEND WORK FILE (" TRANSADD ") -- "
001589            DISPLAY "AN APPEND POSTING DID NOT FINISH"
001590     END-READ.
001591     CLOSE APPEND-LEDGER.
001592 1050-EXIT.
001593     EXIT.
001594
001600*                                                                *
001610*   2000-VERIFY-WORK-FILE -- COMPLETE MEANS: HEADER FIRST,      *
001620*   TRAILER LAST, AND TRAILER TOTALS THAT MATCH THE DETAILS     *
003140 5000-EXIT.
003150     EXIT.
003160
003170*                                                                *
003180*   6000-RECOVER-APPEND -- THE APPEND FILE IS WRITTEN WHOLE     *
003190*   BEFORE THE LIVE LEDGER IS TOUCHED.  WITHOUT ITS TRAILER THE *
003200*   LIVE LEDGER IS AS IT WAS, AND THE APPEND FILE IS RETIRED.   *
003210*   WITH IT, THE LIVE FILE HOLDS ITS ORIGINAL DETAILS (TRAILER  *
003220*   COUNT LESS THE APPENDED DETAILS) FOLLOWED BY NONE, SOME OR  *
003230*   ALL OF THE NEW ONES, SO THE LEDGER IS REBUILT FROM THOSE    *
003240*   ORIGINALS AND THE WHOLE APPEND FILE INTO THE SWAP WORK      *
003250*   FILE, VERIFIED, AND SWAPPED IN.                             *
003260*                                                                *
003270 6000-RECOVER-APPEND.
003280     PERFORM 6100-VERIFY-APPEND-FILE THRU 6100-EXIT.
003290     IF WS-FILE-BROKEN
003300        DISPLAY "APPEND WORK FILE IS INCOMPLETE -- THE LIVE "
003310                "LEDGER WAS NOT TOUCHED"
003320        PERFORM 6900-RETIRE-APPEND-FILE THRU 6900-EXIT
003330        DISPLAY "RE-RUN THE INTERRUPTED BATCH ONCE THE LOCK IS "
003340                "CLEAR."
003350        GO TO 6000-EXIT
003360     END-IF.
003370     PERFORM 6200-MERGE-APPEND THRU 6200-EXIT.
003380     IF WS-FILE-BROKEN
003390        DISPLAY "LIVE LEDGER CANNOT BE MERGED -- RESTORE "
003400                TRANSOUT " FROM BACKUP AND RUN "
003405                "LEDGER-ROLL-FORWARD"
003410        GO TO 6000-EXIT
003420     END-IF.
003430     MOVE ZERO TO WS-RECORD-COUNT WS-DETAIL-COUNT WS-DEBIT-TOTAL
003440                  WS-CREDIT-TOTAL WS-WRITEOFF-TOTAL.
003450     MOVE 'N' TO WS-HEADER-SEEN-SWITCH WS-TRAILER-SEEN-SWITCH.
003460     PERFORM 2000-VERIFY-WORK-FILE THRU 2000-EXIT.
003470     IF WS-FILE-BROKEN
003480        DISPLAY "MERGED LEDGER DOES NOT BALANCE -- RESTORE "
003490                TRANSOUT " FROM BACKUP AND RUN "
003495                "LEDGER-ROLL-FORWARD"
003500        PERFORM 4500-RETIRE-WORK-FILE THRU 4500-EXIT
003510        PERFORM 6900-RETIRE-APPEND-FILE THRU 6900-EXIT
003520        GO TO 6000-EXIT
003530     END-IF.
003540     PERFORM 3000-FINISH-SWAP THRU 3000-EXIT.
003550*   ONCE THE MERGED LEDGER IS LIVE THE APPEND FILE IS SPENT.
003560     IF WS-COPY-STATUS = 0
003570        OPEN OUTPUT APPEND-LEDGER
003580        CLOSE APPEND-LEDGER
003590        DISPLAY "APPEND WORK FILE EMPTIED"
003600     END-IF.
003610 6000-EXIT.
003620     EXIT.
003630
003640*                                                                *
003650*   6100-VERIFY-APPEND-FILE -- DETAILS, THEN ONE TRAILER LAST   *
003660*   WHOSE COUNT COVERS AT LEAST THOSE DETAILS                   *
003670*                                                                *
003680 6100-VERIFY-APPEND-FILE.
003690     MOVE ZERO TO WS-ADD-DETAIL-COUNT WS-ADD-TRAILER-COUNT.
003700     MOVE 'N' TO WS-EOF-SWITCH WS-TRAILER-SEEN-SWITCH
003710                 WS-BROKEN-SWITCH.
003720     OPEN INPUT APPEND-LEDGER.
003730     PERFORM 6150-CHECK-APPEND-RECORD THRU 6150-EXIT
003740             UNTIL WS-EOF-YES.
003750     CLOSE APPEND-LEDGER.
003760     MOVE 'N' TO WS-EOF-SWITCH.
003770     IF NOT WS-TRAILER-SEEN
003780        DISPLAY "APPEND WORK FILE HAS NO TRAILER"
003790        MOVE 'Y' TO WS-BROKEN-SWITCH
003800        GO TO 6100-EXIT
003810     END-IF.
003820     IF WS-ADD-TRAILER-COUNT < WS-ADD-DETAIL-COUNT
003830        DISPLAY "APPEND TRAILER COUNT " WS-ADD-TRAILER-COUNT
003840                " IS LESS THAN ITS " WS-ADD-DETAIL-COUNT
003845                " DETAILS"
003850        MOVE 'Y' TO WS-BROKEN-SWITCH
003860        GO TO 6100-EXIT
003870     END-IF.
003880     COMPUTE WS-KEEP-COUNT =
003890        WS-ADD-TRAILER-COUNT - WS-ADD-DETAIL-COUNT.
003900 6100-EXIT.
003910     EXIT.
003920
003930 6150-CHECK-APPEND-RECORD.
003940     READ APPEND-LEDGER
003950         AT END
003960            MOVE 'Y' TO WS-EOF-SWITCH
003970            GO TO 6150-EXIT
003980     END-READ.
003990     IF WS-TRAILER-SEEN
004000        DISPLAY "RECORDS FOUND AFTER THE APPEND TRAILER"
004010        MOVE 'Y' TO WS-BROKEN-SWITCH
004020     END-IF.
004030     EVALUATE TRUE
004040        WHEN AD-TRAILER-RECORD
004050           MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
004060           MOVE ADT-DETAIL-COUNT TO WS-ADD-TRAILER-COUNT
004070        WHEN AD-DETAIL-RECORD
004080           ADD 1 TO WS-ADD-DETAIL-COUNT
004090        WHEN OTHER
004100           DISPLAY "UNRECOGNIZED RECORD TYPE '" AD-RECORD-TYPE
004110                   "' ON THE APPEND WORK FILE"
004120           MOVE 'Y' TO WS-BROKEN-SWITCH
004130     END-EVALUATE.
004140 6150-EXIT.
004150     EXIT.
004160
004170*                                                                *
004180*   6200-MERGE-APPEND -- LIVE HEADER AND ORIGINAL DETAILS, THEN *
004190*   EVERY RECORD OF THE APPEND FILE (ITS TRAILER LAST), INTO    *
004200*   THE SWAP WORK FILE                                          *
004210*                                                                *
004220 6200-MERGE-APPEND.
004230     MOVE 'N' TO WS-EOF-SWITCH WS-BROKEN-SWITCH.
004240     MOVE ZERO TO WS-KEPT-COUNT.
004250     OPEN INPUT LIVE-LEDGER.
004260     IF TRANSOUT-STATUS NOT = '00'
004270        DISPLAY "CANNOT OPEN " TRANSOUT " STATUS " TRANSOUT-STATUS
004280        MOVE 'Y' TO WS-BROKEN-SWITCH
004290        GO TO 6200-EXIT
004300     END-IF.
004310     READ LIVE-LEDGER
004320         AT END
004330            MOVE 'Y' TO WS-EOF-SWITCH
004340     END-READ.
004350     IF WS-EOF-YES OR NOT LV-HEADER-RECORD
004360        DISPLAY "LIVE LEDGER HAS NO HEADER RECORD"
004370        CLOSE LIVE-LEDGER
004380        MOVE 'N' TO WS-EOF-SWITCH
004390        MOVE 'Y' TO WS-BROKEN-SWITCH
004400        GO TO 6200-EXIT
004410     END-IF.
004420     OPEN OUTPUT WORK-LEDGER.
004430     MOVE LIVE-TRANSACTION-STRUCTURE
004435          TO WORK-TRANSACTION-STRUCTURE.
004440     WRITE WORK-TRANSACTION-STRUCTURE.
004450     PERFORM 6250-COPY-LIVE-DETAIL THRU 6250-EXIT
004460             UNTIL WS-EOF-YES OR WS-KEPT-COUNT = WS-KEEP-COUNT.
004470     CLOSE LIVE-LEDGER.
004480     MOVE 'N' TO WS-EOF-SWITCH.
004490     OPEN INPUT APPEND-LEDGER.
004500     PERFORM 6280-COPY-APPEND-RECORD THRU 6280-EXIT
004510             UNTIL WS-EOF-YES.
004520     CLOSE APPEND-LEDGER WORK-LEDGER.
004530     MOVE 'N' TO WS-EOF-SWITCH.
004540     DISPLAY "LEDGER MERGED FROM " WS-KEPT-COUNT " ORIGINAL AND "
004550             WS-ADD-DETAIL-COUNT " APPENDED DETAILS".
004560 6200-EXIT.
004570     EXIT.
004580
004590*   A TRAILER (OR THE END OF THE FILE) SHORT OF THE ORIGINAL
004600*   COUNT STOPS THE COPY -- THE VERIFY PASS THEN FINDS THE
004610*   MERGED TOTALS DO NOT BALANCE.
004620 6250-COPY-LIVE-DETAIL.
004630     READ LIVE-LEDGER
004640         AT END
004650            MOVE 'Y' TO WS-EOF-SWITCH
004660            GO TO 6250-EXIT
004670     END-READ.
004680     IF NOT LV-DETAIL-RECORD
004690        MOVE 'Y' TO WS-EOF-SWITCH
004700        GO TO 6250-EXIT
004710     END-IF.
004720     MOVE LIVE-TRANSACTION-STRUCTURE
004725          TO WORK-TRANSACTION-STRUCTURE.
004730     WRITE WORK-TRANSACTION-STRUCTURE.
004740     ADD 1 TO WS-KEPT-COUNT.
004750 6250-EXIT.
004760     EXIT.
004770
004780 6280-COPY-APPEND-RECORD.
004790     READ APPEND-LEDGER
004800         AT END
004810            MOVE 'Y' TO WS-EOF-SWITCH
004820            GO TO 6280-EXIT
004830     END-READ.
004840     MOVE APPEND-TRANSACTION-STRUCTURE
004845          TO WORK-TRANSACTION-STRUCTURE.
004850     WRITE WORK-TRANSACTION-STRUCTURE.
004860 6280-EXIT.
004870     EXIT.
004880
004890*                                                                *
004900*   6900-RETIRE-APPEND-FILE -- SAME DATED .BAD COPY AS 4500,    *
004910*   THEN THE APPEND FILE IS EMPTIED                             *
004920*                                                                *
004930 6900-RETIRE-APPEND-FILE.
004940     MOVE SPACES TO WORKBAD.
004950     STRING TRANSADD DELIMITED BY SPACE
004960            "." WS-TODAY-8 ".bad" DELIMITED BY SIZE
004970            INTO WORKBAD.
004980     CALL "CBL_COPY_FILE" USING TRANSADD, WORKBAD
004990          RETURNING WS-COPY-STATUS.
005000     IF WS-COPY-STATUS NOT = 0
005010        DISPLAY "WARNING: COULD NOT COPY THE APPEND FILE TO "
005020                WORKBAD
005030        GO TO 6900-EXIT
005040     END-IF.
005050     OPEN OUTPUT APPEND-LEDGER.
005060     CLOSE APPEND-LEDGER.
005070     DISPLAY "APPEND FILE RETIRED TO " WORKBAD.
005080 6900-EXIT.
005090     EXIT.
005100
005110 9999-EXIT.
005120     STOP RUN.
