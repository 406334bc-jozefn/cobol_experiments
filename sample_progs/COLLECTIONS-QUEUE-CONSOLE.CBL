000010******************************************************************
000020*                                                                *
000030*   COLLECTIONS-QUEUE-CONSOLE                                    *
000040*                                                                *
000050*   THE COLLECTOR'S WORK SCREEN (THE SAME DISPLAY/ACCEPT SHAPE   *
000060*   AS PROMISE-TO-PAY-MAINT).  THE COLLECTOR SIGNS ON AND IS     *
000070*   HANDED THE ACCOUNTS COLLECTIONS-QUEUE-BUILD ASSIGNED TO THAT *
000080*   CLERK LAST NIGHT, ONE AT A TIME IN PRIORITY ORDER -- OLDEST  *
000090*   DELINQUENCY FIRST, LARGEST BALANCE FIRST WITHIN THE SAME     *
000100*   AGE -- SKIPPING ANY ALREADY WORKED TODAY.  FOR EACH ONE THE  *
000110*   COLLECTOR KEYS AN OUTCOME CODE:                              *
000120*       LM  LEFT MESSAGE          NA  NO ANSWER                  *
000130*       WN  WRONG NUMBER          RF  REFUSED TO PAY             *
000140*       PP  PROMISED TO PAY       CB  CALL BACK REQUESTED        *
000150*       PD  SAYS ALREADY PAID     DS  DISPUTES THE BALANCE       *
000160*   OR S TO PASS OVER THE ACCOUNT FOR NOW.  THE OUTCOME IS       *
000170*   MARKED ON THE QUEUE ENTRY, KEPT ON THE ACTIVITY FILE FOR     *
000180*   COLLECTOR-ACTIVITY-REPORT, AND WRITTEN TO THE CONTACT'S CALL *
000190*   LOG (JOURNALED THROUGH ADDRESS-JOURNAL-WRITE).  A CALL BACK  *
000200*   ASKS FOR THE DATE AND PUTS IT ON THE COLLECTOR'S TICKLER     *
000210*   QUEUE.  A PROMISE IS THEN KEYED ON PROMISE-TO-PAY-MAINT AND  *
000220*   A DISPUTE ON DISPUTE-MAINT.                                  *
000230*                                                                *
000240*   A SUPERVISOR MAY WORK ANOTHER COLLECTOR'S QUEUE, OR THE      *
000250*   UNASSIGNED ACCOUNTS (KEY UNASSIGNED).                        *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      COLLECTIONS-QUEUE-CONSOLE.
000300 AUTHOR.          DATA PROCESSING.
000310 INSTALLATION.    ACCOUNTING SYSTEMS.
000320 DATE-WRITTEN.    10/15/2026.
000330 DATE-COMPILED.   10/15/2026.
000340*                                                                *
000350*   MODIFICATION HISTORY                                        *
000360*   ------------------------------------------------------------ *
000370*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000380*                                                                *
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL COLLECTION-QUEUE
000430            ASSIGN       TO  COLLQUEUE
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS CQ-QUEUE-KEY
000470            FILE STATUS  IS QUEUE-STATUS.
000480
000490     SELECT OPTIONAL COLLECTION-ACTIVITY
000500            ASSIGN       TO  COLLACTIVITY
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS CV-ACTIVITY-KEY
000540            FILE STATUS  IS ACTIVITY-STATUS.
000550
000560     SELECT OPTIONAL CALL-LOG-FILE
000570            ASSIGN       TO  CALLLOGOUT
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE  IS DYNAMIC
000600            RECORD KEY   IS CL-ENTRY-ID
000610            FILE STATUS  IS CALLLOG-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  COLLECTION-QUEUE.
000660 01  COLLECTION-QUEUE-STRUCTURE.
000670     COPY "COLLECTION-QUEUE-RECORD.CPY" REPLACING ==(TAG)==
000680          BY ==CQ-==.
000690
000700 FD  COLLECTION-ACTIVITY.
000710 01  COLLECTION-ACTIVITY-STRUCTURE.
000720     COPY "COLLECTION-ACTIVITY-RECORD.CPY" REPLACING ==(TAG)==
000730          BY ==CV-==.
000740
000750 FD  CALL-LOG-FILE.
000760 01  CALL-LOG-RECORD.
000770     COPY "ADDRESS-CALLLOG-RECORD.CPY" REPLACING ==(TAG)==
000780          BY ==CL-==.
000790
000800 WORKING-STORAGE SECTION.
000810 01  COLLQUEUE                  PIC X(50)
000820     VALUE "/mnt/c/cobfiles\collections-queue.idx".
000830 01  COLLACTIVITY               PIC X(50)
000840     VALUE "/mnt/c/cobfiles\collection-activity.idx".
000850 01  CALLLOGOUT                 PIC X(50)
000860     VALUE "/mnt/c/cobfiles\address-calllog.idx".
000870 01  QUEUE-STATUS               PIC X(02).
000880 01  ACTIVITY-STATUS            PIC X(02).
000890 01  CALLLOG-STATUS             PIC X(02).
000900
000910*   FORWARD-RECOVERY JOURNAL FIELDS (SEE ADDRESS-JOURNAL-WRITE)
000920*   FOR THE CALL-LOG ENTRIES WRITTEN.
000930 01  WS-JRN-FILE-ID             PIC X(01).
000940 01  WS-JRN-ACTION              PIC X(01).
000950 01  WS-JRN-KEY                 PIC X(16).
000960 01  WS-JRN-BEFORE              PIC X(400).
000970 01  WS-JRN-AFTER               PIC X(400).
000980
000990 01  WS-CLERK-ID                PIC X(10).
001000 01  WS-CLERK-NAME              PIC X(30).
001010 01  WS-CLERK-ROLE              PIC X(01).
001020 01  WS-CHECK-RESULT            PIC X(01).
001030 01  WS-TODAY-8                 PIC 9(08).
001040 01  WS-NOW-TIME                PIC 9(08).
001050
001060*   WHOSE QUEUE IS BEING WORKED -- THE CLERK'S OWN UNLESS A
001070*   SUPERVISOR PICKS ANOTHER.
001080 01  WS-QUEUE-OWNER             PIC X(10).
001090 01  WS-IN-OWNER                PIC X(10).
001100 01  WS-IN-OUTCOME              PIC X(03).
001110 01  WS-IN-DATE                 PIC X(08).
001120 01  WS-CALLBACK-DATE           PIC 9(08) VALUE ZERO.
001130 01  WS-OUTCOME-TEXT            PIC X(20).
001140 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
001150 01  WS-CONTACT-PHONE           PIC X(12).
001160 01  WS-NEXT-CALLLOG-SEQ        PIC 9(04).
001170 01  WS-WORKED-COUNT            PIC 9(05) VALUE ZERO.
001180
001190 01  WS-SWITCHES.
001200     05  WS-QUIT-SWITCH         PIC X(01) VALUE 'N'.
001210         88  WS-QUIT                      VALUE 'Y'.
001220     05  WS-QUEUE-EOF-SWITCH    PIC X(01) VALUE 'N'.
001230         88  WS-QUEUE-EOF                 VALUE 'Y'.
001240     05  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001250         88  WS-ENTRY-FOUND               VALUE 'Y'.
001260     05  WS-LOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
001270         88  WS-LOG-EOF                   VALUE 'Y'.
001280     05  WS-CALLLOG-SWITCH      PIC X(01) VALUE 'N'.
001290         88  WS-CALLLOG-AVAILABLE         VALUE 'Y'.
001300     05  WS-ACTIVITY-SWITCH     PIC X(01) VALUE 'N'.
001310         88  WS-ACTIVITY-AVAILABLE        VALUE 'Y'.
001320
001330 PROCEDURE DIVISION.
001340*                                                                *
001350*   0000-MAINLINE                                               *
001360*                                                                *
001370 0000-MAINLINE.
001380     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001390     DISPLAY "ENTER YOUR CLERK ID:".
001400     ACCEPT WS-CLERK-ID.
001410     IF WS-CLERK-ID = SPACES
001420        DISPLAY "A CLERK ID IS REQUIRED"
001430        GO TO 9999-EXIT
001440     END-IF.
001450     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001460          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001470     EVALUATE TRUE
001480        WHEN WS-CHECK-RESULT = 'M'
001490           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001500                   "ROLE NOT VERIFIED"
001510        WHEN WS-CHECK-RESULT = 'Y'
001520             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
001530           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001540        WHEN OTHER
001550           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001560           GO TO 9999-EXIT
001570     END-EVALUATE.
001580     MOVE WS-CLERK-ID TO WS-QUEUE-OWNER.
001590     IF WS-CLERK-ROLE = 'S'
001600        PERFORM 1500-PICK-QUEUE THRU 1500-EXIT
001610     END-IF.
001620     OPEN I-O COLLECTION-QUEUE.
001630     IF QUEUE-STATUS NOT = '00'
001640        DISPLAY "NO COLLECTIONS QUEUE ON FILE, STATUS "
001650                QUEUE-STATUS
001660        GO TO 9999-EXIT
001670     END-IF.
001680     OPEN I-O COLLECTION-ACTIVITY.
001690     IF ACTIVITY-STATUS = '00' OR ACTIVITY-STATUS = '05'
001700        MOVE 'Y' TO WS-ACTIVITY-SWITCH
001710     ELSE
001720        DISPLAY "WARNING -- CANNOT OPEN ACTIVITY FILE, STATUS "
001730                ACTIVITY-STATUS
001740     END-IF.
001750     OPEN I-O CALL-LOG-FILE.
001760     IF CALLLOG-STATUS = '00' OR CALLLOG-STATUS = '05'
001770        MOVE 'Y' TO WS-CALLLOG-SWITCH
001780     ELSE
001790        DISPLAY "WARNING -- CANNOT OPEN CALL LOG, STATUS "
001800                CALLLOG-STATUS
001810     END-IF.
001820     MOVE SPACES        TO CQ-QUEUE-KEY.
001830     MOVE WS-QUEUE-OWNER TO CQ-COLLECTOR-ID.
001840     MOVE ZERO          TO CQ-DAYS-RANK CQ-BALANCE-RANK
001850                           CQ-ACCOUNT-ID.
001860     START COLLECTION-QUEUE KEY IS >= CQ-QUEUE-KEY
001870         INVALID KEY
001880            MOVE 'Y' TO WS-QUIT-SWITCH
001890     END-START.
001900     PERFORM 2000-WORK-NEXT-ACCOUNT THRU 2000-EXIT
001910             UNTIL WS-QUIT.
001920     DISPLAY "ACCOUNTS WORKED THIS SESSION: " WS-WORKED-COUNT.
001930     CLOSE COLLECTION-QUEUE.
001940     IF WS-ACTIVITY-AVAILABLE
001950        CLOSE COLLECTION-ACTIVITY
001960     END-IF.
001970     IF WS-CALLLOG-AVAILABLE
001980        CLOSE CALL-LOG-FILE
001990     END-IF.
002000     GO TO 9999-EXIT.
002010
002020*                                                                *
002030*   1500-PICK-QUEUE -- A SUPERVISOR MAY WORK ANOTHER             *
002040*   COLLECTOR'S QUEUE OR THE UNASSIGNED ACCOUNTS                 *
002050*                                                                *
002060 1500-PICK-QUEUE.
002070     DISPLAY "QUEUE TO WORK -- COLLECTOR ID, UNASSIGNED, "
002080             "OR ENTER FOR YOUR OWN:".
002090     MOVE SPACES TO WS-IN-OWNER.
002100     ACCEPT WS-IN-OWNER.
002110     EVALUATE TRUE
002120        WHEN WS-IN-OWNER = SPACES
002130           CONTINUE
002140        WHEN FUNCTION UPPER-CASE(WS-IN-OWNER) = "UNASSIGNED"
002150           MOVE SPACES TO WS-QUEUE-OWNER
002160        WHEN OTHER
002170           MOVE WS-IN-OWNER TO WS-QUEUE-OWNER
002180     END-EVALUATE.
002190 1500-EXIT.
002200     EXIT.
002210
002220*                                                                *
002230*   2000-WORK-NEXT-ACCOUNT -- THE NEXT ACCOUNT ON THE QUEUE NOT  *
002240*   YET WORKED TODAY                                             *
002250*                                                                *
002260 2000-WORK-NEXT-ACCOUNT.
002270     MOVE 'N' TO WS-FOUND-SWITCH.
002280     MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
002290     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
002300             UNTIL WS-ENTRY-FOUND OR WS-QUEUE-EOF.
002310     IF WS-QUEUE-EOF
002320        DISPLAY "END OF QUEUE -- NOTHING LEFT TO WORK"
002330        MOVE 'Y' TO WS-QUIT-SWITCH
002340        GO TO 2000-EXIT
002350     END-IF.
002360     PERFORM 3000-SHOW-ACCOUNT THRU 3000-EXIT.
002370     DISPLAY "OUTCOME (LM NA WN RF PP CB PD DS), "
002380             "S TO SKIP, END TO STOP:".
002390     MOVE SPACES TO WS-IN-OUTCOME.
002400     ACCEPT WS-IN-OUTCOME.
002410     MOVE FUNCTION UPPER-CASE(WS-IN-OUTCOME) TO WS-IN-OUTCOME.
002420     EVALUATE WS-IN-OUTCOME
002430        WHEN "END"
002440           MOVE 'Y' TO WS-QUIT-SWITCH
002450        WHEN "S"
002460           CONTINUE
002470        WHEN OTHER
002480           PERFORM 4000-RECORD-OUTCOME THRU 4000-EXIT
002490     END-EVALUATE.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-READ-QUEUE.
002540     READ COLLECTION-QUEUE NEXT RECORD
002550         AT END
002560            MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
002570            GO TO 2100-EXIT
002580     END-READ.
002590     IF CQ-COLLECTOR-ID NOT = WS-QUEUE-OWNER
002600        MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
002610        GO TO 2100-EXIT
002620     END-IF.
002630     IF CQ-QUEUE-UNWORKED
002640        OR CQ-WORKED-DATE NOT = WS-TODAY-8
002650        MOVE 'Y' TO WS-FOUND-SWITCH
002660     END-IF.
002670 2100-EXIT.
002680     EXIT.
002690
002700 3000-SHOW-ACCOUNT.
002710     MOVE CQ-PAST-DUE-AMOUNT TO WS-AMOUNT-EDITED.
002720     DISPLAY " ".
002730     DISPLAY "ACCOUNT " CQ-ACCOUNT-ID
002740             "  TERRITORY " CQ-TERRITORY
002750             "  PAST DUE " WS-AMOUNT-EDITED
002760             "  OLDEST " CQ-OLDEST-DAYS " DAYS".
002770     IF CQ-CONTACT-PHONE = SPACES
002780        DISPLAY "  NO CONTACT ON FILE -- OUTCOME IS NOT "
002790                "CALL-LOGGED"
002800     ELSE
002810        DISPLAY "  " CQ-CONTACT-NAME "  PHONE " CQ-CONTACT-PHONE
002820     END-IF.
002830     IF CQ-QUEUE-WORKED
002840        DISPLAY "  LAST OUTCOME " CQ-OUTCOME-CODE
002850                " ON " CQ-WORKED-DATE " BY " CQ-WORKED-BY
002860     END-IF.
002870 3000-EXIT.
002880     EXIT.
002890
002900*                                                                *
002910*   4000-RECORD-OUTCOME -- MARK THE QUEUE ENTRY, KEEP THE        *
002920*   ACTIVITY RECORD AND LOG THE CALL                             *
002930*                                                                *
002940 4000-RECORD-OUTCOME.
002950     MOVE WS-IN-OUTCOME (1:2) TO CV-OUTCOME-CODE.
002960     IF WS-IN-OUTCOME (3:1) NOT = SPACE
002970        OR NOT CV-VALID-OUTCOME
002980        DISPLAY "NOT AN OUTCOME CODE -- ACCOUNT LEFT ON THE QUEUE"
002990        GO TO 4000-EXIT
003000     END-IF.
003010     MOVE ZERO TO WS-CALLBACK-DATE.
003020     IF CV-CALL-BACK
003030        DISPLAY "CALL BACK ON (YYYYMMDD):"
003040        MOVE SPACES TO WS-IN-DATE
003050        ACCEPT WS-IN-DATE
003060        IF WS-IN-DATE NOT NUMERIC
003070           OR WS-IN-DATE < WS-TODAY-8
003080           DISPLAY "MUST BE A YYYYMMDD DATE NOT IN THE PAST -- "
003090                   "ACCOUNT LEFT ON THE QUEUE"
003100           GO TO 4000-EXIT
003110        END-IF
003120        MOVE WS-IN-DATE TO WS-CALLBACK-DATE
003130     END-IF.
003140     PERFORM 4500-OUTCOME-TEXT THRU 4500-EXIT.
003150     ACCEPT WS-NOW-TIME FROM TIME.
003160     SET CQ-QUEUE-WORKED TO TRUE.
003170     MOVE CV-OUTCOME-CODE TO CQ-OUTCOME-CODE.
003180     MOVE WS-TODAY-8      TO CQ-WORKED-DATE.
003190     MOVE WS-CLERK-ID     TO CQ-WORKED-BY.
003200     REWRITE COLLECTION-QUEUE-STRUCTURE
003210         INVALID KEY
003220            DISPLAY "COULD NOT MARK THE QUEUE ENTRY, STATUS "
003230                    QUEUE-STATUS
003240            GO TO 4000-EXIT
003250     END-REWRITE.
003260     ADD 1 TO WS-WORKED-COUNT.
003270     MOVE SPACES TO CL-ENTRY-ID.
003280     PERFORM 5000-LOG-THE-CALL THRU 5000-EXIT.
003290     IF WS-ACTIVITY-AVAILABLE
003300        MOVE WS-TODAY-8         TO CV-ACTIVITY-DATE
003310        MOVE WS-CLERK-ID        TO CV-COLLECTOR-ID
003320        MOVE CQ-ACCOUNT-ID      TO CV-ACCOUNT-ID
003330        MOVE WS-NOW-TIME        TO CV-ACTIVITY-TIME
003340        MOVE CQ-PAST-DUE-AMOUNT TO CV-PAST-DUE-AMOUNT
003350        MOVE CQ-OLDEST-DAYS     TO CV-OLDEST-DAYS
003360        MOVE CL-ENTRY-ID        TO CV-CALLLOG-ENTRY-ID
003370        WRITE COLLECTION-ACTIVITY-STRUCTURE
003380            INVALID KEY
003390               DISPLAY "WARNING: ACTIVITY NOT RECORDED, STATUS "
003400                       ACTIVITY-STATUS
003410        END-WRITE
003420     END-IF.
003430     DISPLAY "RECORDED: " WS-OUTCOME-TEXT.
003440     EVALUATE TRUE
003450        WHEN CV-PROMISED-TO-PAY
003460           DISPLAY "KEY THE PROMISE ON PROMISE-TO-PAY-MAINT"
003470        WHEN CV-DISPUTES
003480           DISPLAY "OPEN THE DISPUTE ON DISPUTE-MAINT"
003490        WHEN OTHER
003500           CONTINUE
003510     END-EVALUATE.
003520 4000-EXIT.
003530     EXIT.
003540
003550 4500-OUTCOME-TEXT.
003560     EVALUATE TRUE
003570        WHEN CV-LEFT-MESSAGE
003580           MOVE "LEFT MESSAGE"      TO WS-OUTCOME-TEXT
003590        WHEN CV-NO-ANSWER
003600           MOVE "NO ANSWER"         TO WS-OUTCOME-TEXT
003610        WHEN CV-WRONG-NUMBER
003620           MOVE "WRONG NUMBER"      TO WS-OUTCOME-TEXT
003630        WHEN CV-REFUSED
003640           MOVE "REFUSED TO PAY"    TO WS-OUTCOME-TEXT
003650        WHEN CV-PROMISED-TO-PAY
003660           MOVE "PROMISED TO PAY"   TO WS-OUTCOME-TEXT
003670        WHEN CV-CALL-BACK
003680           MOVE "CALL BACK"         TO WS-OUTCOME-TEXT
003690        WHEN CV-SAYS-PAID
003700           MOVE "SAYS ALREADY PAID" TO WS-OUTCOME-TEXT
003710        WHEN CV-DISPUTES
003720           MOVE "DISPUTES BALANCE"  TO WS-OUTCOME-TEXT
003730     END-EVALUATE.
003740 4500-EXIT.
003750     EXIT.
003760
003770*                                                                *
003780*   5000-LOG-THE-CALL -- A CALL-LOG ENTRY FOR THE ACCOUNT'S      *
003790*   CONTACT, NEXT IN THAT CONTACT'S SEQUENCE.  A CALL BACK       *
003800*   CARRIES ITS DATE AND GOES ON THE COLLECTOR'S TICKLER QUEUE.  *
003810*   CL-ENTRY-ID IS LEFT AT SPACES WHEN NOTHING COULD BE LOGGED.  *
003820*                                                                *
003830 5000-LOG-THE-CALL.
003840     IF NOT WS-CALLLOG-AVAILABLE
003850        OR CQ-CONTACT-PHONE = SPACES
003860        GO TO 5000-EXIT
003870     END-IF.
003880     MOVE CQ-CONTACT-PHONE TO WS-CONTACT-PHONE.
003890     PERFORM 5100-FIND-NEXT-SEQ THRU 5100-EXIT.
003900     MOVE SPACES TO CALL-LOG-RECORD.
003910     STRING WS-CONTACT-PHONE    DELIMITED BY SIZE
003920            WS-NEXT-CALLLOG-SEQ DELIMITED BY SIZE
003930            INTO CL-ENTRY-ID
003940     END-STRING.
003950     MOVE WS-CONTACT-PHONE    TO CL-OWNPHONE.
003960     MOVE WS-NEXT-CALLLOG-SEQ TO CL-ENTRY-SEQ.
003970     MOVE WS-TODAY-8          TO CL-ENTRY-DATE.
003980     MOVE WS-CLERK-ID         TO CL-CLERK-ID.
003990     STRING "COLLECTIONS: " WS-OUTCOME-TEXT
004000            " ACCT " CQ-ACCOUNT-ID
004010            DELIMITED BY SIZE INTO CL-NOTE-LINE
004020     END-STRING.
004030     IF WS-CALLBACK-DATE > ZERO
004040        MOVE WS-CALLBACK-DATE TO CL-FOLLOWUP-DATE
004050        MOVE WS-CLERK-ID      TO CL-ASSIGNED-CLERK
004060        SET CL-TICKLER-OPEN   TO TRUE
004070     END-IF.
004080     WRITE CALL-LOG-RECORD
004090         INVALID KEY
004100            DISPLAY "WARNING: CALL LOG ENTRY NOT WRITTEN, STATUS "
004110                    CALLLOG-STATUS
004120            MOVE SPACES TO CL-ENTRY-ID
004130            GO TO 5000-EXIT
004140     END-WRITE.
004150     MOVE 'C' TO WS-JRN-FILE-ID.
004160     MOVE 'W' TO WS-JRN-ACTION.
004170     MOVE CL-ENTRY-ID TO WS-JRN-KEY.
004180     MOVE SPACES TO WS-JRN-BEFORE.
004190     MOVE CALL-LOG-RECORD TO WS-JRN-AFTER.
004200     CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
004210          WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE, WS-JRN-AFTER.
004220 5000-EXIT.
004230     EXIT.
004240
004250*                                                                *
004260*   5100-FIND-NEXT-SEQ -- ONE PAST THE HIGHEST SEQUENCE ALREADY  *
004270*   ON THE CONTACT'S CALL LOG                                    *
004280*                                                                *
004290 5100-FIND-NEXT-SEQ.
004300     MOVE ZERO TO WS-NEXT-CALLLOG-SEQ.
004310     MOVE 'N' TO WS-LOG-EOF-SWITCH.
004320     MOVE SPACES TO CL-ENTRY-ID.
004330     STRING WS-CONTACT-PHONE DELIMITED BY SIZE
004340            "0000"           DELIMITED BY SIZE
004350            INTO CL-ENTRY-ID
004360     END-STRING.
004370     START CALL-LOG-FILE KEY IS >= CL-ENTRY-ID
004380         INVALID KEY
004390            MOVE 'Y' TO WS-LOG-EOF-SWITCH
004400     END-START.
004410     PERFORM 5150-READ-ONE-ENTRY THRU 5150-EXIT
004420             UNTIL WS-LOG-EOF.
004430     ADD 1 TO WS-NEXT-CALLLOG-SEQ.
004440 5100-EXIT.
004450     EXIT.
004460
004470 5150-READ-ONE-ENTRY.
004480     READ CALL-LOG-FILE NEXT RECORD
004490         AT END
004500            MOVE 'Y' TO WS-LOG-EOF-SWITCH
004510            GO TO 5150-EXIT
004520     END-READ.
004530     IF CL-OWNPHONE NOT = WS-CONTACT-PHONE
004540        MOVE 'Y' TO WS-LOG-EOF-SWITCH
004550        GO TO 5150-EXIT
004560     END-IF.
004570     MOVE CL-ENTRY-SEQ TO WS-NEXT-CALLLOG-SEQ.
004580 5150-EXIT.
004590     EXIT.
004600
004610 9999-EXIT.
004620     STOP RUN.
