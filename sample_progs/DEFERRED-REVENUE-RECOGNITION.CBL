000010******************************************************************
000020*                                                                *
000030*   DEFERRED-REVENUE-RECOGNITION                                 *
000040*                                                                *
000050*   MONTHLY RECOGNITION RUN FOR THE DEFERRED REVENUE SCHEDULE    *
000060*   LEDGER-POST BUILDS FROM QUARTERLY AND ANNUAL CONTRACT        *
000070*   CHARGES.  EVERY SCHEDULE MONTH STILL DEFERRED WHOSE SERVICE  *
000080*   MONTH HAS COME DUE BY THE RECOGNITION PERIOD IS MARKED       *
000090*   RECOGNIZED IN THAT PERIOD; GL-EXTRACT THEN MOVES IT OUT OF   *
000100*   DEFERRED REVENUE AND INTO REVENUE ON THE JOURNAL FOR THAT    *
000110*   MONTH.  A MONTH LEFT BEHIND BY A MISSED RUN IS PICKED UP BY  *
000120*   THE NEXT ONE.                                                *
000130*                                                                *
000140*   THE PERIOD IS THE RECOGNIZE-PERIOD= (YYYYMM) LINE IN THE     *
000150*   SHARED LEDGER RUN PARAMETER FILE, THE CURRENT MONTH WHEN     *
000160*   THERE IS NONE.  A PERIOD ALREADY CLOSED ON PERIOD CONTROL    *
000170*   IS REFUSED -- THE GL FOR IT HAS GONE TO FINANCE.  EVERY      *
000180*   REWRITE IS JOURNALED FOR FORWARD RECOVERY, AND A             *
000190*   RECOGNITION REGISTER IS SPOOLED.                             *
000200*                                                                *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.      DEFERRED-REVENUE-RECOGNITION.
000240 AUTHOR.          DATA PROCESSING.
000250 INSTALLATION.    ACCOUNTING SYSTEMS.
000260 DATE-WRITTEN.    10/15/2026.
000270 DATE-COMPILED.   10/15/2026.
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   ------------------------------------------------------------ *
000310*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000312*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000314*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000316*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000318*                    HEADING.                                   *
000320*                                                                *
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL DEFERRED-REVENUE
000370            ASSIGN       TO  DEFREV
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE  IS DYNAMIC
000400            RECORD KEY   IS DR-SCHEDULE-KEY
000410            FILE STATUS  IS DEFREV-STATUS.
000420
000430     SELECT OPTIONAL PERIOD-CONTROL
000440            ASSIGN       TO  PERIODCTL
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS PC-PERIOD
000480            FILE STATUS  IS PERIODCTL-STATUS.
000490
000500     SELECT OPTIONAL RUN-PARM-FILE
000510            ASSIGN       TO  RUNPARMS
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS  IS RUNPARM-STATUS.
000540
000550     SELECT REGISTER-FILE
000560            ASSIGN       TO  REGISTEROUT
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS  IS REGISTER-STATUS.
000590
000600     SELECT OPTIONAL SYSTEM-STATUS
000610            ASSIGN       TO  SYSSTAT
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE  IS DYNAMIC
000640            RECORD KEY   IS SS-LOCK-NAME
000650            FILE STATUS  IS SYSSTAT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  DEFERRED-REVENUE.
000700 01  DEFERRED-REVENUE-STRUCTURE.
000710     COPY "DEFERRED-REVENUE-RECORD.CPY" REPLACING ==(TAG)==
000720          BY ==DR-==.
000730
000740 FD  PERIOD-CONTROL.
000750 01  PERIOD-CONTROL-STRUCTURE.
000760     COPY "PERIOD-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
000770          BY ==PC-==.
000780
000790 FD  RUN-PARM-FILE
000800     RECORDING MODE IS F.
000810 01  RUN-PARM-LINE                PIC X(40).
000820
000830 FD  REGISTER-FILE
000840     RECORDING MODE IS F.
000850 01  REGISTER-LINE                PIC X(100).
000860
000870 FD  SYSTEM-STATUS.
000880 01  SYSTEM-STATUS-STRUCTURE.
000890     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
000900          BY ==SS-==.
000910
000920 WORKING-STORAGE SECTION.
000930*                                                                *
000940*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000950*                                                                *
000960 01  DEFREV                     PIC X(50)
000970     VALUE "/mnt/c/cobfiles\deferred-revenue.idx".
000980 01  PERIODCTL                  PIC X(50)
000990     VALUE "/mnt/c/cobfiles\period-control.idx".
001000 01  RUNPARMS                   PIC X(50)
001010     VALUE "ledger-run-parms.txt".
001020 01  REGISTEROUT                PIC X(50) VALUE SPACES.
001030 01  SYSSTAT                    PIC X(50)
001040     VALUE "/mnt/c/cobfiles\system-status.idx".
001050
001060 01  DEFREV-STATUS              PIC X(02).
001070 01  PERIODCTL-STATUS           PIC X(02).
001080 01  RUNPARM-STATUS             PIC X(02).
001090 01  REGISTER-STATUS            PIC X(02).
001100 01  SYSSTAT-STATUS             PIC X(02).
001110 01  WS-RUN-LOCK-SWITCH         PIC X(01) VALUE 'N'.
001120     88  WS-RUN-LOCK-HELD                  VALUE 'Y'.
001130
001140 01  WS-SWITCHES.
001150     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001160         88  WS-EOF-YES                    VALUE 'Y'.
001170     05  WS-PERIOD-OK-SWITCH     PIC X(01) VALUE 'Y'.
001180         88  WS-PERIOD-OK                  VALUE 'Y'.
001190     05  WS-DEFREV-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001200         88  WS-DEFREV-OPEN                VALUE 'Y'.
001210
001220 01  WS-TODAY-8                 PIC 9(08).
001222 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001224     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001226 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001230 01  WS-NOW-TIME                PIC X(08).
001240 01  WS-PARM-NAME               PIC X(20).
001250 01  WS-PARM-VALUE              PIC X(20).
001260 01  WS-RECOGNIZE-PERIOD        PIC 9(06) VALUE ZERO.
001270 01  WS-RECOGNIZED-COUNT        PIC 9(07) VALUE ZERO.
001280 01  WS-RECOGNIZED-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
001290 01  WS-STILL-DEFERRED-COUNT    PIC 9(07) VALUE ZERO.
001300 01  WS-STILL-DEFERRED-TOTAL    PIC 9(11)V9(02) VALUE ZERO.
001310
001320 01  WS-RC-FUNCTION             PIC X(01).
001330 01  WS-RC-JOB-NAME             PIC X(20)
001340     VALUE "DEFREV-RECOGNITION".
001350 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001360 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001370 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001380
001390*                                                                *
001400*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE                   *
001410*   LEDGER-JOURNAL-WRITE)                                       *
001420*                                                                *
001430 01  WS-JL-FILE-ID              PIC X(01).
001440 01  WS-JL-ACTION               PIC X(01).
001450 01  WS-JL-KEY                  PIC X(16).
001460 01  WS-JL-BEFORE               PIC X(200).
001470 01  WS-JL-AFTER                PIC X(200).
001480
001490*                                                                *
001500*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001510*                                                                *
001520 01  WS-SPOOL-FUNCTION          PIC X(01).
001530 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001540     VALUE "revenue-recognition".
001550 01  WS-SPOOL-JOB-NAME          PIC X(20)
001560     VALUE "DEFREV-RECOGNITION".
001570 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001580 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001590 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001600
001610 PROCEDURE DIVISION.
001620*                                                                *
001630*   0000-MAINLINE                                               *
001640*                                                                *
001650 0000-MAINLINE.
001660     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001665          WS-OVERRIDE-MARK.
001670     ACCEPT WS-NOW-TIME FROM TIME.
001680     MOVE 'S' TO WS-RC-FUNCTION.
001690     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001700          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001710          WS-RC-CODE.
001720     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001730     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
001740     IF NOT WS-PERIOD-OK
001750        MOVE "CLSD" TO WS-RC-CODE
001760        MOVE 8 TO RETURN-CODE
001770        GO TO 0000-END-RUN
001780     END-IF.
001790     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
001800     IF NOT WS-RUN-LOCK-HELD
001810        MOVE "LOCK" TO WS-RC-CODE
001820        MOVE 8 TO RETURN-CODE
001830        GO TO 0000-END-RUN
001840     END-IF.
001850     PERFORM 2000-INITIALIZE THRU 2000-EXIT.
001860     PERFORM 3000-RECOGNIZE-ONE-LINE THRU 3000-EXIT
001870             UNTIL WS-EOF-YES.
001880     PERFORM 8000-FINISH THRU 8000-EXIT.
001890     PERFORM 1300-RELEASE-RUN-LOCK THRU 1300-EXIT.
001900 0000-END-RUN.
001910     MOVE 'E' TO WS-RC-FUNCTION.
001920     MOVE WS-RECOGNIZED-COUNT TO WS-RC-WRITTEN.
001930     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001940          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001950          WS-RC-CODE.
001960     GO TO 9999-EXIT.
001970
001980*                                                                *
001990*   1000-READ-RUN-PARMS -- RECOGNIZE-PERIOD= (YYYYMM) IN THE    *
002000*   SHARED LEDGER RUN PARAMETER FILE; THE CURRENT MONTH IF      *
002010*   ABSENT                                                      *
002020*                                                                *
002030 1000-READ-RUN-PARMS.
002040     MOVE WS-TODAY-8 (1:6) TO WS-RECOGNIZE-PERIOD.
002050     OPEN INPUT RUN-PARM-FILE.
002060     IF RUNPARM-STATUS NOT = '00'
002070        GO TO 1000-EXIT
002080     END-IF.
002090     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002100             UNTIL RUNPARM-STATUS NOT = '00'.
002110     CLOSE RUN-PARM-FILE.
002120 1000-EXIT.
002130     EXIT.
002140
002150 1050-READ-ONE-PARM.
002160     READ RUN-PARM-FILE
002170         AT END
002180            MOVE '10' TO RUNPARM-STATUS
002190            GO TO 1050-EXIT
002200     END-READ.
002210     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002220     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002230         INTO WS-PARM-NAME, WS-PARM-VALUE
002240     END-UNSTRING.
002250     IF WS-PARM-NAME = "RECOGNIZE-PERIOD"
002260        IF WS-PARM-VALUE (1:6) NUMERIC
002270           AND WS-PARM-VALUE (5:2) >= "01"
002280           AND WS-PARM-VALUE (5:2) <= "12"
002290           MOVE WS-PARM-VALUE (1:6) TO WS-RECOGNIZE-PERIOD
002300        ELSE
002310           DISPLAY "WARNING -- RECOGNIZE-PERIOD " WS-PARM-VALUE
002320                   " NOT VALID, CURRENT MONTH ASSUMED"
002330        END-IF
002340     END-IF.
002350 1050-EXIT.
002360     EXIT.
002370
002380*                                                                *
002390*   1100-TAKE-RUN-LOCK -- THE SAME LEDGER-FILES INTERLOCK        *
002400*   LEDGER-POST TAKES, SO THE SCHEDULE IS NEVER REWRITTEN WHILE  *
002410*   A POSTING RUN IS ADDING TO IT                                *
002420*                                                                *
002430 1100-TAKE-RUN-LOCK.
002440     OPEN I-O SYSTEM-STATUS.
002450     IF SYSSTAT-STATUS NOT = '00' AND SYSSTAT-STATUS NOT = '05'
002460        DISPLAY "CANNOT OPEN SYSTEM STATUS FILE, STATUS "
002470                SYSSTAT-STATUS
002480        GO TO 1100-EXIT
002490     END-IF.
002500     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
002510     READ SYSTEM-STATUS
002520         INVALID KEY
002530            CONTINUE
002540         NOT INVALID KEY
002550            DISPLAY "LEDGER FILES ARE LOCKED BY " SS-JOB-NAME
002560                    " SINCE " SS-LOCK-DATE " " SS-LOCK-TIME
002570            DISPLAY "RUN ABANDONED -- CLEAR THE LOCK WITH "
002580                    "SYSTEM-STATUS-CONSOLE IF IT IS STALE"
002590            CLOSE SYSTEM-STATUS
002600            GO TO 1100-EXIT
002610     END-READ.
002620     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
002630     MOVE "DEFREV-RECOGNITION" TO SS-JOB-NAME.
002640     MOVE WS-TODAY-8     TO SS-LOCK-DATE.
002650     MOVE WS-NOW-TIME    TO SS-LOCK-TIME.
002660     WRITE SYSTEM-STATUS-STRUCTURE
002670         INVALID KEY
002680            DISPLAY "CANNOT TAKE THE LEDGER-FILES RUN LOCK"
002690            CLOSE SYSTEM-STATUS
002700            GO TO 1100-EXIT
002710     END-WRITE.
002720     MOVE 'Y' TO WS-RUN-LOCK-SWITCH.
002730 1100-EXIT.
002740     EXIT.
002750
002760*                                                                *
002770*   1200-CHECK-PERIOD -- A CLOSED PERIOD IS NOT RECOGNIZED INTO  *
002780*                                                                *
002790 1200-CHECK-PERIOD.
002800     MOVE 'Y' TO WS-PERIOD-OK-SWITCH.
002810     OPEN INPUT PERIOD-CONTROL.
002820     IF PERIODCTL-STATUS NOT = '00'
002830        DISPLAY "WARNING -- PERIOD CONTROL NOT AVAILABLE, "
002840        DISPLAY "CLOSED-PERIOD CHECK IS SKIPPED"
002850        GO TO 1200-EXIT
002860     END-IF.
002870     MOVE WS-RECOGNIZE-PERIOD TO PC-PERIOD.
002880     READ PERIOD-CONTROL
002890         INVALID KEY
002900            CONTINUE
002910         NOT INVALID KEY
002920            IF PC-PERIOD-CLOSED
002930               DISPLAY "PERIOD " WS-RECOGNIZE-PERIOD
002940                       " IS CLOSED -- RECOGNITION NOT RUN"
002950               MOVE 'N' TO WS-PERIOD-OK-SWITCH
002960            END-IF
002970     END-READ.
002980     CLOSE PERIOD-CONTROL.
002990 1200-EXIT.
003000     EXIT.
003010
003020*                                                                *
003030*   1300-RELEASE-RUN-LOCK                                        *
003040*                                                                *
003050 1300-RELEASE-RUN-LOCK.
003060     IF WS-RUN-LOCK-HELD
003070        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
003080        DELETE SYSTEM-STATUS RECORD
003090            INVALID KEY
003100               DISPLAY "WARNING: RUN LOCK ALREADY GONE"
003110        END-DELETE
003120        CLOSE SYSTEM-STATUS
003130        MOVE 'N' TO WS-RUN-LOCK-SWITCH
003140     END-IF.
003150 1300-EXIT.
003160     EXIT.
003170
003180*                                                                *
003190*   2000-INITIALIZE -- OPEN THE SCHEDULE AND THE REGISTER        *
003200*                                                                *
003210 2000-INITIALIZE.
003220     MOVE 'N' TO WS-SPOOL-FUNCTION.
003230     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003240          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003250          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003260          WS-SPOOL-MEMBER-NAME.
003270     MOVE WS-SPOOL-MEMBER-NAME TO REGISTEROUT.
003280     OPEN OUTPUT REGISTER-FILE.
003290     MOVE SPACES TO REGISTER-LINE.
003300     STRING "DEFERRED REVENUE RECOGNITION -- PERIOD "
003310            WS-RECOGNIZE-PERIOD
003320            DELIMITED BY SIZE INTO REGISTER-LINE
003330     END-STRING.
003340     WRITE REGISTER-LINE.
003341     IF WS-DATE-OVERRIDDEN
003342        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
003343        WRITE REGISTER-LINE
003344        ADD 1 TO WS-SPOOL-LINE-COUNT
003345     END-IF.
003350     MOVE "ACCOUNT  SEQ  INVOICE  SERVICE  CO         AMOUNT"
003360        TO REGISTER-LINE.
003370     WRITE REGISTER-LINE.
003380     ADD 2 TO WS-SPOOL-LINE-COUNT.
003390     OPEN I-O DEFERRED-REVENUE.
003400     IF DEFREV-STATUS NOT = '00'
003410        DISPLAY "NO DEFERRED REVENUE SCHEDULE FOUND -- " DEFREV
003420        IF DEFREV-STATUS = '05'
003430           CLOSE DEFERRED-REVENUE
003440        END-IF
003450        MOVE 'Y' TO WS-EOF-SWITCH
003460        GO TO 2000-EXIT
003470     END-IF.
003480     MOVE 'Y' TO WS-DEFREV-OPEN-SWITCH.
003490     MOVE LOW-VALUES TO DR-SCHEDULE-KEY.
003500     START DEFERRED-REVENUE KEY IS >= DR-SCHEDULE-KEY
003510         INVALID KEY
003520            MOVE 'Y' TO WS-EOF-SWITCH
003530     END-START.
003540 2000-EXIT.
003550     EXIT.
003560
003570*                                                                *
003580*   3000-RECOGNIZE-ONE-LINE -- A DEFERRED MONTH WHOSE SERVICE    *
003590*   MONTH IS ON OR BEFORE THE RUN PERIOD IS EARNED IN IT         *
003600*                                                                *
003610 3000-RECOGNIZE-ONE-LINE.
003620     READ DEFERRED-REVENUE NEXT RECORD
003630         AT END
003640            MOVE 'Y' TO WS-EOF-SWITCH
003650            GO TO 3000-EXIT
003660     END-READ.
003670     ADD 1 TO WS-RC-READ.
003680     IF NOT DR-LINE-DEFERRED
003690        GO TO 3000-EXIT
003700     END-IF.
003710     IF DR-SERVICE-MONTH > WS-RECOGNIZE-PERIOD
003720        ADD 1 TO WS-STILL-DEFERRED-COUNT
003730        ADD DR-MONTH-AMOUNT TO WS-STILL-DEFERRED-TOTAL
003740        GO TO 3000-EXIT
003750     END-IF.
003760     MOVE DEFERRED-REVENUE-STRUCTURE TO WS-JL-BEFORE.
003770     SET DR-LINE-RECOGNIZED TO TRUE.
003780     MOVE WS-RECOGNIZE-PERIOD TO DR-RECOGNIZED-PERIOD.
003790     MOVE WS-TODAY-8          TO DR-RECOGNIZED-DATE.
003800     REWRITE DEFERRED-REVENUE-STRUCTURE
003810         INVALID KEY
003820            DISPLAY "CANNOT REWRITE SCHEDULE LINE "
003830                    DR-SCHEDULE-KEY
003840            GO TO 3000-EXIT
003850     END-REWRITE.
003860     PERFORM 7000-JOURNAL-REWRITE THRU 7000-EXIT.
003870     ADD 1 TO WS-RECOGNIZED-COUNT.
003880     ADD DR-MONTH-AMOUNT TO WS-RECOGNIZED-TOTAL.
003890     MOVE SPACES TO REGISTER-LINE.
003900     STRING DR-ACCOUNT-ID
003910            "  "  DR-CONTRACT-SEQ
003920            "   " DR-INVOICE-NO
003930            "  "  DR-SERVICE-MONTH
003940            "   " DR-COMPANY-CODE
003950            "  "  DR-MONTH-AMOUNT
003960            DELIMITED BY SIZE INTO REGISTER-LINE
003970     END-STRING.
003980     WRITE REGISTER-LINE.
003990     ADD 1 TO WS-SPOOL-LINE-COUNT.
004000 3000-EXIT.
004010     EXIT.
004020
004030 7000-JOURNAL-REWRITE.
004040     MOVE 'D' TO WS-JL-FILE-ID.
004050     MOVE 'R' TO WS-JL-ACTION.
004060     MOVE DR-SCHEDULE-KEY TO WS-JL-KEY.
004070     MOVE DEFERRED-REVENUE-STRUCTURE TO WS-JL-AFTER.
004080     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
004090          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
004100 7000-EXIT.
004110     EXIT.
004120
004130*                                                                *
004140*   8000-FINISH                                                  *
004150*                                                                *
004160 8000-FINISH.
004170     MOVE SPACES TO REGISTER-LINE.
004180     WRITE REGISTER-LINE.
004190     MOVE SPACES TO REGISTER-LINE.
004200     STRING "MONTHS RECOGNIZED: " WS-RECOGNIZED-COUNT
004210            "  TOTAL: " WS-RECOGNIZED-TOTAL
004220            DELIMITED BY SIZE INTO REGISTER-LINE
004230     END-STRING.
004240     WRITE REGISTER-LINE.
004250     MOVE SPACES TO REGISTER-LINE.
004260     STRING "MONTHS STILL DEFERRED: " WS-STILL-DEFERRED-COUNT
004270            "  TOTAL: " WS-STILL-DEFERRED-TOTAL
004280            DELIMITED BY SIZE INTO REGISTER-LINE
004290     END-STRING.
004300     WRITE REGISTER-LINE.
004310     ADD 3 TO WS-SPOOL-LINE-COUNT.
004320     CLOSE REGISTER-FILE.
004330     MOVE 'R' TO WS-SPOOL-FUNCTION.
004340     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004350          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004360          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004370          WS-SPOOL-MEMBER-NAME.
004380     IF WS-DEFREV-OPEN
004390        CLOSE DEFERRED-REVENUE
004400     END-IF.
004410     DISPLAY "DEFERRED-REVENUE-RECOGNITION RUN COMPLETE".
004420     DISPLAY "PERIOD:             " WS-RECOGNIZE-PERIOD.
004430     DISPLAY "MONTHS RECOGNIZED:  " WS-RECOGNIZED-COUNT.
004440     DISPLAY "AMOUNT RECOGNIZED:  " WS-RECOGNIZED-TOTAL.
004450 8000-EXIT.
004460     EXIT.
004470
004480 9999-EXIT.
004490     STOP RUN.
