000010******************************************************************
000020*                                                                *
000030*   COLLECTIONS-QUEUE-BUILD                                      *
000040*                                                                *
000050*   NIGHTLY BUILD OF THE COLLECTIONS WORK QUEUE.  EVERY ACCOUNT  *
000060*   WITH OPEN ITEMS PAST THEIR DUE DATE GOES ON IT EXCEPT ONE    *
000070*   ON LEGAL HOLD (SEE LEGAL-HOLD-CHECK), ONE KEEPING A PAYMENT  *
000080*   PLAN CURRENT (SEE PAYMENT-PLAN-CHECK), ONE WITH A PROMISE    *
000090*   TO PAY NOT YET DUE (SEE PROMISE-TO-PAY-CHECK) AND ONE        *
000100*   PLACED WITH THE OUTSIDE AGENCY.  AN ITEM UNDER DISPUTE STAYS *
000110*   OUT OF THE PAST-DUE FIGURE AS IT DOES FOR DUNNING, SO AN     *
000120*   ACCOUNT WHOSE ONLY PAST-DUE ITEMS ARE DISPUTED IS LEFT OFF.  *
000130*                                                                *
000140*   EACH ACCOUNT IS ASSIGNED TO A COLLECTOR FROM THE ASSIGNMENT  *
000150*   TABLE, COLLECTOR-ASSIGNMENTS.TXT, ONE LINE PER TERRITORY     *
000160*   AND BALANCE BAND:                                            *
000170*       TERRITORY,BAND-FLOOR,CLERK-ID     E.G.  NE01,5000,JSMITH *
000180*   THE TERRITORY IS THE CONTACT'S FD-TERRITORY (SEE             *
000190*   ADDRESS-TERRITORY-ASSIGN); * COVERS ANY TERRITORY NOT LISTED *
000200*   ON ITS OWN.  THE BAND FLOOR IS IN WHOLE DOLLARS -- THE LINE  *
000210*   WITH THE HIGHEST FLOOR NOT OVER THE PAST-DUE AMOUNT WINS.    *
000220*   AN ACCOUNT NO LINE COVERS IS QUEUED UNDER A BLANK COLLECTOR, *
000230*   LISTED ON THE REPORT, AND THE RUN ENDS WITH RETURN CODE 4    *
000240*   ("FLAG") SO THE SUPERVISOR HANDS IT OUT.                     *
000250*                                                                *
000260*   THE QUEUE IS REBUILT FROM SCRATCH EACH NIGHT; THE DAY'S      *
000270*   OUTCOMES ARE KEPT ON THE ACTIVITY FILE, SO RUN               *
000280*   COLLECTOR-ACTIVITY-REPORT BEFORE THIS JOB.  THE QUEUE        *
000290*   LISTING IS SPOOLED (DAILY RETENTION).                        *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.      COLLECTIONS-QUEUE-BUILD.
000340 AUTHOR.          DATA PROCESSING.
000350 INSTALLATION.    ACCOUNTING SYSTEMS.
000360 DATE-WRITTEN.    10/15/2026.
000370 DATE-COMPILED.   10/15/2026.
000380*                                                                *
000390*   MODIFICATION HISTORY                                        *
000400*   ------------------------------------------------------------ *
000410*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000412*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000414*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000416*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000418*                    HEADING.                                   *
000420*                                                                *
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL OPEN-ITEMS
000470            ASSIGN       TO  OPENITEM
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE  IS DYNAMIC
000500            RECORD KEY   IS OI-ITEM-KEY
000510            FILE STATUS  IS OPENITEM-STATUS.
000520
000530     SELECT OPTIONAL ADDRESS-FILE
000540            ASSIGN       TO  ADDROUT
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE  IS DYNAMIC
000570            RECORD KEY   IS FD-PHONE
000580            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000590            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000600            FILE STATUS  IS ADDRESS-STATUS.
000610
000620     SELECT OPTIONAL PLACEMENTS
000630            ASSIGN       TO  PLACEOUT
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE  IS DYNAMIC
000660            RECORD KEY   IS PL-PLACEMENT-NUMBER
000670            FILE STATUS  IS PLACE-STATUS.
000680
000690     SELECT COLLECTION-QUEUE
000700            ASSIGN       TO  COLLQUEUE
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE  IS DYNAMIC
000730            RECORD KEY   IS CQ-QUEUE-KEY
000740            FILE STATUS  IS QUEUE-STATUS.
000750
000760     SELECT OPTIONAL ASSIGNMENT-FILE
000770            ASSIGN       TO  COLLASSIGN
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS  IS ASSIGN-STATUS.
000800
000810     SELECT REPORT-FILE
000820            ASSIGN       TO  REPORTOUT
000830            ORGANIZATION IS LINE SEQUENTIAL
000840            FILE STATUS  IS REPORT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  OPEN-ITEMS.
000890 01  OPEN-ITEM-STRUCTURE.
000900     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000910
000920 FD  ADDRESS-FILE.
000930 01  ADDRESS-RECORD.
000940     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000950
000960 FD  PLACEMENTS.
000970 01  PLACEMENT-STRUCTURE.
000980     COPY "PLACEMENT-RECORD.CPY" REPLACING ==(TAG)== BY ==PL-==.
000990
001000 FD  COLLECTION-QUEUE.
001010 01  COLLECTION-QUEUE-STRUCTURE.
001020     COPY "COLLECTION-QUEUE-RECORD.CPY" REPLACING ==(TAG)==
001030          BY ==CQ-==.
001040
001050 FD  ASSIGNMENT-FILE.
001060 01  ASSIGNMENT-LINE            PIC X(40).
001070
001080 FD  REPORT-FILE.
001090 01  REPORT-LINE                PIC X(100).
001100
001110 WORKING-STORAGE SECTION.
001120 01  OPENITEM                   PIC X(50)
001130     VALUE "/mnt/c/cobfiles\open-items.idx".
001140 01  ADDROUT                    PIC X(50)
001150     VALUE "/mnt/c/cobfiles\address.idx".
001160 01  PLACEOUT                   PIC X(50)
001170     VALUE "/mnt/c/cobfiles\placements.idx".
001180 01  COLLQUEUE                  PIC X(50)
001190     VALUE "/mnt/c/cobfiles\collections-queue.idx".
001200 01  COLLASSIGN                 PIC X(50)
001210     VALUE "collector-assignments.txt".
001220 01  REPORTOUT                  PIC X(50)
001230     VALUE "collections-queue.txt".
001240
001250 01  OPENITEM-STATUS            PIC X(02).
001260 01  ADDRESS-STATUS             PIC X(02).
001270     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001280 01  PLACE-STATUS               PIC X(02).
001290 01  QUEUE-STATUS               PIC X(02).
001300 01  ASSIGN-STATUS              PIC X(02).
001310 01  REPORT-STATUS              PIC X(02).
001320
001330*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001340 01  WS-RC-FUNCTION             PIC X(01).
001350 01  WS-RC-JOB-NAME             PIC X(20)
001360     VALUE "COLLECTIONS-QUEUE".
001370 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001380 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001390 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001400
001410*                                                                *
001420*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001430*                                                                *
001440 01  WS-SPOOL-FUNCTION          PIC X(01).
001450 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001460     VALUE "collections-queue".
001470 01  WS-SPOOL-JOB-NAME          PIC X(20)
001480     VALUE "COLLECTIONS-QUEUE".
001490 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
001500 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001510 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001520
001530 01  WS-SWITCHES.
001540     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001550         88  WS-EOF-YES                   VALUE 'Y'.
001560     05  WS-FIRST-ACCOUNT-SWITCH PIC X(01) VALUE 'Y'.
001570         88  WS-FIRST-ACCOUNT             VALUE 'Y'.
001580     05  WS-PLACED-SWITCH       PIC X(01) VALUE 'N'.
001590         88  WS-ALREADY-PLACED            VALUE 'Y'.
001600     05  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
001610         88  WS-SCAN-EOF                  VALUE 'Y'.
001620     05  WS-TERR-MATCH-SWITCH   PIC X(01) VALUE 'N'.
001630         88  WS-TERRITORY-MATCHED         VALUE 'Y'.
001640
001650 01  WS-TODAY-8                 PIC 9(08).
001652 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001654     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001656 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001660 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001670 01  WS-DUE-INTEGER-DATE        PIC 9(07).
001680 01  WS-DAYS-OLD                PIC S9(05).
001690
001700 01  WS-PREV-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
001710 01  WS-PAST-DUE-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
001720 01  WS-OLDEST-DAYS             PIC 9(05) VALUE ZERO.
001730*   ANSWERS FROM THE SHARED CHECKS -- 'A' (PLAN CURRENT), 'H'
001740*   (LEGAL HOLD) AND 'O' (PROMISE OPEN, NOT YET DUE) KEEP THE
001750*   ACCOUNT OFF THE QUEUE.
001760 01  WS-PLAN-STATUS             PIC X(01).
001770 01  WS-HOLD-STATUS             PIC X(01).
001780 01  WS-PROMISE-STATUS          PIC X(01).
001790
001800*                                                                *
001810*   COLLECTOR ASSIGNMENT TABLE, LOADED FROM                      *
001820*   COLLECTOR-ASSIGNMENTS.TXT                                    *
001830*                                                                *
001840 01  WS-ASSIGN-IN-TERRITORY     PIC X(04).
001850 01  WS-ASSIGN-IN-FLOOR         PIC X(10).
001860 01  WS-ASSIGN-IN-CLERK         PIC X(10).
001870 01  WS-ASSIGN-COUNT            PIC 9(03) VALUE ZERO.
001880 01  WS-ASSIGN-TABLE.
001890     05  WS-ASSIGN-ENTRY OCCURS 100 TIMES.
001900         10  WS-AT-TERRITORY    PIC X(04).
001910         10  WS-AT-FLOOR        PIC 9(09).
001920         10  WS-AT-CLERK        PIC X(10).
001930 01  WS-AT-SUB                  PIC 9(03).
001940 01  WS-BEST-FLOOR              PIC 9(09).
001950 01  WS-BEST-CLERK              PIC X(10).
001960 01  WS-ACCOUNT-TERRITORY       PIC X(04).
001970
001980*                                                                *
001990*   PER-COLLECTOR TOTALS FOR THE END OF THE LISTING              *
002000*                                                                *
002010 01  WS-COLL-COUNT              PIC 9(03) VALUE ZERO.
002020 01  WS-COLLECTOR-TABLE.
002030     05  WS-COLL-ENTRY OCCURS 100 TIMES.
002040         10  WS-CT-CLERK        PIC X(10).
002050         10  WS-CT-ACCOUNTS     PIC 9(05).
002060         10  WS-CT-AMOUNT       PIC 9(11)V9(02).
002070 01  WS-CT-SUB                  PIC 9(03).
002080
002090 01  WS-QUEUED-COUNT            PIC 9(07) VALUE ZERO.
002100 01  WS-UNASSIGNED-COUNT        PIC 9(07) VALUE ZERO.
002110 01  WS-HOLD-COUNT              PIC 9(07) VALUE ZERO.
002120 01  WS-PLAN-COUNT              PIC 9(07) VALUE ZERO.
002130 01  WS-PROMISE-COUNT           PIC 9(07) VALUE ZERO.
002140 01  WS-PLACED-COUNT            PIC 9(07) VALUE ZERO.
002150 01  WS-QUEUED-AMOUNT           PIC 9(11)V9(02) VALUE ZERO.
002160 01  WS-AMOUNT-EDITED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002170
002180*                                                                *
002190*   QUEUE LISTING LINE                                           *
002200*                                                                *
002210 01  WS-QUEUE-LINE.
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  WS-QL-COLLECTOR         PIC X(10).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  WS-QL-ACCOUNT           PIC 9(07).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  WS-QL-TERRITORY         PIC X(04).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  WS-QL-DAYS              PIC ZZZZ9.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  WS-QL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WS-QL-NAME              PIC X(30).
002340
002350 PROCEDURE DIVISION.
002360*                                                                *
002370*   0000-MAINLINE                                               *
002380*                                                                *
002390 0000-MAINLINE.
002400     MOVE 'S' TO WS-RC-FUNCTION.
002410     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002420          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002430          WS-RC-CODE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     IF WS-RC-CODE NOT = "0000"
002460        GO TO 8900-END-RUN
002470     END-IF.
002480     PERFORM 3000-PROCESS-ITEM THRU 3000-EXIT
002490             UNTIL WS-EOF-YES.
002500     IF NOT WS-FIRST-ACCOUNT
002510        PERFORM 5000-QUEUE-ACCOUNT THRU 5000-EXIT
002520     END-IF.
002530     PERFORM 8000-FINISH THRU 8000-EXIT.
002540 8900-END-RUN.
002550     MOVE 'E' TO WS-RC-FUNCTION.
002560     MOVE WS-QUEUED-COUNT TO WS-RC-WRITTEN.
002570     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002580          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002590          WS-RC-CODE.
002600     DISPLAY "COLLECTIONS-QUEUE-BUILD RUN COMPLETE".
002610     DISPLAY "ACCOUNTS QUEUED:        " WS-QUEUED-COUNT.
002620     DISPLAY "  NOT ASSIGNED:         " WS-UNASSIGNED-COUNT.
002630     DISPLAY "SKIPPED, LEGAL HOLD:    " WS-HOLD-COUNT.
002640     DISPLAY "SKIPPED, PAYMENT PLAN:  " WS-PLAN-COUNT.
002650     DISPLAY "SKIPPED, PROMISE OPEN:  " WS-PROMISE-COUNT.
002660     DISPLAY "SKIPPED, PLACED:        " WS-PLACED-COUNT.
002670     GO TO 9999-EXIT.
002680
002690*                                                                *
002700*   1000-INITIALIZE -- LOAD THE ASSIGNMENT TABLE, OPEN THE FILES *
002710*   AND START THE QUEUE OVER                                     *
002720*                                                                *
002730 1000-INITIALIZE.
002740     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002745          WS-OVERRIDE-MARK.
002750     COMPUTE WS-TODAY-INTEGER-DATE =
002760        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002770     PERFORM 1100-LOAD-ASSIGNMENTS THRU 1100-EXIT.
002780     OPEN INPUT OPEN-ITEMS.
002790     IF OPENITEM-STATUS NOT = '00'
002800        DISPLAY "NO OPEN ITEMS FILE FOUND -- " OPENITEM
002810        MOVE "0012" TO WS-RC-CODE
002820        MOVE 8 TO RETURN-CODE
002830        GO TO 1000-EXIT
002840     END-IF.
002850     OPEN OUTPUT COLLECTION-QUEUE.
002860     IF QUEUE-STATUS NOT = '00'
002870        DISPLAY "CANNOT OPEN COLLECTIONS QUEUE, STATUS "
002880                QUEUE-STATUS
002890        CLOSE OPEN-ITEMS
002900        MOVE "0012" TO WS-RC-CODE
002910        MOVE 8 TO RETURN-CODE
002920        GO TO 1000-EXIT
002930     END-IF.
002940     OPEN INPUT ADDRESS-FILE.
002950     IF NOT ADDRESS-FILE-READY
002960        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, "
002970                "ACCOUNTS QUEUE UNDER THE * TERRITORY"
002980     END-IF.
002990     OPEN INPUT PLACEMENTS.
003000     PERFORM 1500-START-REPORT THRU 1500-EXIT.
003010     MOVE LOW-VALUES TO OI-ITEM-KEY.
003020     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
003030         INVALID KEY
003040            MOVE 'Y' TO WS-EOF-SWITCH
003050     END-START.
003060     IF NOT WS-EOF-YES
003070        PERFORM 2100-READ-ITEM THRU 2100-EXIT
003080     END-IF.
003090 1000-EXIT.
003100     EXIT.
003110
003120*                                                                *
003130*   1100-LOAD-ASSIGNMENTS -- TERRITORY,BAND-FLOOR,CLERK-ID PER   *
003140*   LINE; A MISSING TABLE LEAVES EVERY ACCOUNT UNASSIGNED        *
003150*                                                                *
003160 1100-LOAD-ASSIGNMENTS.
003170     MOVE ZERO TO WS-ASSIGN-COUNT.
003180     OPEN INPUT ASSIGNMENT-FILE.
003190     IF ASSIGN-STATUS NOT = '00'
003200        DISPLAY "NO COLLECTOR ASSIGNMENT TABLE -- EVERY ACCOUNT "
003210                "QUEUES UNASSIGNED"
003220        GO TO 1100-EXIT
003230     END-IF.
003240     PERFORM 1150-LOAD-ONE-ASSIGNMENT THRU 1150-EXIT
003250             UNTIL ASSIGN-STATUS NOT = '00'
003260                OR WS-ASSIGN-COUNT >= 100.
003270     CLOSE ASSIGNMENT-FILE.
003280 1100-EXIT.
003290     EXIT.
003300
003310 1150-LOAD-ONE-ASSIGNMENT.
003320     READ ASSIGNMENT-FILE
003330         AT END
003340            MOVE '10' TO ASSIGN-STATUS
003350            GO TO 1150-EXIT
003360     END-READ.
003370     MOVE SPACES TO WS-ASSIGN-IN-TERRITORY WS-ASSIGN-IN-FLOOR
003380                    WS-ASSIGN-IN-CLERK.
003390     UNSTRING ASSIGNMENT-LINE DELIMITED BY ","
003400         INTO WS-ASSIGN-IN-TERRITORY, WS-ASSIGN-IN-FLOOR,
003410              WS-ASSIGN-IN-CLERK
003420     END-UNSTRING.
003430     IF WS-ASSIGN-IN-TERRITORY = SPACES
003440        OR WS-ASSIGN-IN-CLERK = SPACES
003450        GO TO 1150-EXIT
003460     END-IF.
003470     ADD 1 TO WS-ASSIGN-COUNT.
003480     MOVE WS-ASSIGN-IN-TERRITORY
003490       TO WS-AT-TERRITORY (WS-ASSIGN-COUNT).
003500     COMPUTE WS-AT-FLOOR (WS-ASSIGN-COUNT) =
003510        FUNCTION NUMVAL(WS-ASSIGN-IN-FLOOR).
003520     MOVE WS-ASSIGN-IN-CLERK TO WS-AT-CLERK (WS-ASSIGN-COUNT).
003530 1150-EXIT.
003540     EXIT.
003550
003560*                                                                *
003570*   1500-START-REPORT -- OPEN THE QUEUE LISTING ON THE SPOOL     *
003580*                                                                *
003590 1500-START-REPORT.
003600     MOVE 'N' TO WS-SPOOL-FUNCTION.
003610     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003620          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003630          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003640          WS-SPOOL-MEMBER-NAME.
003650     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003660     OPEN OUTPUT REPORT-FILE.
003670     MOVE SPACES TO REPORT-LINE.
003680     STRING "COLLECTIONS WORK QUEUE -- BUILT " WS-TODAY-8
003690            DELIMITED BY SIZE INTO REPORT-LINE
003700     END-STRING.
003710     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003712     IF WS-DATE-OVERRIDDEN
003714        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003716        PERFORM 7900-PUT-LINE THRU 7900-EXIT
003718     END-IF.
003720     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003730     MOVE " COLLECTOR   ACCOUNT  TERR   DAYS          PAST DUE"
003740        & "  CONTACT" TO REPORT-LINE.
003750     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003760 1500-EXIT.
003770     EXIT.
003780
003790 2100-READ-ITEM.
003800     READ OPEN-ITEMS NEXT RECORD
003810         AT END
003820            MOVE 'Y' TO WS-EOF-SWITCH
003830     END-READ.
003840 2100-EXIT.
003850     EXIT.
003860
003870*                                                                *
003880*   3000-PROCESS-ITEM -- CONTROL BREAK ON ACCOUNT-ID, TRACKING   *
003890*   THE PAST-DUE TOTAL AND THE OLDEST PAST-DUE ITEM'S DAYS, THE  *
003900*   SAME MEASURE DUNNING-LETTERS USES                            *
003910*                                                                *
003920 3000-PROCESS-ITEM.
003930     IF NOT WS-FIRST-ACCOUNT AND OI-ACCOUNT-ID NOT =
003940        WS-PREV-ACCOUNT-ID
003950        PERFORM 5000-QUEUE-ACCOUNT THRU 5000-EXIT
003960     END-IF.
003970     MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH.
003980     MOVE OI-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
003990     ADD 1 TO WS-RC-READ.
004000     IF (OI-ITEM-OPEN OR OI-ITEM-PARTIAL)
004010        AND NOT OI-ITEM-DISPUTED
004020        IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > ZERO
004030           COMPUTE WS-DUE-INTEGER-DATE =
004040              FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
004050        ELSE
004060           COMPUTE WS-DUE-INTEGER-DATE =
004070              FUNCTION INTEGER-OF-DATE(OI-ITEM-DATE) + 30
004080        END-IF
004090        COMPUTE WS-DAYS-OLD =
004100           WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE
004110        IF WS-DAYS-OLD > ZERO
004120           ADD OI-REMAINING-AMOUNT TO WS-PAST-DUE-AMOUNT
004130           IF WS-DAYS-OLD > WS-OLDEST-DAYS
004140              MOVE WS-DAYS-OLD TO WS-OLDEST-DAYS
004150           END-IF
004160        END-IF
004170     END-IF.
004180     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
004190 3000-EXIT.
004200     EXIT.
004210
004220*                                                                *
004230*   5000-QUEUE-ACCOUNT -- SCREEN OUT THE ACCOUNTS NOBODY SHOULD  *
004240*   BE CALLING, THEN ASSIGN AND QUEUE THE REST                   *
004250*                                                                *
004260 5000-QUEUE-ACCOUNT.
004270     IF WS-PAST-DUE-AMOUNT = ZERO
004280        GO TO 5000-RESET
004290     END-IF.
004300     CALL "LEGAL-HOLD-CHECK" USING WS-PREV-ACCOUNT-ID,
004310          WS-HOLD-STATUS.
004320     IF WS-HOLD-STATUS = 'H'
004330        ADD 1 TO WS-HOLD-COUNT
004340        GO TO 5000-RESET
004350     END-IF.
004360     CALL "PAYMENT-PLAN-CHECK" USING WS-PREV-ACCOUNT-ID,
004370          WS-PLAN-STATUS.
004380     IF WS-PLAN-STATUS = 'A'
004390        ADD 1 TO WS-PLAN-COUNT
004400        GO TO 5000-RESET
004410     END-IF.
004420     CALL "PROMISE-TO-PAY-CHECK" USING WS-PREV-ACCOUNT-ID,
004430          WS-PROMISE-STATUS.
004440     IF WS-PROMISE-STATUS = 'O'
004450        ADD 1 TO WS-PROMISE-COUNT
004460        GO TO 5000-RESET
004470     END-IF.
004480     PERFORM 5200-CHECK-ALREADY-PLACED THRU 5200-EXIT.
004490     IF WS-ALREADY-PLACED
004500        ADD 1 TO WS-PLACED-COUNT
004510        GO TO 5000-RESET
004520     END-IF.
004530     MOVE SPACES TO COLLECTION-QUEUE-STRUCTURE.
004540     MOVE "*" TO WS-ACCOUNT-TERRITORY.
004550     PERFORM 5500-LOOKUP-CONTACT THRU 5500-EXIT.
004560     PERFORM 6000-ASSIGN-COLLECTOR THRU 6000-EXIT.
004570     MOVE WS-BEST-CLERK       TO CQ-COLLECTOR-ID.
004580     COMPUTE CQ-DAYS-RANK    = 99999 - WS-OLDEST-DAYS.
004590     COMPUTE CQ-BALANCE-RANK = 999999999.99 - WS-PAST-DUE-AMOUNT.
004600     MOVE WS-PREV-ACCOUNT-ID  TO CQ-ACCOUNT-ID.
004610     MOVE WS-TODAY-8          TO CQ-BUILT-DATE.
004620     MOVE WS-ACCOUNT-TERRITORY TO CQ-TERRITORY.
004630     MOVE WS-PAST-DUE-AMOUNT  TO CQ-PAST-DUE-AMOUNT.
004640     MOVE WS-OLDEST-DAYS      TO CQ-OLDEST-DAYS.
004650     SET CQ-QUEUE-UNWORKED    TO TRUE.
004660     MOVE ZERO                TO CQ-WORKED-DATE.
004670     WRITE COLLECTION-QUEUE-STRUCTURE
004680         INVALID KEY
004690            DISPLAY "CANNOT QUEUE ACCOUNT " WS-PREV-ACCOUNT-ID
004700            GO TO 5000-RESET
004710     END-WRITE.
004720     ADD 1 TO WS-QUEUED-COUNT.
004730     ADD WS-PAST-DUE-AMOUNT TO WS-QUEUED-AMOUNT.
004740     IF CQ-COLLECTOR-ID = SPACES
004750        ADD 1 TO WS-UNASSIGNED-COUNT
004760     END-IF.
004770     PERFORM 6500-ADD-COLLECTOR-TOTAL THRU 6500-EXIT.
004780     MOVE SPACES TO WS-QL-COLLECTOR.
004790     IF CQ-COLLECTOR-ID = SPACES
004800        MOVE "UNASSIGNED" TO WS-QL-COLLECTOR
004810     ELSE
004820        MOVE CQ-COLLECTOR-ID TO WS-QL-COLLECTOR
004830     END-IF.
004840     MOVE CQ-ACCOUNT-ID      TO WS-QL-ACCOUNT.
004850     MOVE CQ-TERRITORY       TO WS-QL-TERRITORY.
004860     MOVE CQ-OLDEST-DAYS     TO WS-QL-DAYS.
004870     MOVE CQ-PAST-DUE-AMOUNT TO WS-QL-AMOUNT.
004880     IF CQ-CONTACT-PHONE = SPACES
004890        MOVE "** NO CONTACT ON FILE **" TO WS-QL-NAME
004900     ELSE
004910        MOVE CQ-CONTACT-NAME TO WS-QL-NAME
004920     END-IF.
004930     MOVE WS-QUEUE-LINE TO REPORT-LINE.
004940     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004950 5000-RESET.
004960     MOVE ZERO TO WS-PAST-DUE-AMOUNT WS-OLDEST-DAYS.
004970 5000-EXIT.
004980     EXIT.
004990
005000*                                                                *
005010*   5200-CHECK-ALREADY-PLACED -- AN ACCOUNT WITH AN ENTRY STILL  *
005020*   IN PLACED STATUS BELONGS TO THE AGENCY (THE SAME TEST        *
005030*   COLLECTION-PLACEMENT-EXTRACT MAKES)                          *
005040*                                                                *
005050 5200-CHECK-ALREADY-PLACED.
005060     MOVE 'N' TO WS-PLACED-SWITCH.
005070     IF PLACE-STATUS NOT = '00'
005080        GO TO 5200-EXIT
005090     END-IF.
005100     MOVE LOW-VALUES TO PL-PLACEMENT-NUMBER.
005110     START PLACEMENTS KEY IS >= PL-PLACEMENT-NUMBER
005120         INVALID KEY
005130            GO TO 5200-EXIT
005140     END-START.
005150     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
005160     PERFORM 5300-SCAN-FOR-ACCOUNT THRU 5300-EXIT
005170             UNTIL WS-SCAN-EOF OR WS-ALREADY-PLACED.
005180 5200-EXIT.
005190     EXIT.
005200
005210 5300-SCAN-FOR-ACCOUNT.
005220     READ PLACEMENTS NEXT RECORD
005230         AT END
005240            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005250            GO TO 5300-EXIT
005260     END-READ.
005270     IF PL-ACCOUNT-ID = WS-PREV-ACCOUNT-ID
005280        AND PL-PLACEMENT-PLACED
005290        MOVE 'Y' TO WS-PLACED-SWITCH
005300     END-IF.
005310 5300-EXIT.
005320     EXIT.
005330
005340*                                                                *
005350*   5500-LOOKUP-CONTACT -- THE CONTACT CARRYING THIS ACCOUNT-ID, *
005360*   READ ON THE FD-ACCOUNT-ID KEY, FOR ITS TERRITORY, PHONE AND  *
005370*   NAME                                                         *
005380*                                                                *
005390 5500-LOOKUP-CONTACT.
005400     IF NOT ADDRESS-FILE-READY
005410        GO TO 5500-EXIT
005420     END-IF.
005430     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
005440     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
005450         INVALID KEY
005460            GO TO 5500-EXIT
005470     END-READ.
005480     IF FD-TERRITORY NOT = SPACES
005490        MOVE FD-TERRITORY TO WS-ACCOUNT-TERRITORY
005500     END-IF.
005510     MOVE FD-PHONE TO CQ-CONTACT-PHONE.
005520     STRING FD-LAST-NAME DELIMITED BY "  "
005530            ", "         DELIMITED BY SIZE
005540            FD-FIRST-NAME DELIMITED BY "  "
005550            INTO CQ-CONTACT-NAME
005560     END-STRING.
005570 5500-EXIT.
005580     EXIT.
005590
005600*                                                                *
005610*   6000-ASSIGN-COLLECTOR -- THE TABLE LINE FOR THE ACCOUNT'S    *
005620*   OWN TERRITORY WITH THE HIGHEST FLOOR NOT OVER THE PAST-DUE   *
005630*   AMOUNT; FAILING THAT, THE SAME SEARCH OVER THE * LINES       *
005640*                                                                *
005650 6000-ASSIGN-COLLECTOR.
005660     MOVE SPACES TO WS-BEST-CLERK.
005670     MOVE 'N' TO WS-TERR-MATCH-SWITCH.
005680     MOVE ZERO TO WS-BEST-FLOOR.
005690     MOVE 1 TO WS-AT-SUB.
005700     PERFORM 6100-CHECK-ONE-ASSIGNMENT THRU 6100-EXIT
005710             UNTIL WS-AT-SUB > WS-ASSIGN-COUNT.
005720     IF WS-BEST-CLERK NOT = SPACES
005730        OR WS-ACCOUNT-TERRITORY = "*"
005740        GO TO 6000-EXIT
005750     END-IF.
005760     MOVE 'Y' TO WS-TERR-MATCH-SWITCH.
005770     MOVE ZERO TO WS-BEST-FLOOR.
005780     MOVE 1 TO WS-AT-SUB.
005790     PERFORM 6100-CHECK-ONE-ASSIGNMENT THRU 6100-EXIT
005800             UNTIL WS-AT-SUB > WS-ASSIGN-COUNT.
005810 6000-EXIT.
005820     EXIT.
005830
005840*   THE FIRST PASS LOOKS AT THE ACCOUNT'S OWN TERRITORY, THE
005850*   SECOND (WS-TERRITORY-MATCHED SET) AT THE * LINES.
005860 6100-CHECK-ONE-ASSIGNMENT.
005870     IF (NOT WS-TERRITORY-MATCHED
005880         AND WS-AT-TERRITORY (WS-AT-SUB) = WS-ACCOUNT-TERRITORY)
005890        OR (WS-TERRITORY-MATCHED
005900         AND WS-AT-TERRITORY (WS-AT-SUB) = "*")
005910        IF WS-AT-FLOOR (WS-AT-SUB) NOT > WS-PAST-DUE-AMOUNT
005920           AND (WS-BEST-CLERK = SPACES
005930                OR WS-AT-FLOOR (WS-AT-SUB) > WS-BEST-FLOOR)
005940           MOVE WS-AT-FLOOR (WS-AT-SUB) TO WS-BEST-FLOOR
005950           MOVE WS-AT-CLERK (WS-AT-SUB) TO WS-BEST-CLERK
005960        END-IF
005970     END-IF.
005980     ADD 1 TO WS-AT-SUB.
005990 6100-EXIT.
006000     EXIT.
006010
006020*                                                                *
006030*   6500-ADD-COLLECTOR-TOTAL -- COUNT THE ACCOUNT AGAINST ITS    *
006040*   COLLECTOR FOR THE TOTALS AT THE END OF THE LISTING           *
006050*                                                                *
006060 6500-ADD-COLLECTOR-TOTAL.
006070     MOVE 1 TO WS-CT-SUB.
006080     PERFORM 6550-FIND-COLLECTOR THRU 6550-EXIT
006090             UNTIL WS-CT-SUB > WS-COLL-COUNT
006100                OR WS-CT-CLERK (WS-CT-SUB) = CQ-COLLECTOR-ID.
006110     IF WS-CT-SUB > WS-COLL-COUNT
006120        IF WS-COLL-COUNT >= 100
006130           GO TO 6500-EXIT
006140        END-IF
006150        ADD 1 TO WS-COLL-COUNT
006160        MOVE CQ-COLLECTOR-ID TO WS-CT-CLERK (WS-CT-SUB)
006170        MOVE ZERO TO WS-CT-ACCOUNTS (WS-CT-SUB)
006180                     WS-CT-AMOUNT (WS-CT-SUB)
006190     END-IF.
006200     ADD 1 TO WS-CT-ACCOUNTS (WS-CT-SUB).
006210     ADD CQ-PAST-DUE-AMOUNT TO WS-CT-AMOUNT (WS-CT-SUB).
006220 6500-EXIT.
006230     EXIT.
006240
006250 6550-FIND-COLLECTOR.
006260     ADD 1 TO WS-CT-SUB.
006270 6550-EXIT.
006280     EXIT.
006290
006300 7900-PUT-LINE.
006310     WRITE REPORT-LINE.
006320     ADD 1 TO WS-SPOOL-LINE-COUNT.
006330     MOVE SPACES TO REPORT-LINE.
006340 7900-EXIT.
006350     EXIT.
006360
006370*                                                                *
006380*   8000-FINISH -- PER-COLLECTOR TOTALS AND THE SKIP COUNTS,     *
006390*   THEN CLOSE AND REGISTER THE LISTING                          *
006400*                                                                *
006410 8000-FINISH.
006420     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006430     MOVE "ACCOUNTS PER COLLECTOR" TO REPORT-LINE.
006440     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006450     MOVE 1 TO WS-CT-SUB.
006460     PERFORM 8100-PUT-COLLECTOR-TOTAL THRU 8100-EXIT
006470             UNTIL WS-CT-SUB > WS-COLL-COUNT.
006480     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006490     MOVE WS-QUEUED-AMOUNT TO WS-AMOUNT-EDITED.
006500     STRING "ACCOUNTS QUEUED " WS-QUEUED-COUNT
006510            "  PAST DUE " WS-AMOUNT-EDITED
006520            "  UNASSIGNED " WS-UNASSIGNED-COUNT
006530            DELIMITED BY SIZE INTO REPORT-LINE
006540     END-STRING.
006550     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006560     STRING "LEFT OFF -- LEGAL HOLD " WS-HOLD-COUNT
006570            "  PAYMENT PLAN " WS-PLAN-COUNT
006580            "  PROMISE OPEN " WS-PROMISE-COUNT
006590            "  PLACED " WS-PLACED-COUNT
006600            DELIMITED BY SIZE INTO REPORT-LINE
006610     END-STRING.
006620     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006630     CLOSE REPORT-FILE.
006640     MOVE 'R' TO WS-SPOOL-FUNCTION.
006650     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006660          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
006670          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
006680          WS-SPOOL-MEMBER-NAME.
006690     CLOSE COLLECTION-QUEUE.
006700     CLOSE OPEN-ITEMS.
006710     IF ADDRESS-FILE-READY
006720        CLOSE ADDRESS-FILE
006730     END-IF.
006740     IF PLACE-STATUS = '00'
006750        CLOSE PLACEMENTS
006760     END-IF.
006770     IF WS-UNASSIGNED-COUNT > ZERO
006780        MOVE "FLAG" TO WS-RC-CODE
006790        MOVE 4 TO RETURN-CODE
006800     END-IF.
006810 8000-EXIT.
006820     EXIT.
006830
006840 8100-PUT-COLLECTOR-TOTAL.
006850     MOVE WS-CT-AMOUNT (WS-CT-SUB) TO WS-AMOUNT-EDITED.
006860     IF WS-CT-CLERK (WS-CT-SUB) = SPACES
006870        STRING "  UNASSIGNED  " WS-CT-ACCOUNTS (WS-CT-SUB)
006880               "  " WS-AMOUNT-EDITED
006890               DELIMITED BY SIZE INTO REPORT-LINE
006900        END-STRING
006910     ELSE
006920        STRING "  " WS-CT-CLERK (WS-CT-SUB)
006930               "  " WS-CT-ACCOUNTS (WS-CT-SUB)
006940               "  " WS-AMOUNT-EDITED
006950               DELIMITED BY SIZE INTO REPORT-LINE
006960        END-STRING
006970     END-IF.
006980     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006990     ADD 1 TO WS-CT-SUB.
007000 8100-EXIT.
007010     EXIT.
007020
007030 9999-EXIT.
007040     STOP RUN.
