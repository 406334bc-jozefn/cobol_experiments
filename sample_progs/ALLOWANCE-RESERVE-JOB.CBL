000010******************************************************************
000020*                                                                *
000030*   ALLOWANCE-RESERVE-JOB                                        *
000040*                                                                *
000050*   QUARTER-END ALLOWANCE FOR DOUBTFUL ACCOUNTS, BY COMPANY.     *
000060*   THE OPEN ITEMS ARE AGED EXACTLY AS BALANCE-AGING-REPORT      *
000070*   AGES THEM (CYCLE-AWARE, FROM THE TERMS-DRIVEN DUE DATE) AND  *
000080*   EACH BUCKET IS RESERVED AT ITS RATE FROM THE RESERVE RATE    *
000090*   TABLE (RESERVE-RATES.TXT, LINES OF BUCKET,PPP.PP --          *
000100*   CURRENT, PD1-30, PD31-60, PDOVER60).  DISPUTED ITEMS AND     *
000110*   ACCOUNTS ON AN ACTIVE PAYMENT PLAN ARE LEFT OUT AND SHOWN    *
000120*   ON THEIR OWN LINES.                                          *
000130*                                                                *
000140*   THE RATES ARE BACK-TESTED AGAINST THE TYPE-W WRITE-OFFS      *
000150*   POSTED IN THE TWELVE MONTHS TO THE AS-OF DATE -- THE RESERVE *
000160*   AGAINST A YEAR'S ACTUAL LOSSES, AND THE BLENDED RESERVE RATE *
000170*   AGAINST THE LOSS RATE ON THE SAME AGED BALANCE.  A RESERVE   *
000180*   SHORT OF A YEAR'S LOSSES ENDS THE RUN WITH RETURN CODE 4.    *
000190*                                                                *
000200*   THE REQUIRED RESERVE LESS THE ONE ALREADY BOOKED IS THE      *
000210*   ADJUSTING ENTRY, WRITTEN TO ALLOWANCE-ENTRIES.TXT (SEE       *
000220*   ALLOWANCE-ENTRY-RECORD.CPY) FOR GL-EXTRACT TO JOURNAL.  THE  *
000230*   AS-OF DATE IS THE AGING-ASOF= LINE BALANCE-AGING-REPORT      *
000240*   READS (TODAY WHEN ABSENT) AND ITS MONTH IS THE GL PERIOD;    *
000250*   A CLOSED PERIOD IS REFUSED.  COMPANY= LIMITS THE RUN TO ONE  *
000260*   TRADING NAME.  THE WORKSHEET IS REGISTERED ON THE SPOOL.     *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      ALLOWANCE-RESERVE-JOB.
000310 AUTHOR.          DATA PROCESSING.
000320 INSTALLATION.    ACCOUNTING SYSTEMS.
000330 DATE-WRITTEN.    10/15/2026.
000340 DATE-COMPILED.   10/15/2026.
000350*                                                                *
000360*   MODIFICATION HISTORY                                        *
000370*   ------------------------------------------------------------ *
000380*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000382*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000384*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000386*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000388*                    HEADING.                                   *
000390*                                                                *
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL OPEN-ITEMS
000440            ASSIGN       TO  OPENITEM
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS OI-ITEM-KEY
000480            FILE STATUS  IS OPENITEM-STATUS.
000490
000500*   ACCOUNT MASTER -- READ FOR EACH ACCOUNT'S BILLING CYCLE.
000510     SELECT OPTIONAL ACCOUNT-MASTER
000520            ASSIGN       TO  ACCTMSTR
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS AM-ACCOUNT-ID
000560            FILE STATUS  IS ACCTMSTR-STATUS.
000570
000580     SELECT OPTIONAL TRANSACTIONS
000590            ASSIGN       TO  TRANSOUT
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS  IS TRANSOUT-STATUS.
000620
000630     SELECT OPTIONAL PERIOD-CONTROL
000640            ASSIGN       TO  PERIODCTL
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE  IS DYNAMIC
000670            RECORD KEY   IS PC-PERIOD
000680            FILE STATUS  IS PERIODCTL-STATUS.
000690
000700     SELECT OPTIONAL RUN-PARM-FILE
000710            ASSIGN       TO  RUNPARMS
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS  IS RUNPARM-STATUS.
000740
000750*   RESERVE RATE TABLE -- BUCKET,PPP.PP LINES, THE SAME CODE-TABLE
000760*   FILE APPROACH AS THE STATE TAX RATE TABLE.
000770     SELECT OPTIONAL RESERVE-RATE-FILE
000780            ASSIGN       TO  RSVRATES
000790            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS  IS RSVRATE-STATUS.
000810
000820     SELECT OPTIONAL ALLOWANCE-FILE
000830            ASSIGN       TO  ALLOWOUT
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS  IS ALLOW-STATUS.
000860
000870     SELECT REPORT-FILE
000880            ASSIGN       TO  REPORTOUT
000890            ORGANIZATION IS LINE SEQUENTIAL
000900            FILE STATUS  IS REPORT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  OPEN-ITEMS.
000950 01  OPEN-ITEM-STRUCTURE.
000960     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000970
000980 FD  ACCOUNT-MASTER.
000990 01  ACCOUNT-MASTER-STRUCTURE.
001000     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001010          BY ==AM-==.
001020
001030 FD  TRANSACTIONS
001040     RECORDING MODE IS F.
001050 01  TRANSACTION-STRUCTURE.
001060     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
001070
001080 FD  PERIOD-CONTROL.
001090 01  PERIOD-CONTROL-STRUCTURE.
001100     COPY "PERIOD-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
001110          BY ==PC-==.
001120
001130 FD  RUN-PARM-FILE
001140     RECORDING MODE IS F.
001150 01  RUN-PARM-LINE                PIC X(40).
001160
001170 FD  RESERVE-RATE-FILE
001180     RECORDING MODE IS F.
001190 01  RESERVE-RATE-LINE            PIC X(20).
001200
001210 FD  ALLOWANCE-FILE
001220     RECORDING MODE IS F.
001230 01  ALLOWANCE-ENTRY-STRUCTURE.
001240     COPY "ALLOWANCE-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001250          BY ==AE-==.
001260
001270 FD  REPORT-FILE
001280     RECORDING MODE IS F.
001290 01  REPORT-LINE                  PIC X(100).
001300
001310 WORKING-STORAGE SECTION.
001320*                                                                *
001330*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001340*                                                                *
001350 01  OPENITEM                   PIC X(50)
001360     VALUE "/mnt/c/cobfiles\open-items.idx".
001370 01  ACCTMSTR                   PIC X(50)
001380     VALUE "/mnt/c/cobfiles\account-master.idx".
001390 01  TRANSOUT                   PIC X(50)
001400     VALUE "transactions.txt".
001410 01  PERIODCTL                  PIC X(50)
001420     VALUE "/mnt/c/cobfiles\period-control.idx".
001430 01  RUNPARMS                   PIC X(50)
001440     VALUE "ledger-run-parms.txt".
001450 01  RSVRATES                   PIC X(50)
001460     VALUE "reserve-rates.txt".
001470 01  ALLOWOUT                   PIC X(50)
001480     VALUE "allowance-entries.txt".
001490 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001500
001510 01  OPENITEM-STATUS            PIC X(02).
001520 01  ACCTMSTR-STATUS            PIC X(02).
001530 01  TRANSOUT-STATUS            PIC X(02).
001540 01  PERIODCTL-STATUS           PIC X(02).
001550 01  RUNPARM-STATUS             PIC X(02).
001560 01  RSVRATE-STATUS             PIC X(02).
001570 01  ALLOW-STATUS               PIC X(02).
001580 01  REPORT-STATUS              PIC X(02).
001590
001600 01  WS-SWITCHES.
001610     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001620         88  WS-EOF-YES                    VALUE 'Y'.
001630     05  WS-FIRST-ACCOUNT-SWITCH PIC X(01) VALUE 'Y'.
001640         88  WS-FIRST-ACCOUNT              VALUE 'Y'.
001650     05  WS-PERIOD-OK-SWITCH     PIC X(01) VALUE 'Y'.
001660         88  WS-PERIOD-OK                  VALUE 'Y'.
001670     05  WS-HISTORY-FULL-SWITCH  PIC X(01) VALUE 'N'.
001680         88  WS-HISTORY-FULL               VALUE 'Y'.
001690
001700 01  WS-TODAY-8                 PIC 9(08).
001702 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001704     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001706 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001710 01  WS-PARM-NAME               PIC X(20).
001720 01  WS-PARM-VALUE              PIC X(20).
001730*   COMPANY= LIMITS THE RUN TO ONE TRADING NAME; BLANK RESERVES
001740*   BOTH.  A BLANK ITEM COMPANY COUNTS AS "01".
001750 01  WS-SELECT-COMPANY          PIC X(02) VALUE SPACES.
001760 01  WS-ITEM-COMPANY            PIC X(02) VALUE SPACES.
001770 01  WS-RESERVE-PERIOD          PIC 9(06) VALUE ZERO.
001780*   THE BACK-TEST WINDOW -- WRITE-OFFS DATED AFTER THIS DAY A
001790*   YEAR BEFORE THE AS-OF DATE, UP TO AND INCLUDING THE AS-OF
001800*   DATE ITSELF.
001810 01  WS-BACKTEST-FROM           PIC 9(08) VALUE ZERO.
001820
001830*                                                                *
001840*   AGING FIELDS -- THE SAME CYCLE-AWARE BASIS AS                *
001850*   BALANCE-AGING-REPORT                                         *
001860*                                                                *
001870 01  WS-TODAY-INTEGER-DATE       PIC 9(07).
001880 01  WS-ROLLED-ITEM-DATE         PIC 9(08).
001890 01  WS-ACCT-CYCLE               PIC 9(01) VALUE 1.
001900 01  WS-CYCLE-DAY                PIC 9(02) VALUE 1.
001910 01  WS-CY-YYYY                  PIC 9(04).
001920 01  WS-CY-MM                    PIC 9(02).
001930 01  WS-STMT-CANDIDATE           PIC 9(08).
001940 01  WS-STMT-INTEGER-DATE        PIC 9(07).
001950 01  WS-DAYS-PAST-DUE            PIC S9(05) VALUE ZERO.
001960 01  WS-DUE-INTEGER-DATE         PIC 9(07) VALUE ZERO.
001970 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001980 01  WS-PLAN-STATUS              PIC X(01) VALUE 'N'.
001990 01  WS-BUCKET-SUB               PIC 9(01).
002000
002010*                                                                *
002020*   RESERVE RATE PER BUCKET, PERCENT.  THE COMPILED DEFAULTS     *
002030*   STAND FOR ANY BUCKET THE RATE FILE DOES NOT NAME.            *
002040*                                                                *
002050 01  WS-RATE-DEFAULTS.
002060     05  FILLER                  PIC 9(03)V9(02) VALUE 1.00.
002070     05  FILLER                  PIC 9(03)V9(02) VALUE 5.00.
002080     05  FILLER                  PIC 9(03)V9(02) VALUE 20.00.
002090     05  FILLER                  PIC 9(03)V9(02) VALUE 50.00.
002100 01  WS-RATE-TABLE REDEFINES WS-RATE-DEFAULTS.
002110     05  WS-RATE-PCT             PIC 9(03)V9(02) OCCURS 4 TIMES.
002120 01  WS-BUCKET-NAMES.
002130     05  FILLER                  PIC X(10) VALUE "CURRENT".
002140     05  FILLER                  PIC X(10) VALUE "PD1-30".
002150     05  FILLER                  PIC X(10) VALUE "PD31-60".
002160     05  FILLER                  PIC X(10) VALUE "PDOVER60".
002170 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
002180     05  WS-BUCKET-NAME          PIC X(10) OCCURS 4 TIMES.
002190 01  WS-RATE-IN-KEY              PIC X(10).
002200 01  WS-RATE-IN-PCT              PIC X(06).
002210 01  WS-RATE-IN-VALUE            PIC 9(03)V9(02).
002220
002230*                                                                *
002240*   RESERVE BUCKETS, ONE ENTRY PER COMPANY (01 AND 02, THE SAME  *
002250*   SHAPE AS THE RECURRING-BILLING BATCH TABLE)                  *
002260*                                                                *
002270 01  WS-CO-SUB                   PIC 9(01).
002280 01  WS-CO-TABLE.
002290     05  WS-CO-ENTRY OCCURS 2 TIMES.
002300         10  WS-CO-BUCKET OCCURS 4 TIMES.
002310             15  WS-CO-BUCKET-AMT     PIC 9(11)V9(02).
002320             15  WS-CO-BUCKET-RESERVE PIC 9(11)V9(02).
002330         10  WS-CO-DISPUTED       PIC 9(11)V9(02).
002340         10  WS-CO-ON-PLAN        PIC 9(11)V9(02).
002350         10  WS-CO-AGED-BALANCE   PIC 9(11)V9(02).
002360         10  WS-CO-REQUIRED       PIC 9(11)V9(02).
002370         10  WS-CO-PRIOR          PIC 9(11)V9(02).
002380         10  WS-CO-PRIOR-PERIOD   PIC 9(06).
002390         10  WS-CO-WRITEOFFS      PIC 9(11)V9(02).
002400         10  WS-CO-REPLACED       PIC X(01).
002410 01  WS-RPT-COMPANY              PIC X(02).
002420 01  WS-ADJUSTMENT               PIC S9(11)V9(02) VALUE ZERO.
002430 01  WS-COVERAGE-PCT             PIC 9(07)V9(02) VALUE ZERO.
002440 01  WS-RESERVE-RATE             PIC 9(05)V9(02) VALUE ZERO.
002450 01  WS-LOSS-RATE                PIC 9(05)V9(02) VALUE ZERO.
002460 01  WS-SHORT-COUNT              PIC 9(02) VALUE ZERO.
002470 01  WS-ENTRY-COUNT              PIC 9(02) VALUE ZERO.
002480
002490*                                                                *
002500*   THE ALLOWANCE HISTORY, HELD WHILE THE FILE IS REWRITTEN WITH *
002510*   THIS RUN'S ENTRIES IN PLACE OF ANY FOR THE SAME PERIOD       *
002520*                                                                *
002530 01  WS-HISTORY-TABLE.
002540     05  WS-HISTORY-SLOT         PIC X(100) OCCURS 400 TIMES.
002550 01  WS-HISTORY-COUNT            PIC 9(03) VALUE ZERO.
002560 01  WS-HISTORY-INDEX            PIC 9(03) VALUE ZERO.
002570
002580 01  WS-RC-FUNCTION             PIC X(01).
002590 01  WS-RC-JOB-NAME             PIC X(20)
002600     VALUE "ALLOWANCE-RESERVE".
002610 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002620 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002630 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002640
002650*                                                                *
002660*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
002670*                                                                *
002680 01  WS-SPOOL-FUNCTION          PIC X(01).
002690 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002700     VALUE "allowance-reserve".
002710 01  WS-SPOOL-JOB-NAME          PIC X(20)
002720     VALUE "ALLOWANCE-RESERVE".
002730 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002740 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002750 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002760 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
002770
002780*                                                                *
002790*   WORKSHEET LINES                                              *
002800*                                                                *
002810 01  WS-BUCKET-LINE.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  WS-BL-BUCKET            PIC X(12).
002840     05  WS-BL-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002850     05  FILLER                  PIC X(04) VALUE SPACES.
002860     05  WS-BL-RATE              PIC ZZ9.99.
002870     05  FILLER                  PIC X(03) VALUE SPACES.
002880     05  WS-BL-RESERVE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002890 01  WS-AMOUNT-LINE.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  WS-AL-LABEL             PIC X(40).
002920     05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  WS-AL-NOTE              PIC X(39).
002950 01  WS-RATE-LINE.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  WS-RL-LABEL             PIC X(40).
002980     05  WS-RL-RATE              PIC Z,ZZZ,ZZ9.99.
002990     05  FILLER                  PIC X(01) VALUE '%'.
003000
003010 PROCEDURE DIVISION.
003020*                                                                *
003030*   0000-MAINLINE                                               *
003040*                                                                *
003050 0000-MAINLINE.
003060     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
003065          WS-OVERRIDE-MARK.
003070     MOVE 'S' TO WS-RC-FUNCTION.
003080     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003090          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003100          WS-RC-CODE.
003110     INITIALIZE WS-CO-TABLE.
003120     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
003130     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
003140     IF NOT WS-PERIOD-OK
003150        MOVE "CLSD" TO WS-RC-CODE
003160        MOVE 8 TO RETURN-CODE
003170        GO TO 0000-END-RUN
003180     END-IF.
003190     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
003200     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT.
003210     IF WS-HISTORY-FULL
003220        DISPLAY "ALLOWANCE HISTORY FILE IS FULL -- ARCHIVE THE "
003230                "OLDER ENTRIES OF " ALLOWOUT
003240        MOVE "FULL" TO WS-RC-CODE
003250        MOVE 8 TO RETURN-CODE
003260        GO TO 0000-END-RUN
003270     END-IF.
003280     PERFORM 2000-AGE-OPEN-ITEMS THRU 2000-EXIT.
003290     PERFORM 3000-BACKTEST-WRITEOFFS THRU 3000-EXIT.
003300     PERFORM 4000-COMPUTE-RESERVE THRU 4000-EXIT
003310             VARYING WS-CO-SUB FROM 1 BY 1
003320             UNTIL WS-CO-SUB > 2.
003330     PERFORM 5000-WRITE-WORKSHEET THRU 5000-EXIT.
003340     PERFORM 6000-WRITE-ALLOWANCE-FILE THRU 6000-EXIT.
003350     IF WS-SHORT-COUNT > ZERO
003360        MOVE "LOW " TO WS-RC-CODE
003370        MOVE 4 TO RETURN-CODE
003380     END-IF.
003390 0000-END-RUN.
003400     MOVE 'E' TO WS-RC-FUNCTION.
003410     MOVE WS-ENTRY-COUNT TO WS-RC-WRITTEN.
003420     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003430          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003440          WS-RC-CODE.
003450     DISPLAY "ALLOWANCE-RESERVE-JOB RUN COMPLETE".
003460     DISPLAY "PERIOD:               " WS-RESERVE-PERIOD.
003470     DISPLAY "ADJUSTING ENTRIES:    " WS-ENTRY-COUNT.
003480     IF WS-SHORT-COUNT > ZERO
003490        DISPLAY "WARNING -- RESERVE IS BELOW A YEAR'S ACTUAL "
003500                "WRITE-OFFS FOR " WS-SHORT-COUNT " COMPANY(IES)"
003510     END-IF.
003520     GO TO 9999-EXIT.
003530
003540*                                                                *
003550*   1000-READ-RUN-PARMS -- AGING-ASOF= (YYYYMMDD) AND COMPANY=  *
003560*   IN THE SHARED LEDGER RUN PARAMETER FILE, AS                 *
003570*   BALANCE-AGING-REPORT READS THEM                             *
003580*                                                                *
003590 1000-READ-RUN-PARMS.
003600     OPEN INPUT RUN-PARM-FILE.
003610     IF RUNPARM-STATUS NOT = '00'
003620        GO TO 1000-SET-DATES
003630     END-IF.
003640     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
003650             UNTIL RUNPARM-STATUS NOT = '00'.
003660     CLOSE RUN-PARM-FILE.
003670 1000-SET-DATES.
003680     MOVE WS-TODAY-8 (1:6) TO WS-RESERVE-PERIOD.
003690     COMPUTE WS-TODAY-INTEGER-DATE =
003700        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
003710     COMPUTE WS-BACKTEST-FROM = WS-TODAY-8 - 10000.
003720 1000-EXIT.
003730     EXIT.
003740
003750 1050-READ-ONE-PARM.
003760     READ RUN-PARM-FILE
003770         AT END
003780            MOVE '10' TO RUNPARM-STATUS
003790            GO TO 1050-EXIT
003800     END-READ.
003810     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003820     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003830         INTO WS-PARM-NAME, WS-PARM-VALUE
003840     END-UNSTRING.
003850     IF WS-PARM-NAME = "AGING-ASOF"
003860        AND WS-PARM-VALUE (1:8) NUMERIC
003870        MOVE WS-PARM-VALUE (1:8) TO WS-TODAY-8
003880     END-IF.
003890     IF WS-PARM-NAME = "COMPANY"
003900        AND (WS-PARM-VALUE (1:2) = "01"
003910             OR WS-PARM-VALUE (1:2) = "02")
003920        MOVE WS-PARM-VALUE (1:2) TO WS-SELECT-COMPANY
003930     END-IF.
003940 1050-EXIT.
003950     EXIT.
003960
003970*                                                                *
003980*   1200-CHECK-PERIOD -- THE ADJUSTING ENTRY CANNOT BOOK INTO A  *
003990*   CLOSED PERIOD                                                *
004000*                                                                *
004010 1200-CHECK-PERIOD.
004020     MOVE 'Y' TO WS-PERIOD-OK-SWITCH.
004030     OPEN INPUT PERIOD-CONTROL.
004040     IF PERIODCTL-STATUS NOT = '00'
004050        DISPLAY "WARNING -- PERIOD CONTROL NOT AVAILABLE, "
004060        DISPLAY "CLOSED-PERIOD CHECK IS SKIPPED"
004070        GO TO 1200-EXIT
004080     END-IF.
004090     MOVE WS-RESERVE-PERIOD TO PC-PERIOD.
004100     READ PERIOD-CONTROL
004110         INVALID KEY
004120            CONTINUE
004130         NOT INVALID KEY
004140            IF PC-PERIOD-CLOSED
004150               DISPLAY "PERIOD " WS-RESERVE-PERIOD
004160                       " IS CLOSED -- RESERVE NOT RUN"
004170               MOVE 'N' TO WS-PERIOD-OK-SWITCH
004180            END-IF
004190     END-READ.
004200     CLOSE PERIOD-CONTROL.
004210 1200-EXIT.
004220     EXIT.
004230
004240*                                                                *
004250*   1300-LOAD-RATE-TABLE -- BUCKET,PPP.PP LINES OVERRIDE THE     *
004260*   COMPILED RATES.  A MISSING FILE LEAVES THE DEFAULTS.         *
004270*                                                                *
004280 1300-LOAD-RATE-TABLE.
004290     OPEN INPUT RESERVE-RATE-FILE.
004300     IF RSVRATE-STATUS NOT = '00'
004310        DISPLAY "NO RESERVE RATE FILE -- DEFAULT RATES USED"
004320        GO TO 1300-EXIT
004330     END-IF.
004340     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
004350             UNTIL RSVRATE-STATUS NOT = '00'.
004360     CLOSE RESERVE-RATE-FILE.
004370 1300-EXIT.
004380     EXIT.
004390
004400 1350-LOAD-ONE-RATE.
004410     READ RESERVE-RATE-FILE
004420         AT END
004430            MOVE '10' TO RSVRATE-STATUS
004440            GO TO 1350-EXIT
004450     END-READ.
004460     MOVE SPACES TO WS-RATE-IN-KEY WS-RATE-IN-PCT.
004470     UNSTRING RESERVE-RATE-LINE DELIMITED BY ","
004480         INTO WS-RATE-IN-KEY, WS-RATE-IN-PCT
004490     END-UNSTRING.
004500     IF NOT (WS-RATE-IN-PCT (1:3) NUMERIC
004510             AND WS-RATE-IN-PCT (4:1) = '.'
004520             AND WS-RATE-IN-PCT (5:2) NUMERIC)
004530        GO TO 1350-EXIT
004540     END-IF.
004550     COMPUTE WS-RATE-IN-VALUE = FUNCTION NUMVAL(WS-RATE-IN-PCT).
004560     IF WS-RATE-IN-VALUE > 100
004570        DISPLAY "RESERVE RATE OVER 100% IGNORED -- "
004580                RESERVE-RATE-LINE
004590        GO TO 1350-EXIT
004600     END-IF.
004610     PERFORM 1360-MATCH-BUCKET THRU 1360-EXIT
004620             VARYING WS-BUCKET-SUB FROM 1 BY 1
004630             UNTIL WS-BUCKET-SUB > 4.
004640 1350-EXIT.
004650     EXIT.
004660
004670 1360-MATCH-BUCKET.
004680     IF WS-RATE-IN-KEY = WS-BUCKET-NAME (WS-BUCKET-SUB)
004690        MOVE WS-RATE-IN-VALUE TO WS-RATE-PCT (WS-BUCKET-SUB)
004700     END-IF.
004710 1360-EXIT.
004720     EXIT.
004730
004740*                                                                *
004750*   1400-LOAD-HISTORY -- HOLD THE ALLOWANCE HISTORY, DROPPING    *
004760*   ANY ENTRY THIS RUN REPLACES, AND FIND EACH COMPANY'S BOOKED  *
004770*   RESERVE: THE REQUIRED RESERVE ON ITS LATEST ENTRY FOR AN     *
004780*   EARLIER PERIOD                                               *
004790*                                                                *
004800 1400-LOAD-HISTORY.
004810     OPEN INPUT ALLOWANCE-FILE.
004820     IF ALLOW-STATUS NOT = '00'
004830        IF ALLOW-STATUS = '05'
004840           CLOSE ALLOWANCE-FILE
004850        END-IF
004860        GO TO 1400-EXIT
004870     END-IF.
004880     PERFORM 1450-LOAD-ONE-ENTRY THRU 1450-EXIT
004890             UNTIL ALLOW-STATUS NOT = '00'.
004900     CLOSE ALLOWANCE-FILE.
004910 1400-EXIT.
004920     EXIT.
004930
004940 1450-LOAD-ONE-ENTRY.
004950     READ ALLOWANCE-FILE
004960         AT END
004970            MOVE '10' TO ALLOW-STATUS
004980            GO TO 1450-EXIT
004990     END-READ.
005000     IF NOT AE-RESERVE-ADJUSTMENT
005010        GO TO 1450-KEEP
005020     END-IF.
005030     IF AE-COMPANY-CODE = "02"
005040        MOVE 2 TO WS-CO-SUB
005050     ELSE
005060        MOVE 1 TO WS-CO-SUB
005070     END-IF.
005080     IF AE-PERIOD = WS-RESERVE-PERIOD
005090        AND (WS-SELECT-COMPANY = SPACES
005100             OR AE-COMPANY-CODE = WS-SELECT-COMPANY)
005110        MOVE 'Y' TO WS-CO-REPLACED (WS-CO-SUB)
005120        GO TO 1450-EXIT
005130     END-IF.
005140     IF AE-PERIOD < WS-RESERVE-PERIOD
005150        AND AE-PERIOD >= WS-CO-PRIOR-PERIOD (WS-CO-SUB)
005160        MOVE AE-PERIOD TO WS-CO-PRIOR-PERIOD (WS-CO-SUB)
005170        MOVE AE-REQUIRED-RESERVE TO WS-CO-PRIOR (WS-CO-SUB)
005180     END-IF.
005190 1450-KEEP.
005200     IF WS-HISTORY-COUNT >= 400
005210        MOVE 'Y' TO WS-HISTORY-FULL-SWITCH
005220        MOVE '10' TO ALLOW-STATUS
005230        GO TO 1450-EXIT
005240     END-IF.
005250     ADD 1 TO WS-HISTORY-COUNT.
005260     MOVE ALLOWANCE-ENTRY-STRUCTURE
005270        TO WS-HISTORY-SLOT (WS-HISTORY-COUNT).
005280 1450-EXIT.
005290     EXIT.
005300
005310*                                                                *
005320*   2000-AGE-OPEN-ITEMS -- CONTROL BREAK ON ACCOUNT-ID, AGING    *
005330*   EACH UNPAID ITEM INTO ITS COMPANY'S BUCKETS                  *
005340*                                                                *
005350 2000-AGE-OPEN-ITEMS.
005360     OPEN INPUT ACCOUNT-MASTER.
005370     IF ACCTMSTR-STATUS NOT = '00'
005380        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
005390        DISPLAY "EVERY ACCOUNT AGES AS CYCLE 1"
005400     END-IF.
005410     OPEN INPUT OPEN-ITEMS.
005420     IF OPENITEM-STATUS NOT = '00'
005430        DISPLAY "NO OPEN ITEMS FILE FOUND -- " OPENITEM
005440        GO TO 2000-CLOSE
005450     END-IF.
005460     MOVE LOW-VALUES TO OI-ITEM-KEY.
005470     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
005480         INVALID KEY
005490            MOVE 'Y' TO WS-EOF-SWITCH
005500     END-START.
005510     IF NOT WS-EOF-YES
005520        PERFORM 2100-READ-ITEM THRU 2100-EXIT
005530     END-IF.
005540     PERFORM 2200-PROCESS-ITEM THRU 2200-EXIT
005550             UNTIL WS-EOF-YES.
005560     CLOSE OPEN-ITEMS.
005570 2000-CLOSE.
005580     IF ACCTMSTR-STATUS = '00'
005590        CLOSE ACCOUNT-MASTER
005600     END-IF.
005610 2000-EXIT.
005620     EXIT.
005630
005640 2100-READ-ITEM.
005650     READ OPEN-ITEMS NEXT RECORD
005660         AT END
005670            MOVE 'Y' TO WS-EOF-SWITCH
005680     END-READ.
005690 2100-EXIT.
005700     EXIT.
005710
005720 2200-PROCESS-ITEM.
005730     ADD 1 TO WS-RC-READ.
005740     IF WS-FIRST-ACCOUNT
005750        OR OI-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
005760        PERFORM 2300-GET-ACCOUNT-CYCLE THRU 2300-EXIT
005770        CALL "PAYMENT-PLAN-CHECK" USING OI-ACCOUNT-ID,
005780             WS-PLAN-STATUS
005790     END-IF.
005800     MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH.
005810     MOVE OI-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
005820     IF OI-COMPANY-CODE = SPACES
005830        MOVE "01" TO WS-ITEM-COMPANY
005840     ELSE
005850        MOVE OI-COMPANY-CODE TO WS-ITEM-COMPANY
005860     END-IF.
005870     IF NOT OI-ITEM-PAID
005880        AND NOT OI-ITEM-WRITTEN-OFF
005890        AND OI-REMAINING-AMOUNT > ZERO
005900        AND (WS-SELECT-COMPANY = SPACES
005910             OR WS-ITEM-COMPANY = WS-SELECT-COMPANY)
005920        PERFORM 2400-BUCKET-ITEM THRU 2400-EXIT
005930     END-IF.
005940     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
005950 2200-EXIT.
005960     EXIT.
005970
005980*                                                                *
005990*   2300-GET-ACCOUNT-CYCLE -- THE BREAKING ACCOUNT'S BILLING    *
006000*   CYCLE FROM THE MASTER (ZERO OR NO RECORD READS AS 1) AND    *
006010*   ITS CYCLE DAY                                               *
006020*                                                                *
006030 2300-GET-ACCOUNT-CYCLE.
006040     MOVE 1 TO WS-ACCT-CYCLE.
006050     IF ACCTMSTR-STATUS = '00'
006060        MOVE OI-ACCOUNT-ID TO AM-ACCOUNT-ID
006070        READ ACCOUNT-MASTER
006080            INVALID KEY
006090               CONTINUE
006100            NOT INVALID KEY
006110               IF AM-BILLING-CYCLE >= 1
006120                  AND AM-BILLING-CYCLE <= 4
006130                  MOVE AM-BILLING-CYCLE TO WS-ACCT-CYCLE
006140               END-IF
006150        END-READ
006160     END-IF.
006170     EVALUATE WS-ACCT-CYCLE
006180        WHEN 2 MOVE 8 TO WS-CYCLE-DAY
006190        WHEN 3 MOVE 15 TO WS-CYCLE-DAY
006200        WHEN 4 MOVE 22 TO WS-CYCLE-DAY
006210        WHEN OTHER MOVE 1 TO WS-CYCLE-DAY
006220     END-EVALUATE.
006230 2300-EXIT.
006240     EXIT.
006250
006260 2400-BUCKET-ITEM.
006270     IF WS-ITEM-COMPANY = "02"
006280        MOVE 2 TO WS-CO-SUB
006290     ELSE
006300        MOVE 1 TO WS-CO-SUB
006310     END-IF.
006320*   A DISPUTED AMOUNT IS NOT RESERVED -- IT IS RESOLVED THROUGH
006330*   THE DISPUTE, NOT WRITTEN OFF AS UNCOLLECTIBLE.
006340     IF OI-ITEM-DISPUTED
006350        ADD OI-REMAINING-AMOUNT TO WS-CO-DISPUTED (WS-CO-SUB)
006360        GO TO 2400-EXIT
006370     END-IF.
006380*   NOR IS AN ACCOUNT PAYING DOWN ON A CURRENT PAYMENT PLAN.
006390     IF WS-PLAN-STATUS = 'A'
006400        ADD OI-REMAINING-AMOUNT TO WS-CO-ON-PLAN (WS-CO-SUB)
006410        GO TO 2400-EXIT
006420     END-IF.
006430*   THE SAME DUE BASIS AS BALANCE-AGING-REPORT -- THE ITEM DATE
006440*   ROLLED TO A PROCESSING DAY, THE ACCOUNT'S NEXT STATEMENT
006450*   DATE, THEN THE TERMS-DRIVEN DUE DATE OR STATEMENT DATE + 30,
006460*   NEVER EARLIER THAN THE STATEMENT DATE.
006470     CALL "BUSINESS-DAY-CHECK" USING OI-ITEM-DATE,
006480          WS-ROLLED-ITEM-DATE.
006490     PERFORM 2500-FIND-STATEMENT-DATE THRU 2500-EXIT.
006500     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > ZERO
006510        COMPUTE WS-DUE-INTEGER-DATE =
006520           FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
006530     ELSE
006540        COMPUTE WS-DUE-INTEGER-DATE =
006550           WS-STMT-INTEGER-DATE + 30
006560     END-IF.
006570     IF WS-DUE-INTEGER-DATE < WS-STMT-INTEGER-DATE
006580        MOVE WS-STMT-INTEGER-DATE TO WS-DUE-INTEGER-DATE
006590     END-IF.
006600     COMPUTE WS-DAYS-PAST-DUE =
006610        WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.
006620     EVALUATE TRUE
006630         WHEN WS-DAYS-PAST-DUE <= ZERO
006640             MOVE 1 TO WS-BUCKET-SUB
006650         WHEN WS-DAYS-PAST-DUE <= 30
006660             MOVE 2 TO WS-BUCKET-SUB
006670         WHEN WS-DAYS-PAST-DUE <= 60
006680             MOVE 3 TO WS-BUCKET-SUB
006690         WHEN OTHER
006700             MOVE 4 TO WS-BUCKET-SUB
006710     END-EVALUATE.
006720     ADD OI-REMAINING-AMOUNT
006730        TO WS-CO-BUCKET-AMT (WS-CO-SUB, WS-BUCKET-SUB).
006740 2400-EXIT.
006750     EXIT.
006760
006770*                                                                *
006780*   2500-FIND-STATEMENT-DATE -- THE FIRST CYCLE DAY STRICTLY    *
006790*   AFTER THE ROLLED ITEM DATE                                  *
006800*                                                                *
006810 2500-FIND-STATEMENT-DATE.
006820     MOVE WS-ROLLED-ITEM-DATE (1:4) TO WS-CY-YYYY.
006830     MOVE WS-ROLLED-ITEM-DATE (5:2) TO WS-CY-MM.
006840     COMPUTE WS-STMT-CANDIDATE =
006850        (WS-CY-YYYY * 10000) + (WS-CY-MM * 100) + WS-CYCLE-DAY.
006860     IF WS-STMT-CANDIDATE <= WS-ROLLED-ITEM-DATE
006870        ADD 1 TO WS-CY-MM
006880        IF WS-CY-MM > 12
006890           MOVE 1 TO WS-CY-MM
006900           ADD 1 TO WS-CY-YYYY
006910        END-IF
006920        COMPUTE WS-STMT-CANDIDATE =
006930           (WS-CY-YYYY * 10000) + (WS-CY-MM * 100)
006940           + WS-CYCLE-DAY
006950     END-IF.
006960     COMPUTE WS-STMT-INTEGER-DATE =
006970        FUNCTION INTEGER-OF-DATE(WS-STMT-CANDIDATE).
006980 2500-EXIT.
006990     EXIT.
007000
007010*                                                                *
007020*   3000-BACKTEST-WRITEOFFS -- TOTAL THE TYPE-W WRITE-OFFS EACH  *
007030*   COMPANY POSTED IN THE TWELVE MONTHS TO THE AS-OF DATE        *
007040*                                                                *
007050 3000-BACKTEST-WRITEOFFS.
007060     OPEN INPUT TRANSACTIONS.
007070     IF TRANSOUT-STATUS NOT = '00'
007080        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
007090        DISPLAY "THE BACK-TEST SHOWS NO WRITE-OFFS"
007100        GO TO 3000-EXIT
007110     END-IF.
007120     MOVE 'N' TO WS-EOF-SWITCH.
007130     PERFORM 3100-CHECK-TRANSACTION THRU 3100-EXIT
007140             UNTIL WS-EOF-YES.
007150     CLOSE TRANSACTIONS.
007160 3000-EXIT.
007170     EXIT.
007180
007190 3100-CHECK-TRANSACTION.
007200     READ TRANSACTIONS
007210         AT END
007220            MOVE 'Y' TO WS-EOF-SWITCH
007230            GO TO 3100-EXIT
007240     END-READ.
007250     IF NOT TR-DETAIL-RECORD
007260        OR NOT TR-WRITEOFF-TRANSACTION
007270        OR TR-TRANSACTION-DATE NOT > WS-BACKTEST-FROM
007280        OR TR-TRANSACTION-DATE > WS-TODAY-8
007290        GO TO 3100-EXIT
007300     END-IF.
007310     IF TR-COMPANY-CODE = SPACES
007320        MOVE "01" TO WS-ITEM-COMPANY
007330     ELSE
007340        MOVE TR-COMPANY-CODE TO WS-ITEM-COMPANY
007350     END-IF.
007360     IF WS-SELECT-COMPANY NOT = SPACES
007370        AND WS-ITEM-COMPANY NOT = WS-SELECT-COMPANY
007380        GO TO 3100-EXIT
007390     END-IF.
007400     IF WS-ITEM-COMPANY = "02"
007410        MOVE 2 TO WS-CO-SUB
007420     ELSE
007430        MOVE 1 TO WS-CO-SUB
007440     END-IF.
007450     ADD TR-AMOUNT TO WS-CO-WRITEOFFS (WS-CO-SUB).
007460 3100-EXIT.
007470     EXIT.
007480
007490*                                                                *
007500*   4000-COMPUTE-RESERVE -- EACH BUCKET AT ITS RATE, ROUNDED TO  *
007510*   THE CENT, SUMMED TO THE COMPANY'S REQUIRED RESERVE           *
007520*                                                                *
007530 4000-COMPUTE-RESERVE.
007540     PERFORM 4100-RESERVE-ONE-BUCKET THRU 4100-EXIT
007550             VARYING WS-BUCKET-SUB FROM 1 BY 1
007560             UNTIL WS-BUCKET-SUB > 4.
007570 4000-EXIT.
007580     EXIT.
007590
007600 4100-RESERVE-ONE-BUCKET.
007610     COMPUTE WS-CO-BUCKET-RESERVE (WS-CO-SUB, WS-BUCKET-SUB)
007620        ROUNDED = WS-CO-BUCKET-AMT (WS-CO-SUB, WS-BUCKET-SUB)
007630                * WS-RATE-PCT (WS-BUCKET-SUB) / 100.
007640     ADD WS-CO-BUCKET-AMT (WS-CO-SUB, WS-BUCKET-SUB)
007650        TO WS-CO-AGED-BALANCE (WS-CO-SUB).
007660     ADD WS-CO-BUCKET-RESERVE (WS-CO-SUB, WS-BUCKET-SUB)
007670        TO WS-CO-REQUIRED (WS-CO-SUB).
007680 4100-EXIT.
007690     EXIT.
007700
007710*                                                                *
007720*   5000-WRITE-WORKSHEET                                         *
007730*                                                                *
007740 5000-WRITE-WORKSHEET.
007750     MOVE 'N' TO WS-SPOOL-FUNCTION.
007760     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
007770          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
007780          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
007790          WS-SPOOL-MEMBER-NAME.
007800     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
007810     OPEN OUTPUT REPORT-FILE.
007820     MOVE SPACES TO REPORT-LINE.
007830     STRING "ALLOWANCE FOR DOUBTFUL ACCOUNTS -- RESERVE WORKSHEET"
007840            "   AS OF " WS-TODAY-8 "   PERIOD " WS-RESERVE-PERIOD
007850            DELIMITED BY SIZE INTO REPORT-LINE
007860     END-STRING.
007870     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007872     IF WS-DATE-OVERRIDDEN
007874        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
007876        PERFORM 5900-PUT-LINE THRU 5900-EXIT
007878     END-IF.
007880     STRING "BACK-TEST WINDOW: WRITE-OFFS AFTER " WS-BACKTEST-FROM
007890            " THROUGH " WS-TODAY-8
007900            DELIMITED BY SIZE INTO REPORT-LINE
007910     END-STRING.
007920     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007930     PERFORM 5100-REPORT-ONE-COMPANY THRU 5100-EXIT
007940             VARYING WS-CO-SUB FROM 1 BY 1
007950             UNTIL WS-CO-SUB > 2.
007960     CLOSE REPORT-FILE.
007970     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
007980     MOVE 'R' TO WS-SPOOL-FUNCTION.
007990     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
008000          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
008010          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
008020          WS-SPOOL-MEMBER-NAME.
008030 5000-EXIT.
008040     EXIT.
008050
008060 5100-REPORT-ONE-COMPANY.
008070     IF WS-CO-SUB = 2
008080        MOVE "02" TO WS-RPT-COMPANY
008090     ELSE
008100        MOVE "01" TO WS-RPT-COMPANY
008110     END-IF.
008120     IF WS-SELECT-COMPANY NOT = SPACES
008130        AND WS-RPT-COMPANY NOT = WS-SELECT-COMPANY
008140        GO TO 5100-EXIT
008150     END-IF.
008160     IF WS-CO-AGED-BALANCE (WS-CO-SUB) = ZERO
008170        AND WS-CO-DISPUTED (WS-CO-SUB) = ZERO
008180        AND WS-CO-ON-PLAN (WS-CO-SUB) = ZERO
008190        AND WS-CO-PRIOR (WS-CO-SUB) = ZERO
008200        AND WS-CO-WRITEOFFS (WS-CO-SUB) = ZERO
008210        AND WS-CO-REPLACED (WS-CO-SUB) NOT = 'Y'
008220        GO TO 5100-EXIT
008230     END-IF.
008240     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008250     STRING "COMPANY " WS-RPT-COMPANY
008260            "         AGED BALANCE    RATE %"
008270            "             RESERVE"
008280            DELIMITED BY SIZE INTO REPORT-LINE
008290     END-STRING.
008300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008310     PERFORM 5200-REPORT-ONE-BUCKET THRU 5200-EXIT
008320             VARYING WS-BUCKET-SUB FROM 1 BY 1
008330             UNTIL WS-BUCKET-SUB > 4.
008340     MOVE "TOTAL"                      TO WS-BL-BUCKET.
008350     MOVE WS-CO-AGED-BALANCE (WS-CO-SUB) TO WS-BL-BALANCE.
008360     MOVE ZERO                         TO WS-BL-RATE.
008370     MOVE WS-CO-REQUIRED (WS-CO-SUB)   TO WS-BL-RESERVE.
008380     MOVE WS-BUCKET-LINE TO REPORT-LINE.
008390     MOVE SPACES TO REPORT-LINE (36:6).
008400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008410     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008420     MOVE "LEFT OUT -- IN DISPUTE"     TO WS-AL-LABEL.
008430     MOVE WS-CO-DISPUTED (WS-CO-SUB)   TO WS-AL-AMOUNT.
008440     MOVE SPACES                       TO WS-AL-NOTE.
008450     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
008460     MOVE "LEFT OUT -- ON A PAYMENT PLAN" TO WS-AL-LABEL.
008470     MOVE WS-CO-ON-PLAN (WS-CO-SUB)    TO WS-AL-AMOUNT.
008480     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
008490     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008500     PERFORM 5300-REPORT-ADJUSTMENT THRU 5300-EXIT.
008510     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008520     PERFORM 5400-REPORT-BACKTEST THRU 5400-EXIT.
008530 5100-EXIT.
008540     EXIT.
008550
008560 5200-REPORT-ONE-BUCKET.
008570     EVALUATE WS-BUCKET-SUB
008580        WHEN 1 MOVE "CURRENT"     TO WS-BL-BUCKET
008590        WHEN 2 MOVE "PD 1-30"     TO WS-BL-BUCKET
008600        WHEN 3 MOVE "PD 31-60"    TO WS-BL-BUCKET
008610        WHEN OTHER MOVE "PD OVER 60" TO WS-BL-BUCKET
008620     END-EVALUATE.
008630     MOVE WS-CO-BUCKET-AMT (WS-CO-SUB, WS-BUCKET-SUB)
008640        TO WS-BL-BALANCE.
008650     MOVE WS-RATE-PCT (WS-BUCKET-SUB) TO WS-BL-RATE.
008660     MOVE WS-CO-BUCKET-RESERVE (WS-CO-SUB, WS-BUCKET-SUB)
008670        TO WS-BL-RESERVE.
008680     MOVE WS-BUCKET-LINE TO REPORT-LINE.
008690     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
008700 5200-EXIT.
008710     EXIT.
008720
008730*                                                                *
008740*   5300-REPORT-ADJUSTMENT -- REQUIRED LESS BOOKED RESERVE, AND  *
008750*   THE ENTRY THAT BRINGS THE ALLOWANCE TO IT                    *
008760*                                                                *
008770 5300-REPORT-ADJUSTMENT.
008780     MOVE "REQUIRED ALLOWANCE"         TO WS-AL-LABEL.
008790     MOVE WS-CO-REQUIRED (WS-CO-SUB)   TO WS-AL-AMOUNT.
008800     MOVE SPACES                       TO WS-AL-NOTE.
008810     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
008820     MOVE "ALLOWANCE ALREADY BOOKED"   TO WS-AL-LABEL.
008830     MOVE WS-CO-PRIOR (WS-CO-SUB)      TO WS-AL-AMOUNT.
008840     IF WS-CO-PRIOR-PERIOD (WS-CO-SUB) > ZERO
008850        STRING "(PERIOD " WS-CO-PRIOR-PERIOD (WS-CO-SUB) ")"
008860               DELIMITED BY SIZE INTO WS-AL-NOTE
008870        END-STRING
008880     ELSE
008890        MOVE "(NO EARLIER RESERVE ON FILE)" TO WS-AL-NOTE
008900     END-IF.
008910     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
008920     COMPUTE WS-ADJUSTMENT = WS-CO-REQUIRED (WS-CO-SUB)
008930        - WS-CO-PRIOR (WS-CO-SUB).
008940     MOVE "ADJUSTING ENTRY"            TO WS-AL-LABEL.
008950     MOVE WS-ADJUSTMENT                TO WS-AL-AMOUNT.
008960     EVALUATE TRUE
008970        WHEN WS-ADJUSTMENT > ZERO
008980             MOVE "DR BAD DEBT EXPENSE, CR ALLOWANCE"
008990                TO WS-AL-NOTE
009000        WHEN WS-ADJUSTMENT < ZERO
009010             MOVE "DR ALLOWANCE, CR BAD DEBT EXPENSE"
009020                TO WS-AL-NOTE
009030        WHEN OTHER
009040             MOVE "NONE -- ALLOWANCE ALREADY AT REQUIRED"
009050                TO WS-AL-NOTE
009060     END-EVALUATE.
009070     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
009080 5300-EXIT.
009090     EXIT.
009100
009110*                                                                *
009120*   5400-REPORT-BACKTEST -- THE RESERVE AGAINST A YEAR OF ACTUAL *
009130*   WRITE-OFFS.  A RESERVE SHORT OF THEM IS FLAGGED AND COUNTED  *
009140*   FOR THE RETURN CODE.                                         *
009150*                                                                *
009160 5400-REPORT-BACKTEST.
009170     MOVE "BACK-TEST -- WRITE-OFFS, LAST 12 MONTHS"
009180        TO WS-AL-LABEL.
009190     MOVE WS-CO-WRITEOFFS (WS-CO-SUB)  TO WS-AL-AMOUNT.
009200     MOVE SPACES                       TO WS-AL-NOTE.
009210     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
009220     IF WS-CO-WRITEOFFS (WS-CO-SUB) = ZERO
009230        MOVE "  NO WRITE-OFFS IN THE LAST TWELVE MONTHS -- NOTHING
009240-            " TO TEST THE RATES AGAINST" TO REPORT-LINE
009250        PERFORM 5900-PUT-LINE THRU 5900-EXIT
009260        GO TO 5400-EXIT
009270     END-IF.
009280     COMPUTE WS-COVERAGE-PCT ROUNDED =
009290        WS-CO-REQUIRED (WS-CO-SUB) * 100
009300        / WS-CO-WRITEOFFS (WS-CO-SUB)
009310        ON SIZE ERROR
009320           MOVE 9999999.99 TO WS-COVERAGE-PCT
009330     END-COMPUTE.
009340     MOVE "RESERVE AS A PERCENT OF WRITE-OFFS" TO WS-RL-LABEL.
009350     MOVE WS-COVERAGE-PCT TO WS-RL-RATE.
009360     MOVE WS-RATE-LINE TO REPORT-LINE.
009370     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
009380     IF WS-CO-AGED-BALANCE (WS-CO-SUB) > ZERO
009390        COMPUTE WS-RESERVE-RATE ROUNDED =
009400           WS-CO-REQUIRED (WS-CO-SUB) * 100
009410           / WS-CO-AGED-BALANCE (WS-CO-SUB)
009420        COMPUTE WS-LOSS-RATE ROUNDED =
009430           WS-CO-WRITEOFFS (WS-CO-SUB) * 100
009440           / WS-CO-AGED-BALANCE (WS-CO-SUB)
009450           ON SIZE ERROR
009460              MOVE 99999.99 TO WS-LOSS-RATE
009470        END-COMPUTE
009480        MOVE "BLENDED RESERVE RATE ON AGED BALANCE" TO WS-RL-LABEL
009490        MOVE WS-RESERVE-RATE TO WS-RL-RATE
009500        MOVE WS-RATE-LINE TO REPORT-LINE
009510        PERFORM 5900-PUT-LINE THRU 5900-EXIT
009520        MOVE "ACTUAL LOSS RATE ON AGED BALANCE" TO WS-RL-LABEL
009530        MOVE WS-LOSS-RATE TO WS-RL-RATE
009540        MOVE WS-RATE-LINE TO REPORT-LINE
009550        PERFORM 5900-PUT-LINE THRU 5900-EXIT
009560     END-IF.
009570     IF WS-CO-REQUIRED (WS-CO-SUB) < WS-CO-WRITEOFFS (WS-CO-SUB)
009580        ADD 1 TO WS-SHORT-COUNT
009590        MOVE "  *** RESERVE IS BELOW A YEAR'S ACTUAL WRITE-OFFS --
009600-            " REVIEW THE RESERVE RATES ***" TO REPORT-LINE
009610     ELSE
009620        MOVE "  RESERVE COVERS A YEAR'S ACTUAL WRITE-OFFS"
009630           TO REPORT-LINE
009640     END-IF.
009650     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
009660 5400-EXIT.
009670     EXIT.
009680
009690 5800-PUT-AMOUNT-LINE.
009700     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
009710     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
009720     MOVE SPACES TO WS-AL-NOTE.
009730 5800-EXIT.
009740     EXIT.
009750
009760 5900-PUT-LINE.
009770     WRITE REPORT-LINE.
009780     ADD 1 TO WS-LINE-COUNT.
009790     MOVE SPACES TO REPORT-LINE.
009800 5900-EXIT.
009810     EXIT.
009820
009830*                                                                *
009840*   6000-WRITE-ALLOWANCE-FILE -- THE HISTORY AS LOADED, THEN     *
009850*   THIS RUN'S ENTRY FOR EACH COMPANY IT RESERVED                *
009860*                                                                *
009870 6000-WRITE-ALLOWANCE-FILE.
009880     OPEN OUTPUT ALLOWANCE-FILE.
009890     IF ALLOW-STATUS NOT = '00'
009900        DISPLAY "CANNOT WRITE " ALLOWOUT " -- STATUS "
009910                ALLOW-STATUS
009920        MOVE "AEWR" TO WS-RC-CODE
009930        MOVE 8 TO RETURN-CODE
009940        GO TO 6000-EXIT
009950     END-IF.
009960     PERFORM 6100-WRITE-HISTORY-ENTRY THRU 6100-EXIT
009970             VARYING WS-HISTORY-INDEX FROM 1 BY 1
009980             UNTIL WS-HISTORY-INDEX > WS-HISTORY-COUNT.
009990     PERFORM 6200-WRITE-NEW-ENTRY THRU 6200-EXIT
010000             VARYING WS-CO-SUB FROM 1 BY 1
010010             UNTIL WS-CO-SUB > 2.
010020     CLOSE ALLOWANCE-FILE.
010030 6000-EXIT.
010040     EXIT.
010050
010060 6100-WRITE-HISTORY-ENTRY.
010070     MOVE WS-HISTORY-SLOT (WS-HISTORY-INDEX)
010080        TO ALLOWANCE-ENTRY-STRUCTURE.
010090     WRITE ALLOWANCE-ENTRY-STRUCTURE.
010100 6100-EXIT.
010110     EXIT.
010120
010130 6200-WRITE-NEW-ENTRY.
010140     IF WS-CO-SUB = 2
010150        MOVE "02" TO WS-RPT-COMPANY
010160     ELSE
010170        MOVE "01" TO WS-RPT-COMPANY
010180     END-IF.
010190     IF WS-SELECT-COMPANY NOT = SPACES
010200        AND WS-RPT-COMPANY NOT = WS-SELECT-COMPANY
010210        GO TO 6200-EXIT
010220     END-IF.
010230*   A COMPANY WITH NO RESERVE NOW, NONE BEFORE AND NO ENTRY BEING
010240*   REPLACED HAS NOTHING TO BOOK.
010250     IF WS-CO-REQUIRED (WS-CO-SUB) = ZERO
010260        AND WS-CO-PRIOR (WS-CO-SUB) = ZERO
010270        AND WS-CO-REPLACED (WS-CO-SUB) NOT = 'Y'
010280        GO TO 6200-EXIT
010290     END-IF.
010300     MOVE SPACES TO ALLOWANCE-ENTRY-STRUCTURE.
010310     SET AE-RESERVE-ADJUSTMENT TO TRUE.
010320     MOVE WS-RPT-COMPANY             TO AE-COMPANY-CODE.
010330     MOVE WS-RESERVE-PERIOD          TO AE-PERIOD.
010340     MOVE WS-TODAY-8                 TO AE-ASOF-DATE.
010350     ACCEPT AE-RUN-DATE FROM DATE YYYYMMDD.
010360     MOVE WS-CO-AGED-BALANCE (WS-CO-SUB) TO AE-AGED-BALANCE.
010370     MOVE WS-CO-REQUIRED (WS-CO-SUB) TO AE-REQUIRED-RESERVE.
010380     MOVE WS-CO-PRIOR (WS-CO-SUB)    TO AE-PRIOR-RESERVE.
010390     MOVE WS-CO-WRITEOFFS (WS-CO-SUB) TO AE-TRAILING-WRITEOFFS.
010400     COMPUTE WS-ADJUSTMENT = WS-CO-REQUIRED (WS-CO-SUB)
010410        - WS-CO-PRIOR (WS-CO-SUB).
010420     IF WS-ADJUSTMENT < ZERO
010430        SET AE-RESERVE-RELEASE TO TRUE
010440        COMPUTE AE-ADJUSTMENT-AMOUNT = ZERO - WS-ADJUSTMENT
010450     ELSE
010460        SET AE-RESERVE-INCREASE TO TRUE
010470        MOVE WS-ADJUSTMENT TO AE-ADJUSTMENT-AMOUNT
010480     END-IF.
010490     WRITE ALLOWANCE-ENTRY-STRUCTURE.
010500     ADD 1 TO WS-ENTRY-COUNT.
010510 6200-EXIT.
010520     EXIT.
010530
010540 9999-EXIT.
010550     STOP RUN.
