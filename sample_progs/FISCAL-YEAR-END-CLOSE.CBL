000010******************************************************************
000020*                                                                *
000030*   FISCAL-YEAR-END-CLOSE                                        *
000040*                                                                *
000050*   SUPERVISOR CONSOLE FOR THE FISCAL YEAR-END.  THE SUPERVISOR  *
000060*   SIGNS ON, KEYS THE FISCAL YEAR (DEFAULT: THE YEAR JUST       *
000070*   ENDED) AND SEES WHERE ITS CLOSE STANDS ON THE FISCAL         *
000080*   CALENDAR AND THE PERIOD CONTROL FILE.                        *
000090*                                                                *
000100*   (C)LOSE THE YEAR -- EVERY PERIOD NOT ALREADY CLOSED MUST     *
000110*   PASS THE CLOSE-READINESS CHECK (A FAILING MONTH IS CLOSED    *
000120*   ON OVERRIDE THROUGH PERIOD-CLOSE-UTILITY FIRST).  ALL        *
000130*   TWELVE PERIODS ARE THEN LOCKED (STATUS L), WHICH NOTHING     *
000140*   REOPENS, AND THE YEAR'S ADJUSTMENT PERIOD, IF THE CALENDAR   *
000150*   CARRIES ONE, IS OPENED FOR ADJUSTING ENTRIES (LEDGER-POST    *
000160*   BATCH FLAG ADJST, ALWAYS HELD FOR SUPERVISOR RELEASE).       *
000170*                                                                *
000180*   (A)DJUSTMENT PERIOD CLOSE -- LOCKS THE ADJUSTMENT PERIOD     *
000190*   ONCE THE ADJUSTING ENTRIES ARE IN.                           *
000200*                                                                *
000210*   BOTH, AND (R)ERUN, PRODUCE THE YEAR-END CONTROL TOTALS PER   *
000220*   COMPANY AND WRITE EACH ACCOUNT'S OPENING BALANCE FOR THE     *
000230*   NEW YEAR TO THE FISCAL OPENING BALANCE FILE -- PRELIMINARY   *
000240*   WHILE THE ADJUSTMENT PERIOD IS STILL OPEN, FINAL ONCE IT     *
000250*   IS LOCKED OR WHERE THE YEAR HAS NONE.                        *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      FISCAL-YEAR-END-CLOSE.
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
000420     SELECT OPTIONAL FISCAL-CALENDAR
000430            ASSIGN       TO  FISCALCAL
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS FC-PERIOD
000470            FILE STATUS  IS FISCALCAL-STATUS.
000480
000490     SELECT OPTIONAL PERIOD-CONTROL
000500            ASSIGN       TO  PERIODCTL
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS PC-PERIOD
000540            FILE STATUS  IS PERIODCTL-STATUS.
000550
000560     SELECT OPTIONAL OPENING-BALANCES
000570            ASSIGN       TO  OPENBAL
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE  IS DYNAMIC
000600            RECORD KEY   IS OB-BALANCE-KEY
000610            FILE STATUS  IS OPENBAL-STATUS.
000620
000630     SELECT OPTIONAL TRANSACTIONS
000640            ASSIGN       TO  TRANSOUT
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS  IS TRANSOUT-STATUS.
000670
000680     SELECT REPORT-FILE
000690            ASSIGN       TO  REPORTOUT
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS  IS REPORT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  FISCAL-CALENDAR.
000760 01  FISCAL-CALENDAR-STRUCTURE.
000770     COPY "FISCAL-CALENDAR-RECORD.CPY" REPLACING ==(TAG)==
000780          BY ==FC-==.
000790
000800 FD  PERIOD-CONTROL.
000810 01  PERIOD-CONTROL-STRUCTURE.
000820     COPY "PERIOD-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
000830          BY ==PC-==.
000840
000850 FD  OPENING-BALANCES.
000860 01  OPENING-BALANCE-STRUCTURE.
000870     COPY "FISCAL-OPENING-BALANCE-RECORD.CPY" REPLACING ==(TAG)==
000880          BY ==OB-==.
000890
000900 FD  TRANSACTIONS
000910     RECORDING MODE IS F.
000920 01  TRANSACTION-STRUCTURE.
000930     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
000940
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-LINE                  PIC X(100).
000980
000990 WORKING-STORAGE SECTION.
001000 01  FISCALCAL                  PIC X(50)
001010     VALUE "/mnt/c/cobfiles\fiscal-calendar.idx".
001020 01  FISCALCAL-STATUS           PIC X(02).
001030 01  PERIODCTL                  PIC X(50)
001040     VALUE "/mnt/c/cobfiles\period-control.idx".
001050 01  PERIODCTL-STATUS           PIC X(02).
001060 01  OPENBAL                    PIC X(50)
001070     VALUE "/mnt/c/cobfiles\fiscal-opening-balances.idx".
001080 01  OPENBAL-STATUS             PIC X(02).
001090 01  TRANSOUT                   PIC X(50)
001100     VALUE "transactions.txt".
001110 01  TRANSOUT-STATUS            PIC X(02).
001120 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001130 01  REPORT-STATUS              PIC X(02).
001140
001150 01  WS-CLERK-ID                PIC X(10).
001160 01  WS-CLERK-NAME              PIC X(30).
001170 01  WS-CLERK-ROLE              PIC X(01).
001180 01  WS-CHECK-RESULT            PIC X(01).
001190 01  WS-TODAY-8                 PIC 9(08).
001200
001210 01  WS-ACTION                  PIC X(01).
001220 01  WS-CONFIRM                 PIC X(01).
001230 01  WS-YEAR-IN                 PIC X(04).
001240 01  WS-FISCAL-YEAR             PIC 9(04) VALUE ZERO.
001250 01  WS-NEW-FISCAL-YEAR         PIC 9(04) VALUE ZERO.
001260
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001290         88  WS-EOF-YES                   VALUE 'Y'.
001300     05  WS-CALENDAR-SWITCH     PIC X(01) VALUE 'Y'.
001310         88  WS-CALENDAR-COMPLETE         VALUE 'Y'.
001320     05  WS-ADJUSTMENT-SWITCH   PIC X(01) VALUE 'N'.
001330         88  WS-YEAR-HAS-ADJUSTMENT       VALUE 'Y'.
001340     05  WS-READINESS-SWITCH    PIC X(01) VALUE 'Y'.
001350         88  WS-YEAR-READY                VALUE 'Y'.
001360
001370*   FISCAL CALENDAR FIELDS (SEE FISCAL-PERIOD-LOOKUP) -- USED
001380*   ONLY TO FIND THE DEFAULT YEAR.
001390 01  WS-FP-PERIOD               PIC 9(06).
001400 01  WS-FP-FISCAL-YEAR          PIC 9(04).
001410 01  WS-FP-FISCAL-PERIOD        PIC 9(02).
001420 01  WS-FP-YEAR-START           PIC 9(08).
001430 01  WS-FP-YEAR-END             PIC 9(08).
001440 01  WS-FP-RESULT               PIC X(01).
001450
001460*   THE YEAR'S TWELVE PERIODS AS THE FISCAL CALENDAR HAS THEM,
001470*   WITH THEIR PERIOD CONTROL STATUS (SPACE = NO ENTRY YET).
001480 01  WS-YEAR-TABLE.
001490     05  WS-YEAR-ENTRY OCCURS 12 TIMES.
001500         10  WS-YT-PERIOD       PIC 9(06).
001510         10  WS-YT-STATUS       PIC X(01).
001520 01  WS-YT-I                    PIC 9(02) VALUE ZERO.
001530 01  WS-YEAR-START              PIC 9(08) VALUE ZERO.
001540 01  WS-YEAR-END                PIC 9(08) VALUE ZERO.
001550 01  WS-ADJUSTMENT-KEY          PIC 9(06) VALUE ZERO.
001560 01  WS-ADJUSTMENT-STATUS       PIC X(01) VALUE SPACE.
001570     88  WS-ADJUSTMENT-OPEN               VALUE 'O'.
001580     88  WS-ADJUSTMENT-LOCKED             VALUE 'L'.
001590 01  WS-LOCKED-COUNT            PIC 9(02) VALUE ZERO.
001600 01  WS-NEW-STATUS              PIC X(01).
001610 01  WS-RESULT                  PIC X(01).
001620 01  WS-BALANCE-STATUS          PIC X(01).
001630
001640*                                                                *
001650*   YEAR-END CONTROL TOTALS PER COMPANY -- SUB 1 = COMPANY 01,  *
001660*   SUB 2 = COMPANY 02 (A BLANK CODE READS AS 01 EVERYWHERE)    *
001670*                                                                *
001680 01  WS-CO-TABLE.
001690     05  WS-CO-ENTRY OCCURS 2 TIMES.
001700         10  WS-CO-DETAILS      PIC 9(09).
001710         10  WS-CO-CHARGES      PIC 9(11)V9(02).
001720         10  WS-CO-TAX          PIC 9(11)V9(02).
001730         10  WS-CO-PAYMENTS     PIC 9(11)V9(02).
001740         10  WS-CO-REFUNDS      PIC 9(11)V9(02).
001750         10  WS-CO-WRITEOFFS    PIC 9(11)V9(02).
001760         10  WS-CO-NET          PIC S9(11)V9(02).
001770         10  WS-CO-OPENING      PIC S9(11)V9(02).
001780 01  WS-CO-SUB                  PIC 9(01) VALUE 1.
001790 01  WS-COMBINED                PIC S9(12)V9(02) VALUE ZERO.
001800
001810*                                                                *
001820*   OPENING BALANCE TABLE -- ONE ROW PER ACCOUNT WITH ACTIVITY   *
001830*   ON OR BEFORE THE YEAR-END DATE                               *
001840*                                                                *
001850 01  WS-ACCT-TABLE.
001860     05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
001870         10  WS-AT-ACCOUNT-ID   PIC 9(07).
001880         10  WS-AT-COMPANY      PIC X(02).
001890         10  WS-AT-BALANCE      PIC S9(09)V9(02).
001900 01  WS-ACCT-COUNT              PIC 9(04) VALUE ZERO.
001910 01  WS-ACCT-SUB                PIC 9(04) VALUE ZERO.
001920 01  WS-ACCT-HIT                PIC 9(04) VALUE ZERO.
001930 01  WS-ACCT-DROPPED            PIC 9(05) VALUE ZERO.
001940 01  WS-BALANCES-WRITTEN        PIC 9(05) VALUE ZERO.
001950
001960*                                                                *
001970*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001980*                                                                *
001990 01  WS-SPOOL-FUNCTION          PIC X(01).
002000 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002010     VALUE "fiscal-year-end".
002020 01  WS-SPOOL-JOB-NAME          PIC X(20)
002030     VALUE "FISCAL-YEAR-END".
002040 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002050 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002060 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002070
002080 01  WS-REPORT-DETAIL.
002090     05  WS-R-CAPTION            PIC X(24).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  WS-R-CO-01              PIC -Z,ZZZ,ZZZ,ZZ9.99.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  WS-R-CO-02              PIC -Z,ZZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-R-COMBINED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002160
002170 01  WS-BALANCE-DETAIL.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-B-ACCOUNT-ID         PIC 9(07).
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  WS-B-COMPANY            PIC X(02).
002220     05  FILLER                  PIC X(03) VALUE SPACES.
002230     05  WS-B-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
002240
002250 PROCEDURE DIVISION.
002260*                                                                *
002270*   0000-MAINLINE                                               *
002280*                                                                *
002290 0000-MAINLINE.
002300     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
002310     DISPLAY "ENTER YOUR CLERK ID:".
002320     ACCEPT WS-CLERK-ID.
002330     IF WS-CLERK-ID = SPACES
002340        DISPLAY "A CLERK ID IS REQUIRED"
002350        GO TO 9999-EXIT
002360     END-IF.
002370     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
002380          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
002390     EVALUATE TRUE
002400        WHEN WS-CHECK-RESULT = 'M'
002410           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
002420                   "ROLE NOT VERIFIED"
002430        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
002440           DISPLAY "SIGNED ON: " WS-CLERK-NAME
002450        WHEN OTHER
002460           DISPLAY "ONLY A SUPERVISOR MAY CLOSE A FISCAL YEAR"
002470           GO TO 9999-EXIT
002480     END-EVALUATE.
002490     MOVE WS-TODAY-8 (1:6) TO WS-FP-PERIOD.
002500     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
002510          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
002520          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
002530     COMPUTE WS-FISCAL-YEAR = WS-FP-FISCAL-YEAR - 1.
002540     DISPLAY "FISCAL YEAR TO CLOSE (ENTER FOR " WS-FISCAL-YEAR
002550             "):".
002560     ACCEPT WS-YEAR-IN.
002570     IF WS-YEAR-IN NOT = SPACES
002580        IF WS-YEAR-IN NUMERIC
002590           MOVE WS-YEAR-IN TO WS-FISCAL-YEAR
002600        ELSE
002610           DISPLAY "THE FISCAL YEAR MUST BE FOUR DIGITS"
002620           GO TO 9999-EXIT
002630        END-IF
002640     END-IF.
002650     COMPUTE WS-NEW-FISCAL-YEAR = WS-FISCAL-YEAR + 1.
002660     COMPUTE WS-ADJUSTMENT-KEY = (WS-FISCAL-YEAR * 100) + 13.
002670     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
002680     IF NOT WS-CALENDAR-COMPLETE
002690        DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR
002700                " IS NOT ON THE FISCAL CALENDAR -- RUN "
002710                "FISCAL-CALENDAR-BUILD FIRST"
002720        GO TO 9999-EXIT
002730     END-IF.
002740     OPEN I-O PERIOD-CONTROL.
002750     IF PERIODCTL-STATUS NOT = '00'
002760        AND PERIODCTL-STATUS NOT = '05'
002770        DISPLAY "CANNOT OPEN PERIOD CONTROL, STATUS "
002780                PERIODCTL-STATUS
002790        GO TO 9999-EXIT
002800     END-IF.
002810     PERFORM 1200-LOAD-PERIOD-STATUS THRU 1200-EXIT.
002820     PERFORM 2000-SHOW-YEAR THRU 2000-EXIT.
002830     EVALUATE TRUE
002840        WHEN WS-LOCKED-COUNT < 12
002850           DISPLAY "(C)LOSE THE YEAR, ENTER TO QUIT:"
002860        WHEN WS-ADJUSTMENT-OPEN
002870           DISPLAY "(A)DJUSTMENT PERIOD CLOSE, (R)ERUN THE "
002880                   "YEAR-END TOTALS, ENTER TO QUIT:"
002890        WHEN OTHER
002900           DISPLAY "(R)ERUN THE YEAR-END TOTALS, ENTER TO QUIT:"
002910     END-EVALUATE.
002920     ACCEPT WS-ACTION.
002930     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
002940     EVALUATE TRUE
002950        WHEN WS-ACTION = 'C' AND WS-LOCKED-COUNT < 12
002960           PERFORM 3000-CLOSE-YEAR THRU 3000-EXIT
002970        WHEN WS-ACTION = 'A' AND WS-LOCKED-COUNT = 12
002980             AND WS-ADJUSTMENT-OPEN
002990           PERFORM 3500-CLOSE-ADJUSTMENT THRU 3500-EXIT
003000        WHEN WS-ACTION = 'R' AND WS-LOCKED-COUNT = 12
003010           PERFORM 5000-YEAR-END-TOTALS THRU 5000-EXIT
003020        WHEN OTHER
003030           CONTINUE
003040     END-EVALUATE.
003050     CLOSE PERIOD-CONTROL.
003060     GO TO 9999-EXIT.
003070
003080*                                                                *
003090*   1000-LOAD-CALENDAR -- THE CALENDAR IS KEYED BY CALENDAR     *
003100*   MONTH, SO BROWSE FROM TWO YEARS BACK AND KEEP THIS FISCAL   *
003110*   YEAR'S ENTRIES.  ALL TWELVE PERIODS MUST BE THERE; PERIOD   *
003120*   13 IS OPTIONAL.                                             *
003130*                                                                *
003140 1000-LOAD-CALENDAR.
003150     INITIALIZE WS-YEAR-TABLE.
003160     OPEN INPUT FISCAL-CALENDAR.
003170     IF FISCALCAL-STATUS NOT = '00'
003180        MOVE 'N' TO WS-CALENDAR-SWITCH
003190        GO TO 1000-EXIT
003200     END-IF.
003210     COMPUTE FC-PERIOD = ((WS-FISCAL-YEAR - 2) * 100) + 1.
003220     START FISCAL-CALENDAR KEY IS >= FC-PERIOD
003230         INVALID KEY
003240            MOVE 'Y' TO WS-EOF-SWITCH
003250     END-START.
003260     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
003270             UNTIL WS-EOF-YES.
003280     CLOSE FISCAL-CALENDAR.
003290     PERFORM 1150-CHECK-ONE-PERIOD THRU 1150-EXIT
003300             VARYING WS-YT-I FROM 1 BY 1
003310             UNTIL WS-YT-I > 12.
003320 1000-EXIT.
003330     EXIT.
003340
003350 1100-LOAD-ONE-PERIOD.
003360     READ FISCAL-CALENDAR NEXT RECORD
003370         AT END
003380            MOVE 'Y' TO WS-EOF-SWITCH
003390            GO TO 1100-EXIT
003400     END-READ.
003410     IF FC-PERIOD > WS-ADJUSTMENT-KEY
003420        MOVE 'Y' TO WS-EOF-SWITCH
003430        GO TO 1100-EXIT
003440     END-IF.
003450     IF FC-FISCAL-YEAR NOT = WS-FISCAL-YEAR
003460        GO TO 1100-EXIT
003470     END-IF.
003480     IF FC-ADJUSTMENT-PERIOD
003490        MOVE 'Y' TO WS-ADJUSTMENT-SWITCH
003500        GO TO 1100-EXIT
003510     END-IF.
003520     IF FC-FISCAL-PERIOD < 1 OR FC-FISCAL-PERIOD > 12
003530        GO TO 1100-EXIT
003540     END-IF.
003550     MOVE FC-PERIOD TO WS-YT-PERIOD (FC-FISCAL-PERIOD).
003560     MOVE FC-YEAR-START-DATE TO WS-YEAR-START.
003570     MOVE FC-YEAR-END-DATE   TO WS-YEAR-END.
003580 1100-EXIT.
003590     EXIT.
003600
003610 1150-CHECK-ONE-PERIOD.
003620     IF WS-YT-PERIOD (WS-YT-I) = ZERO
003630        MOVE 'N' TO WS-CALENDAR-SWITCH
003640     END-IF.
003650 1150-EXIT.
003660     EXIT.
003670
003680*                                                                *
003690*   1200-LOAD-PERIOD-STATUS -- EACH PERIOD'S STATUS ON THE       *
003700*   PERIOD CONTROL FILE, AND THE ADJUSTMENT PERIOD'S             *
003710*                                                                *
003720 1200-LOAD-PERIOD-STATUS.
003730     MOVE ZERO TO WS-LOCKED-COUNT.
003740     PERFORM 1210-STATUS-ONE-PERIOD THRU 1210-EXIT
003750             VARYING WS-YT-I FROM 1 BY 1
003760             UNTIL WS-YT-I > 12.
003770     MOVE SPACE TO WS-ADJUSTMENT-STATUS.
003780     IF WS-YEAR-HAS-ADJUSTMENT
003790        MOVE WS-ADJUSTMENT-KEY TO PC-PERIOD
003800        READ PERIOD-CONTROL
003810            NOT INVALID KEY
003820               MOVE PC-PERIOD-STATUS TO WS-ADJUSTMENT-STATUS
003830        END-READ
003840     END-IF.
003850 1200-EXIT.
003860     EXIT.
003870
003880 1210-STATUS-ONE-PERIOD.
003890     MOVE SPACE TO WS-YT-STATUS (WS-YT-I).
003900     MOVE WS-YT-PERIOD (WS-YT-I) TO PC-PERIOD.
003910     READ PERIOD-CONTROL
003920         INVALID KEY
003930            GO TO 1210-EXIT
003940     END-READ.
003950     MOVE PC-PERIOD-STATUS TO WS-YT-STATUS (WS-YT-I).
003960     IF PC-PERIOD-LOCKED
003970        ADD 1 TO WS-LOCKED-COUNT
003980     END-IF.
003990 1210-EXIT.
004000     EXIT.
004010
004020*                                                                *
004030*   2000-SHOW-YEAR                                              *
004040*                                                                *
004050 2000-SHOW-YEAR.
004060     DISPLAY " ".
004070     DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR "  " WS-YEAR-START
004080             " THROUGH " WS-YEAR-END.
004090     PERFORM 2100-SHOW-ONE-PERIOD THRU 2100-EXIT
004100             VARYING WS-YT-I FROM 1 BY 1
004110             UNTIL WS-YT-I > 12.
004120     EVALUATE TRUE
004130        WHEN NOT WS-YEAR-HAS-ADJUSTMENT
004140           DISPLAY "  ADJUSTMENT PERIOD: NONE ON THE CALENDAR"
004150        WHEN WS-ADJUSTMENT-OPEN
004160           DISPLAY "  ADJUSTMENT PERIOD " WS-ADJUSTMENT-KEY
004170                   ": OPEN FOR ADJUSTING ENTRIES"
004180        WHEN WS-ADJUSTMENT-LOCKED
004190           DISPLAY "  ADJUSTMENT PERIOD " WS-ADJUSTMENT-KEY
004200                   ": LOCKED"
004210        WHEN OTHER
004220           DISPLAY "  ADJUSTMENT PERIOD " WS-ADJUSTMENT-KEY
004230                   ": OPENS WHEN THE YEAR IS CLOSED"
004240     END-EVALUATE.
004250     DISPLAY "  PERIODS LOCKED: " WS-LOCKED-COUNT " OF 12".
004260 2000-EXIT.
004270     EXIT.
004280
004290 2100-SHOW-ONE-PERIOD.
004300     EVALUATE WS-YT-STATUS (WS-YT-I)
004310        WHEN 'L'
004320           DISPLAY "  PERIOD " WS-YT-I "  " WS-YT-PERIOD (WS-YT-I)
004330                   "  LOCKED"
004340        WHEN 'C'
004350           DISPLAY "  PERIOD " WS-YT-I "  " WS-YT-PERIOD (WS-YT-I)
004360                   "  CLOSED"
004370        WHEN OTHER
004380           DISPLAY "  PERIOD " WS-YT-I "  " WS-YT-PERIOD (WS-YT-I)
004390                   "  OPEN"
004400     END-EVALUATE.
004410 2100-EXIT.
004420     EXIT.
004430
004440*                                                                *
004450*   3000-CLOSE-YEAR -- EVERY MONTH STILL OPEN MUST PASS THE     *
004460*   CLOSE-READINESS CHECK BEFORE ANYTHING IS LOCKED              *
004470*                                                                *
004480 3000-CLOSE-YEAR.
004490     MOVE 'Y' TO WS-READINESS-SWITCH.
004500     PERFORM 3100-READY-ONE-PERIOD THRU 3100-EXIT
004510             VARYING WS-YT-I FROM 1 BY 1
004520             UNTIL WS-YT-I > 12.
004530     IF NOT WS-YEAR-READY
004540        DISPLAY "YEAR NOT CLOSED -- CLOSE THE FAILING PERIODS "
004550                "THROUGH PERIOD-CLOSE-UTILITY (WITH AN OVERRIDE "
004560                "REASON IF NEED BE) AND TRY AGAIN"
004570        GO TO 3000-EXIT
004580     END-IF.
004590     DISPLAY "LOCK ALL TWELVE PERIODS OF FISCAL YEAR "
004600             WS-FISCAL-YEAR "?  NOTHING REOPENS THEM (Y/N):".
004610     ACCEPT WS-CONFIRM.
004620     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
004630        DISPLAY "YEAR-END CLOSE CANCELLED."
004640        GO TO 3000-EXIT
004650     END-IF.
004660     MOVE 'L' TO WS-NEW-STATUS.
004670     PERFORM 3200-LOCK-ONE-PERIOD THRU 3200-EXIT
004680             VARYING WS-YT-I FROM 1 BY 1
004690             UNTIL WS-YT-I > 12.
004700     DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR " LOCKED.".
004710     IF WS-YEAR-HAS-ADJUSTMENT
004720        MOVE WS-ADJUSTMENT-KEY TO PC-PERIOD
004730        MOVE 'O' TO WS-NEW-STATUS
004740        PERFORM 3300-PUT-PERIOD-STATUS THRU 3300-EXIT
004750        MOVE 'O' TO WS-ADJUSTMENT-STATUS
004760        DISPLAY "ADJUSTMENT PERIOD " WS-ADJUSTMENT-KEY
004770                " OPEN -- POST ADJUSTING ENTRIES AS AN ADJST "
004780                "BATCH THROUGH LEDGER-POST"
004790     END-IF.
004800     PERFORM 5000-YEAR-END-TOTALS THRU 5000-EXIT.
004810 3000-EXIT.
004820     EXIT.
004830
004840 3100-READY-ONE-PERIOD.
004850     IF WS-YT-STATUS (WS-YT-I) = 'C'
004860        OR WS-YT-STATUS (WS-YT-I) = 'L'
004870        GO TO 3100-EXIT
004880     END-IF.
004890     CALL "CLOSE-READINESS-CHECK" USING WS-YT-PERIOD (WS-YT-I),
004900          WS-RESULT.
004910     IF WS-RESULT = 'F'
004920        MOVE 'N' TO WS-READINESS-SWITCH
004930        DISPLAY "  PERIOD " WS-YT-PERIOD (WS-YT-I)
004940                " FAILS THE CLOSE-READINESS CHECK"
004950     END-IF.
004960 3100-EXIT.
004970     EXIT.
004980
004990 3200-LOCK-ONE-PERIOD.
005000     MOVE WS-YT-PERIOD (WS-YT-I) TO PC-PERIOD.
005010     PERFORM 3300-PUT-PERIOD-STATUS THRU 3300-EXIT.
005020     MOVE 'L' TO WS-YT-STATUS (WS-YT-I).
005030 3200-EXIT.
005040     EXIT.
005050
005060*                                                                *
005070*   3300-PUT-PERIOD-STATUS -- SET THE PERIOD CONTROL ENTRY FOR  *
005080*   PC-PERIOD TO WS-NEW-STATUS, ADDING THE ENTRY IF THE MONTH   *
005090*   NEVER HAD ONE                                               *
005100*                                                                *
005110 3300-PUT-PERIOD-STATUS.
005120     READ PERIOD-CONTROL
005130         INVALID KEY
005140            MOVE WS-NEW-STATUS  TO PC-PERIOD-STATUS
005150            MOVE WS-TODAY-8     TO PC-CLOSED-DATE
005160            MOVE WS-CLERK-ID    TO PC-CLOSED-BY
005170            WRITE PERIOD-CONTROL-STRUCTURE
005180            GO TO 3300-EXIT
005190     END-READ.
005200     MOVE WS-NEW-STATUS  TO PC-PERIOD-STATUS.
005210     MOVE WS-TODAY-8     TO PC-CLOSED-DATE.
005220     MOVE WS-CLERK-ID    TO PC-CLOSED-BY.
005230     REWRITE PERIOD-CONTROL-STRUCTURE.
005240 3300-EXIT.
005250     EXIT.
005260
005270*                                                                *
005280*   3500-CLOSE-ADJUSTMENT -- LOCK THE ADJUSTMENT PERIOD; THE     *
005290*   OPENING BALANCES ARE RE-RUN AND GO FINAL                     *
005300*                                                                *
005310 3500-CLOSE-ADJUSTMENT.
005320     DISPLAY "LOCK ADJUSTMENT PERIOD " WS-ADJUSTMENT-KEY
005330             "?  NO MORE ADJUSTING ENTRIES WILL POST (Y/N):".
005340     ACCEPT WS-CONFIRM.
005350     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
005360        DISPLAY "ADJUSTMENT PERIOD LEFT OPEN."
005370        GO TO 3500-EXIT
005380     END-IF.
005390     MOVE WS-ADJUSTMENT-KEY TO PC-PERIOD.
005400     MOVE 'L' TO WS-NEW-STATUS.
005410     PERFORM 3300-PUT-PERIOD-STATUS THRU 3300-EXIT.
005420     MOVE 'L' TO WS-ADJUSTMENT-STATUS.
005430     DISPLAY "ADJUSTMENT PERIOD " WS-ADJUSTMENT-KEY " LOCKED.".
005440     PERFORM 5000-YEAR-END-TOTALS THRU 5000-EXIT.
005450 3500-EXIT.
005460     EXIT.
005470
005480*                                                                *
005490*   5000-YEAR-END-TOTALS -- ONE PASS OF THE LEDGER FOR THE       *
005500*   YEAR'S CONTROL TOTALS AND EVERY ACCOUNT'S BALANCE AT THE     *
005510*   YEAR-END DATE, THEN THE OPENING BALANCES AND THE REPORT      *
005520*                                                                *
005530 5000-YEAR-END-TOTALS.
005540     INITIALIZE WS-CO-TABLE WS-ACCT-TABLE.
005550     MOVE ZERO TO WS-ACCT-COUNT WS-ACCT-DROPPED
005560                  WS-BALANCES-WRITTEN.
005570     IF WS-ADJUSTMENT-OPEN
005580        MOVE 'P' TO WS-BALANCE-STATUS
005590     ELSE
005600        MOVE 'F' TO WS-BALANCE-STATUS
005610     END-IF.
005620     OPEN INPUT TRANSACTIONS.
005630     IF TRANSOUT-STATUS NOT = '00'
005640        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
005650        GO TO 5000-EXIT
005660     END-IF.
005670     MOVE 'N' TO WS-EOF-SWITCH.
005680     PERFORM 5100-TALLY-ONE-DETAIL THRU 5100-EXIT
005690             UNTIL WS-EOF-YES.
005700     CLOSE TRANSACTIONS.
005710     OPEN I-O OPENING-BALANCES.
005720     IF OPENBAL-STATUS NOT = '00'
005730        AND OPENBAL-STATUS NOT = '05'
005740        DISPLAY "CANNOT OPEN FISCAL OPENING BALANCES, STATUS "
005750                OPENBAL-STATUS
005760        GO TO 5000-EXIT
005770     END-IF.
005780     PERFORM 5300-PUT-ONE-BALANCE THRU 5300-EXIT
005790             VARYING WS-ACCT-SUB FROM 1 BY 1
005800             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
005810     CLOSE OPENING-BALANCES.
005820     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
005830     IF WS-BALANCE-STATUS = 'P'
005840        DISPLAY WS-BALANCES-WRITTEN " PRELIMINARY OPENING "
005850                "BALANCES WRITTEN FOR FISCAL YEAR "
005860                WS-NEW-FISCAL-YEAR
005870     ELSE
005880        DISPLAY WS-BALANCES-WRITTEN " FINAL OPENING BALANCES "
005890                "WRITTEN FOR FISCAL YEAR " WS-NEW-FISCAL-YEAR
005900     END-IF.
005910     IF WS-ACCT-DROPPED > ZERO
005920        DISPLAY "WARNING: ACCOUNT TABLE FULL -- " WS-ACCT-DROPPED
005930                " DETAILS LEFT OUT OF THE OPENING BALANCES"
005940     END-IF.
005950 5000-EXIT.
005960     EXIT.
005970
005980*                                                                *
005990*   5100-TALLY-ONE-DETAIL -- THE CONTROL TOTALS COUNT DETAILS    *
006000*   DATED IN THE YEAR (ADJUSTING ENTRIES CARRY THE YEAR'S LAST   *
006010*   DAY); THE BALANCES ADD UP EVERY DETAIL'S MOVEMENT TO THE     *
006020*   YEAR-END DATE.  AN ARCHIVE BALANCE FORWARD CARRIES ITS       *
006030*   BALANCE WITH NO MOVEMENT OF ITS OWN (SEE LEDGER-ARCHIVE-JOB) *
006040*                                                                *
006050 5100-TALLY-ONE-DETAIL.
006060     READ TRANSACTIONS
006070         AT END
006080            MOVE 'Y' TO WS-EOF-SWITCH
006090            GO TO 5100-EXIT
006100     END-READ.
006110     IF NOT TR-DETAIL-RECORD
006120        GO TO 5100-EXIT
006130     END-IF.
006140     IF TR-TRANSACTION-DATE > WS-YEAR-END
006150        GO TO 5100-EXIT
006160     END-IF.
006170     IF TR-COMPANY-CODE = "02"
006180        MOVE 2 TO WS-CO-SUB
006190     ELSE
006200        MOVE 1 TO WS-CO-SUB
006210     END-IF.
006220     IF TR-TRANSACTION-DATE >= WS-YEAR-START
006230        ADD 1 TO WS-CO-DETAILS (WS-CO-SUB)
006240        EVALUATE TRUE
006250           WHEN TR-DEBIT-TRANSACTION
006260              ADD TR-AMOUNT     TO WS-CO-CHARGES (WS-CO-SUB)
006270              ADD TR-TAX-AMOUNT TO WS-CO-TAX (WS-CO-SUB)
006280           WHEN TR-REFUND-TRANSACTION
006290              ADD TR-AMOUNT     TO WS-CO-REFUNDS (WS-CO-SUB)
006300           WHEN TR-WRITEOFF-TRANSACTION
006310              ADD TR-AMOUNT     TO WS-CO-WRITEOFFS (WS-CO-SUB)
006320           WHEN OTHER
006330              ADD TR-AMOUNT     TO WS-CO-PAYMENTS (WS-CO-SUB)
006340        END-EVALUATE
006350        COMPUTE WS-CO-NET (WS-CO-SUB) = WS-CO-NET (WS-CO-SUB)
006360                + TR-END-BALANCE - TR-START-BALANCE
006370     END-IF.
006380     PERFORM 5200-FIND-ACCOUNT THRU 5200-EXIT.
006390     IF WS-ACCT-HIT = ZERO
006400        IF WS-ACCT-COUNT < 2000
006410           ADD 1 TO WS-ACCT-COUNT
006420           MOVE WS-ACCT-COUNT    TO WS-ACCT-HIT
006430           MOVE TR-ACCOUNT-ID    TO WS-AT-ACCOUNT-ID (WS-ACCT-HIT)
006440           MOVE ZERO             TO WS-AT-BALANCE (WS-ACCT-HIT)
006450        ELSE
006460           ADD 1 TO WS-ACCT-DROPPED
006470           GO TO 5100-EXIT
006480        END-IF
006490     END-IF.
006500     MOVE TR-COMPANY-CODE TO WS-AT-COMPANY (WS-ACCT-HIT).
006510     IF TR-DESC = "BALANCE FORWARD"
006520        ADD TR-END-BALANCE TO WS-AT-BALANCE (WS-ACCT-HIT)
006530     ELSE
006540        COMPUTE WS-AT-BALANCE (WS-ACCT-HIT) =
006550                WS-AT-BALANCE (WS-ACCT-HIT)
006560                + TR-END-BALANCE - TR-START-BALANCE
006570     END-IF.
006580 5100-EXIT.
006590     EXIT.
006600
006610 5200-FIND-ACCOUNT.
006620     MOVE ZERO TO WS-ACCT-HIT.
006630     PERFORM 5210-MATCH-ONE-ACCOUNT THRU 5210-EXIT
006640             VARYING WS-ACCT-SUB FROM 1 BY 1
006650             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
006660                OR WS-ACCT-HIT > ZERO.
006670 5200-EXIT.
006680     EXIT.
006690
006700 5210-MATCH-ONE-ACCOUNT.
006710     IF WS-AT-ACCOUNT-ID (WS-ACCT-SUB) = TR-ACCOUNT-ID
006720        MOVE WS-ACCT-SUB TO WS-ACCT-HIT
006730     END-IF.
006740 5210-EXIT.
006750     EXIT.
006760
006770*                                                                *
006780*   5300-PUT-ONE-BALANCE -- KEYED BY THE NEW FISCAL YEAR, SO A   *
006790*   RE-RUN REWRITES WHAT THE LAST ONE WROTE                      *
006800*                                                                *
006810 5300-PUT-ONE-BALANCE.
006820     IF WS-AT-COMPANY (WS-ACCT-SUB) = "02"
006830        MOVE 2 TO WS-CO-SUB
006840     ELSE
006850        MOVE 1 TO WS-CO-SUB
006860     END-IF.
006870     ADD WS-AT-BALANCE (WS-ACCT-SUB) TO WS-CO-OPENING (WS-CO-SUB).
006880     MOVE WS-NEW-FISCAL-YEAR TO OB-FISCAL-YEAR.
006890     MOVE WS-AT-ACCOUNT-ID (WS-ACCT-SUB) TO OB-ACCOUNT-ID.
006900     READ OPENING-BALANCES
006910         INVALID KEY
006920            MOVE SPACES TO OPENING-BALANCE-STRUCTURE
006930            MOVE WS-NEW-FISCAL-YEAR TO OB-FISCAL-YEAR
006940            MOVE WS-AT-ACCOUNT-ID (WS-ACCT-SUB) TO OB-ACCOUNT-ID
006950     END-READ.
006960     MOVE WS-AT-COMPANY (WS-ACCT-SUB)  TO OB-COMPANY-CODE.
006970     MOVE WS-AT-BALANCE (WS-ACCT-SUB)  TO OB-OPENING-BALANCE.
006980     MOVE WS-BALANCE-STATUS            TO OB-BALANCE-STATUS.
006990     MOVE WS-TODAY-8                   TO OB-BUILT-DATE.
007000     MOVE WS-CLERK-ID                  TO OB-BUILT-BY.
007010     REWRITE OPENING-BALANCE-STRUCTURE
007020         INVALID KEY
007030            WRITE OPENING-BALANCE-STRUCTURE
007040                INVALID KEY
007050                   DISPLAY "CANNOT WRITE OPENING BALANCE FOR "
007060                           OB-ACCOUNT-ID
007070                   GO TO 5300-EXIT
007080            END-WRITE
007090     END-REWRITE.
007100     ADD 1 TO WS-BALANCES-WRITTEN.
007110 5300-EXIT.
007120     EXIT.
007130
007140*                                                                *
007150*   8000-WRITE-REPORT -- THE YEAR-END CONTROL TOTALS, THEN THE  *
007160*   OPENING BALANCE LISTING                                     *
007170*                                                                *
007180 8000-WRITE-REPORT.
007190     MOVE 'N' TO WS-SPOOL-FUNCTION.
007200     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
007210          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
007220          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
007230          WS-SPOOL-MEMBER-NAME.
007240     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
007250     OPEN OUTPUT REPORT-FILE.
007260     MOVE SPACES TO REPORT-LINE.
007270     STRING "FISCAL YEAR-END CLOSE -- FISCAL YEAR " WS-FISCAL-YEAR
007280            "  " WS-YEAR-START " THROUGH " WS-YEAR-END
007290            "  RUN " WS-TODAY-8 " BY " WS-CLERK-ID
007300            DELIMITED BY SIZE INTO REPORT-LINE
007310     END-STRING.
007320     WRITE REPORT-LINE.
007330     MOVE SPACES TO REPORT-LINE.
007340     EVALUATE TRUE
007350        WHEN NOT WS-YEAR-HAS-ADJUSTMENT
007360           MOVE "NO ADJUSTMENT PERIOD -- BALANCES ARE FINAL"
007370             TO REPORT-LINE
007380        WHEN WS-ADJUSTMENT-OPEN
007390           MOVE "ADJUSTMENT PERIOD OPEN -- BALANCES PRELIMINARY"
007400             TO REPORT-LINE
007410        WHEN OTHER
007420           MOVE "ADJUSTMENT PERIOD LOCKED -- BALANCES ARE FINAL"
007430             TO REPORT-LINE
007440     END-EVALUATE.
007450     WRITE REPORT-LINE.
007460     MOVE SPACES TO REPORT-LINE.
007470     WRITE REPORT-LINE.
007480     MOVE SPACES TO REPORT-LINE.
007490     MOVE "COMPANY 01" TO REPORT-LINE (34:10).
007500     MOVE "COMPANY 02" TO REPORT-LINE (54:10).
007510     MOVE "COMBINED"   TO REPORT-LINE (77:8).
007520     WRITE REPORT-LINE.
007530     MOVE "YEAR-END CONTROL TOTALS" TO REPORT-LINE.
007540     WRITE REPORT-LINE.
007550     ADD 5 TO WS-SPOOL-LINE-COUNT.
007560     MOVE SPACES TO WS-REPORT-DETAIL.
007570     MOVE "  DETAILS POSTED" TO WS-R-CAPTION.
007580     MOVE WS-CO-DETAILS (1) TO WS-R-CO-01.
007590     MOVE WS-CO-DETAILS (2) TO WS-R-CO-02.
007600     COMPUTE WS-COMBINED = WS-CO-DETAILS (1) + WS-CO-DETAILS (2).
007610     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007620     MOVE "  CHARGES" TO WS-R-CAPTION.
007630     MOVE WS-CO-CHARGES (1) TO WS-R-CO-01.
007640     MOVE WS-CO-CHARGES (2) TO WS-R-CO-02.
007650     COMPUTE WS-COMBINED = WS-CO-CHARGES (1) + WS-CO-CHARGES (2).
007660     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007670     MOVE "    OF WHICH TAX" TO WS-R-CAPTION.
007680     MOVE WS-CO-TAX (1) TO WS-R-CO-01.
007690     MOVE WS-CO-TAX (2) TO WS-R-CO-02.
007700     COMPUTE WS-COMBINED = WS-CO-TAX (1) + WS-CO-TAX (2).
007710     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007720     MOVE "  PAYMENTS AND CREDITS" TO WS-R-CAPTION.
007730     MOVE WS-CO-PAYMENTS (1) TO WS-R-CO-01.
007740     MOVE WS-CO-PAYMENTS (2) TO WS-R-CO-02.
007750     COMPUTE WS-COMBINED =
007760        WS-CO-PAYMENTS (1) + WS-CO-PAYMENTS (2).
007770     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007780     MOVE "  REFUNDS" TO WS-R-CAPTION.
007790     MOVE WS-CO-REFUNDS (1) TO WS-R-CO-01.
007800     MOVE WS-CO-REFUNDS (2) TO WS-R-CO-02.
007810     COMPUTE WS-COMBINED = WS-CO-REFUNDS (1) + WS-CO-REFUNDS (2).
007820     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007830     MOVE "  WRITE-OFFS" TO WS-R-CAPTION.
007840     MOVE WS-CO-WRITEOFFS (1) TO WS-R-CO-01.
007850     MOVE WS-CO-WRITEOFFS (2) TO WS-R-CO-02.
007860     COMPUTE WS-COMBINED =
007870        WS-CO-WRITEOFFS (1) + WS-CO-WRITEOFFS (2).
007880     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007890     MOVE "  NET RECEIVABLE CHANGE" TO WS-R-CAPTION.
007900     MOVE WS-CO-NET (1) TO WS-R-CO-01.
007910     MOVE WS-CO-NET (2) TO WS-R-CO-02.
007920     COMPUTE WS-COMBINED = WS-CO-NET (1) + WS-CO-NET (2).
007930     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007940     MOVE "  OPENING BALANCES" TO WS-R-CAPTION.
007950     MOVE WS-CO-OPENING (1) TO WS-R-CO-01.
007960     MOVE WS-CO-OPENING (2) TO WS-R-CO-02.
007970     COMPUTE WS-COMBINED = WS-CO-OPENING (1) + WS-CO-OPENING (2).
007980     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
007990     MOVE SPACES TO REPORT-LINE.
008000     WRITE REPORT-LINE.
008010     MOVE SPACES TO REPORT-LINE.
008020     STRING "OPENING BALANCES FOR FISCAL YEAR " WS-NEW-FISCAL-YEAR
008030            DELIMITED BY SIZE INTO REPORT-LINE
008040     END-STRING.
008050     WRITE REPORT-LINE.
008060     MOVE "  ACCOUNT  CO          BALANCE" TO REPORT-LINE.
008070     WRITE REPORT-LINE.
008080     ADD 3 TO WS-SPOOL-LINE-COUNT.
008090     PERFORM 8200-PUT-ONE-BALANCE THRU 8200-EXIT
008100             VARYING WS-ACCT-SUB FROM 1 BY 1
008110             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
008120     IF WS-ACCT-DROPPED > ZERO
008130        MOVE SPACES TO REPORT-LINE
008140        STRING "*** ACCOUNT TABLE FULL -- " WS-ACCT-DROPPED
008150               " DETAILS LEFT OUT; BALANCES ARE INCOMPLETE ***"
008160               DELIMITED BY SIZE INTO REPORT-LINE
008170        END-STRING
008180        WRITE REPORT-LINE
008190        ADD 1 TO WS-SPOOL-LINE-COUNT
008200     END-IF.
008210     CLOSE REPORT-FILE.
008220     MOVE 'R' TO WS-SPOOL-FUNCTION.
008230     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
008240          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
008250          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
008260          WS-SPOOL-MEMBER-NAME.
008270     DISPLAY "YEAR-END REPORT SPOOLED AS " WS-SPOOL-MEMBER-NAME.
008280 8000-EXIT.
008290     EXIT.
008300
008310 8100-PUT-DETAIL.
008320     MOVE WS-COMBINED TO WS-R-COMBINED.
008330     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
008340     WRITE REPORT-LINE.
008350     ADD 1 TO WS-SPOOL-LINE-COUNT.
008360     MOVE SPACES TO WS-REPORT-DETAIL.
008370 8100-EXIT.
008380     EXIT.
008390
008400 8200-PUT-ONE-BALANCE.
008410     MOVE WS-AT-ACCOUNT-ID (WS-ACCT-SUB) TO WS-B-ACCOUNT-ID.
008420     MOVE WS-AT-COMPANY (WS-ACCT-SUB)    TO WS-B-COMPANY.
008430     MOVE WS-AT-BALANCE (WS-ACCT-SUB)    TO WS-B-BALANCE.
008440     MOVE WS-BALANCE-DETAIL TO REPORT-LINE.
008450     WRITE REPORT-LINE.
008460     ADD 1 TO WS-SPOOL-LINE-COUNT.
008470 8200-EXIT.
008480     EXIT.
008490
008500 9999-EXIT.
008510     STOP RUN.
