000010******************************************************************
000020*                                                                *
000030*   BATCH-SLA-TREND-REPORT                                       *
000040*                                                                *
000050*   BATCH WINDOW TREND AND SLA BREACH REPORT FROM THE SHARED     *
000060*   RUN-CONTROL REGISTRY.  OPERATIONS-REPORT SHOWS LAST NIGHT;   *
000070*   THIS SHOWS THE DRIFT.  FOR EVERY JOB WITH RUNS IN THE DATE   *
000080*   RANGE IT LISTS EACH RUN'S ELAPSED TIME AND RECORD COUNTS,    *
000090*   THEN THE AVERAGE, THE TREND (A LEAST-SQUARES LINE THROUGH    *
000100*   ELAPSED SECONDS BY RUN DATE) AND -- WHERE THE JOB HAS AN     *
000110*   ALLOWED RUN TIME -- THE DATE THE TREND LINE CROSSES IT.      *
000120*                                                                *
000130*   THE SLA TABLE (BATCH-SLA.TXT) HOLDS ONE JOB-NAME,MMMM LINE   *
000140*   PER JOB GIVING ITS ALLOWED RUN TIME IN MINUTES, AND A        *
000150*   SUITE-FINISH,HHMM LINE GIVING THE LATEST TIME THE NIGHTLY    *
000160*   SUITE MAY FINISH (THE ONLINE START).  A RUN OVER ITS ALLOWED *
000170*   TIME, OR ENDING AFTER THE SUITE FINISH, IS A BREACH.  EVERY  *
000180*   BREACH IS FLAGGED ON ITS RUN LINE AND LISTED AGAIN AT THE    *
000190*   END FOR THE MORNING OPERATOR; A BREACH ON THE LATEST RUN     *
000200*   DATE IN THE RANGE ENDS THE RUN WITH RETURN CODE 4.           *
000210*                                                                *
000220*   THE RANGE IS TREND-FROM= AND TREND-TO= (YYYYMMDD) IN THE     *
000230*   SHARED LEDGER RUN PARAMETER FILE -- BY DEFAULT THE NINETY    *
000240*   DAYS ENDING ON THE PROCESSING DATE.                          *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.      BATCH-SLA-TREND-REPORT.
000290 AUTHOR.          DATA PROCESSING.
000300 INSTALLATION.    ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.    10/15/2026.
000320 DATE-COMPILED.   10/15/2026.
000330*                                                                *
000340*   MODIFICATION HISTORY                                        *
000350*   ------------------------------------------------------------ *
000360*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000370*                                                                *
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL RUN-CONTROL
000420            ASSIGN       TO  RUNCTL
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE  IS DYNAMIC
000450            RECORD KEY   IS RC-RUN-KEY
000460            FILE STATUS  IS RUNCTL-STATUS.
000470
000480     SELECT OPTIONAL RUN-PARM-FILE
000490            ASSIGN       TO  RUNPARMS
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS  IS RUNPARM-STATUS.
000520
000530*   SLA TABLE -- JOB-NAME,MMMM AND SUITE-FINISH,HHMM LINES, THE
000540*   SAME CODE-TABLE FILE APPROACH AS THE RESERVE RATE TABLE.
000550     SELECT OPTIONAL SLA-TABLE-FILE
000560            ASSIGN       TO  BATCHSLA
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS  IS SLA-STATUS.
000590
000600     SELECT REPORT-FILE
000610            ASSIGN       TO  REPORTOUT
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS  IS REPORT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RUN-CONTROL.
000680 01  RUN-CONTROL-STRUCTURE.
000690     COPY "RUN-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
000700          BY ==RC-==.
000710
000720 FD  RUN-PARM-FILE
000730     RECORDING MODE IS F.
000740 01  RUN-PARM-LINE                PIC X(40).
000750
000760 FD  SLA-TABLE-FILE
000770     RECORDING MODE IS F.
000780 01  SLA-TABLE-LINE               PIC X(40).
000790
000800 FD  REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  REPORT-LINE                  PIC X(132).
000830
000840 WORKING-STORAGE SECTION.
000850*                                                                *
000860*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000870*                                                                *
000880 01  RUNCTL                     PIC X(50)
000890     VALUE "/mnt/c/cobfiles\run-control.idx".
000900 01  RUNPARMS                   PIC X(50)
000910     VALUE "ledger-run-parms.txt".
000920 01  BATCHSLA                   PIC X(50)
000930     VALUE "batch-sla.txt".
000940 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000950
000960 01  RUNCTL-STATUS              PIC X(02).
000970 01  RUNPARM-STATUS             PIC X(02).
000980 01  SLA-STATUS                 PIC X(02).
000990 01  REPORT-STATUS              PIC X(02).
001000
001010 01  WS-SWITCHES.
001020     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001030         88  WS-EOF-YES                    VALUE 'Y'.
001040     05  WS-JOB-ACTIVE-SWITCH    PIC X(01) VALUE 'N'.
001050         88  WS-JOB-ACTIVE                 VALUE 'Y'.
001060     05  WS-SLA-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001070         88  WS-SLA-FOUND                  VALUE 'Y'.
001080     05  WS-BREACH-FULL-SWITCH   PIC X(01) VALUE 'N'.
001090         88  WS-BREACH-FULL                VALUE 'Y'.
001100
001110 01  WS-TODAY-8                 PIC 9(08).
001120 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001130     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001140 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001150 01  WS-PARM-NAME               PIC X(20).
001160 01  WS-PARM-VALUE              PIC X(20).
001170 01  WS-TREND-FROM              PIC 9(08) VALUE ZERO.
001180 01  WS-TREND-TO                PIC 9(08) VALUE ZERO.
001190 01  WS-FROM-INTEGER            PIC 9(07) VALUE ZERO.
001200 01  WS-LATEST-RUN-DATE         PIC 9(08) VALUE ZERO.
001210
001220*                                                                *
001230*   THE SLA TABLE.  THE SUITE FINISH IS HHMM; A RUN ENDING AT OR *
001240*   AFTER IT BUT BEFORE THE EVENING WINDOW OPENS FINISHED LATE.  *
001250*   A JOB WITH NO LINE HAS NO ALLOWED TIME AND IS NOT PROJECTED. *
001260*                                                                *
001270 01  WS-SUITE-FINISH            PIC 9(04) VALUE ZERO.
001280 01  WS-WINDOW-OPENS            PIC 9(04) VALUE 1800.
001290 01  WS-SLA-COUNT               PIC 9(03) VALUE ZERO.
001300 01  WS-SLA-SUB                 PIC 9(03) VALUE ZERO.
001310 01  WS-SLA-TABLE.
001320     05  WS-SLA-ENTRY OCCURS 200 TIMES.
001330         10  WS-SLA-JOB-NAME     PIC X(20).
001340         10  WS-SLA-MINUTES      PIC 9(04).
001350 01  WS-SLA-IN-JOB              PIC X(20).
001360 01  WS-SLA-IN-VALUE            PIC X(06).
001370 01  WS-JOB-ALLOWED-MINUTES     PIC 9(04) VALUE ZERO.
001380 01  WS-JOB-ALLOWED-SECONDS     PIC 9(06) VALUE ZERO.
001390
001400*                                                                *
001410*   ONE RUN'S TIMES.  START AND END ARE HHMMSSCC FROM ACCEPT ... *
001420*   FROM TIME; A RUN THAT ENDS BEFORE IT STARTED RAN PAST        *
001430*   MIDNIGHT.                                                    *
001440*                                                                *
001450 01  WS-START-TIME              PIC 9(08).
001460 01  WS-START-PARTS REDEFINES WS-START-TIME.
001470     05  WS-START-HH             PIC 9(02).
001480     05  WS-START-MM             PIC 9(02).
001490     05  WS-START-SS             PIC 9(02).
001500     05  FILLER                  PIC 9(02).
001510 01  WS-END-TIME                PIC 9(08).
001520 01  WS-END-PARTS REDEFINES WS-END-TIME.
001530     05  WS-END-HHMM             PIC 9(04).
001540     05  FILLER                  PIC 9(04).
001550 01  WS-END-SPLIT REDEFINES WS-END-TIME.
001560     05  WS-END-HH               PIC 9(02).
001570     05  WS-END-MM               PIC 9(02).
001580     05  WS-END-SS               PIC 9(02).
001590     05  FILLER                  PIC 9(02).
001600 01  WS-START-SECONDS           PIC 9(05) VALUE ZERO.
001610 01  WS-END-SECONDS             PIC 9(06) VALUE ZERO.
001620 01  WS-ELAPSED-SECONDS         PIC 9(05) VALUE ZERO.
001630 01  WS-HMS-SECONDS             PIC 9(06) VALUE ZERO.
001640 01  WS-HMS-REMAINDER           PIC 9(05) VALUE ZERO.
001650 01  WS-HMS.
001660     05  WS-HMS-HH               PIC 9(02).
001670     05  FILLER                  PIC X(01) VALUE ':'.
001680     05  WS-HMS-MM               PIC 9(02).
001690     05  FILLER                  PIC X(01) VALUE ':'.
001700     05  WS-HMS-SS               PIC 9(02).
001710 01  WS-RUN-FLAGS               PIC X(20).
001720
001730*                                                                *
001740*   ONE JOB'S ACCUMULATORS.  X IS THE RUN DATE AS A DAY NUMBER   *
001750*   FROM THE START OF THE RANGE, Y THE ELAPSED SECONDS.          *
001760*                                                                *
001770 01  WS-PREV-JOB-NAME           PIC X(20) VALUE SPACES.
001780 01  WS-JOB-FIELDS.
001790     05  WS-JOB-RUNS             PIC 9(05) COMP-3.
001800     05  WS-JOB-UNFINISHED       PIC 9(05) COMP-3.
001820     05  WS-JOB-MIN-SECONDS      PIC 9(05) COMP-3.
001830     05  WS-JOB-MAX-SECONDS      PIC 9(05) COMP-3.
001840     05  WS-JOB-LAST-X           PIC 9(05) COMP-3.
001850     05  WS-JOB-LAST-DATE        PIC 9(08).
001860     05  WS-JOB-SUM-READ         PIC 9(13) COMP-3.
001870     05  WS-JOB-SUM-X            PIC 9(13) COMP-3.
001880     05  WS-JOB-SUM-Y            PIC 9(13) COMP-3.
001890     05  WS-JOB-SUM-XY           PIC 9(15) COMP-3.
001900     05  WS-JOB-SUM-XX           PIC 9(15) COMP-3.
001910 01  WS-RUN-X                   PIC 9(05) COMP-3.
001920 01  WS-AVG-SECONDS             PIC 9(05) VALUE ZERO.
001930 01  WS-AVG-READ                PIC 9(07) VALUE ZERO.
001940 01  WS-SLOPE-NUMERATOR         PIC S9(18) COMP-3.
001950 01  WS-SLOPE-DENOMINATOR       PIC S9(18) COMP-3.
001960 01  WS-SLOPE                   PIC S9(07)V9(04) COMP-3.
001970 01  WS-INTERCEPT               PIC S9(09)V9(04) COMP-3.
001980 01  WS-FITTED-SECONDS          PIC S9(09)V9(04) COMP-3.
001990 01  WS-DAYS-TO-CROSS           PIC 9(07) VALUE ZERO.
002000 01  WS-CROSS-DATE              PIC 9(08) VALUE ZERO.
002010 01  WS-MINUTES-PER-MONTH       PIC S9(05)V9(01) VALUE ZERO.
002020 01  WS-PROJECTION              PIC X(40).
002030
002040*                                                                *
002050*   BREACHES HELD FOR THE OPERATOR SECTION                       *
002060*                                                                *
002070 01  WS-BREACH-COUNT            PIC 9(03) VALUE ZERO.
002080 01  WS-BREACH-SUB              PIC 9(03) VALUE ZERO.
002090 01  WS-LATEST-BREACHES         PIC 9(03) VALUE ZERO.
002100 01  WS-BREACH-TABLE.
002110     05  WS-BREACH-ENTRY OCCURS 300 TIMES.
002120         10  WS-BR-JOB-NAME      PIC X(20).
002130         10  WS-BR-RUN-DATE      PIC 9(08).
002140         10  WS-BR-END-TIME      PIC X(08).
002150         10  WS-BR-ELAPSED       PIC X(08).
002160         10  WS-BR-FLAGS         PIC X(20).
002170
002180 01  WS-JOB-COUNT               PIC 9(05) VALUE ZERO.
002190 01  WS-RUNS-READ               PIC 9(07) VALUE ZERO.
002200
002210 01  WS-RC-FUNCTION             PIC X(01).
002220 01  WS-RC-JOB-NAME             PIC X(20)
002230     VALUE "BATCH-SLA-TREND".
002240 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002250 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002260 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002270
002280*                                                                *
002290*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
002300*                                                                *
002310 01  WS-SPOOL-FUNCTION          PIC X(01).
002320 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002330     VALUE "batch-sla-trend".
002340 01  WS-SPOOL-JOB-NAME          PIC X(20)
002350     VALUE "BATCH-SLA-TREND".
002360 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
002370 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002380 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002390 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
002400
002410*                                                                *
002420*   REPORT LINES                                                 *
002430*                                                                *
002440 01  WS-RUN-LINE.
002450     05  FILLER                  PIC X(04) VALUE SPACES.
002460     05  WS-RL-RUN-DATE          PIC 9(08).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  WS-RL-START             PIC X(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WS-RL-END               PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  WS-RL-ELAPSED           PIC X(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  WS-RL-READ              PIC Z,ZZZ,ZZ9.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  WS-RL-WRITTEN           PIC Z,ZZZ,ZZ9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  WS-RL-CODE              PIC X(04).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  WS-RL-FLAGS             PIC X(20).
002610 01  WS-SUMMARY-LINE.
002620     05  FILLER                  PIC X(04) VALUE SPACES.
002630     05  FILLER                  PIC X(06) VALUE "RUNS: ".
002640     05  WS-SL-RUNS              PIC ZZZZ9.
002650     05  FILLER                  PIC X(07) VALUE "  AVG: ".
002660     05  WS-SL-AVG               PIC X(08).
002670     05  FILLER                  PIC X(07) VALUE "  MIN: ".
002680     05  WS-SL-MIN               PIC X(08).
002690     05  FILLER                  PIC X(07) VALUE "  MAX: ".
002700     05  WS-SL-MAX               PIC X(08).
002710     05  FILLER                  PIC X(12) VALUE "  AVG READ: ".
002720     05  WS-SL-AVG-READ          PIC Z,ZZZ,ZZ9.
002730     05  FILLER                  PIC X(09) VALUE "  TREND: ".
002740     05  WS-SL-TREND             PIC ---,--9.9.
002750     05  FILLER                  PIC X(18) VALUE
002760         " MIN/MONTH".
002770 01  WS-PROJECTION-LINE.
002780     05  FILLER                  PIC X(04) VALUE SPACES.
002790     05  FILLER                  PIC X(09) VALUE "ALLOWED: ".
002800     05  WS-PL-ALLOWED           PIC X(12).
002810     05  FILLER                  PIC X(14) VALUE
002820         "  PROJECTION: ".
002830     05  WS-PL-PROJECTION        PIC X(40).
002840 01  WS-BREACH-LINE.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  WS-BL-JOB-NAME          PIC X(20).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  WS-BL-RUN-DATE          PIC 9(08).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  WS-BL-END               PIC X(08).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  WS-BL-ELAPSED           PIC X(08).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  WS-BL-FLAGS             PIC X(20).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  WS-BL-LATEST            PIC X(12).
002970
002980 PROCEDURE DIVISION.
002990*                                                                *
003000*   0000-MAINLINE                                               *
003010*                                                                *
003020 0000-MAINLINE.
003030     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
003040          WS-OVERRIDE-MARK.
003050     MOVE 'S' TO WS-RC-FUNCTION.
003060     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003070          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003080          WS-RC-CODE.
003090     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
003100     PERFORM 1200-LOAD-SLA-TABLE THRU 1200-EXIT.
003110     OPEN INPUT RUN-CONTROL.
003120     IF RUNCTL-STATUS NOT = '00'
003130        DISPLAY "NO RUN CONTROL REGISTRY FOUND -- " RUNCTL
003140        GO TO 0000-END-RUN
003150     END-IF.
003160     PERFORM 2000-START-REPORT THRU 2000-EXIT.
003170     PERFORM 3000-TREND-JOBS THRU 3000-EXIT.
003180     PERFORM 4000-REPORT-BREACHES THRU 4000-EXIT.
003190     CLOSE RUN-CONTROL.
003200     CLOSE REPORT-FILE.
003210     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
003220     MOVE 'R' TO WS-SPOOL-FUNCTION.
003230     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003240          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003250          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003260          WS-SPOOL-MEMBER-NAME.
003270     IF WS-LATEST-BREACHES > ZERO
003280        MOVE "SLA " TO WS-RC-CODE
003290        MOVE 4 TO RETURN-CODE
003300     END-IF.
003310 0000-END-RUN.
003320     MOVE 'E' TO WS-RC-FUNCTION.
003330     MOVE WS-RUNS-READ TO WS-RC-READ.
003340     MOVE WS-BREACH-COUNT TO WS-RC-WRITTEN.
003350     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003360          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003370          WS-RC-CODE.
003380     DISPLAY "BATCH-SLA-TREND-REPORT RUN COMPLETE".
003390     DISPLAY "RANGE:                " WS-TREND-FROM " - "
003400             WS-TREND-TO.
003410     DISPLAY "JOBS TRENDED:         " WS-JOB-COUNT.
003420     DISPLAY "SLA BREACHES:         " WS-BREACH-COUNT.
003430     IF WS-LATEST-BREACHES > ZERO
003440        DISPLAY "WARNING -- " WS-LATEST-BREACHES
003450                " SLA BREACH(ES) ON " WS-LATEST-RUN-DATE
003460                " -- SEE THE BREACH LIST"
003470     END-IF.
003480     GO TO 9999-EXIT.
003490
003500*                                                                *
003510*   1000-READ-RUN-PARMS -- TREND-FROM= AND TREND-TO= IN THE      *
003520*   SHARED LEDGER RUN PARAMETER FILE.  EITHER ONE ABSENT TAKES   *
003530*   ITS NINETY-DAY DEFAULT.                                      *
003540*                                                                *
003550 1000-READ-RUN-PARMS.
003560     OPEN INPUT RUN-PARM-FILE.
003570     IF RUNPARM-STATUS NOT = '00'
003580        GO TO 1000-SET-RANGE
003590     END-IF.
003600     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
003610             UNTIL RUNPARM-STATUS NOT = '00'.
003620     CLOSE RUN-PARM-FILE.
003630 1000-SET-RANGE.
003640     IF WS-TREND-TO = ZERO
003650        MOVE WS-TODAY-8 TO WS-TREND-TO
003660     END-IF.
003670     IF WS-TREND-FROM = ZERO
003680        COMPUTE WS-TREND-FROM = FUNCTION DATE-OF-INTEGER(
003690           FUNCTION INTEGER-OF-DATE(WS-TREND-TO) - 89)
003700     END-IF.
003710     COMPUTE WS-FROM-INTEGER =
003720        FUNCTION INTEGER-OF-DATE(WS-TREND-FROM).
003730 1000-EXIT.
003740     EXIT.
003750
003760 1050-READ-ONE-PARM.
003770     READ RUN-PARM-FILE
003780         AT END
003790            MOVE '10' TO RUNPARM-STATUS
003800            GO TO 1050-EXIT
003810     END-READ.
003820     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003830     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003840         INTO WS-PARM-NAME, WS-PARM-VALUE
003850     END-UNSTRING.
003860     IF WS-PARM-NAME = "TREND-FROM"
003870        AND WS-PARM-VALUE (1:8) NUMERIC
003880        MOVE WS-PARM-VALUE (1:8) TO WS-TREND-FROM
003890     END-IF.
003900     IF WS-PARM-NAME = "TREND-TO"
003910        AND WS-PARM-VALUE (1:8) NUMERIC
003920        MOVE WS-PARM-VALUE (1:8) TO WS-TREND-TO
003930     END-IF.
003940 1050-EXIT.
003950     EXIT.
003960
003970*                                                                *
003980*   1200-LOAD-SLA-TABLE -- A MISSING FILE LEAVES EVERY JOB       *
003990*   WITHOUT AN ALLOWED TIME AND NO SUITE FINISH                  *
004000*                                                                *
004010 1200-LOAD-SLA-TABLE.
004020     OPEN INPUT SLA-TABLE-FILE.
004030     IF SLA-STATUS NOT = '00'
004040        DISPLAY "NO BATCH SLA TABLE -- " BATCHSLA
004050                " -- TRENDS ARE NOT PROJECTED"
004060        GO TO 1200-EXIT
004070     END-IF.
004080     PERFORM 1250-LOAD-ONE-SLA THRU 1250-EXIT
004090             UNTIL SLA-STATUS NOT = '00'.
004100     CLOSE SLA-TABLE-FILE.
004110 1200-EXIT.
004120     EXIT.
004130
004140 1250-LOAD-ONE-SLA.
004150     READ SLA-TABLE-FILE
004160         AT END
004170            MOVE '10' TO SLA-STATUS
004180            GO TO 1250-EXIT
004190     END-READ.
004200     IF SLA-TABLE-LINE = SPACES
004210        OR SLA-TABLE-LINE (1:1) = '*'
004220        GO TO 1250-EXIT
004230     END-IF.
004240     MOVE SPACES TO WS-SLA-IN-JOB WS-SLA-IN-VALUE.
004250     UNSTRING SLA-TABLE-LINE DELIMITED BY ","
004260         INTO WS-SLA-IN-JOB, WS-SLA-IN-VALUE
004270     END-UNSTRING.
004280     IF WS-SLA-IN-VALUE (1:4) NOT NUMERIC
004290        DISPLAY "SLA LINE IGNORED -- " SLA-TABLE-LINE
004300        GO TO 1250-EXIT
004310     END-IF.
004320     IF WS-SLA-IN-JOB = "SUITE-FINISH"
004330        MOVE WS-SLA-IN-VALUE (1:4) TO WS-SUITE-FINISH
004340        GO TO 1250-EXIT
004350     END-IF.
004360     IF WS-SLA-COUNT >= 200
004370        DISPLAY "SLA TABLE FULL -- LINE IGNORED: " SLA-TABLE-LINE
004380        GO TO 1250-EXIT
004390     END-IF.
004400     ADD 1 TO WS-SLA-COUNT.
004410     MOVE WS-SLA-IN-JOB TO WS-SLA-JOB-NAME (WS-SLA-COUNT).
004420     MOVE WS-SLA-IN-VALUE (1:4) TO WS-SLA-MINUTES (WS-SLA-COUNT).
004430 1250-EXIT.
004440     EXIT.
004450
004460*                                                                *
004470*   2000-START-REPORT                                            *
004480*                                                                *
004490 2000-START-REPORT.
004500     MOVE 'N' TO WS-SPOOL-FUNCTION.
004510     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004520          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004530          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004540          WS-SPOOL-MEMBER-NAME.
004550     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
004560     OPEN OUTPUT REPORT-FILE.
004570     MOVE SPACES TO REPORT-LINE.
004580     STRING "BATCH WINDOW TREND AND SLA REPORT   RUNS DATED "
004590            WS-TREND-FROM " THROUGH " WS-TREND-TO
004600            DELIMITED BY SIZE INTO REPORT-LINE
004610     END-STRING.
004620     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004630     IF WS-DATE-OVERRIDDEN
004640        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004650        PERFORM 5900-PUT-LINE THRU 5900-EXIT
004660     END-IF.
004670     IF WS-SUITE-FINISH > ZERO
004680        STRING "SUITE MUST FINISH BY " WS-SUITE-FINISH
004690               DELIMITED BY SIZE INTO REPORT-LINE
004700        END-STRING
004710     ELSE
004720        MOVE "NO SUITE FINISH TIME IN THE SLA TABLE"
004725           TO REPORT-LINE
004730     END-IF.
004740     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004750     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004760     MOVE "    RUN DATE  START     END       ELAPSED        READ"
004770        & "    WRITTEN  CODE  FLAGS" TO REPORT-LINE.
004780     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004790 2000-EXIT.
004800     EXIT.
004810
004820*                                                                *
004830*   3000-TREND-JOBS -- THE REGISTRY IS KEYED JOB NAME THEN RUN   *
004840*   DATE, SO ONE PASS GIVES EACH JOB'S RUNS IN DATE ORDER.       *
004850*   CONTROL BREAK ON JOB NAME.                                   *
004860*                                                                *
004870 3000-TREND-JOBS.
004880     MOVE LOW-VALUES TO RC-RUN-KEY.
004890     START RUN-CONTROL KEY IS >= RC-RUN-KEY
004900         INVALID KEY
004910            MOVE 'Y' TO WS-EOF-SWITCH
004920     END-START.
004930     PERFORM 3100-TREND-ONE-RUN THRU 3100-EXIT
004940             UNTIL WS-EOF-YES.
004950     IF WS-JOB-ACTIVE
004960        PERFORM 3500-FINISH-JOB THRU 3500-EXIT
004970     END-IF.
004980 3000-EXIT.
004990     EXIT.
005000
005010 3100-TREND-ONE-RUN.
005020     READ RUN-CONTROL NEXT RECORD
005030         AT END
005040            MOVE 'Y' TO WS-EOF-SWITCH
005050            GO TO 3100-EXIT
005060     END-READ.
005070     IF RC-RUN-DATE < WS-TREND-FROM
005080        OR RC-RUN-DATE > WS-TREND-TO
005090        GO TO 3100-EXIT
005100     END-IF.
005110     ADD 1 TO WS-RUNS-READ.
005120     IF RC-RUN-DATE > WS-LATEST-RUN-DATE
005130        MOVE RC-RUN-DATE TO WS-LATEST-RUN-DATE
005140     END-IF.
005150     IF NOT WS-JOB-ACTIVE
005160        OR RC-JOB-NAME NOT = WS-PREV-JOB-NAME
005170        IF WS-JOB-ACTIVE
005180           PERFORM 3500-FINISH-JOB THRU 3500-EXIT
005190        END-IF
005200        PERFORM 3200-START-JOB THRU 3200-EXIT
005210     END-IF.
005220     PERFORM 3300-LIST-RUN THRU 3300-EXIT.
005230 3100-EXIT.
005240     EXIT.
005250
005260*                                                                *
005270*   3200-START-JOB -- CLEAR THE ACCUMULATORS, FIND THE JOB'S     *
005280*   ALLOWED TIME AND PRINT ITS HEADING                           *
005290*                                                                *
005300 3200-START-JOB.
005310     MOVE 'Y' TO WS-JOB-ACTIVE-SWITCH.
005320     MOVE RC-JOB-NAME TO WS-PREV-JOB-NAME.
005330     ADD 1 TO WS-JOB-COUNT.
005340     INITIALIZE WS-JOB-FIELDS.
005350     MOVE 99999 TO WS-JOB-MIN-SECONDS.
005360     MOVE 'N' TO WS-SLA-FOUND-SWITCH.
005370     MOVE ZERO TO WS-JOB-ALLOWED-MINUTES.
005380     PERFORM 3250-MATCH-SLA THRU 3250-EXIT
005390             VARYING WS-SLA-SUB FROM 1 BY 1
005400             UNTIL WS-SLA-SUB > WS-SLA-COUNT
005410                OR WS-SLA-FOUND.
005420     COMPUTE WS-JOB-ALLOWED-SECONDS = WS-JOB-ALLOWED-MINUTES * 60.
005430     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005440     MOVE RC-JOB-NAME TO REPORT-LINE.
005450     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005460 3200-EXIT.
005470     EXIT.
005480
005490 3250-MATCH-SLA.
005500     IF WS-SLA-JOB-NAME (WS-SLA-SUB) = RC-JOB-NAME
005510        MOVE 'Y' TO WS-SLA-FOUND-SWITCH
005520        MOVE WS-SLA-MINUTES (WS-SLA-SUB) TO WS-JOB-ALLOWED-MINUTES
005530     END-IF.
005540 3250-EXIT.
005550     EXIT.
005560
005570*                                                                *
005580*   3300-LIST-RUN -- ONE RUN LINE.  A RUN STILL "RUN " OR WITH   *
005590*   NO END TIME DID NOT FINISH AND STAYS OUT OF THE TREND.       *
005600*                                                                *
005610 3300-LIST-RUN.
005620     MOVE SPACES TO WS-RUN-FLAGS.
005630     MOVE RC-RUN-DATE        TO WS-RL-RUN-DATE.
005640     MOVE RC-START-TIME      TO WS-RL-START.
005650     MOVE RC-END-TIME        TO WS-RL-END.
005660     MOVE RC-RECORDS-READ    TO WS-RL-READ.
005670     MOVE RC-RECORDS-WRITTEN TO WS-RL-WRITTEN.
005680     MOVE RC-COMPLETION-CODE TO WS-RL-CODE.
005690     IF RC-RUN-IN-FLIGHT
005700        OR RC-START-TIME NOT NUMERIC
005710        OR RC-END-TIME NOT NUMERIC
005720        ADD 1 TO WS-JOB-UNFINISHED
005730        MOVE SPACES TO WS-RL-ELAPSED
005740        MOVE "DID NOT FINISH" TO WS-RL-FLAGS
005750        MOVE WS-RUN-LINE TO REPORT-LINE
005760        PERFORM 5900-PUT-LINE THRU 5900-EXIT
005770        GO TO 3300-EXIT
005780     END-IF.
005790     MOVE RC-START-TIME TO WS-START-TIME.
005800     MOVE RC-END-TIME   TO WS-END-TIME.
005810     COMPUTE WS-START-SECONDS = (WS-START-HH * 3600)
005820        + (WS-START-MM * 60) + WS-START-SS.
005830     COMPUTE WS-END-SECONDS = (WS-END-HH * 3600)
005840        + (WS-END-MM * 60) + WS-END-SS.
005850     IF WS-END-SECONDS < WS-START-SECONDS
005860        ADD 86400 TO WS-END-SECONDS
005870     END-IF.
005880     COMPUTE WS-ELAPSED-SECONDS =
005885        WS-END-SECONDS - WS-START-SECONDS.
005890     MOVE WS-ELAPSED-SECONDS TO WS-HMS-SECONDS.
005900     PERFORM 5500-FORMAT-HMS THRU 5500-EXIT.
005910     MOVE WS-HMS TO WS-RL-ELAPSED.
005920*   ACCUMULATE FOR THE AVERAGE AND THE TREND LINE.
005930     COMPUTE WS-RUN-X = FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
005940        - WS-FROM-INTEGER.
005950     ADD 1 TO WS-JOB-RUNS.
005960     ADD RC-RECORDS-READ TO WS-JOB-SUM-READ.
005970     ADD WS-RUN-X TO WS-JOB-SUM-X.
005980     ADD WS-ELAPSED-SECONDS TO WS-JOB-SUM-Y.
005990     COMPUTE WS-JOB-SUM-XY = WS-JOB-SUM-XY
006000        + (WS-RUN-X * WS-ELAPSED-SECONDS).
006010     COMPUTE WS-JOB-SUM-XX = WS-JOB-SUM-XX
006015        + (WS-RUN-X * WS-RUN-X).
006020     MOVE WS-RUN-X TO WS-JOB-LAST-X.
006030     MOVE RC-RUN-DATE TO WS-JOB-LAST-DATE.
006040     IF WS-ELAPSED-SECONDS < WS-JOB-MIN-SECONDS
006050        MOVE WS-ELAPSED-SECONDS TO WS-JOB-MIN-SECONDS
006060     END-IF.
006070     IF WS-ELAPSED-SECONDS > WS-JOB-MAX-SECONDS
006080        MOVE WS-ELAPSED-SECONDS TO WS-JOB-MAX-SECONDS
006090     END-IF.
006100*   BREACHES -- OVER THE JOB'S ALLOWED TIME, OR ENDING AFTER THE
006110*   SUITE FINISH (A MORNING END TIME, NOT ONE IN THE EVENING
006120*   BEFORE).
006130     IF WS-JOB-ALLOWED-SECONDS > ZERO
006140        AND WS-ELAPSED-SECONDS > WS-JOB-ALLOWED-SECONDS
006150        MOVE "*OVER SLA*" TO WS-RUN-FLAGS (1:10)
006160     END-IF.
006170     IF WS-SUITE-FINISH > ZERO
006180        AND WS-END-HHMM > WS-SUITE-FINISH
006190        AND WS-END-HHMM < WS-WINDOW-OPENS
006200        MOVE "*LATE*" TO WS-RUN-FLAGS (12:6)
006210     END-IF.
006220     MOVE WS-RUN-FLAGS TO WS-RL-FLAGS.
006230     MOVE WS-RUN-LINE TO REPORT-LINE.
006240     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006250     IF WS-RUN-FLAGS NOT = SPACES
006260        PERFORM 3600-HOLD-BREACH THRU 3600-EXIT
006270     END-IF.
006280 3300-EXIT.
006290     EXIT.
006300
006310*                                                                *
006320*   3500-FINISH-JOB -- AVERAGES, TREND AND PROJECTION.  THE      *
006330*   TREND IS THE SLOPE OF THE LEAST-SQUARES LINE IN SECONDS PER  *
006340*   DAY, SHOWN AS MINUTES PER THIRTY DAYS; THE PROJECTION IS THE *
006350*   DAY THAT LINE REACHES THE ALLOWED TIME.                      *
006360*                                                                *
006370 3500-FINISH-JOB.
006380     MOVE 'N' TO WS-JOB-ACTIVE-SWITCH.
006390     IF WS-JOB-RUNS = ZERO
006400        MOVE "    NO FINISHED RUNS IN THE RANGE" TO REPORT-LINE
006410        PERFORM 5900-PUT-LINE THRU 5900-EXIT
006420        GO TO 3500-EXIT
006430     END-IF.
006440     COMPUTE WS-AVG-SECONDS ROUNDED = WS-JOB-SUM-Y / WS-JOB-RUNS.
006450     COMPUTE WS-AVG-READ ROUNDED = WS-JOB-SUM-READ / WS-JOB-RUNS.
006460     MOVE ZERO TO WS-SLOPE.
006470     COMPUTE WS-SLOPE-DENOMINATOR =
006480        (WS-JOB-RUNS * WS-JOB-SUM-XX)
006485        - (WS-JOB-SUM-X * WS-JOB-SUM-X).
006490     IF WS-JOB-RUNS > 2
006500        AND WS-SLOPE-DENOMINATOR NOT = ZERO
006510        COMPUTE WS-SLOPE-NUMERATOR =
006520           (WS-JOB-RUNS * WS-JOB-SUM-XY)
006530           - (WS-JOB-SUM-X * WS-JOB-SUM-Y)
006540        COMPUTE WS-SLOPE ROUNDED =
006550           WS-SLOPE-NUMERATOR / WS-SLOPE-DENOMINATOR
006560     END-IF.
006570     COMPUTE WS-MINUTES-PER-MONTH ROUNDED = WS-SLOPE * 30 / 60.
006580     MOVE WS-JOB-RUNS TO WS-SL-RUNS.
006590     MOVE WS-AVG-SECONDS TO WS-HMS-SECONDS.
006600     PERFORM 5500-FORMAT-HMS THRU 5500-EXIT.
006610     MOVE WS-HMS TO WS-SL-AVG.
006620     MOVE WS-JOB-MIN-SECONDS TO WS-HMS-SECONDS.
006630     PERFORM 5500-FORMAT-HMS THRU 5500-EXIT.
006640     MOVE WS-HMS TO WS-SL-MIN.
006650     MOVE WS-JOB-MAX-SECONDS TO WS-HMS-SECONDS.
006660     PERFORM 5500-FORMAT-HMS THRU 5500-EXIT.
006670     MOVE WS-HMS TO WS-SL-MAX.
006680     MOVE WS-AVG-READ TO WS-SL-AVG-READ.
006690     MOVE WS-MINUTES-PER-MONTH TO WS-SL-TREND.
006700     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006710     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006720     PERFORM 3550-PROJECT-JOB THRU 3550-EXIT.
006730     IF WS-JOB-ALLOWED-MINUTES > ZERO
006740        MOVE WS-JOB-ALLOWED-SECONDS TO WS-HMS-SECONDS
006750        PERFORM 5500-FORMAT-HMS THRU 5500-EXIT
006760        MOVE WS-HMS TO WS-PL-ALLOWED
006770     ELSE
006780        MOVE "NONE" TO WS-PL-ALLOWED
006790     END-IF.
006800     MOVE WS-PROJECTION TO WS-PL-PROJECTION.
006810     MOVE WS-PROJECTION-LINE TO REPORT-LINE.
006820     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006830 3500-EXIT.
006840     EXIT.
006850
006860 3550-PROJECT-JOB.
006870     MOVE SPACES TO WS-PROJECTION.
006880     IF WS-JOB-ALLOWED-MINUTES = ZERO
006890        MOVE "NO ALLOWED TIME IN THE SLA TABLE" TO WS-PROJECTION
006900        GO TO 3550-EXIT
006910     END-IF.
006920     IF WS-JOB-RUNS < 3
006930        MOVE "TOO FEW RUNS TO PROJECT" TO WS-PROJECTION
006940        GO TO 3550-EXIT
006950     END-IF.
006960*   THE TREND LINE'S VALUE ON THE JOB'S LATEST RUN DATE.
006970     COMPUTE WS-INTERCEPT ROUNDED =
006980        (WS-JOB-SUM-Y - (WS-SLOPE * WS-JOB-SUM-X)) / WS-JOB-RUNS.
006990     COMPUTE WS-FITTED-SECONDS ROUNDED =
007000        WS-INTERCEPT + (WS-SLOPE * WS-JOB-LAST-X).
007010     IF WS-FITTED-SECONDS >= WS-JOB-ALLOWED-SECONDS
007020        MOVE "TREND IS ALREADY OVER THE ALLOWED TIME"
007030           TO WS-PROJECTION
007040        GO TO 3550-EXIT
007050     END-IF.
007060     IF WS-SLOPE NOT > ZERO
007070        MOVE "NOT GROWING -- NO CROSSING PROJECTED"
007080           TO WS-PROJECTION
007090        GO TO 3550-EXIT
007100     END-IF.
007110     COMPUTE WS-DAYS-TO-CROSS ROUNDED =
007120        (WS-JOB-ALLOWED-SECONDS - WS-FITTED-SECONDS) / WS-SLOPE
007130        ON SIZE ERROR
007140           MOVE 9999999 TO WS-DAYS-TO-CROSS
007150     END-COMPUTE.
007160     IF WS-DAYS-TO-CROSS > 3650
007170        MOVE "NOT WITHIN TEN YEARS" TO WS-PROJECTION
007180        GO TO 3550-EXIT
007190     END-IF.
007200     COMPUTE WS-CROSS-DATE = FUNCTION DATE-OF-INTEGER(
007210        FUNCTION INTEGER-OF-DATE(WS-JOB-LAST-DATE)
007220        + WS-DAYS-TO-CROSS).
007230     STRING "CROSSES ALLOWED TIME ABOUT " WS-CROSS-DATE
007240            DELIMITED BY SIZE INTO WS-PROJECTION
007250     END-STRING.
007260 3550-EXIT.
007270     EXIT.
007280
007290*                                                                *
007300*   3600-HOLD-BREACH -- KEEP THE BREACH FOR THE OPERATOR LIST    *
007310*                                                                *
007320 3600-HOLD-BREACH.
007340     IF WS-BREACH-COUNT >= 300
007350        MOVE 'Y' TO WS-BREACH-FULL-SWITCH
007360        GO TO 3600-EXIT
007370     END-IF.
007380     ADD 1 TO WS-BREACH-COUNT.
007390     MOVE RC-JOB-NAME   TO WS-BR-JOB-NAME (WS-BREACH-COUNT).
007400     MOVE RC-RUN-DATE   TO WS-BR-RUN-DATE (WS-BREACH-COUNT).
007410     MOVE RC-END-TIME   TO WS-BR-END-TIME (WS-BREACH-COUNT).
007420     MOVE WS-HMS        TO WS-BR-ELAPSED (WS-BREACH-COUNT).
007430     MOVE WS-RUN-FLAGS  TO WS-BR-FLAGS (WS-BREACH-COUNT).
007440 3600-EXIT.
007450     EXIT.
007460
007470*                                                                *
007480*   4000-REPORT-BREACHES -- EVERY BREACH IN THE RANGE, THOSE ON  *
007490*   THE LATEST RUN DATE MARKED FOR THE MORNING OPERATOR          *
007500*                                                                *
007510 4000-REPORT-BREACHES.
007520     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007530     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007540     MOVE "SLA BREACHES" TO REPORT-LINE.
007550     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007560     IF WS-BREACH-COUNT = ZERO
007570        MOVE "  (NONE)" TO REPORT-LINE
007580        PERFORM 5900-PUT-LINE THRU 5900-EXIT
007590        GO TO 4000-EXIT
007600     END-IF.
007610     PERFORM 4100-REPORT-ONE-BREACH THRU 4100-EXIT
007620             VARYING WS-BREACH-SUB FROM 1 BY 1
007630             UNTIL WS-BREACH-SUB > WS-BREACH-COUNT.
007640     IF WS-BREACH-FULL
007650        MOVE "  BREACH LIST FULL -- NARROW THE DATE RANGE"
007660           TO REPORT-LINE
007670        PERFORM 5900-PUT-LINE THRU 5900-EXIT
007680     END-IF.
007690 4000-EXIT.
007700     EXIT.
007710
007720 4100-REPORT-ONE-BREACH.
007730     MOVE WS-BR-JOB-NAME (WS-BREACH-SUB) TO WS-BL-JOB-NAME.
007740     MOVE WS-BR-RUN-DATE (WS-BREACH-SUB) TO WS-BL-RUN-DATE.
007750     MOVE WS-BR-END-TIME (WS-BREACH-SUB) TO WS-BL-END.
007760     MOVE WS-BR-ELAPSED (WS-BREACH-SUB)  TO WS-BL-ELAPSED.
007770     MOVE WS-BR-FLAGS (WS-BREACH-SUB)    TO WS-BL-FLAGS.
007780     MOVE SPACES TO WS-BL-LATEST.
007790     IF WS-BR-RUN-DATE (WS-BREACH-SUB) = WS-LATEST-RUN-DATE
007800        MOVE "<< LAST RUN" TO WS-BL-LATEST
007810        ADD 1 TO WS-LATEST-BREACHES
007820     END-IF.
007830     MOVE WS-BREACH-LINE TO REPORT-LINE.
007840     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007850 4100-EXIT.
007860     EXIT.
007870
007880*                                                                *
007890*   5500-FORMAT-HMS -- SECONDS TO HH:MM:SS                       *
007900*                                                                *
007910 5500-FORMAT-HMS.
007920     DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HH
007930         REMAINDER WS-HMS-REMAINDER.
007940     DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MM
007950         REMAINDER WS-HMS-SS.
007960 5500-EXIT.
007970     EXIT.
007980
007990 5900-PUT-LINE.
008000     WRITE REPORT-LINE.
008010     ADD 1 TO WS-LINE-COUNT.
008020     MOVE SPACES TO REPORT-LINE.
008030 5900-EXIT.
008040     EXIT.
008050
008060 9999-EXIT.
008070     STOP RUN.
