000010******************************************************************
000020*                                                                *
000030*   RECEIVABLES-TREND-REPORT                                     *
000040*                                                                *
000050*   THIRTEEN MONTHS OF RECEIVABLES TREND FROM THE MONTH-END      *
000060*   SNAPSHOTS RECEIVABLES-SNAPSHOT-JOB KEEPS.  FOR EACH MONTH:   *
000070*                                                                *
000080*       TOTAL RECEIVABLES, BILLINGS, COLLECTIONS, WRITE-OFFS     *
000090*       DSO   -- RECEIVABLES / BILLINGS X DAYS IN THE MONTH      *
000100*       CEI   -- (OPENING AR + BILLINGS - CLOSING AR) /          *
000110*                (OPENING AR + BILLINGS - CLOSING CURRENT)       *
000120*       ROLL  -- THE SHARE OF LAST MONTH'S CURRENT, 1-30 AND     *
000130*                31-60 AND OVER BALANCES THAT AGED INTO THE      *
000140*                NEXT BUCKET THIS MONTH                          *
000150*                                                                *
000160*   THEN THE BUCKET BALANCES THEMSELVES, MONTH BY MONTH.         *
000170*   OPENING FIGURES COME FROM THE MONTH BEFORE, SO A MONTH WITH  *
000180*   NO SNAPSHOT BEFORE IT SHOWS N/A FOR CEI AND THE ROLL RATES.  *
000190*                                                                *
000200*   RUN PARAMETERS (SHARED LEDGER RUN PARAMETER FILE):           *
000210*       TREND-PERIOD=YYYYMM     LAST MONTH SHOWN, DEFAULT THIS   *
000220*       COMPANY=CC              ONE TRADING NAME, DEFAULT BOTH   *
000230*       TREND-TERRITORY=XXXX    ONE TERRITORY, DEFAULT ALL       *
000240*       TREND-CATEGORY=XXXXXXXX ONE CATEGORY, DEFAULT ALL        *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.      RECEIVABLES-TREND-REPORT.
000290 AUTHOR.          DATA PROCESSING.
000300 INSTALLATION.    ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.    10/15/2026.
000320 DATE-COMPILED.   10/15/2026.
000330*                                                                *
000340*   MODIFICATION HISTORY                                        *
000350*   ------------------------------------------------------------ *
000360*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000362*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000364*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000366*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000368*                    HEADING.                                   *
000370*                                                                *
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL RECEIVABLES-SNAPSHOT
000420            ASSIGN       TO  SNAPSHOT
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE  IS DYNAMIC
000450            RECORD KEY   IS RS-SNAPSHOT-KEY
000460            FILE STATUS  IS SNAPSHOT-STATUS.
000470
000480     SELECT OPTIONAL RUN-PARM-FILE
000490            ASSIGN       TO  RUNPARMS
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS  IS RUNPARM-STATUS.
000520
000530     SELECT REPORT-FILE
000540            ASSIGN       TO  REPORTOUT
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS  IS REPORT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  RECEIVABLES-SNAPSHOT.
000610 01  RECEIVABLES-SNAPSHOT-STRUCTURE.
000620     COPY "RECEIVABLES-SNAPSHOT-RECORD.CPY" REPLACING ==(TAG)==
000630          BY ==RS-==.
000640
000650 FD  RUN-PARM-FILE
000660     RECORDING MODE IS F.
000670 01  RUN-PARM-LINE                PIC X(40).
000680
000690 FD  REPORT-FILE
000700     RECORDING MODE IS F.
000710 01  REPORT-LINE                  PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740*                                                                *
000750*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000760*                                                                *
000770 01  SNAPSHOT                   PIC X(50)
000780     VALUE "/mnt/c/cobfiles\receivables-snapshot.idx".
000790 01  RUNPARMS                   PIC X(50)
000800     VALUE "ledger-run-parms.txt".
000810 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000820
000830 01  SNAPSHOT-STATUS            PIC X(02).
000840 01  RUNPARM-STATUS             PIC X(02).
000850 01  REPORT-STATUS              PIC X(02).
000860
000870 01  WS-SWITCHES.
000880     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000890         88  WS-EOF-YES                    VALUE 'Y'.
000900
000910 01  WS-TODAY-8                 PIC 9(08).
000912 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000914     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000916 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000920 01  WS-PARM-NAME               PIC X(20).
000930 01  WS-PARM-VALUE              PIC X(20).
000940 01  WS-END-PERIOD              PIC 9(06) VALUE ZERO.
000950 01  WS-FIRST-PERIOD            PIC 9(06) VALUE ZERO.
000960 01  WS-SELECT-COMPANY          PIC X(02) VALUE SPACES.
000970 01  WS-SELECT-TERRITORY        PIC X(04) VALUE SPACES.
000980 01  WS-SELECT-CATEGORY         PIC X(08) VALUE SPACES.
000990 01  WS-SHOW-COMPANY            PIC X(04).
001000 01  WS-SHOW-TERRITORY          PIC X(04).
001010 01  WS-SHOW-CATEGORY           PIC X(08).
001020
001030*                                                                *
001040*   MONTH ARITHMETIC -- A MONTH NUMBER IS YEAR X 12 + MONTH - 1  *
001050*                                                                *
001060 01  WS-MONTH-NUMBER            PIC 9(06) VALUE ZERO.
001070 01  WS-BASE-MONTH-NUMBER       PIC 9(06) VALUE ZERO.
001080 01  WS-MN-PERIOD               PIC 9(06) VALUE ZERO.
001090 01  WS-MN-PERIOD-PARTS REDEFINES WS-MN-PERIOD.
001100     05  WS-MN-YYYY              PIC 9(04).
001110     05  WS-MN-MM                PIC 9(02).
001120 01  WS-MN-REMAINDER            PIC 9(02).
001130 01  WS-MONTH-FIRST-DAY         PIC 9(08).
001140 01  WS-DAYS-IN-PERIOD          PIC 9(03) VALUE ZERO.
001150
001160*                                                                *
001170*   FOURTEEN MONTHLY SLOTS.  SLOT 1 IS THE MONTH BEFORE THE      *
001180*   FIRST ONE SHOWN, HELD ONLY FOR ITS CLOSING BALANCES.         *
001190*                                                                *
001200 01  WS-SLOT-TABLE.
001210     05  WS-SLOT OCCURS 14 TIMES.
001220         10  WS-SL-PERIOD         PIC 9(06).
001230         10  WS-SL-FOUND          PIC X(01).
001240         10  WS-SL-ASOF-DATE      PIC 9(08).
001250         10  WS-SL-CURRENT        PIC 9(11)V9(02).
001260         10  WS-SL-PD-1-30        PIC 9(11)V9(02).
001270         10  WS-SL-PD-31-60       PIC 9(11)V9(02).
001280         10  WS-SL-PD-OVER-60     PIC 9(11)V9(02).
001290         10  WS-SL-DISPUTED       PIC 9(11)V9(02).
001300         10  WS-SL-TOTAL-AR       PIC 9(12)V9(02).
001310         10  WS-SL-BILLINGS       PIC S9(11)V9(02).
001320         10  WS-SL-COLLECTIONS    PIC S9(11)V9(02).
001330         10  WS-SL-WRITEOFFS      PIC 9(11)V9(02).
001340 01  WS-SLOT-SUB                PIC 9(02) VALUE ZERO.
001350 01  WS-PRIOR-SUB               PIC 9(02) VALUE ZERO.
001360 01  WS-MONTHS-FOUND            PIC 9(02) VALUE ZERO.
001370
001380 01  WS-RATIO                   PIC S9(05)V9(01) VALUE ZERO.
001390 01  WS-RATIO-BASE              PIC S9(13)V9(02) VALUE ZERO.
001400 01  WS-RATIO-PART              PIC S9(13)V9(02) VALUE ZERO.
001410
001420 01  WS-RC-FUNCTION             PIC X(01).
001430 01  WS-RC-JOB-NAME             PIC X(20)
001440     VALUE "RECEIVABLES-TREND".
001450 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001460 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001470 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001480
001490*                                                                *
001500*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001510*                                                                *
001520 01  WS-SPOOL-FUNCTION          PIC X(01).
001530 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001540     VALUE "receivables-trend".
001550 01  WS-SPOOL-JOB-NAME          PIC X(20)
001560     VALUE "RECEIVABLES-TREND".
001570 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001580 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001590 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001600 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001610
001620*                                                                *
001630*   REPORT LINES                                                 *
001640*                                                                *
001650 01  WS-TREND-HEAD-1.
001660     05  FILLER                  PIC X(08) VALUE " PERIOD".
001670     05  FILLER                  PIC X(17)
001680         VALUE "            TOTAL".
001690     05  FILLER                  PIC X(19) VALUE SPACES.
001700     05  FILLER                  PIC X(19) VALUE SPACES.
001710     05  FILLER                  PIC X(18) VALUE SPACES.
001720     05  FILLER                  PIC X(08) VALUE SPACES.
001730     05  FILLER                  PIC X(09) VALUE SPACES.
001740     05  FILLER                  PIC X(08)
001750         VALUE "  CUR TO".
001760     05  FILLER                  PIC X(08)
001770         VALUE " 1-30 TO".
001780     05  FILLER                  PIC X(08)
001790         VALUE "  31+ TO".
001800 01  WS-TREND-HEAD-2.
001810     05  FILLER                  PIC X(08) VALUE SPACES.
001820     05  FILLER                  PIC X(17)
001830         VALUE "      RECEIVABLES".
001840     05  FILLER                  PIC X(19)
001850         VALUE "          BILLINGS ".
001860     05  FILLER                  PIC X(19)
001870         VALUE "       COLLECTIONS ".
001880     05  FILLER                  PIC X(18)
001890         VALUE "        WRITE-OFFS".
001900     05  FILLER                  PIC X(08)
001910         VALUE "     DSO".
001920     05  FILLER                  PIC X(09)
001930         VALUE "    CEI %".
001940     05  FILLER                  PIC X(08)
001950         VALUE "  1-30 %".
001960     05  FILLER                  PIC X(08)
001970         VALUE " 31-60 %".
001980     05  FILLER                  PIC X(08)
001990         VALUE "   60+ %".
002000 01  WS-TREND-LINE.
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  WS-TL-PERIOD            PIC 9(06).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  WS-TL-TOTAL-AR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  WS-TL-BILLINGS          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  WS-TL-COLLECTIONS       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002090     05  FILLER                  PIC X(01) VALUE SPACES.
002100     05  WS-TL-WRITEOFFS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  WS-TL-DSO               PIC ZZZ9.9.
002130     05  WS-TL-DSO-X REDEFINES WS-TL-DSO
002140                                 PIC X(06).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  WS-TL-CEI               PIC ----9.9.
002170     05  WS-TL-CEI-X REDEFINES WS-TL-CEI
002180                                 PIC X(07).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  WS-TL-ROLL-1            PIC ZZZ9.9.
002210     05  WS-TL-ROLL-1-X REDEFINES WS-TL-ROLL-1
002220                                 PIC X(06).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  WS-TL-ROLL-2            PIC ZZZ9.9.
002250     05  WS-TL-ROLL-2-X REDEFINES WS-TL-ROLL-2
002260                                 PIC X(06).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-TL-ROLL-3            PIC ZZZ9.9.
002290     05  WS-TL-ROLL-3-X REDEFINES WS-TL-ROLL-3
002300                                 PIC X(06).
002310 01  WS-BUCKET-HEAD.
002320     05  FILLER                  PIC X(08) VALUE " PERIOD".
002330     05  FILLER                  PIC X(17)
002340         VALUE "          CURRENT".
002350     05  FILLER                  PIC X(19)
002360         VALUE "      PAST DUE 1-30".
002370     05  FILLER                  PIC X(19)
002380         VALUE "     PAST DUE 31-60".
002390     05  FILLER                  PIC X(19)
002400         VALUE "            OVER 60".
002410     05  FILLER                  PIC X(19)
002420         VALUE "           DISPUTED".
002430 01  WS-BUCKET-LINE.
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  WS-BL-PERIOD            PIC 9(06).
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  WS-BL-CURRENT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  WS-BL-PD-1-30           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-BL-PD-31-60          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-BL-PD-OVER-60        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-BL-DISPUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002560
002570 PROCEDURE DIVISION.
002580*                                                                *
002590*   0000-MAINLINE                                               *
002600*                                                                *
002610 0000-MAINLINE.
002620     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002622          WS-OVERRIDE-MARK.
002630     MOVE 'S' TO WS-RC-FUNCTION.
002640     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002650          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002660          WS-RC-CODE.
002670     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002680     PERFORM 1100-SET-SLOTS THRU 1100-EXIT.
002690     PERFORM 2000-LOAD-SNAPSHOTS THRU 2000-EXIT.
002700     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
002710     IF WS-MONTHS-FOUND = ZERO
002720        DISPLAY "WARNING -- NO SNAPSHOTS FOUND FOR THE 13 MONTHS "
002730                "ENDING " WS-END-PERIOD
002740        MOVE "NONE" TO WS-RC-CODE
002750        MOVE 4 TO RETURN-CODE
002760     END-IF.
002770     MOVE 'E' TO WS-RC-FUNCTION.
002780     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
002790     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002800          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002810          WS-RC-CODE.
002820     DISPLAY "RECEIVABLES-TREND-REPORT RUN COMPLETE".
002830     DISPLAY "MONTHS ENDING:        " WS-END-PERIOD.
002840     DISPLAY "MONTHS WITH SNAPSHOT: " WS-MONTHS-FOUND.
002850     DISPLAY "REPORT:               " WS-SPOOL-MEMBER-NAME.
002860     GO TO 9999-EXIT.
002870
002880*                                                                *
002890*   1000-READ-RUN-PARMS                                          *
002900*                                                                *
002910 1000-READ-RUN-PARMS.
002920     MOVE WS-TODAY-8 (1:6) TO WS-END-PERIOD.
002930     OPEN INPUT RUN-PARM-FILE.
002940     IF RUNPARM-STATUS NOT = '00'
002950        GO TO 1000-EXIT
002960     END-IF.
002970     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002980             UNTIL RUNPARM-STATUS NOT = '00'.
002990     CLOSE RUN-PARM-FILE.
003000 1000-EXIT.
003010     EXIT.
003020
003030 1050-READ-ONE-PARM.
003040     READ RUN-PARM-FILE
003050         AT END
003060            MOVE '10' TO RUNPARM-STATUS
003070            GO TO 1050-EXIT
003080     END-READ.
003090     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003100     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003110         INTO WS-PARM-NAME, WS-PARM-VALUE
003120     END-UNSTRING.
003130     EVALUATE WS-PARM-NAME
003140        WHEN "TREND-PERIOD"
003150             IF WS-PARM-VALUE (1:6) NUMERIC
003160                AND WS-PARM-VALUE (5:2) >= "01"
003170                AND WS-PARM-VALUE (5:2) <= "12"
003180                MOVE WS-PARM-VALUE (1:6) TO WS-END-PERIOD
003190             END-IF
003200        WHEN "COMPANY"
003210             MOVE WS-PARM-VALUE (1:2) TO WS-SELECT-COMPANY
003220        WHEN "TREND-TERRITORY"
003230             MOVE WS-PARM-VALUE (1:4) TO WS-SELECT-TERRITORY
003240        WHEN "TREND-CATEGORY"
003250             MOVE WS-PARM-VALUE (1:8) TO WS-SELECT-CATEGORY
003260     END-EVALUATE.
003270 1050-EXIT.
003280     EXIT.
003290
003300*                                                                *
003310*   1100-SET-SLOTS -- THE PERIOD OF EACH OF THE FOURTEEN SLOTS,  *
003320*   COUNTING BACK FROM THE LAST MONTH SHOWN                      *
003330*                                                                *
003340 1100-SET-SLOTS.
003350     INITIALIZE WS-SLOT-TABLE.
003360     MOVE WS-END-PERIOD TO WS-MN-PERIOD.
003370     COMPUTE WS-BASE-MONTH-NUMBER =
003380        WS-MN-YYYY * 12 + WS-MN-MM - 1 - 13.
003390     PERFORM 1150-SET-ONE-SLOT THRU 1150-EXIT
003400             VARYING WS-SLOT-SUB FROM 1 BY 1
003410             UNTIL WS-SLOT-SUB > 14.
003420     MOVE WS-SL-PERIOD (1) TO WS-FIRST-PERIOD.
003430 1100-EXIT.
003440     EXIT.
003450
003460 1150-SET-ONE-SLOT.
003470     COMPUTE WS-MONTH-NUMBER =
003480        WS-BASE-MONTH-NUMBER + WS-SLOT-SUB - 1.
003490     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MN-YYYY
003500            REMAINDER WS-MN-REMAINDER.
003510     COMPUTE WS-MN-MM = WS-MN-REMAINDER + 1.
003520     MOVE WS-MN-PERIOD TO WS-SL-PERIOD (WS-SLOT-SUB).
003530     MOVE 'N' TO WS-SL-FOUND (WS-SLOT-SUB).
003540 1150-EXIT.
003550     EXIT.
003560
003570*                                                                *
003580*   2000-LOAD-SNAPSHOTS -- EVERY SNAPSHOT LINE IN THE FOURTEEN   *
003590*   MONTHS THAT PASSES THE SELECTIONS, ADDED INTO ITS SLOT       *
003600*                                                                *
003610 2000-LOAD-SNAPSHOTS.
003620     OPEN INPUT RECEIVABLES-SNAPSHOT.
003630     IF SNAPSHOT-STATUS NOT = '00'
003640        DISPLAY "NO RECEIVABLES SNAPSHOT FILE FOUND -- " SNAPSHOT
003650        IF SNAPSHOT-STATUS = '05'
003660           CLOSE RECEIVABLES-SNAPSHOT
003670        END-IF
003680        GO TO 2000-EXIT
003690     END-IF.
003700     MOVE SPACES TO RS-SNAPSHOT-KEY.
003710     MOVE WS-FIRST-PERIOD TO RS-PERIOD.
003720     MOVE 'N' TO WS-EOF-SWITCH.
003730     START RECEIVABLES-SNAPSHOT KEY IS >= RS-SNAPSHOT-KEY
003740         INVALID KEY
003750            MOVE 'Y' TO WS-EOF-SWITCH
003760     END-START.
003770     PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
003780             UNTIL WS-EOF-YES.
003790     CLOSE RECEIVABLES-SNAPSHOT.
003800 2000-EXIT.
003810     EXIT.
003820
003830 2100-LOAD-ONE-LINE.
003840     READ RECEIVABLES-SNAPSHOT NEXT RECORD
003850         AT END
003860            MOVE 'Y' TO WS-EOF-SWITCH
003870            GO TO 2100-EXIT
003880     END-READ.
003890     IF RS-PERIOD > WS-END-PERIOD
003900        MOVE 'Y' TO WS-EOF-SWITCH
003910        GO TO 2100-EXIT
003920     END-IF.
003930     IF (WS-SELECT-COMPANY NOT = SPACES
003940         AND RS-COMPANY-CODE NOT = WS-SELECT-COMPANY)
003950        OR (WS-SELECT-TERRITORY NOT = SPACES
003960         AND RS-TERRITORY NOT = WS-SELECT-TERRITORY)
003970        OR (WS-SELECT-CATEGORY NOT = SPACES
003980         AND RS-CATEGORY NOT = WS-SELECT-CATEGORY)
003990        GO TO 2100-EXIT
004000     END-IF.
004010     ADD 1 TO WS-RC-READ.
004020     MOVE RS-PERIOD TO WS-MN-PERIOD.
004030     COMPUTE WS-SLOT-SUB = WS-MN-YYYY * 12 + WS-MN-MM - 1
004040                         - WS-BASE-MONTH-NUMBER + 1.
004050     IF WS-SL-FOUND (WS-SLOT-SUB) NOT = 'Y'
004060        MOVE 'Y' TO WS-SL-FOUND (WS-SLOT-SUB)
004070        IF WS-SLOT-SUB > 1
004080           ADD 1 TO WS-MONTHS-FOUND
004090        END-IF
004100     END-IF.
004110     MOVE RS-ASOF-DATE TO WS-SL-ASOF-DATE (WS-SLOT-SUB).
004120     ADD RS-BUCKET-CURRENT    TO WS-SL-CURRENT (WS-SLOT-SUB).
004130     ADD RS-BUCKET-PD-1-30    TO WS-SL-PD-1-30 (WS-SLOT-SUB).
004140     ADD RS-BUCKET-PD-31-60   TO WS-SL-PD-31-60 (WS-SLOT-SUB).
004150     ADD RS-BUCKET-PD-OVER-60 TO WS-SL-PD-OVER-60 (WS-SLOT-SUB).
004160     ADD RS-DISPUTED-AMOUNT   TO WS-SL-DISPUTED (WS-SLOT-SUB).
004170     ADD RS-BILLINGS          TO WS-SL-BILLINGS (WS-SLOT-SUB).
004180     ADD RS-COLLECTIONS       TO WS-SL-COLLECTIONS (WS-SLOT-SUB).
004190     ADD RS-WRITEOFFS         TO WS-SL-WRITEOFFS (WS-SLOT-SUB).
004200     ADD RS-BUCKET-CURRENT RS-BUCKET-PD-1-30 RS-BUCKET-PD-31-60
004210         RS-BUCKET-PD-OVER-60 RS-DISPUTED-AMOUNT
004220         TO WS-SL-TOTAL-AR (WS-SLOT-SUB).
004230 2100-EXIT.
004240     EXIT.
004250
004260*                                                                *
004270*   3000-WRITE-REPORT                                            *
004280*                                                                *
004290 3000-WRITE-REPORT.
004300     MOVE 'N' TO WS-SPOOL-FUNCTION.
004310     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004320          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004330          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004340          WS-SPOOL-MEMBER-NAME.
004350     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
004360     OPEN OUTPUT REPORT-FILE.
004370     MOVE "ALL " TO WS-SHOW-COMPANY.
004380     IF WS-SELECT-COMPANY NOT = SPACES
004390        MOVE WS-SELECT-COMPANY TO WS-SHOW-COMPANY
004400     END-IF.
004410     MOVE "ALL " TO WS-SHOW-TERRITORY.
004420     IF WS-SELECT-TERRITORY NOT = SPACES
004430        MOVE WS-SELECT-TERRITORY TO WS-SHOW-TERRITORY
004440     END-IF.
004450     MOVE "ALL " TO WS-SHOW-CATEGORY.
004460     IF WS-SELECT-CATEGORY NOT = SPACES
004470        MOVE WS-SELECT-CATEGORY TO WS-SHOW-CATEGORY
004480     END-IF.
004490     MOVE SPACES TO REPORT-LINE.
004500     STRING "RECEIVABLES TREND -- 13 MONTHS ENDING " WS-END-PERIOD
004510            "   COMPANY " WS-SHOW-COMPANY
004520            "   TERRITORY " WS-SHOW-TERRITORY
004530            "   CATEGORY " WS-SHOW-CATEGORY
004540            "   RUN " WS-TODAY-8
004550            DELIMITED BY SIZE INTO REPORT-LINE
004560     END-STRING.
004570     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004572     IF WS-DATE-OVERRIDDEN
004574        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004576        PERFORM 3900-PUT-LINE THRU 3900-EXIT
004578     END-IF.
004580     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004590     MOVE WS-TREND-HEAD-1 TO REPORT-LINE.
004600     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004610     MOVE WS-TREND-HEAD-2 TO REPORT-LINE.
004620     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004630     PERFORM 3100-TREND-ONE-MONTH THRU 3100-EXIT
004640             VARYING WS-SLOT-SUB FROM 2 BY 1
004650             UNTIL WS-SLOT-SUB > 14.
004660     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004670     MOVE "BUCKET BALANCES AT MONTH END" TO REPORT-LINE.
004680     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004690     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004700     MOVE WS-BUCKET-HEAD TO REPORT-LINE.
004710     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004720     PERFORM 3500-BUCKETS-ONE-MONTH THRU 3500-EXIT
004730             VARYING WS-SLOT-SUB FROM 2 BY 1
004740             UNTIL WS-SLOT-SUB > 14.
004750     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004760     MOVE " DSO = RECEIVABLES / BILLINGS X DAYS IN THE MONTH"
004770        TO REPORT-LINE.
004780     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004790     STRING " CEI = (OPENING AR + BILLINGS - CLOSING AR)"
004800            " / (OPENING AR + BILLINGS - CLOSING CURRENT)"
004810            DELIMITED BY SIZE INTO REPORT-LINE
004820     END-STRING.
004830     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004840     STRING " ROLL RATES = THIS MONTH'S BUCKET / LAST MONTH'S"
004850            " BUCKET BEFORE IT (31+ TO 60+ TAKES 31-60"
004860            " AND OVER 60 TOGETHER)"
004870            DELIMITED BY SIZE INTO REPORT-LINE
004880     END-STRING.
004890     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
004900     CLOSE REPORT-FILE.
004910     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
004920     MOVE 'R' TO WS-SPOOL-FUNCTION.
004930     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004940          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004950          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004960          WS-SPOOL-MEMBER-NAME.
004970 3000-EXIT.
004980     EXIT.
004990
005000*                                                                *
005010*   3100-TREND-ONE-MONTH -- THE MONTH'S FIGURES AND RATIOS.  A   *
005020*   RATIO WHOSE BASE IS ZERO, OR THAT NEEDS A MISSING MONTH,     *
005030*   SHOWS N/A.                                                   *
005040*                                                                *
005050 3100-TREND-ONE-MONTH.
005060     COMPUTE WS-PRIOR-SUB = WS-SLOT-SUB - 1.
005070     IF WS-SL-FOUND (WS-SLOT-SUB) NOT = 'Y'
005080        MOVE SPACES TO REPORT-LINE
005090        STRING " " WS-SL-PERIOD (WS-SLOT-SUB) "  NO SNAPSHOT"
005100               DELIMITED BY SIZE INTO REPORT-LINE
005110        END-STRING
005120        PERFORM 3900-PUT-LINE THRU 3900-EXIT
005130        GO TO 3100-EXIT
005140     END-IF.
005150     MOVE WS-SL-PERIOD (WS-SLOT-SUB)      TO WS-TL-PERIOD.
005160     MOVE WS-SL-TOTAL-AR (WS-SLOT-SUB)    TO WS-TL-TOTAL-AR.
005170     MOVE WS-SL-BILLINGS (WS-SLOT-SUB)    TO WS-TL-BILLINGS.
005180     MOVE WS-SL-COLLECTIONS (WS-SLOT-SUB) TO WS-TL-COLLECTIONS.
005190     MOVE WS-SL-WRITEOFFS (WS-SLOT-SUB)   TO WS-TL-WRITEOFFS.
005200     MOVE "   N/A" TO WS-TL-DSO-X WS-TL-ROLL-1-X WS-TL-ROLL-2-X
005210                      WS-TL-ROLL-3-X.
005220     MOVE "    N/A" TO WS-TL-CEI-X.
005230*   DSO -- DAYS FROM THE FIRST OF THE MONTH TO THE SNAPSHOT'S
005240*   AS-OF DATE, SO A MONTH STILL RUNNING IS NOT OVERSTATED.
005250     IF WS-SL-BILLINGS (WS-SLOT-SUB) > ZERO
005260        COMPUTE WS-MONTH-FIRST-DAY =
005270           WS-SL-PERIOD (WS-SLOT-SUB) * 100 + 1
005280        COMPUTE WS-DAYS-IN-PERIOD =
005290           FUNCTION INTEGER-OF-DATE(WS-SL-ASOF-DATE (WS-SLOT-SUB))
005300           - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DAY) + 1
005310        COMPUTE WS-RATIO ROUNDED =
005320           WS-SL-TOTAL-AR (WS-SLOT-SUB)
005330           / WS-SL-BILLINGS (WS-SLOT-SUB) * WS-DAYS-IN-PERIOD
005340           ON SIZE ERROR
005350              CONTINUE
005360           NOT ON SIZE ERROR
005370              IF WS-RATIO <= 9999.9
005380                 MOVE WS-RATIO TO WS-TL-DSO
005390              END-IF
005400        END-COMPUTE
005410     END-IF.
005420     IF WS-SL-FOUND (WS-PRIOR-SUB) NOT = 'Y'
005430        GO TO 3100-WRITE
005440     END-IF.
005450*   CEI -- WHAT WAS COLLECTED OF WHAT COULD HAVE BEEN.
005460     COMPUTE WS-RATIO-BASE =
005470        WS-SL-TOTAL-AR (WS-PRIOR-SUB)
005480        + WS-SL-BILLINGS (WS-SLOT-SUB)
005490        - WS-SL-CURRENT (WS-SLOT-SUB).
005500     COMPUTE WS-RATIO-PART =
005510        WS-SL-TOTAL-AR (WS-PRIOR-SUB)
005520        + WS-SL-BILLINGS (WS-SLOT-SUB)
005530        - WS-SL-TOTAL-AR (WS-SLOT-SUB).
005540     IF WS-RATIO-BASE > ZERO
005550        COMPUTE WS-RATIO ROUNDED =
005560           WS-RATIO-PART * 100 / WS-RATIO-BASE
005570           ON SIZE ERROR
005580              CONTINUE
005590           NOT ON SIZE ERROR
005600              IF WS-RATIO <= 9999.9 AND WS-RATIO >= -999.9
005610                 MOVE WS-RATIO TO WS-TL-CEI
005620              END-IF
005630        END-COMPUTE
005640     END-IF.
005650*   ROLL RATES.
005660     MOVE WS-SL-CURRENT (WS-PRIOR-SUB) TO WS-RATIO-BASE.
005670     MOVE WS-SL-PD-1-30 (WS-SLOT-SUB)  TO WS-RATIO-PART.
005680     PERFORM 3200-ROLL-RATE THRU 3200-EXIT.
005690     IF WS-RATIO-BASE > ZERO
005700        MOVE WS-RATIO TO WS-TL-ROLL-1
005710     END-IF.
005720     MOVE WS-SL-PD-1-30 (WS-PRIOR-SUB) TO WS-RATIO-BASE.
005730     MOVE WS-SL-PD-31-60 (WS-SLOT-SUB) TO WS-RATIO-PART.
005740     PERFORM 3200-ROLL-RATE THRU 3200-EXIT.
005750     IF WS-RATIO-BASE > ZERO
005760        MOVE WS-RATIO TO WS-TL-ROLL-2
005770     END-IF.
005780     COMPUTE WS-RATIO-BASE = WS-SL-PD-31-60 (WS-PRIOR-SUB)
005790                           + WS-SL-PD-OVER-60 (WS-PRIOR-SUB).
005800     MOVE WS-SL-PD-OVER-60 (WS-SLOT-SUB) TO WS-RATIO-PART.
005810     PERFORM 3200-ROLL-RATE THRU 3200-EXIT.
005820     IF WS-RATIO-BASE > ZERO
005830        MOVE WS-RATIO TO WS-TL-ROLL-3
005840     END-IF.
005850 3100-WRITE.
005860     MOVE WS-TREND-LINE TO REPORT-LINE.
005870     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
005880 3100-EXIT.
005890     EXIT.
005900
005910*                                                                *
005920*   3200-ROLL-RATE -- WS-RATIO-PART AS A PERCENT OF              *
005930*   WS-RATIO-BASE.  A ZERO BASE, OR A RATE TOO LARGE TO PRINT,   *
005940*   COMES BACK WITH THE BASE SET TO ZERO SO THE CALLER LEAVES    *
005950*   N/A IN PLACE.                                                *
005960*                                                                *
005970 3200-ROLL-RATE.
005980     IF WS-RATIO-BASE NOT > ZERO
005990        MOVE ZERO TO WS-RATIO-BASE
006000        GO TO 3200-EXIT
006010     END-IF.
006020     COMPUTE WS-RATIO ROUNDED =
006030        WS-RATIO-PART * 100 / WS-RATIO-BASE
006040        ON SIZE ERROR
006050           MOVE ZERO TO WS-RATIO-BASE
006060     END-COMPUTE.
006070     IF WS-RATIO > 9999.9
006080        MOVE ZERO TO WS-RATIO-BASE
006090     END-IF.
006100 3200-EXIT.
006110     EXIT.
006120
006130 3500-BUCKETS-ONE-MONTH.
006140     IF WS-SL-FOUND (WS-SLOT-SUB) NOT = 'Y'
006150        MOVE SPACES TO REPORT-LINE
006160        STRING " " WS-SL-PERIOD (WS-SLOT-SUB) "  NO SNAPSHOT"
006170               DELIMITED BY SIZE INTO REPORT-LINE
006180        END-STRING
006190        PERFORM 3900-PUT-LINE THRU 3900-EXIT
006200        GO TO 3500-EXIT
006210     END-IF.
006220     MOVE WS-SL-PERIOD (WS-SLOT-SUB)     TO WS-BL-PERIOD.
006230     MOVE WS-SL-CURRENT (WS-SLOT-SUB)    TO WS-BL-CURRENT.
006240     MOVE WS-SL-PD-1-30 (WS-SLOT-SUB)    TO WS-BL-PD-1-30.
006250     MOVE WS-SL-PD-31-60 (WS-SLOT-SUB)   TO WS-BL-PD-31-60.
006260     MOVE WS-SL-PD-OVER-60 (WS-SLOT-SUB) TO WS-BL-PD-OVER-60.
006270     MOVE WS-SL-DISPUTED (WS-SLOT-SUB)   TO WS-BL-DISPUTED.
006280     MOVE WS-BUCKET-LINE TO REPORT-LINE.
006290     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
006300 3500-EXIT.
006310     EXIT.
006320
006330 3900-PUT-LINE.
006340     WRITE REPORT-LINE.
006350     ADD 1 TO WS-LINE-COUNT.
006360     MOVE SPACES TO REPORT-LINE.
006370 3900-EXIT.
006380     EXIT.
006390
006400 9999-EXIT.
006410     STOP RUN.
