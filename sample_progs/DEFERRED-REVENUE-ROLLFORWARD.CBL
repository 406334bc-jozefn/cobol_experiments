000010******************************************************************
000020*                                                                *
000030*   DEFERRED-REVENUE-ROLLFORWARD                                 *
000040*                                                                *
000050*   MONTH-END ROLLFORWARD OF THE DEFERRED REVENUE BALANCE, PER   *
000060*   COMPANY, FROM THE DEFERRED REVENUE SCHEDULE --               *
000070*                                                                *
000080*       OPENING BALANCE    MONTHS BILLED BEFORE THE PERIOD AND   *
000090*                          NOT YET EARNED WHEN IT OPENED         *
000100*     + DEFERRED           MONTHS WHOSE CHARGE POSTED IN IT      *
000110*     - RECOGNIZED         MONTHS EARNED IN IT                   *
000120*     = CLOSING BALANCE                                          *
000130*                                                                *
000140*   AND TIES THE TWO MOVEMENTS TO THE GL: THE CREDITS AND        *
000150*   DEBITS GL-EXTRACT JOURNALED TO THE DEFREV ACCOUNT (FROM THE  *
000160*   GL ACCOUNT MAP) FOR THE PERIOD ON GL-JOURNAL-<CC>.TXT.  ANY  *
000170*   DIFFERENCE IS SHOWN AND FLAGGED.  THE PERIOD IS THE          *
000180*   DEFREV-PERIOD= (YYYYMM) LINE IN THE SHARED LEDGER RUN        *
000190*   PARAMETER FILE, THE CURRENT MONTH WHEN THERE IS NONE.  THE   *
000200*   REPORT IS REGISTERED ON THE REPORT SPOOL.                    *
000210*                                                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.      DEFERRED-REVENUE-ROLLFORWARD.
000250 AUTHOR.          DATA PROCESSING.
000260 INSTALLATION.    ACCOUNTING SYSTEMS.
000270 DATE-WRITTEN.    10/15/2026.
000280 DATE-COMPILED.   10/15/2026.
000290*                                                                *
000300*   MODIFICATION HISTORY                                        *
000310*   ------------------------------------------------------------ *
000320*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000322*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000324*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000326*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000328*                    HEADING.                                   *
000330*                                                                *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL DEFERRED-REVENUE
000380            ASSIGN       TO  DEFREV
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE  IS SEQUENTIAL
000410            RECORD KEY   IS DR-SCHEDULE-KEY
000420            FILE STATUS  IS DEFREV-STATUS.
000430
000440     SELECT OPTIONAL RUN-PARM-FILE
000450            ASSIGN       TO  RUNPARMS
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS  IS RUNPARM-STATUS.
000480
000490     SELECT OPTIONAL GL-MAP-FILE
000500            ASSIGN       TO  GLMAP
000510            ORGANIZATION IS LINE SEQUENTIAL
000520            FILE STATUS  IS GLMAP-STATUS.
000530
000540     SELECT OPTIONAL GL-JOURNAL-FILE
000550            ASSIGN       TO  GLJOURNAL
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS  IS GLJOURNAL-STATUS.
000580
000590     SELECT REPORT-FILE
000600            ASSIGN       TO  REPORTOUT
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS  IS REPORT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DEFERRED-REVENUE.
000670 01  DEFERRED-REVENUE-STRUCTURE.
000680     COPY "DEFERRED-REVENUE-RECORD.CPY" REPLACING ==(TAG)==
000690          BY ==DR-==.
000700
000710 FD  RUN-PARM-FILE
000720     RECORDING MODE IS F.
000730 01  RUN-PARM-LINE                PIC X(40).
000740
000750 FD  GL-MAP-FILE
000760     RECORDING MODE IS F.
000770 01  GL-MAP-LINE                  PIC X(30).
000780
000790*   THE BALANCED JOURNAL LINE GL-EXTRACT WRITES.
000800 FD  GL-JOURNAL-FILE
000810     RECORDING MODE IS F.
000820 01  GL-JOURNAL-LINE.
000830     05  GJ-GL-ACCOUNT           PIC 9(07).
000840     05  FILLER                  PIC X(01).
000850     05  GJ-PERIOD               PIC 9(06).
000860     05  FILLER                  PIC X(01).
000870     05  GJ-DR-AMOUNT            PIC 9(09)V9(02).
000880     05  FILLER                  PIC X(01).
000890     05  GJ-CR-AMOUNT            PIC 9(09)V9(02).
000900     05  FILLER                  PIC X(01).
000910     05  GJ-DESCRIPTION          PIC X(25).
000920
000930 FD  REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  REPORT-LINE                  PIC X(100).
000960
000970 WORKING-STORAGE SECTION.
000980*                                                                *
000990*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001000*                                                                *
001010 01  DEFREV                     PIC X(50)
001020     VALUE "/mnt/c/cobfiles\deferred-revenue.idx".
001030 01  RUNPARMS                   PIC X(50)
001040     VALUE "ledger-run-parms.txt".
001050 01  GLMAP                      PIC X(50)
001060     VALUE "gl-account-map.txt".
001070 01  GLJOURNAL                  PIC X(50) VALUE SPACES.
001080 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001090
001100 01  DEFREV-STATUS              PIC X(02).
001110 01  RUNPARM-STATUS             PIC X(02).
001120 01  GLMAP-STATUS               PIC X(02).
001130 01  GLJOURNAL-STATUS           PIC X(02).
001140 01  REPORT-STATUS              PIC X(02).
001150
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001180         88  WS-EOF-YES                    VALUE 'Y'.
001190     05  WS-GJ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001200         88  WS-GJ-EOF                     VALUE 'Y'.
001210     05  WS-DEFREV-MAPPED-SWITCH PIC X(01) VALUE 'N'.
001220         88  WS-DEFREV-MAPPED              VALUE 'Y'.
001230
001240 01  WS-TODAY-8                 PIC 9(08).
001242 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001244     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001246 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001250 01  WS-PARM-NAME               PIC X(20).
001260 01  WS-PARM-VALUE              PIC X(20).
001270 01  WS-ROLL-PERIOD             PIC 9(06) VALUE ZERO.
001280 01  WS-MAP-IN-KEY              PIC X(10).
001290 01  WS-MAP-IN-ACCT             PIC X(07).
001300 01  WS-DEFREV-ACCOUNT          PIC 9(07) VALUE ZERO.
001310 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001320 01  WS-OUT-OF-BALANCE-COUNT    PIC 9(02) VALUE ZERO.
001330
001340*                                                                *
001350*   ROLLFORWARD BUCKETS, ONE ENTRY PER COMPANY (01 AND 02, THE   *
001360*   SAME SHAPE AS THE RECURRING-BILLING BATCH TABLE)            *
001370*                                                                *
001380 01  WS-CO-SUB                  PIC 9(01).
001390 01  WS-CO-TABLE.
001400     05  WS-CO-ENTRY OCCURS 2 TIMES.
001410         10  WS-CO-OPENING       PIC 9(11)V9(02).
001420         10  WS-CO-DEFERRED      PIC 9(11)V9(02).
001430         10  WS-CO-RECOGNIZED    PIC 9(11)V9(02).
001440         10  WS-CO-GL-DEFERRED   PIC 9(11)V9(02).
001450         10  WS-CO-GL-RECOGNIZED PIC 9(11)V9(02).
001460 01  WS-CLOSING                 PIC 9(11)V9(02) VALUE ZERO.
001470 01  WS-DIFFERENCE              PIC S9(11)V9(02)
001480                                SIGN IS LEADING SEPARATE.
001490 01  WS-RPT-COMPANY             PIC X(02).
001500
001510 01  WS-RC-FUNCTION             PIC X(01).
001520 01  WS-RC-JOB-NAME             PIC X(20)
001530     VALUE "DEFREV-ROLLFORWARD".
001540 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001550 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001560 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001570
001580*                                                                *
001590*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001600*                                                                *
001610 01  WS-SPOOL-FUNCTION          PIC X(01).
001620 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001630     VALUE "defrev-rollforward".
001640 01  WS-SPOOL-JOB-NAME          PIC X(20)
001650     VALUE "DEFREV-ROLLFORWARD".
001660 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001670 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001680 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001690
001700 PROCEDURE DIVISION.
001710*                                                                *
001720*   0000-MAINLINE                                               *
001730*                                                                *
001740 0000-MAINLINE.
001750     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001755          WS-OVERRIDE-MARK.
001760     MOVE 'S' TO WS-RC-FUNCTION.
001770     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001780          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001790          WS-RC-CODE.
001800     INITIALIZE WS-CO-TABLE.
001810     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001820     PERFORM 1100-FIND-DEFREV-ACCOUNT THRU 1100-EXIT.
001830     PERFORM 2000-SCAN-SCHEDULE THRU 2000-EXIT.
001840     PERFORM 3000-SCAN-GL-JOURNAL THRU 3000-EXIT
001850             VARYING WS-CO-SUB FROM 1 BY 1
001860             UNTIL WS-CO-SUB > 2.
001870     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001880     IF WS-OUT-OF-BALANCE-COUNT > ZERO
001890        MOVE "OOB " TO WS-RC-CODE
001900        MOVE 4 TO RETURN-CODE
001910     END-IF.
001920     MOVE 'E' TO WS-RC-FUNCTION.
001930     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
001940     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001950          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001960          WS-RC-CODE.
001970     DISPLAY "DEFERRED-REVENUE-ROLLFORWARD RUN COMPLETE".
001980     DISPLAY "PERIOD:               " WS-ROLL-PERIOD.
001990     IF WS-OUT-OF-BALANCE-COUNT > ZERO
002000        DISPLAY "WARNING -- DEFERRED REVENUE DOES NOT TIE TO "
002010                "THE GL FOR " WS-OUT-OF-BALANCE-COUNT
002020                " MOVEMENT(S)"
002030     END-IF.
002040     GO TO 9999-EXIT.
002050
002060*                                                                *
002070*   1000-READ-RUN-PARMS -- DEFREV-PERIOD= (YYYYMM) IN THE       *
002080*   SHARED LEDGER RUN PARAMETER FILE; THE CURRENT MONTH IF      *
002090*   ABSENT                                                      *
002100*                                                                *
002110 1000-READ-RUN-PARMS.
002120     MOVE WS-TODAY-8 (1:6) TO WS-ROLL-PERIOD.
002130     OPEN INPUT RUN-PARM-FILE.
002140     IF RUNPARM-STATUS NOT = '00'
002150        GO TO 1000-EXIT
002160     END-IF.
002170     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002180             UNTIL RUNPARM-STATUS NOT = '00'.
002190     CLOSE RUN-PARM-FILE.
002200 1000-EXIT.
002210     EXIT.
002220
002230 1050-READ-ONE-PARM.
002240     READ RUN-PARM-FILE
002250         AT END
002260            MOVE '10' TO RUNPARM-STATUS
002270            GO TO 1050-EXIT
002280     END-READ.
002290     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002300     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002310         INTO WS-PARM-NAME, WS-PARM-VALUE
002320     END-UNSTRING.
002330     IF WS-PARM-NAME = "DEFREV-PERIOD"
002340        AND WS-PARM-VALUE (1:6) NUMERIC
002350        MOVE WS-PARM-VALUE (1:6) TO WS-ROLL-PERIOD
002360     END-IF.
002370 1050-EXIT.
002380     EXIT.
002390
002400*                                                                *
002410*   1100-FIND-DEFREV-ACCOUNT -- THE GL ACCOUNT THE DEFREV KEY    *
002420*   MAPS TO.  WITHOUT ONE GL-EXTRACT POSTED THE MOVEMENTS TO     *
002430*   SUSPENSE, AND THE TIE-OUT IS REPORTED AS NOT POSSIBLE.       *
002440*                                                                *
002450 1100-FIND-DEFREV-ACCOUNT.
002460     OPEN INPUT GL-MAP-FILE.
002470     IF GLMAP-STATUS NOT = '00'
002480        GO TO 1100-EXIT
002490     END-IF.
002500     PERFORM 1150-CHECK-ONE-MAP THRU 1150-EXIT
002510             UNTIL GLMAP-STATUS NOT = '00'
002520                OR WS-DEFREV-MAPPED.
002530     CLOSE GL-MAP-FILE.
002540 1100-EXIT.
002550     EXIT.
002560
002570 1150-CHECK-ONE-MAP.
002580     READ GL-MAP-FILE
002590         AT END
002600            MOVE '10' TO GLMAP-STATUS
002610            GO TO 1150-EXIT
002620     END-READ.
002630     MOVE SPACES TO WS-MAP-IN-KEY WS-MAP-IN-ACCT.
002640     UNSTRING GL-MAP-LINE DELIMITED BY ","
002650         INTO WS-MAP-IN-KEY, WS-MAP-IN-ACCT
002660     END-UNSTRING.
002670     IF WS-MAP-IN-KEY = "DEFREV"
002680        AND WS-MAP-IN-ACCT NUMERIC
002690        MOVE WS-MAP-IN-ACCT TO WS-DEFREV-ACCOUNT
002700        MOVE 'Y' TO WS-DEFREV-MAPPED-SWITCH
002710     END-IF.
002720 1150-EXIT.
002730     EXIT.
002740
002750*                                                                *
002760*   2000-SCAN-SCHEDULE -- BUCKET EVERY SCHEDULE MONTH AGAINST    *
002770*   THE ROLLFORWARD PERIOD                                       *
002780*                                                                *
002790 2000-SCAN-SCHEDULE.
002800     OPEN INPUT DEFERRED-REVENUE.
002810     IF DEFREV-STATUS NOT = '00'
002820        DISPLAY "NO DEFERRED REVENUE SCHEDULE FOUND -- " DEFREV
002830        IF DEFREV-STATUS = '05'
002840           CLOSE DEFERRED-REVENUE
002850        END-IF
002860        GO TO 2000-EXIT
002870     END-IF.
002880     PERFORM 2100-BUCKET-ONE-LINE THRU 2100-EXIT
002890             UNTIL WS-EOF-YES.
002900     CLOSE DEFERRED-REVENUE.
002910 2000-EXIT.
002920     EXIT.
002930
002940 2100-BUCKET-ONE-LINE.
002950     READ DEFERRED-REVENUE NEXT RECORD
002960         AT END
002970            MOVE 'Y' TO WS-EOF-SWITCH
002980            GO TO 2100-EXIT
002990     END-READ.
003000     ADD 1 TO WS-RC-READ.
003010     IF DR-COMPANY-CODE = "02"
003020        MOVE 2 TO WS-CO-SUB
003030     ELSE
003040        MOVE 1 TO WS-CO-SUB
003050     END-IF.
003060*   BILLED AFTER THE PERIOD -- NOT YET ON THE BOOKS.
003070     IF DR-BILLED-PERIOD > WS-ROLL-PERIOD
003080        GO TO 2100-EXIT
003090     END-IF.
003100*   EARNED BEFORE THE PERIOD OPENED -- ALREADY GONE.
003110     IF DR-LINE-RECOGNIZED
003120        AND DR-RECOGNIZED-PERIOD < WS-ROLL-PERIOD
003130        GO TO 2100-EXIT
003140     END-IF.
003150     IF DR-BILLED-PERIOD = WS-ROLL-PERIOD
003160        ADD DR-MONTH-AMOUNT TO WS-CO-DEFERRED (WS-CO-SUB)
003170     ELSE
003180        ADD DR-MONTH-AMOUNT TO WS-CO-OPENING (WS-CO-SUB)
003190     END-IF.
003200     IF DR-LINE-RECOGNIZED
003210        AND DR-RECOGNIZED-PERIOD = WS-ROLL-PERIOD
003220        ADD DR-MONTH-AMOUNT TO WS-CO-RECOGNIZED (WS-CO-SUB)
003230     END-IF.
003240 2100-EXIT.
003250     EXIT.
003260
003270*                                                                *
003280*   3000-SCAN-GL-JOURNAL -- THE DEFREV CREDITS (DEFERRED) AND    *
003290*   DEBITS (RECOGNIZED) GL-EXTRACT JOURNALED FOR THE PERIOD ON   *
003300*   ONE COMPANY'S JOURNAL FILE                                   *
003310*                                                                *
003320 3000-SCAN-GL-JOURNAL.
003330     IF NOT WS-DEFREV-MAPPED
003340        GO TO 3000-EXIT
003350     END-IF.
003360     IF WS-CO-SUB = 2
003370        MOVE "02" TO WS-RPT-COMPANY
003380     ELSE
003390        MOVE "01" TO WS-RPT-COMPANY
003400     END-IF.
003410     MOVE SPACES TO GLJOURNAL.
003420     STRING "gl-journal-" WS-RPT-COMPANY ".txt"
003430            DELIMITED BY SIZE INTO GLJOURNAL
003440     END-STRING.
003450     OPEN INPUT GL-JOURNAL-FILE.
003460     IF GLJOURNAL-STATUS NOT = '00'
003470        IF GLJOURNAL-STATUS = '05'
003480           CLOSE GL-JOURNAL-FILE
003490        END-IF
003500        GO TO 3000-EXIT
003510     END-IF.
003520     MOVE 'N' TO WS-GJ-EOF-SWITCH.
003530     PERFORM 3100-CHECK-JOURNAL-LINE THRU 3100-EXIT
003540             UNTIL WS-GJ-EOF.
003550     CLOSE GL-JOURNAL-FILE.
003560 3000-EXIT.
003570     EXIT.
003580
003590 3100-CHECK-JOURNAL-LINE.
003600     READ GL-JOURNAL-FILE
003610         AT END
003620            MOVE 'Y' TO WS-GJ-EOF-SWITCH
003630            GO TO 3100-EXIT
003640     END-READ.
003650     IF GJ-GL-ACCOUNT NOT NUMERIC
003660        OR GJ-GL-ACCOUNT NOT = WS-DEFREV-ACCOUNT
003670        OR GJ-PERIOD NOT = WS-ROLL-PERIOD
003680        GO TO 3100-EXIT
003690     END-IF.
003700     ADD GJ-CR-AMOUNT TO WS-CO-GL-DEFERRED (WS-CO-SUB).
003710     ADD GJ-DR-AMOUNT TO WS-CO-GL-RECOGNIZED (WS-CO-SUB).
003720 3100-EXIT.
003730     EXIT.
003740
003750*                                                                *
003760*   4000-WRITE-REPORT                                            *
003770*                                                                *
003780 4000-WRITE-REPORT.
003790     MOVE 'N' TO WS-SPOOL-FUNCTION.
003800     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003810          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003820          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003830          WS-SPOOL-MEMBER-NAME.
003840     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003850     OPEN OUTPUT REPORT-FILE.
003860     MOVE SPACES TO REPORT-LINE.
003870     STRING "DEFERRED REVENUE ROLLFORWARD -- PERIOD "
003880            WS-ROLL-PERIOD
003890            DELIMITED BY SIZE INTO REPORT-LINE
003900     END-STRING.
003910     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003912     IF WS-DATE-OVERRIDDEN
003914        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003916        PERFORM 4900-PUT-LINE THRU 4900-EXIT
003918     END-IF.
003920     IF NOT WS-DEFREV-MAPPED
003930        MOVE "NO DEFREV ACCOUNT ON THE GL ACCOUNT MAP -- GL TIE-OU
003940-            "T NOT POSSIBLE" TO REPORT-LINE
003950        PERFORM 4900-PUT-LINE THRU 4900-EXIT
003960     END-IF.
003970     PERFORM 4100-REPORT-ONE-COMPANY THRU 4100-EXIT
003980             VARYING WS-CO-SUB FROM 1 BY 1
003990             UNTIL WS-CO-SUB > 2.
004000     CLOSE REPORT-FILE.
004010     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
004020     MOVE 'R' TO WS-SPOOL-FUNCTION.
004030     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004040          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004050          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004060          WS-SPOOL-MEMBER-NAME.
004070 4000-EXIT.
004080     EXIT.
004090
004100 4100-REPORT-ONE-COMPANY.
004110     IF WS-CO-OPENING (WS-CO-SUB) = ZERO
004120        AND WS-CO-DEFERRED (WS-CO-SUB) = ZERO
004130        AND WS-CO-RECOGNIZED (WS-CO-SUB) = ZERO
004140        AND WS-CO-GL-DEFERRED (WS-CO-SUB) = ZERO
004150        AND WS-CO-GL-RECOGNIZED (WS-CO-SUB) = ZERO
004160        GO TO 4100-EXIT
004170     END-IF.
004180     IF WS-CO-SUB = 2
004190        MOVE "02" TO WS-RPT-COMPANY
004200     ELSE
004210        MOVE "01" TO WS-RPT-COMPANY
004220     END-IF.
004230     COMPUTE WS-CLOSING = WS-CO-OPENING (WS-CO-SUB)
004240        + WS-CO-DEFERRED (WS-CO-SUB)
004250        - WS-CO-RECOGNIZED (WS-CO-SUB).
004260     MOVE SPACES TO REPORT-LINE.
004270     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004280     STRING "COMPANY " WS-RPT-COMPANY
004290            "                    SCHEDULE            GL"
004300            "      DIFFERENCE"
004310            DELIMITED BY SIZE INTO REPORT-LINE
004320     END-STRING.
004330     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004340     STRING "  OPENING BALANCE   " WS-CO-OPENING (WS-CO-SUB)
004350            DELIMITED BY SIZE INTO REPORT-LINE
004360     END-STRING.
004370     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004380     COMPUTE WS-DIFFERENCE = WS-CO-DEFERRED (WS-CO-SUB)
004390        - WS-CO-GL-DEFERRED (WS-CO-SUB).
004400     STRING "  ADD DEFERRED      " WS-CO-DEFERRED (WS-CO-SUB)
004410            "  " WS-CO-GL-DEFERRED (WS-CO-SUB)
004420            "  " WS-DIFFERENCE
004430            DELIMITED BY SIZE INTO REPORT-LINE
004440     END-STRING.
004450     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004460     PERFORM 4200-COUNT-DIFFERENCE THRU 4200-EXIT.
004470     COMPUTE WS-DIFFERENCE = WS-CO-RECOGNIZED (WS-CO-SUB)
004480        - WS-CO-GL-RECOGNIZED (WS-CO-SUB).
004490     STRING "  LESS RECOGNIZED   " WS-CO-RECOGNIZED (WS-CO-SUB)
004500            "  " WS-CO-GL-RECOGNIZED (WS-CO-SUB)
004510            "  " WS-DIFFERENCE
004520            DELIMITED BY SIZE INTO REPORT-LINE
004530     END-STRING.
004540     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004550     PERFORM 4200-COUNT-DIFFERENCE THRU 4200-EXIT.
004560     STRING "  CLOSING BALANCE   " WS-CLOSING
004570            DELIMITED BY SIZE INTO REPORT-LINE
004580     END-STRING.
004590     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004600 4100-EXIT.
004610     EXIT.
004620
004630*                                                                *
004640*   4200-COUNT-DIFFERENCE -- A MOVEMENT THAT DOES NOT TIE IS     *
004650*   FLAGGED ON THE LINE BELOW IT AND COUNTED FOR THE RETURN      *
004660*   CODE                                                         *
004670*                                                                *
004680 4200-COUNT-DIFFERENCE.
004690     IF WS-DIFFERENCE = ZERO OR NOT WS-DEFREV-MAPPED
004700        GO TO 4200-EXIT
004710     END-IF.
004720     ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
004730     MOVE "  *** OUT OF BALANCE WITH THE GL ***" TO REPORT-LINE.
004740     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004750 4200-EXIT.
004760     EXIT.
004770
004780 4900-PUT-LINE.
004790     WRITE REPORT-LINE.
004800     ADD 1 TO WS-LINE-COUNT.
004810     MOVE SPACES TO REPORT-LINE.
004820 4900-EXIT.
004830     EXIT.
004840
004850 9999-EXIT.
004860     STOP RUN.
