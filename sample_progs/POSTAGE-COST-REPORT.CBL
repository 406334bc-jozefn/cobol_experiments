000010******************************************************************
000020*                                                                *
000030*   POSTAGE-COST-REPORT                                          *
000040*                                                                *
000050*   MONTHLY POSTAGE AND MAILING COST REPORT FROM THE MAILING     *
000060*   LOG (SEE MAILING-LOG).  EVERY PIECE THE STATEMENT, INVOICE,  *
000070*   DUNNING, LABEL AND LETTER RUNS PUT IN THE MAIL IS ON THE     *
000080*   LOG, PRICED AT THE POSTAGE RATE IN FORCE ON THE MAIL DATE.   *
000090*   THIS TOTALS THE MONTH BY COMPANY, JOB AND POSTAGE CLASS      *
000100*   ONTO THE POSTAGE ENTRIES FILE AND PRINTS IT WITH JOB AND     *
000110*   COMPANY SUBTOTALS AND THE PART MAILED UNDER A CAMPAIGN.      *
000120*   GL-EXTRACT JOURNALS THE ENTRIES AS EACH COMPANY'S SHARE OF   *
000130*   THE POSTAGE BILL.                                            *
000140*                                                                *
000150*   THE MONTH IS POSTAGE-PERIOD= (YYYYMM) IN THE SHARED LEDGER   *
000160*   RUN PARAMETER FILE -- BY DEFAULT THE MONTH OF THE            *
000170*   PROCESSING DATE.  A RERUN FOR THE SAME MONTH DROPS THE       *
000180*   MONTH'S ENTRIES AND BUILDS THEM AGAIN, SO IT PICKS UP LATE   *
000190*   MAILINGS WITHOUT COUNTING ANYTHING TWICE.                    *
000200*                                                                *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.      POSTAGE-COST-REPORT.
000240 AUTHOR.          DATA PROCESSING.
000250 INSTALLATION.    ACCOUNTING SYSTEMS.
000260 DATE-WRITTEN.    10/15/2026.
000270 DATE-COMPILED.   10/15/2026.
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   ------------------------------------------------------------ *
000310*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000320*                                                                *
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL MAILING-LOG-FILE
000370            ASSIGN       TO  MAILLOG
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE  IS DYNAMIC
000400            RECORD KEY   IS ML-MAIL-KEY
000410            FILE STATUS  IS MAILLOG-STATUS.
000420
000430     SELECT OPTIONAL POSTAGE-ENTRIES
000440            ASSIGN       TO  POSTENT
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS PE-ENTRY-KEY
000480            FILE STATUS  IS POSTENT-STATUS.
000490
000500     SELECT OPTIONAL RUN-PARM-FILE
000510            ASSIGN       TO  RUNPARMS
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS  IS RUNPARM-STATUS.
000540
000550     SELECT REPORT-FILE
000560            ASSIGN       TO  REPORTOUT
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS  IS REPORT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MAILING-LOG-FILE.
000630 01  MAILING-LOG-STRUCTURE.
000640     COPY "MAILING-LOG-RECORD.CPY" REPLACING ==(TAG)==
000650          BY ==ML-==.
000660
000670 FD  POSTAGE-ENTRIES.
000680 01  POSTAGE-ENTRY-STRUCTURE.
000690     COPY "POSTAGE-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
000700          BY ==PE-==.
000710
000720 FD  RUN-PARM-FILE
000730     RECORDING MODE IS F.
000740 01  RUN-PARM-LINE                PIC X(40).
000750
000760 FD  REPORT-FILE
000770     RECORDING MODE IS F.
000780 01  REPORT-LINE                  PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810*                                                                *
000820*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000830*                                                                *
000840 01  MAILLOG                    PIC X(50)
000850     VALUE "/mnt/c/cobfiles\mailing-log.idx".
000860 01  POSTENT                    PIC X(50)
000870     VALUE "/mnt/c/cobfiles\postage-entries.idx".
000880 01  RUNPARMS                   PIC X(50)
000890     VALUE "ledger-run-parms.txt".
000900 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000910
000920 01  MAILLOG-STATUS             PIC X(02).
000930 01  POSTENT-STATUS             PIC X(02).
000940 01  RUNPARM-STATUS             PIC X(02).
000950 01  REPORT-STATUS              PIC X(02).
000960
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000990         88  WS-EOF-YES                    VALUE 'Y'.
001000     05  WS-FIRST-SWITCH         PIC X(01) VALUE 'Y'.
001010         88  WS-FIRST-ENTRY                VALUE 'Y'.
001020
001030 01  WS-TODAY-8                 PIC 9(08).
001040 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001050     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001060 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001070 01  WS-PARM-NAME               PIC X(20).
001080 01  WS-PARM-VALUE              PIC X(20).
001090 01  WS-POSTAGE-PERIOD          PIC 9(06) VALUE ZERO.
001100 01  WS-FIRST-MAIL-DATE         PIC 9(08) VALUE ZERO.
001110 01  WS-MAIL-PERIOD             PIC 9(06) VALUE ZERO.
001120
001130*                                                                *
001140*   CONTROL-BREAK FIELDS AND TOTALS                              *
001150*                                                                *
001160 01  WS-PREV-COMPANY            PIC X(02) VALUE SPACES.
001170 01  WS-PREV-JOB                PIC X(20) VALUE SPACES.
001180 01  WS-JOB-PIECES              PIC 9(09) VALUE ZERO.
001190 01  WS-JOB-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
001195 01  WS-JOB-CAMP-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
001200 01  WS-COMPANY-PIECES          PIC 9(09) VALUE ZERO.
001210 01  WS-COMPANY-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
001220 01  WS-COMPANY-CAMP-AMOUNT     PIC 9(09)V9(02) VALUE ZERO.
001230 01  WS-GRAND-PIECES            PIC 9(09) VALUE ZERO.
001240 01  WS-GRAND-AMOUNT            PIC 9(09)V9(02) VALUE ZERO.
001250 01  WS-GRAND-CAMP-AMOUNT       PIC 9(09)V9(02) VALUE ZERO.
001260
001270 01  WS-LOG-READ                PIC 9(07) VALUE ZERO.
001280 01  WS-ENTRIES-DROPPED         PIC 9(07) VALUE ZERO.
001290 01  WS-ENTRIES-BUILT           PIC 9(07) VALUE ZERO.
001300
001310 01  WS-RC-FUNCTION             PIC X(01).
001320 01  WS-RC-JOB-NAME             PIC X(20)
001330     VALUE "POSTAGE-COST-REPORT".
001340 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001350 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001360 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001370
001380*                                                                *
001390*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001400*                                                                *
001410 01  WS-SPOOL-FUNCTION          PIC X(01).
001420 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001430     VALUE "postage-cost".
001440 01  WS-SPOOL-JOB-NAME          PIC X(20)
001450     VALUE "POSTAGE-COST-REPORT".
001460 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
001470 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001480 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001490 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001500
001510*                                                                *
001520*   REPORT LINES                                                 *
001530*                                                                *
001540 01  WS-DETAIL-LINE.
001550     05  FILLER                  PIC X(04) VALUE SPACES.
001560     05  WS-DL-JOB-NAME          PIC X(20).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-DL-CLASS             PIC X(12).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-DL-PIECES            PIC ZZZ,ZZZ,ZZ9.
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-DL-CAMP-PIECES       PIC ZZZ,ZZZ,ZZ9.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-DL-CAMP-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
001670 01  WS-TOTAL-LINE.
001680     05  FILLER                  PIC X(04) VALUE SPACES.
001690     05  WS-TL-LABEL             PIC X(34).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  WS-TL-PIECES            PIC ZZZ,ZZZ,ZZ9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001740     05  FILLER                  PIC X(15) VALUE SPACES.
001750     05  WS-TL-CAMP-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
001760
001770 PROCEDURE DIVISION.
001780*                                                                *
001790*   0000-MAINLINE                                               *
001800*                                                                *
001810 0000-MAINLINE.
001820     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001830          WS-OVERRIDE-MARK.
001840     MOVE 'S' TO WS-RC-FUNCTION.
001850     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001860          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001870          WS-RC-CODE.
001880     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001890     OPEN I-O POSTAGE-ENTRIES.
001900     IF POSTENT-STATUS NOT = '00' AND POSTENT-STATUS NOT = '05'
001910        DISPLAY "CANNOT OPEN POSTAGE ENTRIES, STATUS "
001920                POSTENT-STATUS
001930        MOVE "FAIL" TO WS-RC-CODE
001940        MOVE 8 TO RETURN-CODE
001950        GO TO 0000-END-RUN
001960     END-IF.
001970     PERFORM 2000-DROP-OLD-ENTRIES THRU 2000-EXIT.
001980     PERFORM 3000-BUILD-ENTRIES THRU 3000-EXIT.
001990     PERFORM 4000-START-REPORT THRU 4000-EXIT.
002000     PERFORM 5000-PRINT-ENTRIES THRU 5000-EXIT.
002010     CLOSE POSTAGE-ENTRIES.
002020     CLOSE REPORT-FILE.
002030     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
002040     MOVE 'R' TO WS-SPOOL-FUNCTION.
002050     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002060          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002070          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002080          WS-SPOOL-MEMBER-NAME.
002090 0000-END-RUN.
002100     MOVE 'E' TO WS-RC-FUNCTION.
002110     MOVE WS-LOG-READ TO WS-RC-READ.
002120     MOVE WS-ENTRIES-BUILT TO WS-RC-WRITTEN.
002130     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002140          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002150          WS-RC-CODE.
002160     DISPLAY "POSTAGE-COST-REPORT RUN COMPLETE".
002170     DISPLAY "PERIOD:               " WS-POSTAGE-PERIOD.
002180     DISPLAY "MAILING LOG RECORDS:  " WS-LOG-READ.
002190     DISPLAY "OLD ENTRIES DROPPED:  " WS-ENTRIES-DROPPED.
002200     DISPLAY "POSTAGE ENTRIES:      " WS-ENTRIES-BUILT.
002210     DISPLAY "PIECES MAILED:        " WS-GRAND-PIECES.
002220     DISPLAY "POSTAGE TOTAL:        " WS-GRAND-AMOUNT.
002230     GO TO 9999-EXIT.
002240
002250*                                                                *
002260*   1000-READ-RUN-PARMS -- POSTAGE-PERIOD= IN THE SHARED LEDGER  *
002270*   RUN PARAMETER FILE; ABSENT, THE PROCESSING DATE'S MONTH      *
002280*                                                                *
002290 1000-READ-RUN-PARMS.
002300     OPEN INPUT RUN-PARM-FILE.
002310     IF RUNPARM-STATUS NOT = '00'
002320        GO TO 1000-SET-PERIOD
002330     END-IF.
002340     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002350             UNTIL RUNPARM-STATUS NOT = '00'.
002360     CLOSE RUN-PARM-FILE.
002370 1000-SET-PERIOD.
002380     IF WS-POSTAGE-PERIOD = ZERO
002390        MOVE WS-TODAY-8 (1:6) TO WS-POSTAGE-PERIOD
002400     END-IF.
002410     COMPUTE WS-FIRST-MAIL-DATE = WS-POSTAGE-PERIOD * 100 + 1.
002420 1000-EXIT.
002430     EXIT.
002440
002450 1050-READ-ONE-PARM.
002460     READ RUN-PARM-FILE
002470         AT END
002480            MOVE '10' TO RUNPARM-STATUS
002490            GO TO 1050-EXIT
002500     END-READ.
002510     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002520     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002530         INTO WS-PARM-NAME, WS-PARM-VALUE
002540     END-UNSTRING.
002550     IF WS-PARM-NAME = "POSTAGE-PERIOD"
002560        AND WS-PARM-VALUE (1:6) NUMERIC
002570        MOVE WS-PARM-VALUE (1:6) TO WS-POSTAGE-PERIOD
002580     END-IF.
002590 1050-EXIT.
002600     EXIT.
002610
002620*                                                                *
002630*   2000-DROP-OLD-ENTRIES -- A RERUN STARTS THE MONTH CLEAN      *
002640*                                                                *
002650 2000-DROP-OLD-ENTRIES.
002660     MOVE LOW-VALUES TO PE-ENTRY-KEY.
002670     MOVE WS-POSTAGE-PERIOD TO PE-PERIOD.
002680     START POSTAGE-ENTRIES KEY IS >= PE-ENTRY-KEY
002690         INVALID KEY
002700            GO TO 2000-EXIT
002710     END-START.
002720     MOVE 'N' TO WS-EOF-SWITCH.
002730     PERFORM 2100-DROP-ONE-ENTRY THRU 2100-EXIT
002740             UNTIL WS-EOF-YES.
002750 2000-EXIT.
002760     EXIT.
002770
002780 2100-DROP-ONE-ENTRY.
002790     READ POSTAGE-ENTRIES NEXT RECORD
002800         AT END
002810            MOVE 'Y' TO WS-EOF-SWITCH
002820            GO TO 2100-EXIT
002830     END-READ.
002840     IF PE-PERIOD NOT = WS-POSTAGE-PERIOD
002850        MOVE 'Y' TO WS-EOF-SWITCH
002860        GO TO 2100-EXIT
002870     END-IF.
002880     DELETE POSTAGE-ENTRIES RECORD.
002890     ADD 1 TO WS-ENTRIES-DROPPED.
002900 2100-EXIT.
002910     EXIT.
002920
002930*                                                                *
002940*   3000-BUILD-ENTRIES -- THE LOG IS KEYED MAIL DATE FIRST, SO   *
002950*   THE MONTH IS ONE STRETCH FROM ITS FIRST DAY.  EACH LOG       *
002960*   RECORD ADDS TO ITS COMPANY/JOB/CLASS ENTRY.                  *
002970*                                                                *
002980 3000-BUILD-ENTRIES.
002990     OPEN INPUT MAILING-LOG-FILE.
003000     IF MAILLOG-STATUS NOT = '00'
003010        DISPLAY "NO MAILING LOG FOUND -- " MAILLOG
003020        GO TO 3000-EXIT
003030     END-IF.
003040     MOVE LOW-VALUES TO ML-MAIL-KEY.
003050     MOVE WS-FIRST-MAIL-DATE TO ML-MAIL-DATE.
003060     MOVE 'N' TO WS-EOF-SWITCH.
003070     START MAILING-LOG-FILE KEY IS >= ML-MAIL-KEY
003080         INVALID KEY
003090            MOVE 'Y' TO WS-EOF-SWITCH
003100     END-START.
003110     PERFORM 3100-ADD-ONE-LOG THRU 3100-EXIT
003120             UNTIL WS-EOF-YES.
003130     CLOSE MAILING-LOG-FILE.
003140 3000-EXIT.
003150     EXIT.
003160
003170 3100-ADD-ONE-LOG.
003180     READ MAILING-LOG-FILE NEXT RECORD
003190         AT END
003200            MOVE 'Y' TO WS-EOF-SWITCH
003210            GO TO 3100-EXIT
003220     END-READ.
003230     DIVIDE ML-MAIL-DATE BY 100 GIVING WS-MAIL-PERIOD.
003240     IF WS-MAIL-PERIOD NOT = WS-POSTAGE-PERIOD
003250        MOVE 'Y' TO WS-EOF-SWITCH
003260        GO TO 3100-EXIT
003270     END-IF.
003280     ADD 1 TO WS-LOG-READ.
003290     MOVE WS-POSTAGE-PERIOD TO PE-PERIOD.
003300     MOVE ML-COMPANY-CODE   TO PE-COMPANY-CODE.
003310     MOVE ML-JOB-NAME       TO PE-JOB-NAME.
003320     MOVE ML-POSTAGE-CLASS  TO PE-POSTAGE-CLASS.
003330     READ POSTAGE-ENTRIES
003340         INVALID KEY
003350            MOVE ZERO TO PE-PIECE-COUNT PE-POSTAGE-AMOUNT
003360                         PE-CAMPAIGN-PIECES PE-CAMPAIGN-AMOUNT
003370            PERFORM 3200-ADD-LOG-AMOUNTS THRU 3200-EXIT
003380            WRITE POSTAGE-ENTRY-STRUCTURE
003390            ADD 1 TO WS-ENTRIES-BUILT
003400            GO TO 3100-EXIT
003410     END-READ.
003420     PERFORM 3200-ADD-LOG-AMOUNTS THRU 3200-EXIT.
003430     REWRITE POSTAGE-ENTRY-STRUCTURE.
003440 3100-EXIT.
003450     EXIT.
003460
003470 3200-ADD-LOG-AMOUNTS.
003480     ADD ML-PIECE-COUNT    TO PE-PIECE-COUNT.
003490     ADD ML-POSTAGE-AMOUNT TO PE-POSTAGE-AMOUNT.
003500     IF ML-CAMPAIGN-CODE NOT = SPACES
003510        ADD ML-PIECE-COUNT    TO PE-CAMPAIGN-PIECES
003520        ADD ML-POSTAGE-AMOUNT TO PE-CAMPAIGN-AMOUNT
003530     END-IF.
003540     MOVE WS-TODAY-8 TO PE-BUILT-DATE.
003550 3200-EXIT.
003560     EXIT.
003570
003580*                                                                *
003590*   4000-START-REPORT                                            *
003600*                                                                *
003610 4000-START-REPORT.
003620     MOVE 'N' TO WS-SPOOL-FUNCTION.
003630     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003640          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003650          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003660          WS-SPOOL-MEMBER-NAME.
003670     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003680     OPEN OUTPUT REPORT-FILE.
003690     MOVE SPACES TO REPORT-LINE.
003700     STRING "POSTAGE AND MAILING COST REPORT   PERIOD "
003710            WS-POSTAGE-PERIOD
003720            DELIMITED BY SIZE INTO REPORT-LINE
003730     END-STRING.
003740     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003750     IF WS-DATE-OVERRIDDEN
003760        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003770        PERFORM 5900-PUT-LINE THRU 5900-EXIT
003780     END-IF.
003790     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003800     MOVE "    JOB                   CLASS              PIECES"
003810        & "         POSTAGE  CAMP PIECES    CAMP POSTAGE"
003820        TO REPORT-LINE.
003830     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003840 4000-EXIT.
003850     EXIT.
003860
003870*                                                                *
003880*   5000-PRINT-ENTRIES -- THE ENTRIES ARE KEYED PERIOD, COMPANY, *
003890*   JOB, CLASS, SO ONE PASS OVER THE MONTH GIVES THE REPORT IN   *
003900*   ORDER.  CONTROL BREAKS ON COMPANY AND JOB.                   *
003910*                                                                *
003920 5000-PRINT-ENTRIES.
003930     MOVE LOW-VALUES TO PE-ENTRY-KEY.
003940     MOVE WS-POSTAGE-PERIOD TO PE-PERIOD.
003950     MOVE 'N' TO WS-EOF-SWITCH.
003960     START POSTAGE-ENTRIES KEY IS >= PE-ENTRY-KEY
003970         INVALID KEY
003980            MOVE 'Y' TO WS-EOF-SWITCH
003990     END-START.
004000     PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
004010             UNTIL WS-EOF-YES.
004020     IF WS-FIRST-ENTRY
004030        MOVE "    NO MAILINGS LOGGED FOR THE PERIOD"
004035           TO REPORT-LINE
004040        PERFORM 5900-PUT-LINE THRU 5900-EXIT
004050        GO TO 5000-EXIT
004060     END-IF.
004070     PERFORM 5300-JOB-TOTAL THRU 5300-EXIT.
004080     PERFORM 5400-COMPANY-TOTAL THRU 5400-EXIT.
004090     MOVE SPACES TO WS-TOTAL-LINE.
004100     MOVE "GRAND TOTAL" TO WS-TL-LABEL.
004110     MOVE WS-GRAND-PIECES TO WS-TL-PIECES.
004120     MOVE WS-GRAND-AMOUNT TO WS-TL-AMOUNT.
004130     MOVE WS-GRAND-CAMP-AMOUNT TO WS-TL-CAMP-AMOUNT.
004140     MOVE WS-TOTAL-LINE TO REPORT-LINE.
004150     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004160 5000-EXIT.
004170     EXIT.
004180
004190 5100-PRINT-ONE-ENTRY.
004200     READ POSTAGE-ENTRIES NEXT RECORD
004210         AT END
004220            MOVE 'Y' TO WS-EOF-SWITCH
004230            GO TO 5100-EXIT
004240     END-READ.
004250     IF PE-PERIOD NOT = WS-POSTAGE-PERIOD
004260        MOVE 'Y' TO WS-EOF-SWITCH
004270        GO TO 5100-EXIT
004280     END-IF.
004290     IF WS-FIRST-ENTRY
004300        MOVE 'N' TO WS-FIRST-SWITCH
004310        PERFORM 5200-COMPANY-HEADING THRU 5200-EXIT
004320     ELSE
004330        IF PE-COMPANY-CODE NOT = WS-PREV-COMPANY
004340           PERFORM 5300-JOB-TOTAL THRU 5300-EXIT
004350           PERFORM 5400-COMPANY-TOTAL THRU 5400-EXIT
004360           PERFORM 5200-COMPANY-HEADING THRU 5200-EXIT
004370        ELSE
004380           IF PE-JOB-NAME NOT = WS-PREV-JOB
004390              PERFORM 5300-JOB-TOTAL THRU 5300-EXIT
004400           END-IF
004410        END-IF
004420     END-IF.
004430     MOVE PE-JOB-NAME TO WS-PREV-JOB.
004440     MOVE SPACES TO WS-DETAIL-LINE.
004450     MOVE PE-JOB-NAME TO WS-DL-JOB-NAME.
004460     EVALUATE TRUE
004470        WHEN PE-CLASS-FIRST
004480           MOVE "FIRST CLASS" TO WS-DL-CLASS
004490        WHEN PE-CLASS-PRESORT
004500           MOVE "PRESORTED" TO WS-DL-CLASS
004510        WHEN PE-CLASS-CERTIFIED
004520           MOVE "CERTIFIED" TO WS-DL-CLASS
004530        WHEN PE-CLASS-FOREIGN
004540           MOVE "FOREIGN" TO WS-DL-CLASS
004550        WHEN OTHER
004560           MOVE PE-POSTAGE-CLASS TO WS-DL-CLASS
004570     END-EVALUATE.
004580     MOVE PE-PIECE-COUNT      TO WS-DL-PIECES.
004590     MOVE PE-POSTAGE-AMOUNT   TO WS-DL-AMOUNT.
004600     MOVE PE-CAMPAIGN-PIECES  TO WS-DL-CAMP-PIECES.
004610     MOVE PE-CAMPAIGN-AMOUNT  TO WS-DL-CAMP-AMOUNT.
004620     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004630     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004640     ADD PE-PIECE-COUNT     TO WS-JOB-PIECES WS-COMPANY-PIECES
004650                               WS-GRAND-PIECES.
004660     ADD PE-POSTAGE-AMOUNT  TO WS-JOB-AMOUNT WS-COMPANY-AMOUNT
004670                               WS-GRAND-AMOUNT.
004680     ADD PE-CAMPAIGN-AMOUNT TO WS-JOB-CAMP-AMOUNT
004685                               WS-COMPANY-CAMP-AMOUNT
004690                               WS-GRAND-CAMP-AMOUNT.
004700 5100-EXIT.
004710     EXIT.
004720
004730 5200-COMPANY-HEADING.
004740     MOVE PE-COMPANY-CODE TO WS-PREV-COMPANY.
004750     MOVE SPACES TO WS-PREV-JOB.
004760     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004770     STRING "COMPANY " PE-COMPANY-CODE
004780            DELIMITED BY SIZE INTO REPORT-LINE
004790     END-STRING.
004800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004810 5200-EXIT.
004820     EXIT.
004830
004840 5300-JOB-TOTAL.
004850     MOVE SPACES TO WS-TOTAL-LINE.
004860     STRING "  TOTAL " WS-PREV-JOB
004870            DELIMITED BY SIZE INTO WS-TL-LABEL
004880     END-STRING.
004890     MOVE WS-JOB-PIECES TO WS-TL-PIECES.
004900     MOVE WS-JOB-AMOUNT TO WS-TL-AMOUNT.
004910     MOVE WS-JOB-CAMP-AMOUNT TO WS-TL-CAMP-AMOUNT.
004920     MOVE WS-TOTAL-LINE TO REPORT-LINE.
004940     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004950     MOVE ZERO TO WS-JOB-PIECES WS-JOB-AMOUNT WS-JOB-CAMP-AMOUNT.
004960 5300-EXIT.
004970     EXIT.
004980
004990 5400-COMPANY-TOTAL.
005000     MOVE SPACES TO WS-TOTAL-LINE.
005010     STRING "COMPANY " WS-PREV-COMPANY " TOTAL"
005020            DELIMITED BY SIZE INTO WS-TL-LABEL
005030     END-STRING.
005040     MOVE WS-COMPANY-PIECES TO WS-TL-PIECES.
005050     MOVE WS-COMPANY-AMOUNT TO WS-TL-AMOUNT.
005060     MOVE WS-COMPANY-CAMP-AMOUNT TO WS-TL-CAMP-AMOUNT.
005070     MOVE WS-TOTAL-LINE TO REPORT-LINE.
005080     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005090     MOVE ZERO TO WS-COMPANY-PIECES WS-COMPANY-AMOUNT
005100                  WS-COMPANY-CAMP-AMOUNT.
005110 5400-EXIT.
005120     EXIT.
005130
005140 5900-PUT-LINE.
005150     WRITE REPORT-LINE.
005160     ADD 1 TO WS-LINE-COUNT.
005170     MOVE SPACES TO REPORT-LINE.
005180 5900-EXIT.
005190     EXIT.
005200
005210 9999-EXIT.
005220     STOP RUN.
