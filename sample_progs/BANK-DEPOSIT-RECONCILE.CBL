000010******************************************************************
000020*                                                                *
000030*   BANK-DEPOSIT-RECONCILE                                       *
000040*                                                                *
000050*   DAILY DEPOSIT RECONCILIATION -- PROVES THE MONEY POSTED AS   *
000060*   RECEIVED REACHED THE BANK.  CHECK-RECONCILE COVERS THE       *
000070*   CHECKS GOING OUT; THIS COVERS THE DEPOSITS COMING IN.        *
000080*                                                                *
000090*   THE BANK'S DAILY STATEMENT FILE (BANK-STATEMENT.TXT) IS      *
000100*   COMMA DELIMITED, MONEY WITH TWO IMPLIED DECIMALS:            *
000110*       H,STATEMENT-DATE,BANK-ACCOUNT                            *
000120*       C,POST-DATE,AMOUNT,TYPE,BANK-REFERENCE,DESCRIPTION       *
000130*       D,POST-DATE,AMOUNT,TYPE,BANK-REFERENCE,DESCRIPTION       *
000140*   EVERY CREDIT (C) IS LOADED ONTO THE BANK CREDIT FILE; A      *
000150*   CREDIT ALREADY LOADED (SAME DATE, REFERENCE AND AMOUNT) IS   *
000160*   SKIPPED, SO A STATEMENT RUN TWICE LOADS ONCE.  DEBITS ARE    *
000170*   COUNTED AND LEFT TO CHECK-RECONCILE AND ACH-RETURN-IMPORT.   *
000180*                                                                *
000190*   EACH OPEN BANK CREDIT IS THEN MATCHED, ON AMOUNT, TO AN      *
000200*   OPEN BOOK DEPOSIT LOGGED WITHIN DEPOSIT-LAG-DAYS= DAYS       *
000210*   (DEFAULT 3) EITHER SIDE OF IT -- THE DAY'S LOCKBOX DEPOSIT   *
000218*   (LOCKBOX-IMPORT), DRAWER DEPOSIT (DRAWER-CLOSEOUT), ACH      *
000226*   DRAFT SETTLEMENT (ACH-EXPORT) OR CARD SETTLEMENT             *
000234*   (CARD-SETTLEMENT-IMPORT).  THE BANK'S TYPE CODE NARROWS THE  *
000242*   SEARCH: LBX TO LOCKBOX, DEP TO DRAWER, ACH TO ACH, CRD TO    *
000250*   CARD; ANY OTHER CODE MATCHES ANY SOURCE.  BOTH SIDES ARE     *
000258*   MARKED MATCHED.  A DEP CREDIT MAY ALSO BE A GARNISHMENT      *
000262*   RECEIPT BANKED AT THE BRANCH (LITIGATION-MAINT, SOURCE G).   *
000270*                                                                *
000280*   THE RECONCILIATION REPORT (SPOOLED, MONTH-END RETENTION, AS  *
000290*   CHECK-RECONCILE'S) LISTS --                                  *
000300*       MATCHED ITEMS                                            *
000310*       UNMATCHED BANK CREDITS, CARRIED FORWARD                  *
000320*       TIMING DIFFERENCES -- BOOK DEPOSITS NOT YET ON THE       *
000330*       STATEMENT BUT STILL INSIDE THE LAG, CARRIED FORWARD      *
000340*       UNMATCHED BOOK DEPOSITS -- OLDER THAN THE LAG            *
000350*   EVERYTHING STILL OPEN IS TRIED AGAIN ON THE NEXT DAY'S RUN.  *
000360*   AN UNMATCHED ITEM ON EITHER SIDE ENDS THE RUN WITH RETURN    *
000370*   CODE 4 ("UNMT") FOR FINANCE TO RESEARCH.  A DEPOSIT THE      *
000380*   BANK SPLITS OR COMBINES DOES NOT MATCH ON AMOUNT AND SHOWS   *
000390*   ON BOTH LISTS.                                               *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.      BANK-DEPOSIT-RECONCILE.
000440 AUTHOR.          DATA PROCESSING.
000450 INSTALLATION.    ACCOUNTING SYSTEMS.
000460 DATE-WRITTEN.    10/15/2026.
000470 DATE-COMPILED.   10/15/2026.
000480*                                                                *
000490*   MODIFICATION HISTORY                                        *
000500*   ------------------------------------------------------------ *
000510*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000513*   10/15/2026  DP   CRD STATEMENT CREDITS MATCH THE CARD       *
000516*                    PROCESSOR'S NET SETTLEMENT (SOURCE C).     *
000518*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000520*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000522*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000524*                    HEADING.                                   *
000525*   10/15/2026  DP   DEP CREDITS ALSO MATCH GARNISHMENT         *
000526*                    RECEIPTS (SOURCE G).                       *
000527*                                                                *
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL BANK-STATEMENT
000570            ASSIGN       TO  STMTIN
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS  IS STMTIN-STATUS.
000600
000610     SELECT OPTIONAL BANK-CREDITS
000620            ASSIGN       TO  BANKCR
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE  IS DYNAMIC
000650            RECORD KEY   IS BC-ITEM-KEY
000660            FILE STATUS  IS BANKCR-STATUS.
000670
000680     SELECT OPTIONAL BOOK-DEPOSITS
000690            ASSIGN       TO  BOOKDEP
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE  IS DYNAMIC
000720            RECORD KEY   IS BK-ITEM-KEY
000730            FILE STATUS  IS BOOKDEP-STATUS.
000740
000750     SELECT OPTIONAL RUN-PARM-FILE
000760            ASSIGN       TO  RUNPARMS
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS  IS RUNPARM-STATUS.
000790
000800     SELECT REPORT-FILE
000810            ASSIGN       TO  REPORTOUT
000820            ORGANIZATION IS LINE SEQUENTIAL
000830            FILE STATUS  IS REPORT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  BANK-STATEMENT
000880     RECORDING MODE IS F.
000890 01  STATEMENT-LINE               PIC X(120).
000900
000910 FD  BANK-CREDITS.
000920 01  BANK-CREDIT-STRUCTURE.
000930     COPY "DEPOSIT-ITEM-RECORD.CPY" REPLACING ==(TAG)==
000940          BY ==BC-==.
000950
000960 FD  BOOK-DEPOSITS.
000970 01  BOOK-DEPOSIT-STRUCTURE.
000980     COPY "DEPOSIT-ITEM-RECORD.CPY" REPLACING ==(TAG)==
000990          BY ==BK-==.
001000
001010 FD  RUN-PARM-FILE
001020     RECORDING MODE IS F.
001030 01  RUN-PARM-LINE                PIC X(40).
001040
001050 FD  REPORT-FILE
001060     RECORDING MODE IS F.
001070 01  REPORT-LINE                  PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100*                                                                *
001110*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001120*                                                                *
001130 01  STMTIN                     PIC X(50)
001140     VALUE "bank-statement.txt".
001150 01  BANKCR                     PIC X(50)
001160     VALUE "/mnt/c/cobfiles\bank-credits.idx".
001170 01  BOOKDEP                    PIC X(50)
001180     VALUE "/mnt/c/cobfiles\book-deposits.idx".
001190 01  RUNPARMS                   PIC X(50)
001200     VALUE "ledger-run-parms.txt".
001210 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001220
001230 01  STMTIN-STATUS              PIC X(02).
001240 01  BANKCR-STATUS              PIC X(02).
001250 01  BOOKDEP-STATUS             PIC X(02).
001260 01  RUNPARM-STATUS             PIC X(02).
001270 01  REPORT-STATUS              PIC X(02).
001280
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001310         88  WS-EOF-YES                    VALUE 'Y'.
001320     05  WS-DAY-EOF-SWITCH       PIC X(01) VALUE 'N'.
001330         88  WS-DAY-EOF                    VALUE 'Y'.
001340     05  WS-DUPLICATE-SWITCH     PIC X(01) VALUE 'N'.
001350         88  WS-DUPLICATE-CREDIT           VALUE 'Y'.
001360     05  WS-BOOK-EOF-SWITCH      PIC X(01) VALUE 'N'.
001370         88  WS-BOOK-EOF                   VALUE 'Y'.
001380     05  WS-BOOK-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001390         88  WS-BOOK-FOUND                 VALUE 'Y'.
001400*   WHICH OF THE TWO BOOK-DEPOSIT LISTS 6000 IS PRINTING.
001410     05  WS-LIST-SWITCH          PIC X(01) VALUE 'T'.
001420         88  WS-LIST-TIMING                VALUE 'T'.
001430         88  WS-LIST-UNMATCHED             VALUE 'U'.
001440
001450 01  WS-TODAY-8                 PIC 9(08).
001452 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001454     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001456 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001460*   THE STATEMENT DATE FROM THE H LINE (TODAY WITHOUT ONE) --
001470*   THE DATE THE OPEN ITEMS ARE AGED TO.
001480 01  WS-AS-OF-DATE              PIC 9(08).
001490 01  WS-AS-OF-INTEGER           PIC 9(07).
001500 01  WS-ITEM-INTEGER            PIC 9(07).
001510 01  WS-DAYS-OPEN               PIC S9(05).
001520 01  WS-WINDOW-FROM             PIC 9(08).
001530 01  WS-WINDOW-TO               PIC 9(08).
001540 01  WS-MATCH-SOURCE            PIC X(01).
001550
001560 01  WS-PARM-NAME               PIC X(20).
001570 01  WS-PARM-VALUE              PIC X(20).
001580 01  WS-LAG-DAYS                PIC 9(02) VALUE 3.
001590
001600*                                                                *
001610*   FIELDS UNSTRUNG FROM THE STATEMENT LINES                     *
001620*                                                                *
001630 01  WS-IN-RECORD-TYPE          PIC X(01).
001640 01  WS-IN-DATE                 PIC X(08).
001650 01  WS-IN-AMOUNT               PIC X(12).
001660 01  WS-IN-AMOUNT-CENTS REDEFINES WS-IN-AMOUNT
001670                                PIC 9(10)V9(02).
001680 01  WS-IN-TYPE                 PIC X(03).
001690 01  WS-IN-REFERENCE            PIC X(20).
001700 01  WS-IN-DESCRIPTION          PIC X(40).
001710 01  WS-NEXT-SEQ                PIC 9(03).
001720
001730 01  WS-COUNTERS.
001740     05  WS-LOADED-COUNT         PIC 9(05) VALUE ZERO.
001750     05  WS-ALREADY-COUNT        PIC 9(05) VALUE ZERO.
001760     05  WS-DEBIT-COUNT          PIC 9(05) VALUE ZERO.
001770     05  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
001780     05  WS-MATCHED-COUNT        PIC 9(05) VALUE ZERO.
001790     05  WS-BANK-OPEN-COUNT      PIC 9(05) VALUE ZERO.
001800     05  WS-TIMING-COUNT         PIC 9(05) VALUE ZERO.
001810     05  WS-BOOK-OPEN-COUNT      PIC 9(05) VALUE ZERO.
001820 01  WS-TOTALS.
001830     05  WS-MATCHED-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
001840     05  WS-BANK-OPEN-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
001850     05  WS-TIMING-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
001860     05  WS-BOOK-OPEN-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
001870 01  WS-TOTAL-EDITED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001880
001890 01  WS-RC-FUNCTION             PIC X(01).
001900 01  WS-RC-JOB-NAME             PIC X(20)
001910     VALUE "BANK-DEPOSIT-RECON".
001920 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001930 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001940 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001950
001960*                                                                *
001970*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001980*                                                                *
001990 01  WS-SPOOL-FUNCTION          PIC X(01).
002000 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002010     VALUE "deposit-reconcile".
002020 01  WS-SPOOL-JOB-NAME          PIC X(20)
002030     VALUE "BANK-DEPOSIT-RECON".
002040 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
002050 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002060 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002070
002080*                                                                *
002090*   SOURCE NAMES FOR THE REPORT                                  *
002100*                                                                *
002110 01  WS-SOURCE-CODE             PIC X(01).
002120 01  WS-SOURCE-NAME             PIC X(07).
002130
002140*                                                                *
002150*   MATCHED ITEM LINE -- BANK SIDE, THEN BOOK SIDE               *
002160*                                                                *
002170 01  WS-MATCH-LINE.
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002190     05  WS-ML-BANK-DATE         PIC 9(08).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WS-ML-BANK-TYPE         PIC X(03).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-ML-BANK-REF          PIC X(20).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  WS-ML-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002260     05  FILLER                  PIC X(04) VALUE SPACES.
002270     05  WS-ML-BOOK-DATE         PIC 9(08).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  WS-ML-SOURCE            PIC X(07).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  WS-ML-BOOK-REF          PIC X(20).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WS-ML-COUNT             PIC ZZZZ9.
002340
002350*                                                                *
002360*   OPEN ITEM LINE -- ONE SIDE ONLY, WITH DAYS OPEN              *
002370*                                                                *
002380 01  WS-OPEN-LINE.
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  WS-OL-DATE              PIC 9(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WS-OL-SOURCE            PIC X(07).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  WS-OL-TYPE              PIC X(03).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  WS-OL-REFERENCE         PIC X(20).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  WS-OL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WS-OL-COUNT             PIC ZZZZ9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  WS-OL-DAYS              PIC ZZZZ9-.
002530     05  FILLER                  PIC X(10) VALUE " DAYS OPEN".
002540
002550 PROCEDURE DIVISION.
002560*                                                                *
002570*   0000-MAINLINE                                               *
002580*                                                                *
002590 0000-MAINLINE.
002600     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002605          WS-OVERRIDE-MARK.
002610     MOVE WS-TODAY-8 TO WS-AS-OF-DATE.
002620     MOVE 'S' TO WS-RC-FUNCTION.
002630     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002640          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002650          WS-RC-CODE.
002660     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002670     OPEN I-O BANK-CREDITS.
002680     IF BANKCR-STATUS NOT = '00' AND BANKCR-STATUS NOT = '05'
002690        DISPLAY "CANNOT OPEN BANK CREDIT FILE, STATUS "
002700                BANKCR-STATUS
002710        MOVE "0012" TO WS-RC-CODE
002720        MOVE 8 TO RETURN-CODE
002730        GO TO 8900-END-RUN
002740     END-IF.
002750     OPEN I-O BOOK-DEPOSITS.
002760     IF BOOKDEP-STATUS NOT = '00' AND BOOKDEP-STATUS NOT = '05'
002770        DISPLAY "CANNOT OPEN BOOK DEPOSIT FILE, STATUS "
002780                BOOKDEP-STATUS
002790        CLOSE BANK-CREDITS
002800        MOVE "0012" TO WS-RC-CODE
002810        MOVE 8 TO RETURN-CODE
002820        GO TO 8900-END-RUN
002830     END-IF.
002840     PERFORM 1500-START-REPORT THRU 1500-EXIT.
002850     PERFORM 2000-LOAD-STATEMENT THRU 2000-EXIT.
002860     COMPUTE WS-AS-OF-INTEGER =
002870        FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
002880     PERFORM 3000-MATCH-BANK-CREDITS THRU 3000-EXIT.
002890     PERFORM 5000-LIST-BANK-CREDITS THRU 5000-EXIT.
002900     MOVE 'T' TO WS-LIST-SWITCH.
002910     PERFORM 6000-LIST-BOOK-DEPOSITS THRU 6000-EXIT.
002920     MOVE 'U' TO WS-LIST-SWITCH.
002930     PERFORM 6000-LIST-BOOK-DEPOSITS THRU 6000-EXIT.
002940     PERFORM 8000-FINISH-REPORT THRU 8000-EXIT.
002950     CLOSE BANK-CREDITS.
002960     CLOSE BOOK-DEPOSITS.
002970     IF WS-BANK-OPEN-COUNT > ZERO OR WS-BOOK-OPEN-COUNT > ZERO
002980        MOVE "UNMT" TO WS-RC-CODE
002990        MOVE 4 TO RETURN-CODE
003000     END-IF.
003010 8900-END-RUN.
003020     MOVE 'E' TO WS-RC-FUNCTION.
003030     MOVE WS-MATCHED-COUNT TO WS-RC-WRITTEN.
003040     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003050          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003060          WS-RC-CODE.
003070     DISPLAY "BANK-DEPOSIT-RECONCILE RUN COMPLETE".
003080     DISPLAY "BANK CREDITS LOADED:       " WS-LOADED-COUNT.
003090     DISPLAY "MATCHED:                   " WS-MATCHED-COUNT.
003100     DISPLAY "UNMATCHED BANK CREDITS:    " WS-BANK-OPEN-COUNT.
003110     DISPLAY "TIMING DIFFERENCES:        " WS-TIMING-COUNT.
003120     DISPLAY "UNMATCHED BOOK DEPOSITS:   " WS-BOOK-OPEN-COUNT.
003130     GO TO 9999-EXIT.
003140
003150*                                                                *
003160*   1000-READ-RUN-PARMS -- DEPOSIT-LAG-DAYS= IN THE SHARED       *
003170*   LEDGER RUN PARAMETER FILE, TWO DIGITS; 3 IF ABSENT           *
003180*                                                                *
003190 1000-READ-RUN-PARMS.
003200     OPEN INPUT RUN-PARM-FILE.
003210     IF RUNPARM-STATUS NOT = '00'
003220        GO TO 1000-EXIT
003230     END-IF.
003240     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
003250             UNTIL RUNPARM-STATUS NOT = '00'.
003260     CLOSE RUN-PARM-FILE.
003270 1000-EXIT.
003280     EXIT.
003290
003300 1050-READ-ONE-PARM.
003310     READ RUN-PARM-FILE
003320         AT END
003330            MOVE '10' TO RUNPARM-STATUS
003340            GO TO 1050-EXIT
003350     END-READ.
003360     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003370     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003380         INTO WS-PARM-NAME, WS-PARM-VALUE
003390     END-UNSTRING.
003400     IF WS-PARM-NAME = "DEPOSIT-LAG-DAYS"
003410        AND WS-PARM-VALUE (1:2) NUMERIC
003420        MOVE WS-PARM-VALUE (1:2) TO WS-LAG-DAYS
003430     END-IF.
003440 1050-EXIT.
003450     EXIT.
003460
003470*                                                                *
003480*   1500-START-REPORT -- OPEN THE RECONCILIATION REPORT ON THE   *
003490*   SPOOL                                                        *
003500*                                                                *
003510 1500-START-REPORT.
003520     MOVE 'N' TO WS-SPOOL-FUNCTION.
003530     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003540          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003550          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003560          WS-SPOOL-MEMBER-NAME.
003570     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003580     OPEN OUTPUT REPORT-FILE.
003590     MOVE SPACES TO REPORT-LINE.
003600     STRING "DEPOSIT RECONCILIATION -- RUN " WS-TODAY-8
003610            "   MATCHING LAG " WS-LAG-DAYS " DAYS"
003620            DELIMITED BY SIZE INTO REPORT-LINE
003630     END-STRING.
003640     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003642     IF WS-DATE-OVERRIDDEN
003644        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003646        PERFORM 7900-PUT-LINE THRU 7900-EXIT
003648     END-IF.
003650     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003660 1500-EXIT.
003670     EXIT.
003680
003690*                                                                *
003700*   2000-LOAD-STATEMENT -- EVERY CREDIT ON TODAY'S STATEMENT     *
003710*   ONTO THE BANK CREDIT FILE, OPEN                              *
003720*                                                                *
003730 2000-LOAD-STATEMENT.
003740     OPEN INPUT BANK-STATEMENT.
003750     IF STMTIN-STATUS NOT = '00'
003760        DISPLAY "NO BANK STATEMENT (" STMTIN ") -- ONLY THE "
003770                "CARRIED-FORWARD ITEMS WILL BE RECONCILED"
003780        MOVE "NO STATEMENT FILE -- CARRIED-FORWARD ITEMS ONLY"
003790             TO REPORT-LINE
003800        PERFORM 7900-PUT-LINE THRU 7900-EXIT
003810        PERFORM 7900-PUT-LINE THRU 7900-EXIT
003820        GO TO 2000-EXIT
003830     END-IF.
003840     MOVE 'N' TO WS-EOF-SWITCH.
003850     PERFORM 2100-READ-STATEMENT-LINE THRU 2100-EXIT
003860             UNTIL WS-EOF-YES.
003870     CLOSE BANK-STATEMENT.
003880     STRING "STATEMENT " WS-AS-OF-DATE ": "
003890            WS-LOADED-COUNT " CREDIT(S) LOADED, "
003900            WS-ALREADY-COUNT " ALREADY ON FILE, "
003910            WS-DEBIT-COUNT " DEBIT(S) NOT RECONCILED HERE, "
003920            WS-REJECT-COUNT " LINE(S) REJECTED"
003930            DELIMITED BY SIZE INTO REPORT-LINE
003940     END-STRING.
003950     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003960     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-READ-STATEMENT-LINE.
004010     READ BANK-STATEMENT
004020         AT END
004030            MOVE 'Y' TO WS-EOF-SWITCH
004040            GO TO 2100-EXIT
004050     END-READ.
004060     ADD 1 TO WS-RC-READ.
004070     IF STATEMENT-LINE = SPACES OR STATEMENT-LINE (1:1) = '*'
004080        GO TO 2100-EXIT
004090     END-IF.
004100     MOVE SPACES TO WS-IN-DATE WS-IN-AMOUNT WS-IN-TYPE
004110                    WS-IN-REFERENCE WS-IN-DESCRIPTION.
004120     UNSTRING STATEMENT-LINE DELIMITED BY ","
004130         INTO WS-IN-RECORD-TYPE, WS-IN-DATE, WS-IN-AMOUNT,
004140              WS-IN-TYPE, WS-IN-REFERENCE, WS-IN-DESCRIPTION
004150     END-UNSTRING.
004160     EVALUATE WS-IN-RECORD-TYPE
004170         WHEN 'H'
004180             IF WS-IN-DATE NUMERIC
004190                MOVE WS-IN-DATE TO WS-AS-OF-DATE
004200             END-IF
004210         WHEN 'C'
004220             PERFORM 2200-LOAD-ONE-CREDIT THRU 2200-EXIT
004230         WHEN 'D'
004240             ADD 1 TO WS-DEBIT-COUNT
004250         WHEN OTHER
004260             PERFORM 2900-REJECT-LINE THRU 2900-EXIT
004270     END-EVALUATE.
004280 2100-EXIT.
004290     EXIT.
004300
004310*                                                                *
004320*   2200-LOAD-ONE-CREDIT -- SKIPPED IF THE SAME DATE, REFERENCE  *
004330*   AND AMOUNT IS ALREADY ON FILE, OTHERWISE WRITTEN UNDER THE   *
004340*   NEXT SEQUENCE FOR ITS POSTING DATE                           *
004350*                                                                *
004360 2200-LOAD-ONE-CREDIT.
004370     IF WS-IN-DATE NOT NUMERIC
004380        OR WS-IN-AMOUNT NOT NUMERIC
004390        OR WS-IN-AMOUNT = ZERO
004400        PERFORM 2900-REJECT-LINE THRU 2900-EXIT
004410        GO TO 2200-EXIT
004420     END-IF.
004430     PERFORM 2300-SCAN-CREDIT-DAY THRU 2300-EXIT.
004440     IF WS-DUPLICATE-CREDIT
004450        ADD 1 TO WS-ALREADY-COUNT
004460        GO TO 2200-EXIT
004470     END-IF.
004480     MOVE SPACES             TO BANK-CREDIT-STRUCTURE.
004490     MOVE WS-IN-DATE         TO BC-ITEM-DATE.
004500     SET BC-FROM-BANK        TO TRUE.
004510     MOVE WS-NEXT-SEQ        TO BC-ITEM-SEQ.
004520     MOVE WS-IN-AMOUNT-CENTS TO BC-AMOUNT.
004530     MOVE 1                  TO BC-ITEM-COUNT.
004540     MOVE WS-IN-REFERENCE    TO BC-REFERENCE.
004550     MOVE WS-IN-TYPE         TO BC-BANK-TYPE.
004560     SET BC-ITEM-OPEN        TO TRUE.
004570     MOVE ZERO               TO BC-MATCHED-DATE.
004580     WRITE BANK-CREDIT-STRUCTURE
004590         INVALID KEY
004600            PERFORM 2900-REJECT-LINE THRU 2900-EXIT
004610            GO TO 2200-EXIT
004620     END-WRITE.
004630     ADD 1 TO WS-LOADED-COUNT.
004640 2200-EXIT.
004650     EXIT.
004660
004670*                                                                *
004680*   2300-SCAN-CREDIT-DAY -- THE CREDITS ALREADY ON FILE FOR THE  *
004690*   POSTING DATE: IS THIS ONE AMONG THEM, AND WHAT SEQUENCE      *
004700*   COMES NEXT                                                   *
004710*                                                                *
004720 2300-SCAN-CREDIT-DAY.
004730     MOVE 'N'  TO WS-DUPLICATE-SWITCH.
004740     MOVE 'N'  TO WS-DAY-EOF-SWITCH.
004750     MOVE ZERO TO WS-NEXT-SEQ.
004760     MOVE WS-IN-DATE TO BC-ITEM-DATE.
004770     SET BC-FROM-BANK TO TRUE.
004780     MOVE ZERO TO BC-ITEM-SEQ.
004790     START BANK-CREDITS KEY IS >= BC-ITEM-KEY
004800         INVALID KEY
004810            MOVE 'Y' TO WS-DAY-EOF-SWITCH
004820     END-START.
004830     PERFORM 2350-CHECK-ONE-CREDIT THRU 2350-EXIT
004840             UNTIL WS-DAY-EOF.
004850     ADD 1 TO WS-NEXT-SEQ.
004860 2300-EXIT.
004870     EXIT.
004880
004890 2350-CHECK-ONE-CREDIT.
004900     READ BANK-CREDITS NEXT RECORD
004910         AT END
004920            MOVE 'Y' TO WS-DAY-EOF-SWITCH
004930            GO TO 2350-EXIT
004940     END-READ.
004950     IF BC-ITEM-DATE NOT = WS-IN-DATE
004960        MOVE 'Y' TO WS-DAY-EOF-SWITCH
004970        GO TO 2350-EXIT
004980     END-IF.
004990     MOVE BC-ITEM-SEQ TO WS-NEXT-SEQ.
005000     IF BC-REFERENCE = WS-IN-REFERENCE
005010        AND BC-AMOUNT = WS-IN-AMOUNT-CENTS
005020        MOVE 'Y' TO WS-DUPLICATE-SWITCH
005030     END-IF.
005040 2350-EXIT.
005050     EXIT.
005060
005070 2900-REJECT-LINE.
005080     ADD 1 TO WS-REJECT-COUNT.
005090     MOVE SPACES TO REPORT-LINE.
005100     STRING "STATEMENT LINE NOT LOADED: " STATEMENT-LINE (1:90)
005110            DELIMITED BY SIZE INTO REPORT-LINE
005120     END-STRING.
005130     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005140 2900-EXIT.
005150     EXIT.
005160
005170*                                                                *
005180*   3000-MATCH-BANK-CREDITS -- EVERY OPEN BANK CREDIT, TODAY'S   *
005190*   AND THOSE CARRIED FORWARD, AGAINST THE OPEN BOOK DEPOSITS    *
005200*                                                                *
005210 3000-MATCH-BANK-CREDITS.
005220     MOVE "MATCHED ITEMS" TO REPORT-LINE.
005230     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005240     STRING " BANK DATE TYPE  BANK REFERENCE"
005250            "                  AMOUNT    BOOK DATE SOURCE"
005260            "   BOOK REFERENCE        ITEMS"
005270            DELIMITED BY SIZE INTO REPORT-LINE
005280     END-STRING.
005290     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005300     MOVE 'N' TO WS-EOF-SWITCH.
005310     MOVE LOW-VALUES TO BC-ITEM-KEY.
005320     START BANK-CREDITS KEY IS >= BC-ITEM-KEY
005330         INVALID KEY
005340            MOVE 'Y' TO WS-EOF-SWITCH
005350     END-START.
005360     PERFORM 3100-MATCH-ONE-CREDIT THRU 3100-EXIT
005370             UNTIL WS-EOF-YES.
005380     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005390     MOVE WS-MATCHED-TOTAL TO WS-TOTAL-EDITED.
005400     STRING " MATCHED: " WS-MATCHED-COUNT "   TOTAL "
005410            WS-TOTAL-EDITED
005420            DELIMITED BY SIZE INTO REPORT-LINE
005430     END-STRING.
005440     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005450     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005460 3000-EXIT.
005470     EXIT.
005480
005490 3100-MATCH-ONE-CREDIT.
005500     READ BANK-CREDITS NEXT RECORD
005510         AT END
005520            MOVE 'Y' TO WS-EOF-SWITCH
005530            GO TO 3100-EXIT
005540     END-READ.
005550     IF NOT BC-ITEM-OPEN
005560        GO TO 3100-EXIT
005570     END-IF.
005580     PERFORM 3200-FIND-BOOK-DEPOSIT THRU 3200-EXIT.
005590     IF NOT WS-BOOK-FOUND
005600        GO TO 3100-EXIT
005610     END-IF.
005620     SET BK-ITEM-MATCHED TO TRUE.
005630     MOVE WS-TODAY-8   TO BK-MATCHED-DATE.
005640     MOVE BC-ITEM-KEY  TO BK-MATCHED-KEY.
005650     REWRITE BOOK-DEPOSIT-STRUCTURE
005660         INVALID KEY
005670            DISPLAY "CANNOT MARK BOOK DEPOSIT " BK-ITEM-KEY
005680                    " MATCHED"
005690            GO TO 3100-EXIT
005700     END-REWRITE.
005710     SET BC-ITEM-MATCHED TO TRUE.
005720     MOVE WS-TODAY-8   TO BC-MATCHED-DATE.
005730     MOVE BK-ITEM-KEY  TO BC-MATCHED-KEY.
005740     REWRITE BANK-CREDIT-STRUCTURE
005750         INVALID KEY
005760            DISPLAY "CANNOT MARK BANK CREDIT " BC-ITEM-KEY
005770                    " MATCHED"
005780     END-REWRITE.
005790     MOVE BC-ITEM-DATE   TO WS-ML-BANK-DATE.
005800     MOVE BC-BANK-TYPE   TO WS-ML-BANK-TYPE.
005810     MOVE BC-REFERENCE   TO WS-ML-BANK-REF.
005820     MOVE BC-AMOUNT      TO WS-ML-AMOUNT.
005830     MOVE BK-ITEM-DATE   TO WS-ML-BOOK-DATE.
005840     MOVE BK-SOURCE      TO WS-SOURCE-CODE.
005850     PERFORM 7500-NAME-SOURCE THRU 7500-EXIT.
005860     MOVE WS-SOURCE-NAME TO WS-ML-SOURCE.
005870     MOVE BK-REFERENCE   TO WS-ML-BOOK-REF.
005880     MOVE BK-ITEM-COUNT  TO WS-ML-COUNT.
005890     MOVE WS-MATCH-LINE  TO REPORT-LINE.
005900     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005910     ADD 1 TO WS-MATCHED-COUNT.
005920     ADD BC-AMOUNT TO WS-MATCHED-TOTAL.
005930 3100-EXIT.
005940     EXIT.
005950
005960*                                                                *
005970*   3200-FIND-BOOK-DEPOSIT -- THE EARLIEST OPEN BOOK DEPOSIT OF  *
005980*   THE SAME AMOUNT (AND SOURCE, WHEN THE BANK'S TYPE NAMES      *
005990*   ONE) DATED WITHIN THE LAG EITHER SIDE OF THE BANK CREDIT     *
006000*                                                                *
006010 3200-FIND-BOOK-DEPOSIT.
006020     MOVE 'N' TO WS-BOOK-FOUND-SWITCH.
006030     MOVE 'N' TO WS-BOOK-EOF-SWITCH.
006040     EVALUATE BC-BANK-TYPE
006050         WHEN "LBX"
006060             MOVE 'L' TO WS-MATCH-SOURCE
006070         WHEN "DEP"
006080             MOVE 'K' TO WS-MATCH-SOURCE
006090         WHEN "ACH"
006100             MOVE 'A' TO WS-MATCH-SOURCE
006103         WHEN "CRD"
006106             MOVE 'C' TO WS-MATCH-SOURCE
006110         WHEN OTHER
006120             MOVE SPACE TO WS-MATCH-SOURCE
006130     END-EVALUATE.
006140     COMPUTE WS-ITEM-INTEGER =
006150        FUNCTION INTEGER-OF-DATE(BC-ITEM-DATE).
006160     COMPUTE WS-WINDOW-FROM =
006170        FUNCTION DATE-OF-INTEGER(WS-ITEM-INTEGER - WS-LAG-DAYS).
006180     COMPUTE WS-WINDOW-TO =
006190        FUNCTION DATE-OF-INTEGER(WS-ITEM-INTEGER + WS-LAG-DAYS).
006200     MOVE LOW-VALUES     TO BK-ITEM-KEY.
006210     MOVE WS-WINDOW-FROM TO BK-ITEM-DATE.
006220     START BOOK-DEPOSITS KEY IS >= BK-ITEM-KEY
006230         INVALID KEY
006240            GO TO 3200-EXIT
006250     END-START.
006260     PERFORM 3300-CHECK-ONE-DEPOSIT THRU 3300-EXIT
006270             UNTIL WS-BOOK-EOF OR WS-BOOK-FOUND.
006280 3200-EXIT.
006290     EXIT.
006300
006310 3300-CHECK-ONE-DEPOSIT.
006320     READ BOOK-DEPOSITS NEXT RECORD
006330         AT END
006340            MOVE 'Y' TO WS-BOOK-EOF-SWITCH
006350            GO TO 3300-EXIT
006360     END-READ.
006370     IF BK-ITEM-DATE > WS-WINDOW-TO
006380        MOVE 'Y' TO WS-BOOK-EOF-SWITCH
006390        GO TO 3300-EXIT
006400     END-IF.
006410     IF NOT BK-ITEM-OPEN
006420        OR BK-AMOUNT NOT = BC-AMOUNT
006430        GO TO 3300-EXIT
006440     END-IF.
006450     IF WS-MATCH-SOURCE NOT = SPACE
006460        AND BK-SOURCE NOT = WS-MATCH-SOURCE
006463        AND NOT (WS-MATCH-SOURCE = 'K' AND BK-FROM-GARNISHMENT)
006470        GO TO 3300-EXIT
006480     END-IF.
006490     MOVE 'Y' TO WS-BOOK-FOUND-SWITCH.
006500 3300-EXIT.
006510     EXIT.
006520
006530*                                                                *
006540*   5000-LIST-BANK-CREDITS -- BANK CREDITS STILL OPEN: MONEY AT  *
006550*   THE BANK THE BOOKS DO NOT SHOW RECEIVING.  CARRIED FORWARD   *
006560*   TO THE NEXT RUN.                                             *
006570*                                                                *
006580 5000-LIST-BANK-CREDITS.
006590     MOVE "UNMATCHED BANK CREDITS (CARRIED FORWARD)"
006600          TO REPORT-LINE.
006610     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006620     MOVE 'N' TO WS-EOF-SWITCH.
006630     MOVE LOW-VALUES TO BC-ITEM-KEY.
006640     START BANK-CREDITS KEY IS >= BC-ITEM-KEY
006650         INVALID KEY
006660            MOVE 'Y' TO WS-EOF-SWITCH
006670     END-START.
006680     PERFORM 5100-LIST-ONE-CREDIT THRU 5100-EXIT
006690             UNTIL WS-EOF-YES.
006700     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006710     MOVE WS-BANK-OPEN-TOTAL TO WS-TOTAL-EDITED.
006720     STRING " UNMATCHED BANK CREDITS: " WS-BANK-OPEN-COUNT
006730            "   TOTAL " WS-TOTAL-EDITED
006740            DELIMITED BY SIZE INTO REPORT-LINE
006750     END-STRING.
006760     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006770     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
006780 5000-EXIT.
006790     EXIT.
006800
006810 5100-LIST-ONE-CREDIT.
006820     READ BANK-CREDITS NEXT RECORD
006830         AT END
006840            MOVE 'Y' TO WS-EOF-SWITCH
006850            GO TO 5100-EXIT
006860     END-READ.
006870     IF NOT BC-ITEM-OPEN
006880        GO TO 5100-EXIT
006890     END-IF.
006900     COMPUTE WS-ITEM-INTEGER =
006910        FUNCTION INTEGER-OF-DATE(BC-ITEM-DATE).
006920     COMPUTE WS-DAYS-OPEN = WS-AS-OF-INTEGER - WS-ITEM-INTEGER.
006930     MOVE BC-ITEM-DATE   TO WS-OL-DATE.
006940     MOVE "BANK"         TO WS-OL-SOURCE.
006950     MOVE BC-BANK-TYPE   TO WS-OL-TYPE.
006960     MOVE BC-REFERENCE   TO WS-OL-REFERENCE.
006970     MOVE BC-AMOUNT      TO WS-OL-AMOUNT.
006980     MOVE BC-ITEM-COUNT  TO WS-OL-COUNT.
006990     MOVE WS-DAYS-OPEN   TO WS-OL-DAYS.
007000     MOVE WS-OPEN-LINE   TO REPORT-LINE.
007010     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007020     ADD 1 TO WS-BANK-OPEN-COUNT.
007030     ADD BC-AMOUNT TO WS-BANK-OPEN-TOTAL.
007040 5100-EXIT.
007050     EXIT.
007060
007070*                                                                *
007080*   6000-LIST-BOOK-DEPOSITS -- BOOK DEPOSITS STILL OPEN.  ONE    *
007090*   NO MORE THAN THE LAG OLD IS A TIMING DIFFERENCE THE NEXT     *
007100*   STATEMENT SHOULD CLEAR; AN OLDER ONE IS UNMATCHED.  RUN      *
007110*   ONCE FOR EACH LIST (WS-LIST-SWITCH).                         *
007120*                                                                *
007130 6000-LIST-BOOK-DEPOSITS.
007140     IF WS-LIST-TIMING
007150        MOVE "TIMING DIFFERENCES (BOOK DEPOSITS NOT YET AT THE "
007160             TO REPORT-LINE
007170        MOVE "BANK, CARRIED FORWARD)" TO REPORT-LINE (50:22)
007180     ELSE
007190        MOVE "UNMATCHED BOOK DEPOSITS (OLDER THAN THE LAG)"
007200             TO REPORT-LINE
007210     END-IF.
007220     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007230     MOVE 'N' TO WS-EOF-SWITCH.
007240     MOVE LOW-VALUES TO BK-ITEM-KEY.
007250     START BOOK-DEPOSITS KEY IS >= BK-ITEM-KEY
007260         INVALID KEY
007270            MOVE 'Y' TO WS-EOF-SWITCH
007280     END-START.
007290     PERFORM 6100-LIST-ONE-DEPOSIT THRU 6100-EXIT
007300             UNTIL WS-EOF-YES.
007310     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007320     IF WS-LIST-TIMING
007330        MOVE WS-TIMING-TOTAL TO WS-TOTAL-EDITED
007340        STRING " TIMING DIFFERENCES: " WS-TIMING-COUNT
007350               "   TOTAL " WS-TOTAL-EDITED
007360               DELIMITED BY SIZE INTO REPORT-LINE
007370        END-STRING
007380     ELSE
007390        MOVE WS-BOOK-OPEN-TOTAL TO WS-TOTAL-EDITED
007400        STRING " UNMATCHED BOOK DEPOSITS: " WS-BOOK-OPEN-COUNT
007410               "   TOTAL " WS-TOTAL-EDITED
007420               DELIMITED BY SIZE INTO REPORT-LINE
007430        END-STRING
007440     END-IF.
007450     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007460     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007470 6000-EXIT.
007480     EXIT.
007490
007500 6100-LIST-ONE-DEPOSIT.
007510     READ BOOK-DEPOSITS NEXT RECORD
007520         AT END
007530            MOVE 'Y' TO WS-EOF-SWITCH
007540            GO TO 6100-EXIT
007550     END-READ.
007560     IF NOT BK-ITEM-OPEN
007570        GO TO 6100-EXIT
007580     END-IF.
007590     COMPUTE WS-ITEM-INTEGER =
007600        FUNCTION INTEGER-OF-DATE(BK-ITEM-DATE).
007610     COMPUTE WS-DAYS-OPEN = WS-AS-OF-INTEGER - WS-ITEM-INTEGER.
007620     IF WS-LIST-TIMING
007630        IF WS-DAYS-OPEN > WS-LAG-DAYS
007640           GO TO 6100-EXIT
007650        END-IF
007660        ADD 1 TO WS-TIMING-COUNT
007670        ADD BK-AMOUNT TO WS-TIMING-TOTAL
007680     ELSE
007690        IF WS-DAYS-OPEN NOT > WS-LAG-DAYS
007700           GO TO 6100-EXIT
007710        END-IF
007720        ADD 1 TO WS-BOOK-OPEN-COUNT
007730        ADD BK-AMOUNT TO WS-BOOK-OPEN-TOTAL
007740     END-IF.
007750     MOVE BK-ITEM-DATE   TO WS-OL-DATE.
007760     MOVE BK-SOURCE      TO WS-SOURCE-CODE.
007770     PERFORM 7500-NAME-SOURCE THRU 7500-EXIT.
007780     MOVE WS-SOURCE-NAME TO WS-OL-SOURCE.
007790     MOVE SPACES         TO WS-OL-TYPE.
007800     MOVE BK-REFERENCE   TO WS-OL-REFERENCE.
007810     MOVE BK-AMOUNT      TO WS-OL-AMOUNT.
007820     MOVE BK-ITEM-COUNT  TO WS-OL-COUNT.
007830     MOVE WS-DAYS-OPEN   TO WS-OL-DAYS.
007840     MOVE WS-OPEN-LINE   TO REPORT-LINE.
007850     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007860 6100-EXIT.
007870     EXIT.
007880
007890 7500-NAME-SOURCE.
007900     EVALUATE WS-SOURCE-CODE
007910         WHEN 'L'
007920             MOVE "LOCKBOX" TO WS-SOURCE-NAME
007930         WHEN 'K'
007940             MOVE "DRAWER"  TO WS-SOURCE-NAME
007950         WHEN 'A'
007960             MOVE "ACH"     TO WS-SOURCE-NAME
007963         WHEN 'C'
007966             MOVE "CARD"    TO WS-SOURCE-NAME
007967         WHEN 'G'
007968             MOVE "GARNISH" TO WS-SOURCE-NAME
007970         WHEN OTHER
007980             MOVE "BANK"    TO WS-SOURCE-NAME
007990     END-EVALUATE.
008000 7500-EXIT.
008010     EXIT.
008020
008030 7900-PUT-LINE.
008040     WRITE REPORT-LINE.
008050     ADD 1 TO WS-SPOOL-LINE-COUNT.
008060     MOVE SPACES TO REPORT-LINE.
008070 7900-EXIT.
008080     EXIT.
008090
008100*                                                                *
008110*   8000-FINISH-REPORT -- CLOSE AND REGISTER THE REPORT ON THE   *
008120*   SPOOL                                                        *
008130*                                                                *
008140 8000-FINISH-REPORT.
008150     IF WS-BANK-OPEN-COUNT > ZERO OR WS-BOOK-OPEN-COUNT > ZERO
008160        MOVE "UNMATCHED ITEMS ON FILE -- FINANCE TO RESEARCH"
008170             TO REPORT-LINE
008180     ELSE
008190        MOVE "ALL DEPOSITS RECONCILED OR INSIDE THE LAG"
008200             TO REPORT-LINE
008210     END-IF.
008220     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
008230     CLOSE REPORT-FILE.
008240     MOVE 'R' TO WS-SPOOL-FUNCTION.
008250     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
008260          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
008270          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
008280          WS-SPOOL-MEMBER-NAME.
008290 8000-EXIT.
008300     EXIT.
008310
008320 9999-EXIT.
008330     STOP RUN.
