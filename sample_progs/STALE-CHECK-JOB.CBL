000010******************************************************************
000020*                                                                *
000030*   STALE-CHECK-JOB                                              *
000040*                                                                *
000050*   MONTHLY STALE-DATED REFUND CHECK RUN.  A REFUND CHECK THAT   *
000060*   IS NEVER CASHED SITS ON THE CHECK REGISTER AS ISSUED         *
000070*   FOREVER WHILE THE MONEY IS STILL THE CUSTOMER'S.  EVERY      *
000080*   CHECK STILL ISSUED MORE THAN STALE-DAYS= DAYS (DEFAULT 180)  *
000090*   AFTER ITS CHECK DATE IS --                                   *
000100*                                                                *
000110*       VOIDED ON THE REGISTER (REASON S), SO THE NEXT           *
000120*       POSITIVE-PAY-EXPORT TELLS THE BANK NOT TO PAY IT         *
000130*       PUT BACK ON THE ACCOUNT BY A CREDIT LINE IN A HEADED     *
000140*       LEDGER-POST BATCH PER COMPANY.  THE REFUND ITSELF        *
000150*       POSTED AS TYPE F, WHICH CANNOT BE REVERSED, SO THE       *
000160*       CREDIT STANDS IN FOR THE REVERSAL AND LEAVES THE         *
000170*       BALANCE WHERE IT STOOD, AS THE REFUND DID                *
000180*       FLAGGED ON THE ACCOUNT MASTER AS UNCLAIMED MONEY, SO     *
000190*       REFUND-CHECK-RUN CUTS NO SECOND CHECK AND                *
000200*       DORMANT-ACCOUNT-JOB COUNTS THE AMOUNT FOR ESCHEATMENT    *
000210*                                                                *
000220*   EACH CHECK VOIDED GOES ON THE STALE-CHECK REGISTER FOR THE   *
000230*   AUDITORS, KEPT PERMANENTLY ON THE SPOOL.  RUN IT BEFORE      *
000240*   POSITIVE-PAY-EXPORT AND THE NEXT LEDGER-POST.  THE BATCH     *
000250*   NUMBER IS 9MMDDC (JOB 9, RUN DATE, COMPANY), SO A SECOND     *
000260*   POSTING OF THE SAME DAY'S FILE REJECTS AS A DUPLICATE.       *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      STALE-CHECK-JOB.
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
000430     SELECT OPTIONAL CHECK-REGISTER
000440            ASSIGN       TO  CHECKREG
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS CK-CHECK-NUMBER
000480            FILE STATUS  IS CHECKREG-STATUS.
000490
000500     SELECT OPTIONAL TRANSACTIONS-INDEX
000510            ASSIGN       TO  ACCTIDX
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE  IS DYNAMIC
000540            RECORD KEY   IS TX-ACCT-KEY
000550            FILE STATUS  IS TXIDX-STATUS.
000560
000570     SELECT OPTIONAL ACCOUNT-MASTER
000580            ASSIGN       TO  ACCTMSTR
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE  IS DYNAMIC
000610            RECORD KEY   IS AM-ACCOUNT-ID
000620            FILE STATUS  IS ACCTMSTR-STATUS.
000630
000640     SELECT OPTIONAL RUN-PARM-FILE
000650            ASSIGN       TO  RUNPARMS
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS  IS RUNPARM-STATUS.
000680
000690     SELECT CREDIT-BATCH-FILE
000700            ASSIGN       TO  CREDITOUT
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS  IS CREDIT-STATUS.
000730
000740     SELECT BATCH-WORK-FILE
000750            ASSIGN       TO  "stalebatch.tmp"
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS  IS BATCHWORK-STATUS.
000780
000790     SELECT REPORT-FILE
000800            ASSIGN       TO  REPORTOUT
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS  IS REPORT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CHECK-REGISTER.
000870 01  CHECK-REGISTER-STRUCTURE.
000880     COPY "CHECK-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000890          BY ==CK-==.
000900
000910 FD  TRANSACTIONS-INDEX.
000920 01  TRANSACTION-INDEX-STRUCTURE.
000930     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000940          BY ==TX-==.
000950
000960 FD  ACCOUNT-MASTER.
000970 01  ACCOUNT-MASTER-STRUCTURE.
000980     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000990          BY ==AM-==.
001000
001010 FD  RUN-PARM-FILE
001020     RECORDING MODE IS F.
001030 01  RUN-PARM-LINE                PIC X(40).
001040
001050 FD  CREDIT-BATCH-FILE
001060     RECORDING MODE IS F.
001070 01  CREDIT-BATCH-LINE            PIC X(100).
001080
001090 FD  BATCH-WORK-FILE
001100     RECORDING MODE IS F.
001110 01  BATCH-WORK-RECORD.
001120     05  BW-COMPANY               PIC X(02).
001130     05  BW-LINE                  PIC X(100).
001140
001150 FD  REPORT-FILE
001160     RECORDING MODE IS F.
001170 01  REPORT-LINE                  PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200*                                                                *
001210*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001220*                                                                *
001230 01  CHECKREG                   PIC X(50)
001240     VALUE "/mnt/c/cobfiles\check-register.idx".
001250 01  ACCTIDX                    PIC X(50)
001260     VALUE "/mnt/c/cobfiles\transactions.idx".
001270 01  ACCTMSTR                   PIC X(50)
001280     VALUE "/mnt/c/cobfiles\account-master.idx".
001290 01  RUNPARMS                   PIC X(50)
001300     VALUE "ledger-run-parms.txt".
001310*   ONE BATCH FILE PER COMPANY, EACH UNDER ITS OWN B, HEADER,
001320*   THE SAME AS REFUND-CHECK-RUN'S.
001330 01  CREDITOUT                  PIC X(50)
001340     VALUE "stale-check-transactions-01.txt".
001350 01  CREDITOUT-02               PIC X(50)
001360     VALUE "stale-check-transactions-02.txt".
001370 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001380
001390 01  CHECKREG-STATUS            PIC X(02).
001400 01  TXIDX-STATUS               PIC X(02).
001410 01  ACCTMSTR-STATUS            PIC X(02).
001420 01  RUNPARM-STATUS             PIC X(02).
001430 01  CREDIT-STATUS              PIC X(02).
001440 01  BATCHWORK-STATUS           PIC X(02).
001450 01  REPORT-STATUS              PIC X(02).
001460
001470 01  WS-SWITCHES.
001480     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001490         88  WS-EOF-YES                    VALUE 'Y'.
001500     05  WS-INDEX-EOF-SWITCH     PIC X(01) VALUE 'N'.
001510         88  WS-INDEX-EOF                  VALUE 'Y'.
001520     05  WS-MASTER-SWITCH        PIC X(01) VALUE 'N'.
001530         88  WS-MASTER-AVAILABLE           VALUE 'Y'.
001540     05  WS-INDEX-SWITCH         PIC X(01) VALUE 'N'.
001550         88  WS-INDEX-AVAILABLE            VALUE 'Y'.
001560
001570 01  WS-TODAY-8                 PIC 9(08).
001572 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001574     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001576 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001580 01  WS-PARM-NAME               PIC X(20).
001590 01  WS-PARM-VALUE              PIC X(20).
001600*   STALE-DAYS= -- HOW LONG A CHECK MAY STAY UNCASHED.  CHECKS
001610*   DATED ON OR BEFORE THE CUT-OFF DATE ARE STALE.
001620 01  WS-STALE-DAYS              PIC 9(03) VALUE 180.
001630 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001640 01  WS-TODAY-INTEGER-DATE      PIC 9(07) VALUE ZERO.
001650 01  WS-DAYS-OUTSTANDING        PIC 9(05) VALUE ZERO.
001660
001670*                                                                *
001680*   THE ACCOUNT'S LATEST POSTED END-BALANCE AND COMPANY, FROM    *
001690*   THE TRANSACTION INDEX -- THE CREDIT LINE CARRIES THE         *
001700*   BALANCE AS BOTH START AND END, AS THE REFUND LINE DID        *
001710*                                                                *
001720 01  WS-ACCT-LAST-END            PIC S9(09)V9(02) VALUE ZERO.
001730 01  WS-ACCT-COMPANY             PIC X(02) VALUE "01".
001740 01  WS-OUT-AMOUNT               PIC 9(09)V9(02).
001750 01  WS-OUT-BALANCE              PIC S9(09)V9(02)
001760                                 SIGN IS LEADING SEPARATE.
001770 01  WS-FLAG-RESULT              PIC X(12).
001780
001790*                                                                *
001800*   PER-COMPANY BATCH CONTROL -- THE SAME SHAPE AS               *
001810*   REFUND-CHECK-RUN'S                                           *
001820*                                                                *
001830 01  WS-BATCH-CO-SUB             PIC 9(01).
001840 01  WS-BATCH-CO-TABLE.
001850     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
001860         10  WS-BATCH-CO-COUNT   PIC 9(05).
001870         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
001880 01  WS-HDR-NUMBER               PIC X(06).
001890 01  WS-HDR-COUNT                PIC 9(05).
001900 01  WS-HDR-TOTAL                PIC 9(10)V9(02).
001910 01  WS-HDR-COMPANY              PIC X(02).
001920 01  WS-BW-EOF-SWITCH            PIC X(01) VALUE 'N'.
001930     88  WS-BW-EOF                         VALUE 'Y'.
001940
001950 01  WS-STALE-COUNT              PIC 9(05) VALUE ZERO.
001960 01  WS-STALE-TOTAL              PIC 9(09)V9(02) VALUE ZERO.
001970 01  WS-UNFLAGGED-COUNT          PIC 9(05) VALUE ZERO.
001980
001990*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE
002000*   LEDGER-JOURNAL-WRITE).
002010 01  WS-JL-FILE-ID               PIC X(01).
002020 01  WS-JL-ACTION                PIC X(01).
002030 01  WS-JL-KEY                   PIC X(16).
002040 01  WS-JL-BEFORE                PIC X(200).
002050 01  WS-JL-AFTER                 PIC X(200).
002060
002070 01  WS-RC-FUNCTION             PIC X(01).
002080 01  WS-RC-JOB-NAME             PIC X(20)
002090     VALUE "STALE-CHECK-JOB".
002100 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002110 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002120 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002130
002140*                                                                *
002150*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
002160*                                                                *
002170 01  WS-SPOOL-FUNCTION          PIC X(01).
002180 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002190     VALUE "stale-check-register".
002200 01  WS-SPOOL-JOB-NAME          PIC X(20)
002210     VALUE "STALE-CHECK-JOB".
002220 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002230 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002240 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002250
002260*                                                                *
002270*   STALE-CHECK REGISTER LINE                                    *
002280*                                                                *
002290 01  WS-STALE-LINE.
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  WS-SL-CHECK-NUMBER      PIC 9(07).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WS-SL-CHECK-DATE        PIC 9(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  WS-SL-ACCOUNT-ID        PIC 9(07).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  WS-SL-PAYEE             PIC X(41).
002380     05  WS-SL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WS-SL-DAYS              PIC ZZZZ9.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WS-SL-COMPANY           PIC X(02).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  WS-SL-FLAG-RESULT       PIC X(12).
002450 01  WS-TOTAL-EDITED             PIC ZZZ,ZZZ,ZZ9.99.
002460
002470 PROCEDURE DIVISION.
002480*                                                                *
002490*   0000-MAINLINE                                               *
002500*                                                                *
002510 0000-MAINLINE.
002520     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002525          WS-OVERRIDE-MARK.
002530     MOVE 'S' TO WS-RC-FUNCTION.
002540     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002550          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002560          WS-RC-CODE.
002570     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002580     COMPUTE WS-TODAY-INTEGER-DATE =
002590        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002600     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002610        (WS-TODAY-INTEGER-DATE - WS-STALE-DAYS).
002620     OPEN I-O CHECK-REGISTER.
002630     IF CHECKREG-STATUS NOT = '00'
002640        DISPLAY "CANNOT OPEN CHECK REGISTER, STATUS "
002650                CHECKREG-STATUS
002660        MOVE "0012" TO WS-RC-CODE
002670        MOVE 8 TO RETURN-CODE
002680        GO TO 8900-END-RUN
002690     END-IF.
002700     OPEN INPUT TRANSACTIONS-INDEX.
002710     IF TXIDX-STATUS = '00'
002720        MOVE 'Y' TO WS-INDEX-SWITCH
002730     ELSE
002740        DISPLAY "WARNING -- TRANSACTION INDEX NOT AVAILABLE, "
002750        DISPLAY "CREDIT LINES CARRY A ZERO BALANCE"
002760     END-IF.
002770     OPEN I-O ACCOUNT-MASTER.
002780     IF ACCTMSTR-STATUS = '00'
002790        MOVE 'Y' TO WS-MASTER-SWITCH
002800     ELSE
002810        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
002820        DISPLAY "NO ACCOUNT CAN BE FLAGGED FOR UNCLAIMED MONEY"
002830     END-IF.
002840     OPEN OUTPUT BATCH-WORK-FILE.
002850     INITIALIZE WS-BATCH-CO-TABLE.
002860     PERFORM 1500-START-REGISTER THRU 1500-EXIT.
002870     MOVE ZERO TO CK-CHECK-NUMBER.
002880     MOVE 'N' TO WS-EOF-SWITCH.
002890     START CHECK-REGISTER KEY IS >= CK-CHECK-NUMBER
002900         INVALID KEY
002910            MOVE 'Y' TO WS-EOF-SWITCH
002920     END-START.
002930     PERFORM 2000-CHECK-ONE-CHECK THRU 2000-EXIT
002940             UNTIL WS-EOF-YES.
002950     CLOSE BATCH-WORK-FILE.
002960     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
002970     PERFORM 8000-FINISH-REGISTER THRU 8000-EXIT.
002980     CLOSE CHECK-REGISTER.
002990     IF WS-INDEX-AVAILABLE
003000        CLOSE TRANSACTIONS-INDEX
003010     END-IF.
003020     IF WS-MASTER-AVAILABLE
003030        CLOSE ACCOUNT-MASTER
003040     END-IF.
003050     IF WS-UNFLAGGED-COUNT > ZERO
003060        MOVE "FLAG" TO WS-RC-CODE
003070        MOVE 4 TO RETURN-CODE
003080     END-IF.
003090 8900-END-RUN.
003100     MOVE 'E' TO WS-RC-FUNCTION.
003110     MOVE WS-STALE-COUNT TO WS-RC-WRITTEN.
003120     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003130          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003140          WS-RC-CODE.
003150     DISPLAY "STALE-CHECK-JOB RUN COMPLETE".
003160     DISPLAY "CHECKS DATED ON OR BEFORE: " WS-CUTOFF-DATE.
003170     DISPLAY "STALE CHECKS VOIDED:       " WS-STALE-COUNT.
003180     DISPLAY "AMOUNT PUT BACK:           " WS-STALE-TOTAL.
003190     IF WS-UNFLAGGED-COUNT > ZERO
003200        DISPLAY "ACCOUNTS NOT FLAGGED:      " WS-UNFLAGGED-COUNT
003210     END-IF.
003220     GO TO 9999-EXIT.
003230
003240*                                                                *
003250*   1000-READ-RUN-PARMS -- STALE-DAYS= IN THE SHARED LEDGER RUN  *
003260*   PARAMETER FILE, THREE DIGITS; 180 IF ABSENT                  *
003270*                                                                *
003280 1000-READ-RUN-PARMS.
003290     OPEN INPUT RUN-PARM-FILE.
003300     IF RUNPARM-STATUS NOT = '00'
003310        GO TO 1000-EXIT
003320     END-IF.
003330     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
003340             UNTIL RUNPARM-STATUS NOT = '00'.
003350     CLOSE RUN-PARM-FILE.
003360 1000-EXIT.
003370     EXIT.
003380
003390 1050-READ-ONE-PARM.
003400     READ RUN-PARM-FILE
003410         AT END
003420            MOVE '10' TO RUNPARM-STATUS
003430            GO TO 1050-EXIT
003440     END-READ.
003450     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003460     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003470         INTO WS-PARM-NAME, WS-PARM-VALUE
003480     END-UNSTRING.
003490     IF WS-PARM-NAME = "STALE-DAYS"
003500        AND WS-PARM-VALUE (1:3) NUMERIC
003510        AND WS-PARM-VALUE (1:3) NOT = "000"
003520        MOVE WS-PARM-VALUE (1:3) TO WS-STALE-DAYS
003530     END-IF.
003540 1050-EXIT.
003550     EXIT.
003560
003570*                                                                *
003580*   1500-START-REGISTER -- OPEN THE STALE-CHECK REGISTER ON THE  *
003590*   SPOOL AND PUT OUT ITS HEADINGS                               *
003600*                                                                *
003610 1500-START-REGISTER.
003620     MOVE 'N' TO WS-SPOOL-FUNCTION.
003630     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003640          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003650          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003660          WS-SPOOL-MEMBER-NAME.
003670     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003680     OPEN OUTPUT REPORT-FILE.
003690     MOVE SPACES TO REPORT-LINE.
003700     STRING "STALE-DATED REFUND CHECK REGISTER   RUN " WS-TODAY-8
003710            "   CHECKS ISSUED ON OR BEFORE " WS-CUTOFF-DATE
003720            " (" WS-STALE-DAYS " DAYS)"
003730            DELIMITED BY SIZE INTO REPORT-LINE
003740     END-STRING.
003750     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003752     IF WS-DATE-OVERRIDDEN
003754        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003756        PERFORM 7900-PUT-LINE THRU 7900-EXIT
003758     END-IF.
003760     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003770     STRING " CHECK NO  CHECK DATE  ACCOUNT  PAYEE"
003780            "                                          AMOUNT"
003790            "   DAYS  CO  ACCOUNT"
003800            DELIMITED BY SIZE INTO REPORT-LINE
003810     END-STRING.
003820     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003830 1500-EXIT.
003840     EXIT.
003850
003860*                                                                *
003870*   2000-CHECK-ONE-CHECK -- A CHECK STILL ISSUED ON OR BEFORE    *
003880*   THE CUT-OFF IS VOIDED, ITS CREDIT LINE WRITTEN AND ITS       *
003890*   ACCOUNT FLAGGED                                              *
003900*                                                                *
003910 2000-CHECK-ONE-CHECK.
003920     READ CHECK-REGISTER NEXT RECORD
003930         AT END
003940            MOVE 'Y' TO WS-EOF-SWITCH
003950            GO TO 2000-EXIT
003960     END-READ.
003970     ADD 1 TO WS-RC-READ.
003980     IF NOT CK-CHECK-ISSUED
003990        OR CK-CHECK-DATE > WS-CUTOFF-DATE
004000        GO TO 2000-EXIT
004010     END-IF.
004020     SET CK-CHECK-VOIDED TO TRUE.
004030     SET CK-VOID-STALE TO TRUE.
004040     MOVE WS-TODAY-8 TO CK-VOID-DATE.
004050     REWRITE CHECK-REGISTER-STRUCTURE
004060         INVALID KEY
004070            DISPLAY "CANNOT VOID CHECK " CK-CHECK-NUMBER
004080            GO TO 2000-EXIT
004090     END-REWRITE.
004100     PERFORM 3000-FIND-ACCOUNT-BALANCE THRU 3000-EXIT.
004110     PERFORM 4000-WRITE-CREDIT-LINE THRU 4000-EXIT.
004120     PERFORM 5000-FLAG-ACCOUNT THRU 5000-EXIT.
004130     PERFORM 6000-REGISTER-LINE THRU 6000-EXIT.
004140     ADD 1 TO WS-STALE-COUNT.
004150     ADD CK-CHECK-AMOUNT TO WS-STALE-TOTAL.
004160 2000-EXIT.
004170     EXIT.
004180
004190*                                                                *
004200*   3000-FIND-ACCOUNT-BALANCE -- WALK THE ACCOUNT'S INDEX        *
004210*   ENTRIES FOR ITS LATEST END-BALANCE AND ITS COMPANY           *
004220*                                                                *
004230 3000-FIND-ACCOUNT-BALANCE.
004240     MOVE ZERO TO WS-ACCT-LAST-END.
004250     MOVE "01" TO WS-ACCT-COMPANY.
004260     IF NOT WS-INDEX-AVAILABLE
004270        GO TO 3000-EXIT
004280     END-IF.
004290     MOVE LOW-VALUES TO TX-ACCT-KEY.
004300     MOVE CK-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
004310     MOVE 'N' TO WS-INDEX-EOF-SWITCH.
004320     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
004330         INVALID KEY
004340            GO TO 3000-EXIT
004350     END-START.
004360     PERFORM 3100-READ-ACCOUNT-ENTRY THRU 3100-EXIT
004370             UNTIL WS-INDEX-EOF.
004380 3000-EXIT.
004390     EXIT.
004400
004410 3100-READ-ACCOUNT-ENTRY.
004420     READ TRANSACTIONS-INDEX NEXT RECORD
004430         AT END
004440            MOVE 'Y' TO WS-INDEX-EOF-SWITCH
004450            GO TO 3100-EXIT
004460     END-READ.
004470     IF TX-ACCOUNT-ID NOT = CK-ACCOUNT-ID
004480        MOVE 'Y' TO WS-INDEX-EOF-SWITCH
004490        GO TO 3100-EXIT
004500     END-IF.
004510     MOVE TX-END-BALANCE TO WS-ACCT-LAST-END.
004520     IF TX-COMPANY-CODE = "02"
004530        MOVE "02" TO WS-ACCT-COMPANY
004540     ELSE
004550        MOVE "01" TO WS-ACCT-COMPANY
004560     END-IF.
004570 3100-EXIT.
004580     EXIT.
004590
004600*                                                                *
004610*   4000-WRITE-CREDIT-LINE -- THE CREDIT THAT PUTS THE CHECK'S   *
004620*   MONEY BACK ON THE ACCOUNT, TO THE WORK FILE TAGGED WITH THE  *
004630*   ACCOUNT'S COMPANY.  "STALE CHECK" IN THE DESCRIPTION IS      *
004640*   WHAT DORMANT-ACCOUNT-JOB KNOWS IT BY -- IT IS NOT CUSTOMER   *
004650*   ACTIVITY AND DOES NOT WAKE A DORMANT ACCOUNT.                *
004660*                                                                *
004670 4000-WRITE-CREDIT-LINE.
004680     MOVE CK-CHECK-AMOUNT  TO WS-OUT-AMOUNT.
004690     MOVE WS-ACCT-LAST-END TO WS-OUT-BALANCE.
004700     MOVE SPACES TO BW-LINE.
004710     STRING "00000,"           DELIMITED BY SIZE
004720            CK-ACCOUNT-ID      DELIMITED BY SIZE
004730            ",STALE CHECK "    DELIMITED BY SIZE
004740            CK-CHECK-NUMBER    DELIMITED BY SIZE
004750            ","                DELIMITED BY SIZE
004760            WS-OUT-AMOUNT      DELIMITED BY SIZE
004770            ","                DELIMITED BY SIZE
004780            WS-OUT-BALANCE     DELIMITED BY SIZE
004790            ","                DELIMITED BY SIZE
004800            WS-OUT-BALANCE     DELIMITED BY SIZE
004810            ",C"               DELIMITED BY SIZE
004820            INTO BW-LINE
004830     END-STRING.
004840     MOVE WS-ACCT-COMPANY TO BW-COMPANY.
004850     IF WS-ACCT-COMPANY = "02"
004860        MOVE 2 TO WS-BATCH-CO-SUB
004870     ELSE
004880        MOVE 1 TO WS-BATCH-CO-SUB
004890     END-IF.
004900     WRITE BATCH-WORK-RECORD.
004910     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
004920     ADD CK-CHECK-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
004930 4000-EXIT.
004940     EXIT.
004950
004960*                                                                *
004970*   5000-FLAG-ACCOUNT -- ADD THE CHECK TO THE ACCOUNT'S          *
004980*   UNCLAIMED MONEY ON THE MASTER, KEEPING THE OLDEST CHECK      *
004990*   DATE, AND JOURNAL THE REWRITE FOR FORWARD RECOVERY           *
005000*                                                                *
005010 5000-FLAG-ACCOUNT.
005020     MOVE "NOT FLAGGED" TO WS-FLAG-RESULT.
005030     IF NOT WS-MASTER-AVAILABLE
005040        ADD 1 TO WS-UNFLAGGED-COUNT
005050        GO TO 5000-EXIT
005060     END-IF.
005070     MOVE CK-ACCOUNT-ID TO AM-ACCOUNT-ID.
005080     READ ACCOUNT-MASTER
005090         INVALID KEY
005100            DISPLAY "ACCOUNT " CK-ACCOUNT-ID
005110                    " NOT ON ACCOUNT MASTER -- NOT FLAGGED"
005120            ADD 1 TO WS-UNFLAGGED-COUNT
005130            GO TO 5000-EXIT
005140     END-READ.
005150     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-BEFORE.
005160     IF NOT AM-HOLDS-UNCLAIMED-FUNDS
005170        OR AM-UNCLAIMED-AMOUNT NOT NUMERIC
005180        MOVE ZERO TO AM-UNCLAIMED-AMOUNT AM-UNCLAIMED-DATE
005190     END-IF.
005200     SET AM-HOLDS-UNCLAIMED-FUNDS TO TRUE.
005210     ADD CK-CHECK-AMOUNT TO AM-UNCLAIMED-AMOUNT
005220         ON SIZE ERROR
005230            MOVE 9999999.99 TO AM-UNCLAIMED-AMOUNT
005240     END-ADD.
005250     IF AM-UNCLAIMED-DATE NOT NUMERIC
005260        OR AM-UNCLAIMED-DATE = ZERO
005270        OR AM-UNCLAIMED-DATE > CK-CHECK-DATE
005280        MOVE CK-CHECK-DATE TO AM-UNCLAIMED-DATE
005290     END-IF.
005300     REWRITE ACCOUNT-MASTER-STRUCTURE
005310         INVALID KEY
005320            DISPLAY "CANNOT FLAG ACCOUNT " AM-ACCOUNT-ID
005330            ADD 1 TO WS-UNFLAGGED-COUNT
005340            GO TO 5000-EXIT
005350     END-REWRITE.
005360     MOVE 'M' TO WS-JL-FILE-ID.
005370     MOVE 'R' TO WS-JL-ACTION.
005380     MOVE SPACES TO WS-JL-KEY.
005390     MOVE AM-ACCOUNT-ID TO WS-JL-KEY (1:7).
005400     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-AFTER.
005410     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
005420          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
005430     MOVE "UNCLAIMED" TO WS-FLAG-RESULT.
005440 5000-EXIT.
005450     EXIT.
005460
005470 6000-REGISTER-LINE.
005480     COMPUTE WS-DAYS-OUTSTANDING = WS-TODAY-INTEGER-DATE
005490        - FUNCTION INTEGER-OF-DATE(CK-CHECK-DATE).
005500     MOVE CK-CHECK-NUMBER     TO WS-SL-CHECK-NUMBER.
005510     MOVE CK-CHECK-DATE       TO WS-SL-CHECK-DATE.
005520     MOVE CK-ACCOUNT-ID       TO WS-SL-ACCOUNT-ID.
005530     MOVE CK-PAYEE-NAME       TO WS-SL-PAYEE.
005540     MOVE CK-CHECK-AMOUNT     TO WS-SL-AMOUNT.
005550     MOVE WS-DAYS-OUTSTANDING TO WS-SL-DAYS.
005560     MOVE WS-ACCT-COMPANY     TO WS-SL-COMPANY.
005570     MOVE WS-FLAG-RESULT      TO WS-SL-FLAG-RESULT.
005580     MOVE WS-STALE-LINE TO REPORT-LINE.
005590     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005600 6000-EXIT.
005610     EXIT.
005620
005630 7900-PUT-LINE.
005640     WRITE REPORT-LINE.
005650     ADD 1 TO WS-SPOOL-LINE-COUNT.
005660     MOVE SPACES TO REPORT-LINE.
005670 7900-EXIT.
005680     EXIT.
005690
005700*                                                                *
005710*   8000-FINISH-REGISTER -- TOTALS, THEN CLOSE AND REGISTER THE  *
005720*   STALE-CHECK REGISTER ON THE SPOOL                            *
005730*                                                                *
005740 8000-FINISH-REGISTER.
005750     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005760     MOVE WS-STALE-TOTAL TO WS-TOTAL-EDITED.
005770     STRING " CHECKS VOIDED AS STALE: " WS-STALE-COUNT
005780            "   AMOUNT PUT BACK ON ACCOUNTS: " WS-TOTAL-EDITED
005790            DELIMITED BY SIZE INTO REPORT-LINE
005800     END-STRING.
005810     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
005820     IF WS-STALE-COUNT > ZERO
005830        STRING " THE VOIDS GO TO THE BANK ON THE NEXT"
005840               " POSITIVE-PAY-EXPORT; THE CREDITS POST ON THE"
005850               " NEXT LEDGER-POST."
005860               DELIMITED BY SIZE INTO REPORT-LINE
005870        END-STRING
005880        PERFORM 7900-PUT-LINE THRU 7900-EXIT
005890     END-IF.
005900     IF WS-UNFLAGGED-COUNT > ZERO
005910        STRING " *** " WS-UNFLAGGED-COUNT
005920               " ACCOUNT(S) NOT FLAGGED FOR UNCLAIMED MONEY"
005930               " -- FLAG ON ACCOUNT-MASTER-MAINT"
005940               DELIMITED BY SIZE INTO REPORT-LINE
005950        END-STRING
005960        PERFORM 7900-PUT-LINE THRU 7900-EXIT
005970     END-IF.
005980     CLOSE REPORT-FILE.
005990     MOVE 'R' TO WS-SPOOL-FUNCTION.
006000     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006010          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
006020          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
006030          WS-SPOOL-MEMBER-NAME.
006040 8000-EXIT.
006050     EXIT.
006060
006070*                                                                *
006080*   8500-WRITE-COMPANY-BATCHES -- ONE HEADED LEDGER-POST BATCH   *
006090*   FILE PER COMPANY THAT HAS CREDIT LINES ON THE WORK FILE      *
006100*                                                                *
006110 8500-WRITE-COMPANY-BATCHES.
006120     PERFORM 8600-WRITE-ONE-COMPANY THRU 8600-EXIT
006130             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
006140             UNTIL WS-BATCH-CO-SUB > 2.
006150 8500-EXIT.
006160     EXIT.
006170
006180 8600-WRITE-ONE-COMPANY.
006190     IF WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) = ZERO
006200        GO TO 8600-EXIT
006210     END-IF.
006220     IF WS-BATCH-CO-SUB = 2
006230        MOVE "02"         TO WS-HDR-COMPANY
006240        MOVE CREDITOUT-02 TO CREDITOUT
006250     ELSE
006260        MOVE "01"         TO WS-HDR-COMPANY
006270     END-IF.
006280     MOVE "9"              TO WS-HDR-NUMBER (1:1).
006290     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
006300     MOVE WS-HDR-COMPANY (2:1) TO WS-HDR-NUMBER (6:1).
006310     MOVE WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) TO WS-HDR-COUNT.
006320     MOVE WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB) TO WS-HDR-TOTAL.
006330     OPEN OUTPUT CREDIT-BATCH-FILE.
006340     MOVE SPACES TO CREDIT-BATCH-LINE.
006350     STRING "B,"           DELIMITED BY SIZE
006360            WS-HDR-NUMBER  DELIMITED BY SIZE
006370            ","            DELIMITED BY SIZE
006380            WS-HDR-COUNT   DELIMITED BY SIZE
006390            ","            DELIMITED BY SIZE
006400            WS-HDR-TOTAL   DELIMITED BY SIZE
006410            ","            DELIMITED BY SIZE
006420            WS-HDR-COMPANY DELIMITED BY SIZE
006430            INTO CREDIT-BATCH-LINE
006440     END-STRING.
006450     WRITE CREDIT-BATCH-LINE.
006460     MOVE 'N' TO WS-BW-EOF-SWITCH.
006470     OPEN INPUT BATCH-WORK-FILE.
006480     PERFORM 8700-COPY-ONE-LINE THRU 8700-EXIT
006490             UNTIL WS-BW-EOF.
006500     CLOSE BATCH-WORK-FILE.
006510     CLOSE CREDIT-BATCH-FILE.
006520     DISPLAY "STALE CHECK BATCH " WS-HDR-NUMBER " COMPANY "
006530             WS-HDR-COMPANY ": " WS-HDR-COUNT " LINES".
006540 8600-EXIT.
006550     EXIT.
006560
006570 8700-COPY-ONE-LINE.
006580     READ BATCH-WORK-FILE
006590         AT END
006600            MOVE 'Y' TO WS-BW-EOF-SWITCH
006610            GO TO 8700-EXIT
006620     END-READ.
006630     IF BW-COMPANY = WS-HDR-COMPANY
006640        MOVE BW-LINE TO CREDIT-BATCH-LINE
006650        WRITE CREDIT-BATCH-LINE
006660     END-IF.
006670 8700-EXIT.
006680     EXIT.
006690
006700 9999-EXIT.
006710     STOP RUN.
