000010******************************************************************
000020*                                                                *
000030*   RETURNED-CHECK-JOB                                           *
000040*                                                                *
000050*   DAILY RETURNED PAPER CHECK RUN, AFTER THE CASH DESK CLOSES.  *
000060*   EVERY RETURN STILL OPEN ON THE RETURNED-CHECK FILE (KEYED    *
000070*   THAT DAY ON RETURNED-CHECK-ENTRY) BECOMES --                 *
000080*                                                                *
000090*       A TYPE-R REVERSAL LINE CARRYING THE UID OF THE CREDIT    *
000100*       THE CHECK POSTED AS.  LEDGER-POST'S REVERSAL PUTS THE    *
000110*       PAYMENT BACK ON THE OPEN ITEMS IT PAID, FROM THE CREDIT  *
000120*       APPLICATIONS FILE                                        *
000130*       AN "NSF FEE" DEBIT LINE FOR THE RETURNED-CHECK FEE, THE  *
000140*       SAME LINE ACH-RETURN-IMPORT WRITES FOR AN R01            *
000150*                                                                *
000160*   IN A HEADED LEDGER-POST BATCH PER COMPANY, AND IS MARKED     *
000170*   BATCHED.  TWO RETURNS ON ONE ACCOUNT CHAIN THEIR BALANCES.   *
000180*   THE DAY'S RETURNED-CHECK REGISTER GOES TO THE CASH DESK ON   *
000190*   THE SPOOL, KEPT PERMANENTLY WITH THE DRAWER BALANCING        *
000200*   REPORTS.  THE BATCH NUMBER IS 0MMDDC (JOB 0, RUN DATE,       *
000210*   COMPANY), SO THE JOB RUNS ONCE A DAY.                        *
000220*                                                                *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.      RETURNED-CHECK-JOB.
000260 AUTHOR.          DATA PROCESSING.
000270 INSTALLATION.    ACCOUNTING SYSTEMS.
000280 DATE-WRITTEN.    10/15/2026.
000290 DATE-COMPILED.   10/15/2026.
000300*                                                                *
000310*   MODIFICATION HISTORY                                        *
000320*   ------------------------------------------------------------ *
000330*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000332*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000334*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000336*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000338*                    HEADING.                                   *
000340*                                                                *
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL RETURNED-CHECKS
000390            ASSIGN       TO  RTNCHECK
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS DYNAMIC
000420            RECORD KEY   IS RT-RETURN-KEY
000430            FILE STATUS  IS RTNCHECK-STATUS.
000440
000450     SELECT OPTIONAL TRANSACTIONS-INDEX
000460            ASSIGN       TO  ACCTIDX
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS TX-ACCT-KEY
000500            FILE STATUS  IS TXIDX-STATUS.
000510
000520     SELECT RETURN-BATCH-FILE
000530            ASSIGN       TO  RTNBATCH
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS  IS RTNBATCH-STATUS.
000560
000570     SELECT BATCH-WORK-FILE
000580            ASSIGN       TO  "rtncheck-batch.tmp"
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS  IS BATCHWORK-STATUS.
000610
000620     SELECT REPORT-FILE
000630            ASSIGN       TO  REPORTOUT
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS  IS REPORT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RETURNED-CHECKS.
000700 01  RETURNED-CHECK-STRUCTURE.
000710     COPY "RETURNED-CHECK-RECORD.CPY" REPLACING ==(TAG)==
000720          BY ==RT-==.
000730
000740 FD  TRANSACTIONS-INDEX.
000750 01  TRANSACTION-INDEX-STRUCTURE.
000760     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000770          BY ==TX-==.
000780
000790 FD  RETURN-BATCH-FILE
000800     RECORDING MODE IS F.
000810 01  RETURN-BATCH-LINE            PIC X(100).
000820
000830 FD  BATCH-WORK-FILE
000840     RECORDING MODE IS F.
000850 01  BATCH-WORK-RECORD.
000860     05  BW-COMPANY               PIC X(02).
000870     05  BW-LINE                  PIC X(100).
000880
000890 FD  REPORT-FILE
000900     RECORDING MODE IS F.
000910 01  REPORT-LINE                  PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940*                                                                *
000950*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000960*                                                                *
000970 01  RTNCHECK                   PIC X(50)
000980     VALUE "/mnt/c/cobfiles\returned-checks.idx".
000990 01  ACCTIDX                    PIC X(50)
001000     VALUE "/mnt/c/cobfiles\transactions.idx".
001010*   ONE BATCH FILE PER COMPANY, EACH UNDER ITS OWN B, HEADER,
001020*   THE SAME AS ACH-RETURN-IMPORT'S.
001030 01  RTNBATCH                   PIC X(50)
001040     VALUE "returned-check-batch-01.txt".
001050 01  RTNBATCH-02                PIC X(50)
001060     VALUE "returned-check-batch-02.txt".
001070 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001080
001090 01  RTNCHECK-STATUS            PIC X(02).
001100 01  TXIDX-STATUS               PIC X(02).
001110 01  RTNBATCH-STATUS            PIC X(02).
001120 01  BATCHWORK-STATUS           PIC X(02).
001130 01  REPORT-STATUS              PIC X(02).
001140
001150 01  WS-SWITCHES.
001160     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001170         88  WS-EOF-YES                    VALUE 'Y'.
001180     05  WS-INDEX-EOF-SWITCH     PIC X(01) VALUE 'N'.
001190         88  WS-INDEX-EOF                  VALUE 'Y'.
001200     05  WS-INDEX-SWITCH         PIC X(01) VALUE 'N'.
001210         88  WS-INDEX-AVAILABLE            VALUE 'Y'.
001220
001230 01  WS-TODAY-8                 PIC 9(08).
001232 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001234     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001236 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001240
001250*                                                                *
001260*   THE ACCOUNT'S RUNNING BALANCE -- ITS LATEST POSTED           *
001270*   END-BALANCE FROM THE TRANSACTION INDEX, CARRIED FORWARD      *
001280*   THROUGH EVERY LINE THIS RUN WRITES FOR THE SAME ACCOUNT      *
001290*                                                                *
001300 01  WS-CHAIN-ACCOUNT            PIC 9(07) VALUE ZERO.
001310 01  WS-CHAIN-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001320 01  WS-NEW-BALANCE              PIC S9(09)V9(02) VALUE ZERO.
001330 01  WS-OUT-AMOUNT               PIC 9(09)V9(02).
001340 01  WS-OUT-START                PIC S9(09)V9(02)
001350                                 SIGN IS LEADING SEPARATE.
001360 01  WS-OUT-END                  PIC S9(09)V9(02)
001370                                 SIGN IS LEADING SEPARATE.
001380 01  WS-OUT-UID                  PIC 9(09).
001390
001400*                                                                *
001410*   PER-COMPANY BATCH CONTROL -- THE SAME SHAPE AS               *
001420*   ACH-RETURN-IMPORT'S                                          *
001430*                                                                *
001440 01  WS-BATCH-CO-SUB             PIC 9(01).
001450 01  WS-BATCH-CO-TABLE.
001460     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
001470         10  WS-BATCH-CO-COUNT   PIC 9(05).
001480         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
001490 01  WS-HDR-NUMBER               PIC X(06).
001500 01  WS-HDR-COUNT                PIC 9(05).
001510 01  WS-HDR-TOTAL                PIC 9(10)V9(02).
001520 01  WS-HDR-COMPANY              PIC X(02).
001530 01  WS-BW-EOF-SWITCH            PIC X(01) VALUE 'N'.
001540     88  WS-BW-EOF                         VALUE 'Y'.
001550
001560 01  WS-RETURN-COUNT             PIC 9(05) VALUE ZERO.
001570 01  WS-RETURN-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
001580 01  WS-FEE-TOTAL                PIC 9(09)V9(02) VALUE ZERO.
001590 01  WS-CASH-ONLY-COUNT          PIC 9(05) VALUE ZERO.
001600
001610 01  WS-RC-FUNCTION             PIC X(01).
001620 01  WS-RC-JOB-NAME             PIC X(20)
001630     VALUE "RETURNED-CHECK-JOB".
001640 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001650 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001660 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001670
001680*                                                                *
001690*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001700*                                                                *
001710 01  WS-SPOOL-FUNCTION          PIC X(01).
001720 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001730     VALUE "returned-check-reg".
001740 01  WS-SPOOL-JOB-NAME          PIC X(20)
001750     VALUE "RETURNED-CHECK-JOB".
001760 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001770 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001780 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001790
001800*                                                                *
001810*   RETURNED-CHECK REGISTER LINE                                 *
001820*                                                                *
001830 01  WS-RETURN-LINE.
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  WS-RL-ACCOUNT-ID        PIC 9(07).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  WS-RL-CHECK-NO          PIC X(10).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  WS-RL-SOURCE            PIC X(07).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  WS-RL-PAYMENT-DATE      PIC 9(08).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  WS-RL-RETURN-DATE       PIC 9(08).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  WS-RL-CREDIT-UID        PIC 9(09).
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001970     05  WS-RL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  WS-RL-FEE               PIC Z,ZZ9.99.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  WS-RL-CLERK-ID          PIC X(10).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  WS-RL-COMPANY           PIC X(02).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  WS-RL-CASH-ONLY         PIC X(09).
002060 01  WS-TOTAL-EDITED             PIC ZZZ,ZZZ,ZZ9.99.
002070
002080 PROCEDURE DIVISION.
002090*                                                                *
002100*   0000-MAINLINE                                               *
002110*                                                                *
002120 0000-MAINLINE.
002130     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002135          WS-OVERRIDE-MARK.
002140     MOVE 'S' TO WS-RC-FUNCTION.
002150     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002160          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002170          WS-RC-CODE.
002180     OPEN I-O RETURNED-CHECKS.
002190     IF RTNCHECK-STATUS = '05'
002200        DISPLAY "NO RETURNED CHECKS ON FILE"
002210        CLOSE RETURNED-CHECKS
002220        GO TO 8900-END-RUN
002230     END-IF.
002240     IF RTNCHECK-STATUS NOT = '00'
002250        DISPLAY "CANNOT OPEN RETURNED-CHECK FILE, STATUS "
002260                RTNCHECK-STATUS
002270        MOVE "0012" TO WS-RC-CODE
002280        MOVE 8 TO RETURN-CODE
002290        GO TO 8900-END-RUN
002300     END-IF.
002310     OPEN INPUT TRANSACTIONS-INDEX.
002320     IF TXIDX-STATUS = '00'
002330        MOVE 'Y' TO WS-INDEX-SWITCH
002340     ELSE
002350        DISPLAY "WARNING -- TRANSACTION INDEX NOT AVAILABLE, "
002360        DISPLAY "BATCH LINES START FROM A ZERO BALANCE"
002370     END-IF.
002380     OPEN OUTPUT BATCH-WORK-FILE.
002390     INITIALIZE WS-BATCH-CO-TABLE.
002400     PERFORM 1500-START-REGISTER THRU 1500-EXIT.
002410     MOVE ZERO TO RT-ACCOUNT-ID RT-CREDIT-UID.
002420     MOVE 'N' TO WS-EOF-SWITCH.
002430     START RETURNED-CHECKS KEY IS >= RT-RETURN-KEY
002440         INVALID KEY
002450            MOVE 'Y' TO WS-EOF-SWITCH
002460     END-START.
002470     PERFORM 2000-BATCH-ONE-RETURN THRU 2000-EXIT
002480             UNTIL WS-EOF-YES.
002490     CLOSE BATCH-WORK-FILE.
002500     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
002510     PERFORM 8000-FINISH-REGISTER THRU 8000-EXIT.
002520     CLOSE RETURNED-CHECKS.
002530     IF WS-INDEX-AVAILABLE
002540        CLOSE TRANSACTIONS-INDEX
002550     END-IF.
002560 8900-END-RUN.
002570     MOVE 'E' TO WS-RC-FUNCTION.
002580     MOVE WS-RETURN-COUNT TO WS-RC-WRITTEN.
002590     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002600          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002610          WS-RC-CODE.
002620     DISPLAY "RETURNED-CHECK-JOB RUN COMPLETE".
002630     DISPLAY "RETURNS BATCHED:           " WS-RETURN-COUNT.
002640     DISPLAY "AMOUNT REVERSED:           " WS-RETURN-TOTAL.
002650     DISPLAY "FEES ASSESSED:             " WS-FEE-TOTAL.
002660     GO TO 9999-EXIT.
002670
002680*                                                                *
002690*   1500-START-REGISTER -- OPEN THE RETURNED-CHECK REGISTER ON   *
002700*   THE SPOOL AND PUT OUT ITS HEADINGS                           *
002710*                                                                *
002720 1500-START-REGISTER.
002730     MOVE 'N' TO WS-SPOOL-FUNCTION.
002740     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002750          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002760          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002770          WS-SPOOL-MEMBER-NAME.
002780     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002790     OPEN OUTPUT REPORT-FILE.
002800     MOVE SPACES TO REPORT-LINE.
002810     STRING "RETURNED CHECK REGISTER -- CASH DESK   RUN "
002820            WS-TODAY-8
002830            DELIMITED BY SIZE INTO REPORT-LINE
002840     END-STRING.
002850     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002852     IF WS-DATE-OVERRIDDEN
002854        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002856        PERFORM 7900-PUT-LINE THRU 7900-EXIT
002858     END-IF.
002860     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002870     STRING " ACCOUNT  CHECK NO    SOURCE   PAID ON   "
002880            "RETURNED  CREDIT UID          AMOUNT       FEE"
002890            "  CLERK       CO"
002900            DELIMITED BY SIZE INTO REPORT-LINE
002910     END-STRING.
002920     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
002930 1500-EXIT.
002940     EXIT.
002950
002960*                                                                *
002970*   2000-BATCH-ONE-RETURN -- AN OPEN RETURN GETS ITS REVERSAL    *
002980*   AND FEE LINES AND IS MARKED BATCHED                          *
002990*                                                                *
003000 2000-BATCH-ONE-RETURN.
003010     READ RETURNED-CHECKS NEXT RECORD
003020         AT END
003030            MOVE 'Y' TO WS-EOF-SWITCH
003040            GO TO 2000-EXIT
003050     END-READ.
003060     ADD 1 TO WS-RC-READ.
003070     IF NOT RT-RETURN-OPEN
003080        GO TO 2000-EXIT
003090     END-IF.
003100     IF RT-ACCOUNT-ID NOT = WS-CHAIN-ACCOUNT
003110        PERFORM 3000-FIND-ACCOUNT-BALANCE THRU 3000-EXIT
003120     END-IF.
003130     IF RT-COMPANY-CODE = "02"
003140        MOVE 2 TO WS-BATCH-CO-SUB
003150     ELSE
003160        MOVE 1 TO WS-BATCH-CO-SUB
003170     END-IF.
003180     PERFORM 4000-WRITE-REVERSAL THRU 4000-EXIT.
003190     IF RT-FEE-AMOUNT > ZERO
003200        PERFORM 4500-WRITE-FEE THRU 4500-EXIT
003210     END-IF.
003220     SET RT-RETURN-BATCHED TO TRUE.
003230     MOVE WS-TODAY-8 TO RT-BATCH-DATE.
003240     REWRITE RETURNED-CHECK-STRUCTURE
003250         INVALID KEY
003260            DISPLAY "CANNOT MARK RETURN BATCHED -- ACCOUNT "
003270                    RT-ACCOUNT-ID " CREDIT " RT-CREDIT-UID
003280     END-REWRITE.
003290     PERFORM 6000-REGISTER-LINE THRU 6000-EXIT.
003300     ADD 1 TO WS-RETURN-COUNT.
003310     ADD RT-CHECK-AMOUNT TO WS-RETURN-TOTAL.
003320     ADD RT-FEE-AMOUNT TO WS-FEE-TOTAL.
003330     IF RT-MADE-CASH-ONLY
003340        ADD 1 TO WS-CASH-ONLY-COUNT
003350     END-IF.
003360 2000-EXIT.
003370     EXIT.
003380
003390*                                                                *
003400*   3000-FIND-ACCOUNT-BALANCE -- WALK THE ACCOUNT'S INDEX        *
003410*   ENTRIES FOR ITS LATEST END-BALANCE, WHICH STARTS THE CHAIN   *
003420*                                                                *
003430 3000-FIND-ACCOUNT-BALANCE.
003440     MOVE RT-ACCOUNT-ID TO WS-CHAIN-ACCOUNT.
003450     MOVE ZERO TO WS-CHAIN-BALANCE.
003460     IF NOT WS-INDEX-AVAILABLE
003470        GO TO 3000-EXIT
003480     END-IF.
003490     MOVE LOW-VALUES TO TX-ACCT-KEY.
003500     MOVE RT-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
003510     MOVE 'N' TO WS-INDEX-EOF-SWITCH.
003520     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
003530         INVALID KEY
003540            GO TO 3000-EXIT
003550     END-START.
003560     PERFORM 3100-READ-ACCOUNT-ENTRY THRU 3100-EXIT
003570             UNTIL WS-INDEX-EOF.
003580 3000-EXIT.
003590     EXIT.
003600
003610 3100-READ-ACCOUNT-ENTRY.
003620     READ TRANSACTIONS-INDEX NEXT RECORD
003630         AT END
003640            MOVE 'Y' TO WS-INDEX-EOF-SWITCH
003650            GO TO 3100-EXIT
003660     END-READ.
003670     IF TX-ACCOUNT-ID NOT = RT-ACCOUNT-ID
003680        MOVE 'Y' TO WS-INDEX-EOF-SWITCH
003690        GO TO 3100-EXIT
003700     END-IF.
003710     MOVE TX-END-BALANCE TO WS-CHAIN-BALANCE.
003720 3100-EXIT.
003730     EXIT.
003740
003750*                                                                *
003760*   4000-WRITE-REVERSAL -- A TYPE-R LINE CARRYING THE CREDIT'S   *
003770*   UID; THE CHECK'S MONEY GOES BACK ON THE BALANCE              *
003780*                                                                *
003790 4000-WRITE-REVERSAL.
003800     MOVE RT-CHECK-AMOUNT  TO WS-OUT-AMOUNT.
003810     MOVE WS-CHAIN-BALANCE TO WS-OUT-START.
003820     COMPUTE WS-NEW-BALANCE =
003830             WS-CHAIN-BALANCE + RT-CHECK-AMOUNT.
003840     MOVE WS-NEW-BALANCE   TO WS-OUT-END.
003850     MOVE WS-NEW-BALANCE   TO WS-CHAIN-BALANCE.
003860     MOVE RT-CREDIT-UID    TO WS-OUT-UID.
003870     MOVE SPACES TO BW-LINE.
003880     STRING "00000,"          DELIMITED BY SIZE
003890            RT-ACCOUNT-ID     DELIMITED BY SIZE
003900            ",RETURNED CHECK " DELIMITED BY SIZE
003910            RT-CHECK-NO       DELIMITED BY SPACE
003920            ","               DELIMITED BY SIZE
003930            WS-OUT-AMOUNT     DELIMITED BY SIZE
003940            ","               DELIMITED BY SIZE
003950            WS-OUT-START      DELIMITED BY SIZE
003960            ","               DELIMITED BY SIZE
003970            WS-OUT-END        DELIMITED BY SIZE
003980            ",R,"             DELIMITED BY SIZE
003990            WS-OUT-UID        DELIMITED BY SIZE
004000            INTO BW-LINE
004010     END-STRING.
004020     PERFORM 4800-TALLY-BATCH-LINE THRU 4800-EXIT.
004030     ADD RT-CHECK-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
004040 4000-EXIT.
004050     EXIT.
004060
004070*                                                                *
004080*   4500-WRITE-FEE -- THE RETURNED-CHECK FEE AS A DEBIT, AS      *
004090*   ACH-RETURN-IMPORT CHARGES IT                                 *
004100*                                                                *
004110 4500-WRITE-FEE.
004120     MOVE RT-FEE-AMOUNT    TO WS-OUT-AMOUNT.
004130     MOVE WS-CHAIN-BALANCE TO WS-OUT-START.
004140     COMPUTE WS-NEW-BALANCE =
004150             WS-CHAIN-BALANCE + RT-FEE-AMOUNT.
004160     MOVE WS-NEW-BALANCE   TO WS-OUT-END.
004170     MOVE WS-NEW-BALANCE   TO WS-CHAIN-BALANCE.
004180     MOVE SPACES TO BW-LINE.
004190     STRING "00000,"          DELIMITED BY SIZE
004200            RT-ACCOUNT-ID     DELIMITED BY SIZE
004210            ",NSF FEE,"       DELIMITED BY SIZE
004220            WS-OUT-AMOUNT     DELIMITED BY SIZE
004230            ","               DELIMITED BY SIZE
004240            WS-OUT-START      DELIMITED BY SIZE
004250            ","               DELIMITED BY SIZE
004260            WS-OUT-END        DELIMITED BY SIZE
004270            ",D"              DELIMITED BY SIZE
004280            INTO BW-LINE
004290     END-STRING.
004300     PERFORM 4800-TALLY-BATCH-LINE THRU 4800-EXIT.
004310     ADD RT-FEE-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
004320 4500-EXIT.
004330     EXIT.
004340
004350 4800-TALLY-BATCH-LINE.
004360     IF WS-BATCH-CO-SUB = 2
004370        MOVE "02" TO BW-COMPANY
004380     ELSE
004390        MOVE "01" TO BW-COMPANY
004400     END-IF.
004410     WRITE BATCH-WORK-RECORD.
004420     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
004430 4800-EXIT.
004440     EXIT.
004450
004460 6000-REGISTER-LINE.
004470     MOVE RT-ACCOUNT-ID      TO WS-RL-ACCOUNT-ID.
004480     MOVE RT-CHECK-NO        TO WS-RL-CHECK-NO.
004490     IF RT-FROM-LOCKBOX
004500        MOVE "LOCKBOX" TO WS-RL-SOURCE
004510     ELSE
004520        MOVE "COUNTER" TO WS-RL-SOURCE
004530     END-IF.
004540     MOVE RT-PAYMENT-DATE    TO WS-RL-PAYMENT-DATE.
004550     MOVE RT-RETURN-DATE     TO WS-RL-RETURN-DATE.
004560     MOVE RT-CREDIT-UID      TO WS-RL-CREDIT-UID.
004570     MOVE RT-CHECK-AMOUNT    TO WS-RL-AMOUNT.
004580     MOVE RT-FEE-AMOUNT      TO WS-RL-FEE.
004590     MOVE RT-CLERK-ID        TO WS-RL-CLERK-ID.
004600     MOVE BW-COMPANY         TO WS-RL-COMPANY.
004610     IF RT-MADE-CASH-ONLY
004620        MOVE "CASH ONLY" TO WS-RL-CASH-ONLY
004630     ELSE
004640        MOVE SPACES TO WS-RL-CASH-ONLY
004650     END-IF.
004660     MOVE WS-RETURN-LINE TO REPORT-LINE.
004670     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004680 6000-EXIT.
004690     EXIT.
004700
004710 7900-PUT-LINE.
004720     WRITE REPORT-LINE.
004730     ADD 1 TO WS-SPOOL-LINE-COUNT.
004740     MOVE SPACES TO REPORT-LINE.
004750 7900-EXIT.
004760     EXIT.
004770
004780*                                                                *
004790*   8000-FINISH-REGISTER -- TOTALS, THEN CLOSE AND REGISTER THE  *
004800*   RETURNED-CHECK REGISTER ON THE SPOOL                         *
004810*                                                                *
004820 8000-FINISH-REGISTER.
004830     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004840     MOVE WS-RETURN-TOTAL TO WS-TOTAL-EDITED.
004850     STRING " CHECKS RETURNED: " WS-RETURN-COUNT
004860            "   AMOUNT REVERSED: " WS-TOTAL-EDITED
004870            DELIMITED BY SIZE INTO REPORT-LINE
004880     END-STRING.
004890     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004900     MOVE WS-FEE-TOTAL TO WS-TOTAL-EDITED.
004910     STRING " RETURNED-CHECK FEES: " WS-TOTAL-EDITED
004920            "   ACCOUNTS MADE CASH ONLY: " WS-CASH-ONLY-COUNT
004930            DELIMITED BY SIZE INTO REPORT-LINE
004940     END-STRING.
004950     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004960     IF WS-RETURN-COUNT > ZERO
004970        STRING " THE REVERSALS AND FEES POST ON THE NEXT"
004980               " LEDGER-POST."
004990               DELIMITED BY SIZE INTO REPORT-LINE
005000        END-STRING
005010        PERFORM 7900-PUT-LINE THRU 7900-EXIT
005020     END-IF.
005030     CLOSE REPORT-FILE.
005040     MOVE 'R' TO WS-SPOOL-FUNCTION.
005050     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
005060          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
005070          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
005080          WS-SPOOL-MEMBER-NAME.
005090 8000-EXIT.
005100     EXIT.
005110
005120*                                                                *
005130*   8500-WRITE-COMPANY-BATCHES -- ONE HEADED LEDGER-POST BATCH   *
005140*   FILE PER COMPANY THAT HAS LINES ON THE WORK FILE             *
005150*   ("0" + MMDD + COMPANY)                                       *
005160*                                                                *
005170 8500-WRITE-COMPANY-BATCHES.
005180     PERFORM 8600-WRITE-ONE-COMPANY THRU 8600-EXIT
005190             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
005200             UNTIL WS-BATCH-CO-SUB > 2.
005210 8500-EXIT.
005220     EXIT.
005230
005240 8600-WRITE-ONE-COMPANY.
005250     IF WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) = ZERO
005260        GO TO 8600-EXIT
005270     END-IF.
005280     IF WS-BATCH-CO-SUB = 2
005290        MOVE "02"        TO WS-HDR-COMPANY
005300        MOVE RTNBATCH-02 TO RTNBATCH
005310     ELSE
005320        MOVE "01"        TO WS-HDR-COMPANY
005330     END-IF.
005340     MOVE "0"              TO WS-HDR-NUMBER (1:1).
005350     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
005360     MOVE WS-HDR-COMPANY (2:1) TO WS-HDR-NUMBER (6:1).
005370     MOVE WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) TO WS-HDR-COUNT.
005380     MOVE WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB) TO WS-HDR-TOTAL.
005390     OPEN OUTPUT RETURN-BATCH-FILE.
005400     MOVE SPACES TO RETURN-BATCH-LINE.
005410     STRING "B,"           DELIMITED BY SIZE
005420            WS-HDR-NUMBER  DELIMITED BY SIZE
005430            ","            DELIMITED BY SIZE
005440            WS-HDR-COUNT   DELIMITED BY SIZE
005450            ","            DELIMITED BY SIZE
005460            WS-HDR-TOTAL   DELIMITED BY SIZE
005470            ","            DELIMITED BY SIZE
005480            WS-HDR-COMPANY DELIMITED BY SIZE
005490            INTO RETURN-BATCH-LINE
005500     END-STRING.
005510     WRITE RETURN-BATCH-LINE.
005520     MOVE 'N' TO WS-BW-EOF-SWITCH.
005530     OPEN INPUT BATCH-WORK-FILE.
005540     PERFORM 8700-COPY-ONE-LINE THRU 8700-EXIT
005550             UNTIL WS-BW-EOF.
005560     CLOSE BATCH-WORK-FILE.
005570     CLOSE RETURN-BATCH-FILE.
005580     DISPLAY "RETURNED CHECK BATCH " WS-HDR-NUMBER " COMPANY "
005590             WS-HDR-COMPANY ": " WS-HDR-COUNT " LINES".
005600 8600-EXIT.
005610     EXIT.
005620
005630 8700-COPY-ONE-LINE.
005640     READ BATCH-WORK-FILE
005650         AT END
005660            MOVE 'Y' TO WS-BW-EOF-SWITCH
005670            GO TO 8700-EXIT
005680     END-READ.
005690     IF BW-COMPANY = WS-HDR-COMPANY
005700        MOVE BW-LINE TO RETURN-BATCH-LINE
005710        WRITE RETURN-BATCH-LINE
005720     END-IF.
005730 8700-EXIT.
005740     EXIT.
005750
005760 9999-EXIT.
005770     STOP RUN.
