000090*   AND SUMMARIZED WITHIN EACH CALENDAR MONTH (YYYYMM) THEY      *
000100*   POSTED IN, ONE GL LINE PER ACCOUNT/PERIOD CARRYING THE       *
000110*   TOTAL DEBITS AND TOTAL CREDITS FOR THAT MONTH.               *
000111*                                                                *
000112*   ALONGSIDE THE SUMMARY IT WRITES BALANCED DR/CR JOURNAL       *
000113*   ENTRIES AGAINST FINANCE'S CHART OF ACCOUNTS, INCLUDING THE   *
000114*   DEFERRED REVENUE MOVEMENTS FROM THE DEFERRED REVENUE         *
000115*   SCHEDULE -- REVENUE DEFERRED WHEN AN ADVANCE-BILLED CHARGE   *
000116*   POSTS, AND EARNED MONTH BY MONTH AS DEFERRED-REVENUE-        *
000117*   RECOGNITION MARKS IT.                                        *
000118*                                                                *
000119*   IT ALSO JOURNALS THE ALLOWANCE FOR DOUBTFUL ACCOUNTS         *
000120*   ADJUSTMENTS ALLOWANCE-RESERVE-JOB LEAVES ON THE ALLOWANCE    *
000121*   ENTRIES FILE -- ITS OWN RECORD TYPE ('A'), ONE PER COMPANY   *
000122*   PER RESERVE PERIOD.                                          *
000123*                                                                *
000124*   AND IT JOURNALS THE SECURITY DEPOSIT MOVEMENTS ON THE        *
000125*   SECURITY DEPOSIT ENTRIES FILE -- RECEIPTS, INTEREST,         *
000126*   REFUNDS AND DEPOSITS APPLIED -- AGAINST THE DEPOSITS         *
000127*   LIABILITY, ONE BALANCED PAIR PER MOVEMENT.                   *
000128*                                                                *
000129*   THEN IT JOURNALS THE DUE-TO / DUE-FROM PAIRS FOR PAYMENTS    *
000130*   ONE COMPANY TOOK IN FOR THE OTHER'S ACCOUNTS, FROM THE       *
000131*   INTERCOMPANY ENTRIES FILE LEDGER-POST WRITES.                *
000132*                                                                *
000133*   THEN IT SPLITS THE CARD PROCESSOR'S FEES OUT TO THEIR OWN    *
000134*   LINE -- DR CARDFEE, CR CASH -- FROM THE CARD FEE ENTRIES     *
000135*   FILE CARD-SETTLEMENT-IMPORT WRITES, SO CASH COMES DOWN FROM  *
000136*   THE FULL CARD CREDITS TO THE NET THE PROCESSOR PAID IN.      *
000137*                                                                *
000138*   LAST, IT CHARGES EACH COMPANY ITS SHARE OF THE MONTH'S       *
000139*   POSTAGE -- DR POSTAGE, CR POSTCLR -- FROM THE POSTAGE        *
000140*   ENTRIES FILE POSTAGE-COST-REPORT BUILDS OFF THE MAILING LOG. *
000141*                                                                *
000142*   EVERY RUN TAKES ONE RUN ID FROM THE GL RUN COUNTER.  EACH    *
000143*   INTERFACE FILE OPENS WITH A HEADER LINE (RUN ID, COMPANY,    *
000144*   PERIOD RANGE) AND CLOSES WITH A TRAILER LINE (DETAIL LINE    *
000145*   COUNT AND DEBIT, CREDIT, WRITE-OFF AND ACCOUNT HASH TOTALS). *
000146*   A COPY IS KEPT UNDER THE RUN ID FOR GL-EXTRACT-RESEND, AND   *
000147*   THE FILE IS ENTERED ON THE GL EXTRACT RUN REGISTER TO AWAIT  *
000148*   FINANCE'S ACKNOWLEDGMENT (SEE GL-ACK-IMPORT).                *
000149*                                                                *
000151******************************************************************
000152 IDENTIFICATION DIVISION.
000155 PROGRAM-ID.      GL-EXTRACT.
000160 AUTHOR.          DATA PROCESSING.
000170 INSTALLATION.    ACCOUNTING SYSTEMS.
000180 DATE-WRITTEN.    08/09/2026.
000400*                    SUSPENSE ACCOUNT AND IS LISTED ON THE      *
000410*                    EXCEPTION REPORT INSTEAD OF SILENTLY       *
000420*                    MIS-BUCKETED.                              *
000423*   10/15/2026  DP   TRAILER CONTROL TOTALS ARE WIDENED TO      *
000426*                    MATCH THE LEDGER TRAILER.                  *
000428*   10/15/2026  DP   DEFERRED REVENUE SCHEDULE MOVEMENTS        *
000430*                    ARE JOURNALED AGAINST THE NEW DEFREV MAP   *
000432*                    KEY -- DEFERRALS IN THE MONTH THE CHARGE   *
000434*                    POSTED, RECOGNITIONS IN THE MONTH EARNED.  *
000435*   10/15/2026  DP   ALLOWANCE FOR DOUBTFUL ACCOUNTS ADJUSTING  *
000436*                    ENTRIES ('A' RECORDS FROM ALLOWANCE-       *
000437*                    RESERVE-JOB) ARE JOURNALED AGAINST THE NEW *
000438*                    ALLOWANCE MAP KEY AND WRITEOFF.            *
000440*   10/15/2026  DP   SECURITY DEPOSIT MOVEMENTS ARE JOURNALED   *
000442*                    AGAINST THE NEW DEPOSITS AND DEPINT MAP    *
000444*                    KEYS.                                      *
000446*   10/15/2026  DP   BALANCE TRANSFER HALVES STAY IN THE        *
000448*                    SUMMARY COLUMNS BUT ARE LEFT OUT OF THE    *
000450*                    JOURNAL ENTRIES -- THEY NET TO NOTHING IN  *
000452*                    AR.                                        *
000453*   10/15/2026  DP   PAYMENTS ONE COMPANY TOOK IN FOR THE       *
000454*                    OTHER'S ACCOUNTS ARE JOURNALED ON BOTH     *
000455*                    COMPANIES' JOURNALS AGAINST THE NEW        *
000456*                    DUETO AND DUEFROM MAP KEYS.                *
000457*   10/15/2026  DP   EACH RUN TAKES A RUN ID FROM THE NEW       *
000458*                    GL RUN COUNTER.  EVERY INTERFACE FILE      *
000459*                    NOW CARRIES A HEADER AND A TRAILER WITH    *
000460*                    THE LINE COUNT AND HASH TOTALS, IS KEPT    *
000461*                    UNDER THE RUN ID FOR A RE-SEND, AND IS     *
000462*                    ENTERED ON THE GL EXTRACT RUN REGISTER.    *
000463*   10/15/2026  DP   CARD PROCESSOR SETTLEMENT AND              *
000464*                    CHARGEBACK FEES ARE JOURNALED FROM THE     *
000465*                    NEW CARD FEE ENTRIES FILE AGAINST THE      *
000466*                    NEW CARDFEE MAP KEY.                       *
000467*   10/15/2026  DP   EACH COMPANY FILE IS KEPT AS A NUMBERED    *
000468*                    GENERATION ON THE OUTBOUND INTERFACE       *
000469*                    REGISTER (SEE INTERFACE-FILE-REGISTER)     *
000470*                    UNDER ITS OWN INTERFACE CODE, GLEXT- AND   *
000471*                    THE COMPANY.                               *
000472*   10/15/2026  DP   POSTAGE IS JOURNALED FROM THE NEW          *
000473*                    POSTAGE ENTRIES FILE AGAINST THE NEW       *
000474*                    POSTAGE AND POSTCLR MAP KEYS.              *
000475*                                                                *
000476 ENVIRONMENT DIVISION.
000477 INPUT-OUTPUT SECTION.
000478 FILE-CONTROL.
000479     SELECT OPTIONAL TRANSACTIONS
000480            ASSIGN       TO  TRANSOUT
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS  IS TRANSOUT-STATUS.
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS  IS GLMAP-STATUS.
000710
000720     SELECT OPTIONAL JOURNAL-FILE
000730            ASSIGN       TO  JOURNALOUT
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS  IS JOURNAL-STATUS.
000760
000761     SELECT OPTIONAL DEFERRED-REVENUE
000762            ASSIGN       TO  DEFREV
000763            ORGANIZATION IS INDEXED
000764            ACCESS MODE  IS SEQUENTIAL
000765            RECORD KEY   IS DR-SCHEDULE-KEY
000766            FILE STATUS  IS DEFREV-STATUS.
000767
000768     SELECT DEFERRAL-SORT-FILE
000769            ASSIGN       TO  "gldefsort.tmp".
000770
000771     SELECT OPTIONAL ALLOWANCE-FILE
000772            ASSIGN       TO  ALLOWIN
000773            ORGANIZATION IS LINE SEQUENTIAL
000774            FILE STATUS  IS ALLOW-STATUS.
000775
000776     SELECT OPTIONAL DEPOSIT-ENTRY-FILE
000777            ASSIGN       TO  SECDEPENT
000778            ORGANIZATION IS LINE SEQUENTIAL
000779            FILE STATUS  IS SECDEPENT-STATUS.
000780
000781     SELECT OPTIONAL INTERCO-ENTRY-FILE
000782            ASSIGN       TO  INTERCOENT
000783            ORGANIZATION IS LINE SEQUENTIAL
000784            FILE STATUS  IS INTERCOENT-STATUS.
000785
000786     SELECT OPTIONAL CARD-FEE-FILE
000787            ASSIGN       TO  CARDFEEENT
000788            ORGANIZATION IS LINE SEQUENTIAL
000789            FILE STATUS  IS CARDFEE-STATUS.
000790
000791     SELECT EXCEPTION-FILE
000792            ASSIGN       TO  EXCEPTOUT
000793            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS  IS EXCEPT-STATUS.
000801
000802*   POSTAGE ENTRIES -- EACH COMPANY'S MONTHLY POSTAGE BY JOB AND
000803*   CLASS (SEE POSTAGE-COST-REPORT).
000804     SELECT OPTIONAL POSTAGE-ENTRIES
000805            ASSIGN       TO  POSTENT
000806            ORGANIZATION IS INDEXED
000807            ACCESS MODE  IS DYNAMIC
000808            RECORD KEY   IS PE-ENTRY-KEY
000809            FILE STATUS  IS POSTENT-STATUS.
000810
000811*   THE RETAINED COPY OF EACH INTERFACE FILE, NAMED FOR THE RUN.
000812     SELECT GL-KEEP-FILE
000813            ASSIGN       TO  GLKEEP
000814            ORGANIZATION IS LINE SEQUENTIAL
000815            FILE STATUS  IS GLKEEP-STATUS.
000816
000817*   SINGLE-RECORD, EXCLUSIVE-LOCK COUNTER -- THE SAME SHAPE AS
000818*   LEDGER-POST'S INVOICE COUNTER, SO NO TWO RUNS SHARE A RUN ID.
000819     SELECT GL-RUN-COUNTER
000820            ASSIGN       TO  GLRUNCTR
000821            ORGANIZATION IS SEQUENTIAL
000822            LOCK MODE    IS EXCLUSIVE
000823            FILE STATUS  IS GLRUNCTR-STATUS.
000824
000825     SELECT OPTIONAL GL-RUN-REGISTER
000826            ASSIGN       TO  GLRUNREG
000827            ORGANIZATION IS INDEXED
000828            ACCESS MODE  IS DYNAMIC
000829            RECORD KEY   IS GR-RUN-KEY
000830            FILE STATUS  IS GLRUNREG-STATUS.
000831
000832 DATA DIVISION.
000833 FILE SECTION.
000840 FD  TRANSACTIONS
000850     RECORDING MODE IS F.
000860 01  TRANSACTION-STRUCTURE.
001060     05  GL-WRITEOFF-AMOUNT      PIC 9(09)V9(02).
001070     05  FILLER                  PIC X(01) VALUE SPACE.
001080     05  GL-DESCRIPTION          PIC X(25).
001082*   THE HEADER AND TRAILER THAT BRACKET THE DETAIL LINES.
001084 01  GL-CONTROL-LINE.
001086     COPY "GL-EXTRACT-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
001088          BY ==GC-==.
001090
001100 FD  RUN-PARM-FILE
001110     RECORDING MODE IS F.
001270     05  JL-CR-AMOUNT            PIC 9(09)V9(02).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  JL-DESCRIPTION          PIC X(25).
001291
001292 FD  POSTAGE-ENTRIES.
001293 01  POSTAGE-ENTRY-STRUCTURE.
001294     COPY "POSTAGE-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001295          BY ==PE-==.
001300
001301 FD  DEFERRED-REVENUE.
001302 01  DEFERRED-REVENUE-STRUCTURE.
001303     COPY "DEFERRED-REVENUE-RECORD.CPY" REPLACING ==(TAG)==
001304          BY ==DR-==.
001305
001306*   ONE DEFERRED REVENUE MOVEMENT -- A SCHEDULE MONTH DEFERRED IN
001307*   THE PERIOD ITS CHARGE POSTED, OR RECOGNIZED IN THE PERIOD IT
001308*   WAS EARNED.
001309 SD  DEFERRAL-SORT-FILE.
001310 01  DEFERRAL-SORT-RECORD.
001311     05  DS-COMPANY-CODE         PIC X(02).
001312     05  DS-PERIOD               PIC 9(06).
001313     05  DS-MOVEMENT             PIC X(01).
001314         88  DS-DEFERRAL                   VALUE 'D'.
001315         88  DS-RECOGNITION                VALUE 'R'.
001316     05  DS-AMOUNT               PIC 9(09)V9(02).
001317
001318 FD  ALLOWANCE-FILE
001319     RECORDING MODE IS F.
001320 01  ALLOWANCE-ENTRY-STRUCTURE.
001321     COPY "ALLOWANCE-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001322          BY ==AE-==.
001323
001324 FD  DEPOSIT-ENTRY-FILE
001325     RECORDING MODE IS F.
001326 01  DEPOSIT-ENTRY-STRUCTURE.
001327     COPY "SECURITY-DEPOSIT-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001328          BY ==SE-==.
001329
001330 FD  INTERCO-ENTRY-FILE
001331     RECORDING MODE IS F.
001332 01  INTERCO-ENTRY-STRUCTURE.
001333     COPY "INTERCOMPANY-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001334          BY ==IE-==.
001335
001336 FD  CARD-FEE-FILE
001337     RECORDING MODE IS F.
001338 01  CARD-FEE-ENTRY-STRUCTURE.
001339     COPY "CARD-FEE-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001340          BY ==CF-==.
001341
001342 FD  EXCEPTION-FILE
001343     RECORDING MODE IS F.
001344 01  EXCEPTION-LINE               PIC X(100).
001345
001346 FD  GL-KEEP-FILE
001347     RECORDING MODE IS F.
001348 01  GL-KEEP-LINE                 PIC X(78).
001349
001350 FD  GL-RUN-COUNTER.
001351 01  GL-RUN-COUNTER-REC.
001352     05  GN-NEXT-RUN-ID          PIC 9(08).
001353
001354 FD  GL-RUN-REGISTER.
001355 01  GL-RUN-STRUCTURE.
001356     COPY "GL-EXTRACT-RUN-RECORD.CPY" REPLACING ==(TAG)==
001357          BY ==GR-==.
001358
001359 WORKING-STORAGE SECTION.
001360 01  TRANSOUT                   PIC X(50)
001370     VALUE "transactions.txt".
001380 01  GLOUT                      PIC X(50)
001740 01  WS-GROUP-DEBIT-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
001750 01  WS-GROUP-CREDIT-TOTAL       PIC 9(09)V9(02) VALUE ZERO.
001760
001770 01  WS-DEBIT-CONTROL-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
001780 01  WS-CREDIT-CONTROL-TOTAL     PIC 9(11)V9(02) VALUE ZERO.
001790 01  WS-GROUP-WRITEOFF-TOTAL     PIC 9(09)V9(02) VALUE ZERO.
001800 01  WS-WRITEOFF-CONTROL-TOTAL   PIC 9(11)V9(02) VALUE ZERO.
001810 01  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001820
001830*                                                                *
001850*   FILE (LINES OF KEY,ACCOUNT).  KEYS THE JOURNAL BUILD USES:  *
001860*   AR (RECEIVABLE CONTROL), CASH, REVENUE, LATEFEE, TAX,       *
001870*   REFUND (CUSTOMER-CREDIT CLEARING), WRITEOFF (BAD DEBT       *
001877*   EXPENSE), DEFREV (DEFERRED REVENUE LIABILITY), ALLOWANCE    *
001880*   (ALLOWANCE FOR DOUBTFUL ACCOUNTS, CONTRA-AR), DEPOSITS      *
001881*   (CUSTOMER SECURITY DEPOSITS HELD, A LIABILITY), DEPINT       *
001882*   (INTEREST EXPENSE ON THOSE DEPOSITS), DUETO AND DUEFROM    *
001884*   (WHAT ONE COMPANY OWES AND IS OWED BY THE OTHER FOR CASH    *
001886*   TAKEN IN ON ITS BEHALF), CARDFEE (CARD PROCESSOR FEES),      *
001887*   POSTAGE AND POSTCLR (POSTAGE EXPENSE, CLEARING), SUSPENSE.   *
001888*   A KEY NOT ON THE TABLE POSTS TO THE SUSPENSE ACCOUNT AND    *
001891*   LANDS ON THE EXCEPTION REPORT.                              *
001900*                                                                *
001910 01  GLMAP                      PIC X(50)
001920     VALUE "gl-account-map.txt".
001970     VALUE "gl-map-exceptions.txt".
001980 01  EXCEPT-STATUS              PIC X(02).
001990 01  WS-MAP-TABLE.
002000     05  WS-MAP-ENTRY OCCURS 20 TIMES.
002010         10  WS-MAP-KEY          PIC X(10).
002020         10  WS-MAP-ACCOUNT      PIC 9(07).
002030 01  WS-MAP-COUNT                PIC 9(02) VALUE ZERO.
002150 01  WS-GROUP-TAX-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
002160 01  WS-GROUP-LATEFEE-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
002170 01  WS-GROUP-REFUND-TOTAL       PIC 9(09)V9(02) VALUE ZERO.
002171*   BALANCE TRANSFER HALVES (TRANSFER-UID SET) MOVE MONEY FROM
002172*   ONE CUSTOMER TO ANOTHER INSIDE AR -- THEY SHOW IN THE
002173*   SUMMARY COLUMNS BUT ARE KEPT OUT OF THE JOURNAL BUILD.
002174 01  WS-GROUP-XFER-DR-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
002175 01  WS-GROUP-XFER-CR-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
002176 01  WS-PAYMENT-DR               PIC 9(09)V9(02) VALUE ZERO.
002180 01  WS-CHARGE-DR                PIC 9(09)V9(02) VALUE ZERO.
002190 01  WS-REVENUE-CR               PIC 9(09)V9(02) VALUE ZERO.
002200 01  WS-JE-DR                    PIC 9(09)V9(02) VALUE ZERO.
002240 01  WS-JOURNAL-CR-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
002250 01  WS-EXCEPT-COUNT             PIC 9(05) VALUE ZERO.
002260 01  WS-JOURNAL-COUNT            PIC 9(07) VALUE ZERO.
002261
002262*   POSTAGE PASS -- THE MONTHLY POSTAGE ENTRIES AND THEIR TOTAL.
002263 01  POSTENT                    PIC X(50)
002264     VALUE "/mnt/c/cobfiles\postage-entries.idx".
002265 01  POSTENT-STATUS             PIC X(02).
002266 01  WS-PE-EOF-SWITCH           PIC X(01) VALUE 'N'.
002267     88  WS-PE-EOF                         VALUE 'Y'.
002268 01  WS-POSTAGE-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
002270
002271*                                                                *
002272*   DEFERRED REVENUE PASS -- THE SCHEDULE FILE, THE MOVEMENT    *
002273*   TOTALS FOR ONE COMPANY/PERIOD, AND THE COMPANIES WHOSE      *
002274*   JOURNAL FILE THE LEDGER PASS ALREADY STARTED THIS RUN (THE  *
002275*   DEFERRAL LINES ARE ADDED TO THE END OF THOSE; ANY OTHER     *
002276*   COMPANY'S FILE IS STARTED FRESH).                           *
002277*                                                                *
002278 01  DEFREV                     PIC X(50)
002279     VALUE "/mnt/c/cobfiles\deferred-revenue.idx".
002280 01  DEFREV-STATUS              PIC X(02).
002281 01  WS-DEF-EOF-SWITCH          PIC X(01) VALUE 'N'.
002282     88  WS-DEF-EOF                        VALUE 'Y'.
002283 01  WS-DEF-COMPANY             PIC X(02).
002284 01  WS-GROUP-DEFERRED-TOTAL    PIC 9(09)V9(02) VALUE ZERO.
002285 01  WS-GROUP-RECOGNIZED-TOTAL  PIC 9(09)V9(02) VALUE ZERO.
002286 01  WS-DEFERRED-CONTROL-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
002287 01  WS-RECOGNIZED-CONTROL-TOTAL
002288                                PIC 9(11)V9(02) VALUE ZERO.
002289 01  WS-JOURNAL-CO-TABLE.
002290     05  WS-JOURNAL-CO           PIC X(02) OCCURS 10 TIMES.
002291 01  WS-JOURNAL-CO-COUNT        PIC 9(02) VALUE ZERO.
002292 01  WS-JOURNAL-CO-INDEX        PIC 9(02) VALUE ZERO.
002293 01  WS-JOURNAL-CO-SWITCH       PIC X(01) VALUE 'N'.
002294     88  WS-JOURNAL-CO-STARTED             VALUE 'Y'.
002295
002296*                                                                *
002297*   ALLOWANCE PASS -- THE ADJUSTING ENTRIES ALLOWANCE-RESERVE-  *
002298*   JOB WROTE, AND THE RESERVE PROVIDED AND RELEASED THIS RUN   *
002299*                                                                *
002300 01  ALLOWIN                    PIC X(50)
002301     VALUE "allowance-entries.txt".
002302 01  ALLOW-STATUS               PIC X(02).
002303 01  WS-ALLOW-EOF-SWITCH        PIC X(01) VALUE 'N'.
002304     88  WS-ALLOW-EOF                      VALUE 'Y'.
002305 01  WS-RESERVE-PROVIDED-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
002306 01  WS-RESERVE-RELEASED-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
002307
002308*                                                                *
002309*   SECURITY DEPOSIT PASS -- THE MOVEMENTS ON THE SECURITY       *
002310*   DEPOSIT ENTRIES FILE, AND THEIR TOTALS THIS RUN              *
002311*                                                                *
002312 01  SECDEPENT                  PIC X(50)
002313     VALUE "security-deposit-entries.txt".
002314 01  SECDEPENT-STATUS           PIC X(02).
002315 01  WS-DEP-EOF-SWITCH          PIC X(01) VALUE 'N'.
002316     88  WS-DEP-EOF                        VALUE 'Y'.
002317 01  WS-DEPOSIT-RECEIVED-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
002318 01  WS-DEPOSIT-INTEREST-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
002319 01  WS-DEPOSIT-REFUNDED-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
002320 01  WS-DEPOSIT-APPLIED-TOTAL   PIC 9(11)V9(02) VALUE ZERO.
002321
002322*                                                                *
002323*   INTERCOMPANY PASS -- PAYMENTS ONE COMPANY TOOK IN FOR THE    *
002324*   OTHER'S ACCOUNTS, AND THEIR TOTALS THIS RUN                  *
002325*                                                                *
002326 01  INTERCOENT                 PIC X(50)
002327     VALUE "intercompany-entries.txt".
002328 01  INTERCOENT-STATUS          PIC X(02).
002329 01  WS-IC-EOF-SWITCH           PIC X(01) VALUE 'N'.
002330     88  WS-IC-EOF                         VALUE 'Y'.
002331 01  WS-IC-COMPANY              PIC X(02).
002332 01  WS-IC-DR-KEY               PIC X(10).
002333 01  WS-IC-CR-KEY               PIC X(10).
002334 01  WS-INTERCO-PAID-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
002335 01  WS-INTERCO-BACKOUT-TOTAL   PIC 9(11)V9(02) VALUE ZERO.
002336
002337*                                                                *
002338*   CARD FEE PASS -- THE PROCESSOR'S SETTLEMENT AND CHARGEBACK   *
002339*   FEES, AND THEIR TOTALS THIS RUN                              *
002340*                                                                *
002341 01  CARDFEEENT                 PIC X(50)
002342     VALUE "card-fee-entries.txt".
002343 01  CARDFEE-STATUS             PIC X(02).
002344 01  WS-CF-EOF-SWITCH           PIC X(01) VALUE 'N'.
002345     88  WS-CF-EOF                         VALUE 'Y'.
002346 01  WS-CARD-FEE-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
002347 01  WS-CHARGEBACK-FEE-TOTAL    PIC 9(11)V9(02) VALUE ZERO.
002348
002349*                                                                *
002350*   RUN ID AND CONTROL TOTALS -- ONE RUN ID PER RUN, FROM THE GL *
002351*   RUN COUNTER.  THE COUNT AND HASHES ARE FOR THE COMPANY FILE  *
002352*   NOW OPEN; 3600 PUTS THEM ON ITS TRAILER AND ON THE RUN       *
002353*   REGISTER WHEN IT CLOSES.                                     *
002354*                                                                *
002355 01  GLKEEP                     PIC X(50) VALUE SPACES.
002356 01  GLKEEP-STATUS              PIC X(02).
002357 01  GLRUNCTR                   PIC X(50)
002358     VALUE "/mnt/c/cobfiles\gl-run-counter.dat".
002359 01  GLRUNCTR-STATUS            PIC X(02).
002360 01  GLRUNREG                   PIC X(50)
002361     VALUE "/mnt/c/cobfiles\gl-extract-runs.idx".
002362 01  GLRUNREG-STATUS            PIC X(02).
002363 01  WS-RUN-ID                  PIC 9(08) VALUE ZERO.
002364 01  WS-CTR-OPEN-TRIES          PIC 9(02) VALUE ZERO.
002365 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002366 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
002367 01  WS-CO-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
002368 01  WS-CO-DEBIT-HASH           PIC 9(11)V9(02) VALUE ZERO.
002369 01  WS-CO-CREDIT-HASH          PIC 9(11)V9(02) VALUE ZERO.
002370 01  WS-CO-WRITEOFF-HASH        PIC 9(11)V9(02) VALUE ZERO.
002371 01  WS-CO-ACCOUNT-HASH         PIC 9(12) VALUE ZERO.
002372 01  WS-RUNS-REGISTERED         PIC 9(03) VALUE ZERO.
002373
002374*                                                                *
002375*   OUTBOUND INTERFACE REGISTER FIELDS (SEE                      *
002376*   INTERFACE-FILE-REGISTER)                                     *
002377*                                                                *
002378 01  WS-IF-CODE                 PIC X(08) VALUE "GLEXT-".
002379 01  WS-IF-JOB-NAME             PIC X(20)
002380     VALUE "GL-EXTRACT".
002381 01  WS-IF-RECORDS              PIC 9(07) VALUE ZERO.
002382 01  WS-IF-HASH                 PIC S9(11)V9(02) VALUE ZERO.
002383 01  WS-IF-GENERATION           PIC 9(07) VALUE ZERO.
002384 01  WS-IF-RESULT               PIC X(02).
002385
002386 PROCEDURE DIVISION.
002387*                                                                *
002388*   0000-MAINLINE                                               *
002389*                                                                *
002390 0000-MAINLINE.
002391     MOVE 'S' TO WS-RC-FUNCTION.
002392     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002393          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002394          WS-RC-CODE.
002395     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002396     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
002397     PERFORM 1200-START-RUN THRU 1200-EXIT.
002398     IF WS-RC-CODE NOT = "0000"
002399        MOVE 'E' TO WS-RC-FUNCTION
002400        CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002401             WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002402             WS-RC-CODE
002403        GO TO 9999-EXIT
002404     END-IF.
002405     OPEN OUTPUT EXCEPTION-FILE.
002406     MOVE "GL MAP EXCEPTION REPORT -- UNMAPPED KEYS POSTED TO SU
002407-         "SPENSE" TO EXCEPTION-LINE.
002420     WRITE EXCEPTION-LINE.
002430     SORT SORT-WORK-FILE
002440         ON ASCENDING KEY SD-COMPANY-CODE
002460         ON ASCENDING KEY SD-TRANSACTION-DATE
002470         INPUT PROCEDURE  IS 2000-LOAD-SORT-FILE
002480         OUTPUT PROCEDURE IS 3000-WRITE-GL-LINES.
002481*   THE DEFERRED REVENUE MOVEMENTS FOR THE SAME PERIOD RANGE,
002482*   SUMMARIZED BY COMPANY AND PERIOD ONTO THE SAME JOURNALS.
002483     SORT DEFERRAL-SORT-FILE
002484         ON ASCENDING KEY DS-COMPANY-CODE
002485         ON ASCENDING KEY DS-PERIOD
002486         INPUT PROCEDURE  IS 7000-LOAD-DEFERRAL-SORT
002487         OUTPUT PROCEDURE IS 7500-WRITE-DEFERRAL-ENTRIES.
002488*   THEN THE ALLOWANCE ADJUSTMENTS BOOKED IN THE RANGE.
002489     PERFORM 8000-WRITE-ALLOWANCE-ENTRIES THRU 8000-EXIT.
002491*   AND THE SECURITY DEPOSIT MOVEMENTS BOOKED IN THE RANGE.
002493     PERFORM 8500-WRITE-DEPOSIT-ENTRIES THRU 8500-EXIT.
002494*   AND THE DUE-TO / DUE-FROM PAIRS FOR PAYMENTS ONE COMPANY TOOK
002495*   IN FOR THE OTHER.
002496     PERFORM 8700-WRITE-INTERCO-ENTRIES THRU 8700-EXIT.
002497*   AND THE CARD PROCESSOR'S FEES.
002498     PERFORM 8950-WRITE-CARDFEE-ENTRIES THRU 8950-EXIT.
002499*   AND EACH COMPANY'S SHARE OF THE POSTAGE.
002500     PERFORM 8970-WRITE-POSTAGE-ENTRIES THRU 8970-EXIT.
002503     MOVE 'E' TO WS-RC-FUNCTION.
002506     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
002510     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002520          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002530          WS-RC-CODE.
002535     CLOSE GL-RUN-REGISTER.
002540     CLOSE EXCEPTION-FILE.
002550     DISPLAY "GL-EXTRACT RUN COMPLETE".
002553     DISPLAY "GL RUN ID:            " WS-RUN-ID.
002556     DISPLAY "FILES REGISTERED:     " WS-RUNS-REGISTERED.
002560     DISPLAY "GL LINES WRITTEN:     " WS-LINE-COUNT.
002570     DISPLAY "DEBIT CONTROL TOTAL:  " WS-DEBIT-CONTROL-TOTAL.
002580     DISPLAY "CREDIT CONTROL TOTAL: " WS-CREDIT-CONTROL-TOTAL.
002610     DISPLAY "JOURNAL LINES:        " WS-JOURNAL-COUNT.
002620     DISPLAY "JOURNAL DR TOTAL:     " WS-JOURNAL-DR-TOTAL.
002630     DISPLAY "JOURNAL CR TOTAL:     " WS-JOURNAL-CR-TOTAL.
002632     DISPLAY "REVENUE DEFERRED:     " WS-DEFERRED-CONTROL-TOTAL.
002634     DISPLAY "DEFERRED REVENUE EARNED: "
002636             WS-RECOGNIZED-CONTROL-TOTAL.
002637     DISPLAY "RESERVE PROVIDED:     " WS-RESERVE-PROVIDED-TOTAL.
002638     DISPLAY "RESERVE RELEASED:     " WS-RESERVE-RELEASED-TOTAL.
002640     DISPLAY "DEPOSITS RECEIVED:    " WS-DEPOSIT-RECEIVED-TOTAL.
002642     DISPLAY "DEPOSIT INTEREST:     " WS-DEPOSIT-INTEREST-TOTAL.
002644     DISPLAY "DEPOSITS REFUNDED:    " WS-DEPOSIT-REFUNDED-TOTAL.
002646     DISPLAY "DEPOSITS APPLIED:     " WS-DEPOSIT-APPLIED-TOTAL.
002648     DISPLAY "INTERCOMPANY PAID:    " WS-INTERCO-PAID-TOTAL.
002650     DISPLAY "INTERCOMPANY BACKED OUT: "
002652             WS-INTERCO-BACKOUT-TOTAL.
002653     DISPLAY "CARD PROCESSOR FEES:  " WS-CARD-FEE-TOTAL.
002654     DISPLAY "CARD CHARGEBACK FEES: " WS-CHARGEBACK-FEE-TOTAL.
002655     DISPLAY "POSTAGE ALLOCATED:    " WS-POSTAGE-TOTAL.
002656     IF WS-JOURNAL-DR-TOTAL NOT = WS-JOURNAL-CR-TOTAL
002658        DISPLAY "WARNING -- JOURNAL DOES NOT BALANCE"
002660     END-IF.
002670     IF WS-EXCEPT-COUNT > ZERO
002680        DISPLAY "UNMAPPED KEYS POSTED TO SUSPENSE: "
003210        PERFORM 4000-WRITE-GL-LINE THRU 4000-EXIT
003220     END-IF.
003230     IF WS-GL-OPEN
003240        PERFORM 3600-CLOSE-COMPANY-FILE THRU 3600-EXIT
003250        CLOSE JOURNAL-FILE
003260        MOVE 'N' TO WS-GL-OPEN-SWITCH
003270     END-IF.
003620                     WS-GROUP-WRITEOFF-TOTAL
003630                     WS-GROUP-TAX-TOTAL WS-GROUP-LATEFEE-TOTAL
003640                     WS-GROUP-REFUND-TOTAL
003645                     WS-GROUP-XFER-DR-TOTAL
003647                     WS-GROUP-XFER-CR-TOTAL
003650     END-IF.
003660     IF SD-DEBIT-TRANSACTION OR SD-REFUND-TRANSACTION
003670        ADD SD-AMOUNT TO WS-GROUP-DEBIT-TOTAL
003720        IF SD-REFUND-TRANSACTION
003730           ADD SD-AMOUNT TO WS-GROUP-REFUND-TOTAL
003740        ELSE
003742        IF SD-TRANSFER-UID NOT = ZERO
003744           ADD SD-AMOUNT TO WS-GROUP-XFER-DR-TOTAL
003746        ELSE
003750           ADD SD-TAX-AMOUNT TO WS-GROUP-TAX-TOTAL
003760           IF SD-DESC (1:14) = "FINANCE CHARGE"
003770              COMPUTE WS-GROUP-LATEFEE-TOTAL =
003780                 WS-GROUP-LATEFEE-TOTAL
003790                 + SD-AMOUNT - SD-TAX-AMOUNT
003800           END-IF
003805        END-IF
003810        END-IF
003820     ELSE
003830        IF SD-WRITEOFF-TRANSACTION
003860        ELSE
003870        ADD SD-AMOUNT TO WS-GROUP-CREDIT-TOTAL
003880        ADD SD-AMOUNT TO WS-CREDIT-CONTROL-TOTAL
003882        IF SD-TRANSFER-UID NOT = ZERO
003884           ADD SD-AMOUNT TO WS-GROUP-XFER-CR-TOTAL
003886        END-IF
003890        END-IF
003900     END-IF.
003910     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
003980*                                                                *
003990 3500-OPEN-COMPANY-FILE.
004000     IF WS-GL-OPEN
004010        PERFORM 3600-CLOSE-COMPANY-FILE THRU 3600-EXIT
004020     END-IF.
004030     MOVE SPACES TO GLOUT.
004040     STRING "gl-extract-" WS-CURRENT-COMPANY ".txt"
004050            DELIMITED BY SIZE INTO GLOUT
004060     END-STRING.
004070     OPEN OUTPUT GL-FILE.
004071*   THE RETAINED COPY UNDER THE RUN ID IS WHAT GL-EXTRACT-RESEND
004072*   PUTS BACK IF FINANCE NEVER TAKES THIS ONE IN.
004073     MOVE SPACES TO GLKEEP.
004074     STRING "gl-extract-" WS-CURRENT-COMPANY "-" WS-RUN-ID ".txt"
004075            DELIMITED BY SIZE INTO GLKEEP
004076     END-STRING.
004077     OPEN OUTPUT GL-KEEP-FILE.
004078     MOVE ZERO TO WS-CO-LINE-COUNT WS-CO-DEBIT-HASH
004079                  WS-CO-CREDIT-HASH WS-CO-WRITEOFF-HASH
004080                  WS-CO-ACCOUNT-HASH.
004081     MOVE SPACES TO GL-CONTROL-LINE.
004082     SET GC-HEADER-RECORD TO TRUE.
004083     MOVE WS-RUN-ID          TO GC-RUN-ID.
004084     MOVE WS-CURRENT-COMPANY TO GC-COMPANY-CODE.
004085     MOVE WS-RUN-DATE        TO GC-CREATED-DATE.
004086     MOVE WS-RUN-TIME (1:4)  TO GC-CREATED-TIME.
004087     MOVE WS-FROM-PERIOD     TO GC-FROM-PERIOD.
004088     MOVE WS-TO-PERIOD       TO GC-TO-PERIOD.
004089     MOVE 1                  TO GC-SEND-NUMBER.
004090     WRITE GL-CONTROL-LINE.
004091     WRITE GL-KEEP-LINE FROM GL-CONTROL-LINE.
004092*   THE BALANCED JOURNAL RIDES ALONGSIDE THE SUMMARY, ONE FILE
004093*   PER TRADING NAME.
004100     IF WS-GL-OPEN
004110        CLOSE JOURNAL-FILE
004120     END-IF.
004150            DELIMITED BY SIZE INTO JOURNALOUT
004160     END-STRING.
004170     OPEN OUTPUT JOURNAL-FILE.
004171     IF WS-JOURNAL-CO-COUNT < 10
004172        ADD 1 TO WS-JOURNAL-CO-COUNT
004173        MOVE WS-CURRENT-COMPANY
004174           TO WS-JOURNAL-CO (WS-JOURNAL-CO-COUNT)
004175     END-IF.
004180     MOVE 'Y' TO WS-GL-OPEN-SWITCH.
004190     MOVE WS-CURRENT-COMPANY TO WS-PREV-COMPANY.
004200*   A COMPANY CHANGE IS A GROUP BREAK EVEN WHEN THE ACCOUNT AND
004250     MOVE ZERO TO WS-PREV-PERIOD.
004260     MOVE ZERO TO WS-GROUP-DEBIT-TOTAL WS-GROUP-CREDIT-TOTAL
004270                  WS-GROUP-WRITEOFF-TOTAL WS-GROUP-TAX-TOTAL
004280                  WS-GROUP-LATEFEE-TOTAL WS-GROUP-REFUND-TOTAL
004285                  WS-GROUP-XFER-DR-TOTAL WS-GROUP-XFER-CR-TOTAL.
004290 3500-EXIT.
004291     EXIT.
004292
004293*                                                                *
004294*   3600-CLOSE-COMPANY-FILE -- TRAILER ON THE COMPANY'S          *
004295*   INTERFACE FILE AND ITS RETAINED COPY, THEN THE FILE IS       *
004296*   ENTERED ON THE GL EXTRACT RUN REGISTER AS SENT               *
004297*                                                                *
004298 3600-CLOSE-COMPANY-FILE.
004299     MOVE SPACES TO GL-CONTROL-LINE.
004300     SET GC-TRAILER-RECORD TO TRUE.
004301     MOVE WS-RUN-ID           TO GC-RUN-ID.
004302     MOVE WS-PREV-COMPANY     TO GC-COMPANY-CODE.
004303     MOVE WS-CO-LINE-COUNT    TO GC-RECORD-COUNT.
004304     MOVE WS-CO-DEBIT-HASH    TO GC-DEBIT-HASH.
004305     MOVE WS-CO-CREDIT-HASH   TO GC-CREDIT-HASH.
004306     MOVE WS-CO-WRITEOFF-HASH TO GC-WRITEOFF-HASH.
004307     MOVE WS-CO-ACCOUNT-HASH  TO GC-ACCOUNT-HASH.
004308     WRITE GL-CONTROL-LINE.
004309     WRITE GL-KEEP-LINE FROM GL-CONTROL-LINE.
004310     CLOSE GL-FILE.
004311     MOVE WS-PREV-COMPANY     TO WS-IF-CODE (7:2).
004312     MOVE WS-CO-LINE-COUNT    TO WS-IF-RECORDS.
004313     COMPUTE WS-IF-HASH = WS-CO-DEBIT-HASH + WS-CO-CREDIT-HASH
004314                        + WS-CO-WRITEOFF-HASH.
004315     CALL "INTERFACE-FILE-REGISTER" USING WS-IF-CODE,
004316          WS-IF-JOB-NAME, GLOUT, WS-IF-RECORDS, WS-IF-HASH,
004317          WS-IF-GENERATION, WS-IF-RESULT.
004318     CLOSE GL-KEEP-FILE.
004319     MOVE SPACES TO GL-RUN-STRUCTURE.
004320     MOVE WS-RUN-ID           TO GR-RUN-ID.
004321     MOVE WS-PREV-COMPANY     TO GR-COMPANY-CODE.
004322     MOVE GLOUT               TO GR-FILE-NAME.
004323     MOVE GLKEEP              TO GR-KEEP-FILE-NAME.
004324     MOVE WS-RUN-DATE         TO GR-CREATED-DATE.
004325     MOVE WS-RUN-DATE         TO GR-LAST-SENT-DATE.
004326     MOVE WS-RUN-TIME (1:4)   TO GR-CREATED-TIME.
004327     MOVE WS-FROM-PERIOD      TO GR-FROM-PERIOD.
004328     MOVE WS-TO-PERIOD        TO GR-TO-PERIOD.
004329     MOVE WS-CO-LINE-COUNT    TO GR-RECORD-COUNT.
004330     MOVE WS-CO-DEBIT-HASH    TO GR-DEBIT-HASH.
004331     MOVE WS-CO-CREDIT-HASH   TO GR-CREDIT-HASH.
004332     MOVE WS-CO-WRITEOFF-HASH TO GR-WRITEOFF-HASH.
004333     MOVE WS-CO-ACCOUNT-HASH  TO GR-ACCOUNT-HASH.
004334     SET GR-RUN-SENT TO TRUE.
004335     MOVE 1 TO GR-SEND-COUNT.
004336     MOVE ZERO TO GR-ACK-DATE GR-ACK-RECEIVED-COUNT
004337                  GR-REJECT-COUNT.
004338     WRITE GL-RUN-STRUCTURE
004339         INVALID KEY
004340            DISPLAY "RUN " WS-RUN-ID " COMPANY " WS-PREV-COMPANY
004341                    " ALREADY ON THE GL EXTRACT RUN REGISTER"
004342            MOVE "0004" TO WS-RC-CODE
004343         NOT INVALID KEY
004344            ADD 1 TO WS-RUNS-REGISTERED
004345     END-WRITE.
004346 3600-EXIT.
004347     EXIT.
004348
004349 4000-WRITE-GL-LINE.
004350     MOVE SPACES TO GL-LINE.
004351     MOVE WS-PREV-ACCOUNT-ID  TO GL-ACCOUNT.
004352     MOVE WS-PREV-PERIOD      TO GL-PERIOD.
004353     MOVE WS-GROUP-DEBIT-TOTAL  TO GL-DEBIT-AMOUNT.
004354     MOVE WS-GROUP-CREDIT-TOTAL TO GL-CREDIT-AMOUNT.
004355     MOVE WS-GROUP-WRITEOFF-TOTAL TO GL-WRITEOFF-AMOUNT.
004356     MOVE "MONTHLY SUMMARY" TO GL-DESCRIPTION.
004400     WRITE GL-LINE.
004401     WRITE GL-KEEP-LINE FROM GL-LINE.
004402     ADD 1 TO WS-CO-LINE-COUNT.
004403     ADD WS-GROUP-DEBIT-TOTAL    TO WS-CO-DEBIT-HASH.
004404     ADD WS-GROUP-CREDIT-TOTAL   TO WS-CO-CREDIT-HASH.
004405     ADD WS-GROUP-WRITEOFF-TOTAL TO WS-CO-WRITEOFF-HASH.
004406     ADD WS-PREV-ACCOUNT-ID      TO WS-CO-ACCOUNT-HASH.
004410     ADD 1 TO WS-LINE-COUNT.
004420     PERFORM 4500-WRITE-JOURNAL-ENTRIES THRU 4500-EXIT.
004430 4000-EXIT.
004500*       PAYMENTS  DR CASH, CR AR                                 *
004510*       REFUNDS   DR REFUND, CR CASH                             *
004520*       WRITEOFFS DR WRITEOFF, CR AR                             *
004525*   BALANCE TRANSFERS STAY INSIDE AR AND ARE LEFT OUT.           *
004530*                                                                *
004540 4500-WRITE-JOURNAL-ENTRIES.
004550*   CHARGES (NET OF REFUNDS, WHICH GET THEIR OWN PAIR BELOW).
004560     COMPUTE WS-CHARGE-DR =
004570        WS-GROUP-DEBIT-TOTAL - WS-GROUP-REFUND-TOTAL
004575           - WS-GROUP-XFER-DR-TOTAL.
004580     IF WS-CHARGE-DR > ZERO
004590        COMPUTE WS-REVENUE-CR = WS-CHARGE-DR
004600           - WS-GROUP-TAX-TOTAL - WS-GROUP-LATEFEE-TOTAL
004860        END-IF
004870     END-IF.
004880*   PAYMENTS RECEIVED.
004883     COMPUTE WS-PAYMENT-DR =
004886        WS-GROUP-CREDIT-TOTAL - WS-GROUP-XFER-CR-TOTAL.
004890     IF WS-PAYMENT-DR > ZERO
004900        MOVE "CASH"    TO WS-LOOKUP-KEY
004910        MOVE WS-PAYMENT-DR TO WS-JE-DR
004920        MOVE ZERO      TO WS-JE-CR
004930        MOVE "PAYMENTS RECEIVED" TO WS-JE-DESC
004940        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
004950        MOVE "AR"      TO WS-LOOKUP-KEY
004960        MOVE ZERO      TO WS-JE-DR
004970        MOVE WS-PAYMENT-DR TO WS-JE-CR
004980        MOVE "PAYMENTS APPLIED" TO WS-JE-DESC
004990        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
005000     END-IF.
005820     EXIT.
005830
005840*                                                                *
005841*   7000-LOAD-DEFERRAL-SORT -- RELEASE ONE DEFERRAL MOVEMENT FOR *
005842*   EVERY SCHEDULE MONTH WHOSE CHARGE POSTED IN THE RANGE, AND   *
005843*   ONE RECOGNITION MOVEMENT FOR EVERY MONTH EARNED IN IT        *
005844*                                                                *
005845 7000-LOAD-DEFERRAL-SORT.
005846     OPEN INPUT DEFERRED-REVENUE.
005847     IF DEFREV-STATUS = '00'
005848        MOVE 'N' TO WS-DEF-EOF-SWITCH
005849        PERFORM 7100-RELEASE-SCHEDULE-LINE THRU 7100-EXIT
005850                UNTIL WS-DEF-EOF
005851        CLOSE DEFERRED-REVENUE
005852     ELSE
005853        IF DEFREV-STATUS = '05'
005854           CLOSE DEFERRED-REVENUE
005855        END-IF
005856     END-IF.
005857 7000-EXIT.
005858     EXIT.
005859
005860 7100-RELEASE-SCHEDULE-LINE.
005861     READ DEFERRED-REVENUE NEXT RECORD
005862         AT END
005863            MOVE 'Y' TO WS-DEF-EOF-SWITCH
005864            GO TO 7100-EXIT
005865     END-READ.
005866     IF DR-COMPANY-CODE = SPACES
005867        MOVE "01" TO WS-DEF-COMPANY
005868     ELSE
005869        MOVE DR-COMPANY-CODE TO WS-DEF-COMPANY
005870     END-IF.
005871     IF DR-BILLED-PERIOD >= WS-FROM-PERIOD
005872        AND DR-BILLED-PERIOD <= WS-TO-PERIOD
005873        MOVE WS-DEF-COMPANY   TO DS-COMPANY-CODE
005874        MOVE DR-BILLED-PERIOD TO DS-PERIOD
005875        SET DS-DEFERRAL TO TRUE
005876        MOVE DR-MONTH-AMOUNT  TO DS-AMOUNT
005877        RELEASE DEFERRAL-SORT-RECORD
005878     END-IF.
005879     IF DR-LINE-RECOGNIZED
005880        AND DR-RECOGNIZED-PERIOD >= WS-FROM-PERIOD
005881        AND DR-RECOGNIZED-PERIOD <= WS-TO-PERIOD
005882        MOVE WS-DEF-COMPANY   TO DS-COMPANY-CODE
005883        MOVE DR-RECOGNIZED-PERIOD TO DS-PERIOD
005884        SET DS-RECOGNITION TO TRUE
005885        MOVE DR-MONTH-AMOUNT  TO DS-AMOUNT
005886        RELEASE DEFERRAL-SORT-RECORD
005887     END-IF.
005888 7100-EXIT.
005889     EXIT.
005890
005891*                                                                *
005892*   7500-WRITE-DEFERRAL-ENTRIES -- CONTROL BREAK ON COMPANY/     *
005893*   PERIOD, ONE BALANCED PAIR PER MOVEMENT KIND:                 *
005894*       DEFERRED    DR REVENUE, CR DEFREV                        *
005895*       RECOGNIZED  DR DEFREV,  CR REVENUE                       *
005896*   THE LEDGER PASS HAS ALREADY CREDITED THE WHOLE CHARGE TO     *
005897*   REVENUE IN THE MONTH IT POSTED; THESE MOVE THE UNEARNED      *
005898*   PART OUT AND BRING EACH MONTH BACK AS IT IS EARNED.          *
005899*                                                                *
005900 7500-WRITE-DEFERRAL-ENTRIES.
005901     MOVE 'N' TO WS-EOF-SWITCH.
005902     MOVE 'Y' TO WS-FIRST-GROUP-SWITCH.
005903     MOVE SPACES TO WS-PREV-COMPANY.
005904     MOVE ZERO TO WS-PREV-ACCOUNT-ID WS-PREV-PERIOD.
005905     PERFORM 7600-RETURN-DEFERRAL THRU 7600-EXIT.
005906     PERFORM 7700-PROCESS-DEFERRAL THRU 7700-EXIT
005907             UNTIL WS-EOF-YES.
005908     IF NOT WS-FIRST-GROUP
005909        PERFORM 7800-PUT-DEFERRAL-ENTRIES THRU 7800-EXIT
005910     END-IF.
005911     IF WS-GL-OPEN
005912        CLOSE JOURNAL-FILE
005913        MOVE 'N' TO WS-GL-OPEN-SWITCH
005914     END-IF.
005915 7500-EXIT.
005916     EXIT.
005917
005918 7600-RETURN-DEFERRAL.
005919     RETURN DEFERRAL-SORT-FILE
005920         AT END
005921            MOVE 'Y' TO WS-EOF-SWITCH
005922     END-RETURN.
005923 7600-EXIT.
005924     EXIT.
005925
005926*                                                                *
005927*   7650-OPEN-COMPANY-JOURNAL -- GL-JOURNAL-<CC>.TXT FOR         *
005928*   WS-CURRENT-COMPANY, ADDED TO IF AN EARLIER PASS WROTE IT     *
005929*   THIS RUN, OTHERWISE STARTED NEW                              *
005930*                                                                *
005931 7650-OPEN-COMPANY-JOURNAL.
005932     IF WS-GL-OPEN
005933        CLOSE JOURNAL-FILE
005934     END-IF.
005935     MOVE SPACES TO JOURNALOUT.
005936     STRING "gl-journal-" WS-CURRENT-COMPANY ".txt"
005937            DELIMITED BY SIZE INTO JOURNALOUT
005938     END-STRING.
005939     MOVE 'N' TO WS-JOURNAL-CO-SWITCH.
005940     MOVE 1 TO WS-JOURNAL-CO-INDEX.
005941     PERFORM 7660-CHECK-JOURNAL-CO THRU 7660-EXIT
005942             UNTIL WS-JOURNAL-CO-INDEX > WS-JOURNAL-CO-COUNT
005943                OR WS-JOURNAL-CO-STARTED.
005944     IF WS-JOURNAL-CO-STARTED
005945        OPEN EXTEND JOURNAL-FILE
005946     ELSE
005947        OPEN OUTPUT JOURNAL-FILE
005948        IF WS-JOURNAL-CO-COUNT < 10
005949           ADD 1 TO WS-JOURNAL-CO-COUNT
005950           MOVE WS-CURRENT-COMPANY
005951              TO WS-JOURNAL-CO (WS-JOURNAL-CO-COUNT)
005952        END-IF
005953     END-IF.
005954     MOVE 'Y' TO WS-GL-OPEN-SWITCH.
005955     MOVE WS-CURRENT-COMPANY TO WS-PREV-COMPANY.
005956*   AS IN 3500, A COMPANY CHANGE FORCES A PERIOD BREAK.
005957     MOVE ZERO TO WS-PREV-PERIOD.
005958 7650-EXIT.
005959     EXIT.
005960
005961 7660-CHECK-JOURNAL-CO.
005962     IF WS-JOURNAL-CO (WS-JOURNAL-CO-INDEX) = WS-CURRENT-COMPANY
005963        MOVE 'Y' TO WS-JOURNAL-CO-SWITCH
005964     ELSE
005965        ADD 1 TO WS-JOURNAL-CO-INDEX
005966     END-IF.
005967 7660-EXIT.
005968     EXIT.
005969
005970 7700-PROCESS-DEFERRAL.
005971     IF NOT WS-FIRST-GROUP
005972        AND (DS-COMPANY-CODE NOT = WS-PREV-COMPANY
005973             OR DS-PERIOD NOT = WS-PREV-PERIOD)
005974        PERFORM 7800-PUT-DEFERRAL-ENTRIES THRU 7800-EXIT
005975     END-IF.
005976     IF DS-COMPANY-CODE NOT = WS-PREV-COMPANY
005977        MOVE DS-COMPANY-CODE TO WS-CURRENT-COMPANY
005978        PERFORM 7650-OPEN-COMPANY-JOURNAL THRU 7650-EXIT
005979     END-IF.
005980     IF WS-FIRST-GROUP
005981        OR DS-PERIOD NOT = WS-PREV-PERIOD
005982        MOVE 'N' TO WS-FIRST-GROUP-SWITCH
005983        MOVE DS-PERIOD TO WS-PREV-PERIOD
005984        MOVE ZERO TO WS-GROUP-DEFERRED-TOTAL
005985                     WS-GROUP-RECOGNIZED-TOTAL
005986     END-IF.
005987     IF DS-DEFERRAL
005988        ADD DS-AMOUNT TO WS-GROUP-DEFERRED-TOTAL
005989        ADD DS-AMOUNT TO WS-DEFERRED-CONTROL-TOTAL
005990     ELSE
005991        ADD DS-AMOUNT TO WS-GROUP-RECOGNIZED-TOTAL
005992        ADD DS-AMOUNT TO WS-RECOGNIZED-CONTROL-TOTAL
005993     END-IF.
005994     PERFORM 7600-RETURN-DEFERRAL THRU 7600-EXIT.
005995 7700-EXIT.
005996     EXIT.
005997
005998 7800-PUT-DEFERRAL-ENTRIES.
005999     IF WS-GROUP-DEFERRED-TOTAL > ZERO
006000        MOVE "REVENUE"  TO WS-LOOKUP-KEY
006001        MOVE WS-GROUP-DEFERRED-TOTAL TO WS-JE-DR
006002        MOVE ZERO       TO WS-JE-CR
006003        MOVE "REVENUE DEFERRED" TO WS-JE-DESC
006004        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006005        MOVE "DEFREV"   TO WS-LOOKUP-KEY
006006        MOVE ZERO       TO WS-JE-DR
006007        MOVE WS-GROUP-DEFERRED-TOTAL TO WS-JE-CR
006008        MOVE "DEFERRED REVENUE BILLED" TO WS-JE-DESC
006009        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006010     END-IF.
006011     IF WS-GROUP-RECOGNIZED-TOTAL > ZERO
006012        MOVE "DEFREV"   TO WS-LOOKUP-KEY
006013        MOVE WS-GROUP-RECOGNIZED-TOTAL TO WS-JE-DR
006014        MOVE ZERO       TO WS-JE-CR
006015        MOVE "DEFERRED REVENUE EARNED" TO WS-JE-DESC
006016        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006017        MOVE "REVENUE"  TO WS-LOOKUP-KEY
006018        MOVE ZERO       TO WS-JE-DR
006019        MOVE WS-GROUP-RECOGNIZED-TOTAL TO WS-JE-CR
006020        MOVE "SERVICE REVENUE EARNED" TO WS-JE-DESC
006021        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006022     END-IF.
006023 7800-EXIT.
006024     EXIT.
006025*                                                                *
006026*   8000-WRITE-ALLOWANCE-ENTRIES -- ONE BALANCED PAIR FOR EACH   *
006027*   ALLOWANCE ADJUSTMENT ('A' RECORD) BOOKED IN THE RANGE:       *
006028*       INCREASE  DR WRITEOFF,  CR ALLOWANCE                     *
006029*       RELEASE   DR ALLOWANCE, CR WRITEOFF                      *
006030*   ADDED TO THE COMPANY'S JOURNAL AS IN 7650                    *
006031*                                                                *
006032 8000-WRITE-ALLOWANCE-ENTRIES.
006033     OPEN INPUT ALLOWANCE-FILE.
006034     IF ALLOW-STATUS NOT = '00'
006035        IF ALLOW-STATUS = '05'
006036           CLOSE ALLOWANCE-FILE
006037        END-IF
006038        GO TO 8000-EXIT
006039     END-IF.
006040     MOVE SPACES TO WS-PREV-COMPANY.
006041     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
006042     MOVE 'N' TO WS-ALLOW-EOF-SWITCH.
006043     PERFORM 8100-PUT-ALLOWANCE-ENTRY THRU 8100-EXIT
006044             UNTIL WS-ALLOW-EOF.
006045     IF WS-GL-OPEN
006046        CLOSE JOURNAL-FILE
006047        MOVE 'N' TO WS-GL-OPEN-SWITCH
006048     END-IF.
006049     CLOSE ALLOWANCE-FILE.
006050 8000-EXIT.
006051     EXIT.
006052
006053 8100-PUT-ALLOWANCE-ENTRY.
006054     READ ALLOWANCE-FILE
006055         AT END
006056            MOVE 'Y' TO WS-ALLOW-EOF-SWITCH
006057            GO TO 8100-EXIT
006058     END-READ.
006059     IF NOT AE-RESERVE-ADJUSTMENT
006060        OR AE-PERIOD < WS-FROM-PERIOD
006061        OR AE-PERIOD > WS-TO-PERIOD
006062        OR AE-ADJUSTMENT-AMOUNT = ZERO
006063        GO TO 8100-EXIT
006064     END-IF.
006065     IF AE-COMPANY-CODE = SPACES
006066        MOVE "01" TO WS-CURRENT-COMPANY
006067     ELSE
006068        MOVE AE-COMPANY-CODE TO WS-CURRENT-COMPANY
006069     END-IF.
006070     IF WS-CURRENT-COMPANY NOT = WS-PREV-COMPANY
006071        PERFORM 7650-OPEN-COMPANY-JOURNAL THRU 7650-EXIT
006072     END-IF.
006073     MOVE AE-PERIOD TO WS-PREV-PERIOD.
006074     IF AE-RESERVE-RELEASE
006075        MOVE "ALLOWANCE" TO WS-LOOKUP-KEY
006076        MOVE AE-ADJUSTMENT-AMOUNT TO WS-JE-DR
006077        MOVE ZERO       TO WS-JE-CR
006078        MOVE "ALLOWANCE RELEASED" TO WS-JE-DESC
006079        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006080        MOVE "WRITEOFF" TO WS-LOOKUP-KEY
006081        MOVE ZERO       TO WS-JE-DR
006082        MOVE AE-ADJUSTMENT-AMOUNT TO WS-JE-CR
006083        MOVE "BAD DEBT RESERVE RELEASED" TO WS-JE-DESC
006084        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006085        ADD AE-ADJUSTMENT-AMOUNT TO WS-RESERVE-RELEASED-TOTAL
006086     ELSE
006087        MOVE "WRITEOFF" TO WS-LOOKUP-KEY
006088        MOVE AE-ADJUSTMENT-AMOUNT TO WS-JE-DR
006089        MOVE ZERO       TO WS-JE-CR
006090        MOVE "BAD DEBT RESERVE EXPENSE" TO WS-JE-DESC
006091        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006092        MOVE "ALLOWANCE" TO WS-LOOKUP-KEY
006093        MOVE ZERO       TO WS-JE-DR
006094        MOVE AE-ADJUSTMENT-AMOUNT TO WS-JE-CR
006095        MOVE "ALLOWANCE PROVIDED" TO WS-JE-DESC
006096        PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
006097        ADD AE-ADJUSTMENT-AMOUNT TO WS-RESERVE-PROVIDED-TOTAL
006098     END-IF.
006099 8100-EXIT.
006100     EXIT.
006101
006102*                                                                *
006103*   1000-READ-RUN-PARMS -- GL-FROM= AND GL-TO= (YYYYMM) LINES   *
006104*   IN THE SHARED LEDGER RUN PARAMETER FILE BOUND THE EXTRACT   *
006105*                                                                *
006106 1000-READ-RUN-PARMS.
006107     OPEN INPUT RUN-PARM-FILE.
006108     IF RUNPARM-STATUS NOT = '00'
006109        GO TO 1000-EXIT
006110     END-IF.
006111     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
006112             UNTIL RUNPARM-STATUS NOT = '00'.
006113     CLOSE RUN-PARM-FILE.
006114 1000-EXIT.
006115     EXIT.
006116
006117 1050-READ-ONE-PARM.
006118     READ RUN-PARM-FILE
006119         AT END
006120            MOVE '10' TO RUNPARM-STATUS
006121            GO TO 1050-EXIT
006122     END-READ.
006123     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
006124     UNSTRING RUN-PARM-LINE DELIMITED BY "="
006125         INTO WS-PARM-NAME, WS-PARM-VALUE
006126     END-UNSTRING.
006127     IF WS-PARM-NAME = "GL-FROM"
006128        AND WS-PARM-VALUE (1:6) NUMERIC
006129        MOVE WS-PARM-VALUE (1:6) TO WS-FROM-PERIOD
006130     END-IF.
006131     IF WS-PARM-NAME = "GL-TO"
006140        AND WS-PARM-VALUE (1:6) NUMERIC
006150        MOVE WS-PARM-VALUE (1:6) TO WS-TO-PERIOD
006160     END-IF.
006320     END-IF.
006330     PERFORM 1150-LOAD-ONE-MAP THRU 1150-EXIT
006340             UNTIL GLMAP-STATUS NOT = '00'
006350                OR WS-MAP-COUNT >= 20.
006360     CLOSE GL-MAP-FILE.
006370 1100-EXIT.
006380     EXIT.
006610           TO WS-SUSPENSE-ACCOUNT
006620     END-IF.
006630 1150-EXIT.
006631     EXIT.
006632
006633*                                                                *
006634*   1200-START-RUN -- TAKE THE NEXT RUN ID FROM THE GL RUN       *
006635*   COUNTER UNDER ITS EXCLUSIVE LOCK, RETRYING WHILE ANOTHER RUN *
006636*   HOLDS IT, AND OPEN THE RUN REGISTER FOR THE RUN              *
006637*                                                                *
006638 1200-START-RUN.
006639     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006640     ACCEPT WS-RUN-TIME FROM TIME.
006641     MOVE ZERO TO WS-CTR-OPEN-TRIES.
006642     MOVE SPACES TO GLRUNCTR-STATUS.
006643     PERFORM 1250-OPEN-RUN-COUNTER THRU 1250-EXIT
006644             UNTIL GLRUNCTR-STATUS = '00'
006645                OR WS-CTR-OPEN-TRIES > 20.
006646     IF GLRUNCTR-STATUS NOT = '00'
006647        DISPLAY "CANNOT OPEN GL RUN COUNTER -- " GLRUNCTR
006648        MOVE "0008" TO WS-RC-CODE
006649        GO TO 1200-EXIT
006650     END-IF.
006651     READ GL-RUN-COUNTER.
006652     IF GN-NEXT-RUN-ID NOT NUMERIC
006653        MOVE ZERO TO GN-NEXT-RUN-ID
006654     END-IF.
006655     ADD 1 TO GN-NEXT-RUN-ID.
006656     REWRITE GL-RUN-COUNTER-REC.
006657     CLOSE GL-RUN-COUNTER.
006658     MOVE GN-NEXT-RUN-ID TO WS-RUN-ID.
006659*   THE REGISTER STAYS OPEN FOR THE RUN; EACH COMPANY FILE IS
006660*   ENTERED ON IT AS IT CLOSES (3600).
006661     OPEN I-O GL-RUN-REGISTER.
006662     IF GLRUNREG-STATUS NOT = '00'
006663        AND GLRUNREG-STATUS NOT = '05'
006664        DISPLAY "CANNOT OPEN GL EXTRACT RUN REGISTER -- "
006665                GLRUNREG-STATUS
006666        MOVE "0008" TO WS-RC-CODE
006667     END-IF.
006668 1200-EXIT.
006669     EXIT.
006670
006671 1250-OPEN-RUN-COUNTER.
006672     ADD 1 TO WS-CTR-OPEN-TRIES.
006673     OPEN I-O GL-RUN-COUNTER.
006674     IF GLRUNCTR-STATUS = '35'
006675        OPEN OUTPUT GL-RUN-COUNTER
006676        MOVE ZERO TO GN-NEXT-RUN-ID
006677        WRITE GL-RUN-COUNTER-REC
006678        CLOSE GL-RUN-COUNTER
006679        OPEN I-O GL-RUN-COUNTER
006680     END-IF.
006681 1250-EXIT.
006682     EXIT.
006683
006684*                                                                *
006685*   8500-WRITE-DEPOSIT-ENTRIES -- ONE BALANCED PAIR FOR EACH     *
006686*   SECURITY DEPOSIT MOVEMENT BOOKED IN THE RANGE:               *
006690*       RECEIVED   DR CASH,     CR DEPOSITS                      *
006700*       INTEREST   DR DEPINT,   CR DEPOSITS                      *
006710*       REFUNDED   DR DEPOSITS, CR CASH                          *
006720*       APPLIED    DR DEPOSITS, CR CASH                          *
006730*   AN APPLIED DEPOSIT ALSO POSTED A "DEPOSIT APPLIED" CREDIT    *
006740*   ON THE LEDGER, WHICH THE LEDGER PASS JOURNALS DR CASH, CR    *
006750*   AR, SO THE TWO TOGETHER MOVE IT FROM DEPOSITS TO AR.  ADDED  *
006760*   TO THE COMPANY'S JOURNAL AS IN 7650                          *
006770*                                                                *
006780 8500-WRITE-DEPOSIT-ENTRIES.
006790     OPEN INPUT DEPOSIT-ENTRY-FILE.
006800     IF SECDEPENT-STATUS NOT = '00'
006810        IF SECDEPENT-STATUS = '05'
006820           CLOSE DEPOSIT-ENTRY-FILE
006830        END-IF
006840        GO TO 8500-EXIT
006850     END-IF.
006860     MOVE SPACES TO WS-PREV-COMPANY.
006870     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
006880     MOVE 'N' TO WS-DEP-EOF-SWITCH.
006890     PERFORM 8600-PUT-DEPOSIT-ENTRY THRU 8600-EXIT
006900             UNTIL WS-DEP-EOF.
006910     IF WS-GL-OPEN
006920        CLOSE JOURNAL-FILE
006930        MOVE 'N' TO WS-GL-OPEN-SWITCH
006940     END-IF.
006950     CLOSE DEPOSIT-ENTRY-FILE.
006960 8500-EXIT.
006970     EXIT.
006980
006990 8600-PUT-DEPOSIT-ENTRY.
007000     READ DEPOSIT-ENTRY-FILE
007010         AT END
007020            MOVE 'Y' TO WS-DEP-EOF-SWITCH
007030            GO TO 8600-EXIT
007040     END-READ.
007050     IF NOT SE-DEPOSIT-MOVEMENT
007060        OR SE-PERIOD < WS-FROM-PERIOD
007070        OR SE-PERIOD > WS-TO-PERIOD
007080        OR SE-AMOUNT = ZERO
007090        GO TO 8600-EXIT
007100     END-IF.
007110     IF SE-COMPANY-CODE = SPACES
007120        MOVE "01" TO WS-CURRENT-COMPANY
007130     ELSE
007140        MOVE SE-COMPANY-CODE TO WS-CURRENT-COMPANY
007150     END-IF.
007160     IF WS-CURRENT-COMPANY NOT = WS-PREV-COMPANY
007170        PERFORM 7650-OPEN-COMPANY-JOURNAL THRU 7650-EXIT
007180     END-IF.
007190     MOVE SE-PERIOD TO WS-PREV-PERIOD.
007200     EVALUATE TRUE
007210        WHEN SE-DEPOSIT-RECEIVED
007220           MOVE "CASH"     TO WS-LOOKUP-KEY
007230           MOVE SE-AMOUNT  TO WS-JE-DR
007240           MOVE ZERO       TO WS-JE-CR
007250           MOVE "SECURITY DEPOSIT RECEIVED" TO WS-JE-DESC
007260           PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
007270           MOVE "DEPOSITS" TO WS-LOOKUP-KEY
007280           MOVE ZERO       TO WS-JE-DR
007290           MOVE SE-AMOUNT  TO WS-JE-CR
007300           PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
007310           ADD SE-AMOUNT TO WS-DEPOSIT-RECEIVED-TOTAL
007320        WHEN SE-INTEREST-ACCRUED
007330           MOVE "DEPINT"   TO WS-LOOKUP-KEY
007340           MOVE SE-AMOUNT  TO WS-JE-DR
007350           MOVE ZERO       TO WS-JE-CR
007360           MOVE "DEPOSIT INTEREST EXPENSE" TO WS-JE-DESC
007370           PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
007380           MOVE "DEPOSITS" TO WS-LOOKUP-KEY
007390           MOVE ZERO       TO WS-JE-DR
007400           MOVE SE-AMOUNT  TO WS-JE-CR
007410           MOVE "DEPOSIT INTEREST ACCRUED" TO WS-JE-DESC
007420           PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
007430           ADD SE-AMOUNT TO WS-DEPOSIT-INTEREST-TOTAL
007440        WHEN SE-DEPOSIT-REFUNDED
007450        WHEN SE-DEPOSIT-APPLIED
007460           IF SE-DEPOSIT-REFUNDED
007470              MOVE "SECURITY DEPOSIT REFUNDED" TO WS-JE-DESC
007480              ADD SE-AMOUNT TO WS-DEPOSIT-REFUNDED-TOTAL
007490           ELSE
007500              MOVE "SECURITY DEPOSIT APPLIED" TO WS-JE-DESC
007510              ADD SE-AMOUNT TO WS-DEPOSIT-APPLIED-TOTAL
007520           END-IF
007530           MOVE "DEPOSITS" TO WS-LOOKUP-KEY
007540           MOVE SE-AMOUNT  TO WS-JE-DR
007550           MOVE ZERO       TO WS-JE-CR
007560           PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
007570           MOVE "CASH"     TO WS-LOOKUP-KEY
007580           MOVE ZERO       TO WS-JE-DR
007590           MOVE SE-AMOUNT  TO WS-JE-CR
007600           PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT
007610     END-EVALUATE.
007620 8600-EXIT.
007630     EXIT.
007640
007650*                                                                *
007660*   8700-WRITE-INTERCO-ENTRIES -- FOR EACH PAYMENT ONE COMPANY   *
007670*   TOOK IN FOR THE OTHER'S ACCOUNT IN THE RANGE, A BALANCED     *
007680*   PAIR ON EACH COMPANY'S JOURNAL:                              *
007690*       RECEIVING COMPANY   DR CASH,    CR DUETO                 *
007700*       OWNING COMPANY      DR DUEFROM, CR CASH                  *
007710*   THE CREDIT ITSELF POSTED UNDER THE OWNING COMPANY, WHICH THE *
007720*   LEDGER PASS JOURNALS DR CASH, CR AR; WITH THE PAIR ABOVE     *
007725*   THAT LEAVES DR DUEFROM, CR AR.  A BACKED-OUT PAYMENT SWAPS   *
007730*   EACH DEBIT AND CREDIT.  ADDED TO THE COMPANY'S JOURNAL AS IN *
007735*   7650                                                         *
007750*                                                                *
007760 8700-WRITE-INTERCO-ENTRIES.
007770     OPEN INPUT INTERCO-ENTRY-FILE.
007780     IF INTERCOENT-STATUS NOT = '00'
007790        IF INTERCOENT-STATUS = '05'
007800           CLOSE INTERCO-ENTRY-FILE
007810        END-IF
007820        GO TO 8700-EXIT
007830     END-IF.
007840     MOVE SPACES TO WS-PREV-COMPANY.
007850     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
007860     MOVE 'N' TO WS-IC-EOF-SWITCH.
007870     PERFORM 8800-PUT-INTERCO-ENTRY THRU 8800-EXIT
007880             UNTIL WS-IC-EOF.
007890     IF WS-GL-OPEN
007900        CLOSE JOURNAL-FILE
007910        MOVE 'N' TO WS-GL-OPEN-SWITCH
007920     END-IF.
007930     CLOSE INTERCO-ENTRY-FILE.
007940 8700-EXIT.
007950     EXIT.
007960
007970 8800-PUT-INTERCO-ENTRY.
007980     READ INTERCO-ENTRY-FILE
007990         AT END
008000            MOVE 'Y' TO WS-IC-EOF-SWITCH
008010            GO TO 8800-EXIT
008020     END-READ.
008030     IF NOT IE-INTERCO-MOVEMENT
008040        OR IE-PERIOD < WS-FROM-PERIOD
008050        OR IE-PERIOD > WS-TO-PERIOD
008060        OR IE-AMOUNT = ZERO
008070        GO TO 8800-EXIT
008080     END-IF.
008090     MOVE "INTERCOMPANY PAYMENT" TO WS-JE-DESC.
008100     IF IE-INTERCO-BACKOUT
008110        MOVE "INTERCO PAYMENT REVERSED" TO WS-JE-DESC
008120     END-IF.
008130     MOVE IE-RECEIVING-COMPANY TO WS-IC-COMPANY.
008140     IF IE-INTERCO-BACKOUT
008150        MOVE "DUETO"   TO WS-IC-DR-KEY
008160        MOVE "CASH"    TO WS-IC-CR-KEY
008170     ELSE
008180        MOVE "CASH"    TO WS-IC-DR-KEY
008190        MOVE "DUETO"   TO WS-IC-CR-KEY
008200     END-IF.
008210     PERFORM 8900-PUT-INTERCO-PAIR THRU 8900-EXIT.
008220     MOVE IE-OWNING-COMPANY TO WS-IC-COMPANY.
008230     IF IE-INTERCO-BACKOUT
008240        MOVE "CASH"    TO WS-IC-DR-KEY
008250        MOVE "DUEFROM" TO WS-IC-CR-KEY
008260        ADD IE-AMOUNT TO WS-INTERCO-BACKOUT-TOTAL
008270     ELSE
008280        MOVE "DUEFROM" TO WS-IC-DR-KEY
008290        MOVE "CASH"    TO WS-IC-CR-KEY
008300        ADD IE-AMOUNT TO WS-INTERCO-PAID-TOTAL
008310     END-IF.
008320     PERFORM 8900-PUT-INTERCO-PAIR THRU 8900-EXIT.
008330 8800-EXIT.
008340     EXIT.
008350
008360*   ONE SIDE'S BALANCED PAIR, ON WS-IC-COMPANY'S JOURNAL.
008370 8900-PUT-INTERCO-PAIR.
008380     IF WS-IC-COMPANY = SPACES
008390        MOVE "01" TO WS-CURRENT-COMPANY
008400     ELSE
008410        MOVE WS-IC-COMPANY TO WS-CURRENT-COMPANY
008420     END-IF.
008430     IF WS-CURRENT-COMPANY NOT = WS-PREV-COMPANY
008440        PERFORM 7650-OPEN-COMPANY-JOURNAL THRU 7650-EXIT
008450     END-IF.
008460     MOVE IE-PERIOD    TO WS-PREV-PERIOD.
008470     MOVE WS-IC-DR-KEY TO WS-LOOKUP-KEY.
008480     MOVE IE-AMOUNT    TO WS-JE-DR.
008490     MOVE ZERO         TO WS-JE-CR.
008500     PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT.
008510     MOVE WS-IC-CR-KEY TO WS-LOOKUP-KEY.
008520     MOVE ZERO         TO WS-JE-DR.
008530     MOVE IE-AMOUNT    TO WS-JE-CR.
008540     PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT.
008550 8900-EXIT.
008560     EXIT.
008570
008580*                                                                *
008590*   8950-WRITE-CARDFEE-ENTRIES -- FOR EACH DAY'S CARD FEES IN    *
008600*   THE RANGE, ONE BALANCED PAIR ON THE COMPANY'S JOURNAL:       *
008610*       DR CARDFEE, CR CASH                                      *
008620*   THE CARD CREDITS POSTED AT THEIR FULL AMOUNT AND THE LEDGER  *
008630*   PASS JOURNALS THEM DR CASH, CR AR; THIS TAKES CASH DOWN TO   *
008640*   THE NET THE PROCESSOR PAID IN.  ADDED TO THE COMPANY'S       *
008650*   JOURNAL AS IN 7650                                           *
008660*                                                                *
008670 8950-WRITE-CARDFEE-ENTRIES.
008680     OPEN INPUT CARD-FEE-FILE.
008690     IF CARDFEE-STATUS NOT = '00'
008700        IF CARDFEE-STATUS = '05'
008710           CLOSE CARD-FEE-FILE
008720        END-IF
008730        GO TO 8950-EXIT
008740     END-IF.
008750     MOVE SPACES TO WS-PREV-COMPANY.
008760     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
008770     MOVE 'N' TO WS-CF-EOF-SWITCH.
008780     PERFORM 8960-PUT-CARDFEE-ENTRY THRU 8960-EXIT
008790             UNTIL WS-CF-EOF.
008800     IF WS-GL-OPEN
008810        CLOSE JOURNAL-FILE
008820        MOVE 'N' TO WS-GL-OPEN-SWITCH
008830     END-IF.
008840     CLOSE CARD-FEE-FILE.
008850 8950-EXIT.
008860     EXIT.
008870
008880 8960-PUT-CARDFEE-ENTRY.
008890     READ CARD-FEE-FILE
008900         AT END
008910            MOVE 'Y' TO WS-CF-EOF-SWITCH
008920            GO TO 8960-EXIT
008930     END-READ.
008940     IF NOT CF-CARD-FEE-MOVEMENT
008950        OR CF-PERIOD < WS-FROM-PERIOD
008960        OR CF-PERIOD > WS-TO-PERIOD
008970        OR CF-AMOUNT = ZERO
008980        GO TO 8960-EXIT
008990     END-IF.
009000     IF CF-COMPANY-CODE = SPACES
009010        MOVE "01" TO WS-CURRENT-COMPANY
009020     ELSE
009030        MOVE CF-COMPANY-CODE TO WS-CURRENT-COMPANY
009040     END-IF.
009050     IF WS-CURRENT-COMPANY NOT = WS-PREV-COMPANY
009060        PERFORM 7650-OPEN-COMPANY-JOURNAL THRU 7650-EXIT
009070     END-IF.
009080     MOVE CF-PERIOD TO WS-PREV-PERIOD.
009090     IF CF-CHARGEBACK-FEE
009100        MOVE "CARD CHARGEBACK FEES" TO WS-JE-DESC
009110        ADD CF-AMOUNT TO WS-CHARGEBACK-FEE-TOTAL
009120     ELSE
009130        MOVE "CARD PROCESSOR FEES" TO WS-JE-DESC
009140        ADD CF-AMOUNT TO WS-CARD-FEE-TOTAL
009150     END-IF.
009160     MOVE "CARDFEE"  TO WS-LOOKUP-KEY.
009170     MOVE CF-AMOUNT  TO WS-JE-DR.
009180     MOVE ZERO       TO WS-JE-CR.
009190     PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT.
009200     MOVE "CASH"     TO WS-LOOKUP-KEY.
009210     MOVE ZERO       TO WS-JE-DR.
009220     MOVE CF-AMOUNT  TO WS-JE-CR.
009230     PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT.
009240 8960-EXIT.
009250     EXIT.
009255
009260*                                                                *
009270*   8970-WRITE-POSTAGE-ENTRIES -- FOR EACH COMPANY'S MONTHLY     *
009280*   POSTAGE ENTRY IN THE RANGE (ONE PER MAILING JOB AND POSTAGE  *
009290*   CLASS -- SEE POSTAGE-COST-REPORT), ONE BALANCED PAIR ON THE  *
009300*   COMPANY'S JOURNAL:                                           *
009310*       DR POSTAGE, CR POSTCLR                                   *
009320*   THE METER AND PERMIT ARE FUNDED THROUGH THE POSTAGE CLEARING *
009330*   ACCOUNT; THIS CHARGES EACH COMPANY THE POSTAGE ITS OWN MAIL  *
009340*   USED.  ADDED TO THE COMPANY'S JOURNAL AS IN 7650             *
009350*                                                                *
009360 8970-WRITE-POSTAGE-ENTRIES.
009370     OPEN INPUT POSTAGE-ENTRIES.
009380     IF POSTENT-STATUS NOT = '00'
009390        IF POSTENT-STATUS = '05'
009400           CLOSE POSTAGE-ENTRIES
009410        END-IF
009420        GO TO 8970-EXIT
009430     END-IF.
009440     MOVE SPACES TO WS-PREV-COMPANY.
009450     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
009460     MOVE 'N' TO WS-PE-EOF-SWITCH.
009470     MOVE LOW-VALUES TO PE-ENTRY-KEY.
009480     MOVE WS-FROM-PERIOD TO PE-PERIOD.
009490     START POSTAGE-ENTRIES KEY IS >= PE-ENTRY-KEY
009500         INVALID KEY
009510            MOVE 'Y' TO WS-PE-EOF-SWITCH
009520     END-START.
009530     PERFORM 8980-PUT-POSTAGE-ENTRY THRU 8980-EXIT
009540             UNTIL WS-PE-EOF.
009550     IF WS-GL-OPEN
009560        CLOSE JOURNAL-FILE
009570        MOVE 'N' TO WS-GL-OPEN-SWITCH
009580     END-IF.
009590     CLOSE POSTAGE-ENTRIES.
009600 8970-EXIT.
009610     EXIT.
009620
009630 8980-PUT-POSTAGE-ENTRY.
009640     READ POSTAGE-ENTRIES NEXT RECORD
009650         AT END
009660            MOVE 'Y' TO WS-PE-EOF-SWITCH
009670            GO TO 8980-EXIT
009680     END-READ.
009690     IF PE-PERIOD > WS-TO-PERIOD
009700        MOVE 'Y' TO WS-PE-EOF-SWITCH
009710        GO TO 8980-EXIT
009720     END-IF.
009730     IF PE-POSTAGE-AMOUNT = ZERO
009740        GO TO 8980-EXIT
009750     END-IF.
009760     IF PE-COMPANY-CODE = SPACES
009770        MOVE "01" TO WS-CURRENT-COMPANY
009780     ELSE
009790        MOVE PE-COMPANY-CODE TO WS-CURRENT-COMPANY
009800     END-IF.
009810     IF WS-CURRENT-COMPANY NOT = WS-PREV-COMPANY
009820        PERFORM 7650-OPEN-COMPANY-JOURNAL THRU 7650-EXIT
009830     END-IF.
009840     MOVE PE-PERIOD TO WS-PREV-PERIOD.
009850     MOVE "POSTAGE ALLOCATION" TO WS-JE-DESC.
009860     ADD PE-POSTAGE-AMOUNT TO WS-POSTAGE-TOTAL.
009870     MOVE "POSTAGE"         TO WS-LOOKUP-KEY.
009880     MOVE PE-POSTAGE-AMOUNT TO WS-JE-DR.
009890     MOVE ZERO              TO WS-JE-CR.
009900     PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT.
009910     MOVE "POSTCLR"         TO WS-LOOKUP-KEY.
009920     MOVE ZERO              TO WS-JE-DR.
009930     MOVE PE-POSTAGE-AMOUNT TO WS-JE-CR.
009940     PERFORM 6000-PUT-JOURNAL-LINE THRU 6000-EXIT.
009950 8980-EXIT.
009960     EXIT.
009980
009990 9999-EXIT.
009999     STOP RUN.
