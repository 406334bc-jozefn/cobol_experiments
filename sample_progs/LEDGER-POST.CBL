000090*   ARE WRITTEN TO A REJECT LOG WITH A REASON INSTEAD OF BEING   *
000100*   DROPPED SILENTLY.                                            *
000110*                                                                *
000116*   THE LEDGER CARRIES A LEADING HEADER RECORD AND A TRAILING    *
000122*   TRAILER RECORD WITH RUN CONTROL TOTALS.  THE DAILY RUN       *
000128*   APPENDS: THIS RUN'S DETAIL RECORDS GO TO A SMALL APPEND      *
000134*   WORK FILE, AND AT THE END THE FIRST OF THEM REWRITES THE     *
000140*   OLD TRAILER IN PLACE, THE REST ARE WRITTEN EXTEND, AND A     *
000146*   FRESH TRAILER CARRYING THE OLD TOTALS PLUS THIS RUN'S GOES   *
000152*   LAST.  THE FULL REBUILD -- ORIGINAL HEADER, EVERY PRIOR      *
000158*   DETAIL RE-INDEXED, THE NEW DETAILS, A FRESH TRAILER, ALL     *
000164*   INTO A WORK FILE COPIED BACK OVER THE LIVE FILE THE SAME WAY *
000170*   ADDRESS.CBL'S BACKUP-ADDRESS-FILE USES CBL_COPY_FILE -- RUNS *
000176*   ON THE WEEKLY HOUSEKEEPING DAY, ON DEMAND, OR WHENEVER THE   *
000182*   LIVE LEDGER OR INDEX IS NOT FIT TO APPEND TO.                *
000200*                                                                *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
001440*                    RELEASE-THRESHOLD=), IN STEP WITH THE     *
001450*                    SWEEP, AND THE REBUILT TRAILER NOW        *
001460*                    CARRIES THE WRITE-OFF CONTROL TOTAL.      *
001462*   10/15/2026  DP   THE CONTACT FOR EACH LINE IS NOW READ     *
001464*                    DIRECTLY ON THE NEW FD-ACCOUNT-ID         *
001466*                    ALTERNATE KEY INSTEAD OF WALKING THE      *
001468*                    WHOLE ADDRESS BOOK PER TRANSACTION.       *
001469*   10/15/2026  DP   UIDS ARE NOW NINE DIGITS AND THE MONEY    *
001470*                    FIELDS NINE INTEGER DIGITS; BALANCES ARE  *
001471*                    SIGNED SO A CREDIT BALANCE POSTS.  MONEY  *
001472*                    TOKENS OF UP TO ELEVEN DIGITS ARE TAKEN,  *
001473*                    BALANCES WITH AN OPTIONAL LEADING SIGN.   *
001474*   10/15/2026  DP   THE DAILY RUN NOW APPENDS -- ONLY THIS    *
001475*                    RUN'S DETAILS ARE ADDED TO THE LIVE       *
001476*                    LEDGER AND THE TRAILER IS REWRITTEN IN    *
001477*                    PLACE.  THE FULL REBUILD RUNS ON THE      *
001478*                    REBUILD-WEEKDAY= DAY, ON POSTING-MODE=    *
001479*                    REBUILD, OR WHEN THE LEDGER OR INDEX IS   *
001480*                    NOT FIT TO APPEND TO.  THE REBUILD NOW    *
001481*                    TOTALS OLD WRITE-OFFS ON THEIR OWN FIELD. *
001482*   10/15/2026  DP   A TENTH INPUT FIELD NOW CARRIES THE       *
001483*                    DEFERRAL REFERENCE ON A CONTRACT CHARGE   *
001484*                    BILLED IN ADVANCE; ITS REVENUE IS SPREAD  *
001485*                    OVER THE SERVICE MONTHS ON THE DEFERRED   *
001486*                    REVENUE SCHEDULE, JOURNALED AS FILE ID D. *
001487*   10/15/2026  DP   EVERY PIECE OF A CREDIT APPLIED TO AN     *
001488*                    OPEN ITEM IS NOW RECORDED ON THE CREDIT-  *
001489*                    APPLICATIONS FILE (JOURNALED AS FILE ID   *
001490*                    A).  A REVERSED CREDIT REOPENS THE ITEMS  *
001491*                    IT PAID BY THOSE AMOUNTS INSTEAD OF       *
001492*                    OPENING A NEW ITEM FOR THE REVERSAL.      *
001493*   10/15/2026  DP   A POSTED CREDIT NOW COUNTS TOWARD THE      *
001494*                    ACCOUNT'S OPEN PROMISE TO PAY WHEN IT IS   *
001495*                    DATED FROM THE DAY THE PROMISE WAS TAKEN   *
001496*                    THROUGH THE PROMISED DATE.  ONCE THE       *
001497*                    PROMISED AMOUNT IS COVERED THE PROMISE IS  *
001498*                    MARKED KEPT (JOURNALED AS FILE ID P).      *
001499*   10/15/2026  DP   AN ELEVENTH INPUT FIELD NOW CARRIES THE    *
001500*                    BALANCE TRANSFER NUMBER.  EACH HALF MUST   *
001501*                    MATCH AN APPROVED TRANSFER ON THE NEW      *
001502*                    REGISTER; THE SOURCE HALF RESERVES THE     *
001503*                    TARGET HALF'S UID SO THE TWO ENTRIES CARRY *
001504*                    EACH OTHER'S UID IN TRANSFER-UID, AND THE  *
001505*                    TARGET HALF MOVES THE SOURCE'S OPEN ITEMS  *
001506*                    ACROSS WITH THEIR ORIGINAL DATES.  NO      *
001507*                    INVOICE, TAX, FREEZE OR CREDIT LIMIT       *
001508*                    APPLIES TO A TRANSFER HALF.                *
001509*   10/15/2026  DP   A TWELFTH INPUT FIELD NOW CARRIES THE      *
001510*                    CUSTOMER'S PURCHASE ORDER NUMBER, POSTED   *
001511*                    ON THE DETAIL.  A CHARGE TO A PO-REQUIRED  *
001512*                    ACCOUNT MUST QUOTE AN OPEN, UNEXPIRED PO   *
001513*                    ON THE NEW PURCHASE ORDER MASTER WITH      *
001514*                    ENOUGH LEFT FOR THE CHARGE; POSTING ADDS   *
001515*                    IT TO THE PO'S CONSUMED AMOUNT AND A       *
001516*                    REVERSAL GIVES IT BACK.                    *
001517*   10/15/2026  DP   NO PRICE VARIANCE IS REPORTED FOR A        *
001518*                    USAGE-RATED CHARGE CODE.                   *
001519*   10/15/2026  DP   A PAYMENT WHOSE BATCH COMPANY IS NOT       *
001520*                    THE ACCOUNT'S COMPANY (FROM ITS LATEST     *
001521*                    INDEX ENTRY) NOW POSTS UNDER THE OWNING    *
001522*                    COMPANY AND WRITES A DUE-TO / DUE-FROM     *
001523*                    ENTRY TO THE INTERCOMPANY ENTRIES FILE;    *
001524*                    A REVERSAL POSTS UNDER THE ORIGINAL'S      *
001525*                    COMPANY AND BACKS SUCH AN ENTRY OUT.       *
001526*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
001527*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
001528*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
001529*                    HEADING.                                   *
001530*   10/15/2026  DP   ADJST AS THE SEVENTH HEADER FIELD MARKS A  *
001531*                    BATCH OF FISCAL YEAR-END ADJUSTING         *
001532*                    ENTRIES. IT POSTS ONLY WHILE THE YEAR'S    *
001533*                    ADJUSTMENT PERIOD IS OPEN, DATED THE       *
001534*                    YEAR'S LAST DAY, AND IS ALWAYS HELD FOR A  *
001535*                    SUPERVISOR RELEASE.                        *
001536*   10/15/2026  DP   A CHARGE-CODED DEBIT IS NOW PRICED FROM    *
001537*                    THE CUSTOMER'S PRICE AGREEMENT (SEE        *
001538*                    PRICE-AGREEMENT-LOOKUP): A BLANK AMOUNT    *
001539*                    POSTS THE AGREED PRICE, OR THE STANDARD    *
001540*                    PRICE WITH NO AGREEMENT, WITH THE ENDING   *
001541*                    BALANCE CARRIED FROM THE STARTING ONE; A   *
001542*                    KEYED AMOUNT THAT CONTRADICTS AN AGREEMENT *
001543*                    POSTS AT THE AGREED PRICE AND IS NOTED ON  *
001544*                    THE REGISTER.                              *
001545*   10/15/2026  DP   AN ORDINARY PAYMENT THAT REPEATS ONE       *
001546*                    ALREADY POSTED, OR POSTED EARLIER IN THE   *
001547*                    SAME RUN -- SAME ACCOUNT, AMOUNT AND CHECK *
001548*                    OR REFERENCE NUMBER WITHIN THE             *
001549*                    DUPLICATE-PAY-DAYS RUN PARM'S WINDOW -- IS *
001550*                    NOW HELD ON THE SUSPENSE ACCOUNT, WITH A   *
001551*                    SUSPENSE ITEM FOR THE CASH DESK, INSTEAD   *
001552*                    OF POSTING TO THE ACCOUNT.                 *
001553*   10/15/2026  DP   TRANS-IN-LINE WIDENED TO 150 -- A FULL     *
001554*                    TWELVE-FIELD LINE RUNS TO 135 -- AND THE   *
001555*                    REGISTER NOW ECHOES THE WHOLE LINE.        *
001556*   10/15/2026  DP   A HELD DUPLICATE'S SUSPENSE ITEM NOW       *
001557*                    CARRIES THE FULL NINE-DIGIT AMOUNT AND     *
001558*                    THE LAST TEN CHARACTERS OF THE MATCHED     *
001559*                    REFERENCE.                                 *
001560*                                                                *
001561 ENVIRONMENT DIVISION.
001562 INPUT-OUTPUT SECTION.
001563 FILE-CONTROL.
001564     SELECT OPTIONAL WRITEOFF-APPROVALS
001565            ASSIGN       TO  WOAPPR
001566            ORGANIZATION IS INDEXED
001567            ACCESS MODE  IS DYNAMIC
001568            RECORD KEY   IS WA-APPROVAL-KEY
001569            FILE STATUS  IS WOAPPR-STATUS.
001570
001571     SELECT OPTIONAL BALANCE-TRANSFERS
001572            ASSIGN       TO  BALXFER
001573            ORGANIZATION IS INDEXED
001574            ACCESS MODE  IS DYNAMIC
001575            RECORD KEY   IS BT-TRANSFER-NO
001576            ALTERNATE RECORD KEY IS BT-SOURCE-ACCOUNT
001577                 WITH DUPLICATES
001578            FILE STATUS  IS BALXFER-STATUS.
001579
001580     SELECT OPTIONAL PURCHASE-ORDERS
001581            ASSIGN       TO  PURCHORD
001582            ORGANIZATION IS INDEXED
001583            ACCESS MODE  IS DYNAMIC
001584            RECORD KEY   IS PO-PO-KEY
001585            FILE STATUS  IS PURCHORD-STATUS.
001586
001587     SELECT OPTIONAL INTERCO-ENTRY-FILE
001588            ASSIGN       TO  INTERCOENT
001589            ORGANIZATION IS LINE SEQUENTIAL
001590            FILE STATUS  IS INTERCOENT-STATUS.
001591
001592     SELECT OPTIONAL TRANS-IN
001593            ASSIGN       TO  TRANSIN
001600            ORGANIZATION IS LINE SEQUENTIAL
001610            FILE STATUS  IS TRANSIN-STATUS.
001620
001810            ACCESS MODE  IS DYNAMIC
001820            RECORD KEY   IS FD-PHONE
001830            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
001835            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
001840            FILE STATUS  IS ADDRESS-STATUS.
001850
001860     SELECT TRANSACTIONS-INDEX
001960            ACCESS MODE  IS DYNAMIC
001970            RECORD KEY   IS OI-ITEM-KEY
001980            FILE STATUS  IS OPENITEM-STATUS.
001981
001982*   DEFERRED REVENUE SCHEDULE -- A CHARGE BILLED IN ADVANCE
001983*   (THE TENTH INPUT FIELD) IS SPREAD OVER ITS SERVICE MONTHS.
001984     SELECT OPTIONAL DEFERRED-REVENUE
001985            ASSIGN       TO  DEFREV
001986            ORGANIZATION IS INDEXED
001987            ACCESS MODE  IS DYNAMIC
001988            RECORD KEY   IS DR-SCHEDULE-KEY
001989            FILE STATUS  IS DEFREV-STATUS.
001990
001991*   WHICH OPEN ITEMS EACH POSTED CREDIT PAID, SO A REVERSED
001992*   CREDIT CAN REOPEN THEM.
001993     SELECT OPTIONAL CREDIT-APPLICATIONS
001994            ASSIGN       TO  CREDAPP
001995            ORGANIZATION IS INDEXED
001996            ACCESS MODE  IS DYNAMIC
001997            RECORD KEY   IS CA-APPLICATION-KEY
001998            FILE STATUS  IS CREDAPP-STATUS.
001999
002000*   PROMISES TO PAY -- A CREDIT POSTED BY THE PROMISED DATE
002001*   COUNTS TOWARD THE ACCOUNT'S OPEN PROMISE.
002002     SELECT OPTIONAL PROMISES
002003            ASSIGN       TO  PROMFILE
002004            ORGANIZATION IS INDEXED
002005            ACCESS MODE  IS DYNAMIC
002006            RECORD KEY   IS PT-PROMISE-KEY
002007            FILE STATUS  IS PROMISE-STATUS.
002008
002009     SELECT OPTIONAL ACCOUNT-MASTER
002010            ASSIGN       TO  ACCTMSTR
002020            ORGANIZATION IS INDEXED
002030            ACCESS MODE  IS DYNAMIC
002780            ACCESS MODE  IS DYNAMIC
002790            RECORD KEY   IS SS-LOCK-NAME
002800            FILE STATUS  IS SYSSTAT-STATUS.
002801     SELECT OPTIONAL SUSPENSE-ITEMS
002802            ASSIGN       TO  SUSPITEM
002803            ORGANIZATION IS INDEXED
002804            ACCESS MODE  IS DYNAMIC
002805            RECORD KEY   IS SU-SUSPENSE-KEY
002806            FILE STATUS  IS SUSPITEM-STATUS.
002810
002820 DATA DIVISION.
002830 FILE SECTION.
002840 FD  TRANS-IN
002850     RECORDING MODE IS F.
002860 01  TRANS-IN-LINE                   PIC X(150).
002870
002880 FD  OLD-LEDGER
002890     RECORDING MODE IS F.
003240 01  WRITEOFF-APPROVAL-STRUCTURE.
003250     COPY "WRITEOFF-APPROVAL-RECORD.CPY"
003260          REPLACING ==(TAG)== BY ==WA-==.
003261
003262 FD  BALANCE-TRANSFERS.
003263 01  BALANCE-TRANSFER-STRUCTURE.
003264     COPY "BALANCE-TRANSFER-RECORD.CPY"
003265          REPLACING ==(TAG)== BY ==BT-==.
003267
003269 FD  PURCHASE-ORDERS.
003271 01  PURCHASE-ORDER-STRUCTURE.
003273     COPY "PURCHASE-ORDER-RECORD.CPY"
003275          REPLACING ==(TAG)== BY ==PO-==.
003276
003277 FD  INTERCO-ENTRY-FILE
003278     RECORDING MODE IS F.
003279 01  INTERCO-ENTRY-STRUCTURE.
003280     COPY "INTERCOMPANY-ENTRY-RECORD.CPY"
003281          REPLACING ==(TAG)== BY ==IE-==.
003282
003283 FD  OPEN-ITEMS.
003290 01  OPEN-ITEM-STRUCTURE.
003300     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)==
003310          BY ==OI-==.
003320
003321 FD  DEFERRED-REVENUE.
003322 01  DEFERRED-REVENUE-STRUCTURE.
003323     COPY "DEFERRED-REVENUE-RECORD.CPY" REPLACING ==(TAG)==
003324          BY ==DR-==.
003326
003328 FD  CREDIT-APPLICATIONS.
003330 01  CREDIT-APPLICATION-STRUCTURE.
003332     COPY "CREDIT-APPLICATION-RECORD.CPY" REPLACING ==(TAG)==
003334          BY ==CA-==.
003335
003336 FD  PROMISES.
003337 01  PROMISE-STRUCTURE.
003338     COPY "PROMISE-TO-PAY-RECORD.CPY" REPLACING ==(TAG)==
003339          BY ==PT-==.
003340
003341 FD  ACCOUNT-MASTER.
003342 01  ACCOUNT-MASTER-STRUCTURE.
003350     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
003360          BY ==AM-==.
003370
003580 01  SYSTEM-STATUS-STRUCTURE.
003590     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
003600          BY ==SS-==.
003602 FD  SUSPENSE-ITEMS.
003604 01  SUSPENSE-ITEM-STRUCTURE.
003606     COPY "SUSPENSE-ITEM-RECORD.CPY" REPLACING ==(TAG)==
003608          BY ==SU-==.
003610
003620 FD  UID-COUNTER.
003630 01  UID-COUNTER-REC.
003640     05  UC-NEXT-UID             PIC 9(09).
003650
003660 FD  INVOICE-COUNTER.
003670 01  INVOICE-COUNTER-REC.
003690
003700 FD  REGISTER-FILE
003710     RECORDING MODE IS F.
003720 01  REGISTER-LINE                   PIC X(150).
003730
003740 FD  RUN-PARM-FILE
003750     RECORDING MODE IS F.
003900     VALUE "transactions.txt".
003910 01  TRANSWORK                  PIC X(50)
003920     VALUE "transactions.txt.new".
003922 01  TRANSNEW                   PIC X(50)
003924     VALUE "transactions.txt.new".
003926 01  TRANSADD                   PIC X(50)
003928     VALUE "transactions.txt.add".
003930 01  REJECTOUT                  PIC X(50)
003940     VALUE "ledger-transactions-rejected.txt".
003950 01  ADDROUT                    PIC X(50)
004000     VALUE "/mnt/c/cobfiles\account-master.idx".
004010 01  OPENITEM                   PIC X(50)
004020     VALUE "/mnt/c/cobfiles\open-items.idx".
004023 01  DEFREV                     PIC X(50)
004026     VALUE "/mnt/c/cobfiles\deferred-revenue.idx".
004027 01  CREDAPP                    PIC X(50)
004028     VALUE "/mnt/c/cobfiles\credit-applications.idx".
004031 01  PROMFILE                   PIC X(50)
004034     VALUE "/mnt/c/cobfiles\promises-to-pay.idx".
004037 01  UIDCOUNT                   PIC X(50)
004040     VALUE "/mnt/c/cobfiles\uid-counter.dat".
004050 01  REGISTEROUT                PIC X(50)
004060     VALUE "ledger-post-register.txt".
004120 01  TRANSOUT-STATUS            PIC X(02).
004130 01  REJECT-STATUS              PIC X(02).
004140 01  ADDRESS-STATUS             PIC X(02).
004145     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
004150 01  TXIDX-STATUS               PIC X(02).
004160 01  ACCTMSTR-STATUS            PIC X(02).
004170 01  OPENITEM-STATUS            PIC X(02).
004172 01  DEFREV-STATUS              PIC X(02).
004174 01  WS-DEFREV-SWITCH           PIC X(01) VALUE 'N'.
004176     88  WS-DEFREV-AVAILABLE               VALUE 'Y'.
004177 01  CREDAPP-STATUS             PIC X(02).
004178 01  WS-CREDAPP-SWITCH          PIC X(01) VALUE 'N'.
004179     88  WS-CREDAPP-AVAILABLE              VALUE 'Y'.
004181 01  PROMISE-STATUS             PIC X(02).
004183 01  WS-PROMISE-SWITCH          PIC X(01) VALUE 'N'.
004185     88  WS-PROMISE-AVAILABLE              VALUE 'Y'.
004187 01  PERIODCTL-STATUS           PIC X(02).
004190 01  WOAPPR                     PIC X(50)
004200     VALUE "/mnt/c/cobfiles\writeoff-approvals.idx".
004210 01  WOAPPR-STATUS              PIC X(02).
004212 01  BALXFER                    PIC X(50)
004214     VALUE "/mnt/c/cobfiles\balance-transfers.idx".
004216 01  BALXFER-STATUS             PIC X(02).
004217 01  PURCHORD                   PIC X(50)
004218     VALUE "/mnt/c/cobfiles\purchase-orders.idx".
004219 01  PURCHORD-STATUS            PIC X(02).
004220 01  INTERCOENT                 PIC X(50)
004221     VALUE "intercompany-entries.txt".
004222 01  INTERCOENT-STATUS          PIC X(02).
004223 01  WS-INTERCOENT-SWITCH       PIC X(01) VALUE 'N'.
004224     88  WS-INTERCOENT-AVAILABLE           VALUE 'Y'.
004225*   A TYPE-W LINE OVER THIS AMOUNT NEEDS A SUPERVISOR APPROVAL
004230*   ON THE REGISTRY.  THE VALUE BELOW IS THE DEFAULT -- THE
004240*   WRITEOFF-THRESHOLD= RUN PARM THE SWEEP ALSO READS
004250*   OVERRIDES IT, SO THE TWO JOBS CAN NEVER DRIFT APART.
004260 01  WS-WRITEOFF-THRESHOLD      PIC 9(09)V9(02) VALUE 25.00.
004270 01  WS-WRITEOFF-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
004280 01  SYSSTAT                    PIC X(50)
004290     VALUE "/mnt/c/cobfiles\system-status.idx".
004300 01  SYSSTAT-STATUS             PIC X(02).
004420 01  BATCHREG                   PIC X(50)
004430     VALUE "/mnt/c/cobfiles\batch-registry.idx".
004440 01  BATCHREG-STATUS            PIC X(02).
004441 01  SUSPITEM               PIC X(50)
004442     VALUE "/mnt/c/cobfiles\suspense-items.idx".
004443 01  SUSPITEM-STATUS        PIC X(02).
004444 01  WS-SUSPITEM-SWITCH     PIC X(01) VALUE 'N'.
004445     88  WS-SUSPITEM-AVAILABLE             VALUE 'Y'.
004450
004460*                                                                *
004470*   BATCH HEADER CONTROL -- THE B,NUMBER,COUNT,TOTAL LINE AT    *
004480*   THE TOP OF THE INPUT FILE, AND THE PRE-PASS TALLY IT IS     *
004490*   CHECKED AGAINST.  THE TOTAL TOKEN IS TWELVE DIGITS WITH     *
004500*   TWO IMPLIED DECIMAL DIGITS (000000003086 MEANS 30.86) --    *
004510*   THE SAME CENTS CONVENTION AS THE DETAIL MONEY TOKENS.  A    *
004520*   SHORTER TOKEN FAILS THE NUMERIC EDIT AND REJECTS THE WHOLE  *
004530*   BATCH.                                                      *
004540*                                                                *
004550 01  WS-BATCH-SWITCH            PIC X(01) VALUE 'N'.
004560     88  WS-BATCH-NUMBERED                 VALUE 'Y'.
004780 01  RUNPARMS                   PIC X(50)
004790     VALUE "ledger-run-parms.txt".
004800 01  RUNPARM-STATUS             PIC X(02).
004801*   POSTING-MODE= APPEND (THE DEFAULT) ADDS ONLY THIS RUN'S
004802*   DETAILS TO THE LIVE LEDGER AND REWRITES THE TRAILER IN
004803*   PLACE; POSTING-MODE=REBUILD COPIES AND RE-INDEXES THE WHOLE
004804*   LEDGER THROUGH THE WORK FILE.  THE REBUILD ALSO RUNS BY
004805*   ITSELF ON THE REBUILD-WEEKDAY= DAY (1 = MONDAY THROUGH
004806*   7 = SUNDAY, 0 = NEVER) AS THE WEEKLY HOUSEKEEPING PASS.
004807 01  WS-POSTING-MODE            PIC X(07) VALUE "APPEND".
004808     88  WS-APPEND-POSTING                 VALUE "APPEND".
004809     88  WS-REBUILD-POSTING                VALUE "REBUILD".
004810 01  WS-REBUILD-WEEKDAY         PIC 9(01) VALUE 7.
004811 01  WS-TODAY-WEEKDAY           PIC 9(01) VALUE ZERO.
004812 01  WS-PARM-NAME               PIC X(20).
004820 01  WS-PARM-VALUE              PIC X(20).
004830 01  WS-RELEASED-SWITCH         PIC X(01) VALUE 'N'.
004840     88  WS-BATCH-WAS-RELEASED             VALUE 'Y'.
004880 01  WS-IN-BATCH-FLAG           PIC X(05).
004890 01  WS-TRIAL-SWITCH            PIC X(01) VALUE 'N'.
004900     88  WS-TRIAL-MODE                     VALUE 'Y'.
004904*   ADJST AS THE SEVENTH HEADER FIELD MARKS A BATCH OF FISCAL
004908*   YEAR-END ADJUSTING ENTRIES (SEE 1390-CHECK-ADJUSTMENT-PERIOD).
004912 01  WS-ADJUSTING-SWITCH        PIC X(01) VALUE 'N'.
004916     88  WS-ADJUSTING-BATCH                VALUE 'Y'.
004920 01  WS-ADJUST-PERIOD           PIC 9(06) VALUE ZERO.
004924 01  WS-ADJUST-DATE             PIC 9(08) VALUE ZERO.
004928*   FISCAL CALENDAR FIELDS (SEE FISCAL-PERIOD-LOOKUP)
004932 01  WS-FP-PERIOD               PIC 9(06).
004936 01  WS-FP-FISCAL-YEAR          PIC 9(04).
004940 01  WS-FP-FISCAL-PERIOD        PIC 9(02).
004944 01  WS-FP-YEAR-START           PIC 9(08).
004948 01  WS-FP-YEAR-END             PIC 9(08).
004952 01  WS-FP-RESULT               PIC X(01).
004956*   UIDS SHOWN ON A TRIAL REGISTER -- PROJECTED FROM THE
004960*   COUNTER'S CURRENT VALUE, NEVER CONSUMED.
004964 01  WS-TRIAL-NEXT-UID          PIC 9(09) VALUE ZERO.
004968 01  WS-DECLARED-COUNT          PIC 9(05) VALUE ZERO.
004972 01  WS-DECLARED-TOTAL          PIC 9(10)V9(02) VALUE ZERO.
004976 01  WS-TALLY-COUNT             PIC 9(05) VALUE ZERO.
004980 01  WS-TALLY-TOTAL             PIC 9(10)V9(02) VALUE ZERO.
004984 01  WS-TALLY-AMOUNT            PIC X(12) JUSTIFIED RIGHT.
004988 01  WS-TALLY-AMOUNT-LEN        PIC 9(02) VALUE ZERO.
004989*   DUPLICATE PAYMENT HOLD (SEE 5750).  AN ORDINARY CREDIT
004990*   MATCHING AN EARLIER ONE ON THE ACCOUNT -- SAME AMOUNT, SAME
004991*   CHECK OR REFERENCE NUMBER, DATED NO MORE THAN THE
004992*   DUPLICATE-PAY-DAYS= RUN PARM'S DAYS BEFORE IT (ZERO TURNS
004993*   THE CHECK OFF) -- POSTS TO THE SUSPENSE-ACCOUNT= WASH
004994*   ACCOUNT THE LOCKBOX USES, WITH A SUSPENSE ITEM FOR REVIEW.
004995 01  WS-SUSPENSE-ACCOUNT    PIC 9(07) VALUE 9999999.
004996 01  WS-DUP-PAY-DAYS        PIC 9(03) VALUE 10.
004997 01  WS-DUP-FROM-DATE       PIC 9(08) VALUE ZERO.
004998 01  WS-DUP-SWITCH          PIC X(01) VALUE 'N'.
004999     88  WS-DUPLICATE-HELD                 VALUE 'Y'.
005000 01  WS-DUP-EOF-SWITCH      PIC X(01) VALUE 'N'.
005001     88  WS-DUP-EOF                        VALUE 'Y'.
005002 01  WS-DUP-REFERENCE       PIC X(25).
005003 01  WS-DUP-SCAN-DESC       PIC X(25).
005004 01  WS-DUP-SCAN-REF        PIC X(25).
005005 01  WS-DUP-WORD-TABLE.
005006     05  WS-DUP-WORD            PIC X(25) OCCURS 6 TIMES.
005007 01  WS-DUP-SUB             PIC 9(02) VALUE ZERO.
005008 01  WS-DUP-DIGITS          PIC 9(02) VALUE ZERO.
005009 01  WS-DUP-MATCH-UID       PIC 9(09) VALUE ZERO.
005010 01  WS-DUP-MATCH-DATE      PIC 9(08) VALUE ZERO.
005011 01  WS-DUP-FOR-ACCOUNT     PIC 9(07) VALUE ZERO.
005012 01  WS-DUP-PAYER           PIC X(40).
005013 01  WS-DUP-HELD-COUNT      PIC 9(07) VALUE ZERO.
005014 01  WS-SUSP-SEQ            PIC 9(03) VALUE ZERO.
005015 01  WS-SEED-EOF-SWITCH     PIC X(01) VALUE 'N'.
005016     88  WS-SEED-EOF                       VALUE 'Y'.
005017 01  WS-DUP-REF-LEN         PIC 9(02) VALUE ZERO.
005020
005030*                                                                *
005040*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)    *
005340         88  WS-PERIOD-FILE-AVAILABLE      VALUE 'Y'.
005350     05  WS-OLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
005360         88  WS-OLD-EOF-YES                VALUE 'Y'.
005363     05  WS-ADD-EOF-SWITCH       PIC X(01) VALUE 'N'.
005366         88  WS-ADD-EOF-YES                VALUE 'Y'.
005370     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005380         88  WS-ITEM-EOF                   VALUE 'Y'.
005390
005400 01  WS-COUNTERS.
005410     05  WS-ACCEPTED-COUNT       PIC 9(07) COMP VALUE ZERO.
005420     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
005430     05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
005440     05  WS-DEBIT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
005450     05  WS-CREDIT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
005460
005470*                                                                *
005480*   CREDIT APPLICATION AGAINST THE OPEN-ITEMS FILE               *
005650*   WHOSE CONTACT IS FLAGGED DECEASED IS REJECTED (PAYMENTS
005660*   AND REVERSALS STILL POST SO THE ESTATE CAN SETTLE).
005670 01  WS-CONTACT-DECEASED         PIC X(01) VALUE 'N'.
005680 01  WS-CREDIT-LEFT              PIC 9(09)V9(02) VALUE ZERO.
005690 01  WS-APPLY-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
005691*   REOPENING THE ITEMS A REVERSED CREDIT PAID (SEE 6660).
005692 01  WS-REOPEN-ROOM              PIC 9(09)V9(02) VALUE ZERO.
005693 01  WS-REOPEN-SHORT             PIC 9(09)V9(02) VALUE ZERO.
005694 01  WS-REOPEN-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
005695 01  WS-REOPEN-COUNT             PIC 9(03) VALUE ZERO.
005696 01  WS-SAVE-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
005697 01  WS-CA-EOF-SWITCH            PIC X(01) VALUE 'N'.
005698     88  WS-CA-EOF                         VALUE 'Y'.
005699 01  WS-CA-FOUND-SWITCH          PIC X(01) VALUE 'N'.
005700     88  WS-CA-FOUND                       VALUE 'Y'.
005701 01  WS-CA-BEFORE                PIC X(200).
005702*   THE ACCOUNT'S OPEN PROMISE TO PAY (SEE 6780).
005703 01  WS-PT-EOF-SWITCH            PIC X(01) VALUE 'N'.
005704     88  WS-PT-EOF                         VALUE 'Y'.
005705 01  WS-PT-BEFORE                PIC X(200).
005706
005710 01  WS-REJECT-REASON            PIC X(40).
005720 01  WS-TODAY-8                  PIC 9(08).
005722 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
005724     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
005726 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
005730 01  WS-NOW-TIME                 PIC X(08).
005740 01  WS-HEADER-DATE              PIC 9(08).
005750
005830*   FIELDS USED TO UNSTRING THE INCOMING TEXT LINE.  THE INPUT   *
005840*   LINE IS COMMA DELIMITED: UID,ACCOUNT-ID,DESC,AMOUNT,         *
005850*   START-BALANCE,END-BALANCE,TYPE.  THE THREE MONEY TOKENS     *
005860*   CARRY TWO IMPLIED DECIMAL DIGITS, SO 000003086 POSTS AS     *
005870*   30.86 -- THE CONVENTION THE GENERATED BATCHES (LATE FEES,   *
005880*   LOCKBOX, ACH, REFUNDS) WRITE THEM IN.  A TOKEN MAY BE ANY   *
005890*   WIDTH UP TO ELEVEN DIGITS, SO THE OLD NINE-DIGIT LINES AND  *
005900*   THE WIDENED ELEVEN-DIGIT ONES BOTH POST; EACH IS RECEIVED   *
005910*   RIGHT-JUSTIFIED AND ZERO-FILLED BY 4050-EDIT-MONEY-TOKEN.   *
005920*   A BALANCE TOKEN MAY LEAD WITH A + OR - SIGN (A CREDIT       *
005930*   BALANCE IS NEGATIVE); THE AMOUNT MAY NOT.                   *
005940*                                                                *
005950 01  WS-IN-UID                   PIC X(09).
005960 01  WS-IN-ACCOUNT-ID            PIC X(07).
005970 01  WS-IN-DESC                  PIC X(25).
005980 01  WS-IN-AMOUNT                PIC X(12) JUSTIFIED RIGHT.
005990 01  WS-IN-AMOUNT-LEN            PIC 9(02) VALUE ZERO.
006000 01  WS-IN-START-BALANCE         PIC X(12) JUSTIFIED RIGHT.
006010 01  WS-IN-START-BALANCE-LEN     PIC 9(02) VALUE ZERO.
006020 01  WS-IN-END-BALANCE           PIC X(12) JUSTIFIED RIGHT.
006030 01  WS-IN-END-BALANCE-LEN       PIC 9(02) VALUE ZERO.
006040 01  WS-IN-TYPE                  PIC X(01).
006050*   THE POSTED ENTRY TO BACK OUT.
006056 01  WS-IN-REVERSED-UID          PIC X(09) JUSTIFIED RIGHT.
006062 01  WS-IN-REVERSED-UID-LEN      PIC 9(02) VALUE ZERO.
006070*   OPTIONAL NINTH FIELD -- THE SERVICE CHARGE CODE.  BLANK ON
006080*   OLD-FORMAT LINES AND ON THE GENERATED BATCHES.
006090 01  WS-IN-CHARGE-CODE           PIC X(06).
006091*   OPTIONAL TENTH FIELD -- THE DEFERRAL REFERENCE RECURRING-
006092*   BILLING PUTS ON A QUARTERLY OR ANNUAL CONTRACT CHARGE:
006093*   CONTRACT SEQUENCE, NUMBER OF SERVICE MONTHS, AND THE FIRST
006094*   SERVICE MONTH (SSMMYYYYMM).  BLANK ON EVERY OTHER LINE.
006095 01  WS-IN-DEFERRAL              PIC X(10).
006096 01  WS-IN-DEFERRAL-PARTS REDEFINES WS-IN-DEFERRAL.
006097     05  WS-IN-DEF-CONTRACT-SEQ  PIC 9(02).
006098     05  WS-IN-DEF-MONTHS        PIC 9(02).
006099     05  WS-IN-DEF-FIRST-MONTH.
006100         10  WS-IN-DEF-FIRST-YYYY PIC 9(04).
006101         10  WS-IN-DEF-FIRST-MM  PIC 9(02).
006102*   OPTIONAL ELEVENTH FIELD -- THE BALANCE TRANSFER NUMBER ON
006103*   THE TWO HALVES BALANCE-TRANSFER PUTS ON A BATCH.  BLANK ON
006104*   EVERY OTHER LINE.
006105 01  WS-IN-TRANSFER-NO           PIC X(06).
006106 01  WS-TRANSFER-SWITCH          PIC X(01) VALUE SPACE.
006107     88  WS-TRANSFER-SOURCE-HALF           VALUE 'S'.
006108     88  WS-TRANSFER-TARGET-HALF           VALUE 'T'.
006109     88  WS-TRANSFER-LINE                  VALUE 'S' 'T'.
006110 01  WS-XFER-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
006111 01  WS-XFER-TYPE                PIC X(01).
006112 01  WS-XFER-SAVE-UID            PIC 9(09) VALUE ZERO.
006113 01  WS-XFER-SAVE-ACCOUNT        PIC 9(07) VALUE ZERO.
006114 01  WS-XFER-ITEM-KEY            PIC X(16).
006115 01  WS-XFER-ITEMS               PIC 9(04) VALUE ZERO.
006116*   OPTIONAL TWELFTH FIELD -- THE CUSTOMER'S PURCHASE ORDER
006117*   NUMBER.  REQUIRED ON A CHARGE TO AN ACCOUNT FLAGGED
006118*   PO-REQUIRED (SEE 5660).
006119 01  WS-IN-PO-NUMBER             PIC X(15).
006120 01  WS-PO-REMAINING             PIC S9(09)V9(02) VALUE ZERO.
006121*   SCHEDULE BUILD -- THE REVENUE PART OF THE CHARGE (AMOUNT
006122*   LESS SALES TAX) SPLIT EVENLY, THE ODD CENTS ON THE LAST
006123*   MONTH SO THE LINES ADD BACK TO THE CHARGE EXACTLY.
006124 01  WS-DEF-REVENUE              PIC 9(09)V9(02) VALUE ZERO.
006125 01  WS-DEF-MONTH-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
006126 01  WS-DEF-ALLOCATED            PIC 9(09)V9(02) VALUE ZERO.
006127 01  WS-DEF-SUB                  PIC 9(02) VALUE ZERO.
006128 01  WS-DEF-YYYY                 PIC 9(04) VALUE ZERO.
006129 01  WS-DEF-MM                   PIC 9(02) VALUE ZERO.
006130 01  WS-DEF-LINE-COUNT           PIC 9(07) VALUE ZERO.
006131*   AGREEMENT PRICING (SEE 5700) -- SET WHEN A CHARGE-CODED
006132*   DEBIT ARRIVES WITH NO AMOUNT, SO IT IS PRICED FROM THE
006133*   CUSTOMER'S PRICE AGREEMENT OR THE STANDARD PRICE.
006134 01  WS-PRICE-OMITTED-SWITCH     PIC X(01) VALUE 'N'.
006135     88  WS-PRICE-OMITTED                  VALUE 'Y'.
006136 01  WS-AGREED-PRICE             PIC 9(06)V9(02) VALUE ZERO.
006137 01  WS-AGREEMENT-RESULT         PIC X(01).
006138     88  WS-AGREEMENT-IN-EFFECT            VALUE 'F' 'P'.
006139 01  WS-KEYED-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
006140 01  WS-ORIG-TYPE                PIC X(01).
006141 01  WS-REVERSAL-SWITCH          PIC X(01) VALUE 'N'.
006142     88  WS-REVERSAL-REQUEST               VALUE 'Y'.
006143 01  WS-REVSCAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
006144     88  WS-REVSCAN-EOF                    VALUE 'Y'.
006150 01  WS-DUP-REVERSAL-SWITCH      PIC X(01) VALUE 'N'.
006151     88  WS-ALREADY-REVERSED               VALUE 'Y'.
006152*   INTERCOMPANY PAYMENTS -- THE COMPANY THE ACCOUNT BELONGS TO
006153*   (FROM ITS LATEST INDEX ENTRY, OR THE REVERSED ORIGINAL'S)
006154*   AND THE ENTRY 6980 RECORDS WHEN IT DIFFERS FROM THE BATCH'S.
006155 01  WS-ACCT-COMPANY             PIC X(02) VALUE SPACES.
006156 01  WS-ORIG-COMPANY             PIC X(02) VALUE SPACES.
006157 01  WS-COSCAN-EOF-SWITCH        PIC X(01) VALUE 'N'.
006158     88  WS-COSCAN-EOF                     VALUE 'Y'.
006159 01  WS-INTERCO-SWITCH           PIC X(01) VALUE 'N'.
006160     88  WS-INTERCO-LINE                   VALUE 'Y'.
006161 01  WS-INTERCO-MOVEMENT         PIC X(01) VALUE SPACE.
006162 01  WS-INTERCO-COUNT            PIC 9(07) VALUE ZERO.
006163*   4050-EDIT-MONEY-TOKEN WORK FIELDS -- THE TOKEN IS MOVED IN
006164*   WITH ITS LENGTH, AND COMES BACK AS A SIGNED VALUE WITH THE
006165*   VALID AND NEGATIVE SWITCHES SET.
006166 01  WS-MONEY-TOKEN              PIC X(12) JUSTIFIED RIGHT.
006167 01  WS-MONEY-DIGITS REDEFINES WS-MONEY-TOKEN
006168                                PIC 9(10)V9(02).
006169 01  WS-MONEY-LEN                PIC 9(02) VALUE ZERO.
006170 01  WS-MONEY-VALUE              PIC S9(10)V9(02) VALUE ZERO.
006171 01  WS-MONEY-SIGN-COUNT         PIC 9(02) VALUE ZERO.
006172 01  WS-MONEY-SWITCH             PIC X(01) VALUE 'Y'.
006173     88  WS-MONEY-VALID                    VALUE 'Y'.
006174 01  WS-MONEY-SIGN               PIC X(01) VALUE '+'.
006175     88  WS-MONEY-NEGATIVE                 VALUE '-'.
006176
006180*                                                                *
006190*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE                   *
006200*   LEDGER-JOURNAL-WRITE).  THE REBUILD COPY OF OLD DETAIL IS   *
006520*   1000-INITIALIZE                                             *
006530*                                                                *
006540 1000-INITIALIZE.
006550     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
006555          WS-OVERRIDE-MARK.
006560     ACCEPT WS-NOW-TIME  FROM TIME.
006570     MOVE WS-TODAY-8 TO WS-HEADER-DATE.
006580     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
006740     MOVE "LEDGER POST REGISTER -- ASSIGNED UID PER INPUT LINE"
006750        TO REGISTER-LINE.
006760     WRITE REGISTER-LINE.
006762     IF WS-DATE-OVERRIDDEN
006764        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
006766        WRITE REGISTER-LINE
006768     END-IF.
006770     OPEN EXTEND REJECT-LOG.
006780     IF REJECT-STATUS = '05' OR '35'
006790        OPEN OUTPUT REJECT-LOG
007020     IF WOAPPR-STATUS NOT = '00' AND WOAPPR-STATUS NOT = '05'
007030        DISPLAY "WARNING -- APPROVAL REGISTRY NOT AVAILABLE, "
007040        DISPLAY "LARGE WRITE-OFFS WILL REJECT"
007041     END-IF.
007042     OPEN I-O BALANCE-TRANSFERS.
007043     IF BALXFER-STATUS NOT = '00' AND BALXFER-STATUS NOT = '05'
007044        DISPLAY "WARNING -- TRANSFER REGISTER NOT AVAILABLE, "
007045        DISPLAY "BALANCE TRANSFER LINES WILL REJECT"
007047     END-IF.
007049     OPEN I-O PURCHASE-ORDERS.
007051     IF PURCHORD-STATUS NOT = '00' AND PURCHORD-STATUS NOT = '05'
007053        DISPLAY "WARNING -- PURCHASE ORDER FILE NOT AVAILABLE, "
007055        DISPLAY "LINES QUOTING A PURCHASE ORDER WILL REJECT"
007057     END-IF.
007060     OPEN I-O OPEN-ITEMS.
007070     IF OPENITEM-STATUS NOT = '00' AND OPENITEM-STATUS NOT = '05'
007080        DISPLAY "WARNING -- CANNOT OPEN OPEN-ITEMS FILE, STATUS "
007090                OPENITEM-STATUS
007091     END-IF.
007092*   A TRIAL WRITES NO SCHEDULE, SO IT LEAVES THE FILE ALONE.
007093     IF NOT WS-TRIAL-MODE
007094        OPEN I-O DEFERRED-REVENUE
007095        IF DEFREV-STATUS = '00' OR DEFREV-STATUS = '05'
007096           MOVE 'Y' TO WS-DEFREV-SWITCH
007097        ELSE
007098           DISPLAY "WARNING -- CANNOT OPEN DEFERRED REVENUE "
007099                   "FILE, STATUS " DEFREV-STATUS
007100        END-IF
007101     END-IF.
007102     IF NOT WS-TRIAL-MODE
007103        OPEN I-O CREDIT-APPLICATIONS
007104        IF CREDAPP-STATUS = '00' OR CREDAPP-STATUS = '05'
007105           MOVE 'Y' TO WS-CREDAPP-SWITCH
007106        ELSE
007107           DISPLAY "WARNING -- CANNOT OPEN CREDIT APPLICATIONS "
007108                   "FILE, STATUS " CREDAPP-STATUS
007109        END-IF
007110     END-IF.
007111     IF NOT WS-TRIAL-MODE
007112        OPEN I-O PROMISES
007113        IF PROMISE-STATUS = '00' OR PROMISE-STATUS = '05'
007114           MOVE 'Y' TO WS-PROMISE-SWITCH
007115        ELSE
007116           DISPLAY "WARNING -- CANNOT OPEN PROMISE TO PAY FILE, "
007117                   "STATUS " PROMISE-STATUS
007118        END-IF
007119     END-IF.
007120*   CASH ONE COMPANY TAKES IN FOR THE OTHER'S ACCOUNT IS RECORDED
007121*   ON THE INTERCOMPANY ENTRIES FILE, WHICH ONLY EVER GROWS.
007122     IF NOT WS-TRIAL-MODE
007123        OPEN EXTEND INTERCO-ENTRY-FILE
007124        IF INTERCOENT-STATUS = '35'
007125           OPEN OUTPUT INTERCO-ENTRY-FILE
007126        END-IF
007127        IF INTERCOENT-STATUS = '00' OR INTERCOENT-STATUS = '05'
007128           MOVE 'Y' TO WS-INTERCOENT-SWITCH
007129        ELSE
007130           DISPLAY "WARNING -- CANNOT OPEN INTERCOMPANY ENTRIES "
007131                   "FILE, STATUS " INTERCOENT-STATUS
007132        END-IF
007133     END-IF.
007134*   A PAYMENT HELD AS A SUSPECTED DUPLICATE IS RECORDED ON THE
007135*   LOCKBOX'S SUSPENSE ITEM FILE (SEE 6990).
007136     IF NOT WS-TRIAL-MODE
007137        OPEN I-O SUSPENSE-ITEMS
007138        IF SUSPITEM-STATUS = '00' OR SUSPITEM-STATUS = '05'
007139           MOVE 'Y' TO WS-SUSPITEM-SWITCH
007140           PERFORM 6995-SEED-SUSPENSE-SEQ THRU 6995-EXIT
007141        ELSE
007142           DISPLAY "WARNING -- CANNOT OPEN SUSPENSE ITEM FILE, "
007143                   "STATUS " SUSPITEM-STATUS
007144        END-IF
007145     END-IF.
007146     PERFORM 1200-LOAD-TAX-TABLE THRU 1200-EXIT.
007147     OPEN INPUT CHARGE-CODES.
007148     OPEN INPUT TAX-EXEMPT-FILE.
007149     OPEN INPUT PERIOD-CONTROL.
007150     IF PERIODCTL-STATUS = '00'
007160        MOVE 'Y' TO WS-PERIOD-FILE-SWITCH
007170     ELSE
007190        DISPLAY "CLOSED-PERIOD CHECK IS SKIPPED"
007200     END-IF.
007210     PERFORM 1500-START-LEDGER-REBUILD THRU 1500-EXIT.
007218*   THE REBUILD LEAVES THE INDEX OPEN FOR OUTPUT ONLY.  REVERSAL
007226*   VALIDATION NEEDS RANDOM READS AGAINST IT, SO IT IS CLOSED
007234*   AND REOPENED I-O ONCE THE OLD DETAIL HAS BEEN RE-INDEXED.
007242*   A TRIAL ALREADY HAS IT OPEN INPUT, AND AN APPEND RUN HAS
007250*   IT OPEN I-O ALREADY.
007258     IF NOT WS-TRIAL-MODE AND WS-REBUILD-POSTING
007270        CLOSE TRANSACTIONS-INDEX
007280        OPEN I-O TRANSACTIONS-INDEX
007290     END-IF.
008510        COMPUTE WS-RELEASE-THRESHOLD =
008520           FUNCTION NUMVAL(WS-PARM-VALUE)
008530     END-IF.
008531     IF WS-PARM-NAME = "POSTING-MODE"
008532        IF WS-PARM-VALUE = "APPEND" OR WS-PARM-VALUE = "REBUILD"
008533           MOVE WS-PARM-VALUE TO WS-POSTING-MODE
008534        ELSE
008535           DISPLAY "WARNING -- POSTING-MODE " WS-PARM-VALUE
008536                   " NOT RECOGNIZED, APPEND ASSUMED"
008537        END-IF
008538     END-IF.
008539     IF WS-PARM-NAME = "REBUILD-WEEKDAY"
008540        AND WS-PARM-VALUE (1:1) NUMERIC
008541        AND WS-PARM-VALUE (2:1) = SPACE
008542        MOVE WS-PARM-VALUE (1:1) TO WS-REBUILD-WEEKDAY
008543     END-IF.
008544     IF WS-PARM-NAME = "SUSPENSE-ACCOUNT"
008545        AND WS-PARM-VALUE (1:7) NUMERIC
008546        MOVE WS-PARM-VALUE (1:7) TO WS-SUSPENSE-ACCOUNT
008547     END-IF.
008548     IF WS-PARM-NAME = "DUPLICATE-PAY-DAYS"
008549        AND WS-PARM-VALUE (1:3) NUMERIC
008550        MOVE WS-PARM-VALUE (1:3) TO WS-DUP-PAY-DAYS
008551     END-IF.
008552 1450-EXIT.
008553     EXIT.
008560
008570*                                                                *
008580*   1300-VERIFY-BATCH -- THE INPUT FILE'S FIRST LINE SHOULD BE   *
008900           TO REGISTER-LINE
008910        WRITE REGISTER-LINE
008920     END-IF.
008922     IF WS-IN-BATCH-FLAG = "ADJST"
008924        SET WS-ADJUSTING-BATCH TO TRUE
008926        DISPLAY "ADJUSTING BATCH -- FISCAL YEAR-END ADJUSTMENTS"
008928     END-IF.
008930     IF WS-IN-BATCH-COMPANY = "01" OR
008940        WS-IN-BATCH-COMPANY = "02"
008950        MOVE WS-IN-BATCH-COMPANY TO WS-BATCH-COMPANY
009140     MOVE WS-IN-BATCH-NUMBER TO WS-BATCH-NUMBER.
009150     MOVE WS-IN-BATCH-COUNT  TO WS-DECLARED-COUNT.
009160     MOVE WS-IN-BATCH-TOTAL-CENTS TO WS-DECLARED-TOTAL.
009161     IF WS-ADJUSTING-BATCH
009162        PERFORM 1390-CHECK-ADJUSTMENT-PERIOD THRU 1390-EXIT
009163        IF WS-BATCH-REJECTED
009164           GO TO 1300-EXIT
009165        END-IF
009166     END-IF.
009170     OPEN I-O BATCH-REGISTRY.
009180     IF BATCHREG-STATUS NOT = '00' AND BATCHREG-STATUS NOT = '05'
009190        DISPLAY "WARNING -- CANNOT OPEN BATCH REGISTRY, STATUS "
009620*   A VERIFIED HIGH-VALUE BATCH IS PARKED ON THE REGISTRY IN
009630*   STATUS H FOR A SUPERVISOR TO RELEASE -- NOT A DETAIL POSTS
009640*   UNTIL THEN.  A RELEASED BATCH SAILS STRAIGHT THROUGH.
009645*   AN ADJUSTING BATCH IS HELD WHATEVER ITS TOTAL.
009650     IF NOT WS-BATCH-WAS-RELEASED
009660        AND (WS-DECLARED-TOTAL > WS-RELEASE-THRESHOLD
009665             OR WS-ADJUSTING-BATCH)
009670        IF WS-TRIAL-MODE
009680*   THE TRIAL STILL EDITS EVERYTHING -- THE BRANCH JUST LEARNS
009690*   THE REAL SUBMISSION WILL NEED A SUPERVISOR RELEASE.
009960            GO TO 1350-EXIT
009970     END-READ.
009980     ADD 1 TO WS-TALLY-COUNT.
009987     MOVE SPACES TO WS-TALLY-AMOUNT.
009994     MOVE ZERO TO WS-TALLY-AMOUNT-LEN.
010001     UNSTRING TRANS-IN-LINE DELIMITED BY ","
010008         INTO WS-IN-UID, WS-IN-ACCOUNT-ID, WS-IN-DESC,
010015              WS-TALLY-AMOUNT COUNT IN WS-TALLY-AMOUNT-LEN
010022     END-UNSTRING.
010029     MOVE WS-TALLY-AMOUNT     TO WS-MONEY-TOKEN.
010036     MOVE WS-TALLY-AMOUNT-LEN TO WS-MONEY-LEN.
010043     PERFORM 4050-EDIT-MONEY-TOKEN THRU 4050-EXIT.
010050     IF WS-MONEY-VALID AND NOT WS-MONEY-NEGATIVE
010057        ADD WS-MONEY-VALUE TO WS-TALLY-TOTAL
010064     END-IF.
010080 1350-EXIT.
010090     EXIT.
010100
010580 1380-EXIT.
010590     EXIT.
010600
010601*                                                                *
010602*   1390-CHECK-ADJUSTMENT-PERIOD -- AN ADJUSTING BATCH POSTS     *
010603*   INTO THE LAST FISCAL YEAR'S ADJUSTMENT PERIOD (FFFF13 ON     *
010604*   THE FISCAL CALENDAR), AND ONLY WHILE FISCAL-YEAR-END-CLOSE   *
010605*   HAS IT OPEN ON THE PERIOD CONTROL FILE.  EVERY DETAIL IS     *
010606*   DATED THE FISCAL YEAR'S LAST DAY.                            *
010607*                                                                *
010608 1390-CHECK-ADJUSTMENT-PERIOD.
010609     MOVE WS-TODAY-8 (1:6) TO WS-FP-PERIOD.
010610     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
010611          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
010612          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
010613     COMPUTE WS-ADJUST-PERIOD =
010614             ((WS-FP-FISCAL-YEAR - 1) * 100) + 13.
010615     MOVE WS-ADJUST-PERIOD TO WS-FP-PERIOD.
010616     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
010617          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
010618          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
010619     IF WS-FP-RESULT NOT = 'F'
010620        MOVE "NO ADJUSTMENT PERIOD ON FISCAL CALENDAR" TO
010621             WS-REJECT-REASON
010622        PERFORM 1380-REJECT-WHOLE-BATCH THRU 1380-EXIT
010623        GO TO 1390-EXIT
010624     END-IF.
010625     MOVE WS-FP-YEAR-END TO WS-ADJUST-DATE.
010626     MOVE SPACE TO PC-PERIOD-STATUS.
010627     OPEN INPUT PERIOD-CONTROL.
010628     IF PERIODCTL-STATUS = '00'
010629        MOVE WS-ADJUST-PERIOD TO PC-PERIOD
010630        READ PERIOD-CONTROL
010631            INVALID KEY
010632               MOVE SPACE TO PC-PERIOD-STATUS
010633        END-READ
010634        CLOSE PERIOD-CONTROL
010635     END-IF.
010636     IF NOT PC-PERIOD-OPEN
010637        MOVE "ADJUSTMENT PERIOD NOT OPEN" TO WS-REJECT-REASON
010638        PERFORM 1380-REJECT-WHOLE-BATCH THRU 1380-EXIT
010639        GO TO 1390-EXIT
010640     END-IF.
010641     MOVE SPACES TO REGISTER-LINE.
010642     STRING "ADJUSTING BATCH -- ADJUSTMENT PERIOD "
010643            WS-ADJUST-PERIOD ", DETAILS DATED " WS-ADJUST-DATE
010644            DELIMITED BY SIZE INTO REGISTER-LINE
010645     END-STRING.
010646     WRITE REGISTER-LINE.
010647 1390-EXIT.
010648     EXIT.
010649
010650*                                                                *
010651*   1500-START-LEDGER-REBUILD -- SETTLE THE POSTING MODE.  AN    *
010652*   APPEND RUN OPENS THE LIVE LEDGER THROUGH 1700; A REBUILD     *
010653*   COPIES THE OLD LEDGER'S HEADER AND DETAIL RECORDS INTO THE   *
010654*   NEW WORK FILE BEFORE THIS RUN'S NEW TRANSACTIONS ARE         *
010655*   APPENDED                                                     *
010656*                                                                *
010657 1500-START-LEDGER-REBUILD.
010658*   A TRIAL NEVER REBUILDS -- THE LIVE INDEX IS READ IN PLACE
010659*   FOR THE ACCOUNT, REVERSAL AND COLLISION CHECKS.
010660     IF WS-TRIAL-MODE
010700        OPEN INPUT TRANSACTIONS-INDEX
010710        GO TO 1500-EXIT
010720     END-IF.
010721*   THE WEEKLY HOUSEKEEPING DAY ALWAYS REBUILDS.
010722     ACCEPT WS-TODAY-WEEKDAY FROM DAY-OF-WEEK.
010723     IF WS-REBUILD-WEEKDAY NOT = ZERO
010724        AND WS-TODAY-WEEKDAY = WS-REBUILD-WEEKDAY
010725        SET WS-REBUILD-POSTING TO TRUE
010726     END-IF.
010727     IF WS-APPEND-POSTING
010728        PERFORM 1700-OPEN-LEDGER-APPEND THRU 1700-EXIT
010729     END-IF.
010730     DISPLAY "LEDGER POSTING MODE: " WS-POSTING-MODE.
010731     IF WS-APPEND-POSTING
010732        GO TO 1500-EXIT
010733     END-IF.
010734     OPEN OUTPUT TRANSACTIONS.
010740     OPEN OUTPUT TRANSACTIONS-INDEX.
010750     OPEN INPUT  OLD-LEDGER.
010760     IF OLDLEDGER-STATUS NOT = '00'
011140     MOVE OLD-LEDGER-DETAIL TO TRANSACTION-STRUCTURE.
011150     WRITE TRANSACTION-STRUCTURE.
011160     ADD 1 TO WS-DETAIL-COUNT.
011166     EVALUATE TRUE
011172        WHEN OL-DEBIT-TRANSACTION OR OL-REFUND-TRANSACTION
011178           ADD OL-AMOUNT TO WS-DEBIT-TOTAL
011184        WHEN OL-WRITEOFF-TRANSACTION
011190           ADD OL-AMOUNT TO WS-WRITEOFF-TOTAL
011196        WHEN OTHER
011202           ADD OL-AMOUNT TO WS-CREDIT-TOTAL
011208     END-EVALUATE.
011220     MOVE OL-UID          TO TX-UID.
011230     MOVE OL-REVERSED-UID TO TX-REVERSED-UID.
011240     MOVE OL-TAX-AMOUNT   TO TX-TAX-AMOUNT.
011330     MOVE OL-TRANSACTION-DATE TO TX-TRANSACTION-DATE.
011340     MOVE OL-TRANSACTION-TYPE TO TX-TRANSACTION-TYPE.
011350     MOVE OL-INVOICE-NO       TO TX-INVOICE-NO.
011355     MOVE OL-TRANSFER-UID     TO TX-TRANSFER-UID.
011360     PERFORM 6500-WRITE-INDEX-RECORD THRU 6500-EXIT.
011370     READ OLD-LEDGER
011380         AT END
011390            MOVE 'Y' TO WS-OLD-EOF-SWITCH
011400     END-READ.
011410 1600-EXIT.
011411     EXIT.
011412
011413*                                                                *
011414*   1700-OPEN-LEDGER-APPEND -- THE DAILY PATH.  THE LIVE LEDGER  *
011415*   IS OPENED I-O AND READ FORWARD TO ITS TRAILER, WHOSE CONTROL *
011416*   TOTALS BECOME THIS RUN'S STARTING TOTALS, AND IS LEFT OPEN   *
011417*   ON THE TRAILER FOR 8100-FINISH-APPEND TO REWRITE.  THE INDEX *
011418*   IS OPENED I-O AS IT STANDS -- NOTHING IS RE-INDEXED.  THIS   *
011419*   RUN'S NEW DETAILS GO TO THE APPEND WORK FILE MEANWHILE.  A   *
011420*   LEDGER THAT IS MISSING OR HAS NO HEADER OR NO TRAILER, OR AN *
011421*   INDEX THAT WILL NOT OPEN, DROPS THE RUN BACK TO THE FULL     *
011422*   REBUILD, WHICH RECREATES BOTH.                               *
011423*                                                                *
011424 1700-OPEN-LEDGER-APPEND.
011425     OPEN I-O TRANSACTIONS-INDEX.
011426     IF TXIDX-STATUS NOT = '00'
011427        DISPLAY "TRANSACTION INDEX WILL NOT OPEN I-O, STATUS "
011428                TXIDX-STATUS
011429        GO TO 1700-FALL-BACK
011430     END-IF.
011431     OPEN I-O OLD-LEDGER.
011432     IF OLDLEDGER-STATUS NOT = '00'
011433        DISPLAY "NO LIVE LEDGER TO APPEND TO, STATUS "
011434                OLDLEDGER-STATUS
011435        IF OLDLEDGER-STATUS = '05'
011436           CLOSE OLD-LEDGER
011437        END-IF
011438        CLOSE TRANSACTIONS-INDEX
011439        GO TO 1700-FALL-BACK
011440     END-IF.
011441     MOVE 'N' TO WS-OLD-EOF-SWITCH.
011442     READ OLD-LEDGER
011443         AT END
011444            MOVE 'Y' TO WS-OLD-EOF-SWITCH
011445     END-READ.
011446     IF WS-OLD-EOF-YES OR NOT TROH-HEADER-RECORD
011447        DISPLAY "LIVE LEDGER HAS NO HEADER RECORD"
011448        GO TO 1700-CLOSE-AND-FALL-BACK
011449     END-IF.
011450     PERFORM 1750-SKIP-OLD-RECORD THRU 1750-EXIT
011451             UNTIL WS-OLD-EOF-YES OR TROT-TRAILER-RECORD.
011452     IF WS-OLD-EOF-YES
011453        DISPLAY "LIVE LEDGER HAS NO TRAILER RECORD"
011454        GO TO 1700-CLOSE-AND-FALL-BACK
011455     END-IF.
011456     MOVE TRANSADD TO TRANSWORK.
011457     OPEN OUTPUT TRANSACTIONS.
011458     IF TRANSOUT-STATUS NOT = '00'
011459        DISPLAY "CANNOT OPEN THE APPEND WORK FILE, STATUS "
011460                TRANSOUT-STATUS
011461        GO TO 1700-CLOSE-AND-FALL-BACK
011462     END-IF.
011463*   THE OLD TRAILER'S TOTALS CARRY FORWARD -- THIS RUN'S DETAILS
011464*   ADD ON TOP, SO THE REWRITTEN TRAILER STILL COVERS THE WHOLE
011465*   FILE.
011466     MOVE TROT-DETAIL-COUNT           TO WS-DETAIL-COUNT.
011467     MOVE TROT-DEBIT-CONTROL-TOTAL    TO WS-DEBIT-TOTAL.
011468     MOVE TROT-CREDIT-CONTROL-TOTAL   TO WS-CREDIT-TOTAL.
011469     MOVE TROT-WRITEOFF-CONTROL-TOTAL TO WS-WRITEOFF-TOTAL.
011470     GO TO 1700-EXIT.
011471 1700-CLOSE-AND-FALL-BACK.
011472     CLOSE OLD-LEDGER.
011473     CLOSE TRANSACTIONS-INDEX.
011474 1700-FALL-BACK.
011475     DISPLAY "FULL LEDGER REBUILD THIS RUN INSTEAD".
011476     MOVE TRANSNEW TO TRANSWORK.
011477     MOVE 'N' TO WS-OLD-EOF-SWITCH.
011478     SET WS-REBUILD-POSTING TO TRUE.
011479 1700-EXIT.
011480     EXIT.
011481
011482 1750-SKIP-OLD-RECORD.
011483     READ OLD-LEDGER
011484         AT END
011485            MOVE 'Y' TO WS-OLD-EOF-SWITCH
011486     END-READ.
011487 1750-EXIT.
011488     EXIT.
011489
011490*                                                                *
011491*   2000-PROCESS-BATCH -- ONE INCOMING TRANSACTION LINE          *
011492*                                                                *
011493 2000-PROCESS-BATCH.
011494     PERFORM 3000-PARSE-TRANS-LINE  THRU 3000-EXIT.
011495     PERFORM 4000-VALIDATE-TRANS    THRU 4000-EXIT.
011500     IF WS-RECORD-VALID
011501*   THE TARGET HALF OF A BALANCE TRANSFER POSTS UNDER THE UID
011502*   THE SOURCE HALF RESERVED FOR IT (SEE 3750), SO EACH ENTRY
011503*   CAN ALREADY CARRY THE OTHER'S UID WHEN IT IS WRITTEN.
011504        IF WS-TRANSFER-TARGET-HALF AND NOT WS-TRIAL-MODE
011505           PERFORM 3700-TAKE-RESERVED-UID THRU 3700-EXIT
011506        ELSE
011510           PERFORM 3500-ASSIGN-UID THRU 3500-EXIT
011515        END-IF
011520     END-IF.
011522     IF WS-RECORD-VALID AND WS-TRANSFER-SOURCE-HALF
011524        AND NOT WS-TRIAL-MODE
011526        PERFORM 3750-RESERVE-PARTNER-UID THRU 3750-EXIT
011528     END-IF.
011530     IF WS-RECORD-VALID
011540        IF WS-TRIAL-MODE
011550           PERFORM 6100-TRIAL-TALLY THRU 6100-EXIT
011870     MOVE 'N' TO WS-CONTACT-DECEASED.
011880     MOVE 30  TO WS-TERMS-DAYS.
011890     MOVE SPACES TO WS-ACCOUNT-HOLDER.
011896     MOVE SPACES TO WS-IN-REVERSED-UID WS-IN-CHARGE-CODE
011902                    WS-IN-DEFERRAL WS-IN-TRANSFER-NO
011906                    WS-IN-PO-NUMBER.
011910     MOVE 'N'    TO WS-REVERSAL-SWITCH.
011911     MOVE 'N'    TO WS-DUP-SWITCH.
011913     MOVE SPACE  TO WS-TRANSFER-SWITCH.
011914     MOVE 'N'    TO WS-INTERCO-SWITCH.
011916     MOVE ZERO   TO WS-TRANSFER-UID.
011920     MOVE WS-TODAY-8 TO WS-TRANSACTION-DATE.
011922     IF WS-ADJUSTING-BATCH
011924        MOVE WS-ADJUST-DATE TO WS-TRANSACTION-DATE
011926     END-IF.
011930     MOVE WS-BATCH-COMPANY TO WS-COMPANY-CODE.
011940     MOVE 'D' TO WS-RECORD-TYPE.
011945     MOVE ZERO TO WS-IN-AMOUNT-LEN WS-IN-START-BALANCE-LEN
011950                  WS-IN-END-BALANCE-LEN WS-IN-REVERSED-UID-LEN.
011955     UNSTRING TRANS-IN-LINE  DELIMITED BY ","
011960         INTO WS-IN-UID, WS-IN-ACCOUNT-ID, WS-IN-DESC,
011965              WS-IN-AMOUNT COUNT IN WS-IN-AMOUNT-LEN,
011970              WS-IN-START-BALANCE
011972                 COUNT IN WS-IN-START-BALANCE-LEN,
011975              WS-IN-END-BALANCE COUNT IN WS-IN-END-BALANCE-LEN,
011980              WS-IN-TYPE,
011985              WS-IN-REVERSED-UID COUNT IN WS-IN-REVERSED-UID-LEN,
011990              WS-IN-CHARGE-CODE, WS-IN-DEFERRAL,
011992              WS-IN-TRANSFER-NO, WS-IN-PO-NUMBER
011995     END-UNSTRING.
012010     MOVE WS-IN-DESC TO WS-DESC.
012020     MOVE WS-IN-TYPE TO WS-TRANSACTION-TYPE.
012025     MOVE WS-IN-PO-NUMBER TO WS-PO-NUMBER.
012030     IF WS-IN-TYPE = 'R'
012040        MOVE 'Y' TO WS-REVERSAL-SWITCH
012050     END-IF.
013280     MOVE IC-NEXT-INVOICE TO WS-INVOICE-NO.
013290 3600-EXIT.
013300     EXIT.
013301
013302*                                                                *
013303*   3700-TAKE-RESERVED-UID -- THE TARGET HALF OF A BALANCE       *
013304*   TRANSFER TAKES THE UID ITS SOURCE HALF RESERVED ON THE       *
013305*   REGISTER AND POINTS BACK AT THE SOURCE HALF'S UID.  THE      *
013306*   SAME COLLISION CHECK AS A FRESHLY ASSIGNED UID APPLIES.      *
013307*                                                                *
013308 3700-TAKE-RESERVED-UID.
013309     MOVE BT-TARGET-UID TO WS-UID.
013310     MOVE BT-SOURCE-UID TO WS-TRANSFER-UID.
013311     PERFORM 3500-COLLISION THRU 3500-EXIT.
013312 3700-EXIT.
013313     EXIT.
013314
013315*                                                                *
013316*   3750-RESERVE-PARTNER-UID -- THE SOURCE HALF OF A BALANCE     *
013317*   TRANSFER TAKES A SECOND UID FROM THE COUNTER FOR THE TARGET  *
013318*   ACCOUNT'S HALF AND CARRIES IT AS ITS TRANSFER-UID.  6400     *
013319*   PUTS BOTH ON THE REGISTER FOR THE TARGET HALF TO FIND.       *
013320*                                                                *
013321 3750-RESERVE-PARTNER-UID.
013322     MOVE WS-UID        TO WS-XFER-SAVE-UID.
013323     MOVE WS-ACCOUNT-ID TO WS-XFER-SAVE-ACCOUNT.
013324     MOVE BT-TARGET-ACCOUNT TO WS-ACCOUNT-ID.
013325     PERFORM 3500-ASSIGN-UID THRU 3500-EXIT.
013326     MOVE WS-UID TO WS-TRANSFER-UID.
013327     MOVE WS-XFER-SAVE-UID     TO WS-UID.
013328     MOVE WS-XFER-SAVE-ACCOUNT TO WS-ACCOUNT-ID.
013329 3750-EXIT.
013330     EXIT.
013331
013332 3650-OPEN-INVOICE-COUNTER.
013333     ADD 1 TO WS-INV-OPEN-TRIES.
013340     OPEN I-O INVOICE-COUNTER.
013350     IF INVCOUNT-STATUS = '35'
013360        OPEN OUTPUT INVOICE-COUNTER
013580        GO TO 4000-EXIT
013590     END-IF.
013600     MOVE WS-IN-ACCOUNT-ID TO WS-ACCOUNT-ID.
013603
013606*   A CHARGE-CODED DEBIT MAY LEAVE THE AMOUNT, AND THE ENDING
013609*   BALANCE WITH IT, BLANK -- 5700 PRICES IT FROM THE CUSTOMER'S
013612*   PRICE AGREEMENT, OR AT THE STANDARD PRICE WHEN THERE IS NONE.
013615     MOVE 'N' TO WS-PRICE-OMITTED-SWITCH.
013618     IF WS-IN-AMOUNT = SPACES
013621        AND WS-IN-CHARGE-CODE NOT = SPACES
013624        AND WS-DEBIT-TRANSACTION AND NOT WS-REVERSAL-REQUEST
013627        MOVE 'Y' TO WS-PRICE-OMITTED-SWITCH
013630        MOVE ZERO TO WS-AMOUNT
013633        GO TO 4000-EDIT-START-BALANCE
013636     END-IF.
013639*   EACH MONEY TOKEN IS EDITED BY 4050.  THE AMOUNT MAY NOT BE
013642*   SIGNED -- WHICH WAY IT MOVES IS THE TYPE'S BUSINESS.  A
013645*   TOKEN ABOVE THE RECORD FIELDS' NINE INTEGER DIGITS WOULD
013648*   SILENTLY DROP ITS HIGH DIGIT AT POSTING -- REJECT IT.
013651     MOVE WS-IN-AMOUNT     TO WS-MONEY-TOKEN.
013654     MOVE WS-IN-AMOUNT-LEN TO WS-MONEY-LEN.
013657     PERFORM 4050-EDIT-MONEY-TOKEN THRU 4050-EXIT.
013660     IF NOT WS-MONEY-VALID OR WS-MONEY-NEGATIVE
013663        MOVE 'N' TO WS-VALID-SWITCH
013666        MOVE "AMOUNT OR BALANCE NOT NUMERIC" TO WS-REJECT-REASON
013669        GO TO 4000-EXIT
013672     END-IF.
013675     IF WS-MONEY-VALUE > 999999999.99
013678        GO TO 4000-TOO-LARGE
013681     END-IF.
013684     MOVE WS-MONEY-VALUE TO WS-AMOUNT.
013687 4000-EDIT-START-BALANCE.
013695     MOVE WS-IN-START-BALANCE     TO WS-MONEY-TOKEN.
013700     MOVE WS-IN-START-BALANCE-LEN TO WS-MONEY-LEN.
013705     PERFORM 4050-EDIT-MONEY-TOKEN THRU 4050-EXIT.
013710     IF NOT WS-MONEY-VALID
013715        MOVE 'N' TO WS-VALID-SWITCH
013720        MOVE "AMOUNT OR BALANCE NOT NUMERIC" TO WS-REJECT-REASON
013725        GO TO 4000-EXIT
013730     END-IF.
013735     IF WS-MONEY-VALUE > 999999999.99
013740        OR WS-MONEY-VALUE < -999999999.99
013745        GO TO 4000-TOO-LARGE
013750     END-IF.
013755     MOVE WS-MONEY-VALUE TO WS-START-BALANCE.
013756     IF WS-PRICE-OMITTED
013757        GO TO 4000-EDIT-TYPE
013758     END-IF.
013760     MOVE WS-IN-END-BALANCE     TO WS-MONEY-TOKEN.
013765     MOVE WS-IN-END-BALANCE-LEN TO WS-MONEY-LEN.
013770     PERFORM 4050-EDIT-MONEY-TOKEN THRU 4050-EXIT.
013775     IF NOT WS-MONEY-VALID
013780        MOVE 'N' TO WS-VALID-SWITCH
013785        MOVE "AMOUNT OR BALANCE NOT NUMERIC" TO WS-REJECT-REASON
013790        GO TO 4000-EXIT
013795     END-IF.
013800     IF WS-MONEY-VALUE > 999999999.99
013805        OR WS-MONEY-VALUE < -999999999.99
013810        GO TO 4000-TOO-LARGE
013815     END-IF.
013820     MOVE WS-MONEY-VALUE TO WS-END-BALANCE.
013822 4000-EDIT-TYPE.
013825     IF NOT WS-REVERSAL-REQUEST
013830        AND NOT WS-DEBIT-TRANSACTION
013835        AND NOT WS-CREDIT-TRANSACTION
013860        AND NOT WS-REFUND-TRANSACTION
013870        AND NOT WS-WRITEOFF-TRANSACTION
013880        MOVE 'N' TO WS-VALID-SWITCH
013900             WS-REJECT-REASON
013910        GO TO 4000-EXIT
013920     END-IF.
013921*   A LINE CARRYING A TRANSFER NUMBER IS ONE HALF OF A
013922*   SUPERVISOR-APPROVED BALANCE TRANSFER AND MUST MATCH THE
013923*   REGISTER EXACTLY (SEE 5650).
013924     IF WS-IN-TRANSFER-NO NOT = SPACES
013925        PERFORM 5650-CHECK-TRANSFER THRU 5650-EXIT
013926        IF WS-RECORD-INVALID
013927           GO TO 4000-EXIT
013928        END-IF
013929     END-IF.
013930*   A KEYED CHARGE CODE MUST BE AN ACTIVE CODE ON THE MASTER;
013940*   THE POSTED DESCRIPTION IS FILLED FROM IT AND A DEBIT IS
013950*   PRICED FROM THE CUSTOMER'S PRICE AGREEMENT (SEE 5700).
013960     IF WS-IN-CHARGE-CODE NOT = SPACES
013970        PERFORM 5700-CHECK-CHARGE-CODE THRU 5700-EXIT
013980        IF WS-RECORD-INVALID
014000        END-IF
014010     END-IF.
014020
014021*   A DEFERRAL REFERENCE BELONGS ONLY ON AN ORDINARY CHARGE, AND
014022*   MUST NAME A REAL MONTH AND A SPREAD OF TWO TO TWELVE MONTHS.
014023     IF WS-IN-DEFERRAL NOT = SPACES
014024        IF NOT WS-DEBIT-TRANSACTION OR WS-REVERSAL-REQUEST
014025           OR WS-IN-DEFERRAL NOT NUMERIC
014026           OR WS-IN-DEF-MONTHS < 2 OR WS-IN-DEF-MONTHS > 12
014027           OR WS-IN-DEF-FIRST-MM < 1 OR WS-IN-DEF-FIRST-MM > 12
014028           MOVE 'N' TO WS-VALID-SWITCH
014029           MOVE "INVALID DEFERRAL REFERENCE" TO WS-REJECT-REASON
014030           GO TO 4000-EXIT
014031        END-IF
014032     END-IF.
014033
014034*   A WRITE-OFF ABOVE THE THRESHOLD POSTS ONLY AGAINST A
014040*   SUPERVISOR APPROVAL ON THE REGISTRY (SEE
014050*   WRITE-OFF-APPROVAL), WHICH IT CONSUMES -- ONE APPROVAL,
014060*   ONE POSTING.
014240     END-IF.
014250
014260*   NO DETAIL MAY POST INTO A MONTH FINANCE HAS ALREADY CLOSED.
014263*   AN ADJUSTING ENTRY IS CHECKED AGAINST THE ADJUSTMENT PERIOD
014266*   INSTEAD OF THE (LOCKED) MONTH ITS DATE FALLS IN.
014270     IF WS-PERIOD-FILE-AVAILABLE
014280        MOVE WS-TRANSACTION-DATE (1:6) TO PC-PERIOD
014282        IF WS-ADJUSTING-BATCH
014284           MOVE WS-ADJUST-PERIOD TO PC-PERIOD
014286        END-IF
014290        READ PERIOD-CONTROL
014300            INVALID KEY
014310               CONTINUE
014510*   ESTATE WORKLIST OWNS THE SETTLEMENT.  PAYMENTS AND
014520*   REVERSALS STILL POST.
014530     IF WS-DEBIT-TRANSACTION AND NOT WS-REVERSAL-REQUEST
014540        AND WS-CONTACT-DECEASED = 'Y' AND NOT WS-TRANSFER-LINE
014550        MOVE 'N' TO WS-VALID-SWITCH
014560        MOVE "ACCOUNT HOLDER DECEASED" TO WS-REJECT-REASON
014570        GO TO 4000-EXIT
014630           GO TO 4000-EXIT
014640        END-IF
014650     END-IF.
014651
014652*   A PAYMENT TAKEN IN FOR THE OTHER COMPANY'S ACCOUNT POSTS
014653*   UNDER THAT COMPANY (SEE 5670).
014654     IF WS-RECORD-VALID AND WS-CREDIT-TRANSACTION
014655        AND NOT WS-REVERSAL-REQUEST AND NOT WS-TRANSFER-LINE
014656        PERFORM 5670-CHECK-INTERCOMPANY THRU 5670-EXIT
014657     END-IF.
014660
014670*   TAX IS COMPUTED (AND FOLDED INTO THE AMOUNT AND ENDING
014680*   BALANCE) BEFORE THE CREDIT-LIMIT CHECK, SO THE LIMIT SEES
014690*   WHAT WILL ACTUALLY POST.
014695*   A TRANSFER MOVES DEBT ALREADY TAXED ON THE SOURCE ACCOUNT.
014700     IF WS-RECORD-VALID AND WS-DEBIT-TRANSACTION
014710        AND NOT WS-REVERSAL-REQUEST AND NOT WS-TRANSFER-LINE
014720        PERFORM 5900-COMPUTE-TAX THRU 5900-EXIT
014730     END-IF.
014740
014750     PERFORM 5500-CHECK-ACCOUNT-MASTER THRU 5500-EXIT.
014751*   THE PURCHASE ORDER IS CHECKED LAST, AGAINST THE AMOUNT
014752*   THAT WILL ACTUALLY POST (TAX INCLUDED) AND THE MASTER'S
014753*   PO-REQUIRED FLAG JUST READ.
014754     IF WS-RECORD-VALID
014755        PERFORM 5660-CHECK-PURCHASE-ORDER THRU 5660-EXIT
014756     END-IF.
014757*   AN ORDINARY PAYMENT REPEATING ONE ALREADY ON THE ACCOUNT --
014758*   SAME AMOUNT AND CHECK OR REFERENCE NUMBER, INSIDE THE
014759*   DUPLICATE-PAY-DAYS WINDOW -- IS HELD ON THE SUSPENSE
014760*   ACCOUNT FOR THE CASH DESK INSTEAD (SEE 5750).
014761     IF WS-RECORD-VALID AND WS-CREDIT-TRANSACTION
014762        AND NOT WS-REVERSAL-REQUEST AND NOT WS-TRANSFER-LINE
014763        PERFORM 5750-CHECK-DUPLICATE-PAYMENT THRU 5750-EXIT
014764     END-IF.
014765     GO TO 4000-EXIT.
014766 4000-TOO-LARGE.
014767     MOVE 'N' TO WS-VALID-SWITCH.
014768     MOVE "AMOUNT OR BALANCE EXCEEDS FIELD SIZE" TO
014769          WS-REJECT-REASON.
014770 4000-EXIT.
014771     EXIT.
014772
014773*                                                                *
014774*   4050-EDIT-MONEY-TOKEN -- WS-MONEY-TOKEN ARRIVES RIGHT-       *
014775*   JUSTIFIED (IT WAS UNSTRUNG INTO A JUSTIFIED FIELD) WITH ITS  *
014776*   TRUE LENGTH IN WS-MONEY-LEN.  ONE LEADING + OR - IS TAKEN    *
014777*   OFF AS THE SIGN, THE LEADING SPACES ARE ZERO-FILLED, AND     *
014778*   WHAT IS LEFT MUST BE ALL DIGITS.  A BLANK TOKEN, ONE WIDER   *
014779*   THAN THE FIELD, OR A SIGN ANYWHERE BUT IN FRONT IS INVALID.  *
014780*                                                                *
014781 4050-EDIT-MONEY-TOKEN.
014782     MOVE 'Y'  TO WS-MONEY-SWITCH.
014783     MOVE '+'  TO WS-MONEY-SIGN.
014784     MOVE ZERO TO WS-MONEY-VALUE.
014785     IF WS-MONEY-TOKEN = SPACES OR WS-MONEY-LEN > 12
014786        MOVE 'N' TO WS-MONEY-SWITCH
014787        GO TO 4050-EXIT
014788     END-IF.
014789     MOVE ZERO TO WS-MONEY-SIGN-COUNT.
014790     INSPECT WS-MONEY-TOKEN TALLYING WS-MONEY-SIGN-COUNT
014791             FOR ALL '-'.
014792     IF WS-MONEY-SIGN-COUNT > ZERO
014793        MOVE '-' TO WS-MONEY-SIGN
014794     END-IF.
014795     INSPECT WS-MONEY-TOKEN TALLYING WS-MONEY-SIGN-COUNT
014796             FOR ALL '+'.
014797     IF WS-MONEY-SIGN-COUNT > 1
014798        MOVE 'N' TO WS-MONEY-SWITCH
014799        GO TO 4050-EXIT
014800     END-IF.
014801     IF WS-MONEY-SIGN-COUNT = 1
014802        AND WS-MONEY-TOKEN (12 - WS-MONEY-LEN + 1:1) NOT = '-'
014803        AND WS-MONEY-TOKEN (12 - WS-MONEY-LEN + 1:1) NOT = '+'
014804        MOVE 'N' TO WS-MONEY-SWITCH
014805        GO TO 4050-EXIT
014806     END-IF.
014807     INSPECT WS-MONEY-TOKEN REPLACING ALL '-' BY SPACE
014808                                      ALL '+' BY SPACE.
014809     INSPECT WS-MONEY-TOKEN REPLACING LEADING SPACE BY ZERO.
014810     IF WS-MONEY-DIGITS NOT NUMERIC
014811        MOVE 'N' TO WS-MONEY-SWITCH
014812        GO TO 4050-EXIT
014813     END-IF.
014814     MOVE WS-MONEY-DIGITS TO WS-MONEY-VALUE.
014815     IF WS-MONEY-NEGATIVE
014816        COMPUTE WS-MONEY-VALUE = ZERO - WS-MONEY-VALUE
014817     END-IF.
014818 4050-EXIT.
014819     EXIT.
014820
014821*                                                                *
014822*   5000-LOOKUP-ACCOUNT -- READ THE CONTACT CARRYING THIS        *
014823*   ACCOUNT-ID STRAIGHT OFF THE FD-ACCOUNT-ID ALTERNATE KEY.     *
014824*   A SHARED ACCOUNT FILES SEVERAL CONTACTS UNDER THE ONE ID;    *
014830*   THE FIRST ONE ON THE KEY IS TAKEN.                           *
014840*                                                                *
014850 5000-LOOKUP-ACCOUNT.
014860     MOVE 'N' TO WS-FOUND-SWITCH.
014870     IF NOT ADDRESS-FILE-READY
014880        GO TO 5000-EXIT
014890     END-IF.
014900     MOVE WS-ACCOUNT-ID TO FD-ACCOUNT-ID.
014910     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
014920         INVALID KEY
014930            GO TO 5000-EXIT
014940     END-READ.
014950     MOVE 'Y' TO WS-FOUND-SWITCH.
014960     MOVE FD-STATE TO WS-CONTACT-STATE.
014970     MOVE FD-DECEASED TO WS-CONTACT-DECEASED.
014980     STRING FD-FIRST-NAME DELIMITED BY SPACE
014990            " " DELIMITED BY SIZE
015000            FD-LAST-NAME  DELIMITED BY SPACE
015010            INTO WS-ACCOUNT-HOLDER
015020     END-STRING.
015120 5000-EXIT.
015130     EXIT.
015140
015460     IF WS-TERMS-DAYS = ZERO
015470        MOVE 30 TO WS-TERMS-DAYS
015480     END-IF.
015482*   A BALANCE TRANSFER MOVES EXISTING DEBT RATHER THAN
015484*   EXTENDING NEW CREDIT, SO IT IS NOT HELD TO THE FREEZE OR THE
015486*   LIMIT -- ONLY A CLOSED ACCOUNT REFUSES IT.
015490     IF WS-DEBIT-TRANSACTION AND AM-ACCOUNT-FROZEN
015495        AND NOT WS-TRANSFER-LINE
015500        MOVE 'N' TO WS-VALID-SWITCH
015510        MOVE "ACCOUNT IS FROZEN" TO WS-REJECT-REASON
015520        GO TO 5500-EXIT
015560        MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
015570        GO TO 5500-EXIT
015580     END-IF.
015590     IF WS-DEBIT-TRANSACTION AND NOT WS-TRANSFER-LINE
015600        AND WS-END-BALANCE > AM-CREDIT-LIMIT
015610        MOVE 'N' TO WS-VALID-SWITCH
015620        MOVE "DEBIT WOULD EXCEED CREDIT LIMIT" TO
016182     END-IF.
016190 5600-EXIT.
016200     EXIT.
016201
016202*                                                                *
016203*   5650-CHECK-TRANSFER -- ONE HALF OF A BALANCE TRANSFER MUST   *
016204*   MATCH AN APPROVED TRANSFER ON THE REGISTER: THE LINE'S       *
016205*   ACCOUNT IS THE SOURCE OR THE TARGET, THE AMOUNT IS THE       *
016206*   AMOUNT APPROVED, AND THE TYPE RUNS THE RIGHT WAY -- THE      *
016207*   SOURCE IS CREDITED AND THE TARGET DEBITED WHEN A DEBIT       *
016208*   BALANCE MOVES, THE OTHER WAY ROUND FOR A CREDIT BALANCE.     *
016209*   THE SOURCE HALF MUST POST FIRST AND EACH HALF POSTS ONCE.    *
016210*                                                                *
016211 5650-CHECK-TRANSFER.
016212     IF BALXFER-STATUS NOT = '00' AND BALXFER-STATUS NOT = '05'
016213        MOVE 'N' TO WS-VALID-SWITCH
016214        MOVE "TRANSFER LINE, NO TRANSFER REGISTER" TO
016215             WS-REJECT-REASON
016216        GO TO 5650-EXIT
016217     END-IF.
016218     IF WS-IN-TRANSFER-NO NOT NUMERIC
016219        OR WS-REVERSAL-REQUEST
016220        OR WS-IN-CHARGE-CODE NOT = SPACES
016221        OR WS-IN-DEFERRAL NOT = SPACES
016222        MOVE 'N' TO WS-VALID-SWITCH
016223        MOVE "INVALID BALANCE TRANSFER LINE" TO WS-REJECT-REASON
016224        GO TO 5650-EXIT
016225     END-IF.
016226     MOVE WS-IN-TRANSFER-NO TO BT-TRANSFER-NO.
016227     READ BALANCE-TRANSFERS
016228         INVALID KEY
016229            MOVE 'N' TO WS-VALID-SWITCH
016230            MOVE "TRANSFER NOT ON THE REGISTER" TO
016231                 WS-REJECT-REASON
016232            GO TO 5650-EXIT
016233     END-READ.
016234     IF NOT BT-TRANSFER-APPROVED
016235        MOVE 'N' TO WS-VALID-SWITCH
016236        MOVE "TRANSFER ALREADY POSTED OR CANCELLED" TO
016237             WS-REJECT-REASON
016238        GO TO 5650-EXIT
016239     END-IF.
016240     IF WS-COMPANY-CODE NOT = SPACES
016241        AND WS-COMPANY-CODE NOT = BT-COMPANY-CODE
016242        MOVE 'N' TO WS-VALID-SWITCH
016243        MOVE "TRANSFER BELONGS TO THE OTHER COMPANY" TO
016244             WS-REJECT-REASON
016245        GO TO 5650-EXIT
016246     END-IF.
016247     IF BT-AMOUNT < ZERO
016248        COMPUTE WS-XFER-AMOUNT = ZERO - BT-AMOUNT
016249     ELSE
016250        MOVE BT-AMOUNT TO WS-XFER-AMOUNT
016251     END-IF.
016252     EVALUATE TRUE
016253        WHEN WS-ACCOUNT-ID = BT-SOURCE-ACCOUNT
016254           SET WS-TRANSFER-SOURCE-HALF TO TRUE
016255           IF BT-AMOUNT < ZERO
016256              MOVE 'D' TO WS-XFER-TYPE
016257           ELSE
016258              MOVE 'C' TO WS-XFER-TYPE
016259           END-IF
016260        WHEN WS-ACCOUNT-ID = BT-TARGET-ACCOUNT
016261           SET WS-TRANSFER-TARGET-HALF TO TRUE
016262           IF BT-AMOUNT < ZERO
016263              MOVE 'C' TO WS-XFER-TYPE
016264           ELSE
016265              MOVE 'D' TO WS-XFER-TYPE
016266           END-IF
016267        WHEN OTHER
016268           MOVE 'N' TO WS-VALID-SWITCH
016269           MOVE "ACCOUNT NOT PARTY TO THE TRANSFER" TO
016270                WS-REJECT-REASON
016271           GO TO 5650-EXIT
016272     END-EVALUATE.
016273     IF WS-AMOUNT NOT = WS-XFER-AMOUNT
016274        OR WS-TRANSACTION-TYPE NOT = WS-XFER-TYPE
016275        MOVE 'N' TO WS-VALID-SWITCH
016276        MOVE "LINE DOES NOT MATCH THE TRANSFER" TO
016277             WS-REJECT-REASON
016278        GO TO 5650-EXIT
016279     END-IF.
016280     IF WS-TRANSFER-SOURCE-HALF AND BT-SOURCE-UID NOT = ZERO
016281        MOVE 'N' TO WS-VALID-SWITCH
016282        MOVE "TRANSFER SOURCE HALF ALREADY POSTED" TO
016283             WS-REJECT-REASON
016284        GO TO 5650-EXIT
016285     END-IF.
016286*   A TRIAL NEVER POSTS THE SOURCE HALF, SO IT CANNOT ASK FOR IT.
016287     IF WS-TRANSFER-TARGET-HALF AND BT-SOURCE-UID = ZERO
016288        AND NOT WS-TRIAL-MODE
016289        MOVE 'N' TO WS-VALID-SWITCH
016290        MOVE "TRANSFER SOURCE HALF NOT YET POSTED" TO
016291             WS-REJECT-REASON
016292     END-IF.
016293 5650-EXIT.
016294     EXIT.
016295
016296*                                                                *
016297*   5660-CHECK-PURCHASE-ORDER -- A CHARGE TO AN ACCOUNT FLAGGED  *
016298*   PO-REQUIRED MUST QUOTE ONE OF THE CUSTOMER'S PURCHASE ORDERS *
016299*   (BALANCE TRANSFERS MOVE DEBT ALREADY BILLED AND ARE EXEMPT). *
016300*   A QUOTED PO MUST BE ON FILE FOR THE ACCOUNT, OPEN, NOT PAST  *
016301*   ITS EXPIRY DATE, AND -- WHEN IT CARRIES A NOT-TO-EXCEED      *
016302*   AMOUNT -- HAVE ENOUGH LEFT TO COVER THE CHARGE.  A REVERSAL  *
016303*   QUOTING THE PO ONLY GIVES BACK, SO IT NEEDS THE PO ON FILE   *
016304*   AND NOTHING MORE.                                            *
016305*                                                                *
016306 5660-CHECK-PURCHASE-ORDER.
016307     IF WS-IN-PO-NUMBER = SPACES
016308        IF WS-MASTER-AVAILABLE AND AM-PO-REQUIRED
016309           AND WS-DEBIT-TRANSACTION AND NOT WS-REVERSAL-REQUEST
016310           AND NOT WS-TRANSFER-LINE
016311           MOVE 'N' TO WS-VALID-SWITCH
016312           MOVE "ACCOUNT REQUIRES A PURCHASE ORDER" TO
016313                WS-REJECT-REASON
016314        END-IF
016315        GO TO 5660-EXIT
016316     END-IF.
016317     IF WS-TRANSFER-LINE
016318        OR (NOT WS-DEBIT-TRANSACTION AND NOT WS-REVERSAL-REQUEST)
016319        MOVE 'N' TO WS-VALID-SWITCH
016320        MOVE "PO NUMBER ONLY ON A CHARGE OR REVERSAL" TO
016321             WS-REJECT-REASON
016322        GO TO 5660-EXIT
016323     END-IF.
016324     IF PURCHORD-STATUS NOT = '00' AND PURCHORD-STATUS NOT = '05'
016325        MOVE 'N' TO WS-VALID-SWITCH
016326        MOVE "PO QUOTED, NO PURCHASE ORDER FILE" TO
016327             WS-REJECT-REASON
016328        GO TO 5660-EXIT
016329     END-IF.
016330     MOVE WS-ACCOUNT-ID   TO PO-ACCOUNT-ID.
016331     MOVE WS-IN-PO-NUMBER TO PO-PO-NUMBER.
016332     READ PURCHASE-ORDERS
016333         INVALID KEY
016334            MOVE 'N' TO WS-VALID-SWITCH
016335            MOVE "PURCHASE ORDER NOT ON FILE" TO WS-REJECT-REASON
016336            GO TO 5660-EXIT
016337     END-READ.
016338     IF WS-REVERSAL-REQUEST
016339        GO TO 5660-EXIT
016340     END-IF.
016341     IF NOT PO-PO-OPEN
016342        MOVE 'N' TO WS-VALID-SWITCH
016343        MOVE "PURCHASE ORDER IS CLOSED" TO WS-REJECT-REASON
016344        GO TO 5660-EXIT
016345     END-IF.
016346     IF PO-EXPIRY-DATE NOT = ZERO
016347        AND PO-EXPIRY-DATE < WS-TRANSACTION-DATE
016348        MOVE 'N' TO WS-VALID-SWITCH
016349        MOVE "PURCHASE ORDER HAS EXPIRED" TO WS-REJECT-REASON
016350        GO TO 5660-EXIT
016351     END-IF.
016352     IF PO-AUTHORIZED-AMOUNT NOT = ZERO
016353        COMPUTE WS-PO-REMAINING = PO-AUTHORIZED-AMOUNT
016354                                - PO-CONSUMED-AMOUNT
016355        IF WS-AMOUNT > WS-PO-REMAINING
016356           MOVE 'N' TO WS-VALID-SWITCH
016357           MOVE "CHARGE WOULD EXCEED PURCHASE ORDER" TO
016358                WS-REJECT-REASON
016359        END-IF
016360     END-IF.
016361 5660-EXIT.
016362     EXIT.
016363
016364*                                                                *
016365*   5670-CHECK-INTERCOMPANY -- A PAYMENT TAKEN IN THROUGH ONE    *
016366*   COMPANY'S BATCH FOR AN ACCOUNT THAT BELONGS TO THE OTHER.    *
016367*   THE ACCOUNT'S COMPANY IS THE ONE ITS LATEST LEDGER ENTRY     *
016368*   POSTED UNDER; AN ACCOUNT WITH NO HISTORY YET TAKES THE       *
016369*   BATCH'S.  THE CREDIT POSTS UNDER THE OWNING COMPANY, SO ITS  *
016370*   LEDGER AND OPEN ITEMS STAY WHOLE, AND 6980 RECORDS THE       *
016371*   DUE-TO / DUE-FROM ENTRY WHEN IT POSTS.                       *
016372*                                                                *
016373 5670-CHECK-INTERCOMPANY.
016374     MOVE SPACES TO WS-ACCT-COMPANY.
016375     MOVE 'N' TO WS-COSCAN-EOF-SWITCH.
016376     MOVE LOW-VALUES TO TX-ACCT-KEY.
016377     MOVE WS-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
016378     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
016379         INVALID KEY
016380            GO TO 5670-EXIT
016381     END-START.
016382     PERFORM 5680-SCAN-COMPANY-ENTRY THRU 5680-EXIT
016383             UNTIL WS-COSCAN-EOF.
016384     IF WS-ACCT-COMPANY NOT = SPACES
016385        AND WS-ACCT-COMPANY NOT = WS-BATCH-COMPANY
016386        MOVE WS-ACCT-COMPANY TO WS-COMPANY-CODE
016387        MOVE 'P' TO WS-INTERCO-MOVEMENT
016388        MOVE 'Y' TO WS-INTERCO-SWITCH
016389     END-IF.
016390 5670-EXIT.
016391     EXIT.
016392
016393*   THE INDEX RUNS IN UID ORDER WITHIN THE ACCOUNT, SO THE LAST
016394*   ENTRY READ IS THE LATEST.  A BLANK COMPANY IS COMPANY 01.
016395 5680-SCAN-COMPANY-ENTRY.
016396     READ TRANSACTIONS-INDEX NEXT RECORD
016397         AT END
016398            MOVE 'Y' TO WS-COSCAN-EOF-SWITCH
016399            GO TO 5680-EXIT
016400     END-READ.
016401     IF TX-ACCOUNT-ID NOT = WS-ACCOUNT-ID
016402        MOVE 'Y' TO WS-COSCAN-EOF-SWITCH
016403        GO TO 5680-EXIT
016404     END-IF.
016405     IF TX-COMPANY-CODE = "02"
016406        MOVE "02" TO WS-ACCT-COMPANY
016407     ELSE
016408        MOVE "01" TO WS-ACCT-COMPANY
016409     END-IF.
016410 5680-EXIT.
016411     EXIT.
016412
016413*                                                                *
016414*   5700-CHECK-CHARGE-CODE -- THE NINTH INPUT FIELD AGAINST     *
016415*   THE CHARGE-CODE MASTER, WHOSE DESCRIPTION REPLACES THE      *
016416*   KEYED FREE TEXT.  A DEBIT IS PRICED FROM THE CUSTOMER'S     *
016417*   PRICE AGREEMENT WHEN ITS AMOUNT IS BLANK OR CONTRADICTS     *
016418*   THE AGREEMENT; OTHERWISE AN AMOUNT OFF THE STANDARD PRICE   *
016419*   IS ONLY WARNED (SOME CHARGES ARE LEGITIMATELY PRO-RATED).   *
016420*                                                                *
016421 5700-CHECK-CHARGE-CODE.
016422     IF CHGCODE-STATUS NOT = '00'
016423        MOVE 'N' TO WS-VALID-SWITCH
016424        MOVE "CHARGE CODE KEYED, NO MASTER ON FILE" TO
016425             WS-REJECT-REASON
016426        GO TO 5700-EXIT
016427     END-IF.
016428     MOVE FUNCTION UPPER-CASE(WS-IN-CHARGE-CODE)
016429        TO CC-CHARGE-CODE.
016430     READ CHARGE-CODES
016431         INVALID KEY
016432            MOVE 'N' TO WS-VALID-SWITCH
016433            MOVE "UNKNOWN CHARGE CODE" TO WS-REJECT-REASON
016434            GO TO 5700-EXIT
016440     END-READ.
016450     IF CC-CODE-RETIRED
016460        MOVE 'N' TO WS-VALID-SWITCH
016480        GO TO 5700-EXIT
016490     END-IF.
016500     MOVE CC-DESC TO WS-DESC.
016501*   A USAGE-RATED CODE HAS NO ONE PRICE, SO ITS AMOUNT MUST BE
016502*   KEYED; ONLY AN ORDINARY CHARGE IS PRICED FROM HERE ON.
016503     IF CC-USAGE-RATED
016504        IF WS-PRICE-OMITTED
016505           MOVE 'N' TO WS-VALID-SWITCH
016506           MOVE "AMOUNT REQUIRED FOR USAGE-RATED CODE" TO
016507                WS-REJECT-REASON
016508        END-IF
016509        GO TO 5700-EXIT
016510     END-IF.
016511     IF NOT WS-DEBIT-TRANSACTION OR WS-REVERSAL-REQUEST
016512        GO TO 5700-EXIT
016513     END-IF.
016514     CALL "PRICE-AGREEMENT-LOOKUP" USING WS-ACCOUNT-ID,
016515          CC-CHARGE-CODE, WS-TRANSACTION-DATE, CC-STANDARD-PRICE,
016516          WS-AGREED-PRICE, WS-AGREEMENT-RESULT.
016517*   NO AMOUNT KEYED -- POST THE AGREED PRICE (THE STANDARD PRICE
016518*   WHEN NO AGREEMENT IS IN EFFECT) AND CARRY THE ENDING BALANCE
016519*   ON FROM THE STARTING ONE.
016520     IF WS-PRICE-OMITTED
016521        MOVE WS-AGREED-PRICE TO WS-AMOUNT
016522        COMPUTE WS-END-BALANCE = WS-START-BALANCE + WS-AMOUNT
016523        MOVE SPACES TO REGISTER-LINE
016524        IF WS-AGREEMENT-IN-EFFECT
016525           STRING "ACCT " WS-ACCOUNT-ID
016526                  " PRICED " CC-CHARGE-CODE
016527                  " AT AGREEMENT PRICE " WS-AMOUNT
016528                  DELIMITED BY SIZE INTO REGISTER-LINE
016529           END-STRING
016530        ELSE
016531           STRING "ACCT " WS-ACCOUNT-ID
016532                  " PRICED " CC-CHARGE-CODE
016533                  " AT STANDARD PRICE " WS-AMOUNT
016534                  DELIMITED BY SIZE INTO REGISTER-LINE
016535           END-STRING
016536        END-IF
016537        WRITE REGISTER-LINE
016538        GO TO 5700-EXIT
016539     END-IF.
016540*   A KEYED AMOUNT THAT CONTRADICTS THE CUSTOMER'S AGREEMENT IS
016541*   POSTED AT THE AGREED PRICE, THE ENDING BALANCE MOVED BY THE
016542*   DIFFERENCE.  WITH NO AGREEMENT, A KEYED AMOUNT OFF THE
016543*   STANDARD PRICE IS ONLY WARNED.
016544     IF WS-AGREEMENT-IN-EFFECT
016545        IF WS-AMOUNT NOT = WS-AGREED-PRICE
016546           MOVE WS-AMOUNT TO WS-KEYED-AMOUNT
016547           MOVE WS-AGREED-PRICE TO WS-AMOUNT
016548           COMPUTE WS-END-BALANCE = WS-END-BALANCE
016549                 - WS-KEYED-AMOUNT + WS-AMOUNT
016550           MOVE SPACES TO REGISTER-LINE
016551           STRING "ACCT " WS-ACCOUNT-ID
016552                  " AGREEMENT PRICE ON " CC-CHARGE-CODE
016553                  " -- KEYED " WS-KEYED-AMOUNT
016554                  " POSTED " WS-AMOUNT
016555                  DELIMITED BY SIZE INTO REGISTER-LINE
016556           END-STRING
016557           WRITE REGISTER-LINE
016558        END-IF
016559        GO TO 5700-EXIT
016560     END-IF.
016561     IF WS-AMOUNT NOT = CC-STANDARD-PRICE
016562        MOVE SPACES TO REGISTER-LINE
016563        STRING "ACCT " WS-ACCOUNT-ID
016564               " PRICE VARIANCE ON " CC-CHARGE-CODE
016565               " -- KEYED " WS-AMOUNT
016566               " STD " CC-STANDARD-PRICE
016567               DELIMITED BY SIZE INTO REGISTER-LINE
016568        END-STRING
016569        WRITE REGISTER-LINE
016570     END-IF.
016620 5700-EXIT.
016630     EXIT.
016640
016641*                                                                *
016642*   5750-CHECK-DUPLICATE-PAYMENT -- AN ORDINARY CREDIT CARRYING *
016643*   A CHECK OR REFERENCE NUMBER (THE LAST WORD OF ITS           *
016644*   DESCRIPTION WITH A DIGIT IN IT -- LOCKBOX PMT 4417, CARD    *
016645*   PMT 88120, ACH AUTOPAY 202610) IS A SUSPECTED DUPLICATE     *
016646*   WHEN A CREDIT FOR THE SAME AMOUNT AND REFERENCE IS ALREADY  *
016647*   ON THE ACCOUNT'S INDEX, DATED INSIDE THE WINDOW AND NOT     *
016648*   SINCE REVERSED.  THIS RUN'S EARLIER LINES ARE INDEXED AS    *
016649*   THEY POST, SO A REPEAT IN THE SAME RUN IS CAUGHT TOO.  A    *
016650*   SUSPECT IS REDIRECTED TO THE SUSPENSE ACCOUNT WITH ZERO     *
016651*   BALANCES (THE LOCKBOX'S WASH ACCOUNT) AND 6990 RECORDS IT   *
016652*   FOR REVIEW.                                                 *
016653*                                                                *
016654 5750-CHECK-DUPLICATE-PAYMENT.
016655     IF WS-DUP-PAY-DAYS = ZERO
016656        OR WS-ACCOUNT-ID = WS-SUSPENSE-ACCOUNT
016657        GO TO 5750-EXIT
016658     END-IF.
016659*   MONEY THE SYSTEM ITSELF MOVES ONTO AN ACCOUNT IS NOT A
016660*   REMITTANCE -- A REVIEWED SUSPENSE RELEASE, A VOIDED STALE
016661*   REFUND CHECK, A SECURITY DEPOSIT APPLIED, A GARNISHMENT.
016662     IF WS-DESC (1:13) = "SUSPENSE XFER"
016663        OR WS-DESC (1:11) = "STALE CHECK"
016664        OR WS-DESC (1:15) = "DEPOSIT APPLIED"
016665        OR WS-DESC (1:11) = "GARNISHMENT"
016666        GO TO 5750-EXIT
016667     END-IF.
016668     MOVE WS-DESC TO WS-DUP-SCAN-DESC.
016669     PERFORM 5770-EXTRACT-REFERENCE THRU 5770-EXIT.
016670     IF WS-DUP-SCAN-REF = SPACES
016671        GO TO 5750-EXIT
016672     END-IF.
016673     MOVE WS-DUP-SCAN-REF TO WS-DUP-REFERENCE.
016674     COMPUTE WS-DUP-FROM-DATE = FUNCTION DATE-OF-INTEGER
016675        (FUNCTION INTEGER-OF-DATE(WS-TRANSACTION-DATE)
016676         - WS-DUP-PAY-DAYS).
016677     MOVE ZERO TO WS-DUP-MATCH-UID WS-DUP-MATCH-DATE.
016678     MOVE 'N' TO WS-DUP-EOF-SWITCH.
016679     MOVE LOW-VALUES TO TX-ACCT-KEY.
016680     MOVE WS-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
016681     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
016682         INVALID KEY
016683            GO TO 5750-EXIT
016684     END-START.
016685     PERFORM 5760-SCAN-ONE-PAYMENT THRU 5760-EXIT
016686             UNTIL WS-DUP-EOF.
016687     IF WS-DUP-MATCH-UID = ZERO
016688        GO TO 5750-EXIT
016689     END-IF.
016690*   HOLD IT -- THE LINE POSTS TO THE SUSPENSE ACCOUNT UNDER THE
016691*   BATCH'S OWN COMPANY, LEAVING THE CUSTOMER'S BALANCE, OPEN
016692*   ITEMS AND PROMISE ALONE.
016693     MOVE 'Y' TO WS-DUP-SWITCH.
016694     MOVE WS-ACCOUNT-ID       TO WS-DUP-FOR-ACCOUNT.
016695     MOVE WS-ACCOUNT-HOLDER   TO WS-DUP-PAYER.
016696     MOVE WS-SUSPENSE-ACCOUNT TO WS-ACCOUNT-ID.
016697     MOVE ZERO TO WS-START-BALANCE WS-END-BALANCE.
016698     MOVE WS-BATCH-COMPANY TO WS-COMPANY-CODE.
016699     MOVE 'N' TO WS-INTERCO-SWITCH.
016700     MOVE SPACES TO WS-ACCOUNT-HOLDER.
016701     PERFORM 5000-LOOKUP-ACCOUNT THRU 5000-EXIT.
016702 5750-EXIT.
016703     EXIT.
016704
016705*   THE INDEX RUNS IN UID ORDER WITHIN THE ACCOUNT, SO A MATCH
016706*   IS READ BEFORE ANY REVERSAL OF IT.
016707 5760-SCAN-ONE-PAYMENT.
016708     READ TRANSACTIONS-INDEX NEXT RECORD
016709         AT END
016710            MOVE 'Y' TO WS-DUP-EOF-SWITCH
016711            GO TO 5760-EXIT
016712     END-READ.
016713     IF TX-ACCOUNT-ID NOT = WS-ACCOUNT-ID
016714        MOVE 'Y' TO WS-DUP-EOF-SWITCH
016715        GO TO 5760-EXIT
016716     END-IF.
016717*   A MATCH SINCE REVERSED (A BOUNCED CHECK) NO LONGER COUNTS.
016718     IF WS-DUP-MATCH-UID NOT = ZERO
016719        AND TX-REVERSED-UID = WS-DUP-MATCH-UID
016720        MOVE ZERO TO WS-DUP-MATCH-UID WS-DUP-MATCH-DATE
016721        GO TO 5760-EXIT
016722     END-IF.
016723     IF NOT TX-CREDIT-TRANSACTION
016724        OR TX-REVERSED-UID NOT = ZERO
016725        OR TX-TRANSFER-UID NOT = ZERO
016726        OR TX-AMOUNT NOT = WS-AMOUNT
016727        OR TX-TRANSACTION-DATE < WS-DUP-FROM-DATE
016728        GO TO 5760-EXIT
016729     END-IF.
016730     MOVE TX-DESC TO WS-DUP-SCAN-DESC.
016731     PERFORM 5770-EXTRACT-REFERENCE THRU 5770-EXIT.
016732     IF WS-DUP-SCAN-REF = WS-DUP-REFERENCE
016733        MOVE TX-UID              TO WS-DUP-MATCH-UID
016734        MOVE TX-TRANSACTION-DATE TO WS-DUP-MATCH-DATE
016735     END-IF.
016736 5760-EXIT.
016737     EXIT.
016738
016739*   THE REFERENCE IS THE LAST WORD OF THE DESCRIPTION THAT HAS A
016740*   DIGIT IN IT; A DESCRIPTION WITH NONE (A CASH COUNTER
016741*   PAYMENT) HAS NO REFERENCE AND IS NOT CHECKED.
016742 5770-EXTRACT-REFERENCE.
016743     MOVE SPACES TO WS-DUP-SCAN-REF WS-DUP-WORD-TABLE.
016744     UNSTRING WS-DUP-SCAN-DESC DELIMITED BY ALL SPACE
016745         INTO WS-DUP-WORD (1), WS-DUP-WORD (2), WS-DUP-WORD (3),
016746              WS-DUP-WORD (4), WS-DUP-WORD (5), WS-DUP-WORD (6)
016747     END-UNSTRING.
016748     PERFORM 5780-TEST-ONE-WORD THRU 5780-EXIT
016749             VARYING WS-DUP-SUB FROM 1 BY 1
016750             UNTIL WS-DUP-SUB > 6.
016751 5770-EXIT.
016752     EXIT.
016753
016754 5780-TEST-ONE-WORD.
016755     MOVE ZERO TO WS-DUP-DIGITS.
016756     INSPECT WS-DUP-WORD (WS-DUP-SUB) TALLYING WS-DUP-DIGITS
016757         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
016758             ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
016759     IF WS-DUP-DIGITS > ZERO
016760        MOVE WS-DUP-WORD (WS-DUP-SUB) TO WS-DUP-SCAN-REF
016761     END-IF.
016762 5780-EXIT.
016763     EXIT.
016764*                                                                *
016765*   5800-CHECK-REVERSAL -- A TYPE-R LINE MUST NAME A UID THAT    *
016766*   POSTED TO THIS ACCOUNT (CONFIRMED AGAINST TRANSACTIONS-      *
016767*   INDEX), THAT IS NOT ITSELF A REVERSAL, AND THAT HAS NOT      *
016768*   BEEN REVERSED ALREADY.  THE ENTRY THEN TAKES THE ORIGINAL'S  *
016769*   AMOUNT, THE OPPOSITE DEBIT/CREDIT TYPE, AND A "REVERSAL OF"  *
016770*   DESCRIPTION THE STATEMENT PRINTS NEXT TO THE PAIR.           *
016771*                                                                *
016772 5800-CHECK-REVERSAL.
016773*   AN OLD-STYLE SHORT UID ARRIVES RIGHT-JUSTIFIED; ZERO-FILL
016774*   IT TO THE NINE DIGITS THE INDEX KEY CARRIES.
016775     IF WS-IN-REVERSED-UID-LEN > 9
016776        MOVE 'N' TO WS-VALID-SWITCH
016777        MOVE "REVERSAL MISSING ORIGINAL UID" TO WS-REJECT-REASON
016778        GO TO 5800-EXIT
016779     END-IF.
016780     INSPECT WS-IN-REVERSED-UID REPLACING LEADING SPACE BY ZERO.
016781     IF WS-IN-REVERSED-UID NOT NUMERIC
016782        OR WS-IN-REVERSED-UID = ZERO
016783        MOVE 'N' TO WS-VALID-SWITCH
016784        MOVE "REVERSAL MISSING ORIGINAL UID" TO WS-REJECT-REASON
016785        GO TO 5800-EXIT
016790     END-IF.
016800     MOVE WS-IN-REVERSED-UID TO WS-REVERSED-UID.
016810     MOVE SPACES TO TX-ACCT-KEY.
017110*   SUMMARY CAN NET A REVERSED CHARGE'S TAX BACK OUT.
017120     MOVE TX-TAX-AMOUNT       TO WS-TAX-AMOUNT.
017130     MOVE TX-TAX-STATE        TO WS-TAX-STATE.
017131     IF TX-COMPANY-CODE = "02"
017132        MOVE "02" TO WS-ORIG-COMPANY
017133     ELSE
017134        MOVE "01" TO WS-ORIG-COMPANY
017135     END-IF.
017140     PERFORM 5850-SCAN-FOR-PRIOR-REVERSAL THRU 5850-EXIT.
017150     IF WS-ALREADY-REVERSED
017160        MOVE 'N' TO WS-VALID-SWITCH
017270            WS-IN-REVERSED-UID DELIMITED BY SIZE
017280            INTO WS-DESC
017290     END-STRING.
017291*   A REVERSAL POSTS UNDER THE COMPANY THE ORIGINAL DID.  BACKING
017292*   OUT A PAYMENT THE OTHER COMPANY'S BATCH TOOK IN ALSO UNWINDS
017293*   ITS DUE-TO / DUE-FROM ENTRY.
017294     IF WS-ORIG-COMPANY NOT = WS-BATCH-COMPANY
017295        MOVE WS-ORIG-COMPANY TO WS-COMPANY-CODE
017296        IF WS-ORIG-TYPE = 'C'
017297           MOVE 'B' TO WS-INTERCO-MOVEMENT
017298           MOVE 'Y' TO WS-INTERCO-SWITCH
017299        END-IF
017300     END-IF.
017301 5800-EXIT.
017310     EXIT.
017320
017330*                                                                *
018290*   EVERY POSTED DEBIT GETS AN INVOICE NUMBER; CREDITS,
018300*   REVERSALS, REFUNDS AND WRITE-OFFS CARRY ZERO.
018310     IF WS-DEBIT-TRANSACTION AND NOT WS-REVERSAL-REQUEST
018315          AND NOT WS-TRANSFER-LINE
018320        PERFORM 3600-ASSIGN-INVOICE-NO THRU 3600-EXIT
018330     END-IF.
018340     MOVE WS-TRANSACTION TO TRANSACTION-STRUCTURE.
018450     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
018460          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
018470     ADD 1 TO WS-ACCEPTED-COUNT WS-DETAIL-COUNT.
018475     PERFORM 6960-CONSUME-PURCHASE-ORDER THRU 6960-EXIT.
018480     EVALUATE TRUE
018490        WHEN WS-DEBIT-TRANSACTION OR WS-REFUND-TRANSACTION
018500           ADD WS-AMOUNT TO WS-DEBIT-TOTAL
018680     MOVE WS-TRANSACTION-DATE TO TX-TRANSACTION-DATE.
018690     MOVE WS-TRANSACTION-TYPE TO TX-TRANSACTION-TYPE.
018700     MOVE WS-INVOICE-NO       TO TX-INVOICE-NO.
018705     MOVE WS-TRANSFER-UID     TO TX-TRANSFER-UID.
018710     SET WS-JOURNAL-INDEX-ENTRY TO TRUE.
018720     PERFORM 6500-WRITE-INDEX-RECORD THRU 6500-EXIT.
018722     IF WS-INTERCO-LINE
018724        PERFORM 6980-WRITE-INTERCO-ENTRY THRU 6980-EXIT
018726     END-IF.
018730*   A TYPE-F REFUND DISBURSEMENT PAYS OUT MONEY THE CUSTOMER
018740*   ALREADY HAD ON CREDIT -- IT NEITHER OPENS A RECEIVABLE
018750*   ITEM NOR APPLIES TO ONE.
018760     EVALUATE TRUE
018762*   EITHER HALF OF A BALANCE TRANSFER -- THE OPEN ITEMS MOVE
018764*   WHEN THE TARGET HALF POSTS (SEE 6400).
018766        WHEN WS-TRANSFER-LINE
018768           PERFORM 6400-POST-TRANSFER-HALF THRU 6400-EXIT
018770        WHEN WS-REFUND-TRANSACTION
018780           CONTINUE
018782*   A REVERSED CREDIT (A BOUNCED PAYMENT) PUTS BACK WHAT IT
018784*   PAID ON THE ITEMS IT PAID.
018786        WHEN WS-DEBIT-TRANSACTION AND WS-REVERSAL-REQUEST
018788           PERFORM 6660-REOPEN-PAID-ITEMS THRU 6660-EXIT
018790        WHEN WS-DEBIT-TRANSACTION
018800           PERFORM 6600-CREATE-OPEN-ITEM THRU 6600-EXIT
018802           IF WS-IN-DEFERRAL NOT = SPACES
018804              PERFORM 6300-CREATE-DEFERRAL THRU 6300-EXIT
018806           END-IF
018810*   A WRITE-OFF CLOSES THE ITEMS IT COVERS WITH STATUS W, SO
018820*   AGING STOPS BUT FINANCE CAN STILL TELL IT FROM A PAYMENT.
018830        WHEN WS-WRITEOFF-TRANSACTION
018870        WHEN OTHER
018880           PERFORM 6700-APPLY-CREDIT THRU 6700-EXIT
018890     END-EVALUATE.
018892     IF WS-DUPLICATE-HELD
018894        PERFORM 6990-HOLD-SUSPENSE-ITEM THRU 6990-EXIT
018896     END-IF.
018900 6000-EXIT.
018910     EXIT.
018911
018912*                                                                *
018913*   6980-WRITE-INTERCO-ENTRY -- RECORD A PAYMENT ONE COMPANY     *
018914*   TOOK IN FOR THE OTHER (OR ITS REVERSAL) ON THE INTERCOMPANY  *
018915*   ENTRIES FILE, FOR GL-EXTRACT AND INTERCOMPANY-SETTLEMENT     *
018916*                                                                *
018917 6980-WRITE-INTERCO-ENTRY.
018918     IF NOT WS-INTERCOENT-AVAILABLE
018919        DISPLAY "WARNING: INTERCOMPANY ENTRY NOT RECORDED, UID "
018920                WS-UID
018921        GO TO 6980-EXIT
018922     END-IF.
018923     MOVE SPACES              TO INTERCO-ENTRY-STRUCTURE.
018924     SET IE-INTERCO-MOVEMENT  TO TRUE.
018925     MOVE WS-BATCH-COMPANY    TO IE-RECEIVING-COMPANY.
018926     MOVE WS-COMPANY-CODE     TO IE-OWNING-COMPANY.
018927     MOVE WS-TRANSACTION-DATE (1:6) TO IE-PERIOD.
018928     MOVE WS-TRANSACTION-DATE TO IE-ENTRY-DATE.
018929     MOVE WS-ACCOUNT-ID       TO IE-ACCOUNT-ID.
018930     MOVE WS-UID              TO IE-UID.
018931     MOVE WS-INTERCO-MOVEMENT TO IE-MOVEMENT.
018932     MOVE WS-AMOUNT           TO IE-AMOUNT.
018933     WRITE INTERCO-ENTRY-STRUCTURE.
018934     ADD 1 TO WS-INTERCO-COUNT.
018935 6980-EXIT.
018936     EXIT.
018937
018938*                                                                *
018939*   6990-HOLD-SUSPENSE-ITEM -- RECORD A HELD DUPLICATE ON THE   *
018940*   SUSPENSE ITEM FILE, DATED TODAY, FOR THE CASH DESK'S REVIEW *
018941*   (DUPLICATE-PAYMENT-REPORT) AND RELEASE (SUSPENSE-RESEARCH)  *
018942*                                                                *
018943 6990-HOLD-SUSPENSE-ITEM.
018944     IF NOT WS-SUSPITEM-AVAILABLE
018945        DISPLAY "WARNING: SUSPENSE ITEM FILE NOT AVAILABLE -- "
018946                "HELD UID " WS-UID " NOT RECORDED"
018947        GO TO 6990-EXIT
018948     END-IF.
018949     ADD 1 TO WS-SUSP-SEQ.
018950     MOVE SPACES TO SUSPENSE-ITEM-STRUCTURE.
018951     MOVE WS-TODAY-8          TO SU-DEPOSIT-DATE.
018952     MOVE WS-SUSP-SEQ         TO SU-ITEM-SEQ.
018953     MOVE WS-DUP-PAYER        TO SU-PAYER-NAME.
018954*   THE REFERENCE IS ONE WORD OF THE 25-BYTE DESCRIPTION; THE
018955*   ITEM KEEPS ITS LAST TEN CHARACTERS, WHICH STILL FIT THE DUP
018956*   RETURN DESCRIPTION SUSPENSE-RESEARCH WRITES.
018957     MOVE ZERO TO WS-DUP-REF-LEN.
018958     INSPECT WS-DUP-REFERENCE TALLYING WS-DUP-REF-LEN
018959         FOR CHARACTERS BEFORE INITIAL SPACE.
018960     IF WS-DUP-REF-LEN > 10
018961        MOVE WS-DUP-REFERENCE (WS-DUP-REF-LEN - 9:10)
018962          TO SU-CHECK-NO
018963     ELSE
018964        MOVE WS-DUP-REFERENCE TO SU-CHECK-NO
018965     END-IF.
018966     MOVE WS-AMOUNT           TO SU-AMOUNT.
018967     SET SU-SUSPENSE-OPEN     TO TRUE.
018968     MOVE ZERO                TO SU-RESOLVED-ACCOUNT
018969                                 SU-RESOLVED-DATE.
018970     MOVE SPACES              TO SU-RESOLVED-BY.
018971     SET SU-HELD-DUPLICATE    TO TRUE.
018972     MOVE WS-DUP-FOR-ACCOUNT  TO SU-HELD-ACCOUNT.
018973     MOVE WS-UID              TO SU-HELD-UID.
018974     MOVE WS-BATCH-NUMBER     TO SU-HELD-BATCH.
018975     MOVE WS-DUP-MATCH-UID    TO SU-MATCHED-UID.
018976     MOVE WS-DUP-MATCH-DATE   TO SU-MATCHED-DATE.
018977     WRITE SUSPENSE-ITEM-STRUCTURE
018978         INVALID KEY
018979            DISPLAY "WARNING: SUSPENSE KEY " SU-DEPOSIT-DATE "/"
018980                    SU-ITEM-SEQ " ALREADY ON FILE -- HELD UID "
018981                    WS-UID " NOT RECORDED"
018982     END-WRITE.
018983 6990-EXIT.
018984     EXIT.
018985*                                                                *
018986*   6995-SEED-SUSPENSE-SEQ -- START TODAY'S SEQUENCE PAST THE   *
018987*   ITEMS ALREADY ON FILE FOR THE DATE, AS LOCKBOX-IMPORT DOES  *
018988*                                                                *
018989 6995-SEED-SUSPENSE-SEQ.
018990     MOVE ZERO TO WS-SUSP-SEQ.
018991     MOVE 'N'  TO WS-SEED-EOF-SWITCH.
018992     MOVE WS-TODAY-8 TO SU-DEPOSIT-DATE.
018993     MOVE ZERO       TO SU-ITEM-SEQ.
018994     START SUSPENSE-ITEMS KEY IS >= SU-SUSPENSE-KEY
018995         INVALID KEY
018996            GO TO 6995-EXIT
018997     END-START.
018998     PERFORM 6996-SEED-ONE-ENTRY THRU 6996-EXIT
018999             UNTIL WS-SEED-EOF.
019000 6995-EXIT.
019001     EXIT.
019002
019003 6996-SEED-ONE-ENTRY.
019004     READ SUSPENSE-ITEMS NEXT RECORD
019005         AT END
019006            SET WS-SEED-EOF TO TRUE
019007            GO TO 6996-EXIT
019008     END-READ.
019009     IF SU-DEPOSIT-DATE NOT = WS-TODAY-8
019010        SET WS-SEED-EOF TO TRUE
019011        GO TO 6996-EXIT
019012     END-IF.
019013     IF SU-ITEM-SEQ > WS-SUSP-SEQ
019014        MOVE SU-ITEM-SEQ TO WS-SUSP-SEQ
019015     END-IF.
019016 6996-EXIT.
019017     EXIT.
019018*                                                                *
019019*   6100-TRIAL-TALLY -- THE WOULD-BE TOTALS FOR A TRIAL LINE.   *
019020*   NOTHING IS WRITTEN ANYWHERE.                                *
019021*                                                                *
019022 6100-TRIAL-TALLY.
019023     ADD 1 TO WS-ACCEPTED-COUNT WS-DETAIL-COUNT.
019024     EVALUATE TRUE
019025        WHEN WS-DEBIT-TRANSACTION OR WS-REFUND-TRANSACTION
019026           ADD WS-AMOUNT TO WS-DEBIT-TOTAL
019027        WHEN WS-WRITEOFF-TRANSACTION
019030           ADD WS-AMOUNT TO WS-WRITEOFF-TOTAL
019040        WHEN OTHER
019050           ADD WS-AMOUNT TO WS-CREDIT-TOTAL
019070 6100-EXIT.
019080     EXIT.
019090
019091*                                                                *
019092*   6300-CREATE-DEFERRAL -- SPREAD THE REVENUE PART OF A CHARGE  *
019093*   BILLED IN ADVANCE OVER ITS SERVICE MONTHS, ONE SCHEDULE LINE *
019094*   PER MONTH KEYED BY ACCOUNT, CONTRACT, INVOICE AND MONTH.     *
019095*   THE SALES TAX IS OWED TO THE STATE, NOT EARNED, SO IT IS     *
019096*   NOT DEFERRED.                                                *
019097*                                                                *
019098 6300-CREATE-DEFERRAL.
019099     IF NOT WS-DEFREV-AVAILABLE
019100        DISPLAY "WARNING: NO DEFERRED REVENUE FILE -- ACCOUNT "
019101                WS-ACCOUNT-ID " UID " WS-UID " NOT SCHEDULED"
019102        GO TO 6300-EXIT
019103     END-IF.
019104     COMPUTE WS-DEF-REVENUE = WS-AMOUNT - WS-TAX-AMOUNT.
019105     COMPUTE WS-DEF-MONTH-AMOUNT =
019106        WS-DEF-REVENUE / WS-IN-DEF-MONTHS.
019107     MOVE ZERO TO WS-DEF-ALLOCATED.
019108     MOVE WS-IN-DEF-FIRST-YYYY TO WS-DEF-YYYY.
019109     MOVE WS-IN-DEF-FIRST-MM   TO WS-DEF-MM.
019110     PERFORM 6350-WRITE-SCHEDULE-LINE THRU 6350-EXIT
019111             VARYING WS-DEF-SUB FROM 1 BY 1
019112             UNTIL WS-DEF-SUB > WS-IN-DEF-MONTHS.
019113     MOVE SPACES TO REGISTER-LINE.
019114     STRING "ACCT " WS-ACCOUNT-ID
019115            " INVOICE " WS-INVOICE-NO
019116            " DEFERRED " WS-DEF-REVENUE
019117            " OVER " WS-IN-DEF-MONTHS
019118            " MONTHS FROM " WS-IN-DEF-FIRST-MONTH
019119            DELIMITED BY SIZE INTO REGISTER-LINE
019120     END-STRING.
019121     WRITE REGISTER-LINE.
019122 6300-EXIT.
019123     EXIT.
019124
019125 6350-WRITE-SCHEDULE-LINE.
019126     MOVE SPACES TO DEFERRED-REVENUE-STRUCTURE.
019127     MOVE WS-ACCOUNT-ID          TO DR-ACCOUNT-ID.
019128     MOVE WS-IN-DEF-CONTRACT-SEQ TO DR-CONTRACT-SEQ.
019129     MOVE WS-INVOICE-NO          TO DR-INVOICE-NO.
019130     COMPUTE DR-SERVICE-MONTH = (WS-DEF-YYYY * 100) + WS-DEF-MM.
019131     MOVE WS-COMPANY-CODE        TO DR-COMPANY-CODE.
019132     MOVE WS-UID                 TO DR-UID.
019133     MOVE WS-TRANSACTION-DATE (1:6) TO DR-BILLED-PERIOD.
019134     IF WS-DEF-SUB = WS-IN-DEF-MONTHS
019135        COMPUTE DR-MONTH-AMOUNT =
019136           WS-DEF-REVENUE - WS-DEF-ALLOCATED
019137     ELSE
019138        MOVE WS-DEF-MONTH-AMOUNT TO DR-MONTH-AMOUNT
019139     END-IF.
019140     ADD DR-MONTH-AMOUNT TO WS-DEF-ALLOCATED.
019141     SET DR-LINE-DEFERRED TO TRUE.
019142     MOVE ZERO TO DR-RECOGNIZED-PERIOD DR-RECOGNIZED-DATE.
019143     WRITE DEFERRED-REVENUE-STRUCTURE
019144         INVALID KEY
019145            DISPLAY "WARNING: DUPLICATE DEFERRAL LINE, ACCOUNT "
019146                    DR-ACCOUNT-ID " INVOICE " DR-INVOICE-NO
019147                    " MONTH " DR-SERVICE-MONTH
019148            GO TO 6350-NEXT-MONTH
019149     END-WRITE.
019150     ADD 1 TO WS-DEF-LINE-COUNT.
019151     MOVE 'D' TO WS-JL-FILE-ID.
019152     MOVE 'W' TO WS-JL-ACTION.
019153     MOVE DR-SCHEDULE-KEY TO WS-JL-KEY.
019154     MOVE SPACES TO WS-JL-BEFORE.
019155     MOVE DEFERRED-REVENUE-STRUCTURE TO WS-JL-AFTER.
019156     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
019157          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
019158 6350-NEXT-MONTH.
019159     ADD 1 TO WS-DEF-MM.
019160     IF WS-DEF-MM > 12
019161        MOVE 1 TO WS-DEF-MM
019162        ADD 1 TO WS-DEF-YYYY
019163     END-IF.
019164 6350-EXIT.
019165     EXIT.
019166
019167*                                                                *
019168*   6400-POST-TRANSFER-HALF -- THE SOURCE HALF ONLY RECORDS ITS  *
019169*   UID AND THE ONE IT RESERVED FOR THE TARGET ON THE REGISTER.  *
019170*   THE TARGET HALF DOES THE MOVING: A DEBIT BALANCE TAKES THE   *
019171*   SOURCE'S OPEN ITEMS ACROSS OLDEST FIRST (6450), A CREDIT     *
019172*   BALANCE IS APPLIED TO THE TARGET'S OWN OPEN ITEMS LIKE ANY   *
019173*   CREDIT, AND THE TRANSFER IS MARKED POSTED.                   *
019174*                                                                *
019175 6400-POST-TRANSFER-HALF.
019176     IF WS-TRANSFER-SOURCE-HALF
019177        MOVE WS-UID          TO BT-SOURCE-UID
019178        MOVE WS-TRANSFER-UID TO BT-TARGET-UID
019179        GO TO 6400-REWRITE
019180     END-IF.
019181     MOVE ZERO TO WS-XFER-ITEMS.
019182     IF WS-DEBIT-TRANSACTION
019183        PERFORM 6450-MOVE-OPEN-ITEMS THRU 6450-EXIT
019184     ELSE
019185        MOVE WS-AMOUNT TO WS-CREDIT-LEFT
019186        PERFORM 6720-SCAN-OPEN-ITEMS THRU 6720-EXIT
019187     END-IF.
019188     SET BT-TRANSFER-POSTED TO TRUE.
019189     MOVE WS-TRANSACTION-DATE TO BT-POSTED-DATE.
019190     MOVE WS-XFER-ITEMS       TO BT-ITEMS-MOVED.
019191     MOVE SPACES TO REGISTER-LINE.
019192     STRING "TRANSFER " BT-TRANSFER-NO
019193            " FROM ACCT " BT-SOURCE-ACCOUNT
019194            " TO ACCT " BT-TARGET-ACCOUNT
019195            " POSTED, " WS-XFER-ITEMS " ITEM(S) MOVED"
019196            DELIMITED BY SIZE INTO REGISTER-LINE
019197     END-STRING.
019198     WRITE REGISTER-LINE.
019199 6400-REWRITE.
019200     REWRITE BALANCE-TRANSFER-STRUCTURE
019201         INVALID KEY
019202            DISPLAY "WARNING: CANNOT REWRITE TRANSFER "
019203                    BT-TRANSFER-NO
019204     END-REWRITE.
019205 6400-EXIT.
019206     EXIT.
019207
019208*                                                                *
019209*   6450-MOVE-OPEN-ITEMS -- WALK THE SOURCE ACCOUNT'S UNPAID     *
019210*   ITEMS OLDEST FIRST, TAKING EACH ACROSS UNTIL THE TRANSFER    *
019211*   AMOUNT IS USED UP.  A MOVED ITEM KEEPS ITS ORIGINATING UID,  *
019212*   ITEM DATE, DUE DATE AND DISPUTE, SO IT AGES ON THE TARGET    *
019213*   FROM WHERE IT WAS.  ANY AMOUNT LEFT WITH NO ITEM TO CARRY IT *
019214*   (DEBT OLDER THAN THE OPEN-ITEMS FILE) OPENS A NEW ITEM UNDER *
019215*   THE TARGET HALF'S OWN UID.                                   *
019216*                                                                *
019217 6450-MOVE-OPEN-ITEMS.
019218     MOVE WS-AMOUNT TO WS-CREDIT-LEFT.
019219     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
019220     MOVE LOW-VALUES TO OI-ITEM-KEY.
019221     MOVE BT-SOURCE-ACCOUNT TO OI-ITEM-KEY (1:7).
019222     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
019223         INVALID KEY
019224            MOVE 'Y' TO WS-ITEM-EOF-SWITCH
019225     END-START.
019226     PERFORM 6460-MOVE-ONE-ITEM THRU 6460-EXIT
019227             UNTIL WS-ITEM-EOF OR WS-CREDIT-LEFT = ZERO.
019228     IF WS-CREDIT-LEFT > ZERO
019229        MOVE WS-AMOUNT      TO WS-SAVE-AMOUNT
019230        MOVE WS-CREDIT-LEFT TO WS-AMOUNT
019231        PERFORM 6600-CREATE-OPEN-ITEM THRU 6600-EXIT
019232        MOVE WS-SAVE-AMOUNT TO WS-AMOUNT
019233     END-IF.
019234 6450-EXIT.
019235     EXIT.
019236
019237*   THE SOURCE ITEM GIVES UP WHAT MOVES (CLOSED WHEN ALL OF IT
019238*   GOES) AND THE SAME PIECE OPENS ON THE TARGET UNDER THE
019239*   ORIGINAL UID.  THE TARGET WRITE CAN LOSE THE SCAN'S
019240*   POSITION, SO THE SCAN RESTARTS PAST THE ITEM JUST MOVED.
019241 6460-MOVE-ONE-ITEM.
019242     READ OPEN-ITEMS NEXT RECORD
019243         AT END
019244            MOVE 'Y' TO WS-ITEM-EOF-SWITCH
019245            GO TO 6460-EXIT
019246     END-READ.
019247     IF OI-ACCOUNT-ID NOT = BT-SOURCE-ACCOUNT
019248        MOVE 'Y' TO WS-ITEM-EOF-SWITCH
019249        GO TO 6460-EXIT
019250     END-IF.
019251     IF OI-ITEM-PAID OR OI-ITEM-WRITTEN-OFF
019252        GO TO 6460-EXIT
019253     END-IF.
019254     MOVE OPEN-ITEM-STRUCTURE TO WS-OI-BEFORE.
019255     MOVE OI-ITEM-KEY TO WS-XFER-ITEM-KEY.
019256     IF OI-REMAINING-AMOUNT > WS-CREDIT-LEFT
019257        MOVE WS-CREDIT-LEFT TO WS-APPLY-AMOUNT
019258     ELSE
019259        MOVE OI-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
019260     END-IF.
019261     SUBTRACT WS-APPLY-AMOUNT FROM OI-REMAINING-AMOUNT.
019262     SUBTRACT WS-APPLY-AMOUNT FROM WS-CREDIT-LEFT.
019263     IF OI-REMAINING-AMOUNT = ZERO
019264        SET OI-ITEM-PAID TO TRUE
019265     ELSE
019266        SET OI-ITEM-PARTIAL TO TRUE
019267     END-IF.
019268     REWRITE OPEN-ITEM-STRUCTURE
019269         INVALID KEY
019270            DISPLAY "WARNING: CANNOT REWRITE OPEN ITEM "
019271                    OI-ITEM-KEY
019272     END-REWRITE.
019273     PERFORM 6900-JOURNAL-ITEM-REWRITE THRU 6900-EXIT.
019274     ADD 1 TO WS-XFER-ITEMS.
019275     MOVE WS-OI-BEFORE TO OPEN-ITEM-STRUCTURE.
019276     MOVE WS-ACCOUNT-ID TO OI-ACCOUNT-ID.
019277     MOVE SPACES TO OI-ITEM-KEY.
019278     STRING OI-ACCOUNT-ID DELIMITED BY SIZE
019279            OI-UID        DELIMITED BY SIZE
019280            INTO OI-ITEM-KEY
019281     END-STRING.
019282     MOVE WS-ACCOUNT-HOLDER TO OI-ACCOUNT-HOLDER.
019283     MOVE WS-APPLY-AMOUNT   TO OI-ORIGINAL-AMOUNT.
019284     MOVE WS-APPLY-AMOUNT   TO OI-REMAINING-AMOUNT.
019285     SET OI-ITEM-OPEN TO TRUE.
019286     WRITE OPEN-ITEM-STRUCTURE
019287         INVALID KEY
019288            PERFORM 6470-ADD-TO-MOVED-ITEM THRU 6470-EXIT
019289            GO TO 6460-REPOSITION
019290     END-WRITE.
019291     MOVE 'O' TO WS-JL-FILE-ID.
019292     MOVE 'W' TO WS-JL-ACTION.
019293     MOVE OI-ITEM-KEY TO WS-JL-KEY.
019294     MOVE SPACES TO WS-JL-BEFORE.
019295     MOVE OPEN-ITEM-STRUCTURE TO WS-JL-AFTER.
019296     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
019297          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
019298 6460-REPOSITION.
019299     MOVE WS-XFER-ITEM-KEY TO OI-ITEM-KEY.
019300     START OPEN-ITEMS KEY IS > OI-ITEM-KEY
019301         INVALID KEY
019302            MOVE 'Y' TO WS-ITEM-EOF-SWITCH
019303     END-START.
019304 6460-EXIT.
019305     EXIT.
019306
019307*   PART OF THE SAME ITEM WENT ACROSS ON AN EARLIER TRANSFER --
019308*   THIS PIECE IS ADDED TO THE ONE ALREADY ON THE TARGET.
019309 6470-ADD-TO-MOVED-ITEM.
019310     READ OPEN-ITEMS
019311         INVALID KEY
019312            DISPLAY "WARNING: CANNOT MOVE OPEN ITEM TO "
019313                    OI-ITEM-KEY
019314            GO TO 6470-EXIT
019315     END-READ.
019316     MOVE OPEN-ITEM-STRUCTURE TO WS-OI-BEFORE.
019317     ADD WS-APPLY-AMOUNT TO OI-ORIGINAL-AMOUNT.
019318     ADD WS-APPLY-AMOUNT TO OI-REMAINING-AMOUNT.
019319     IF OI-REMAINING-AMOUNT = OI-ORIGINAL-AMOUNT
019320        SET OI-ITEM-OPEN TO TRUE
019321     ELSE
019322        SET OI-ITEM-PARTIAL TO TRUE
019323     END-IF.
019324     REWRITE OPEN-ITEM-STRUCTURE
019325         INVALID KEY
019326            DISPLAY "WARNING: CANNOT REWRITE OPEN ITEM "
019327                    OI-ITEM-KEY
019328            GO TO 6470-EXIT
019329     END-REWRITE.
019330     PERFORM 6900-JOURNAL-ITEM-REWRITE THRU 6900-EXIT.
019331 6470-EXIT.
019332     EXIT.
019333
019334*                                                                *
019335*   6500-WRITE-INDEX-RECORD -- BUILD THE COMPOSITE ACCOUNT-ID +  *
019336*   UID KEY AND WRITE THE MATCHING ENTRY TO THE INDEXED FILE, SO *
019337*   A LOOKUP CAN START DIRECTLY ON ONE ACCOUNT'S TRANSACTIONS    *
019338*   INSTEAD OF SCANNING THE SEQUENTIAL LEDGER                    *
019339*                                                                *
019340 6500-WRITE-INDEX-RECORD.
019341     MOVE SPACES TO TX-ACCT-KEY.
019342     STRING TX-ACCOUNT-ID DELIMITED BY SIZE
019343            TX-UID        DELIMITED BY SIZE
019344            INTO TX-ACCT-KEY
019345     END-STRING.
019346     WRITE TRANSACTION-INDEX-STRUCTURE
019347         INVALID KEY
019348            DISPLAY "WARNING: DUPLICATE INDEX KEY FOR ACCOUNT "
019349                    TX-ACCOUNT-ID " UID " TX-UID
019350     END-WRITE.
019351*   THE REBUILD'S RE-INDEXING OF OLD DETAIL IS NOT JOURNALED --
019352*   ONLY AN ENTRY THIS RUN POSTED IS.
019353     IF WS-JOURNAL-INDEX-ENTRY
019354        MOVE 'X' TO WS-JL-FILE-ID
019355        MOVE 'W' TO WS-JL-ACTION
019356        MOVE TX-ACCT-KEY TO WS-JL-KEY
019357        MOVE SPACES TO WS-JL-BEFORE
019358        MOVE TRANSACTION-INDEX-STRUCTURE TO WS-JL-AFTER
019359        CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
019360             WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER
019370        MOVE 'N' TO WS-JRNL-IDX-SWITCH
019380     END-IF.
019548 6500-EXIT.
019549     EXIT.
019550
019551*                                                                *
019552*   6600-CREATE-OPEN-ITEM -- EVERY POSTED DEBIT OPENS A NEW      *
019553*   RECEIVABLE ITEM CARRYING THE ORIGINATING UID, SO THE CASH    *
019554*   APPLICATION AND AGING JOBS SEE INDIVIDUAL CHARGES INSTEAD    *
019555*   OF ONLY A RUNNING BALANCE                                    *
019556*                                                                *
019557 6600-CREATE-OPEN-ITEM.
019558     MOVE SPACES TO OPEN-ITEM-STRUCTURE.
019559     MOVE SPACES TO OI-ITEM-KEY.
019560     STRING WS-ACCOUNT-ID DELIMITED BY SIZE
019561            WS-UID        DELIMITED BY SIZE
019562            INTO OI-ITEM-KEY
019563     END-STRING.
019564     MOVE WS-ACCOUNT-ID       TO OI-ACCOUNT-ID.
019565     MOVE WS-UID              TO OI-UID.
019570     MOVE WS-TRANSACTION-DATE TO OI-ITEM-DATE.
019580     MOVE WS-DESC             TO OI-DESC.
019590     MOVE WS-ACCOUNT-HOLDER   TO OI-ACCOUNT-HOLDER.
020280                       OI-ITEM-KEY
020290        END-REWRITE
020300        PERFORM 6900-JOURNAL-ITEM-REWRITE THRU 6900-EXIT
020305        PERFORM 6950-RECORD-APPLICATION THRU 6950-EXIT
020310     END-IF.
020320     IF WS-CREDIT-LEFT > ZERO
020330        PERFORM 6720-SCAN-OPEN-ITEMS THRU 6720-EXIT
020340     END-IF.
020350 6650-EXIT.
020360     EXIT.
020361
020362*                                                                *
020363*   6660-REOPEN-PAID-ITEMS -- A REVERSAL OF A CREDIT (A CHECK    *
020364*   OR DRAFT THAT CAME BACK UNPAID) WALKS THE CREDIT'S PIECES    *
020365*   ON CREDIT-APPLICATIONS AND PUTS EACH BACK ON THE ITEM IT     *
020366*   PAID, SO THE ORIGINAL CHARGES AGE AGAIN FROM THEIR OWN DUE   *
020367*   DATES.  ANY PIECE THAT CANNOT GO BACK (THE ITEM IS GONE OR   *
020368*   HAS SINCE BEEN PAID DOWN BY A CHARGE-BACK) OPENS A NEW ITEM  *
020369*   FOR THE SHORTFALL UNDER THE REVERSAL'S UID.  A CREDIT WITH   *
020370*   NO PIECES ON FILE (POSTED BEFORE THE FILE EXISTED) OPENS A   *
020371*   NEW ITEM FOR THE WHOLE AMOUNT, AS BEFORE.  THE PART OF A     *
020372*   CREDIT THAT WAS NEVER APPLIED (AN OVERPAYMENT) ONLY TAKES    *
020373*   BACK THE CREDIT BALANCE AND OPENS NOTHING.                   *
020374*                                                                *
020375 6660-REOPEN-PAID-ITEMS.
020376     MOVE 'N' TO WS-CA-FOUND-SWITCH.
020377     MOVE ZERO TO WS-REOPEN-SHORT WS-REOPEN-TOTAL
020378                  WS-REOPEN-COUNT.
020379     IF NOT WS-CREDAPP-AVAILABLE
020380        PERFORM 6600-CREATE-OPEN-ITEM THRU 6600-EXIT
020381        GO TO 6660-EXIT
020382     END-IF.
020383     MOVE WS-ACCOUNT-ID   TO CA-ACCOUNT-ID.
020384     MOVE WS-REVERSED-UID TO CA-CREDIT-UID.
020385     MOVE ZERO            TO CA-ITEM-UID.
020386     MOVE 'N' TO WS-CA-EOF-SWITCH.
020387     START CREDIT-APPLICATIONS KEY IS >= CA-APPLICATION-KEY
020388         INVALID KEY
020389            MOVE 'Y' TO WS-CA-EOF-SWITCH
020390     END-START.
020391     PERFORM 6670-REOPEN-ONE-ITEM THRU 6670-EXIT
020392             UNTIL WS-CA-EOF.
020393     IF NOT WS-CA-FOUND
020394        PERFORM 6600-CREATE-OPEN-ITEM THRU 6600-EXIT
020395        GO TO 6660-EXIT
020396     END-IF.
020397     IF WS-REOPEN-SHORT > ZERO
020398        MOVE WS-AMOUNT       TO WS-SAVE-AMOUNT
020399        MOVE WS-REOPEN-SHORT TO WS-AMOUNT
020400        PERFORM 6600-CREATE-OPEN-ITEM THRU 6600-EXIT
020401        MOVE WS-SAVE-AMOUNT  TO WS-AMOUNT
020402     END-IF.
020403     MOVE SPACES TO REGISTER-LINE.
020404     STRING "ACCT " WS-ACCOUNT-ID
020405            " REVERSAL " WS-UID
020406            " REOPENED " WS-REOPEN-COUNT
020407            " ITEM(S) FOR " WS-REOPEN-TOTAL
020408            " OF CREDIT " WS-REVERSED-UID
020409            DELIMITED BY SIZE INTO REGISTER-LINE
020410     END-STRING.
020411     WRITE REGISTER-LINE.
020412 6660-EXIT.
020413     EXIT.
020414
020415 6670-REOPEN-ONE-ITEM.
020416     READ CREDIT-APPLICATIONS NEXT RECORD
020417         AT END
020418            MOVE 'Y' TO WS-CA-EOF-SWITCH
020419            GO TO 6670-EXIT
020420     END-READ.
020421     IF CA-ACCOUNT-ID NOT = WS-ACCOUNT-ID
020422        OR CA-CREDIT-UID NOT = WS-REVERSED-UID
020423        MOVE 'Y' TO WS-CA-EOF-SWITCH
020424        GO TO 6670-EXIT
020425     END-IF.
020426     IF NOT CA-APPLICATION-ACTIVE
020427        GO TO 6670-EXIT
020428     END-IF.
020429     MOVE 'Y' TO WS-CA-FOUND-SWITCH.
020430     MOVE CREDIT-APPLICATION-STRUCTURE TO WS-CA-BEFORE.
020431     MOVE SPACES TO OI-ITEM-KEY.
020432     STRING CA-ACCOUNT-ID DELIMITED BY SIZE
020433            CA-ITEM-UID   DELIMITED BY SIZE
020434            INTO OI-ITEM-KEY
020435     END-STRING.
020436     READ OPEN-ITEMS
020437         INVALID KEY
020438            ADD CA-APPLIED-AMOUNT TO WS-REOPEN-SHORT
020439            GO TO 6670-MARK-REVERSED
020440     END-READ.
020441     MOVE OPEN-ITEM-STRUCTURE TO WS-OI-BEFORE.
020442     COMPUTE WS-REOPEN-ROOM =
020443        OI-ORIGINAL-AMOUNT - OI-REMAINING-AMOUNT.
020444     IF CA-APPLIED-AMOUNT > WS-REOPEN-ROOM
020445        MOVE WS-REOPEN-ROOM TO WS-APPLY-AMOUNT
020446        COMPUTE WS-REOPEN-SHORT = WS-REOPEN-SHORT
020447           + CA-APPLIED-AMOUNT - WS-REOPEN-ROOM
020448     ELSE
020449        MOVE CA-APPLIED-AMOUNT TO WS-APPLY-AMOUNT
020450     END-IF.
020451     IF WS-APPLY-AMOUNT = ZERO
020452        GO TO 6670-MARK-REVERSED
020453     END-IF.
020454     ADD WS-APPLY-AMOUNT TO OI-REMAINING-AMOUNT.
020455     IF OI-REMAINING-AMOUNT = OI-ORIGINAL-AMOUNT
020456        SET OI-ITEM-OPEN TO TRUE
020457     ELSE
020458        SET OI-ITEM-PARTIAL TO TRUE
020459     END-IF.
020460     REWRITE OPEN-ITEM-STRUCTURE
020461         INVALID KEY
020462            DISPLAY "WARNING: CANNOT REWRITE OPEN ITEM "
020463                    OI-ITEM-KEY
020464     END-REWRITE.
020465     PERFORM 6900-JOURNAL-ITEM-REWRITE THRU 6900-EXIT.
020466     ADD 1 TO WS-REOPEN-COUNT.
020467     ADD WS-APPLY-AMOUNT TO WS-REOPEN-TOTAL.
020468 6670-MARK-REVERSED.
020469     SET CA-APPLICATION-REVERSED TO TRUE.
020470     MOVE WS-UID              TO CA-REVERSAL-UID.
020471     MOVE WS-TRANSACTION-DATE TO CA-REVERSED-DATE.
020472     REWRITE CREDIT-APPLICATION-STRUCTURE
020473         INVALID KEY
020474            DISPLAY "WARNING: CANNOT REWRITE CREDIT "
020475                    "APPLICATION " CA-APPLICATION-KEY
020476            GO TO 6670-EXIT
020477     END-REWRITE.
020478     MOVE 'A' TO WS-JL-FILE-ID.
020479     MOVE 'R' TO WS-JL-ACTION.
020480     MOVE CA-APPLICATION-KEY TO WS-JL-KEY.
020481     MOVE WS-CA-BEFORE TO WS-JL-BEFORE.
020482     MOVE CREDIT-APPLICATION-STRUCTURE TO WS-JL-AFTER.
020483     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
020484          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
020485 6670-EXIT.
020486     EXIT.
020487
020488 6700-APPLY-CREDIT.
020489     MOVE WS-AMOUNT TO WS-CREDIT-LEFT.
020490     PERFORM 6720-SCAN-OPEN-ITEMS THRU 6720-EXIT.
020491     PERFORM 6780-APPLY-TO-PROMISE THRU 6780-EXIT.
020492 6700-EXIT.
020493     EXIT.
020566
020567*                                                                *
020568*   6800-APPLY-WRITEOFF -- SPREAD THE WRITE-OFF ACROSS THE      *
020569*   ACCOUNT'S OLDEST OPEN ITEMS, CLOSING EACH FULLY COVERED     *
020570*   ITEM WITH STATUS W                                          *
020571*                                                                *
020572 6800-APPLY-WRITEOFF.
020573     MOVE WS-AMOUNT TO WS-CREDIT-LEFT.
020574     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
020575     MOVE LOW-VALUES TO OI-ITEM-KEY.
020576     MOVE WS-ACCOUNT-ID TO OI-ITEM-KEY (1:7).
020577     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
020578         INVALID KEY
020579            GO TO 6800-EXIT
020580     END-START.
020581     PERFORM 6850-WRITEOFF-ONE-ITEM THRU 6850-EXIT
020590             UNTIL WS-ITEM-EOF OR WS-CREDIT-LEFT = ZERO.
020600 6800-EXIT.
020610     EXIT.
021470                    OI-ITEM-KEY
021480     END-REWRITE.
021490     PERFORM 6900-JOURNAL-ITEM-REWRITE THRU 6900-EXIT.
021495     PERFORM 6950-RECORD-APPLICATION THRU 6950-EXIT.
021500 6750-EXIT.
021510     EXIT.
021511
021512*                                                                *
021513*   6780-APPLY-TO-PROMISE -- A CREDIT DATED FROM THE DAY THE     *
021514*   ACCOUNT'S OPEN PROMISE WAS TAKEN THROUGH ITS PROMISED DATE   *
021515*   COUNTS TOWARD IT; ONCE THE PROMISED AMOUNT IS COVERED THE    *
021516*   PROMISE IS KEPT.  ONE THAT IS NOT KEPT BY THE DATE IS        *
021517*   BROKEN BY PROMISE-TO-PAY-MONITOR.                            *
021518*                                                                *
021519 6780-APPLY-TO-PROMISE.
021520     IF NOT WS-PROMISE-AVAILABLE
021521        GO TO 6780-EXIT
021522     END-IF.
021523     MOVE 'N' TO WS-PT-EOF-SWITCH.
021524     MOVE WS-ACCOUNT-ID TO PT-ACCOUNT-ID.
021525     MOVE ZERO          TO PT-PROMISE-SEQ.
021526     START PROMISES KEY IS >= PT-PROMISE-KEY
021527         INVALID KEY
021528            GO TO 6780-EXIT
021529     END-START.
021530     PERFORM 6790-CHECK-ONE-PROMISE THRU 6790-EXIT
021531             UNTIL WS-PT-EOF.
021532 6780-EXIT.
021533     EXIT.
021534
021535 6790-CHECK-ONE-PROMISE.
021536     READ PROMISES NEXT RECORD
021537         AT END
021538            MOVE 'Y' TO WS-PT-EOF-SWITCH
021539            GO TO 6790-EXIT
021540     END-READ.
021541     IF PT-ACCOUNT-ID NOT = WS-ACCOUNT-ID
021542        MOVE 'Y' TO WS-PT-EOF-SWITCH
021543        GO TO 6790-EXIT
021544     END-IF.
021545     IF NOT PT-PROMISE-OPEN
021546        OR WS-TRANSACTION-DATE < PT-TAKEN-DATE
021547        OR WS-TRANSACTION-DATE > PT-PROMISED-DATE
021548        GO TO 6790-EXIT
021549     END-IF.
021550*   ONLY ONE PROMISE IS OPEN AT A TIME -- THIS IS IT.
021551     MOVE 'Y' TO WS-PT-EOF-SWITCH.
021552     MOVE PROMISE-STRUCTURE TO WS-PT-BEFORE.
021553     ADD WS-AMOUNT TO PT-PAID-TOWARD.
021554     IF PT-PAID-TOWARD NOT < PT-PROMISED-AMOUNT
021555        SET PT-PROMISE-KEPT TO TRUE
021556        MOVE WS-TRANSACTION-DATE TO PT-CLOSED-DATE
021557     END-IF.
021558     REWRITE PROMISE-STRUCTURE
021559         INVALID KEY
021560            DISPLAY "WARNING: CANNOT REWRITE PROMISE "
021561                    PT-PROMISE-KEY
021562            GO TO 6790-EXIT
021563     END-REWRITE.
021564     MOVE 'P' TO WS-JL-FILE-ID.
021565     MOVE 'R' TO WS-JL-ACTION.
021566     MOVE PT-PROMISE-KEY TO WS-JL-KEY.
021567     MOVE WS-PT-BEFORE TO WS-JL-BEFORE.
021568     MOVE PROMISE-STRUCTURE TO WS-JL-AFTER.
021569     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
021570          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
021571     IF PT-PROMISE-KEPT
021572        MOVE SPACES TO REGISTER-LINE
021573        STRING "ACCT " WS-ACCOUNT-ID
021574               " PROMISE #" PT-PROMISE-SEQ
021575               " OF " PT-PROMISED-AMOUNT
021576               " DUE " PT-PROMISED-DATE " KEPT"
021577               DELIMITED BY SIZE INTO REGISTER-LINE
021578        END-STRING
021579        WRITE REGISTER-LINE
021580     END-IF.
021581 6790-EXIT.
021582     EXIT.
021583
021584*                                                                *
021585*   6900-JOURNAL-ITEM-REWRITE -- ONE BEFORE/AFTER ENTRY FOR AN  *
021586*   OPEN-ITEM REWRITE (THE BEFORE IMAGE IS CAPTURED AT THE      *
021587*   READ)                                                       *
021588*                                                                *
021589 6900-JOURNAL-ITEM-REWRITE.
021590     MOVE 'O' TO WS-JL-FILE-ID.
021600     MOVE 'R' TO WS-JL-ACTION.
021610     MOVE OI-ITEM-KEY TO WS-JL-KEY.
021650          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
021660 6900-EXIT.
021670     EXIT.
021671
021672*                                                                *
021673*   6950-RECORD-APPLICATION -- THE PIECE OF THIS CREDIT JUST     *
021674*   APPLIED TO THE CURRENT OPEN ITEM, KEPT SO A LATER REVERSAL   *
021675*   OF THE CREDIT KNOWS WHICH ITEMS TO REOPEN (SEE 6660)         *
021676*                                                                *
021677 6950-RECORD-APPLICATION.
021678     IF NOT WS-CREDAPP-AVAILABLE OR WS-APPLY-AMOUNT = ZERO
021679        GO TO 6950-EXIT
021680     END-IF.
021681     MOVE SPACES TO CREDIT-APPLICATION-STRUCTURE.
021682     MOVE WS-ACCOUNT-ID       TO CA-ACCOUNT-ID.
021683     MOVE WS-UID              TO CA-CREDIT-UID.
021684     MOVE OI-UID              TO CA-ITEM-UID.
021685     MOVE WS-COMPANY-CODE     TO CA-COMPANY-CODE.
021686     MOVE WS-APPLY-AMOUNT     TO CA-APPLIED-AMOUNT.
021687     MOVE WS-TRANSACTION-DATE TO CA-APPLIED-DATE.
021688     SET CA-APPLICATION-ACTIVE TO TRUE.
021689     MOVE ZERO TO CA-REVERSAL-UID CA-REVERSED-DATE.
021690     WRITE CREDIT-APPLICATION-STRUCTURE
021691         INVALID KEY
021692            DISPLAY "WARNING: DUPLICATE CREDIT APPLICATION, "
021693                    "ACCOUNT " CA-ACCOUNT-ID " CREDIT "
021694                    CA-CREDIT-UID " ITEM " CA-ITEM-UID
021695            GO TO 6950-EXIT
021696     END-WRITE.
021697     MOVE 'A' TO WS-JL-FILE-ID.
021698     MOVE 'W' TO WS-JL-ACTION.
021699     MOVE CA-APPLICATION-KEY TO WS-JL-KEY.
021700     MOVE SPACES TO WS-JL-BEFORE.
021701     MOVE CREDIT-APPLICATION-STRUCTURE TO WS-JL-AFTER.
021702     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
021703          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
021704 6950-EXIT.
021705     EXIT.
021706
021707*                                                                *
021708*   6960-CONSUME-PURCHASE-ORDER -- A POSTED CHARGE QUOTING A PO  *
021709*   IS ADDED TO WHAT THE PO HAS CONSUMED; A POSTED REVERSAL OF   *
021710*   SUCH A CHARGE GIVES THE AMOUNT BACK.  THE PO MASTER IS A     *
021711*   WORKING BALANCE, NOT PART OF THE LEDGER, AND IS NOT          *
021712*   JOURNALED.                                                   *
021713*                                                                *
021714 6960-CONSUME-PURCHASE-ORDER.
021715     IF WS-IN-PO-NUMBER = SPACES
021716        GO TO 6960-EXIT
021717     END-IF.
021718     IF WS-REVERSAL-REQUEST AND WS-DEBIT-TRANSACTION
021719        GO TO 6960-EXIT
021720     END-IF.
021721     MOVE WS-ACCOUNT-ID   TO PO-ACCOUNT-ID.
021722     MOVE WS-IN-PO-NUMBER TO PO-PO-NUMBER.
021723     READ PURCHASE-ORDERS
021724         INVALID KEY
021725            DISPLAY "WARNING: PURCHASE ORDER " WS-IN-PO-NUMBER
021726                    " NOT UPDATED FOR UID " WS-UID
021727            GO TO 6960-EXIT
021728     END-READ.
021729     IF WS-REVERSAL-REQUEST
021730        IF WS-AMOUNT > PO-CONSUMED-AMOUNT
021731           MOVE ZERO TO PO-CONSUMED-AMOUNT
021732        ELSE
021733           SUBTRACT WS-AMOUNT FROM PO-CONSUMED-AMOUNT
021734        END-IF
021735     ELSE
021736        ADD WS-AMOUNT TO PO-CONSUMED-AMOUNT
021737        MOVE WS-TRANSACTION-DATE TO PO-LAST-USED-DATE
021738     END-IF.
021739     REWRITE PURCHASE-ORDER-STRUCTURE
021740         INVALID KEY
021741            DISPLAY "WARNING: PURCHASE ORDER " WS-IN-PO-NUMBER
021742                    " NOT UPDATED FOR UID " WS-UID
021743     END-REWRITE.
021744 6960-EXIT.
021745     EXIT.
021746
021747*                                                                *
021748*   7000-REJECT-TRANSACTION -- LOG THE BAD RECORD WITH A REASON  *
021749*                                                                *
021750 7000-REJECT-TRANSACTION.
021751     STRING "UID=" WS-IN-UID DELIMITED BY SIZE
021752            " ACCT=" WS-IN-ACCOUNT-ID DELIMITED BY SIZE
021753            " REASON: " WS-REJECT-REASON DELIMITED BY SIZE
021760            INTO REJECT-LINE
021770     END-STRING.
021780     WRITE REJECT-LINE.
021890     MOVE SPACES TO REGISTER-LINE.
021900     STRING "UID " WS-UID DELIMITED BY SIZE
021910            "  "         DELIMITED BY SIZE
021920            TRANS-IN-LINE (1:135) DELIMITED BY SIZE
021930            INTO REGISTER-LINE
021940     END-STRING.
021950     WRITE REGISTER-LINE.
021951     IF WS-INTERCO-LINE
021952        MOVE SPACES TO REGISTER-LINE
021953        STRING "               INTERCOMPANY -- BATCH COMPANY "
021954                  DELIMITED BY SIZE
021955               WS-BATCH-COMPANY DELIMITED BY SIZE
021956               ", POSTED FOR COMPANY " DELIMITED BY SIZE
021957               WS-COMPANY-CODE DELIMITED BY SIZE
021958               INTO REGISTER-LINE
021959        END-STRING
021960        WRITE REGISTER-LINE
021961     END-IF.
021962     IF WS-DUPLICATE-HELD
021963        ADD 1 TO WS-DUP-HELD-COUNT
021964        MOVE SPACES TO REGISTER-LINE
021965        STRING "               HELD AS A DUPLICATE OF UID "
021966                  DELIMITED BY SIZE
021967               WS-DUP-MATCH-UID DELIMITED BY SIZE
021968               " -- POSTED TO SUSPENSE " DELIMITED BY SIZE
021969               WS-SUSPENSE-ACCOUNT DELIMITED BY SIZE
021970               INTO REGISTER-LINE
021971        END-STRING
021972        WRITE REGISTER-LINE
021973     END-IF.
021974 7100-EXIT.
021975     EXIT.
021980
021990*                                                                *
021997*   8000-FINISH -- FINISH THE APPEND, OR WRITE THE TRAILER AND   *
022004*   COPY THE REBUILT WORK FILE BACK OVER THE LIVE LEDGER; CLOSE  *
022011*   FILES AND PRINT THE SUMMARY                                  *
022020*                                                                *
022030 8000-FINISH.
022040     CLOSE TRANS-IN.
022042     IF NOT WS-TRIAL-MODE AND TRANSOUT-STATUS = '00'
022044        AND WS-APPEND-POSTING
022046        PERFORM 8100-FINISH-APPEND THRU 8100-EXIT
022048     END-IF.
022050     IF NOT WS-TRIAL-MODE AND TRANSOUT-STATUS = '00'
022052        AND WS-REBUILD-POSTING
022060        MOVE SPACES TO TRANSACTION-TRAILER
022070        MOVE 'T'          TO TRT-RECORD-TYPE
022080        MOVE WS-DETAIL-COUNT TO TRT-DETAIL-COUNT
022190     END-IF.
022200     CLOSE TRANSACTIONS-INDEX.
022210     CLOSE OPEN-ITEMS.
022212     IF WS-DEFREV-AVAILABLE
022214        CLOSE DEFERRED-REVENUE
022216     END-IF.
022217     IF WS-CREDAPP-AVAILABLE
022218        CLOSE CREDIT-APPLICATIONS
022220     END-IF.
022222     IF WS-PROMISE-AVAILABLE
022224        CLOSE PROMISES
022226     END-IF.
022228     IF WOAPPR-STATUS = '00' OR WOAPPR-STATUS = '05'
022230        CLOSE WRITEOFF-APPROVALS
022232     END-IF.
022234     IF BALXFER-STATUS = '00' OR BALXFER-STATUS = '05'
022236        CLOSE BALANCE-TRANSFERS
022237     END-IF.
022238     IF PURCHORD-STATUS = '00' OR PURCHORD-STATUS = '05'
022239        CLOSE PURCHASE-ORDERS
022240     END-IF.
022242     IF WS-INTERCOENT-AVAILABLE
022244        CLOSE INTERCO-ENTRY-FILE
022246     END-IF.
022247     IF WS-SUSPITEM-AVAILABLE
022248        CLOSE SUSPENSE-ITEMS
022249     END-IF.
022250*   A COMPLETED NUMBERED BATCH IS RECORDED ON THE REGISTRY SO
022260*   THE SAME FILE CAN NEVER POST TWICE.
022270     IF WS-BATCH-NUMBERED AND NOT WS-BATCH-REJECTED
022970     DISPLAY "TRANSACTIONS ACCEPTED: " WS-ACCEPTED-COUNT.
022980     DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
022990     DISPLAY "LEDGER DETAIL RECORDS:  " WS-DETAIL-COUNT.
022992     IF WS-DEF-LINE-COUNT > ZERO
022994        DISPLAY "DEFERRAL LINES WRITTEN: " WS-DEF-LINE-COUNT
022996     END-IF.
022997     IF WS-INTERCO-COUNT > ZERO
022998        DISPLAY "INTERCOMPANY ENTRIES:   " WS-INTERCO-COUNT
022999     END-IF.
023001     IF WS-DUP-HELD-COUNT > ZERO
023003        DISPLAY "DUPLICATES HELD:        " WS-DUP-HELD-COUNT
023005     END-IF.
023007 8000-EXIT.
023010     EXIT.
023020
023030*                                                                *
023040*   8100-FINISH-APPEND -- THE APPEND WORK FILE GETS THE NEW      *
023050*   TRAILER FIRST, SO IT IS WHOLE BEFORE THE LIVE LEDGER IS      *
023060*   TOUCHED.  THE FIRST NEW DETAIL THEN REWRITES THE OLD TRAILER *
023070*   IN PLACE, THE REST AND THE NEW TRAILER ARE WRITTEN EXTEND,   *
023080*   AND THE WORK FILE IS EMPTIED.  A FAILURE PART WAY THROUGH    *
023090*   LEAVES THE WORK FILE FULL FOR LEDGER-SWAP-RECOVERY.          *
023100*                                                                *
023110 8100-FINISH-APPEND.
023120     MOVE SPACES TO TRANSACTION-TRAILER.
023130     MOVE 'T'               TO TRT-RECORD-TYPE.
023140     MOVE WS-DETAIL-COUNT   TO TRT-DETAIL-COUNT.
023150     MOVE WS-DEBIT-TOTAL    TO TRT-DEBIT-CONTROL-TOTAL.
023160     MOVE WS-CREDIT-TOTAL   TO TRT-CREDIT-CONTROL-TOTAL.
023170     MOVE WS-WRITEOFF-TOTAL TO TRT-WRITEOFF-CONTROL-TOTAL.
023180     WRITE TRANSACTION-TRAILER.
023190     CLOSE TRANSACTIONS.
023200*   NOTHING POSTED -- THE OLD TRAILER STILL STANDS.
023210     IF WS-ACCEPTED-COUNT = ZERO
023220        CLOSE OLD-LEDGER
023230        GO TO 8100-EMPTY-WORK-FILE
023240     END-IF.
023250     OPEN INPUT TRANSACTIONS.
023260     READ TRANSACTIONS
023270         AT END
023280            DISPLAY "WARNING: APPEND WORK FILE IS EMPTY -- "
023290                    TRANSOUT " NOT UPDATED"
023300            CLOSE TRANSACTIONS OLD-LEDGER
023310            SET WS-HARD-FAILURE TO TRUE
023320            GO TO 8100-EXIT
023330     END-READ.
023340     MOVE TRANSACTION-STRUCTURE TO OLD-LEDGER-DETAIL.
023350     REWRITE OLD-LEDGER-DETAIL.
023360     IF OLDLEDGER-STATUS NOT = '00'
023370        DISPLAY "WARNING: CANNOT REWRITE THE TRAILER ON "
023380                TRANSOUT " STATUS " OLDLEDGER-STATUS
023390        CLOSE TRANSACTIONS OLD-LEDGER
023400        GO TO 8100-KEEP-WORK-FILE
023410     END-IF.
023420     CLOSE OLD-LEDGER.
023430     OPEN EXTEND OLD-LEDGER.
023440     IF OLDLEDGER-STATUS NOT = '00'
023450        DISPLAY "WARNING: CANNOT EXTEND " TRANSOUT
023460                " STATUS " OLDLEDGER-STATUS
023470        CLOSE TRANSACTIONS
023480        GO TO 8100-KEEP-WORK-FILE
023490     END-IF.
023500     MOVE 'N' TO WS-ADD-EOF-SWITCH.
023510     PERFORM 8150-APPEND-ONE-RECORD THRU 8150-EXIT
023520             UNTIL WS-ADD-EOF-YES.
023530     CLOSE TRANSACTIONS OLD-LEDGER.
023540     IF WS-HARD-FAILURE
023550        GO TO 8100-KEEP-WORK-FILE
023560     END-IF.
023570 8100-EMPTY-WORK-FILE.
023580     OPEN OUTPUT TRANSACTIONS.
023590     CLOSE TRANSACTIONS.
023600     GO TO 8100-EXIT.
023610*   THE LIVE LEDGER MAY NOW BE WITHOUT A TRAILER.  THE FULL WORK
023620*   FILE IS WHAT LEDGER-SWAP-RECOVERY FINISHES THE APPEND FROM,
023630*   AND THE RETURN CODE STOPS THE NIGHTLY CHAIN UNTIL IT HAS.
023640 8100-KEEP-WORK-FILE.
023650     DISPLAY "APPEND WORK FILE " TRANSWORK " KEPT -- RUN "
023660             "LEDGER-SWAP-RECOVERY BEFORE THE NEXT POSTING".
023670     SET WS-HARD-FAILURE TO TRUE.
023680 8100-EXIT.
023690     EXIT.
023700
023710 8150-APPEND-ONE-RECORD.
023720     READ TRANSACTIONS
023730         AT END
023740            MOVE 'Y' TO WS-ADD-EOF-SWITCH
023750            GO TO 8150-EXIT
023760     END-READ.
023770     MOVE TRANSACTION-STRUCTURE TO OLD-LEDGER-DETAIL.
023780     WRITE OLD-LEDGER-DETAIL.
023790     IF OLDLEDGER-STATUS NOT = '00'
023800        DISPLAY "WARNING: CANNOT APPEND TO " TRANSOUT
023810                " STATUS " OLDLEDGER-STATUS
023820        SET WS-HARD-FAILURE TO TRUE
023830        MOVE 'Y' TO WS-ADD-EOF-SWITCH
023840     END-IF.
023850 8150-EXIT.
023860     EXIT.
023870
023880 9999-EXIT.
023890     STOP RUN.
