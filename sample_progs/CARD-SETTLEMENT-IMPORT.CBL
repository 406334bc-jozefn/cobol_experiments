000010******************************************************************
000020*                                                                *
000030*   CARD-SETTLEMENT-IMPORT                                       *
000040*                                                                *
000050*   READS THE CARD PROCESSOR'S DAILY SETTLEMENT FILE FOR THE     *
000060*   PAYMENTS TAKEN BY PHONE ON THE VIRTUAL TERMINAL AND TURNS    *
000070*   IT INTO A PROPER B-HEADER CREDIT BATCH PER COMPANY FOR       *
000080*   LEDGER-POST, REPLACING THE HAND-KEYED CARD CREDITS.  THE     *
000090*   FILE IS COMMA DELIMITED:                                     *
000100*       H,SETTLE-DATE,NET-AMOUNT,ITEM-COUNT,NET-SIGN             *
000110*       S,REFERENCE,ACCOUNT-ID,AMOUNT,FEE                        *
000120*       C,REFERENCE,ACCOUNT-ID,AMOUNT,FEE,REASON,RESPOND-BY      *
000130*   AN S LINE IS A SETTLED SALE -- IT POSTS AS A CREDIT AT ITS   *
000140*   FULL AMOUNT, DESCRIBED "CARD PMT " AND THE PROCESSOR'S       *
000150*   REFERENCE.  A C LINE IS A CHARGEBACK OF AN EARLIER SALE,     *
000160*   NAMED BY THAT SALE'S REFERENCE: THE POSTED CREDIT IS FOUND   *
000170*   ON TRANSACTIONS-INDEX AND A TYPE-R LINE REVERSES IT BY UID,  *
000180*   THE OPEN ITEMS THE CREDIT PAID (FROM CREDIT-APPLICATIONS)    *
000190*   ARE PUT INTO DISPUTE, AND A TICKLER ON THE CALL LOG GIVES A  *
000200*   CLERK THE RESPONSE, DUE AHEAD OF THE PROCESSOR'S RESPOND-BY  *
000210*   DATE.  THE PROCESSOR'S FEES ARE WRITTEN TO THE CARD FEE      *
000220*   ENTRIES FILE FOR GL-EXTRACT TO JOURNAL ON THEIR OWN LINE,    *
000230*   AND THE NET DEPOSIT IS LOGGED FOR BANK-DEPOSIT-RECONCILE.    *
000240*                                                                *
000250*   MONEY TOKENS ARE TWELVE DIGITS WITH TWO IMPLIED DECIMALS     *
000260*   (000000012345 IS 123.45), AS ON THE LOCKBOX FILE.  THE       *
000270*   HEADER'S NET-SIGN IS D WHEN CHARGEBACKS AND FEES OUTRAN THE  *
000280*   DAY'S SALES AND THE PROCESSOR DEBITED THE ACCOUNT.           *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.      CARD-SETTLEMENT-IMPORT.
000330 AUTHOR.          DATA PROCESSING.
000340 INSTALLATION.    ACCOUNTING SYSTEMS.
000350 DATE-WRITTEN.    10/15/2026.
000360 DATE-COMPILED.   10/15/2026.
000370*                                                                *
000380*   MODIFICATION HISTORY                                         *
000390*   ------------------------------------------------------------ *
000400*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000402*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000404*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000406*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000408*                    HEADING.                                   *
000410*                                                                *
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL SETTLEMENT-FILE
000460            ASSIGN       TO  SETTLEIN
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS  IS SETTLEIN-STATUS.
000490
000500     SELECT OPTIONAL TRANSACTIONS-INDEX
000510            ASSIGN       TO  ACCTIDX
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE  IS DYNAMIC
000540            RECORD KEY   IS TX-ACCT-KEY
000550            FILE STATUS  IS TXIDX-STATUS.
000560
000570     SELECT OPTIONAL CREDIT-APPLICATIONS
000580            ASSIGN       TO  CREDAPP
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE  IS DYNAMIC
000610            RECORD KEY   IS CA-APPLICATION-KEY
000620            FILE STATUS  IS CREDAPP-STATUS.
000630
000640     SELECT OPTIONAL OPEN-ITEMS
000650            ASSIGN       TO  OPENITEM
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE  IS DYNAMIC
000680            RECORD KEY   IS OI-ITEM-KEY
000690            FILE STATUS  IS OPENITEM-STATUS.
000700
000710     SELECT OPTIONAL ADDRESS-FILE
000720            ASSIGN       TO  ADDROUT
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE  IS DYNAMIC
000750            RECORD KEY   IS FD-PHONE
000760            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000770            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000780            FILE STATUS  IS ADDRESS-STATUS.
000790
000800     SELECT OPTIONAL CALL-LOG-FILE
000810            ASSIGN       TO  CALLLOGOUT
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE  IS DYNAMIC
000840            RECORD KEY   IS CL-ENTRY-ID
000850            FILE STATUS  IS CALLLOG-STATUS.
000860
000870     SELECT OPTIONAL RUN-PARM-FILE
000880            ASSIGN       TO  RUNPARMS
000890            ORGANIZATION IS LINE SEQUENTIAL
000900            FILE STATUS  IS RUNPARM-STATUS.
000910
000920     SELECT BATCH-WORK-FILE
000930            ASSIGN       TO  "cardsettle-batch.tmp"
000940            ORGANIZATION IS LINE SEQUENTIAL
000950            FILE STATUS  IS BW-STATUS.
000960
000970     SELECT CARD-BATCH-FILE
000980            ASSIGN       TO  CARDBATCH
000990            ORGANIZATION IS LINE SEQUENTIAL
001000            FILE STATUS  IS CARDBATCH-STATUS.
001010
001020     SELECT OPTIONAL CARD-FEE-FILE
001030            ASSIGN       TO  CARDFEEENT
001040            ORGANIZATION IS LINE SEQUENTIAL
001050            FILE STATUS  IS CARDFEE-STATUS.
001060
001070     SELECT REPORT-FILE
001080            ASSIGN       TO  REPORTOUT
001090            ORGANIZATION IS LINE SEQUENTIAL
001100            FILE STATUS  IS REPORT-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  SETTLEMENT-FILE.
001150 01  SETTLEMENT-LINE            PIC X(120).
001160
001170 FD  TRANSACTIONS-INDEX.
001180 01  TRANSACTION-INDEX-STRUCTURE.
001190     COPY "TRANSACTION-INDEX-RECORD.CPY"
001200          REPLACING ==(TAG)== BY ==TX-==.
001210
001220 FD  CREDIT-APPLICATIONS.
001230 01  CREDIT-APPLICATION-STRUCTURE.
001240     COPY "CREDIT-APPLICATION-RECORD.CPY" REPLACING ==(TAG)==
001250          BY ==CA-==.
001260
001270 FD  OPEN-ITEMS.
001280 01  OPEN-ITEM-STRUCTURE.
001290     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
001300
001310 FD  ADDRESS-FILE.
001320 01  ADDRESS-RECORD.
001330     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001340
001350 FD  CALL-LOG-FILE.
001360 01  CALL-LOG-RECORD.
001370     COPY "ADDRESS-CALLLOG-RECORD.CPY" REPLACING ==(TAG)==
001380          BY ==CL-==.
001390
001400 FD  RUN-PARM-FILE
001410     RECORD VARYING IN SIZE FROM 1 TO 40.
001420 01  RUN-PARM-LINE              PIC X(40).
001430
001440 FD  BATCH-WORK-FILE.
001450 01  BATCH-WORK-RECORD.
001460     05  BW-COMPANY             PIC X(02).
001470     05  BW-LINE                PIC X(98).
001480
001490 FD  CARD-BATCH-FILE.
001500 01  CARD-BATCH-LINE            PIC X(100).
001510
001520 FD  CARD-FEE-FILE
001530     RECORDING MODE IS F.
001540 01  CARD-FEE-ENTRY-STRUCTURE.
001550     COPY "CARD-FEE-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001560          BY ==CF-==.
001570
001580 FD  REPORT-FILE.
001590 01  REPORT-LINE                PIC X(100).
001600
001610 WORKING-STORAGE SECTION.
001620 01  SETTLEIN                   PIC X(50)
001630     VALUE "card-settlement.txt".
001640 01  ACCTIDX                    PIC X(50)
001650     VALUE "/mnt/c/cobfiles\transactions.idx".
001660 01  CREDAPP                    PIC X(50)
001670     VALUE "/mnt/c/cobfiles\credit-applications.idx".
001680 01  OPENITEM                   PIC X(50)
001690     VALUE "/mnt/c/cobfiles\open-items.idx".
001700 01  ADDROUT                    PIC X(50)
001710     VALUE "/mnt/c/cobfiles\address.idx".
001720 01  CALLLOGOUT                 PIC X(50)
001730     VALUE "/mnt/c/cobfiles\address-calllog.idx".
001740 01  RUNPARMS                   PIC X(50)
001750     VALUE "ledger-run-parms.txt".
001760*   ONE BATCH FILE PER COMPANY, EACH UNDER ITS OWN B, HEADER,
001770*   AS LOCKBOX-IMPORT WRITES THEM.
001780 01  CARDBATCH                  PIC X(50)
001790     VALUE "card-settlement-batch-01.txt".
001800 01  CARDBATCH-02               PIC X(50)
001810     VALUE "card-settlement-batch-02.txt".
001820 01  CARDFEEENT                 PIC X(50)
001830     VALUE "card-fee-entries.txt".
001840 01  REPORTOUT                  PIC X(50).
001850
001860*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001870 01  WS-RC-FUNCTION             PIC X(01).
001880 01  WS-RC-JOB-NAME             PIC X(20)
001890     VALUE "CARD-SETTLE-IMPORT".
001900 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001910 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001920 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001930
001940******************************************************************
001950*                                                                *
001960*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001970*                                                                *
001980******************************************************************
001990 01  WS-SPOOL-FUNCTION          PIC X(01).
002000 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002010     VALUE "card-settlement".
002020 01  WS-SPOOL-JOB-NAME          PIC X(20)
002030     VALUE "CARD-SETTLE-IMPORT".
002040 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
002050 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002060 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002070
002080*   FORWARD-RECOVERY JOURNAL FIELDS FOR THE OPEN ITEMS PUT INTO
002090*   DISPUTE (SEE LEDGER-JOURNAL-WRITE).
002100 01  WS-JL-FILE-ID              PIC X(01).
002110 01  WS-JL-ACTION               PIC X(01).
002120 01  WS-JL-KEY                  PIC X(16).
002130 01  WS-JL-BEFORE               PIC X(200).
002140 01  WS-JL-AFTER                PIC X(200).
002150
002160*   AND FOR THE CALL-LOG TICKLERS (SEE ADDRESS-JOURNAL-WRITE).
002170 01  WS-JRN-FILE-ID             PIC X(01).
002180 01  WS-JRN-ACTION              PIC X(01).
002190 01  WS-JRN-KEY                 PIC X(16).
002200 01  WS-JRN-BEFORE              PIC X(400).
002210 01  WS-JRN-AFTER               PIC X(400).
002220
002230 01  SETTLEIN-STATUS            PIC X(02).
002240 01  TXIDX-STATUS               PIC X(02).
002250 01  CREDAPP-STATUS             PIC X(02).
002260 01  OPENITEM-STATUS            PIC X(02).
002270 01  ADDRESS-STATUS             PIC X(02).
002280     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
002290 01  CALLLOG-STATUS             PIC X(02).
002300 01  RUNPARM-STATUS             PIC X(02).
002310 01  BW-STATUS                  PIC X(02).
002320 01  CARDBATCH-STATUS           PIC X(02).
002330 01  CARDFEE-STATUS             PIC X(02).
002340 01  REPORT-STATUS              PIC X(02).
002350
002360 01  WS-SWITCHES.
002370     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002380         88  WS-EOF-YES                   VALUE 'Y'.
002390     05  WS-TX-EOF-SWITCH       PIC X(01) VALUE 'N'.
002400         88  WS-TX-EOF                    VALUE 'Y'.
002410     05  WS-CA-EOF-SWITCH       PIC X(01) VALUE 'N'.
002420         88  WS-CA-EOF                    VALUE 'Y'.
002430     05  WS-LOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
002440         88  WS-LOG-EOF                   VALUE 'Y'.
002450     05  WS-BW-EOF-SWITCH       PIC X(01) VALUE 'N'.
002460         88  WS-BW-EOF                    VALUE 'Y'.
002470     05  WS-MATCH-SWITCH        PIC X(01) VALUE 'N'.
002480         88  WS-CREDIT-MATCHED            VALUE 'Y'.
002490     05  WS-CREDAPP-SWITCH      PIC X(01) VALUE 'N'.
002500         88  WS-CREDAPP-AVAILABLE         VALUE 'Y'.
002510     05  WS-OPENITEM-SWITCH     PIC X(01) VALUE 'N'.
002520         88  WS-OPENITEM-AVAILABLE        VALUE 'Y'.
002530     05  WS-CALLLOG-SWITCH      PIC X(01) VALUE 'N'.
002540         88  WS-CALLLOG-AVAILABLE         VALUE 'Y'.
002550     05  WS-HEADER-SWITCH       PIC X(01) VALUE 'N'.
002560         88  WS-HEADER-SEEN               VALUE 'Y'.
002570
002580 01  WS-TODAY-8                 PIC 9(08).
002582 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
002584     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
002586 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
002590 01  WS-TODAY-INTEGER           PIC 9(07) VALUE ZERO.
002600 01  WS-PARM-NAME               PIC X(20).
002610 01  WS-PARM-VALUE              PIC X(20).
002620*   THE CLERK THE CHARGEBACK TICKLERS ARE ASSIGNED TO, AND HOW
002630*   MANY DAYS AHEAD OF THE PROCESSOR'S RESPOND-BY DATE THE
002640*   RESPONSE IS DUE ON THE QUEUE.  OVERRIDDEN BY CB-CLERK= AND
002650*   CB-LEAD-DAYS= IN THE RUN PARM FILE.
002660 01  WS-CB-CLERK                PIC X(10) VALUE "DISPUTES".
002670 01  WS-CB-LEAD-DAYS            PIC 9(02) VALUE 5.
002680
002690******************************************************************
002700*                                                                *
002710*   FIELDS UNSTRUNG FROM THE PROCESSOR'S LINES                   *
002720*                                                                *
002730******************************************************************
002740 01  WS-IN-RECORD-TYPE          PIC X(01).
002750 01  WS-IN-SETTLE-DATE          PIC X(08).
002760 01  WS-IN-NET-AMOUNT           PIC X(12).
002770 01  WS-IN-NET-AMOUNT-CENTS REDEFINES WS-IN-NET-AMOUNT
002780                                PIC 9(10)V9(02).
002790 01  WS-IN-ITEM-COUNT           PIC X(05).
002800 01  WS-IN-NET-SIGN             PIC X(01).
002810 01  WS-IN-REFERENCE            PIC X(16).
002820 01  WS-IN-ACCOUNT-ID           PIC X(07).
002830 01  WS-IN-AMOUNT               PIC X(12).
002840 01  WS-IN-AMOUNT-CENTS REDEFINES WS-IN-AMOUNT
002850                                PIC 9(10)V9(02).
002860 01  WS-IN-FEE                  PIC X(12).
002870 01  WS-IN-FEE-CENTS REDEFINES WS-IN-FEE
002880                                PIC 9(10)V9(02).
002890 01  WS-IN-REASON               PIC X(04).
002900 01  WS-IN-RESPOND-BY           PIC X(08).
002910
002920 01  WS-SETTLE-DATE             PIC 9(08).
002930 01  WS-WORK-ACCOUNT            PIC 9(07) VALUE ZERO.
002940 01  WS-WORK-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
002950 01  WS-WORK-FEE                PIC 9(09)V9(02) VALUE ZERO.
002960 01  WS-WORK-DESC               PIC X(25).
002970 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
002980 01  WS-MATCHED-UID             PIC 9(09) VALUE ZERO.
002990 01  WS-MATCHED-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
003000 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
003010 01  WS-NEW-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
003020*   TWO CARD LINES FOR ONE ACCOUNT IN ONE FILE ARE ROUTINE -- THE
003030*   INDEX DOES NOT SEE THE FIRST UNTIL IT POSTS, SO THE BALANCE
003040*   CHAINS THROUGH THESE HOLDS WHEN THE SAME ACCOUNT REPEATS.
003050 01  WS-CHAIN-ACCOUNT           PIC 9(07) VALUE ZERO.
003060 01  WS-CHAIN-BALANCE           PIC S9(09)V9(02) VALUE ZERO.
003070 01  WS-CHAIN-COMPANY           PIC X(02) VALUE "01".
003080
003090 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
003100 01  WS-OUT-START               PIC S9(09)V9(02)
003110                                SIGN IS LEADING SEPARATE.
003120 01  WS-OUT-END                 PIC S9(09)V9(02)
003130                                SIGN IS LEADING SEPARATE.
003140 01  WS-OUT-UID                 PIC 9(09).
003150
003160******************************************************************
003170*                                                                *
003180*   CHARGEBACK FOLLOW-UP -- THE ITEMS PUT INTO DISPUTE AND THE   *
003190*   TICKLER FOR THE CLERK'S RESPONSE                             *
003200*                                                                *
003210******************************************************************
003220 01  WS-DISPUTE-REASON          PIC X(20).
003230 01  WS-DISPUTED-ITEMS          PIC 9(03) VALUE ZERO.
003240 01  WS-CONTACT-PHONE           PIC X(12).
003250 01  WS-NEXT-CALLLOG-SEQ        PIC 9(04).
003260 01  WS-RESPOND-BY              PIC 9(08) VALUE ZERO.
003270 01  WS-FOLLOWUP-INTEGER        PIC 9(07) VALUE ZERO.
003280 01  WS-FOLLOWUP-8              PIC 9(08) VALUE ZERO.
003290 01  WS-BDC-IN                  PIC X(08).
003300 01  WS-BDC-OUT                 PIC X(08).
003310 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
003320
003330******************************************************************
003340*                                                                *
003350*   RUN TOTALS.  THE NET IS WHAT THE PROCESSOR SHOULD HAVE PAID  *
003360*   IN -- SALES LESS CHARGEBACKS LESS EVERY FEE -- CHECKED       *
003370*   AGAINST THE HEADER AND LOGGED AS THE DAY'S CARD DEPOSIT.     *
003380*                                                                *
003390******************************************************************
003400 01  WS-SALE-COUNT              PIC 9(05) VALUE ZERO.
003410 01  WS-SALE-TOTAL              PIC 9(10)V9(02) VALUE ZERO.
003420 01  WS-CB-COUNT                PIC 9(05) VALUE ZERO.
003430 01  WS-CB-TOTAL                PIC 9(10)V9(02) VALUE ZERO.
003440 01  WS-FEE-TOTAL               PIC 9(10)V9(02) VALUE ZERO.
003450 01  WS-NET-TOTAL               PIC S9(10)V9(02) VALUE ZERO.
003460 01  WS-HEADER-NET              PIC S9(10)V9(02) VALUE ZERO.
003470 01  WS-REVERSED-COUNT          PIC 9(05) VALUE ZERO.
003480 01  WS-NOT-REVERSED-COUNT      PIC 9(05) VALUE ZERO.
003490 01  WS-ITEMS-DISPUTED-COUNT    PIC 9(05) VALUE ZERO.
003500 01  WS-TICKLER-COUNT           PIC 9(05) VALUE ZERO.
003510 01  WS-NO-TICKLER-COUNT        PIC 9(05) VALUE ZERO.
003520 01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
003530 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
003540 01  WS-D-COUNT                 PIC ZZ,ZZ9.
003550 01  WS-D-MONEY                 PIC ZZZ,ZZZ,ZZ9.99-.
003560
003570*   THE DAY'S NET DEPOSIT, LOGGED ON THE BOOK SIDE OF THE DEPOSIT
003580*   RECONCILIATION (SEE BOOK-DEPOSIT-LOG).
003590 01  WS-DEP-SOURCE              PIC X(01) VALUE 'C'.
003600 01  WS-DEP-DATE                PIC 9(08).
003610 01  WS-DEP-AMOUNT              PIC 9(10)V9(02) VALUE ZERO.
003620 01  WS-DEP-COUNT               PIC 9(05) VALUE ZERO.
003630 01  WS-DEP-REFERENCE           PIC X(20).
003640
003650******************************************************************
003660*                                                                *
003670*   PER-COMPANY BATCH AND FEE CONTROL.  LINES SPOOL TO THE WORK  *
003680*   FILE TAGGED WITH THE ACCOUNT'S COMPANY; 8600 WRITES ONE      *
003690*   HEADED BATCH PER COMPANY.  THE BATCH NUMBER IS 2MMDD3 /      *
003700*   2MMDD4 -- LOCKBOX-IMPORT HOLDS 2MMDD1 AND 2MMDD2 FOR THE     *
003710*   SAME DAY -- SO A SETTLEMENT FILE PROCESSED TWICE REJECTS     *
003720*   AS A DUPLICATE.  THE FEES ARE KEPT BY COMPANY FOR THE CARD   *
003730*   FEE ENTRIES.                                                 *
003740*                                                                *
003750******************************************************************
003760 01  WS-BATCH-CO-SUB            PIC 9(01).
003770 01  WS-BATCH-CO-TABLE.
003780     05  WS-BATCH-CO OCCURS 2 TIMES.
003790         10  WS-BATCH-CO-COUNT  PIC 9(05).
003800         10  WS-BATCH-CO-TOTAL  PIC 9(10)V9(02).
003810         10  WS-SALE-FEE-COUNT  PIC 9(05).
003820         10  WS-SALE-FEE-TOTAL  PIC 9(09)V9(02).
003830         10  WS-CB-FEE-COUNT    PIC 9(05).
003840         10  WS-CB-FEE-TOTAL    PIC 9(09)V9(02).
003850 01  WS-HDR-NUMBER              PIC X(06).
003860 01  WS-HDR-COUNT               PIC 9(05).
003870 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
003880 01  WS-HDR-COMPANY             PIC X(02).
003890
003900 PROCEDURE DIVISION.
003910******************************************************************
003920*                                                                *
003930*   0000-MAINLINE                                                *
003940*                                                                *
003950******************************************************************
003960 0000-MAINLINE.
003970     MOVE 'S' TO WS-RC-FUNCTION.
003980     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003990          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
004000          WS-RC-CODE.
004010     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004020     PERFORM 2000-PROCESS-LINE    THRU 2000-EXIT
004030             UNTIL WS-EOF-YES.
004040     PERFORM 8000-FINISH          THRU 8000-EXIT.
004050     GO TO 9999-EXIT.
004060
004070******************************************************************
004080*                                                                *
004090*   1000-INITIALIZE -- THE REPORT FIRST, SO A MISSING FILE IS    *
004100*   STILL REPORTED ON THE SPOOL                                  *
004110*                                                                *
004120******************************************************************
004130 1000-INITIALIZE.
004140     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
004145          WS-OVERRIDE-MARK.
004150     COMPUTE WS-TODAY-INTEGER =
004160        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
004170     MOVE WS-TODAY-8 TO WS-SETTLE-DATE.
004180     INITIALIZE WS-BATCH-CO-TABLE.
004190     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
004200     MOVE 'N' TO WS-SPOOL-FUNCTION.
004210     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004220          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004230          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004240          WS-SPOOL-MEMBER-NAME.
004250     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
004260     OPEN OUTPUT REPORT-FILE.
004270     MOVE SPACES TO REPORT-LINE.
004280     STRING "CARD SETTLEMENT IMPORT -- RUN " WS-TODAY-8
004290            DELIMITED BY SIZE INTO REPORT-LINE
004300     END-STRING.
004310     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004312     IF WS-DATE-OVERRIDDEN
004314        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004316        PERFORM 7900-PUT-LINE THRU 7900-EXIT
004318     END-IF.
004320     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
004330     OPEN OUTPUT BATCH-WORK-FILE.
004340     OPEN INPUT SETTLEMENT-FILE.
004350     IF SETTLEIN-STATUS NOT = '00'
004360        STRING "NO CARD SETTLEMENT FILE FOUND -- " SETTLEIN
004370               DELIMITED BY SIZE INTO REPORT-LINE
004380        END-STRING
004390        PERFORM 7900-PUT-LINE THRU 7900-EXIT
004400        MOVE 'Y' TO WS-EOF-SWITCH
004410        GO TO 1000-EXIT
004420     END-IF.
004430     OPEN INPUT TRANSACTIONS-INDEX.
004440     IF TXIDX-STATUS NOT = '00'
004450        STRING "TRANSACTION INDEX NOT AVAILABLE -- "
004460               "NOTHING IMPORTED"
004470               DELIMITED BY SIZE INTO REPORT-LINE
004480        END-STRING
004490        PERFORM 7900-PUT-LINE THRU 7900-EXIT
004500        CLOSE SETTLEMENT-FILE
004510        MOVE 'Y' TO WS-EOF-SWITCH
004520        MOVE "0012" TO WS-RC-CODE
004530        GO TO 1000-EXIT
004540     END-IF.
004550     OPEN INPUT CREDIT-APPLICATIONS.
004560     IF CREDAPP-STATUS = '00'
004570        MOVE 'Y' TO WS-CREDAPP-SWITCH
004580     END-IF.
004590     OPEN I-O OPEN-ITEMS.
004600     IF OPENITEM-STATUS = '00'
004610        MOVE 'Y' TO WS-OPENITEM-SWITCH
004620     END-IF.
004630     OPEN INPUT ADDRESS-FILE.
004640     OPEN I-O CALL-LOG-FILE.
004650     IF CALLLOG-STATUS = '00' OR CALLLOG-STATUS = '05'
004660        MOVE 'Y' TO WS-CALLLOG-SWITCH
004670     END-IF.
004680     IF NOT WS-CREDAPP-AVAILABLE OR NOT WS-OPENITEM-AVAILABLE
004690        STRING "WARNING -- OPEN ITEMS OR CREDIT APPLICATIONS "
004700               "NOT AVAILABLE, CHARGEBACKS NOT DISPUTED"
004710               DELIMITED BY SIZE INTO REPORT-LINE
004720        END-STRING
004730        PERFORM 7900-PUT-LINE THRU 7900-EXIT
004740     END-IF.
004750     IF NOT ADDRESS-FILE-READY OR NOT WS-CALLLOG-AVAILABLE
004760        STRING "WARNING -- ADDRESS FILE OR CALL LOG NOT "
004770               "AVAILABLE, NO CHARGEBACK TICKLERS"
004780               DELIMITED BY SIZE INTO REPORT-LINE
004790        END-STRING
004800        PERFORM 7900-PUT-LINE THRU 7900-EXIT
004810     END-IF.
004820 1000-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*                                                                *
004870*   1050-READ-RUN-PARMS -- CB-CLERK= AND CB-LEAD-DAYS= IN THE    *
004880*   SHARED LEDGER RUN PARAMETER FILE                             *
004890*                                                                *
004900******************************************************************
004910 1050-READ-RUN-PARMS.
004920     OPEN INPUT RUN-PARM-FILE.
004930     IF RUNPARM-STATUS NOT = '00'
004940        GO TO 1050-EXIT
004950     END-IF.
004960     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
004970             UNTIL RUNPARM-STATUS NOT = '00'.
004980     CLOSE RUN-PARM-FILE.
004990 1050-EXIT.
005000     EXIT.
005010
005020 1060-READ-ONE-PARM.
005030     READ RUN-PARM-FILE
005040         AT END
005050            MOVE '10' TO RUNPARM-STATUS
005060            GO TO 1060-EXIT
005070     END-READ.
005080     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
005090     UNSTRING RUN-PARM-LINE DELIMITED BY "="
005100         INTO WS-PARM-NAME, WS-PARM-VALUE
005110     END-UNSTRING.
005120     IF WS-PARM-NAME = "CB-CLERK"
005130        AND WS-PARM-VALUE NOT = SPACES
005140        MOVE WS-PARM-VALUE TO WS-CB-CLERK
005150     END-IF.
005160     IF WS-PARM-NAME = "CB-LEAD-DAYS"
005170        AND WS-PARM-VALUE (1:2) NUMERIC
005180        MOVE WS-PARM-VALUE (1:2) TO WS-CB-LEAD-DAYS
005190     END-IF.
005200 1060-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*                                                                *
005250*   2000-PROCESS-LINE -- THE HEADER CARRIES THE SETTLEMENT DATE  *
005260*   AND THE NET, THE DETAIL LINES ONE SALE OR CHARGEBACK EACH    *
005270*                                                                *
005280******************************************************************
005290 2000-PROCESS-LINE.
005300     READ SETTLEMENT-FILE
005310         AT END
005320            MOVE 'Y' TO WS-EOF-SWITCH
005330            GO TO 2000-EXIT
005340     END-READ.
005350     ADD 1 TO WS-RC-READ.
005360     IF SETTLEMENT-LINE = SPACES OR SETTLEMENT-LINE (1:1) = '*'
005370        GO TO 2000-EXIT
005380     END-IF.
005390     MOVE SETTLEMENT-LINE (1:1) TO WS-IN-RECORD-TYPE.
005400     EVALUATE WS-IN-RECORD-TYPE
005410         WHEN 'H'
005420             PERFORM 2100-READ-HEADER THRU 2100-EXIT
005430         WHEN 'S'
005440             PERFORM 3000-SETTLE-SALE THRU 3000-EXIT
005450         WHEN 'C'
005460             PERFORM 4000-WORK-CHARGEBACK THRU 4000-EXIT
005470         WHEN OTHER
005480             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005490     END-EVALUATE.
005500 2000-EXIT.
005510     EXIT.
005520
005530 2100-READ-HEADER.
005540     MOVE SPACES TO WS-IN-SETTLE-DATE WS-IN-NET-AMOUNT
005550                    WS-IN-ITEM-COUNT WS-IN-NET-SIGN.
005560     UNSTRING SETTLEMENT-LINE DELIMITED BY ","
005570         INTO WS-IN-RECORD-TYPE, WS-IN-SETTLE-DATE,
005580              WS-IN-NET-AMOUNT, WS-IN-ITEM-COUNT, WS-IN-NET-SIGN
005590     END-UNSTRING.
005600     MOVE 'Y' TO WS-HEADER-SWITCH.
005610     IF WS-IN-SETTLE-DATE NUMERIC
005620        MOVE WS-IN-SETTLE-DATE TO WS-SETTLE-DATE
005630     END-IF.
005640     IF WS-IN-NET-AMOUNT NUMERIC
005650        MOVE WS-IN-NET-AMOUNT-CENTS TO WS-HEADER-NET
005660        IF WS-IN-NET-SIGN = 'D'
005670           COMPUTE WS-HEADER-NET = ZERO - WS-HEADER-NET
005680        END-IF
005690     END-IF.
005700 2100-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*                                                                *
005750*   3000-SETTLE-SALE -- ONE CARD CREDIT AT ITS FULL AMOUNT; THE  *
005760*   PROCESSOR'S FEE ON IT GOES TO THE COMPANY'S FEE TOTAL        *
005770*                                                                *
005780******************************************************************
005790 3000-SETTLE-SALE.
005800     MOVE SPACES TO WS-IN-REFERENCE WS-IN-ACCOUNT-ID
005810                    WS-IN-AMOUNT WS-IN-FEE.
005820     UNSTRING SETTLEMENT-LINE DELIMITED BY ","
005830         INTO WS-IN-RECORD-TYPE, WS-IN-REFERENCE,
005840              WS-IN-ACCOUNT-ID, WS-IN-AMOUNT, WS-IN-FEE
005850     END-UNSTRING.
005860     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
005870        OR WS-IN-AMOUNT-CENTS > 999999999.99
005880        OR WS-IN-REFERENCE = SPACES
005890        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005900        GO TO 3000-EXIT
005910     END-IF.
005920     IF WS-IN-FEE NOT NUMERIC
005930        MOVE ZERO TO WS-IN-FEE-CENTS
005940     END-IF.
005950     MOVE WS-IN-AMOUNT-CENTS TO WS-WORK-AMOUNT.
005960     MOVE WS-IN-FEE-CENTS    TO WS-WORK-FEE.
005970     ADD 1 TO WS-SALE-COUNT.
005980     ADD WS-WORK-AMOUNT TO WS-SALE-TOTAL.
005990     ADD WS-WORK-FEE    TO WS-FEE-TOTAL.
006000*   THE PROCESSOR HAS THE MONEY WHETHER OR NOT THE ACCOUNT
006010*   NUMBER THE CLERK KEYED IS GOOD -- A BAD ONE IS LEFT FOR
006020*   MANUAL POSTING, BUT ITS FEE STILL BOOKS.
006030     IF WS-IN-ACCOUNT-ID NOT NUMERIC
006040        OR WS-IN-ACCOUNT-ID = ZERO
006050        MOVE 1 TO WS-BATCH-CO-SUB
006060        PERFORM 3500-TALLY-SALE-FEE THRU 3500-EXIT
006070        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006080        GO TO 3000-EXIT
006090     END-IF.
006100     MOVE WS-IN-ACCOUNT-ID TO WS-WORK-ACCOUNT.
006110     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
006120     MOVE SPACES TO WS-WORK-DESC.
006130     STRING "CARD PMT "       DELIMITED BY SIZE
006140            WS-IN-REFERENCE   DELIMITED BY SPACE
006150            INTO WS-WORK-DESC
006160     END-STRING.
006170     MOVE WS-WORK-AMOUNT  TO WS-OUT-AMOUNT.
006180     MOVE WS-LAST-BALANCE TO WS-OUT-START.
006190     COMPUTE WS-NEW-BALANCE = WS-LAST-BALANCE - WS-WORK-AMOUNT.
006200     MOVE WS-NEW-BALANCE  TO WS-OUT-END.
006210     MOVE SPACES TO BW-LINE.
006220     STRING "00000,"          DELIMITED BY SIZE
006230            WS-WORK-ACCOUNT   DELIMITED BY SIZE
006240            ","               DELIMITED BY SIZE
006250            WS-WORK-DESC      DELIMITED BY "  "
006260            ","               DELIMITED BY SIZE
006270            WS-OUT-AMOUNT     DELIMITED BY SIZE
006280            ","               DELIMITED BY SIZE
006290            WS-OUT-START      DELIMITED BY SIZE
006300            ","               DELIMITED BY SIZE
006310            WS-OUT-END        DELIMITED BY SIZE
006320            ",C"              DELIMITED BY SIZE
006330            INTO BW-LINE
006340     END-STRING.
006350     PERFORM 4800-TALLY-BATCH-LINE THRU 4800-EXIT.
006360     ADD WS-WORK-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
006370     PERFORM 3500-TALLY-SALE-FEE THRU 3500-EXIT.
006380     PERFORM 5800-HOLD-CHAIN THRU 5800-EXIT.
006390 3000-EXIT.
006400     EXIT.
006410
006420 3500-TALLY-SALE-FEE.
006430     IF WS-WORK-FEE > ZERO
006440        ADD 1 TO WS-SALE-FEE-COUNT (WS-BATCH-CO-SUB)
006450        ADD WS-WORK-FEE TO WS-SALE-FEE-TOTAL (WS-BATCH-CO-SUB)
006460     END-IF.
006470 3500-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*                                                                *
006520*   4000-WORK-CHARGEBACK -- REVERSE THE ORIGINAL CARD CREDIT BY  *
006530*   UID, PUT THE ITEMS IT PAID INTO DISPUTE, AND QUEUE THE       *
006540*   RESPONSE.  A CHARGEBACK THAT CANNOT BE REVERSED HERE (NO     *
006550*   MATCHING CREDIT, OR ONLY PART OF IT CHARGED BACK) STILL GETS *
006560*   ITS TICKLER -- THE PROCESSOR'S DEADLINE RUNS EITHER WAY.     *
006570*                                                                *
006580******************************************************************
006590 4000-WORK-CHARGEBACK.
006600     MOVE SPACES TO WS-IN-REFERENCE WS-IN-ACCOUNT-ID
006610                    WS-IN-AMOUNT WS-IN-FEE WS-IN-REASON
006620                    WS-IN-RESPOND-BY.
006630     UNSTRING SETTLEMENT-LINE DELIMITED BY ","
006640         INTO WS-IN-RECORD-TYPE, WS-IN-REFERENCE,
006650              WS-IN-ACCOUNT-ID, WS-IN-AMOUNT, WS-IN-FEE,
006660              WS-IN-REASON, WS-IN-RESPOND-BY
006670     END-UNSTRING.
006680     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
006690        OR WS-IN-AMOUNT-CENTS > 999999999.99
006700        OR WS-IN-ACCOUNT-ID NOT NUMERIC
006710        OR WS-IN-ACCOUNT-ID = ZERO
006720        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006730        GO TO 4000-EXIT
006740     END-IF.
006750     IF WS-IN-FEE NOT NUMERIC
006760        MOVE ZERO TO WS-IN-FEE-CENTS
006770     END-IF.
006780     MOVE WS-IN-ACCOUNT-ID   TO WS-WORK-ACCOUNT.
006790     MOVE WS-IN-AMOUNT-CENTS TO WS-WORK-AMOUNT.
006800     MOVE WS-IN-FEE-CENTS    TO WS-WORK-FEE.
006810     ADD 1 TO WS-CB-COUNT.
006820     ADD WS-WORK-AMOUNT TO WS-CB-TOTAL.
006830     ADD WS-WORK-FEE    TO WS-FEE-TOTAL.
006840     MOVE ZERO TO WS-DISPUTED-ITEMS.
006850     PERFORM 4100-MATCH-CARD-CREDIT THRU 4100-EXIT.
006860     IF WS-ACCT-COMPANY = "02"
006870        MOVE 2 TO WS-BATCH-CO-SUB
006880     ELSE
006890        MOVE 1 TO WS-BATCH-CO-SUB
006900     END-IF.
006910     IF WS-WORK-FEE > ZERO
006920        ADD 1 TO WS-CB-FEE-COUNT (WS-BATCH-CO-SUB)
006930        ADD WS-WORK-FEE TO WS-CB-FEE-TOTAL (WS-BATCH-CO-SUB)
006940     END-IF.
006950     MOVE WS-WORK-AMOUNT TO WS-AMOUNT-EDITED.
006960     MOVE SPACES TO REPORT-LINE.
006970     EVALUATE TRUE
006980        WHEN NOT WS-CREDIT-MATCHED
006990           ADD 1 TO WS-NOT-REVERSED-COUNT
007000           STRING "ACCOUNT " WS-WORK-ACCOUNT
007010                  " CHARGEBACK " WS-IN-REFERENCE
007020                  WS-AMOUNT-EDITED
007030                  " -- NO MATCHING CARD CREDIT"
007040                  DELIMITED BY SIZE INTO REPORT-LINE
007050           END-STRING
007060        WHEN WS-MATCHED-AMOUNT NOT = WS-WORK-AMOUNT
007070           ADD 1 TO WS-NOT-REVERSED-COUNT
007080           STRING "ACCOUNT " WS-WORK-ACCOUNT
007090                  " CHARGEBACK " WS-IN-REFERENCE
007100                  WS-AMOUNT-EDITED
007110                  " -- PARTIAL, CREDIT UID " WS-MATCHED-UID
007120                  " NOT REVERSED"
007130                  DELIMITED BY SIZE INTO REPORT-LINE
007140           END-STRING
007150        WHEN OTHER
007160           PERFORM 4200-EMIT-REVERSAL THRU 4200-EXIT
007170           PERFORM 4300-DISPUTE-PAID-ITEMS THRU 4300-EXIT
007180           ADD 1 TO WS-REVERSED-COUNT
007190           STRING "ACCOUNT " WS-WORK-ACCOUNT
007200                  " CHARGEBACK " WS-IN-REFERENCE
007210                  WS-AMOUNT-EDITED
007220                  " -- CREDIT UID " WS-MATCHED-UID " REVERSED, "
007230                  WS-DISPUTED-ITEMS " ITEM(S) DISPUTED"
007240                  DELIMITED BY SIZE INTO REPORT-LINE
007250           END-STRING
007260     END-EVALUATE.
007270     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
007280     PERFORM 4500-QUEUE-RESPONSE THRU 4500-EXIT.
007290 4000-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*                                                                *
007340*   4100-MATCH-CARD-CREDIT -- THE POSTED, UNREVERSED CARD CREDIT *
007350*   CARRYING THE SALE'S REFERENCE; THE LAST BALANCE AND COMPANY  *
007360*   RIDE ALONG FOR THE REVERSAL LINE                             *
007370*                                                                *
007380******************************************************************
007390 4100-MATCH-CARD-CREDIT.
007400     MOVE 'N' TO WS-MATCH-SWITCH WS-TX-EOF-SWITCH.
007410     MOVE ZERO TO WS-MATCHED-UID WS-MATCHED-AMOUNT
007420                  WS-LAST-BALANCE.
007430     MOVE "01" TO WS-ACCT-COMPANY.
007440     MOVE SPACES TO WS-WORK-DESC.
007450     STRING "CARD PMT "       DELIMITED BY SIZE
007460            WS-IN-REFERENCE   DELIMITED BY SPACE
007470            INTO WS-WORK-DESC
007480     END-STRING.
007490     MOVE SPACES TO TX-ACCT-KEY.
007500     MOVE WS-WORK-ACCOUNT TO TX-ACCT-KEY (1:7).
007510     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
007520         INVALID KEY
007530            MOVE 'Y' TO WS-TX-EOF-SWITCH
007540     END-START.
007550     PERFORM 4150-ONE-POSTING THRU 4150-EXIT
007560             UNTIL WS-TX-EOF.
007570     IF WS-WORK-ACCOUNT = WS-CHAIN-ACCOUNT
007580        MOVE WS-CHAIN-BALANCE TO WS-LAST-BALANCE
007590        MOVE WS-CHAIN-COMPANY TO WS-ACCT-COMPANY
007600     END-IF.
007610 4100-EXIT.
007620     EXIT.
007630
007640 4150-ONE-POSTING.
007650     READ TRANSACTIONS-INDEX NEXT RECORD
007660         AT END
007670            MOVE 'Y' TO WS-TX-EOF-SWITCH
007680            GO TO 4150-EXIT
007690     END-READ.
007700     IF TX-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
007710        MOVE 'Y' TO WS-TX-EOF-SWITCH
007720        GO TO 4150-EXIT
007730     END-IF.
007740     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
007750     IF TX-COMPANY-CODE = "02"
007760        MOVE "02" TO WS-ACCT-COMPANY
007770     ELSE
007780        MOVE "01" TO WS-ACCT-COMPANY
007790     END-IF.
007800     IF TX-CREDIT-TRANSACTION
007810        AND TX-REVERSED-UID = ZERO
007820        AND TX-DESC = WS-WORK-DESC
007830        MOVE 'Y' TO WS-MATCH-SWITCH
007840        MOVE TX-UID    TO WS-MATCHED-UID
007850        MOVE TX-AMOUNT TO WS-MATCHED-AMOUNT
007860     END-IF.
007870 4150-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*                                                                *
007920*   4200-EMIT-REVERSAL -- A TYPE-R LINE CARRYING THE ORIGINAL    *
007930*   UID, SO LEDGER-POST BACKS THE CARD PAYMENT OUT THROUGH THE   *
007940*   EXISTING REVERSAL MECHANISM AND REOPENS WHAT IT PAID         *
007950*                                                                *
007960******************************************************************
007970 4200-EMIT-REVERSAL.
007980     MOVE WS-WORK-AMOUNT  TO WS-OUT-AMOUNT.
007990     MOVE WS-LAST-BALANCE TO WS-OUT-START.
008000     COMPUTE WS-NEW-BALANCE = WS-LAST-BALANCE + WS-WORK-AMOUNT.
008010     MOVE WS-NEW-BALANCE  TO WS-OUT-END.
008020     MOVE WS-MATCHED-UID  TO WS-OUT-UID.
008030     MOVE SPACES TO BW-LINE.
008040     STRING "00000,"          DELIMITED BY SIZE
008050            WS-WORK-ACCOUNT   DELIMITED BY SIZE
008060            ",CARD CHARGEBACK " DELIMITED BY SIZE
008070            WS-IN-REASON      DELIMITED BY SPACE
008080            ","               DELIMITED BY SIZE
008090            WS-OUT-AMOUNT     DELIMITED BY SIZE
008100            ","               DELIMITED BY SIZE
008110            WS-OUT-START      DELIMITED BY SIZE
008120            ","               DELIMITED BY SIZE
008130            WS-OUT-END        DELIMITED BY SIZE
008140            ",R,"             DELIMITED BY SIZE
008150            WS-OUT-UID        DELIMITED BY SIZE
008160            INTO BW-LINE
008170     END-STRING.
008180     PERFORM 4800-TALLY-BATCH-LINE THRU 4800-EXIT.
008190     ADD WS-WORK-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
008200     PERFORM 5800-HOLD-CHAIN THRU 5800-EXIT.
008210 4200-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250*                                                                *
008260*   4300-DISPUTE-PAID-ITEMS -- EVERY OPEN ITEM THE CREDIT PAID   *
008270*   (ITS ACTIVE PIECES ON CREDIT-APPLICATIONS) IS FLAGGED IN     *
008280*   DISPUTE NOW, SO WHEN LEDGER-POST PUTS THE MONEY BACK ON IT   *
008290*   THE ITEM STAYS OUT OF AGING, LATE FEES AND DUNNING UNTIL THE *
008300*   CHARGEBACK IS RESOLVED THROUGH DISPUTE-MAINT.  A CREDIT WITH *
008310*   NO PIECES ON FILE REOPENS AS A NEW ITEM UNDER THE REVERSAL'S *
008320*   OWN UID, WHICH THE CLERK FLAGS FROM THE TICKLER.             *
008330*                                                                *
008340******************************************************************
008350 4300-DISPUTE-PAID-ITEMS.
008360     IF NOT WS-CREDAPP-AVAILABLE OR NOT WS-OPENITEM-AVAILABLE
008370        GO TO 4300-EXIT
008380     END-IF.
008390     MOVE SPACES TO WS-DISPUTE-REASON.
008400     STRING "CHARGEBACK "  DELIMITED BY SIZE
008410            WS-IN-REASON   DELIMITED BY SPACE
008420            INTO WS-DISPUTE-REASON
008430     END-STRING.
008440     MOVE WS-WORK-ACCOUNT TO CA-ACCOUNT-ID.
008450     MOVE WS-MATCHED-UID  TO CA-CREDIT-UID.
008460     MOVE ZERO            TO CA-ITEM-UID.
008470     MOVE 'N' TO WS-CA-EOF-SWITCH.
008480     START CREDIT-APPLICATIONS KEY IS >= CA-APPLICATION-KEY
008490         INVALID KEY
008500            MOVE 'Y' TO WS-CA-EOF-SWITCH
008510     END-START.
008520     PERFORM 4350-DISPUTE-ONE-ITEM THRU 4350-EXIT
008530             UNTIL WS-CA-EOF.
008540 4300-EXIT.
008550     EXIT.
008560
008570 4350-DISPUTE-ONE-ITEM.
008580     READ CREDIT-APPLICATIONS NEXT RECORD
008590         AT END
008600            MOVE 'Y' TO WS-CA-EOF-SWITCH
008610            GO TO 4350-EXIT
008620     END-READ.
008630     IF CA-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
008640        OR CA-CREDIT-UID NOT = WS-MATCHED-UID
008650        MOVE 'Y' TO WS-CA-EOF-SWITCH
008660        GO TO 4350-EXIT
008670     END-IF.
008680     IF NOT CA-APPLICATION-ACTIVE
008690        GO TO 4350-EXIT
008700     END-IF.
008710     MOVE SPACES TO OI-ITEM-KEY.
008720     STRING CA-ACCOUNT-ID DELIMITED BY SIZE
008730            CA-ITEM-UID   DELIMITED BY SIZE
008740            INTO OI-ITEM-KEY
008750     END-STRING.
008760     READ OPEN-ITEMS
008770         INVALID KEY
008780            GO TO 4350-EXIT
008790     END-READ.
008800     IF OI-ITEM-DISPUTED OR OI-ITEM-WRITTEN-OFF
008810        GO TO 4350-EXIT
008820     END-IF.
008830     MOVE OPEN-ITEM-STRUCTURE TO WS-JL-BEFORE.
008840     MOVE 'D'               TO OI-DISPUTE-FLAG.
008850     MOVE WS-TODAY-8        TO OI-DISPUTE-DATE.
008860     MOVE WS-DISPUTE-REASON TO OI-DISPUTE-REASON.
008870     MOVE WS-CB-CLERK       TO OI-DISPUTE-CLERK.
008880     REWRITE OPEN-ITEM-STRUCTURE
008890         INVALID KEY
008900            MOVE SPACES TO REPORT-LINE
008910            STRING "CANNOT REWRITE OPEN ITEM " OI-ITEM-KEY
008920                   " -- NOT DISPUTED"
008930                   DELIMITED BY SIZE INTO REPORT-LINE
008940            END-STRING
008950            PERFORM 7900-PUT-LINE THRU 7900-EXIT
008960            GO TO 4350-EXIT
008970     END-REWRITE.
008980     MOVE 'O' TO WS-JL-FILE-ID.
008990     MOVE 'R' TO WS-JL-ACTION.
009000     MOVE OI-ITEM-KEY TO WS-JL-KEY.
009010     MOVE OPEN-ITEM-STRUCTURE TO WS-JL-AFTER.
009020     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
009030          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
009040     ADD 1 TO WS-DISPUTED-ITEMS.
009050     ADD 1 TO WS-ITEMS-DISPUTED-COUNT.
009060 4350-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100*                                                                *
009110*   4500-QUEUE-RESPONSE -- A CALL-LOG TICKLER FOR THE ACCOUNT'S  *
009120*   CONTACT, ASSIGNED TO THE CHARGEBACK CLERK, DUE THE LEAD DAYS *
009130*   AHEAD OF THE PROCESSOR'S RESPOND-BY DATE (NEVER BEFORE       *
009140*   TODAY), ON A PROCESSING DAY                                  *
009150*                                                                *
009160******************************************************************
009170 4500-QUEUE-RESPONSE.
009180     IF NOT ADDRESS-FILE-READY OR NOT WS-CALLLOG-AVAILABLE
009190        ADD 1 TO WS-NO-TICKLER-COUNT
009200        GO TO 4500-EXIT
009210     END-IF.
009220     MOVE WS-WORK-ACCOUNT TO FD-ACCOUNT-ID.
009230     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
009240         INVALID KEY
009250            ADD 1 TO WS-NO-TICKLER-COUNT
009260            MOVE SPACES TO REPORT-LINE
009270            STRING "ACCOUNT " WS-WORK-ACCOUNT
009280                   " HAS NO CONTACT ON FILE -- CHARGEBACK "
009290                   WS-IN-REFERENCE " NOT QUEUED"
009300                   DELIMITED BY SIZE INTO REPORT-LINE
009310            END-STRING
009320            PERFORM 7900-PUT-LINE THRU 7900-EXIT
009330            GO TO 4500-EXIT
009340     END-READ.
009350     MOVE FD-PHONE TO WS-CONTACT-PHONE.
009360     PERFORM 4600-FOLLOWUP-DATE THRU 4600-EXIT.
009370     PERFORM 4700-FIND-NEXT-SEQ THRU 4700-EXIT.
009380     MOVE SPACES TO CALL-LOG-RECORD.
009390     STRING WS-CONTACT-PHONE    DELIMITED BY SIZE
009400            WS-NEXT-CALLLOG-SEQ DELIMITED BY SIZE
009410            INTO CL-ENTRY-ID
009420     END-STRING.
009430     MOVE WS-CONTACT-PHONE    TO CL-OWNPHONE.
009440     MOVE WS-NEXT-CALLLOG-SEQ TO CL-ENTRY-SEQ.
009450     MOVE WS-TODAY-8          TO CL-ENTRY-DATE.
009460     MOVE "CARDSETTLE"        TO CL-CLERK-ID.
009470     STRING "CHARGEBACK " WS-IN-REASON
009480            WS-AMOUNT-EDITED " RESPOND BY " WS-IN-RESPOND-BY
009490            DELIMITED BY SIZE INTO CL-NOTE-LINE
009500     END-STRING.
009510     MOVE WS-FOLLOWUP-8       TO CL-FOLLOWUP-DATE.
009520     MOVE WS-CB-CLERK         TO CL-ASSIGNED-CLERK.
009530     SET CL-TICKLER-OPEN      TO TRUE.
009540     WRITE CALL-LOG-RECORD
009550         INVALID KEY
009560            ADD 1 TO WS-NO-TICKLER-COUNT
009570            MOVE SPACES TO REPORT-LINE
009580            STRING "CANNOT WRITE CALL LOG ENTRY " CL-ENTRY-ID
009590                   DELIMITED BY SIZE INTO REPORT-LINE
009600            END-STRING
009610            PERFORM 7900-PUT-LINE THRU 7900-EXIT
009620            GO TO 4500-EXIT
009630     END-WRITE.
009640     MOVE 'C' TO WS-JRN-FILE-ID.
009650     MOVE 'W' TO WS-JRN-ACTION.
009660     MOVE CL-ENTRY-ID TO WS-JRN-KEY.
009670     MOVE SPACES TO WS-JRN-BEFORE.
009680     MOVE CALL-LOG-RECORD TO WS-JRN-AFTER.
009690     CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
009700          WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE, WS-JRN-AFTER.
009710     ADD 1 TO WS-TICKLER-COUNT.
009720 4500-EXIT.
009730     EXIT.
009740
009750 4600-FOLLOWUP-DATE.
009760     MOVE WS-TODAY-8 TO WS-FOLLOWUP-8.
009770     IF WS-IN-RESPOND-BY NOT NUMERIC
009780        GO TO 4600-EXIT
009790     END-IF.
009800     MOVE WS-IN-RESPOND-BY TO WS-RESPOND-BY.
009810     COMPUTE WS-FOLLOWUP-INTEGER =
009820        FUNCTION INTEGER-OF-DATE(WS-RESPOND-BY)
009830        - WS-CB-LEAD-DAYS.
009840     IF WS-FOLLOWUP-INTEGER > WS-TODAY-INTEGER
009850        COMPUTE WS-FOLLOWUP-8 =
009860           FUNCTION DATE-OF-INTEGER(WS-FOLLOWUP-INTEGER)
009870     END-IF.
009880     MOVE WS-FOLLOWUP-8 TO WS-BDC-IN.
009890     CALL "BUSINESS-DAY-CHECK" USING WS-BDC-IN, WS-BDC-OUT.
009900     MOVE WS-BDC-OUT TO WS-FOLLOWUP-8.
009910*   ROLLING OFF A WEEKEND MUST NOT CARRY THE RESPONSE PAST THE
009920*   PROCESSOR'S DEADLINE.
009930     IF WS-FOLLOWUP-8 > WS-RESPOND-BY
009940        MOVE WS-TODAY-8 TO WS-FOLLOWUP-8
009950     END-IF.
009960 4600-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000*                                                                *
010010*   4700-FIND-NEXT-SEQ -- ONE PAST THE HIGHEST SEQUENCE ALREADY  *
010020*   ON THE CONTACT'S CALL LOG                                    *
010030*                                                                *
010040******************************************************************
010050 4700-FIND-NEXT-SEQ.
010060     MOVE ZERO TO WS-NEXT-CALLLOG-SEQ.
010070     MOVE 'N' TO WS-LOG-EOF-SWITCH.
010080     MOVE SPACES TO CL-ENTRY-ID.
010090     STRING WS-CONTACT-PHONE DELIMITED BY SIZE
010100            "0000"           DELIMITED BY SIZE
010110            INTO CL-ENTRY-ID
010120     END-STRING.
010130     START CALL-LOG-FILE KEY IS >= CL-ENTRY-ID
010140         INVALID KEY
010150            MOVE 'Y' TO WS-LOG-EOF-SWITCH
010160     END-START.
010170     PERFORM 4750-READ-ONE-ENTRY THRU 4750-EXIT
010180             UNTIL WS-LOG-EOF.
010190     ADD 1 TO WS-NEXT-CALLLOG-SEQ.
010200 4700-EXIT.
010210     EXIT.
010220
010230 4750-READ-ONE-ENTRY.
010240     READ CALL-LOG-FILE NEXT RECORD
010250         AT END
010260            MOVE 'Y' TO WS-LOG-EOF-SWITCH
010270            GO TO 4750-EXIT
010280     END-READ.
010290     IF CL-OWNPHONE NOT = WS-CONTACT-PHONE
010300        MOVE 'Y' TO WS-LOG-EOF-SWITCH
010310        GO TO 4750-EXIT
010320     END-IF.
010330     MOVE CL-ENTRY-SEQ TO WS-NEXT-CALLLOG-SEQ.
010340 4750-EXIT.
010350     EXIT.
010360
010370 4800-TALLY-BATCH-LINE.
010380     IF WS-ACCT-COMPANY = "02"
010390        MOVE 2 TO WS-BATCH-CO-SUB
010400     ELSE
010410        MOVE 1 TO WS-BATCH-CO-SUB
010420     END-IF.
010430     MOVE WS-ACCT-COMPANY TO BW-COMPANY.
010440     WRITE BATCH-WORK-RECORD.
010450     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
010460     ADD 1 TO WS-RC-WRITTEN.
010470 4800-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510*                                                                *
010520*   5500-FIND-LAST-BALANCE -- THE ACCOUNT'S MOST RECENT ENDING   *
010530*   BALANCE AND ITS COMPANY, FROM THE RUN'S OWN CHAIN WHEN THE   *
010540*   ACCOUNT REPEATS, ELSE FROM ITS LAST TRANSACTIONS-INDEX ENTRY *
010550*                                                                *
010560******************************************************************
010570 5500-FIND-LAST-BALANCE.
010580     IF WS-WORK-ACCOUNT = WS-CHAIN-ACCOUNT
010590        MOVE WS-CHAIN-BALANCE TO WS-LAST-BALANCE
010600        MOVE WS-CHAIN-COMPANY TO WS-ACCT-COMPANY
010610        GO TO 5500-EXIT
010620     END-IF.
010630     MOVE ZERO TO WS-LAST-BALANCE.
010640     MOVE "01" TO WS-ACCT-COMPANY.
010650     MOVE 'N' TO WS-TX-EOF-SWITCH.
010660     MOVE SPACES TO TX-ACCT-KEY.
010670     MOVE WS-WORK-ACCOUNT TO TX-ACCT-KEY (1:7).
010680     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
010690         INVALID KEY
010700            GO TO 5500-EXIT
010710     END-START.
010720     PERFORM 5600-SCAN-ACCOUNT-BALANCE THRU 5600-EXIT
010730             UNTIL WS-TX-EOF.
010740 5500-EXIT.
010750     EXIT.
010760
010770 5600-SCAN-ACCOUNT-BALANCE.
010780     READ TRANSACTIONS-INDEX NEXT RECORD
010790         AT END
010800            MOVE 'Y' TO WS-TX-EOF-SWITCH
010810            GO TO 5600-EXIT
010820     END-READ.
010830     IF TX-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
010840        MOVE 'Y' TO WS-TX-EOF-SWITCH
010850        GO TO 5600-EXIT
010860     END-IF.
010870     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
010880     IF TX-COMPANY-CODE = "02"
010890        MOVE "02" TO WS-ACCT-COMPANY
010900     ELSE
010910        MOVE "01" TO WS-ACCT-COMPANY
010920     END-IF.
010930 5600-EXIT.
010940     EXIT.
010950
010960 5800-HOLD-CHAIN.
010970     MOVE WS-WORK-ACCOUNT TO WS-CHAIN-ACCOUNT.
010980     MOVE WS-NEW-BALANCE  TO WS-CHAIN-BALANCE.
010990     MOVE WS-ACCT-COMPANY TO WS-CHAIN-COMPANY.
011000 5800-EXIT.
011010     EXIT.
011020
011030 7000-WRITE-EXCEPTION.
011040     MOVE SPACES TO REPORT-LINE.
011050     STRING "CANNOT APPLY: " SETTLEMENT-LINE (1:86)
011060            DELIMITED BY SIZE INTO REPORT-LINE
011070     END-STRING.
011080     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
011090     ADD 1 TO WS-EXCEPTION-COUNT.
011100 7000-EXIT.
011110     EXIT.
011120
011130 7900-PUT-LINE.
011140     WRITE REPORT-LINE.
011150     ADD 1 TO WS-LINE-COUNT.
011160     MOVE SPACES TO REPORT-LINE.
011170 7900-EXIT.
011180     EXIT.
011190
011200******************************************************************
011210*                                                                *
011220*   8000-FINISH -- NET CONTROL CHECK, THE DEPOSIT, THE FEE       *
011230*   ENTRIES, ONE B-HEADER BATCH PER COMPANY, AND THE TOTALS      *
011240*                                                                *
011250******************************************************************
011260 8000-FINISH.
011270     IF SETTLEIN-STATUS = '00' OR SETTLEIN-STATUS = '10'
011280        CLOSE SETTLEMENT-FILE
011290     END-IF.
011300     IF TXIDX-STATUS = '00' OR TXIDX-STATUS = '10'
011310        CLOSE TRANSACTIONS-INDEX
011320     END-IF.
011330     IF WS-CREDAPP-AVAILABLE
011340        CLOSE CREDIT-APPLICATIONS
011350     END-IF.
011360     IF WS-OPENITEM-AVAILABLE
011370        CLOSE OPEN-ITEMS
011380     END-IF.
011390     IF ADDRESS-STATUS = '00' OR ADDRESS-STATUS = '23'
011400        CLOSE ADDRESS-FILE
011410     END-IF.
011420     IF WS-CALLLOG-AVAILABLE
011430        CLOSE CALL-LOG-FILE
011440     END-IF.
011450     CLOSE BATCH-WORK-FILE.
011460     COMPUTE WS-NET-TOTAL =
011470        WS-SALE-TOTAL - WS-CB-TOTAL - WS-FEE-TOTAL.
011480     IF WS-HEADER-SEEN AND WS-NET-TOTAL NOT = WS-HEADER-NET
011490        MOVE WS-HEADER-NET TO WS-D-MONEY
011500        STRING "CONTROL TOTAL MISMATCH -- HEADER NET " WS-D-MONEY
011510               DELIMITED BY SIZE INTO REPORT-LINE
011520        END-STRING
011530        PERFORM 7900-PUT-LINE THRU 7900-EXIT
011540        ADD 1 TO WS-EXCEPTION-COUNT
011550        DISPLAY "WARNING -- CARD SETTLEMENT CONTROL TOTAL "
011560                "MISMATCH"
011570     END-IF.
011580     IF WS-NET-TOTAL > ZERO
011590        PERFORM 8100-LOG-DEPOSIT THRU 8100-EXIT
011600     END-IF.
011610     PERFORM 8200-WRITE-FEE-ENTRIES THRU 8200-EXIT.
011620     PERFORM 8600-WRITE-ONE-COMPANY THRU 8600-EXIT
011630             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
011640             UNTIL WS-BATCH-CO-SUB > 2.
011650     PERFORM 8800-WRITE-TOTALS THRU 8800-EXIT.
011660     IF WS-RC-CODE = "0000"
011670        AND (WS-EXCEPTION-COUNT > ZERO
011680             OR WS-NOT-REVERSED-COUNT > ZERO
011690             OR WS-NO-TICKLER-COUNT > ZERO)
011700        MOVE "0004" TO WS-RC-CODE
011710        MOVE 4 TO RETURN-CODE
011720     END-IF.
011730     MOVE 'E' TO WS-RC-FUNCTION.
011740     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
011750          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
011760          WS-RC-CODE.
011770     DISPLAY "CARD SETTLEMENT IMPORT COMPLETE -- "
011780             WS-SALE-COUNT " SALE(S), "
011790             WS-REVERSED-COUNT " CHARGEBACK(S) REVERSED, "
011800             WS-NOT-REVERSED-COUNT " NOT REVERSED".
011810 8000-EXIT.
011820     EXIT.
011830
011840******************************************************************
011850*                                                                *
011860*   8100-LOG-DEPOSIT -- THE PROCESSOR PAYS IN THE NET, SO THAT   *
011870*   IS THE DEPOSIT THE RECONCILIATION LOOKS FOR ON THE           *
011880*   STATEMENT.  A NET DEBIT DAY IS NOT A DEPOSIT AND IS LEFT TO  *
011890*   THE REPORT.                                                  *
011900*                                                                *
011910******************************************************************
011920 8100-LOG-DEPOSIT.
011930     MOVE WS-SETTLE-DATE TO WS-DEP-DATE.
011940     MOVE WS-NET-TOTAL   TO WS-DEP-AMOUNT.
011950     MOVE WS-SALE-COUNT  TO WS-DEP-COUNT.
011960     MOVE SPACES TO WS-DEP-REFERENCE.
011970     STRING "CARD " WS-DEP-DATE
011980            DELIMITED BY SIZE INTO WS-DEP-REFERENCE
011990     END-STRING.
012000     CALL "BOOK-DEPOSIT-LOG" USING WS-DEP-SOURCE, WS-DEP-DATE,
012010          WS-DEP-AMOUNT, WS-DEP-COUNT, WS-DEP-REFERENCE.
012020 8100-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060*                                                                *
012070*   8200-WRITE-FEE-ENTRIES -- ONE SETTLEMENT FEE AND ONE         *
012080*   CHARGEBACK FEE ENTRY PER COMPANY THAT HAS ANY, APPENDED TO   *
012090*   THE CARD FEE ENTRIES FILE FOR GL-EXTRACT                     *
012100*                                                                *
012110******************************************************************
012120 8200-WRITE-FEE-ENTRIES.
012130     IF WS-FEE-TOTAL = ZERO
012140        GO TO 8200-EXIT
012150     END-IF.
012160     OPEN EXTEND CARD-FEE-FILE.
012170     IF CARDFEE-STATUS = '05' OR CARDFEE-STATUS = '35'
012180        OPEN OUTPUT CARD-FEE-FILE
012190     END-IF.
012200     IF CARDFEE-STATUS NOT = '00'
012210        STRING "CANNOT OPEN " CARDFEEENT " STATUS "
012220               CARDFEE-STATUS " -- FEES NOT BOOKED"
012230               DELIMITED BY SIZE INTO REPORT-LINE
012240        END-STRING
012250        PERFORM 7900-PUT-LINE THRU 7900-EXIT
012260        MOVE "FILE" TO WS-RC-CODE
012270        MOVE 8 TO RETURN-CODE
012280        GO TO 8200-EXIT
012290     END-IF.
012300     PERFORM 8300-WRITE-COMPANY-FEES THRU 8300-EXIT
012310             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
012320             UNTIL WS-BATCH-CO-SUB > 2.
012330     CLOSE CARD-FEE-FILE.
012340 8200-EXIT.
012350     EXIT.
012360
012370 8300-WRITE-COMPANY-FEES.
012380     MOVE SPACES TO CARD-FEE-ENTRY-STRUCTURE.
012390     SET CF-CARD-FEE-MOVEMENT TO TRUE.
012400     IF WS-BATCH-CO-SUB = 2
012410        MOVE "02" TO CF-COMPANY-CODE
012420     ELSE
012430        MOVE "01" TO CF-COMPANY-CODE
012440     END-IF.
012450     MOVE WS-SETTLE-DATE (1:6) TO CF-PERIOD.
012460     MOVE WS-SETTLE-DATE       TO CF-SETTLE-DATE.
012470     IF WS-SALE-FEE-TOTAL (WS-BATCH-CO-SUB) > ZERO
012480        SET CF-SETTLEMENT-FEE TO TRUE
012490        MOVE WS-SALE-FEE-COUNT (WS-BATCH-CO-SUB) TO CF-ITEM-COUNT
012500        MOVE WS-SALE-FEE-TOTAL (WS-BATCH-CO-SUB) TO CF-AMOUNT
012510        WRITE CARD-FEE-ENTRY-STRUCTURE
012520     END-IF.
012530     IF WS-CB-FEE-TOTAL (WS-BATCH-CO-SUB) > ZERO
012540        SET CF-CHARGEBACK-FEE TO TRUE
012550        MOVE WS-CB-FEE-COUNT (WS-BATCH-CO-SUB) TO CF-ITEM-COUNT
012560        MOVE WS-CB-FEE-TOTAL (WS-BATCH-CO-SUB) TO CF-AMOUNT
012570        WRITE CARD-FEE-ENTRY-STRUCTURE
012580     END-IF.
012590 8300-EXIT.
012600     EXIT.
012610
012620 8600-WRITE-ONE-COMPANY.
012630     IF WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) = ZERO
012640        GO TO 8600-EXIT
012650     END-IF.
012660     MOVE "2"              TO WS-HDR-NUMBER (1:1).
012670     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
012680     IF WS-BATCH-CO-SUB = 2
012690        MOVE "02"          TO WS-HDR-COMPANY
012700        MOVE CARDBATCH-02  TO CARDBATCH
012710        MOVE "4"           TO WS-HDR-NUMBER (6:1)
012720     ELSE
012730        MOVE "01"          TO WS-HDR-COMPANY
012740        MOVE "3"           TO WS-HDR-NUMBER (6:1)
012750     END-IF.
012760     MOVE WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) TO WS-HDR-COUNT.
012770     MOVE WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB) TO WS-HDR-TOTAL.
012780     OPEN OUTPUT CARD-BATCH-FILE.
012790     MOVE SPACES TO CARD-BATCH-LINE.
012800     STRING "B,"           DELIMITED BY SIZE
012810            WS-HDR-NUMBER  DELIMITED BY SIZE
012820            ","            DELIMITED BY SIZE
012830            WS-HDR-COUNT   DELIMITED BY SIZE
012840            ","            DELIMITED BY SIZE
012850            WS-HDR-TOTAL   DELIMITED BY SIZE
012860            ","            DELIMITED BY SIZE
012870            WS-HDR-COMPANY DELIMITED BY SIZE
012880            INTO CARD-BATCH-LINE
012890     END-STRING.
012900     WRITE CARD-BATCH-LINE.
012910     MOVE 'N' TO WS-BW-EOF-SWITCH.
012920     OPEN INPUT BATCH-WORK-FILE.
012930     PERFORM 8700-COPY-ONE-LINE THRU 8700-EXIT
012940             UNTIL WS-BW-EOF.
012950     CLOSE BATCH-WORK-FILE.
012960     CLOSE CARD-BATCH-FILE.
012970     DISPLAY "CARD SETTLEMENT BATCH " WS-HDR-NUMBER " COMPANY "
012980             WS-HDR-COMPANY ": " WS-HDR-COUNT " LINES".
012990 8600-EXIT.
013000     EXIT.
013010
013020 8700-COPY-ONE-LINE.
013030     READ BATCH-WORK-FILE
013040         AT END
013050            MOVE 'Y' TO WS-BW-EOF-SWITCH
013060            GO TO 8700-EXIT
013070     END-READ.
013080     IF BW-COMPANY = WS-HDR-COMPANY
013090        MOVE BW-LINE TO CARD-BATCH-LINE
013100        WRITE CARD-BATCH-LINE
013110     END-IF.
013120 8700-EXIT.
013130     EXIT.
013140
013150 8800-WRITE-TOTALS.
013160     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013170     MOVE WS-SALE-COUNT TO WS-D-COUNT.
013180     MOVE WS-SALE-TOTAL TO WS-D-MONEY.
013190     STRING "CARD SALES SETTLED      " WS-D-COUNT "  " WS-D-MONEY
013200            DELIMITED BY SIZE INTO REPORT-LINE
013210     END-STRING.
013220     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013230     MOVE WS-CB-COUNT TO WS-D-COUNT.
013240     MOVE WS-CB-TOTAL TO WS-D-MONEY.
013250     STRING "CHARGEBACKS             " WS-D-COUNT "  " WS-D-MONEY
013260            DELIMITED BY SIZE INTO REPORT-LINE
013270     END-STRING.
013280     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013290     MOVE WS-FEE-TOTAL TO WS-D-MONEY.
013300     STRING "PROCESSOR FEES                  " WS-D-MONEY
013310            DELIMITED BY SIZE INTO REPORT-LINE
013320     END-STRING.
013330     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013340     MOVE WS-NET-TOTAL TO WS-D-MONEY.
013350     STRING "NET SETTLEMENT                  " WS-D-MONEY
013360            DELIMITED BY SIZE INTO REPORT-LINE
013370     END-STRING.
013380     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013390     MOVE WS-REVERSED-COUNT TO WS-D-COUNT.
013400     STRING "CHARGEBACKS REVERSED    " WS-D-COUNT
013410            DELIMITED BY SIZE INTO REPORT-LINE
013420     END-STRING.
013430     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013440     MOVE WS-NOT-REVERSED-COUNT TO WS-D-COUNT.
013450     STRING "NOT REVERSED (REVIEW)   " WS-D-COUNT
013460            DELIMITED BY SIZE INTO REPORT-LINE
013470     END-STRING.
013480     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013490     MOVE WS-ITEMS-DISPUTED-COUNT TO WS-D-COUNT.
013500     STRING "OPEN ITEMS DISPUTED     " WS-D-COUNT
013510            DELIMITED BY SIZE INTO REPORT-LINE
013520     END-STRING.
013530     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013540     MOVE WS-TICKLER-COUNT TO WS-D-COUNT.
013550     STRING "RESPONSE TICKLERS       " WS-D-COUNT
013560            DELIMITED BY SIZE INTO REPORT-LINE
013570     END-STRING.
013580     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013590     MOVE WS-NO-TICKLER-COUNT TO WS-D-COUNT.
013600     STRING "NOT QUEUED              " WS-D-COUNT
013610            DELIMITED BY SIZE INTO REPORT-LINE
013620     END-STRING.
013630     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013640     MOVE WS-EXCEPTION-COUNT TO WS-D-COUNT.
013650     STRING "EXCEPTIONS              " WS-D-COUNT
013660            DELIMITED BY SIZE INTO REPORT-LINE
013670     END-STRING.
013680     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
013690     CLOSE REPORT-FILE.
013700     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
013710     MOVE 'R' TO WS-SPOOL-FUNCTION.
013720     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
013730          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
013740          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
013750          WS-SPOOL-MEMBER-NAME.
013760 8800-EXIT.
013770     EXIT.
013780
013790 9999-EXIT.
013800     STOP RUN.
