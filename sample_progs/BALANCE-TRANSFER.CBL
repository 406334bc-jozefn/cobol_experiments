000010******************************************************************
000020*                                                                *
000030*   BALANCE-TRANSFER                                             *
000040*                                                                *
000050*   SUPERVISOR PATH FOR MOVING A BALANCE FROM ONE ACCOUNT TO     *
000060*   ANOTHER -- A CUSTOMER ONBOARDED TWICE, OR A BUSINESS THAT    *
000070*   HAS ABSORBED A SOLE PROPRIETORSHIP.  A SUPERVISOR (ROLE      *
000080*   CHECKED THROUGH ADDRESS-CLERK-CHECK) KEYS THE SOURCE AND     *
000090*   TARGET ACCOUNTS; THE TRANSFER GOES ON THE BALANCE TRANSFER   *
000100*   REGISTER AND A PAIRED LINE -- CREDIT ONE SIDE, DEBIT THE     *
000110*   OTHER, EACH CARRYING THE TRANSFER NUMBER -- IS EMITTED IN A  *
000120*   B-HEADER BATCH ("5" + MMDD + "6" FOR COMPANY 01, "7" FOR     *
000130*   COMPANY 02).  LEDGER-POST LINKS THE TWO HALVES THE WAY A     *
000140*   REVERSAL IS LINKED AND CARRIES THE SOURCE'S OPEN ITEMS       *
000150*   ACROSS WITH THEIR OWN DATES, SO AGING DOES NOT RESTART.      *
000160*                                                                *
000170*   FUNCTIONS:                                                   *
000180*     T  TRANSFER PART OR ALL OF THE SOURCE BALANCE              *
000190*     M  MERGE -- THE WHOLE BALANCE, THEN THE BILLING CONTRACTS, *
000200*        PAYMENT PLAN, BANK DETAILS AND ACCOUNT/CONTACT XREF     *
000210*        ROWS, AND A CLOSURE REQUEST FOR THE SOURCE (ACCOUNT-    *
000220*        CLOSURE-JOB HOLDS THE CLOSE UNTIL THE TRANSFER POSTS)   *
000230*     X  CANCEL A TRANSFER WHOSE SOURCE HALF HAS NOT POSTED      *
000240*     R  RE-BATCH THE UNPOSTED HALVES OF AN APPROVED TRANSFER    *
000250*                                                                *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.      BALANCE-TRANSFER.
000290 AUTHOR.          DATA PROCESSING.
000300 INSTALLATION.    ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.    10/15/2026.
000320 DATE-COMPILED.   10/15/2026.
000330*                                                                *
000340*   MODIFICATION HISTORY                                         *
000350*   ------------------------------------------------------------ *
000360*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000370*                                                                *
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL BALANCE-TRANSFERS
000420            ASSIGN       TO  BALXFER
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE  IS DYNAMIC
000450            RECORD KEY   IS BT-TRANSFER-NO
000460            ALTERNATE RECORD KEY IS BT-SOURCE-ACCOUNT
000470                                    WITH DUPLICATES
000480            FILE STATUS  IS BALXFER-STATUS.
000490
000500     SELECT OPTIONAL ACCOUNT-MASTER
000510            ASSIGN       TO  ACCTMSTR
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE  IS DYNAMIC
000540            RECORD KEY   IS AM-ACCOUNT-ID
000550            FILE STATUS  IS ACCTMSTR-STATUS.
000560
000570     SELECT OPTIONAL TRANSACTIONS-INDEX
000580            ASSIGN       TO  ACCTIDX
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE  IS DYNAMIC
000610            RECORD KEY   IS TX-ACCT-KEY
000620            FILE STATUS  IS TXIDX-STATUS.
000630
000640     SELECT OPTIONAL BILLING-CONTRACTS
000650            ASSIGN       TO  CONTRACTS
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE  IS DYNAMIC
000680            RECORD KEY   IS BC-CONTRACT-KEY
000690            FILE STATUS  IS CONTRACT-STATUS.
000700
000710     SELECT OPTIONAL PAYMENT-PLANS
000720            ASSIGN       TO  PLANFILE
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE  IS DYNAMIC
000750            RECORD KEY   IS PP-PLAN-KEY
000760            FILE STATUS  IS PLAN-STATUS.
000770
000780     SELECT OPTIONAL BANK-DETAILS
000790            ASSIGN       TO  BANKDET
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE  IS DYNAMIC
000820            RECORD KEY   IS BD-ACCOUNT-ID
000830            FILE STATUS  IS BANKDET-STATUS.
000840
000850     SELECT OPTIONAL XREF-FILE
000860            ASSIGN       TO  XREFOUT
000870            ORGANIZATION IS INDEXED
000880            ACCESS MODE  IS DYNAMIC
000890            RECORD KEY   IS XR-XREF-KEY
000900            ALTERNATE RECORD KEY IS XR-ACCOUNT-ID WITH DUPLICATES
000910            FILE STATUS  IS XREF-STATUS.
000920
000930     SELECT OPTIONAL ACCOUNT-CLOSURES
000940            ASSIGN       TO  ACCTCLOSE
000950            ORGANIZATION IS INDEXED
000960            ACCESS MODE  IS DYNAMIC
000970            RECORD KEY   IS CL-ACCOUNT-ID
000980            FILE STATUS  IS ACCTCLOSE-STATUS.
000990
001000     SELECT BT-BATCH-FILE
001010            ASSIGN       TO  BTBATCH
001020            ORGANIZATION IS LINE SEQUENTIAL
001030            FILE STATUS  IS BTBATCH-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  BALANCE-TRANSFERS.
001080 01  BALANCE-TRANSFER-STRUCTURE.
001090     COPY "BALANCE-TRANSFER-RECORD.CPY"
001100          REPLACING ==(TAG)== BY ==BT-==.
001110
001120 FD  ACCOUNT-MASTER.
001130 01  ACCOUNT-MASTER-STRUCTURE.
001140     COPY "ACCOUNT-MASTER-RECORD.CPY"
001150          REPLACING ==(TAG)== BY ==AM-==.
001160
001170 FD  TRANSACTIONS-INDEX.
001180 01  TRANSACTION-INDEX-STRUCTURE.
001190     COPY "TRANSACTION-INDEX-RECORD.CPY"
001200          REPLACING ==(TAG)== BY ==TX-==.
001210
001220 FD  BILLING-CONTRACTS.
001230 01  BILLING-CONTRACT-STRUCTURE.
001240     COPY "BILLING-CONTRACT-RECORD.CPY"
001250          REPLACING ==(TAG)== BY ==BC-==.
001260
001270 FD  PAYMENT-PLANS.
001280 01  PAYMENT-PLAN-STRUCTURE.
001290     COPY "PAYMENT-PLAN-RECORD.CPY"
001300          REPLACING ==(TAG)== BY ==PP-==.
001310
001320 FD  BANK-DETAILS.
001330 01  BANK-DETAILS-STRUCTURE.
001340     COPY "BANK-DETAILS-RECORD.CPY"
001350          REPLACING ==(TAG)== BY ==BD-==.
001360
001370 FD  XREF-FILE.
001380 01  XREF-STRUCTURE.
001390     COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
001400          REPLACING ==(TAG)== BY ==XR-==.
001410
001420 FD  ACCOUNT-CLOSURES.
001430 01  ACCOUNT-CLOSURE-STRUCTURE.
001440     COPY "ACCOUNT-CLOSURE-RECORD.CPY"
001450          REPLACING ==(TAG)== BY ==CL-==.
001460
001470 FD  BT-BATCH-FILE.
001480 01  BT-BATCH-LINE              PIC X(100).
001490
001500 WORKING-STORAGE SECTION.
001510 01  BALXFER                    PIC X(50)
001520     VALUE "/mnt/c/cobfiles\balance-transfers.idx".
001530 01  ACCTMSTR                   PIC X(50)
001540     VALUE "/mnt/c/cobfiles\account-master.idx".
001550 01  ACCTIDX                    PIC X(50)
001560     VALUE "/mnt/c/cobfiles\transactions.idx".
001570 01  CONTRACTS                  PIC X(50)
001580     VALUE "/mnt/c/cobfiles\billing-contracts.idx".
001590 01  PLANFILE                   PIC X(50)
001600     VALUE "/mnt/c/cobfiles\payment-plans.idx".
001610 01  BANKDET                    PIC X(50)
001620     VALUE "/mnt/c/cobfiles\bank-details.idx".
001630 01  XREFOUT                    PIC X(50)
001640     VALUE "/mnt/c/cobfiles\address-xref.idx".
001650 01  ACCTCLOSE                  PIC X(50)
001660     VALUE "/mnt/c/cobfiles\account-closure.idx".
001670 01  BTBATCH                    PIC X(50)
001680     VALUE "balance-transfer-batch.txt".
001690
001700 01  BALXFER-STATUS             PIC X(02).
001710 01  ACCTMSTR-STATUS            PIC X(02).
001720 01  TXIDX-STATUS               PIC X(02).
001730 01  CONTRACT-STATUS            PIC X(02).
001740 01  PLAN-STATUS                PIC X(02).
001750 01  BANKDET-STATUS             PIC X(02).
001760 01  XREF-STATUS                PIC X(02).
001770 01  ACCTCLOSE-STATUS           PIC X(02).
001780 01  BTBATCH-STATUS             PIC X(02).
001790
001800*   THE STATUS BYTES ABOVE CHANGE WITH EVERY READ, SO WHETHER
001810*   EACH OPTIONAL FILE CAME OPEN IS REMEMBERED HERE.
001820 01  WS-OPEN-SWITCHES.
001830     05  WS-TXIDX-SWITCH        PIC X(01) VALUE 'N'.
001840         88  WS-TXIDX-OPEN                VALUE 'Y'.
001850     05  WS-CONTRACT-SWITCH     PIC X(01) VALUE 'N'.
001860         88  WS-CONTRACT-OPEN             VALUE 'Y'.
001870     05  WS-PLAN-SWITCH         PIC X(01) VALUE 'N'.
001880         88  WS-PLAN-OPEN                 VALUE 'Y'.
001890     05  WS-BANKDET-SWITCH      PIC X(01) VALUE 'N'.
001900         88  WS-BANKDET-OPEN              VALUE 'Y'.
001910     05  WS-XREF-SWITCH         PIC X(01) VALUE 'N'.
001920         88  WS-XREF-OPEN                 VALUE 'Y'.
001930
001940 01  WS-CLERK-ID                PIC X(10).
001950 01  WS-CLERK-NAME              PIC X(30).
001960 01  WS-CLERK-ROLE              PIC X(01).
001970 01  WS-CHECK-RESULT            PIC X(01).
001980 01  WS-TODAY-8                 PIC 9(08).
001990
002000 01  WS-IN-FUNCTION             PIC X(01).
002010     88  WS-FUNCTION-TRANSFER             VALUE 'T' 't'.
002020     88  WS-FUNCTION-MERGE                VALUE 'M' 'm'.
002030     88  WS-FUNCTION-CANCEL               VALUE 'X' 'x'.
002040     88  WS-FUNCTION-REBATCH              VALUE 'R' 'r'.
002050     88  WS-FUNCTION-END                  VALUE 'E' 'e'.
002060 01  WS-IN-ACCOUNT              PIC X(07).
002070 01  WS-IN-TARGET               PIC X(07).
002080 01  WS-IN-AMOUNT               PIC X(12).
002090 01  WS-IN-COMPANY              PIC X(02).
002100 01  WS-IN-REASON               PIC X(30).
002110 01  WS-IN-TRANSFER-NO          PIC X(06).
002120 01  WS-IN-CONFIRM              PIC X(01).
002130
002140 01  WS-SOURCE-ACCOUNT          PIC 9(07) VALUE ZERO.
002150 01  WS-TARGET-ACCOUNT          PIC 9(07) VALUE ZERO.
002160 01  WS-WORK-ACCOUNT            PIC 9(07) VALUE ZERO.
002170 01  WS-WORK-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
002180 01  WS-SOURCE-BALANCE          PIC S9(09)V9(02) VALUE ZERO.
002190 01  WS-TARGET-BALANCE          PIC S9(09)V9(02) VALUE ZERO.
002200 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
002210 01  WS-XFER-AMOUNT             PIC S9(09)V9(02) VALUE ZERO.
002220 01  WS-XFER-NO                 PIC 9(06) VALUE ZERO.
002230 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
002240 01  WS-REQUEST-SWITCH          PIC X(01) VALUE 'Y'.
002250     88  WS-REQUEST-OK                    VALUE 'Y'.
002260*   B = BOTH HALVES STILL TO POST, T = ONLY THE TARGET HALF.
002270 01  WS-HALVES-SWITCH           PIC X(01) VALUE 'B'.
002280     88  WS-BOTH-HALVES                   VALUE 'B'.
002290     88  WS-TARGET-HALF-ONLY              VALUE 'T'.
002300
002310*   ONE BATCH LINE UNDER CONSTRUCTION.
002320 01  WS-OUT-ACCOUNT             PIC 9(07).
002330 01  WS-OUT-DESC                PIC X(21).
002340 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
002350 01  WS-OUT-START               PIC S9(09)V9(02)
002360                                SIGN IS LEADING SEPARATE.
002370 01  WS-OUT-END                 PIC S9(09)V9(02)
002380                                SIGN IS LEADING SEPARATE.
002390 01  WS-OUT-TYPE                PIC X(01).
002400
002410 01  WS-LINE-COUNT              PIC 9(05) VALUE ZERO.
002420 01  WS-LINE-TOTAL              PIC 9(10)V9(02) VALUE ZERO.
002430 01  WS-HDR-NUMBER              PIC X(06).
002440 01  WS-HDR-COUNT               PIC 9(05).
002450 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
002460 01  WS-TX-EOF-SWITCH           PIC X(01) VALUE 'N'.
002470     88  WS-TX-EOF                        VALUE 'Y'.
002480 01  WS-SCAN-EOF-SWITCH         PIC X(01) VALUE 'N'.
002490     88  WS-SCAN-EOF                      VALUE 'Y'.
002500
002510*   THE SITTING'S LINES ARE HELD HERE UNTIL CLOSE-OUT, THEN
002520*   WRITTEN UNDER ONE B-HEADER.  A TRANSFER CANCELLED IN THE
002530*   SAME SITTING HAS ITS LINES BLANKED AND IS LEFT OUT.
002540 01  WS-LINE-TABLE.
002550     05  WS-HELD-ENTRY OCCURS 50 TIMES.
002560         10  WS-HELD-LINE       PIC X(98).
002570         10  WS-HELD-XFER       PIC 9(06).
002580         10  WS-HELD-AMOUNT     PIC 9(09)V9(02).
002590 01  WS-LINE-USED               PIC 9(02) VALUE ZERO.
002600 01  WS-LINE-I                  PIC 9(02) VALUE ZERO.
002610 01  WS-HELD-SWITCH             PIC X(01) VALUE 'N'.
002620     88  WS-ALREADY-HELD                  VALUE 'Y'.
002630
002640*   KEYS OF THE SOURCE'S CONTRACTS OR PLAN RECORDS BEING MOVED,
002650*   GATHERED FIRST SO THE FILE IS NOT UPDATED UNDER ITS OWN
002660*   BROWSE.
002670 01  WS-MOVE-TABLE.
002680     05  WS-MOVE-SEQ OCCURS 100 TIMES
002690                                PIC 9(02).
002700 01  WS-MOVE-COUNT              PIC 9(03) VALUE ZERO.
002710 01  WS-MOVE-I                  PIC 9(03) VALUE ZERO.
002720 01  WS-MOVED-COUNT             PIC 9(03) VALUE ZERO.
002730 01  WS-TARGET-MAX-SEQ          PIC 9(03) VALUE ZERO.
002740 01  WS-SAVE-BANK               PIC X(200).
002750
002760 01  WS-XREF-TABLE.
002770     05  WS-XREF-ENTRY OCCURS 50 TIMES.
002780         10  WS-XREF-PHONE      PIC X(12).
002790         10  WS-XREF-ROLE       PIC X(01).
002800 01  WS-XREF-COUNT              PIC 9(02) VALUE ZERO.
002810 01  WS-XREF-I                  PIC 9(02) VALUE ZERO.
002820 01  WS-TARGET-OWNER-SWITCH     PIC X(01) VALUE 'N'.
002830     88  WS-TARGET-HAS-OWNER              VALUE 'Y'.
002840
002850 PROCEDURE DIVISION.
002860*                                                                *
002870*   0000-MAINLINE                                                *
002880*                                                                *
002890 0000-MAINLINE.
002900     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
002910     DISPLAY "ENTER YOUR SUPERVISOR ID:".
002920     ACCEPT WS-CLERK-ID.
002930     IF WS-CLERK-ID = SPACES
002940        DISPLAY "A SUPERVISOR ID IS REQUIRED"
002950        GO TO 9999-EXIT
002960     END-IF.
002970     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
002980          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
002990     EVALUATE TRUE
003000        WHEN WS-CHECK-RESULT = 'M'
003010           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
003020                   "SUPERVISOR ROLE NOT VERIFIED"
003030        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
003040           DISPLAY "SIGNED ON: " WS-CLERK-NAME
003050        WHEN OTHER
003060           DISPLAY "NOT AN ACTIVE SUPERVISOR ID"
003070           GO TO 9999-EXIT
003080     END-EVALUATE.
003090     DISPLAY "COMPANY (01/02):".
003100     ACCEPT WS-IN-COMPANY.
003110     IF WS-IN-COMPANY NOT = "01" AND WS-IN-COMPANY NOT = "02"
003120        MOVE "01" TO WS-IN-COMPANY
003130     END-IF.
003140     OPEN I-O BALANCE-TRANSFERS.
003150     IF BALXFER-STATUS NOT = '00' AND BALXFER-STATUS NOT = '05'
003160        DISPLAY "CANNOT OPEN TRANSFER REGISTER, STATUS "
003170                BALXFER-STATUS
003180        GO TO 9999-EXIT
003190     END-IF.
003200     OPEN INPUT ACCOUNT-MASTER.
003210     IF ACCTMSTR-STATUS NOT = '00'
003220        DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS "
003230                ACCTMSTR-STATUS
003240        CLOSE BALANCE-TRANSFERS
003250        GO TO 9999-EXIT
003260     END-IF.
003270     OPEN INPUT TRANSACTIONS-INDEX.
003280     IF TXIDX-STATUS = '00'
003290        SET WS-TXIDX-OPEN TO TRUE
003300     END-IF.
003310     OPEN I-O BILLING-CONTRACTS.
003320     IF CONTRACT-STATUS = '00' OR CONTRACT-STATUS = '05'
003330        SET WS-CONTRACT-OPEN TO TRUE
003340     END-IF.
003350     OPEN I-O PAYMENT-PLANS.
003360     IF PLAN-STATUS = '00' OR PLAN-STATUS = '05'
003370        SET WS-PLAN-OPEN TO TRUE
003380     END-IF.
003390     OPEN I-O BANK-DETAILS.
003400     IF BANKDET-STATUS = '00' OR BANKDET-STATUS = '05'
003410        SET WS-BANKDET-OPEN TO TRUE
003420     END-IF.
003430     OPEN I-O XREF-FILE.
003440     IF XREF-STATUS = '00' OR XREF-STATUS = '05'
003450        SET WS-XREF-OPEN TO TRUE
003460     END-IF.
003470     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
003480             UNTIL WS-FUNCTION-END.
003490     IF WS-LINE-COUNT > ZERO
003500        PERFORM 8000-WRITE-BATCH THRU 8000-EXIT
003510     END-IF.
003520     CLOSE BALANCE-TRANSFERS.
003530     CLOSE ACCOUNT-MASTER.
003540     IF WS-TXIDX-OPEN
003550        CLOSE TRANSACTIONS-INDEX
003560     END-IF.
003570     IF WS-CONTRACT-OPEN
003580        CLOSE BILLING-CONTRACTS
003590     END-IF.
003600     IF WS-PLAN-OPEN
003610        CLOSE PAYMENT-PLANS
003620     END-IF.
003630     IF WS-BANKDET-OPEN
003640        CLOSE BANK-DETAILS
003650     END-IF.
003660     IF WS-XREF-OPEN
003670        CLOSE XREF-FILE
003680     END-IF.
003690     GO TO 9999-EXIT.
003700
003710 2000-ONE-REQUEST.
003720     DISPLAY " ".
003730     DISPLAY "T=TRANSFER  M=MERGE  X=CANCEL  R=RE-BATCH  E=END:".
003740     ACCEPT WS-IN-FUNCTION.
003750     EVALUATE TRUE
003760        WHEN WS-FUNCTION-TRANSFER
003770        WHEN WS-FUNCTION-MERGE
003780           PERFORM 3000-NEW-TRANSFER THRU 3000-EXIT
003790        WHEN WS-FUNCTION-CANCEL
003800           PERFORM 4000-CANCEL-TRANSFER THRU 4000-EXIT
003810        WHEN WS-FUNCTION-REBATCH
003820           PERFORM 4500-REBATCH-TRANSFER THRU 4500-EXIT
003830        WHEN WS-FUNCTION-END
003840           CONTINUE
003850        WHEN OTHER
003860           DISPLAY "UNKNOWN FUNCTION"
003870     END-EVALUATE.
003880 2000-EXIT.
003890     EXIT.
003900
003910*                                                                *
003920*   3000-NEW-TRANSFER -- VALIDATE, REGISTER, HOLD THE PAIRED     *
003930*   LINES, AND FOR A MERGE CARRY THE REST OF THE ACCOUNT ACROSS  *
003940*                                                                *
003950 3000-NEW-TRANSFER.
003960     DISPLAY "SOURCE ACCOUNT (MOVING FROM):".
003970     ACCEPT WS-IN-ACCOUNT.
003980     DISPLAY "TARGET ACCOUNT (MOVING TO):".
003990     ACCEPT WS-IN-TARGET.
004000     IF WS-IN-ACCOUNT NOT NUMERIC OR WS-IN-TARGET NOT NUMERIC
004010        DISPLAY "ACCOUNTS MUST BE NUMERIC"
004020        GO TO 3000-EXIT
004030     END-IF.
004040     MOVE WS-IN-ACCOUNT TO WS-SOURCE-ACCOUNT.
004050     MOVE WS-IN-TARGET  TO WS-TARGET-ACCOUNT.
004060     IF WS-SOURCE-ACCOUNT = WS-TARGET-ACCOUNT
004070        DISPLAY "SOURCE AND TARGET ARE THE SAME ACCOUNT"
004080        GO TO 3000-EXIT
004090     END-IF.
004100     PERFORM 3100-CHECK-ACCOUNTS THRU 3100-EXIT.
004110     IF NOT WS-REQUEST-OK
004120        GO TO 3000-EXIT
004130     END-IF.
004140     MOVE WS-SOURCE-ACCOUNT TO WS-WORK-ACCOUNT.
004150     PERFORM 3200-CHECK-OPEN-TRANSFERS THRU 3200-EXIT.
004160     IF NOT WS-REQUEST-OK
004170        GO TO 3000-EXIT
004180     END-IF.
004190     MOVE WS-TARGET-ACCOUNT TO WS-WORK-ACCOUNT.
004200     PERFORM 3200-CHECK-OPEN-TRANSFERS THRU 3200-EXIT.
004210     IF NOT WS-REQUEST-OK
004220        GO TO 3000-EXIT
004230     END-IF.
004240     MOVE WS-SOURCE-ACCOUNT TO WS-WORK-ACCOUNT.
004250     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
004260     MOVE WS-LAST-BALANCE TO WS-SOURCE-BALANCE.
004270     IF WS-FUNCTION-MERGE
004280        PERFORM 3300-CHECK-PLANS THRU 3300-EXIT
004290        IF NOT WS-REQUEST-OK
004300           GO TO 3000-EXIT
004310        END-IF
004320        MOVE WS-SOURCE-BALANCE TO WS-XFER-AMOUNT
004330     ELSE
004340        IF WS-SOURCE-BALANCE = ZERO
004350           DISPLAY "SOURCE HAS NO BALANCE TO TRANSFER"
004360           GO TO 3000-EXIT
004370        END-IF
004380        MOVE WS-SOURCE-BALANCE TO WS-AMOUNT-EDITED
004390        DISPLAY "SOURCE BALANCE " WS-AMOUNT-EDITED
004400        DISPLAY "AMOUNT TO TRANSFER:"
004410        ACCEPT WS-IN-AMOUNT
004420        COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT)
004430        IF WS-WORK-AMOUNT = ZERO
004440           DISPLAY "AMOUNT MUST NOT BE ZERO"
004450           GO TO 3000-EXIT
004460        END-IF
004470*   A DEBIT BALANCE MOVES AS A POSITIVE AMOUNT, A CREDIT BALANCE
004480*   AS A NEGATIVE ONE; NEITHER MAY MOVE MORE THAN IS THERE.
004490        IF WS-SOURCE-BALANCE > ZERO
004500           MOVE WS-WORK-AMOUNT TO WS-XFER-AMOUNT
004510           IF WS-XFER-AMOUNT > WS-SOURCE-BALANCE
004520              DISPLAY "AMOUNT IS MORE THAN THE SOURCE BALANCE"
004530              GO TO 3000-EXIT
004540           END-IF
004550        ELSE
004560           COMPUTE WS-XFER-AMOUNT = ZERO - WS-WORK-AMOUNT
004570           IF WS-XFER-AMOUNT < WS-SOURCE-BALANCE
004580              DISPLAY "AMOUNT IS MORE THAN THE SOURCE CREDIT"
004590              GO TO 3000-EXIT
004600           END-IF
004610        END-IF
004620     END-IF.
004630     IF WS-XFER-AMOUNT NOT = ZERO AND WS-LINE-USED > 48
004640        DISPLAY "BATCH FULL -- END THIS SITTING AND KEY THE "
004650                "TRANSFER IN THE NEXT"
004660        GO TO 3000-EXIT
004670     END-IF.
004680     DISPLAY "REASON:".
004690     ACCEPT WS-IN-REASON.
004700     IF WS-FUNCTION-MERGE
004710        DISPLAY "MERGE " WS-SOURCE-ACCOUNT " INTO "
004720                WS-TARGET-ACCOUNT " AND CLOSE "
004730                WS-SOURCE-ACCOUNT " (Y/N):"
004740        ACCEPT WS-IN-CONFIRM
004750        IF WS-IN-CONFIRM NOT = 'Y' AND WS-IN-CONFIRM NOT = 'y'
004760           DISPLAY "MERGE NOT MADE"
004770           GO TO 3000-EXIT
004780        END-IF
004790     END-IF.
004800     PERFORM 3400-NEXT-TRANSFER-NO THRU 3400-EXIT.
004810     MOVE SPACES            TO BALANCE-TRANSFER-STRUCTURE.
004820     MOVE WS-XFER-NO        TO BT-TRANSFER-NO.
004830     MOVE WS-SOURCE-ACCOUNT TO BT-SOURCE-ACCOUNT.
004840     MOVE WS-TARGET-ACCOUNT TO BT-TARGET-ACCOUNT.
004850     IF WS-FUNCTION-MERGE
004860        SET BT-MODE-MERGE TO TRUE
004870     ELSE
004880        SET BT-MODE-TRANSFER TO TRUE
004890     END-IF.
004900     MOVE WS-XFER-AMOUNT    TO BT-AMOUNT.
004910     MOVE WS-IN-COMPANY     TO BT-COMPANY-CODE.
004920     MOVE WS-CLERK-ID       TO BT-APPROVED-BY.
004930     MOVE WS-TODAY-8        TO BT-APPROVED-DATE.
004940     MOVE ZERO              TO BT-SOURCE-UID BT-TARGET-UID
004950                               BT-POSTED-DATE BT-ITEMS-MOVED.
004960     MOVE WS-IN-REASON      TO BT-REASON.
004970*   A MERGE OF AN ACCOUNT WITH NOTHING ON IT HAS NO LINES TO
004980*   POST, SO IT IS POSTED AS SOON AS IT IS MADE.
004990     IF WS-XFER-AMOUNT = ZERO
005000        SET BT-TRANSFER-POSTED TO TRUE
005010        MOVE WS-TODAY-8 TO BT-POSTED-DATE
005020     ELSE
005030        SET BT-TRANSFER-APPROVED TO TRUE
005040     END-IF.
005050     WRITE BALANCE-TRANSFER-STRUCTURE
005060         INVALID KEY
005070            DISPLAY "CANNOT WRITE THE TRANSFER REGISTER, STATUS "
005080                    BALXFER-STATUS
005090            GO TO 3000-EXIT
005100     END-WRITE.
005110     IF WS-XFER-AMOUNT NOT = ZERO
005120        SET WS-BOTH-HALVES TO TRUE
005130        PERFORM 3500-HOLD-LINES THRU 3500-EXIT
005140     END-IF.
005150     MOVE WS-XFER-AMOUNT TO WS-AMOUNT-EDITED.
005160     DISPLAY "TRANSFER " WS-XFER-NO " APPROVED -- "
005170             WS-SOURCE-ACCOUNT " TO " WS-TARGET-ACCOUNT " FOR "
005180             WS-AMOUNT-EDITED.
005190     IF WS-FUNCTION-MERGE
005200        PERFORM 3600-MOVE-CONTRACTS THRU 3600-EXIT
005210        PERFORM 3700-MOVE-PLAN THRU 3700-EXIT
005220        PERFORM 3800-MOVE-BANK THRU 3800-EXIT
005230        PERFORM 3850-MOVE-XREF THRU 3850-EXIT
005240        PERFORM 3900-FILE-CLOSURE THRU 3900-EXIT
005250     END-IF.
005260 3000-EXIT.
005270     EXIT.
005280
005290*                                                                *
005300*   3100-CHECK-ACCOUNTS -- BOTH ON THE MASTER AND NEITHER        *
005310*   CLOSED; NOTHING MOVES OFF AN ACCOUNT UNDER LEGAL HOLD        *
005320*                                                                *
005330 3100-CHECK-ACCOUNTS.
005340     MOVE 'N' TO WS-REQUEST-SWITCH.
005350     MOVE WS-SOURCE-ACCOUNT TO AM-ACCOUNT-ID.
005360     READ ACCOUNT-MASTER
005370         INVALID KEY
005380            DISPLAY "SOURCE ACCOUNT NOT ON THE MASTER"
005390            GO TO 3100-EXIT
005400     END-READ.
005410     IF AM-ACCOUNT-CLOSED
005420        DISPLAY "SOURCE ACCOUNT IS CLOSED"
005430        GO TO 3100-EXIT
005440     END-IF.
005450     IF AM-ON-LEGAL-HOLD
005460        DISPLAY "SOURCE ACCOUNT IS UNDER LEGAL HOLD"
005470        GO TO 3100-EXIT
005480     END-IF.
005490     MOVE WS-TARGET-ACCOUNT TO AM-ACCOUNT-ID.
005500     READ ACCOUNT-MASTER
005510         INVALID KEY
005520            DISPLAY "TARGET ACCOUNT NOT ON THE MASTER"
005530            GO TO 3100-EXIT
005540     END-READ.
005550     IF AM-ACCOUNT-CLOSED
005560        DISPLAY "TARGET ACCOUNT IS CLOSED"
005570        GO TO 3100-EXIT
005580     END-IF.
005590     MOVE 'Y' TO WS-REQUEST-SWITCH.
005600 3100-EXIT.
005610     EXIT.
005620
005630*                                                                *
005640*   3200-CHECK-OPEN-TRANSFERS -- ONE UNPOSTED TRANSFER OUT OF AN *
005650*   ACCOUNT AT A TIME, SO THE BALANCE EACH WAS APPROVED AGAINST  *
005660*   STILL HOLDS WHEN IT POSTS                                    *
005670*                                                                *
005680 3200-CHECK-OPEN-TRANSFERS.
005690     MOVE 'Y' TO WS-REQUEST-SWITCH.
005700     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
005710     MOVE WS-WORK-ACCOUNT TO BT-SOURCE-ACCOUNT.
005720     START BALANCE-TRANSFERS KEY IS >= BT-SOURCE-ACCOUNT
005730         INVALID KEY
005740            GO TO 3200-EXIT
005750     END-START.
005760     PERFORM 3250-ONE-OPEN-TRANSFER THRU 3250-EXIT
005770             UNTIL WS-SCAN-EOF.
005780 3200-EXIT.
005790     EXIT.
005800
005810 3250-ONE-OPEN-TRANSFER.
005820     READ BALANCE-TRANSFERS NEXT RECORD
005830         AT END
005840            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005850            GO TO 3250-EXIT
005860     END-READ.
005870     IF BT-SOURCE-ACCOUNT NOT = WS-WORK-ACCOUNT
005880        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005890        GO TO 3250-EXIT
005900     END-IF.
005910     IF BT-TRANSFER-APPROVED
005920        DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " HAS TRANSFER "
005930                BT-TRANSFER-NO " NOT YET POSTED"
005940        MOVE 'N' TO WS-REQUEST-SWITCH
005950        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005960     END-IF.
005970 3250-EXIT.
005980     EXIT.
005990
006000*                                                                *
006010*   3300-CHECK-PLANS -- A LIVE PLAN ON THE SOURCE CAN ONLY MOVE  *
006020*   TO A TARGET WITH NO PLAN OF ITS OWN                          *
006030*                                                                *
006040 3300-CHECK-PLANS.
006050     MOVE 'Y' TO WS-REQUEST-SWITCH.
006060     IF NOT WS-PLAN-OPEN
006070        GO TO 3300-EXIT
006080     END-IF.
006090     MOVE WS-SOURCE-ACCOUNT TO PP-ACCOUNT-ID.
006100     MOVE ZERO TO PP-INSTALLMENT-SEQ.
006110     READ PAYMENT-PLANS
006120         INVALID KEY
006130            GO TO 3300-EXIT
006140     END-READ.
006150     IF NOT PP-PLAN-ACTIVE
006160        GO TO 3300-EXIT
006170     END-IF.
006180     MOVE WS-TARGET-ACCOUNT TO PP-ACCOUNT-ID.
006190     MOVE ZERO TO PP-INSTALLMENT-SEQ.
006200     READ PAYMENT-PLANS
006210         INVALID KEY
006220            GO TO 3300-EXIT
006230     END-READ.
006240     DISPLAY "BOTH ACCOUNTS HAVE A PAYMENT PLAN -- SETTLE ONE "
006250             "ON PAYMENT-PLAN-MAINT FIRST".
006260     MOVE 'N' TO WS-REQUEST-SWITCH.
006270 3300-EXIT.
006280     EXIT.
006290
006300*                                                                *
006310*   3400-NEXT-TRANSFER-NO -- ONE PAST THE HIGHEST ON FILE        *
006320*                                                                *
006330 3400-NEXT-TRANSFER-NO.
006340     MOVE 1 TO WS-XFER-NO.
006350     MOVE 999999 TO BT-TRANSFER-NO.
006360     START BALANCE-TRANSFERS KEY < BT-TRANSFER-NO
006370         INVALID KEY
006380            GO TO 3400-EXIT
006390     END-START.
006400     READ BALANCE-TRANSFERS PREVIOUS RECORD
006410         AT END
006420            GO TO 3400-EXIT
006430     END-READ.
006440     COMPUTE WS-XFER-NO = BT-TRANSFER-NO + 1.
006450 3400-EXIT.
006460     EXIT.
006470
006480*                                                                *
006490*   3500-HOLD-LINES -- THE SOURCE HALF, THEN THE TARGET HALF,    *
006500*   FOR THE TRANSFER NOW IN THE REGISTER RECORD.  LEDGER-POST    *
006510*   INSISTS THE SOURCE HALF POSTS FIRST, SO THE ORDER MATTERS.   *
006520*                                                                *
006530 3500-HOLD-LINES.
006540     IF BT-AMOUNT < ZERO
006550        COMPUTE WS-OUT-AMOUNT = ZERO - BT-AMOUNT
006560     ELSE
006570        MOVE BT-AMOUNT TO WS-OUT-AMOUNT
006580     END-IF.
006590     IF WS-BOTH-HALVES
006600        MOVE BT-SOURCE-ACCOUNT TO WS-WORK-ACCOUNT WS-OUT-ACCOUNT
006610        PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT
006620        MOVE WS-LAST-BALANCE TO WS-OUT-START
006630        COMPUTE WS-OUT-END = WS-LAST-BALANCE - BT-AMOUNT
006640        MOVE SPACES TO WS-OUT-DESC
006650        STRING "TRANSFER TO "    DELIMITED BY SIZE
006660               BT-TARGET-ACCOUNT DELIMITED BY SIZE
006670               INTO WS-OUT-DESC
006680        END-STRING
006690        IF BT-AMOUNT < ZERO
006700           MOVE 'D' TO WS-OUT-TYPE
006710        ELSE
006720           MOVE 'C' TO WS-OUT-TYPE
006730        END-IF
006740        PERFORM 3550-HOLD-ONE-LINE THRU 3550-EXIT
006750     END-IF.
006760     MOVE BT-TARGET-ACCOUNT TO WS-WORK-ACCOUNT WS-OUT-ACCOUNT.
006770     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
006780     MOVE WS-LAST-BALANCE TO WS-OUT-START.
006790     COMPUTE WS-OUT-END = WS-LAST-BALANCE + BT-AMOUNT.
006800     MOVE SPACES TO WS-OUT-DESC.
006810     STRING "TRANSFER FROM "  DELIMITED BY SIZE
006820            BT-SOURCE-ACCOUNT DELIMITED BY SIZE
006830            INTO WS-OUT-DESC
006840     END-STRING.
006850     IF BT-AMOUNT < ZERO
006860        MOVE 'C' TO WS-OUT-TYPE
006870     ELSE
006880        MOVE 'D' TO WS-OUT-TYPE
006890     END-IF.
006900     PERFORM 3550-HOLD-ONE-LINE THRU 3550-EXIT.
006910 3500-EXIT.
006920     EXIT.
006930
006940*   THE EIGHTH TO TENTH FIELDS (REVERSAL, CHARGE CODE, DEFERRAL)
006950*   ARE EMPTY; THE ELEVENTH IS THE TRANSFER NUMBER.
006960 3550-HOLD-ONE-LINE.
006970     ADD 1 TO WS-LINE-USED.
006980     ADD 1 TO WS-LINE-COUNT.
006990     ADD WS-OUT-AMOUNT TO WS-LINE-TOTAL.
007000     MOVE BT-TRANSFER-NO TO WS-HELD-XFER (WS-LINE-USED).
007010     MOVE WS-OUT-AMOUNT  TO WS-HELD-AMOUNT (WS-LINE-USED).
007020     MOVE SPACES TO WS-HELD-LINE (WS-LINE-USED).
007030     STRING "00000,"            DELIMITED BY SIZE
007040            WS-OUT-ACCOUNT      DELIMITED BY SIZE
007050            ","                 DELIMITED BY SIZE
007060            WS-OUT-DESC         DELIMITED BY "  "
007070            ","                 DELIMITED BY SIZE
007080            WS-OUT-AMOUNT       DELIMITED BY SIZE
007090            ","                 DELIMITED BY SIZE
007100            WS-OUT-START        DELIMITED BY SIZE
007110            ","                 DELIMITED BY SIZE
007120            WS-OUT-END          DELIMITED BY SIZE
007130            ","                 DELIMITED BY SIZE
007140            WS-OUT-TYPE         DELIMITED BY SIZE
007150            ",,,,"              DELIMITED BY SIZE
007160            BT-TRANSFER-NO      DELIMITED BY SIZE
007170            INTO WS-HELD-LINE (WS-LINE-USED)
007180     END-STRING.
007190 3550-EXIT.
007200     EXIT.
007210
007220*                                                                *
007230*   3600-MOVE-CONTRACTS -- THE SOURCE'S ACTIVE BILLING CONTRACTS *
007240*   ARE RE-KEYED ONTO THE TARGET AFTER ITS HIGHEST SEQUENCE.     *
007250*   CANCELLED ONES STAY BEHIND AS HISTORY.                       *
007260*                                                                *
007270 3600-MOVE-CONTRACTS.
007280     IF NOT WS-CONTRACT-OPEN
007290        GO TO 3600-EXIT
007300     END-IF.
007310     MOVE ZERO TO WS-TARGET-MAX-SEQ WS-MOVE-COUNT WS-MOVED-COUNT.
007320     MOVE WS-TARGET-ACCOUNT TO WS-WORK-ACCOUNT BC-ACCOUNT-ID.
007330     MOVE ZERO TO BC-CONTRACT-SEQ.
007340     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
007350     START BILLING-CONTRACTS KEY IS >= BC-CONTRACT-KEY
007360         INVALID KEY
007370            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007380     END-START.
007390     PERFORM 3610-ONE-CONTRACT THRU 3610-EXIT
007400             UNTIL WS-SCAN-EOF.
007410     MOVE WS-SOURCE-ACCOUNT TO WS-WORK-ACCOUNT BC-ACCOUNT-ID.
007420     MOVE ZERO TO BC-CONTRACT-SEQ.
007430     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
007440     START BILLING-CONTRACTS KEY IS >= BC-CONTRACT-KEY
007450         INVALID KEY
007460            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007470     END-START.
007480     PERFORM 3610-ONE-CONTRACT THRU 3610-EXIT
007490             UNTIL WS-SCAN-EOF.
007500     IF WS-MOVE-COUNT = ZERO
007510        GO TO 3600-EXIT
007520     END-IF.
007530     IF WS-TARGET-MAX-SEQ + WS-MOVE-COUNT > 99
007540        DISPLAY "TARGET HAS NO ROOM FOR THE SOURCE CONTRACTS -- "
007550                "MOVE THEM ON BILLING-CONTRACT-MAINT"
007560        GO TO 3600-EXIT
007570     END-IF.
007580     MOVE 1 TO WS-MOVE-I.
007590     PERFORM 3650-MOVE-ONE-CONTRACT THRU 3650-EXIT
007600             UNTIL WS-MOVE-I > WS-MOVE-COUNT.
007610     DISPLAY "  CONTRACTS MOVED:      " WS-MOVED-COUNT.
007620 3600-EXIT.
007630     EXIT.
007640
007650*   ON THE TARGET PASS THIS FINDS THE HIGHEST SEQUENCE IN USE;
007660*   ON THE SOURCE PASS IT GATHERS THE ACTIVE CONTRACTS TO MOVE.
007670 3610-ONE-CONTRACT.
007680     READ BILLING-CONTRACTS NEXT RECORD
007690         AT END
007700            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007710            GO TO 3610-EXIT
007720     END-READ.
007730     IF BC-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
007740        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007750        GO TO 3610-EXIT
007760     END-IF.
007770     IF WS-WORK-ACCOUNT = WS-TARGET-ACCOUNT
007780        MOVE BC-CONTRACT-SEQ TO WS-TARGET-MAX-SEQ
007790        GO TO 3610-EXIT
007800     END-IF.
007810     IF BC-CONTRACT-ACTIVE
007820        ADD 1 TO WS-MOVE-COUNT
007830        MOVE BC-CONTRACT-SEQ TO WS-MOVE-SEQ (WS-MOVE-COUNT)
007840     END-IF.
007850 3610-EXIT.
007860     EXIT.
007870
007880*   THE NEW KEY IS WRITTEN BEFORE THE OLD ONE IS DELETED, SO A
007890*   FAILED WRITE LEAVES THE CONTRACT WHERE IT WAS.
007900 3650-MOVE-ONE-CONTRACT.
007910     MOVE WS-SOURCE-ACCOUNT TO BC-ACCOUNT-ID.
007920     MOVE WS-MOVE-SEQ (WS-MOVE-I) TO BC-CONTRACT-SEQ.
007930     ADD 1 TO WS-MOVE-I.
007940     READ BILLING-CONTRACTS
007950         INVALID KEY
007960            GO TO 3650-EXIT
007970     END-READ.
007980     ADD 1 TO WS-TARGET-MAX-SEQ.
007990     MOVE WS-TARGET-ACCOUNT TO BC-ACCOUNT-ID.
008000     MOVE WS-TARGET-MAX-SEQ TO BC-CONTRACT-SEQ.
008010     WRITE BILLING-CONTRACT-STRUCTURE
008020         INVALID KEY
008030            DISPLAY "CANNOT MOVE CONTRACT " WS-SOURCE-ACCOUNT "-"
008040                    WS-MOVE-SEQ (WS-MOVE-I - 1)
008050            GO TO 3650-EXIT
008060     END-WRITE.
008070     MOVE WS-SOURCE-ACCOUNT TO BC-ACCOUNT-ID.
008080     MOVE WS-MOVE-SEQ (WS-MOVE-I - 1) TO BC-CONTRACT-SEQ.
008090     DELETE BILLING-CONTRACTS RECORD
008100         INVALID KEY
008110            CONTINUE
008120     END-DELETE.
008130     ADD 1 TO WS-MOVED-COUNT.
008140 3650-EXIT.
008150     EXIT.
008160
008170*                                                                *
008180*   3700-MOVE-PLAN -- AN ACTIVE PLAN ON THE SOURCE, HEADER AND   *
008190*   INSTALLMENTS, MOVES TO THE TARGET UNDER THE SAME SEQUENCES   *
008200*   (3300 HAS ALREADY MADE SURE THE TARGET HAS NONE)             *
008210*                                                                *
008220 3700-MOVE-PLAN.
008230     IF NOT WS-PLAN-OPEN
008240        GO TO 3700-EXIT
008250     END-IF.
008260     MOVE ZERO TO WS-MOVE-COUNT WS-MOVED-COUNT.
008270     MOVE WS-SOURCE-ACCOUNT TO PP-ACCOUNT-ID.
008280     MOVE ZERO TO PP-INSTALLMENT-SEQ.
008290     READ PAYMENT-PLANS
008300         INVALID KEY
008310            GO TO 3700-EXIT
008320     END-READ.
008330     IF NOT PP-PLAN-ACTIVE
008340        GO TO 3700-EXIT
008350     END-IF.
008360     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
008370     START PAYMENT-PLANS KEY IS >= PP-PLAN-KEY
008380         INVALID KEY
008390            GO TO 3700-EXIT
008400     END-START.
008410     PERFORM 3710-ONE-PLAN-RECORD THRU 3710-EXIT
008420             UNTIL WS-SCAN-EOF.
008430     MOVE 1 TO WS-MOVE-I.
008440     PERFORM 3750-MOVE-ONE-PLAN-RECORD THRU 3750-EXIT
008450             UNTIL WS-MOVE-I > WS-MOVE-COUNT.
008460     DISPLAY "  PLAN RECORDS MOVED:   " WS-MOVED-COUNT.
008470 3700-EXIT.
008480     EXIT.
008490
008500 3710-ONE-PLAN-RECORD.
008510     READ PAYMENT-PLANS NEXT RECORD
008520         AT END
008530            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
008540            GO TO 3710-EXIT
008550     END-READ.
008560     IF PP-ACCOUNT-ID NOT = WS-SOURCE-ACCOUNT
008570        OR WS-MOVE-COUNT = 100
008580        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
008590        GO TO 3710-EXIT
008600     END-IF.
008610     ADD 1 TO WS-MOVE-COUNT.
008620     MOVE PP-INSTALLMENT-SEQ TO WS-MOVE-SEQ (WS-MOVE-COUNT).
008630 3710-EXIT.
008640     EXIT.
008650
008660 3750-MOVE-ONE-PLAN-RECORD.
008670     MOVE WS-SOURCE-ACCOUNT TO PP-ACCOUNT-ID.
008680     MOVE WS-MOVE-SEQ (WS-MOVE-I) TO PP-INSTALLMENT-SEQ.
008690     ADD 1 TO WS-MOVE-I.
008700     READ PAYMENT-PLANS
008710         INVALID KEY
008720            GO TO 3750-EXIT
008730     END-READ.
008740     MOVE WS-TARGET-ACCOUNT TO PP-ACCOUNT-ID.
008750     WRITE PAYMENT-PLAN-STRUCTURE
008760         INVALID KEY
008770            DISPLAY "CANNOT MOVE PLAN RECORD " WS-SOURCE-ACCOUNT
008780                    "-" PP-INSTALLMENT-SEQ
008790            GO TO 3750-EXIT
008800     END-WRITE.
008810     MOVE WS-SOURCE-ACCOUNT TO PP-ACCOUNT-ID.
008820     DELETE PAYMENT-PLANS RECORD
008830         INVALID KEY
008840            CONTINUE
008850     END-DELETE.
008860     ADD 1 TO WS-MOVED-COUNT.
008870 3750-EXIT.
008880     EXIT.
008890
008900*                                                                *
008910*   3800-MOVE-BANK -- THE SOURCE'S BANK DETAILS GO ACROSS ONLY   *
008920*   WHEN THE TARGET HAS NONE; OTHERWISE THE TARGET KEEPS ITS OWN *
008930*   AND THE CLOSE STOPS THE SOURCE'S AUTOPAY                     *
008940*                                                                *
008950 3800-MOVE-BANK.
008960     IF NOT WS-BANKDET-OPEN
008970        GO TO 3800-EXIT
008980     END-IF.
008990     MOVE WS-SOURCE-ACCOUNT TO BD-ACCOUNT-ID.
009000     READ BANK-DETAILS
009010         INVALID KEY
009020            GO TO 3800-EXIT
009030     END-READ.
009040     MOVE BANK-DETAILS-STRUCTURE TO WS-SAVE-BANK.
009050     MOVE WS-TARGET-ACCOUNT TO BD-ACCOUNT-ID.
009060     READ BANK-DETAILS
009070         NOT INVALID KEY
009080            DISPLAY "  TARGET KEEPS ITS OWN BANK DETAILS"
009090            GO TO 3800-EXIT
009100     END-READ.
009110     MOVE WS-SAVE-BANK TO BANK-DETAILS-STRUCTURE.
009120     MOVE WS-TARGET-ACCOUNT TO BD-ACCOUNT-ID.
009130     WRITE BANK-DETAILS-STRUCTURE
009140         INVALID KEY
009150            DISPLAY "CANNOT MOVE BANK DETAILS"
009160            GO TO 3800-EXIT
009170     END-WRITE.
009180     MOVE WS-SOURCE-ACCOUNT TO BD-ACCOUNT-ID.
009190     DELETE BANK-DETAILS RECORD
009200         INVALID KEY
009210            CONTINUE
009220     END-DELETE.
009230     DISPLAY "  BANK DETAILS MOVED".
009240 3800-EXIT.
009250     EXIT.
009260
009270*                                                                *
009280*   3850-MOVE-XREF -- EACH CONTACT LINKED TO THE SOURCE IS       *
009290*   LINKED TO THE TARGET INSTEAD.  THE TARGET KEEPS ONE OWNER:   *
009300*   A SOURCE OWNER ARRIVING AT A TARGET THAT HAS ONE COMES       *
009310*   ACROSS AS AUTHORIZED.  A CONTACT ALREADY LINKED TO THE       *
009320*   TARGET KEEPS THE LINK IT HAS.                                *
009330*                                                                *
009340 3850-MOVE-XREF.
009350     IF NOT WS-XREF-OPEN
009360        GO TO 3850-EXIT
009370     END-IF.
009380     MOVE 'N' TO WS-TARGET-OWNER-SWITCH.
009390     MOVE ZERO TO WS-XREF-COUNT WS-MOVED-COUNT.
009400     MOVE WS-TARGET-ACCOUNT TO WS-WORK-ACCOUNT XR-ACCOUNT-ID.
009410     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
009420     START XREF-FILE KEY IS >= XR-ACCOUNT-ID
009430         INVALID KEY
009440            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009450     END-START.
009460     PERFORM 3860-ONE-XREF THRU 3860-EXIT
009470             UNTIL WS-SCAN-EOF.
009480     MOVE WS-SOURCE-ACCOUNT TO WS-WORK-ACCOUNT XR-ACCOUNT-ID.
009490     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
009500     START XREF-FILE KEY IS >= XR-ACCOUNT-ID
009510         INVALID KEY
009520            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009530     END-START.
009540     PERFORM 3860-ONE-XREF THRU 3860-EXIT
009550             UNTIL WS-SCAN-EOF.
009560     MOVE 1 TO WS-XREF-I.
009570     PERFORM 3880-MOVE-ONE-XREF THRU 3880-EXIT
009580             UNTIL WS-XREF-I > WS-XREF-COUNT.
009590     DISPLAY "  CONTACT LINKS MOVED:  " WS-MOVED-COUNT.
009600 3850-EXIT.
009610     EXIT.
009620
009630*   ON THE TARGET PASS THIS NOTES AN OWNER; ON THE SOURCE PASS
009640*   IT GATHERS THE LINKS TO MOVE.
009650 3860-ONE-XREF.
009660     READ XREF-FILE NEXT RECORD
009670         AT END
009680            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009690            GO TO 3860-EXIT
009700     END-READ.
009710     IF XR-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
009720        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009730        GO TO 3860-EXIT
009740     END-IF.
009750     IF WS-WORK-ACCOUNT = WS-TARGET-ACCOUNT
009760        IF XR-ROLE-OWNER
009770           MOVE 'Y' TO WS-TARGET-OWNER-SWITCH
009780        END-IF
009790        GO TO 3860-EXIT
009800     END-IF.
009810     IF WS-XREF-COUNT = 50
009820        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009830        GO TO 3860-EXIT
009840     END-IF.
009850     ADD 1 TO WS-XREF-COUNT.
009860     MOVE XR-PHONE TO WS-XREF-PHONE (WS-XREF-COUNT).
009870     MOVE XR-ROLE  TO WS-XREF-ROLE (WS-XREF-COUNT).
009880 3860-EXIT.
009890     EXIT.
009900
009910 3880-MOVE-ONE-XREF.
009920     MOVE WS-XREF-PHONE (WS-XREF-I) TO XR-PHONE.
009930     MOVE WS-TARGET-ACCOUNT TO XR-ACCOUNT-ID.
009940     READ XREF-FILE
009950         INVALID KEY
009960            MOVE SPACES TO XREF-STRUCTURE
009970            MOVE WS-XREF-PHONE (WS-XREF-I) TO XR-PHONE
009980            MOVE WS-TARGET-ACCOUNT TO XR-ACCOUNT-ID
009990            MOVE WS-XREF-ROLE (WS-XREF-I) TO XR-ROLE
010000            IF XR-ROLE-OWNER
010010               IF WS-TARGET-HAS-OWNER
010020                  SET XR-ROLE-AUTHORIZED TO TRUE
010030               ELSE
010040                  MOVE 'Y' TO WS-TARGET-OWNER-SWITCH
010050               END-IF
010060            END-IF
010070            MOVE WS-CLERK-ID TO XR-ADDED-BY
010080            MOVE WS-TODAY-8  TO XR-ADDED-DATE
010090            WRITE XREF-STRUCTURE
010100                INVALID KEY
010110                   DISPLAY "CANNOT LINK CONTACT "
010120                           WS-XREF-PHONE (WS-XREF-I)
010130                   ADD 1 TO WS-XREF-I
010140                   GO TO 3880-EXIT
010150            END-WRITE
010160     END-READ.
010170     MOVE WS-XREF-PHONE (WS-XREF-I) TO XR-PHONE.
010180     MOVE WS-SOURCE-ACCOUNT TO XR-ACCOUNT-ID.
010190     DELETE XREF-FILE RECORD
010200         INVALID KEY
010210            CONTINUE
010220     END-DELETE.
010230     ADD 1 TO WS-MOVED-COUNT.
010240     ADD 1 TO WS-XREF-I.
010250 3880-EXIT.
010260     EXIT.
010270
010280*                                                                *
010290*   3900-FILE-CLOSURE -- A PENDING CLOSE OF THE SOURCE, CUT OFF  *
010300*   TODAY, AS ACCOUNT-MASTER-MAINT FILES ONE.  ACCOUNT-CLOSURE-  *
010310*   JOB WILL NOT FINISH IT WHILE THE TRANSFER IS UNPOSTED.       *
010320*                                                                *
010330 3900-FILE-CLOSURE.
010340     OPEN I-O ACCOUNT-CLOSURES.
010350     IF ACCTCLOSE-STATUS NOT = '00'
010360      AND ACCTCLOSE-STATUS NOT = '05'
010370        DISPLAY "CANNOT OPEN CLOSURE FILE -- REQUEST THE "
010380                "CLOSE ON ACCOUNT-MASTER-MAINT"
010390        GO TO 3900-EXIT
010400     END-IF.
010410     MOVE WS-SOURCE-ACCOUNT TO CL-ACCOUNT-ID.
010420     READ ACCOUNT-CLOSURES
010430         INVALID KEY
010440            MOVE SPACES TO ACCOUNT-CLOSURE-STRUCTURE
010450            MOVE WS-SOURCE-ACCOUNT TO CL-ACCOUNT-ID
010460            MOVE 'N' TO CL-CLOSURE-STATUS
010470     END-READ.
010480     IF CL-CLOSURE-PENDING
010490        DISPLAY "  CLOSURE ALREADY REQUESTED"
010500        CLOSE ACCOUNT-CLOSURES
010510        GO TO 3900-EXIT
010520     END-IF.
010530     MOVE WS-TODAY-8 TO CL-REQUESTED-DATE CL-CUTOFF-DATE.
010540     SET CL-CLOSURE-PENDING TO TRUE.
010550     MOVE ZERO   TO CL-CONTRACTS-CANCELLED CL-DEPOSITS-RELEASED
010560                    CL-WRITEOFF-AMOUNT CL-LAST-RUN-DATE
010570                    CL-LAST-BALANCE CL-STATEMENT-DATE
010580                    CL-CLOSED-DATE.
010590     MOVE 'N'    TO CL-AUTOPAY-STOPPED.
010600     MOVE SPACES TO CL-BLOCK-REASON.
010610     IF ACCTCLOSE-STATUS = '00'
010620        REWRITE ACCOUNT-CLOSURE-STRUCTURE
010630            INVALID KEY
010640               DISPLAY "CANNOT FILE CLOSURE REQUEST"
010650        END-REWRITE
010660     ELSE
010670        WRITE ACCOUNT-CLOSURE-STRUCTURE
010680            INVALID KEY
010690               DISPLAY "CANNOT FILE CLOSURE REQUEST"
010700        END-WRITE
010710     END-IF.
010720     DISPLAY "  CLOSURE REQUESTED FOR " WS-SOURCE-ACCOUNT.
010730     CLOSE ACCOUNT-CLOSURES.
010740 3900-EXIT.
010750     EXIT.
010760
010770*                                                                *
010780*   4000-CANCEL-TRANSFER -- ONLY BEFORE THE SOURCE HALF POSTS.   *
010790*   A MERGE HAS ALREADY MOVED THE ACCOUNT'S OTHER RECORDS, SO IT *
010800*   IS NOT CANCELLED HERE -- IT IS RE-BATCHED AND POSTED, AND A  *
010810*   MISTAKEN ONE UNDONE WITH A TRANSFER BACK.                    *
010820*                                                                *
010830 4000-CANCEL-TRANSFER.
010840     DISPLAY "TRANSFER NUMBER TO CANCEL:".
010850     ACCEPT WS-IN-TRANSFER-NO.
010860     IF WS-IN-TRANSFER-NO NOT NUMERIC
010870        DISPLAY "TRANSFER NUMBER MUST BE NUMERIC"
010880        GO TO 4000-EXIT
010890     END-IF.
010900     MOVE WS-IN-TRANSFER-NO TO BT-TRANSFER-NO.
010910     READ BALANCE-TRANSFERS
010920         INVALID KEY
010930            DISPLAY "TRANSFER NOT ON THE REGISTER"
010940            GO TO 4000-EXIT
010950     END-READ.
010960     IF NOT BT-TRANSFER-APPROVED
010970        DISPLAY "TRANSFER ALREADY POSTED OR CANCELLED"
010980        GO TO 4000-EXIT
010990     END-IF.
011000     IF BT-COMPANY-CODE NOT = WS-IN-COMPANY
011010        DISPLAY "TRANSFER BELONGS TO THE OTHER COMPANY"
011020        GO TO 4000-EXIT
011030     END-IF.
011040     IF BT-MODE-MERGE
011050        DISPLAY "A MERGE CANNOT BE CANCELLED -- RE-BATCH IT"
011060        GO TO 4000-EXIT
011070     END-IF.
011080     IF BT-SOURCE-UID NOT = ZERO
011090        DISPLAY "SOURCE HALF HAS POSTED -- RE-BATCH THE TARGET "
011100                "HALF INSTEAD"
011110        GO TO 4000-EXIT
011120     END-IF.
011130     SET BT-TRANSFER-CANCELLED TO TRUE.
011140     REWRITE BALANCE-TRANSFER-STRUCTURE
011150         INVALID KEY
011160            DISPLAY "CANNOT REWRITE THE TRANSFER REGISTER"
011170            GO TO 4000-EXIT
011180     END-REWRITE.
011190     MOVE 1 TO WS-LINE-I.
011200     PERFORM 4100-DROP-HELD-LINE THRU 4100-EXIT
011210             UNTIL WS-LINE-I > WS-LINE-USED.
011220     DISPLAY "TRANSFER " BT-TRANSFER-NO " CANCELLED".
011230 4000-EXIT.
011240     EXIT.
011250
011260 4100-DROP-HELD-LINE.
011270     IF WS-HELD-XFER (WS-LINE-I) = BT-TRANSFER-NO
011280        AND WS-HELD-LINE (WS-LINE-I) NOT = SPACES
011290        MOVE SPACES TO WS-HELD-LINE (WS-LINE-I)
011300        SUBTRACT 1 FROM WS-LINE-COUNT
011310        SUBTRACT WS-HELD-AMOUNT (WS-LINE-I) FROM WS-LINE-TOTAL
011320     END-IF.
011330     ADD 1 TO WS-LINE-I.
011340 4100-EXIT.
011350     EXIT.
011360
011370*                                                                *
011380*   4500-REBATCH-TRANSFER -- A BATCH LOST OR REJECTED BEFORE IT  *
011390*   POSTED.  BOTH HALVES ARE EMITTED AGAIN IF THE SOURCE HALF    *
011400*   HAS NOT POSTED, OTHERWISE JUST THE TARGET HALF, AGAINST THE  *
011410*   BALANCES AS THEY STAND NOW.                                  *
011420*                                                                *
011430 4500-REBATCH-TRANSFER.
011440     DISPLAY "TRANSFER NUMBER TO RE-BATCH:".
011450     ACCEPT WS-IN-TRANSFER-NO.
011460     IF WS-IN-TRANSFER-NO NOT NUMERIC
011470        DISPLAY "TRANSFER NUMBER MUST BE NUMERIC"
011480        GO TO 4500-EXIT
011490     END-IF.
011500     MOVE WS-IN-TRANSFER-NO TO BT-TRANSFER-NO.
011510     READ BALANCE-TRANSFERS
011520         INVALID KEY
011530            DISPLAY "TRANSFER NOT ON THE REGISTER"
011540            GO TO 4500-EXIT
011550     END-READ.
011560     IF NOT BT-TRANSFER-APPROVED
011570        DISPLAY "TRANSFER ALREADY POSTED OR CANCELLED"
011580        GO TO 4500-EXIT
011590     END-IF.
011600     IF BT-COMPANY-CODE NOT = WS-IN-COMPANY
011610        DISPLAY "TRANSFER BELONGS TO THE OTHER COMPANY"
011620        GO TO 4500-EXIT
011630     END-IF.
011640     MOVE 'N' TO WS-HELD-SWITCH.
011650     MOVE 1 TO WS-LINE-I.
011660     PERFORM 4600-CHECK-HELD THRU 4600-EXIT
011670             UNTIL WS-LINE-I > WS-LINE-USED.
011680     IF WS-ALREADY-HELD
011690        DISPLAY "TRANSFER IS ALREADY IN THIS SITTING'S BATCH"
011700        GO TO 4500-EXIT
011710     END-IF.
011720     IF WS-LINE-USED > 48
011730        DISPLAY "BATCH FULL -- END THIS SITTING AND RE-BATCH "
011740                "IN THE NEXT"
011750        GO TO 4500-EXIT
011760     END-IF.
011770     IF BT-SOURCE-UID = ZERO
011780        SET WS-BOTH-HALVES TO TRUE
011790     ELSE
011800        SET WS-TARGET-HALF-ONLY TO TRUE
011810     END-IF.
011820     PERFORM 3500-HOLD-LINES THRU 3500-EXIT.
011830     IF WS-BOTH-HALVES
011840        DISPLAY "TRANSFER " BT-TRANSFER-NO " RE-BATCHED, "
011850                "BOTH HALVES"
011860     ELSE
011870        DISPLAY "TRANSFER " BT-TRANSFER-NO " RE-BATCHED, "
011880                "TARGET HALF"
011890     END-IF.
011900 4500-EXIT.
011910     EXIT.
011920
011930 4600-CHECK-HELD.
011940     IF WS-HELD-XFER (WS-LINE-I) = BT-TRANSFER-NO
011950        AND WS-HELD-LINE (WS-LINE-I) NOT = SPACES
011960        MOVE 'Y' TO WS-HELD-SWITCH
011970     END-IF.
011980     ADD 1 TO WS-LINE-I.
011990 4600-EXIT.
012000     EXIT.
012010
012020*                                                                *
012030*   5500-FIND-LAST-BALANCE -- SAME LOOKUP THE SWEEP AND THE      *
012040*   LATE-FEE RUN USE                                             *
012050*                                                                *
012060 5500-FIND-LAST-BALANCE.
012070     MOVE ZERO TO WS-LAST-BALANCE.
012080     IF NOT WS-TXIDX-OPEN
012090        GO TO 5500-EXIT
012100     END-IF.
012110     MOVE 'N' TO WS-TX-EOF-SWITCH.
012120     MOVE SPACES TO TX-ACCT-KEY.
012130     MOVE WS-WORK-ACCOUNT TO TX-ACCT-KEY (1:7).
012140     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
012150         INVALID KEY
012160            GO TO 5500-EXIT
012170     END-START.
012180     PERFORM 5600-ONE-INDEX-ENTRY THRU 5600-EXIT
012190             UNTIL WS-TX-EOF.
012200 5500-EXIT.
012210     EXIT.
012220
012230 5600-ONE-INDEX-ENTRY.
012240     READ TRANSACTIONS-INDEX NEXT RECORD
012250         AT END
012260            MOVE 'Y' TO WS-TX-EOF-SWITCH
012270            GO TO 5600-EXIT
012280     END-READ.
012290     IF TX-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
012300        MOVE 'Y' TO WS-TX-EOF-SWITCH
012310        GO TO 5600-EXIT
012320     END-IF.
012330     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
012340 5600-EXIT.
012350     EXIT.
012360
012370*                                                                *
012380*   8000-WRITE-BATCH -- THE SITTING'S LINES UNDER ONE B-HEADER   *
012390*   ("5" + MMDD + "6" FOR COMPANY 01, "7" FOR COMPANY 02)        *
012400*                                                                *
012410 8000-WRITE-BATCH.
012420     MOVE "5"              TO WS-HDR-NUMBER (1:1).
012430     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
012440     IF WS-IN-COMPANY = "02"
012450        MOVE "7"           TO WS-HDR-NUMBER (6:1)
012460     ELSE
012470        MOVE "6"           TO WS-HDR-NUMBER (6:1)
012480     END-IF.
012490     MOVE WS-LINE-COUNT    TO WS-HDR-COUNT.
012500     MOVE WS-LINE-TOTAL    TO WS-HDR-TOTAL.
012510     OPEN OUTPUT BT-BATCH-FILE.
012520     MOVE SPACES TO BT-BATCH-LINE.
012530     STRING "B,"           DELIMITED BY SIZE
012540            WS-HDR-NUMBER  DELIMITED BY SIZE
012550            ","            DELIMITED BY SIZE
012560            WS-HDR-COUNT   DELIMITED BY SIZE
012570            ","            DELIMITED BY SIZE
012580            WS-HDR-TOTAL   DELIMITED BY SIZE
012590            ","            DELIMITED BY SIZE
012600            WS-IN-COMPANY  DELIMITED BY SIZE
012610            INTO BT-BATCH-LINE
012620     END-STRING.
012630     WRITE BT-BATCH-LINE.
012640     MOVE 1 TO WS-LINE-I.
012650     PERFORM 8100-WRITE-ONE-LINE THRU 8100-EXIT
012660             UNTIL WS-LINE-I > WS-LINE-USED.
012670     CLOSE BT-BATCH-FILE.
012680     DISPLAY "BALANCE TRANSFER BATCH " WS-HDR-NUMBER ": "
012690             WS-HDR-COUNT " LINE(S) AT " BTBATCH.
012700 8000-EXIT.
012710     EXIT.
012720
012730 8100-WRITE-ONE-LINE.
012740     IF WS-HELD-LINE (WS-LINE-I) NOT = SPACES
012750        MOVE WS-HELD-LINE (WS-LINE-I) TO BT-BATCH-LINE
012760        WRITE BT-BATCH-LINE
012770     END-IF.
012780     ADD 1 TO WS-LINE-I.
012790 8100-EXIT.
012800     EXIT.
012810
012820 9999-EXIT.
012830     STOP RUN.
