000010******************************************************************
000020*                                                                *
000030*   REFERRAL-CREDIT-JOB                                          *
000040*                                                                *
000050*   NIGHTLY REFERRAL CREDITS.  A "REFERRED BY" LINK IS CAPTURED  *
000060*   ON THE ADDRESS.CBL SCREEN OR IN CUSTOMER-ONBOARDING AND SITS *
000070*   ON THE REFERRAL FILE AS PENDING.  THIS JOB WATCHES THE       *
000080*   POSTED LEDGER FOR THE REFERRED ACCOUNT'S FIRST PAYMENT -- THE*
000090*   FIRST CREDIT ON OR AFTER THE REFERRAL DATE THAT THE SHARED   *
000100*   LEDGER-SALES-CLASSIFY ROUTINE COUNTS AS COLLECTED (SO A      *
000110*   REVERSAL OR TRANSFER NEVER QUALIFIES) -- AND WHEN IT HAS     *
000120*   POSTED, WRITES ONE REFERRAL CREDIT LINE TO THE REFERRER'S    *
000130*   ACCOUNT.                                                     *
000140*                                                                *
000150*   THE CREDIT IS THE REFERRAL-CREDIT=AMOUNT LINE IN THE RUN     *
000160*   PARAMETER FILE (25.00 WHEN THERE IS NONE).  THE REFERRAL IS  *
000170*   REWRITTEN AS CREDITED WITH THE PAYMENT THAT EARNED IT, THE   *
000180*   ACCOUNT, AMOUNT AND BATCH, SO EACH REFERRAL IS PAID ONCE.    *
000190*   A REFERRER WITH NO BILLING ACCOUNT IS HELD ON THE REGISTER   *
000200*   AND STAYS PENDING UNTIL THEY HAVE ONE.                       *
000210*                                                                *
000220*   THE CREDITS ARE WRITTEN PER COMPANY UNDER A                  *
000230*   B,NUMBER,COUNT,TOTAL,CO HEADER (BATCH NUMBER 6MMDD3 FOR      *
000240*   COMPANY 01, 6MMDD4 FOR 02) FOR LEDGER-POST, AND A CREDIT     *
000250*   REGISTER IS REGISTERED ON THE REPORT SPOOL.                  *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      REFERRAL-CREDIT-JOB.
000300 AUTHOR.          DATA PROCESSING.
000310 INSTALLATION.    ACCOUNTING SYSTEMS.
000320 DATE-WRITTEN.    10/15/2026.
000330 DATE-COMPILED.   10/15/2026.
000340*                                                                *
000350*   MODIFICATION HISTORY                                         *
000360*   ------------------------------------------------------------ *
000370*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000372*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000374*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000376*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000378*                    HEADING.                                   *
000380*                                                                *
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL REFERRAL-FILE
000430            ASSIGN       TO  REFERRALS
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS RF-REFERRED-PHONE
000470            FILE STATUS  IS REFERRAL-STATUS.
000480
000490     SELECT OPTIONAL ADDRESS-FILE
000500            ASSIGN       TO  ADDROUT
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS FD-PHONE
000540            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000550            FILE STATUS  IS ADDRESS-STATUS.
000560
000570     SELECT OPTIONAL TRANSACTIONS
000580            ASSIGN       TO  TRANSOUT
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS  IS TRANSOUT-STATUS.
000610
000620     SELECT OPTIONAL TRANSACTIONS-INDEX
000630            ASSIGN       TO  ACCTIDX
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE  IS DYNAMIC
000660            RECORD KEY   IS TX-ACCT-KEY
000670            FILE STATUS  IS TXIDX-STATUS.
000680
000690     SELECT OPTIONAL RUN-PARM-FILE
000700            ASSIGN       TO  RUNPARMS
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS  IS RUNPARM-STATUS.
000730
000740     SELECT BATCH-WORK-FILE
000750            ASSIGN       TO  "referralbatch.tmp"
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS  IS BATCHWORK-STATUS.
000780
000790     SELECT CREDIT-BATCH-FILE
000800            ASSIGN       TO  CREDITOUT
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS  IS CREDIT-STATUS.
000830
000840     SELECT REPORT-FILE
000850            ASSIGN       TO  REPORTOUT
000860            ORGANIZATION IS LINE SEQUENTIAL
000870            FILE STATUS  IS REPORT-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  REFERRAL-FILE.
000920 01  REFERRAL-STRUCTURE.
000930     COPY "ADDRESS-REFERRAL-RECORD.CPY"
000940          REPLACING ==(TAG)== BY ==RF-==.
000950
000960 FD  ADDRESS-FILE.
000970 01  ADDRESS-STRUCTURE.
000980     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000990
001000 FD  TRANSACTIONS.
001010 01  TRANSACTION-STRUCTURE.
001020     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
001030
001040 FD  TRANSACTIONS-INDEX.
001050 01  TRANSACTION-INDEX-STRUCTURE.
001060     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
001070          BY ==TX-==.
001080
001090 FD  RUN-PARM-FILE
001100     RECORD VARYING IN SIZE FROM 1 TO 40.
001110 01  RUN-PARM-LINE              PIC X(40).
001120
001130 FD  BATCH-WORK-FILE
001140     RECORDING MODE IS F.
001150 01  BATCH-WORK-RECORD.
001160     05  BW-COMPANY             PIC X(02).
001170     05  BW-LINE                PIC X(100).
001180
001190 FD  CREDIT-BATCH-FILE
001200     RECORDING MODE IS F.
001210 01  CREDIT-BATCH-LINE          PIC X(100).
001220
001230 FD  REPORT-FILE
001240     RECORDING MODE IS F.
001250 01  REPORT-LINE                PIC X(100).
001260
001270 WORKING-STORAGE SECTION.
001280*                                                                *
001290*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
001300*                                                                *
001310 01  REFERRALS                  PIC X(50)
001320     VALUE "/mnt/c/cobfiles\address-referral.idx".
001330 01  ADDROUT                    PIC X(50)
001340     VALUE "/mnt/c/cobfiles\address.idx".
001350 01  TRANSOUT                   PIC X(50)
001360     VALUE "transactions.txt".
001370 01  ACCTIDX                    PIC X(50)
001380     VALUE "/mnt/c/cobfiles\transactions.idx".
001390 01  RUNPARMS                   PIC X(50)
001400     VALUE "ledger-run-parms.txt".
001410*   ONE BATCH FILE PER COMPANY, EACH UNDER ITS OWN B, HEADER,
001420*   SO LEDGER-POST STAMPS THE RIGHT BOOK AND THE BATCH
001430*   REGISTRY CATCHES A CREDIT FILE POSTED TWICE.
001440 01  CREDITOUT                  PIC X(50)
001450     VALUE "referral-credits-01.txt".
001460 01  CREDITOUT-02               PIC X(50)
001470     VALUE "referral-credits-02.txt".
001480 01  REPORTOUT                  PIC X(50).
001490
001500 01  REFERRAL-STATUS            PIC X(02).
001510 01  ADDRESS-STATUS             PIC X(02).
001520 01  TRANSOUT-STATUS            PIC X(02).
001530 01  TXIDX-STATUS               PIC X(02).
001540 01  RUNPARM-STATUS             PIC X(02).
001550 01  BATCHWORK-STATUS           PIC X(02).
001560 01  CREDIT-STATUS              PIC X(02).
001570 01  REPORT-STATUS              PIC X(02).
001580
001590*                                                                *
001600*   SHARED REPORT SPOOL AND RUN-CONTROL FIELDS (SEE              *
001610*   REPORT-SPOOL-REGISTER AND RUN-CONTROL-LOG)                   *
001620*                                                                *
001630 01  WS-SPOOL-FUNCTION          PIC X(01).
001640 01  WS-SPOOL-REPORT            PIC X(20)
001650     VALUE "referral-credits".
001660 01  WS-SPOOL-JOB               PIC X(20)
001670     VALUE "REFERRAL-CREDIT-JOB".
001680 01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'P'.
001690 01  WS-SPOOL-LINES             PIC 9(07) VALUE ZERO.
001700
001710 01  WS-RC-FUNCTION             PIC X(01).
001720 01  WS-RC-JOB-NAME             PIC X(20)
001730     VALUE "REFERRAL-CREDIT-JOB".
001740 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001750 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001760 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001770
001780 01  WS-SWITCHES.
001790     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001800         88  WS-EOF-YES                   VALUE 'Y'.
001810     05  WS-REF-EOF-SWITCH      PIC X(01) VALUE 'N'.
001820         88  WS-REF-EOF                   VALUE 'Y'.
001830     05  WS-IDX-EOF-SWITCH      PIC X(01) VALUE 'N'.
001840         88  WS-IDX-EOF                   VALUE 'Y'.
001850     05  WS-BW-EOF-SWITCH       PIC X(01) VALUE 'N'.
001860         88  WS-BW-EOF                    VALUE 'Y'.
001870
001880 01  WS-TODAY-8                 PIC 9(08).
001882 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001884     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001886 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001890 01  WS-PARM-NAME               PIC X(20).
001900 01  WS-PARM-VALUE              PIC X(20).
001910*   THE CREDIT PAID FOR EACH REFERRAL.
001920 01  WS-REFERRAL-CREDIT         PIC 9(07)V9(02) VALUE 25.00.
001930 01  WS-CREDIT-DESC             PIC X(25)
001940     VALUE "REFERRAL CREDIT".
001950
001960*                                                                *
001970*   PENDING REFERRALS WHOSE REFERRED CONTACT HAS AN ACCOUNT,     *
001980*   WITH THE FIRST QUALIFYING PAYMENT FOUND FOR EACH             *
001990*                                                                *
002000 01  WS-PEND-TABLE.
002010     05  WS-PEND-ENTRY OCCURS 500 TIMES.
002020         10  WS-PEND-PHONE      PIC X(12).
002030         10  WS-PEND-ACCOUNT    PIC 9(07).
002040         10  WS-PEND-DATE       PIC 9(08).
002050         10  WS-PEND-PAY-UID    PIC 9(09).
002060         10  WS-PEND-PAY-DATE   PIC 9(08).
002070 01  WS-PEND-COUNT              PIC 9(04) VALUE ZERO.
002080 01  WS-PEND-I                  PIC 9(04) VALUE ZERO.
002090 01  WS-PEND-DROPPED            PIC 9(05) VALUE ZERO.
002100 01  WS-NO-ACCOUNT-COUNT        PIC 9(05) VALUE ZERO.
002110
002120 01  WS-SALES-AMOUNT            PIC S9(09)V9(02) VALUE ZERO.
002130 01  WS-COLLECTED-AMOUNT        PIC S9(09)V9(02) VALUE ZERO.
002140
002150*                                                                *
002160*   BALANCE CHAIN -- AN ACCOUNT CREDITED FOR SEVERAL REFERRALS   *
002170*   IN ONE RUN CHAINS FROM ITS OWN PREVIOUS LINE, NOT THE INDEX  *
002180*                                                                *
002190 01  WS-RUN-ACCT-TABLE.
002200     05  WS-RUN-ACCT-ENTRY OCCURS 100 TIMES.
002210         10  WS-RUN-ACCOUNT     PIC 9(07).
002220         10  WS-RUN-BALANCE     PIC S9(09)V9(02).
002230         10  WS-RUN-COMPANY     PIC X(02).
002240 01  WS-RUN-ACCT-COUNT          PIC 9(03) VALUE ZERO.
002250 01  WS-RUN-I                   PIC 9(03) VALUE ZERO.
002260 01  WS-REFERRER-ACCOUNT        PIC 9(07).
002270 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
002280 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
002290 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
002300 01  WS-OUT-START               PIC S9(09)V9(02)
002310                                SIGN IS LEADING SEPARATE.
002320 01  WS-OUT-END                 PIC S9(09)V9(02)
002330                                SIGN IS LEADING SEPARATE.
002340
002350*                                                                *
002360*   RUN COUNTS AND TOTALS                                        *
002370*                                                                *
002380 01  WS-PENDING-READ            PIC 9(05) VALUE ZERO.
002390 01  WS-PAID-COUNT              PIC 9(05) VALUE ZERO.
002400 01  WS-CREDIT-COUNT            PIC 9(05) VALUE ZERO.
002410 01  WS-HELD-COUNT              PIC 9(05) VALUE ZERO.
002420 01  WS-CREDIT-TOTAL            PIC 9(10)V9(02) VALUE ZERO.
002430
002440*                                                                *
002450*   PER-COMPANY BATCH CONTROL (SAME SHAPE AS USAGE-BILLING)      *
002460*                                                                *
002470 01  WS-BATCH-CO-SUB            PIC 9(01).
002480 01  WS-BATCH-CO-TABLE.
002490     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
002500         10  WS-BATCH-CO-COUNT  PIC 9(05).
002510         10  WS-BATCH-CO-TOTAL  PIC 9(10)V9(02).
002520 01  WS-HDR-NUMBER              PIC X(06).
002530 01  WS-HDR-COUNT               PIC 9(05).
002540 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
002550 01  WS-HDR-COMPANY             PIC X(02).
002560
002570*                                                                *
002580*   REGISTER EDIT FIELDS                                         *
002590*                                                                *
002600 01  WS-D-AMOUNT                PIC ZZZ,ZZ9.99.
002610 01  WS-D-TOTAL                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002620
002630 PROCEDURE DIVISION.
002640*                                                                *
002650*   0000-MAINLINE                                                *
002660*                                                                *
002670 0000-MAINLINE.
002680     MOVE 'S' TO WS-RC-FUNCTION.
002690     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002700          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002710          WS-RC-CODE.
002720     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002730     PERFORM 2000-LOAD-PENDING     THRU 2000-EXIT.
002740     IF WS-PEND-COUNT > ZERO
002750        PERFORM 3000-SCAN-LEDGER   THRU 3000-EXIT
002760        PERFORM 4000-CREDIT-REFERRALS THRU 4000-EXIT
002770     END-IF.
002780     PERFORM 8000-FINISH           THRU 8000-EXIT.
002790     GO TO 9999-EXIT.
002800
002810*                                                                *
002820*   1000-INITIALIZE -- THE REGISTER FIRST, SO A MISSING FILE IS  *
002830*   STILL REPORTED ON THE SPOOL                                  *
002840*                                                                *
002850 1000-INITIALIZE.
002860     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002865          WS-OVERRIDE-MARK.
002870     INITIALIZE WS-BATCH-CO-TABLE.
002880     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
002890     MOVE 'N' TO WS-SPOOL-FUNCTION.
002900     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002910          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
002920          WS-SPOOL-LINES, REPORTOUT.
002930     OPEN OUTPUT REPORT-FILE.
002940     MOVE SPACES TO REPORT-LINE.
002950     STRING "REFERRAL CREDIT REGISTER " WS-TODAY-8
002960            DELIMITED BY SIZE INTO REPORT-LINE
002970     END-STRING.
002980     WRITE REPORT-LINE.
002981     IF WS-DATE-OVERRIDDEN
002982        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002983        WRITE REPORT-LINE
002984        ADD 1 TO WS-SPOOL-LINES
002985     END-IF.
002990     MOVE "REFERRED      REFERRER      ACCOUNT  PAYMENT UID  DATE"
003000        TO REPORT-LINE.
003010     WRITE REPORT-LINE.
003020     ADD 2 TO WS-SPOOL-LINES.
003030     OPEN OUTPUT BATCH-WORK-FILE.
003040     OPEN INPUT ADDRESS-FILE.
003050     IF ADDRESS-STATUS NOT = '00'
003060        DISPLAY "CANNOT OPEN ADDRESS FILE, STATUS " ADDRESS-STATUS
003070        MOVE "0012" TO WS-RC-CODE
003080        MOVE 'Y' TO WS-REF-EOF-SWITCH
003090        GO TO 1000-EXIT
003100     END-IF.
003110     OPEN I-O REFERRAL-FILE.
003120     IF REFERRAL-STATUS NOT = '00'
003130        DISPLAY "NO REFERRALS ON FILE -- NOTHING TO CREDIT"
003140        MOVE 'Y' TO WS-REF-EOF-SWITCH
003150        GO TO 1000-EXIT
003160     END-IF.
003170     IF WS-REFERRAL-CREDIT = ZERO
003180        DISPLAY "REFERRAL-CREDIT IS ZERO -- NOTHING TO CREDIT"
003190        MOVE 'Y' TO WS-REF-EOF-SWITCH
003200        GO TO 1000-EXIT
003210     END-IF.
003220     OPEN INPUT TRANSACTIONS-INDEX.
003230     IF TXIDX-STATUS NOT = '00'
003240        DISPLAY "WARNING -- TRANSACTION INDEX NOT AVAILABLE, "
003250        DISPLAY "GENERATED BALANCES WILL START FROM ZERO"
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.
003290
003300*                                                                *
003310*   1050-READ-RUN-PARMS -- REFERRAL-CREDIT= IN THE SHARED LEDGER *
003320*   RUN PARAMETER FILE                                           *
003330*                                                                *
003340 1050-READ-RUN-PARMS.
003350     OPEN INPUT RUN-PARM-FILE.
003360     IF RUNPARM-STATUS NOT = '00'
003370        GO TO 1050-EXIT
003380     END-IF.
003390     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003400             UNTIL RUNPARM-STATUS NOT = '00'.
003410     CLOSE RUN-PARM-FILE.
003420 1050-EXIT.
003430     EXIT.
003440
003450 1060-READ-ONE-PARM.
003460     READ RUN-PARM-FILE
003470         AT END
003480            MOVE '10' TO RUNPARM-STATUS
003490            GO TO 1060-EXIT
003500     END-READ.
003510     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003520     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003530         INTO WS-PARM-NAME, WS-PARM-VALUE
003540     END-UNSTRING.
003550     IF WS-PARM-NAME = "REFERRAL-CREDIT"
003560        COMPUTE WS-REFERRAL-CREDIT =
003570                FUNCTION NUMVAL(WS-PARM-VALUE)
003580     END-IF.
003590 1060-EXIT.
003600     EXIT.
003610
003620*                                                                *
003630*   2000-LOAD-PENDING -- EVERY PENDING REFERRAL WHOSE REFERRED   *
003640*   CONTACT NOW BILLS UNDER AN ACCOUNT.  ONE WITH NO ACCOUNT     *
003650*   YET CANNOT HAVE PAID AND WAITS FOR A LATER RUN.              *
003660*                                                                *
003670 2000-LOAD-PENDING.
003680     IF WS-REF-EOF
003690        GO TO 2000-EXIT
003700     END-IF.
003710     MOVE LOW-VALUES TO RF-REFERRED-PHONE.
003720     START REFERRAL-FILE KEY IS >= RF-REFERRED-PHONE
003730         INVALID KEY
003740            MOVE 'Y' TO WS-REF-EOF-SWITCH
003750     END-START.
003760     PERFORM 2100-LOAD-ONE-REFERRAL THRU 2100-EXIT
003770             UNTIL WS-REF-EOF.
003780     IF WS-PEND-DROPPED > 0
003790        DISPLAY "WARNING -- PENDING TABLE FULL AT 500, "
003800                WS-PEND-DROPPED " REFERRAL(S) LEFT FOR TOMORROW"
003810        MOVE "0004" TO WS-RC-CODE
003820     END-IF.
003830 2000-EXIT.
003840     EXIT.
003850
003860 2100-LOAD-ONE-REFERRAL.
003870     READ REFERRAL-FILE NEXT RECORD
003880         AT END
003890            MOVE 'Y' TO WS-REF-EOF-SWITCH
003900            GO TO 2100-EXIT
003910     END-READ.
003920     IF NOT RF-REFERRAL-PENDING
003930        GO TO 2100-EXIT
003940     END-IF.
003950     ADD 1 TO WS-PENDING-READ.
003960     MOVE RF-REFERRED-PHONE TO FD-PHONE.
003970     READ ADDRESS-FILE
003980         INVALID KEY
003990            ADD 1 TO WS-NO-ACCOUNT-COUNT
004000            GO TO 2100-EXIT
004010     END-READ.
004020     IF FD-ACCOUNT-ID NOT NUMERIC OR FD-ACCOUNT-ID = ZERO
004030        ADD 1 TO WS-NO-ACCOUNT-COUNT
004040        GO TO 2100-EXIT
004050     END-IF.
004060     IF WS-PEND-COUNT >= 500
004070        ADD 1 TO WS-PEND-DROPPED
004080        GO TO 2100-EXIT
004090     END-IF.
004100     ADD 1 TO WS-PEND-COUNT.
004110     MOVE RF-REFERRED-PHONE TO WS-PEND-PHONE (WS-PEND-COUNT).
004120     MOVE FD-ACCOUNT-ID     TO WS-PEND-ACCOUNT (WS-PEND-COUNT).
004130     MOVE RF-REFERRED-DATE  TO WS-PEND-DATE (WS-PEND-COUNT).
004140     MOVE ZERO TO WS-PEND-PAY-UID (WS-PEND-COUNT)
004150                  WS-PEND-PAY-DATE (WS-PEND-COUNT).
004160 2100-EXIT.
004170     EXIT.
004180
004190*                                                                *
004200*   3000-SCAN-LEDGER -- ONE PASS OVER THE POSTED LEDGER, IN      *
004210*   POSTING ORDER, FOR EACH PENDING ACCOUNT'S FIRST PAYMENT      *
004220*                                                                *
004230 3000-SCAN-LEDGER.
004240     OPEN INPUT TRANSACTIONS.
004250     IF TRANSOUT-STATUS NOT = '00'
004260        DISPLAY "CANNOT OPEN LEDGER, STATUS " TRANSOUT-STATUS
004270        MOVE "0012" TO WS-RC-CODE
004280        GO TO 3000-EXIT
004290     END-IF.
004300     PERFORM 3100-CHECK-ONE-DETAIL THRU 3100-EXIT
004310             UNTIL WS-EOF-YES.
004320     CLOSE TRANSACTIONS.
004330 3000-EXIT.
004340     EXIT.
004350
004360 3100-CHECK-ONE-DETAIL.
004370     READ TRANSACTIONS
004380         AT END
004390            MOVE 'Y' TO WS-EOF-SWITCH
004400            GO TO 3100-EXIT
004410     END-READ.
004420     ADD 1 TO WS-RC-READ.
004430     IF NOT TR-DETAIL-RECORD
004440        GO TO 3100-EXIT
004450     END-IF.
004460*   A REFERRAL CREDIT IS NOT A PAYMENT, EVEN THOUGH IT POSTS
004470*   AS ONE -- A REFERRED CUSTOMER WHO REFERS SOMEONE ELSE MUST
004480*   NOT BE PAID FOR BY THEIR OWN CREDIT.
004490     IF TR-DESC = WS-CREDIT-DESC
004500        GO TO 3100-EXIT
004510     END-IF.
004520     CALL "LEDGER-SALES-CLASSIFY" USING TRANSACTION-STRUCTURE,
004530          WS-SALES-AMOUNT, WS-COLLECTED-AMOUNT.
004540     IF WS-COLLECTED-AMOUNT NOT > ZERO
004550        GO TO 3100-EXIT
004560     END-IF.
004570     MOVE 1 TO WS-PEND-I.
004580     PERFORM 3200-MATCH-ONE-PENDING THRU 3200-EXIT
004590             UNTIL WS-PEND-I > WS-PEND-COUNT.
004600 3100-EXIT.
004610     EXIT.
004620
004630 3200-MATCH-ONE-PENDING.
004640     IF WS-PEND-ACCOUNT (WS-PEND-I) = TR-ACCOUNT-ID
004650        AND WS-PEND-PAY-UID (WS-PEND-I) = ZERO
004660        AND TR-TRANSACTION-DATE >= WS-PEND-DATE (WS-PEND-I)
004670        MOVE TR-UID TO WS-PEND-PAY-UID (WS-PEND-I)
004680        MOVE TR-TRANSACTION-DATE TO WS-PEND-PAY-DATE (WS-PEND-I)
004690        ADD 1 TO WS-PAID-COUNT
004700     END-IF.
004710     ADD 1 TO WS-PEND-I.
004720 3200-EXIT.
004730     EXIT.
004740
004750*                                                                *
004760*   4000-CREDIT-REFERRALS -- A CREDIT LINE FOR EVERY REFERRAL    *
004770*   WHOSE ACCOUNT HAS PAID                                       *
004780*                                                                *
004790 4000-CREDIT-REFERRALS.
004800     MOVE 1 TO WS-PEND-I.
004810     PERFORM 4100-CREDIT-ONE-REFERRAL THRU 4100-EXIT
004820             UNTIL WS-PEND-I > WS-PEND-COUNT.
004830 4000-EXIT.
004840     EXIT.
004850
004860 4100-CREDIT-ONE-REFERRAL.
004870     IF WS-PEND-PAY-UID (WS-PEND-I) = ZERO
004880        GO TO 4100-NEXT
004890     END-IF.
004900*   READ AGAIN FOR THE REWRITE -- AND SO A REFERRAL CREDITED
004910*   SINCE THE TABLE WAS LOADED IS NEVER PAID TWICE.
004920     MOVE WS-PEND-PHONE (WS-PEND-I) TO RF-REFERRED-PHONE.
004930     READ REFERRAL-FILE
004940         INVALID KEY
004950            GO TO 4100-NEXT
004960     END-READ.
004970     IF NOT RF-REFERRAL-PENDING
004980        GO TO 4100-NEXT
004990     END-IF.
005000     MOVE RF-REFERRER-PHONE TO FD-PHONE.
005010     READ ADDRESS-FILE
005020         INVALID KEY
005030            MOVE ZERO TO FD-ACCOUNT-ID
005040     END-READ.
005050     IF FD-ACCOUNT-ID NOT NUMERIC OR FD-ACCOUNT-ID = ZERO
005060        PERFORM 4500-WRITE-HELD-LINE THRU 4500-EXIT
005070        GO TO 4100-NEXT
005080     END-IF.
005090     MOVE FD-ACCOUNT-ID TO WS-REFERRER-ACCOUNT.
005100     PERFORM 5000-FIND-RUN-BALANCE THRU 5000-EXIT.
005110     PERFORM 6000-WRITE-CREDIT-LINE THRU 6000-EXIT.
005120     SET RF-REFERRAL-CREDITED TO TRUE.
005130     MOVE WS-PEND-PAY-UID (WS-PEND-I)  TO RF-PAYMENT-UID.
005140     MOVE WS-PEND-PAY-DATE (WS-PEND-I) TO RF-PAYMENT-DATE.
005150     MOVE WS-REFERRER-ACCOUNT          TO RF-REFERRER-ACCOUNT.
005160     MOVE WS-REFERRAL-CREDIT           TO RF-CREDIT-AMOUNT.
005170     MOVE WS-TODAY-8                   TO RF-CREDIT-DATE.
005180     MOVE "6"                   TO RF-CREDIT-BATCH (1:1).
005190     MOVE WS-TODAY-8 (5:4)      TO RF-CREDIT-BATCH (2:4).
005200     IF WS-ACCT-COMPANY = "02"
005210        MOVE "4"                TO RF-CREDIT-BATCH (6:1)
005220     ELSE
005230        MOVE "3"                TO RF-CREDIT-BATCH (6:1)
005240     END-IF.
005250     REWRITE REFERRAL-STRUCTURE
005260         INVALID KEY
005270            DISPLAY "WARNING -- CANNOT MARK REFERRAL "
005280                    RF-REFERRED-PHONE " CREDITED"
005290            MOVE "0004" TO WS-RC-CODE
005300     END-REWRITE.
005310     MOVE SPACES TO REPORT-LINE.
005320     MOVE WS-REFERRAL-CREDIT TO WS-D-AMOUNT.
005330     STRING RF-REFERRED-PHONE "  " RF-REFERRER-PHONE
005340            "  " WS-REFERRER-ACCOUNT
005350            "  " RF-PAYMENT-UID "    " RF-PAYMENT-DATE
005360            "  CREDIT " WS-D-AMOUNT " BATCH " RF-CREDIT-BATCH
005370            DELIMITED BY SIZE INTO REPORT-LINE
005380     END-STRING.
005390     WRITE REPORT-LINE.
005400     ADD 1 TO WS-SPOOL-LINES.
005410 4100-NEXT.
005420     ADD 1 TO WS-PEND-I.
005430 4100-EXIT.
005440     EXIT.
005450
005460*                                                                *
005470*   4500-WRITE-HELD-LINE -- THE ACCOUNT HAS PAID BUT THE         *
005480*   REFERRER HAS NO BILLING ACCOUNT TO CREDIT; THE REFERRAL      *
005490*   STAYS PENDING AND IS PICKED UP ONCE THEY HAVE ONE            *
005500*                                                                *
005510 4500-WRITE-HELD-LINE.
005520     ADD 1 TO WS-HELD-COUNT.
005530     MOVE SPACES TO REPORT-LINE.
005540     STRING RF-REFERRED-PHONE "  " RF-REFERRER-PHONE
005550            "  ** HELD -- REFERRER HAS NO BILLING ACCOUNT **"
005560            DELIMITED BY SIZE INTO REPORT-LINE
005570     END-STRING.
005580     WRITE REPORT-LINE.
005590     ADD 1 TO WS-SPOOL-LINES.
005600 4500-EXIT.
005610     EXIT.
005620
005630*                                                                *
005640*   5000-FIND-RUN-BALANCE -- THE REFERRER'S BALANCE AND COMPANY, *
005650*   FROM THIS RUN'S OWN LINES IF IT HAS ALREADY BEEN CREDITED    *
005660*   TONIGHT, OTHERWISE FROM ITS LAST TRANSACTIONS-INDEX ENTRY    *
005670*                                                                *
005680 5000-FIND-RUN-BALANCE.
005690     MOVE 1 TO WS-RUN-I.
005700     PERFORM 5050-CHECK-ONE-RUN-ACCT THRU 5050-EXIT
005710             UNTIL WS-RUN-I > WS-RUN-ACCT-COUNT
005720                OR WS-RUN-ACCOUNT (WS-RUN-I)
005730                   = WS-REFERRER-ACCOUNT.
005740     IF WS-RUN-I <= WS-RUN-ACCT-COUNT
005750        MOVE WS-RUN-BALANCE (WS-RUN-I) TO WS-LAST-BALANCE
005760        MOVE WS-RUN-COMPANY (WS-RUN-I) TO WS-ACCT-COMPANY
005770        GO TO 5000-EXIT
005780     END-IF.
005790     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
005800     IF WS-RUN-ACCT-COUNT < 100
005810        ADD 1 TO WS-RUN-ACCT-COUNT
005820        MOVE WS-RUN-ACCT-COUNT   TO WS-RUN-I
005830        MOVE WS-REFERRER-ACCOUNT TO WS-RUN-ACCOUNT (WS-RUN-I)
005840        MOVE WS-LAST-BALANCE     TO WS-RUN-BALANCE (WS-RUN-I)
005850        MOVE WS-ACCT-COMPANY     TO WS-RUN-COMPANY (WS-RUN-I)
005860     ELSE
005870        MOVE ZERO TO WS-RUN-I
005880     END-IF.
005890 5000-EXIT.
005900     EXIT.
005910
005920 5050-CHECK-ONE-RUN-ACCT.
005930     ADD 1 TO WS-RUN-I.
005940 5050-EXIT.
005950     EXIT.
005960
005970 5500-FIND-LAST-BALANCE.
005980     MOVE ZERO TO WS-LAST-BALANCE.
005990     MOVE "01" TO WS-ACCT-COMPANY.
006000     IF TXIDX-STATUS NOT = '00'
006010        GO TO 5500-EXIT
006020     END-IF.
006030     MOVE LOW-VALUES TO TX-ACCT-KEY.
006040     MOVE WS-REFERRER-ACCOUNT TO TX-ACCT-KEY (1:7).
006050     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
006060         INVALID KEY
006070            GO TO 5500-EXIT
006080     END-START.
006090     MOVE 'N' TO WS-IDX-EOF-SWITCH.
006100     PERFORM 5600-SCAN-ACCOUNT-BALANCE THRU 5600-EXIT
006110             UNTIL WS-IDX-EOF.
006120 5500-EXIT.
006130     EXIT.
006140
006150 5600-SCAN-ACCOUNT-BALANCE.
006160     READ TRANSACTIONS-INDEX NEXT RECORD
006170         AT END
006180            MOVE 'Y' TO WS-IDX-EOF-SWITCH
006190            GO TO 5600-EXIT
006200     END-READ.
006210     IF TX-ACCOUNT-ID NOT = WS-REFERRER-ACCOUNT
006220        MOVE 'Y' TO WS-IDX-EOF-SWITCH
006230        GO TO 5600-EXIT
006240     END-IF.
006250     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
006260     IF TX-COMPANY-CODE = "02"
006270        MOVE "02" TO WS-ACCT-COMPANY
006280     ELSE
006290        MOVE "01" TO WS-ACCT-COMPANY
006300     END-IF.
006310 5600-EXIT.
006320     EXIT.
006330
006340*                                                                *
006350*   6000-WRITE-CREDIT-LINE -- ONE CREDIT LINE TO THE REFERRER'S  *
006360*   ACCOUNT, ONTO THE WORK FILE UNDER THE ACCOUNT'S COMPANY      *
006370*                                                                *
006380 6000-WRITE-CREDIT-LINE.
006390     MOVE WS-REFERRAL-CREDIT TO WS-OUT-AMOUNT.
006400     MOVE WS-LAST-BALANCE    TO WS-OUT-START.
006410     COMPUTE WS-OUT-END = WS-LAST-BALANCE - WS-OUT-AMOUNT.
006420     IF WS-RUN-I > ZERO
006430        MOVE WS-OUT-END TO WS-RUN-BALANCE (WS-RUN-I)
006440     END-IF.
006450     MOVE SPACES TO BW-LINE.
006460     STRING "00000,"            DELIMITED BY SIZE
006470            WS-REFERRER-ACCOUNT DELIMITED BY SIZE
006480            ","                 DELIMITED BY SIZE
006490            WS-CREDIT-DESC      DELIMITED BY "  "
006500            ","                 DELIMITED BY SIZE
006510            WS-OUT-AMOUNT       DELIMITED BY SIZE
006520            ","                 DELIMITED BY SIZE
006530            WS-OUT-START        DELIMITED BY SIZE
006540            ","                 DELIMITED BY SIZE
006550            WS-OUT-END          DELIMITED BY SIZE
006560            ",C"                DELIMITED BY SIZE
006570            INTO BW-LINE
006580     END-STRING.
006590     MOVE WS-ACCT-COMPANY TO BW-COMPANY.
006600     IF WS-ACCT-COMPANY = "02"
006610        MOVE 2 TO WS-BATCH-CO-SUB
006620     ELSE
006630        MOVE 1 TO WS-BATCH-CO-SUB
006640     END-IF.
006650     WRITE BATCH-WORK-RECORD.
006660     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
006670     ADD WS-OUT-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
006680     ADD 1 TO WS-CREDIT-COUNT.
006690     ADD 1 TO WS-RC-WRITTEN.
006700     ADD WS-OUT-AMOUNT TO WS-CREDIT-TOTAL.
006710 6000-EXIT.
006720     EXIT.
006730
006740*                                                                *
006750*   8000-FINISH                                                  *
006760*                                                                *
006770 8000-FINISH.
006780     MOVE WS-CREDIT-TOTAL TO WS-D-TOTAL.
006790     MOVE SPACES TO REPORT-LINE.
006800     WRITE REPORT-LINE.
006810     MOVE SPACES TO REPORT-LINE.
006820     STRING "PENDING REFERRALS: " WS-PENDING-READ
006830            "  PAID: " WS-PAID-COUNT
006840            "  CREDITED: " WS-CREDIT-COUNT
006850            "  HELD: " WS-HELD-COUNT
006860            DELIMITED BY SIZE INTO REPORT-LINE
006870     END-STRING.
006880     WRITE REPORT-LINE.
006890     MOVE SPACES TO REPORT-LINE.
006900     STRING "CREDIT TOTAL: " WS-D-TOTAL
006910            DELIMITED BY SIZE INTO REPORT-LINE
006920     END-STRING.
006930     WRITE REPORT-LINE.
006940     ADD 3 TO WS-SPOOL-LINES.
006950     CLOSE REPORT-FILE.
006960     MOVE 'R' TO WS-SPOOL-FUNCTION.
006970     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006980          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
006990          WS-SPOOL-LINES, REPORTOUT.
007000     CLOSE BATCH-WORK-FILE.
007010     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
007020     IF ADDRESS-STATUS = '00' OR ADDRESS-STATUS = '10'
007030        OR ADDRESS-STATUS = '23'
007040        CLOSE ADDRESS-FILE
007050     END-IF.
007060     IF REFERRAL-STATUS = '00' OR REFERRAL-STATUS = '10'
007070        OR REFERRAL-STATUS = '23'
007080        CLOSE REFERRAL-FILE
007090     END-IF.
007100     IF TXIDX-STATUS = '00' OR TXIDX-STATUS = '10'
007110        CLOSE TRANSACTIONS-INDEX
007120     END-IF.
007130     IF WS-HELD-COUNT > ZERO
007140        MOVE "0004" TO WS-RC-CODE
007150     END-IF.
007160     MOVE 'E' TO WS-RC-FUNCTION.
007170     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
007180          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
007190          WS-RC-CODE.
007200     DISPLAY "REFERRAL-CREDIT-JOB RUN COMPLETE".
007210     DISPLAY "PENDING REFERRALS:     " WS-PENDING-READ.
007220     DISPLAY "NOT YET BILLING:       " WS-NO-ACCOUNT-COUNT.
007230     DISPLAY "FIRST PAYMENTS FOUND:  " WS-PAID-COUNT.
007240     DISPLAY "CREDITS GENERATED:     " WS-CREDIT-COUNT.
007250     DISPLAY "HELD (NO REFERRER ACCT): " WS-HELD-COUNT.
007260     DISPLAY "CREDIT TOTAL:          " WS-CREDIT-TOTAL.
007270 8000-EXIT.
007280     EXIT.
007290
007300*                                                                *
007310*   8500-WRITE-COMPANY-BATCHES -- ONE HEADED LEDGER-POST BATCH   *
007320*   FILE PER COMPANY THAT HAS CREDIT LINES ON THE WORK FILE      *
007330*                                                                *
007340 8500-WRITE-COMPANY-BATCHES.
007350     PERFORM 8600-WRITE-ONE-COMPANY THRU 8600-EXIT
007360             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
007370             UNTIL WS-BATCH-CO-SUB > 2.
007380 8500-EXIT.
007390     EXIT.
007400
007410 8600-WRITE-ONE-COMPANY.
007420     IF WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) = ZERO
007430        GO TO 8600-EXIT
007440     END-IF.
007450*   BATCH NUMBER 6MMDD3 / 6MMDD4 -- ACH-RETURN-IMPORT HOLDS
007460*   6MMDD1 AND 6MMDD2 FOR THE SAME DAY.
007470     MOVE "6"              TO WS-HDR-NUMBER (1:1).
007480     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
007490     IF WS-BATCH-CO-SUB = 2
007500        MOVE "02"         TO WS-HDR-COMPANY
007510        MOVE CREDITOUT-02 TO CREDITOUT
007520        MOVE "4"          TO WS-HDR-NUMBER (6:1)
007530     ELSE
007540        MOVE "01"         TO WS-HDR-COMPANY
007550        MOVE "3"          TO WS-HDR-NUMBER (6:1)
007560     END-IF.
007570     MOVE WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) TO WS-HDR-COUNT.
007580     MOVE WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB) TO WS-HDR-TOTAL.
007590     OPEN OUTPUT CREDIT-BATCH-FILE.
007600     MOVE SPACES TO CREDIT-BATCH-LINE.
007610     STRING "B,"           DELIMITED BY SIZE
007620            WS-HDR-NUMBER  DELIMITED BY SIZE
007630            ","            DELIMITED BY SIZE
007640            WS-HDR-COUNT   DELIMITED BY SIZE
007650            ","            DELIMITED BY SIZE
007660            WS-HDR-TOTAL   DELIMITED BY SIZE
007670            ","            DELIMITED BY SIZE
007680            WS-HDR-COMPANY DELIMITED BY SIZE
007690            INTO CREDIT-BATCH-LINE
007700     END-STRING.
007710     WRITE CREDIT-BATCH-LINE.
007720     MOVE 'N' TO WS-BW-EOF-SWITCH.
007730     OPEN INPUT BATCH-WORK-FILE.
007740     PERFORM 8700-COPY-ONE-LINE THRU 8700-EXIT
007750             UNTIL WS-BW-EOF.
007760     CLOSE BATCH-WORK-FILE.
007770     CLOSE CREDIT-BATCH-FILE.
007780     DISPLAY "CREDIT BATCH " WS-HDR-NUMBER " COMPANY "
007790             WS-HDR-COMPANY ": " WS-HDR-COUNT " LINES".
007800 8600-EXIT.
007810     EXIT.
007820
007830 8700-COPY-ONE-LINE.
007840     READ BATCH-WORK-FILE
007850         AT END
007860            MOVE 'Y' TO WS-BW-EOF-SWITCH
007870            GO TO 8700-EXIT
007880     END-READ.
007890     IF BW-COMPANY = WS-HDR-COMPANY
007900        MOVE BW-LINE TO CREDIT-BATCH-LINE
007910        WRITE CREDIT-BATCH-LINE
007920     END-IF.
007930 8700-EXIT.
007940     EXIT.
007950
007960 9999-EXIT.
007970     STOP RUN.
