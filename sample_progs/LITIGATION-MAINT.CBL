000010******************************************************************
000020*                                                                *
000030*   LITIGATION-MAINT                                             *
000040*                                                                *
000050*   SUPERVISOR CONSOLE FOR SMALL-CLAIMS AND COLLECTION SUITS.    *
000060*   AN ACCOUNT THE AGENCY HAS SENT BACK (PLACEMENT RECALLED OR   *
000070*   UNCOLLECTIBLE) AND THAT IS WORTH SUING ON GETS A CASE ON THE *
000080*   LITIGATION FILE (SEE LITIGATION-CASE-RECORD.CPY) WHEN SUIT   *
000090*   IS FILED.  FILING PUTS THE ACCOUNT ON LEGAL HOLD, REASON LT, *
000100*   SO DUNNING, LATE FEES, PLACEMENT AND STATEMENTS LEAVE IT TO  *
000110*   COUNSEL; THE HOLD IS JOURNALED AND LOGGED EXACTLY AS         *
000120*   LEGAL-HOLD-MAINT DOES IT.  AFTER THAT THE SUPERVISOR KEYS -- *
000130*       HEARINGS (LITIGATION-CALENDAR TICKLES THE CLERK)         *
000140*       COURT COSTS ADVANCED -- A DEBIT UNDER CHARGE CODE COURT  *
000150*       THE JUDGMENT -- AMOUNT, DATE AND INTEREST RATE           *
000160*       GARNISHMENT RECEIPTS -- A CREDIT, AND A BOOK DEPOSIT     *
000170*           UNDER SOURCE G FOR THE DEPOSIT RECONCILIATION        *
000180*       THE CLOSE -- SATISFIED OR DISMISSED                      *
000190*   EVERY EVENT IS APPENDED TO THE LITIGATION LOG WITH WHO DID   *
000200*   IT.  THE COST AND GARNISHMENT LINES ARE HELD UNTIL THE       *
000210*   SITTING ENDS AND WRITTEN AS ONE B-HEADER BATCH PER COMPANY   *
000220*   ("0" + MMDD + "5" FOR COMPANY 01, "6" FOR 02) READY FOR THE  *
000230*   POSTING RUN.  ONE SITTING A DAY, AS WITH WRITE-OFF-APPROVAL. *
000240*                                                                *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.      LITIGATION-MAINT.
000280 AUTHOR.          DATA PROCESSING.
000290 INSTALLATION.    ACCOUNTING SYSTEMS.
000300 DATE-WRITTEN.    10/15/2026.
000310 DATE-COMPILED.   10/15/2026.
000320*                                                                *
000330*   MODIFICATION HISTORY                                        *
000340*   ------------------------------------------------------------ *
000350*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000360*                                                                *
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL ACCOUNT-MASTER
000410            ASSIGN       TO  ACCTMSTR
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE  IS DYNAMIC
000440            RECORD KEY   IS AM-ACCOUNT-ID
000450            FILE STATUS  IS ACCTMSTR-STATUS.
000460
000470     SELECT OPTIONAL LITIGATION-CASES
000480            ASSIGN       TO  LITCASE
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE  IS DYNAMIC
000510            RECORD KEY   IS LC-ACCOUNT-ID
000520            FILE STATUS  IS LITCASE-STATUS.
000530
000540     SELECT OPTIONAL PLACEMENTS
000550            ASSIGN       TO  PLACEFILE
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE  IS DYNAMIC
000580            RECORD KEY   IS PL-PLACEMENT-NUMBER
000590            FILE STATUS  IS PLACEMENT-STATUS.
000600
000610     SELECT OPTIONAL TRANSACTIONS-INDEX
000620            ASSIGN       TO  ACCTIDX
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE  IS DYNAMIC
000650            RECORD KEY   IS TX-ACCT-KEY
000660            FILE STATUS  IS TXIDX-STATUS.
000670
000680     SELECT OPTIONAL HOLD-LOG
000690            ASSIGN       TO  HOLDLOG
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS  IS HOLDLOG-STATUS.
000720
000730     SELECT OPTIONAL LITIGATION-LOG
000740            ASSIGN       TO  LITLOG
000750            ORGANIZATION IS LINE SEQUENTIAL
000760            FILE STATUS  IS LITLOG-STATUS.
000770
000780     SELECT LIT-BATCH-FILE
000790            ASSIGN       TO  LITBATCH
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS  IS LITBATCH-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ACCOUNT-MASTER.
000860 01  ACCOUNT-MASTER-STRUCTURE.
000870     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000880          BY ==AM-==.
000890
000900 FD  LITIGATION-CASES.
000910 01  LITIGATION-CASE-STRUCTURE.
000920     COPY "LITIGATION-CASE-RECORD.CPY" REPLACING ==(TAG)==
000930          BY ==LC-==.
000940
000950 FD  PLACEMENTS.
000960 01  PLACEMENT-STRUCTURE.
000970     COPY "PLACEMENT-RECORD.CPY" REPLACING ==(TAG)==
000980          BY ==PL-==.
000990
001000 FD  TRANSACTIONS-INDEX.
001010 01  TRANSACTION-INDEX-STRUCTURE.
001020     COPY "TRANSACTION-INDEX-RECORD.CPY"
001030          REPLACING ==(TAG)== BY ==TX-==.
001040
001050 FD  HOLD-LOG.
001060 01  HOLD-LOG-LINE                PIC X(100).
001070
001080 FD  LITIGATION-LOG.
001090 01  LITIGATION-LOG-LINE          PIC X(100).
001100
001110 FD  LIT-BATCH-FILE.
001120 01  LIT-BATCH-LINE               PIC X(100).
001130
001140 WORKING-STORAGE SECTION.
001150 01  ACCTMSTR                   PIC X(50)
001160     VALUE "/mnt/c/cobfiles\account-master.idx".
001170 01  LITCASE                    PIC X(50)
001180     VALUE "/mnt/c/cobfiles\litigation-cases.idx".
001190 01  PLACEFILE                  PIC X(50)
001200     VALUE "/mnt/c/cobfiles\placements.idx".
001210 01  ACCTIDX                    PIC X(50)
001220     VALUE "/mnt/c/cobfiles\transactions.idx".
001230 01  HOLDLOG                    PIC X(50)
001240     VALUE "legal-hold-log.txt".
001250 01  LITLOG                     PIC X(50)
001260     VALUE "litigation-log.txt".
001270 01  LITBATCH                   PIC X(50)
001280     VALUE "litigation-batch-01.txt".
001290 01  LITBATCH-02                PIC X(50)
001300     VALUE "litigation-batch-02.txt".
001310
001320 01  ACCTMSTR-STATUS            PIC X(02).
001330 01  LITCASE-STATUS             PIC X(02).
001340 01  PLACEMENT-STATUS           PIC X(02).
001350 01  TXIDX-STATUS               PIC X(02).
001360 01  HOLDLOG-STATUS             PIC X(02).
001370 01  LITLOG-STATUS              PIC X(02).
001380 01  LITBATCH-STATUS            PIC X(02).
001390
001400 01  WS-CLERK-ID                PIC X(10).
001410 01  WS-CLERK-NAME              PIC X(30).
001420 01  WS-CLERK-ROLE              PIC X(01).
001430 01  WS-CHECK-RESULT            PIC X(01).
001440 01  WS-TODAY-8                 PIC 9(08).
001450*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE
001460*   LEDGER-JOURNAL-WRITE).
001470 01  WS-JL-FILE-ID              PIC X(01).
001480 01  WS-JL-ACTION               PIC X(01).
001490 01  WS-JL-KEY                  PIC X(16).
001500 01  WS-JL-BEFORE               PIC X(200).
001510 01  WS-JL-AFTER                PIC X(200).
001520*   THE GARNISHMENT DEPOSIT, LOGGED ON THE BOOK SIDE OF THE
001530*   DEPOSIT RECONCILIATION (SEE BOOK-DEPOSIT-LOG).
001540 01  WS-DEP-SOURCE              PIC X(01) VALUE 'G'.
001550 01  WS-DEP-DATE                PIC 9(08).
001560 01  WS-DEP-AMOUNT              PIC 9(10)V9(02) VALUE ZERO.
001570 01  WS-DEP-COUNT               PIC 9(05) VALUE 1.
001580 01  WS-DEP-REFERENCE           PIC X(20).
001590
001600 01  WS-IN-ACCOUNT              PIC X(07).
001610 01  WS-WORK-ACCOUNT            PIC 9(07).
001620 01  WS-ACTION                  PIC X(01).
001630 01  WS-IN-VALUE                PIC X(30).
001640 01  WS-IN-AMOUNT               PIC X(12).
001650 01  WS-IN-DATE                 PIC X(08).
001660 01  WS-WORK-DATE               PIC 9(08).
001670 01  WS-WORK-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
001680 01  WS-WORK-RATE               PIC 9(02)V9(03) VALUE ZERO.
001690 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
001700 01  WS-RATE-EDITED             PIC Z9.999.
001710 01  WS-CASE-SWITCH             PIC X(01) VALUE 'N'.
001720     88  WS-CASE-ON-FILE                  VALUE 'Y'.
001730 01  WS-LOG-EVENT               PIC X(10).
001740 01  WS-LOG-NOTE                PIC X(50).
001750 01  WS-HOLD-EVENT              PIC X(08).
001760 01  WS-HOLD-NOTE               PIC X(30).
001770
001780*   PLACEMENT LOOKUP -- THE PLACEMENT FILE IS KEYED BY
001790*   PLACEMENT NUMBER ONLY, SO OPENING A CASE READS IT THROUGH.
001800 01  WS-PL-EOF-SWITCH           PIC X(01) VALUE 'N'.
001810     88  WS-PL-EOF                        VALUE 'Y'.
001820 01  WS-FOUND-PLACEMENT         PIC 9(07) VALUE ZERO.
001830 01  WS-FOUND-PL-STATUS         PIC X(01) VALUE SPACE.
001840
001850 01  WS-HEARING-I               PIC 9(02) VALUE ZERO.
001860 01  WS-FREE-SLOT               PIC 9(02) VALUE ZERO.
001870 01  WS-STATUS-NAME             PIC X(10).
001880
001890*   LEDGER LINE BUILD FIELDS -- THE RUNNING BALANCE IS CHAINED
001900*   ACROSS THE SITTING SO TWO LINES FOR ONE ACCOUNT FOLLOW ON.
001910 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
001920 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001930 01  WS-NEW-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
001940 01  WS-CHAIN-ACCOUNT           PIC 9(07) VALUE ZERO.
001950 01  WS-CHAIN-BALANCE           PIC S9(09)V9(02) VALUE ZERO.
001960 01  WS-TX-EOF-SWITCH           PIC X(01) VALUE 'N'.
001970     88  WS-TX-EOF                        VALUE 'Y'.
001980 01  WS-LINE-TYPE               PIC X(01).
001990     88  WS-LINE-DEBIT                    VALUE 'D'.
002000     88  WS-LINE-CREDIT                   VALUE 'C'.
002010 01  WS-LINE-DESC               PIC X(25).
002020 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
002030 01  WS-OUT-START               PIC S9(09)V9(02)
002040                                SIGN IS LEADING SEPARATE.
002050 01  WS-OUT-END                 PIC S9(09)V9(02)
002060                                SIGN IS LEADING SEPARATE.
002070 01  WS-HDR-NUMBER              PIC X(06).
002080 01  WS-HDR-COUNT               PIC 9(05).
002090 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
002100 01  WS-HDR-COMPANY             PIC X(02).
002110
002120*   THE COST AND GARNISHMENT LINES ARE HELD HERE UNTIL THE
002130*   SITTING ENDS, THEN WRITTEN UNDER ONE B-HEADER PER COMPANY.
002140 01  WS-LINE-TABLE.
002150     05  WS-HELD-ENTRY OCCURS 50 TIMES.
002160         10  WS-HELD-COMPANY    PIC X(02).
002170         10  WS-HELD-LINE       PIC X(98).
002180 01  WS-LINE-COUNT              PIC 9(05) VALUE ZERO.
002190 01  WS-LINE-I                  PIC 9(02) VALUE ZERO.
002200 01  WS-BATCH-CO-TABLE.
002210     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
002220         10  WS-BATCH-CO-COUNT  PIC 9(05).
002230         10  WS-BATCH-CO-TOTAL  PIC 9(10)V9(02).
002240 01  WS-BATCH-CO-SUB            PIC 9(01) VALUE ZERO.
002250
002260 PROCEDURE DIVISION.
002270*                                                                *
002280*   0000-MAINLINE                                               *
002290*                                                                *
002300 0000-MAINLINE.
002310     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
002320     DISPLAY "ENTER YOUR SUPERVISOR ID:".
002330     ACCEPT WS-CLERK-ID.
002340     IF WS-CLERK-ID = SPACES
002350        DISPLAY "A SUPERVISOR ID IS REQUIRED"
002360        GO TO 9999-EXIT
002370     END-IF.
002380     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
002390          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
002400     EVALUATE TRUE
002410        WHEN WS-CHECK-RESULT = 'M'
002420           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
002430                   "SUPERVISOR ROLE NOT VERIFIED"
002440        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
002450           DISPLAY "SIGNED ON: " WS-CLERK-NAME
002460        WHEN OTHER
002470           DISPLAY "ONLY A SUPERVISOR MAY MAINTAIN LITIGATION "
002480                   "CASES"
002490           GO TO 9999-EXIT
002500     END-EVALUATE.
002510     OPEN I-O ACCOUNT-MASTER.
002520     IF ACCTMSTR-STATUS NOT = '00'
002530        DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS "
002540                ACCTMSTR-STATUS
002550        GO TO 9999-EXIT
002560     END-IF.
002570     OPEN I-O LITIGATION-CASES.
002580     IF LITCASE-STATUS NOT = '00' AND LITCASE-STATUS NOT = '05'
002590        DISPLAY "CANNOT OPEN LITIGATION FILE, STATUS "
002600                LITCASE-STATUS
002610        CLOSE ACCOUNT-MASTER
002620        GO TO 9999-EXIT
002630     END-IF.
002640     OPEN INPUT TRANSACTIONS-INDEX.
002650     OPEN EXTEND HOLD-LOG.
002660     IF HOLDLOG-STATUS = '05' OR HOLDLOG-STATUS = '35'
002670        OPEN OUTPUT HOLD-LOG
002680        CLOSE       HOLD-LOG
002690        OPEN EXTEND HOLD-LOG
002700     END-IF.
002710     OPEN EXTEND LITIGATION-LOG.
002720     IF LITLOG-STATUS = '05' OR LITLOG-STATUS = '35'
002730        OPEN OUTPUT LITIGATION-LOG
002740        CLOSE       LITIGATION-LOG
002750        OPEN EXTEND LITIGATION-LOG
002760     END-IF.
002770     INITIALIZE WS-BATCH-CO-TABLE.
002780     PERFORM 2000-WORK-ONE-ACCOUNT THRU 2000-EXIT
002790             UNTIL WS-IN-ACCOUNT = "END".
002800     IF WS-LINE-COUNT > ZERO
002810        PERFORM 8000-WRITE-BATCHES THRU 8000-EXIT
002820     END-IF.
002830     CLOSE ACCOUNT-MASTER.
002840     CLOSE LITIGATION-CASES.
002850     IF TXIDX-STATUS = '00'
002860        CLOSE TRANSACTIONS-INDEX
002870     END-IF.
002880     CLOSE HOLD-LOG.
002890     CLOSE LITIGATION-LOG.
002900     GO TO 9999-EXIT.
002910
002920*                                                                *
002930*   2000-WORK-ONE-ACCOUNT -- NO CASE YET, OFFER TO FILE ONE;     *
002940*   OTHERWISE SHOW THE CASE AND TAKE ONE ACTION ON IT            *
002950*                                                                *
002960 2000-WORK-ONE-ACCOUNT.
002970     DISPLAY " ".
002980     DISPLAY "ACCOUNT NUMBER (OR END):".
002990     ACCEPT WS-IN-ACCOUNT.
003000     IF WS-IN-ACCOUNT = "END" OR WS-IN-ACCOUNT = "end"
003010        MOVE "END" TO WS-IN-ACCOUNT
003020        GO TO 2000-EXIT
003030     END-IF.
003040     IF WS-IN-ACCOUNT NOT NUMERIC
003050        DISPLAY "ACCOUNT MUST BE NUMERIC"
003060        GO TO 2000-EXIT
003070     END-IF.
003080     MOVE WS-IN-ACCOUNT TO WS-WORK-ACCOUNT.
003090     MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID.
003100     READ ACCOUNT-MASTER
003110         INVALID KEY
003120            DISPLAY "ACCOUNT NOT ON THE ACCOUNT MASTER"
003130            GO TO 2000-EXIT
003140     END-READ.
003150     MOVE WS-WORK-ACCOUNT TO LC-ACCOUNT-ID.
003160     MOVE 'Y' TO WS-CASE-SWITCH.
003170     READ LITIGATION-CASES
003180         INVALID KEY
003190            MOVE 'N' TO WS-CASE-SWITCH
003200     END-READ.
003210     IF NOT WS-CASE-ON-FILE
003220        DISPLAY "NO CASE ON FILE FOR THIS ACCOUNT"
003230        DISPLAY "(F)ILE SUIT, ENTER TO SKIP:"
003240        ACCEPT WS-ACTION
003250        MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
003260        IF WS-ACTION = 'F'
003270           PERFORM 3000-OPEN-CASE THRU 3000-EXIT
003280        END-IF
003290        GO TO 2000-EXIT
003300     END-IF.
003310     PERFORM 2100-SHOW-CASE THRU 2100-EXIT.
003320     IF LC-CASE-CLOSED
003330        DISPLAY "CASE CLOSED " LC-CLOSED-DATE
003340                " -- NO FURTHER ACTIVITY"
003350        GO TO 2000-EXIT
003360     END-IF.
003370     DISPLAY "(H)EARING, (C)OURT COST, (J)UDGMENT, "
003380             "(G)ARNISHMENT, (X) CLOSE CASE, ENTER TO SKIP:".
003390     ACCEPT WS-ACTION.
003400     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
003410     EVALUATE WS-ACTION
003420        WHEN 'H'
003430           PERFORM 4000-ADD-HEARING THRU 4000-EXIT
003440        WHEN 'C'
003450           PERFORM 4500-COURT-COST THRU 4500-EXIT
003460        WHEN 'J'
003470           PERFORM 5000-ENTER-JUDGMENT THRU 5000-EXIT
003480        WHEN 'G'
003490           PERFORM 5200-GARNISHMENT THRU 5200-EXIT
003500        WHEN 'X'
003510           PERFORM 5400-CLOSE-CASE THRU 5400-EXIT
003520        WHEN OTHER
003530           CONTINUE
003540     END-EVALUATE.
003550 2000-EXIT.
003560     EXIT.
003570
003580 2100-SHOW-CASE.
003590     EVALUATE TRUE
003600        WHEN LC-CASE-FILED
003610           MOVE "FILED"     TO WS-STATUS-NAME
003620        WHEN LC-CASE-JUDGMENT
003630           MOVE "JUDGMENT"  TO WS-STATUS-NAME
003640        WHEN LC-CASE-GARNISHING
003650           MOVE "GARNISHING" TO WS-STATUS-NAME
003660        WHEN LC-CASE-SATISFIED
003670           MOVE "SATISFIED" TO WS-STATUS-NAME
003680        WHEN OTHER
003690           MOVE "DISMISSED" TO WS-STATUS-NAME
003700     END-EVALUATE.
003710     DISPLAY "CASE " LC-CASE-NUMBER " " WS-STATUS-NAME.
003720     DISPLAY "COURT " LC-COURT-NAME " FILED " LC-FILING-DATE.
003730     MOVE LC-COSTS-ADVANCED TO WS-AMOUNT-EDITED.
003740     DISPLAY "COURT COSTS ADVANCED " WS-AMOUNT-EDITED.
003750     IF LC-JUDGMENT-AMOUNT > ZERO
003760        MOVE LC-JUDGMENT-AMOUNT TO WS-AMOUNT-EDITED
003770        MOVE LC-JUDGMENT-RATE   TO WS-RATE-EDITED
003780        DISPLAY "JUDGMENT " WS-AMOUNT-EDITED " ON "
003790                LC-JUDGMENT-DATE " AT " WS-RATE-EDITED "%"
003800        MOVE LC-GARNISHED-TOTAL TO WS-AMOUNT-EDITED
003810        DISPLAY "GARNISHED TO DATE " WS-AMOUNT-EDITED
003820     END-IF.
003830     PERFORM 2150-SHOW-ONE-HEARING THRU 2150-EXIT
003840             VARYING WS-HEARING-I FROM 1 BY 1
003850             UNTIL WS-HEARING-I > 6.
003860 2100-EXIT.
003870     EXIT.
003880
003890 2150-SHOW-ONE-HEARING.
003900     IF LC-HEARING-DATE (WS-HEARING-I) NOT < WS-TODAY-8
003910        DISPLAY "HEARING " LC-HEARING-DATE (WS-HEARING-I) " "
003920                LC-HEARING-PURPOSE (WS-HEARING-I)
003930     END-IF.
003940 2150-EXIT.
003950     EXIT.
003960
003970*                                                                *
003980*   3000-OPEN-CASE -- SUIT FILED.  THE CASE GOES ON THE FILE AND *
003990*   THE ACCOUNT GOES ON LEGAL HOLD, REASON LT.                   *
004000*                                                                *
004010 3000-OPEN-CASE.
004020     PERFORM 3100-FIND-PLACEMENT THRU 3100-EXIT.
004030     IF WS-FOUND-PLACEMENT = ZERO
004040        DISPLAY "NO RECALLED OR UNCOLLECTIBLE PLACEMENT ON FILE "
004050                "FOR THIS ACCOUNT"
004060        DISPLAY "FILE SUIT ANYWAY (Y/N):"
004070        ACCEPT WS-ACTION
004080        MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
004090        IF WS-ACTION NOT = 'Y'
004100           GO TO 3000-EXIT
004110        END-IF
004120     ELSE
004130        DISPLAY "PLACEMENT " WS-FOUND-PLACEMENT " STATUS "
004140                WS-FOUND-PL-STATUS
004150     END-IF.
004160     DISPLAY "COURT CASE NUMBER:".
004170     ACCEPT WS-IN-VALUE.
004180     IF WS-IN-VALUE = SPACES
004190        DISPLAY "A CASE NUMBER IS REQUIRED"
004200        GO TO 3000-EXIT
004210     END-IF.
004220     INITIALIZE LITIGATION-CASE-STRUCTURE.
004230     MOVE WS-WORK-ACCOUNT TO LC-ACCOUNT-ID.
004240     MOVE WS-IN-VALUE     TO LC-CASE-NUMBER.
004250     DISPLAY "COURT:".
004260     ACCEPT WS-IN-VALUE.
004270     IF WS-IN-VALUE = SPACES
004280        DISPLAY "THE COURT IS REQUIRED"
004290        GO TO 3000-EXIT
004300     END-IF.
004310     MOVE WS-IN-VALUE     TO LC-COURT-NAME.
004320     DISPLAY "FILING DATE (YYYYMMDD, ENTER FOR TODAY):".
004330     PERFORM 7000-ACCEPT-DATE THRU 7000-EXIT.
004340     IF WS-WORK-DATE = ZERO OR WS-WORK-DATE > WS-TODAY-8
004350        DISPLAY "FILING DATE MUST BE A DATE NOT AFTER TODAY"
004360        GO TO 3000-EXIT
004370     END-IF.
004380     MOVE WS-WORK-DATE    TO LC-FILING-DATE.
004390     DISPLAY "CLERK TO HANDLE THE CASE (ENTER FOR YOURSELF):".
004400     ACCEPT WS-IN-VALUE.
004410     IF WS-IN-VALUE = SPACES
004420        MOVE WS-CLERK-ID  TO LC-ASSIGNED-CLERK
004430     ELSE
004440        MOVE WS-IN-VALUE  TO LC-ASSIGNED-CLERK
004450     END-IF.
004460     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
004470     MOVE WS-ACCT-COMPANY    TO LC-COMPANY-CODE.
004480     MOVE WS-FOUND-PLACEMENT TO LC-PLACEMENT-NUMBER.
004490     SET LC-CASE-FILED       TO TRUE.
004500     MOVE WS-CLERK-ID        TO LC-OPENED-BY.
004510     MOVE WS-TODAY-8         TO LC-OPENED-DATE.
004520     WRITE LITIGATION-CASE-STRUCTURE
004530         INVALID KEY
004540            DISPLAY "CANNOT WRITE CASE, STATUS " LITCASE-STATUS
004550            GO TO 3000-EXIT
004560     END-WRITE.
004570     MOVE "FILED" TO WS-LOG-EVENT.
004580     MOVE SPACES TO WS-LOG-NOTE.
004590     STRING "CASE " LC-CASE-NUMBER " " LC-COURT-NAME
004600            DELIMITED BY SIZE INTO WS-LOG-NOTE
004610     END-STRING.
004620     PERFORM 6600-WRITE-EVENT-LOG THRU 6600-EXIT.
004630     DISPLAY "CASE " LC-CASE-NUMBER " OPENED".
004640     PERFORM 3200-SET-LITIGATION-HOLD THRU 3200-EXIT.
004650 3000-EXIT.
004660     EXIT.
004670
004680*                                                                *
004690*   3100-FIND-PLACEMENT -- THE ACCOUNT'S LAST PLACEMENT THE      *
004700*   AGENCY SENT BACK (RECALLED OR UNCOLLECTIBLE), IF ANY         *
004710*                                                                *
004720 3100-FIND-PLACEMENT.
004730     MOVE ZERO  TO WS-FOUND-PLACEMENT.
004740     MOVE SPACE TO WS-FOUND-PL-STATUS.
004750     OPEN INPUT PLACEMENTS.
004760     IF PLACEMENT-STATUS NOT = '00'
004770        GO TO 3100-EXIT
004780     END-IF.
004790     MOVE 'N' TO WS-PL-EOF-SWITCH.
004800     PERFORM 3150-CHECK-ONE-PLACEMENT THRU 3150-EXIT
004810             UNTIL WS-PL-EOF.
004820     CLOSE PLACEMENTS.
004830 3100-EXIT.
004840     EXIT.
004850
004860 3150-CHECK-ONE-PLACEMENT.
004870     READ PLACEMENTS NEXT RECORD
004880         AT END
004890            MOVE 'Y' TO WS-PL-EOF-SWITCH
004900            GO TO 3150-EXIT
004910     END-READ.
004920     IF PL-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
004930        GO TO 3150-EXIT
004940     END-IF.
004950     IF PL-PLACEMENT-RECALLED OR PL-PLACEMENT-UNCOLLECTIBLE
004960        MOVE PL-PLACEMENT-NUMBER TO WS-FOUND-PLACEMENT
004970        MOVE PL-PLACEMENT-STATUS TO WS-FOUND-PL-STATUS
004980     END-IF.
004990 3150-EXIT.
005000     EXIT.
005010
005020*                                                                *
005030*   3200-SET-LITIGATION-HOLD -- THE SAME SET LEGAL-HOLD-MAINT    *
005040*   MAKES, WITH REASON LT.  A HOLD ALREADY IN PLACE FOR ANOTHER  *
005050*   REASON (A BANKRUPTCY, SAY) IS LEFT AS IT IS.                 *
005060*                                                                *
005070 3200-SET-LITIGATION-HOLD.
005080     IF AM-ON-LEGAL-HOLD
005090        DISPLAY "ALREADY ON LEGAL HOLD, REASON " AM-HOLD-REASON
005100                " -- HOLD LEFT AS IT IS"
005110        GO TO 3200-EXIT
005120     END-IF.
005130     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-BEFORE.
005140     SET AM-ON-LEGAL-HOLD TO TRUE.
005150     MOVE "LT"       TO AM-HOLD-REASON.
005160     MOVE WS-TODAY-8 TO AM-HOLD-DATE.
005170     REWRITE ACCOUNT-MASTER-STRUCTURE.
005180     PERFORM 6000-JOURNAL-REWRITE THRU 6000-EXIT.
005190     MOVE "HELD    " TO WS-HOLD-EVENT.
005200     MOVE SPACES TO WS-HOLD-NOTE.
005210     STRING "REASON LT CASE " LC-CASE-NUMBER
005220            DELIMITED BY SIZE INTO WS-HOLD-NOTE
005230     END-STRING.
005240     PERFORM 6500-WRITE-HOLD-LOG THRU 6500-EXIT.
005250     DISPLAY "LEGAL HOLD SET -- ALL COLLECTION ACTIVITY STOPS.".
005260 3200-EXIT.
005270     EXIT.
005280
005290*                                                                *
005300*   4000-ADD-HEARING -- INTO THE FIRST EMPTY OR PAST SLOT        *
005310*                                                                *
005320 4000-ADD-HEARING.
005330     DISPLAY "HEARING DATE (YYYYMMDD):".
005340     PERFORM 7000-ACCEPT-DATE THRU 7000-EXIT.
005350     IF WS-IN-DATE = SPACES OR WS-WORK-DATE < WS-TODAY-8
005360        DISPLAY "HEARING DATE MUST BE TODAY OR LATER"
005370        GO TO 4000-EXIT
005380     END-IF.
005390     MOVE ZERO TO WS-FREE-SLOT.
005400     PERFORM 4100-CHECK-ONE-SLOT THRU 4100-EXIT
005410             VARYING WS-HEARING-I FROM 1 BY 1
005420             UNTIL WS-HEARING-I > 6 OR WS-FREE-SLOT > ZERO.
005430     IF WS-FREE-SLOT = ZERO
005440        DISPLAY "SIX HEARINGS ALREADY SET -- NO ROOM FOR ANOTHER"
005450        GO TO 4000-EXIT
005460     END-IF.
005470     DISPLAY "PURPOSE (TRIAL, MOTION, DEBTOR EXAM...):".
005480     ACCEPT WS-IN-VALUE.
005490     MOVE WS-WORK-DATE TO LC-HEARING-DATE (WS-FREE-SLOT).
005500     MOVE WS-IN-VALUE  TO LC-HEARING-PURPOSE (WS-FREE-SLOT).
005510     SET LC-HEARING-NOT-QUEUED (WS-FREE-SLOT) TO TRUE.
005520     REWRITE LITIGATION-CASE-STRUCTURE
005530         INVALID KEY
005540            DISPLAY "CANNOT UPDATE CASE, STATUS " LITCASE-STATUS
005550            GO TO 4000-EXIT
005560     END-REWRITE.
005570     MOVE "HEARING" TO WS-LOG-EVENT.
005580     MOVE SPACES TO WS-LOG-NOTE.
005590     STRING WS-WORK-DATE " " WS-IN-VALUE
005600            DELIMITED BY SIZE INTO WS-LOG-NOTE
005610     END-STRING.
005620     PERFORM 6600-WRITE-EVENT-LOG THRU 6600-EXIT.
005630     DISPLAY "HEARING SET FOR " WS-WORK-DATE.
005640 4000-EXIT.
005650     EXIT.
005660
005670 4100-CHECK-ONE-SLOT.
005680     IF LC-HEARING-DATE (WS-HEARING-I) < WS-TODAY-8
005690        MOVE WS-HEARING-I TO WS-FREE-SLOT
005700     END-IF.
005710 4100-EXIT.
005720     EXIT.
005730
005740*                                                                *
005750*   4500-COURT-COST -- A COST ADVANCED TO THE COURT OR A PROCESS *
005760*   SERVER, CHARGED TO THE ACCOUNT UNDER CHARGE CODE COURT       *
005770*                                                                *
005780 4500-COURT-COST.
005790     IF WS-LINE-COUNT >= 50
005800        DISPLAY "BATCH FULL AT 50 -- KEY THE COST IN THE NEXT "
005810                "SITTING"
005820        GO TO 4500-EXIT
005830     END-IF.
005840     DISPLAY "COST ADVANCED:".
005850     ACCEPT WS-IN-AMOUNT.
005860     COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT).
005870     IF WS-WORK-AMOUNT = ZERO
005880        DISPLAY "AMOUNT MUST NOT BE ZERO"
005890        GO TO 4500-EXIT
005900     END-IF.
005910     ADD WS-WORK-AMOUNT TO LC-COSTS-ADVANCED.
005920     REWRITE LITIGATION-CASE-STRUCTURE
005930         INVALID KEY
005940            DISPLAY "CANNOT UPDATE CASE, STATUS " LITCASE-STATUS
005950            GO TO 4500-EXIT
005960     END-REWRITE.
005970     SET WS-LINE-DEBIT TO TRUE.
005980     MOVE "COURT COSTS" TO WS-LINE-DESC.
005990     PERFORM 5800-HOLD-LEDGER-LINE THRU 5800-EXIT.
006000     MOVE WS-WORK-AMOUNT TO WS-AMOUNT-EDITED.
006010     MOVE "COURT COST" TO WS-LOG-EVENT.
006020     MOVE SPACES TO WS-LOG-NOTE.
006030     STRING WS-AMOUNT-EDITED " CASE " LC-CASE-NUMBER
006040            DELIMITED BY SIZE INTO WS-LOG-NOTE
006050     END-STRING.
006060     PERFORM 6600-WRITE-EVENT-LOG THRU 6600-EXIT.
006070     DISPLAY "COURT COST " WS-AMOUNT-EDITED " CHARGED".
006080 4500-EXIT.
006090     EXIT.
006100
006110*                                                                *
006120*   5000-ENTER-JUDGMENT -- AMOUNT, DATE AND THE ANNUAL INTEREST  *
006130*   RATE THE COURT ALLOWED                                       *
006140*                                                                *
006150 5000-ENTER-JUDGMENT.
006160     IF LC-JUDGMENT-AMOUNT > ZERO
006170        DISPLAY "A JUDGMENT IS ALREADY ENTERED ON THIS CASE"
006180        GO TO 5000-EXIT
006190     END-IF.
006200     DISPLAY "JUDGMENT AMOUNT:".
006210     ACCEPT WS-IN-AMOUNT.
006220     COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT).
006230     IF WS-WORK-AMOUNT = ZERO
006240        DISPLAY "AMOUNT MUST NOT BE ZERO"
006250        GO TO 5000-EXIT
006260     END-IF.
006270     DISPLAY "JUDGMENT DATE (YYYYMMDD, ENTER FOR TODAY):".
006280     PERFORM 7000-ACCEPT-DATE THRU 7000-EXIT.
006290     IF WS-WORK-DATE = ZERO OR WS-WORK-DATE > WS-TODAY-8
006300        OR WS-WORK-DATE < LC-FILING-DATE
006310        DISPLAY "JUDGMENT DATE MUST FALL BETWEEN THE FILING "
006320                "DATE AND TODAY"
006330        GO TO 5000-EXIT
006340     END-IF.
006350     DISPLAY "ANNUAL JUDGMENT INTEREST RATE, PERCENT (E.G. 9.5):".
006360     ACCEPT WS-IN-AMOUNT.
006370     COMPUTE WS-WORK-RATE = FUNCTION NUMVAL(WS-IN-AMOUNT).
006380     MOVE WS-WORK-AMOUNT TO LC-JUDGMENT-AMOUNT.
006390     MOVE WS-WORK-DATE   TO LC-JUDGMENT-DATE.
006400     MOVE WS-WORK-RATE   TO LC-JUDGMENT-RATE.
006410     SET LC-CASE-JUDGMENT TO TRUE.
006420     REWRITE LITIGATION-CASE-STRUCTURE
006430         INVALID KEY
006440            DISPLAY "CANNOT UPDATE CASE, STATUS " LITCASE-STATUS
006450            GO TO 5000-EXIT
006460     END-REWRITE.
006470     MOVE WS-WORK-AMOUNT TO WS-AMOUNT-EDITED.
006480     MOVE WS-WORK-RATE   TO WS-RATE-EDITED.
006490     MOVE "JUDGMENT" TO WS-LOG-EVENT.
006500     MOVE SPACES TO WS-LOG-NOTE.
006510     STRING WS-AMOUNT-EDITED " ON " WS-WORK-DATE
006520            " AT " WS-RATE-EDITED "%"
006530            DELIMITED BY SIZE INTO WS-LOG-NOTE
006540     END-STRING.
006550     PERFORM 6600-WRITE-EVENT-LOG THRU 6600-EXIT.
006560     DISPLAY "JUDGMENT ENTERED".
006570 5000-EXIT.
006580     EXIT.
006590
006600*                                                                *
006610*   5200-GARNISHMENT -- MONEY RECEIVED ON A WAGE OR BANK         *
006620*   GARNISHMENT.  A CREDIT TO THE ACCOUNT, AND A BOOK DEPOSIT    *
006630*   UNDER SOURCE G SO THE DEPOSIT RECONCILIATION EXPECTS IT.     *
006640*                                                                *
006650 5200-GARNISHMENT.
006660     IF NOT LC-CASE-JUDGMENT AND NOT LC-CASE-GARNISHING
006670        DISPLAY "NO JUDGMENT ENTERED -- NOTHING TO GARNISH ON"
006680        GO TO 5200-EXIT
006690     END-IF.
006700     IF WS-LINE-COUNT >= 50
006710        DISPLAY "BATCH FULL AT 50 -- KEY THE RECEIPT IN THE NEXT "
006720                "SITTING"
006730        GO TO 5200-EXIT
006740     END-IF.
006750     DISPLAY "AMOUNT RECEIVED:".
006760     ACCEPT WS-IN-AMOUNT.
006770     COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT).
006780     IF WS-WORK-AMOUNT = ZERO
006790        DISPLAY "AMOUNT MUST NOT BE ZERO"
006800        GO TO 5200-EXIT
006810     END-IF.
006820     ADD WS-WORK-AMOUNT TO LC-GARNISHED-TOTAL.
006830     MOVE WS-TODAY-8 TO LC-LAST-GARNISH-DATE.
006840     SET LC-CASE-GARNISHING TO TRUE.
006850     REWRITE LITIGATION-CASE-STRUCTURE
006860         INVALID KEY
006870            DISPLAY "CANNOT UPDATE CASE, STATUS " LITCASE-STATUS
006880            GO TO 5200-EXIT
006890     END-REWRITE.
006900     SET WS-LINE-CREDIT TO TRUE.
006910     MOVE SPACES TO WS-LINE-DESC.
006920     STRING "GARNISHMENT " LC-CASE-NUMBER
006930            DELIMITED BY SIZE INTO WS-LINE-DESC
006940     END-STRING.
006950     PERFORM 5800-HOLD-LEDGER-LINE THRU 5800-EXIT.
006960     MOVE WS-TODAY-8     TO WS-DEP-DATE.
006970     MOVE WS-WORK-AMOUNT TO WS-DEP-AMOUNT.
006980     MOVE SPACES TO WS-DEP-REFERENCE.
006990     STRING "GARNISH " WS-WORK-ACCOUNT
007000            DELIMITED BY SIZE INTO WS-DEP-REFERENCE
007010     END-STRING.
007020     CALL "BOOK-DEPOSIT-LOG" USING WS-DEP-SOURCE, WS-DEP-DATE,
007030          WS-DEP-AMOUNT, WS-DEP-COUNT, WS-DEP-REFERENCE.
007040     MOVE WS-WORK-AMOUNT TO WS-AMOUNT-EDITED.
007050     MOVE "GARNISHED" TO WS-LOG-EVENT.
007060     MOVE SPACES TO WS-LOG-NOTE.
007070     STRING WS-AMOUNT-EDITED " CASE " LC-CASE-NUMBER
007080            DELIMITED BY SIZE INTO WS-LOG-NOTE
007090     END-STRING.
007100     PERFORM 6600-WRITE-EVENT-LOG THRU 6600-EXIT.
007110     DISPLAY "GARNISHMENT " WS-AMOUNT-EDITED " CREDITED".
007120 5200-EXIT.
007130     EXIT.
007140
007150*                                                                *
007160*   5400-CLOSE-CASE -- SATISFIED OR DISMISSED.  THE LT HOLD      *
007170*   STAYS UNTIL A SUPERVISOR RELEASES IT ON LEGAL-HOLD-MAINT.    *
007180*                                                                *
007190 5400-CLOSE-CASE.
007200     DISPLAY "(S)ATISFIED OR (D)ISMISSED:".
007210     ACCEPT WS-ACTION.
007220     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
007230     EVALUATE WS-ACTION
007240        WHEN 'S'
007250           SET LC-CASE-SATISFIED TO TRUE
007260           MOVE "SATISFIED" TO WS-LOG-NOTE
007270        WHEN 'D'
007280           SET LC-CASE-DISMISSED TO TRUE
007290           MOVE "DISMISSED" TO WS-LOG-NOTE
007300        WHEN OTHER
007310           DISPLAY "CASE LEFT OPEN"
007320           GO TO 5400-EXIT
007330     END-EVALUATE.
007340     MOVE WS-TODAY-8 TO LC-CLOSED-DATE.
007350     REWRITE LITIGATION-CASE-STRUCTURE
007360         INVALID KEY
007370            DISPLAY "CANNOT UPDATE CASE, STATUS " LITCASE-STATUS
007380            GO TO 5400-EXIT
007390     END-REWRITE.
007400     MOVE "CLOSED" TO WS-LOG-EVENT.
007410     PERFORM 6600-WRITE-EVENT-LOG THRU 6600-EXIT.
007420     DISPLAY "CASE CLOSED -- RELEASE THE LEGAL HOLD ON "
007430             "LEGAL-HOLD-MAINT WHEN COUNSEL AGREES".
007440 5400-EXIT.
007450     EXIT.
007460
007470*                                                                *
007480*   5500-FIND-LAST-BALANCE -- SAME LOOKUP THE SWEEP AND THE      *
007490*   LATE-FEE RUN USE; A LINE ALREADY HELD THIS SITTING FOR THE   *
007500*   ACCOUNT CARRIES ITS BALANCE FORWARD                          *
007510*                                                                *
007520 5500-FIND-LAST-BALANCE.
007530     MOVE ZERO TO WS-LAST-BALANCE.
007540     MOVE "01" TO WS-ACCT-COMPANY.
007550     IF WS-WORK-ACCOUNT = WS-CHAIN-ACCOUNT
007560        MOVE WS-CHAIN-BALANCE TO WS-LAST-BALANCE
007570        GO TO 5500-EXIT
007580     END-IF.
007590     IF TXIDX-STATUS NOT = '00'
007600        GO TO 5500-EXIT
007610     END-IF.
007620     MOVE 'N' TO WS-TX-EOF-SWITCH.
007630     MOVE LOW-VALUES TO TX-ACCT-KEY.
007640     MOVE WS-WORK-ACCOUNT TO TX-ACCT-KEY (1:7).
007650     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
007660         INVALID KEY
007670            GO TO 5500-EXIT
007680     END-START.
007690     PERFORM 5600-ONE-INDEX-ENTRY THRU 5600-EXIT
007700             UNTIL WS-TX-EOF.
007710 5500-EXIT.
007720     EXIT.
007730
007740 5600-ONE-INDEX-ENTRY.
007750     READ TRANSACTIONS-INDEX NEXT RECORD
007760         AT END
007770            MOVE 'Y' TO WS-TX-EOF-SWITCH
007780            GO TO 5600-EXIT
007790     END-READ.
007800     IF TX-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
007810        MOVE 'Y' TO WS-TX-EOF-SWITCH
007820        GO TO 5600-EXIT
007830     END-IF.
007840     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
007850     IF TX-COMPANY-CODE = "02"
007860        MOVE "02" TO WS-ACCT-COMPANY
007870     ELSE
007880        MOVE "01" TO WS-ACCT-COMPANY
007890     END-IF.
007900 5600-EXIT.
007910     EXIT.
007920
007930*                                                                *
007940*   5800-HOLD-LEDGER-LINE -- ONE LEDGER-POST LINE FOR THE        *
007950*   CASE'S COMPANY.  A COURT COST IS A DEBIT UNDER CHARGE CODE   *
007960*   COURT; A GARNISHMENT RECEIPT IS A CREDIT.                    *
007970*                                                                *
007980 5800-HOLD-LEDGER-LINE.
007990     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
008000     MOVE WS-WORK-AMOUNT  TO WS-OUT-AMOUNT.
008010     MOVE WS-LAST-BALANCE TO WS-OUT-START.
008020     IF WS-LINE-DEBIT
008030        COMPUTE WS-NEW-BALANCE =
008040                WS-LAST-BALANCE + WS-WORK-AMOUNT
008050     ELSE
008060        COMPUTE WS-NEW-BALANCE =
008070                WS-LAST-BALANCE - WS-WORK-AMOUNT
008080     END-IF.
008090     MOVE WS-NEW-BALANCE  TO WS-OUT-END.
008100     MOVE WS-WORK-ACCOUNT TO WS-CHAIN-ACCOUNT.
008110     MOVE WS-NEW-BALANCE  TO WS-CHAIN-BALANCE.
008120     ADD 1 TO WS-LINE-COUNT.
008130     MOVE LC-COMPANY-CODE TO WS-HELD-COMPANY (WS-LINE-COUNT).
008140     MOVE SPACES TO WS-HELD-LINE (WS-LINE-COUNT).
008150     IF WS-LINE-DEBIT
008160        STRING "00000,"            DELIMITED BY SIZE
008170               WS-WORK-ACCOUNT     DELIMITED BY SIZE
008180               ","                 DELIMITED BY SIZE
008190               WS-LINE-DESC        DELIMITED BY "  "
008200               ","                 DELIMITED BY SIZE
008210               WS-OUT-AMOUNT       DELIMITED BY SIZE
008220               ","                 DELIMITED BY SIZE
008230               WS-OUT-START        DELIMITED BY SIZE
008240               ","                 DELIMITED BY SIZE
008250               WS-OUT-END          DELIMITED BY SIZE
008260               ",D,,COURT"         DELIMITED BY SIZE
008270               INTO WS-HELD-LINE (WS-LINE-COUNT)
008280        END-STRING
008290     ELSE
008300        STRING "00000,"            DELIMITED BY SIZE
008310               WS-WORK-ACCOUNT     DELIMITED BY SIZE
008320               ","                 DELIMITED BY SIZE
008330               WS-LINE-DESC        DELIMITED BY "  "
008340               ","                 DELIMITED BY SIZE
008350               WS-OUT-AMOUNT       DELIMITED BY SIZE
008360               ","                 DELIMITED BY SIZE
008370               WS-OUT-START        DELIMITED BY SIZE
008380               ","                 DELIMITED BY SIZE
008390               WS-OUT-END          DELIMITED BY SIZE
008400               ",C"                DELIMITED BY SIZE
008410               INTO WS-HELD-LINE (WS-LINE-COUNT)
008420        END-STRING
008430     END-IF.
008440     IF LC-COMPANY-CODE = "02"
008450        MOVE 2 TO WS-BATCH-CO-SUB
008460     ELSE
008470        MOVE 1 TO WS-BATCH-CO-SUB
008480     END-IF.
008490     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
008500     ADD WS-WORK-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
008510 5800-EXIT.
008520     EXIT.
008530
008540*                                                                *
008550*   6000-JOURNAL-REWRITE -- ONE BEFORE/AFTER ENTRY PER MASTER    *
008560*   REWRITE (SEE LEDGER-JOURNAL-WRITE)                           *
008570*                                                                *
008580 6000-JOURNAL-REWRITE.
008590     MOVE 'M' TO WS-JL-FILE-ID.
008600     MOVE 'R' TO WS-JL-ACTION.
008610     MOVE SPACES TO WS-JL-KEY.
008620     MOVE AM-ACCOUNT-ID TO WS-JL-KEY (1:7).
008630     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-AFTER.
008640     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
008650          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
008660 6000-EXIT.
008670     EXIT.
008680
008690*                                                                *
008700*   6500-WRITE-HOLD-LOG -- THE LEGAL-HOLD-MAINT LOG LINE         *
008710*                                                                *
008720 6500-WRITE-HOLD-LOG.
008730     MOVE SPACES TO HOLD-LOG-LINE.
008740     STRING WS-TODAY-8
008750            " " WS-WORK-ACCOUNT
008760            " " WS-HOLD-EVENT
008770            " BY " WS-CLERK-ID
008780            " " WS-HOLD-NOTE
008790            DELIMITED BY SIZE INTO HOLD-LOG-LINE
008800     END-STRING.
008810     WRITE HOLD-LOG-LINE.
008820 6500-EXIT.
008830     EXIT.
008840
008850 6600-WRITE-EVENT-LOG.
008860     MOVE SPACES TO LITIGATION-LOG-LINE.
008870     STRING WS-TODAY-8
008880            " " WS-WORK-ACCOUNT
008890            " " WS-LOG-EVENT
008900            " BY " WS-CLERK-ID
008910            " " WS-LOG-NOTE
008920            DELIMITED BY SIZE INTO LITIGATION-LOG-LINE
008930     END-STRING.
008940     WRITE LITIGATION-LOG-LINE.
008950 6600-EXIT.
008960     EXIT.
008970
008980*                                                                *
008990*   7000-ACCEPT-DATE -- A YYYYMMDD DATE FROM THE CONSOLE; BLANK  *
009000*   IS TODAY, ANYTHING NOT A DATE COMES BACK ZERO                *
009010*                                                                *
009020 7000-ACCEPT-DATE.
009030     MOVE SPACES TO WS-IN-DATE.
009040     ACCEPT WS-IN-DATE.
009050     IF WS-IN-DATE = SPACES
009060        MOVE WS-TODAY-8 TO WS-WORK-DATE
009070        GO TO 7000-EXIT
009080     END-IF.
009090     IF WS-IN-DATE NOT NUMERIC
009100        MOVE ZERO TO WS-WORK-DATE
009110        GO TO 7000-EXIT
009120     END-IF.
009130     MOVE WS-IN-DATE TO WS-WORK-DATE.
009140     IF WS-WORK-DATE (5:2) < "01" OR WS-WORK-DATE (5:2) > "12"
009150        OR WS-WORK-DATE (7:2) < "01" OR WS-WORK-DATE (7:2) > "31"
009160        MOVE ZERO TO WS-WORK-DATE
009170     END-IF.
009180 7000-EXIT.
009190     EXIT.
009200
009210*                                                                *
009220*   8000-WRITE-BATCHES -- THE SITTING'S LINES UNDER ONE B-HEADER *
009230*   PER COMPANY.  BATCH NUMBER 0MMDD5 / 0MMDD6 -- THE            *
009240*   RETURNED-CHECK JOB HOLDS 0MMDD1 AND 0MMDD2 FOR THE SAME DAY. *
009250*                                                                *
009260 8000-WRITE-BATCHES.
009270     PERFORM 8100-WRITE-ONE-COMPANY THRU 8100-EXIT
009280             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
009290             UNTIL WS-BATCH-CO-SUB > 2.
009300 8000-EXIT.
009310     EXIT.
009320
009330 8100-WRITE-ONE-COMPANY.
009340     IF WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) = ZERO
009350        GO TO 8100-EXIT
009360     END-IF.
009370     MOVE "0"              TO WS-HDR-NUMBER (1:1).
009380     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
009390     IF WS-BATCH-CO-SUB = 2
009400        MOVE "02"        TO WS-HDR-COMPANY
009410        MOVE LITBATCH-02 TO LITBATCH
009420        MOVE "6"         TO WS-HDR-NUMBER (6:1)
009430     ELSE
009440        MOVE "01"        TO WS-HDR-COMPANY
009450        MOVE "5"         TO WS-HDR-NUMBER (6:1)
009460     END-IF.
009470     MOVE WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) TO WS-HDR-COUNT.
009480     MOVE WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB) TO WS-HDR-TOTAL.
009490     OPEN OUTPUT LIT-BATCH-FILE.
009500     MOVE SPACES TO LIT-BATCH-LINE.
009510     STRING "B,"           DELIMITED BY SIZE
009520            WS-HDR-NUMBER  DELIMITED BY SIZE
009530            ","            DELIMITED BY SIZE
009540            WS-HDR-COUNT   DELIMITED BY SIZE
009550            ","            DELIMITED BY SIZE
009560            WS-HDR-TOTAL   DELIMITED BY SIZE
009570            ","            DELIMITED BY SIZE
009580            WS-HDR-COMPANY DELIMITED BY SIZE
009590            INTO LIT-BATCH-LINE
009600     END-STRING.
009610     WRITE LIT-BATCH-LINE.
009620     MOVE 1 TO WS-LINE-I.
009630     PERFORM 8200-WRITE-ONE-LINE THRU 8200-EXIT
009640             UNTIL WS-LINE-I > WS-LINE-COUNT.
009650     CLOSE LIT-BATCH-FILE.
009660     DISPLAY "LITIGATION BATCH " WS-HDR-NUMBER " COMPANY "
009670             WS-HDR-COMPANY ": " WS-HDR-COUNT " LINE(S) AT "
009680             LITBATCH.
009690 8100-EXIT.
009700     EXIT.
009710
009720 8200-WRITE-ONE-LINE.
009730     IF WS-HELD-COMPANY (WS-LINE-I) = WS-HDR-COMPANY
009740        MOVE WS-HELD-LINE (WS-LINE-I) TO LIT-BATCH-LINE
009750        WRITE LIT-BATCH-LINE
009760     END-IF.
009770     ADD 1 TO WS-LINE-I.
009780 8200-EXIT.
009790     EXIT.
009800
009810 9999-EXIT.
009820     STOP RUN.
