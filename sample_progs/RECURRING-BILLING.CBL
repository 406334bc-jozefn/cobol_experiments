000120*   (THE RUN MISSED A MONTH) BILLS EACH MISSED PERIOD UNTIL IT   *
000130*   IS CAUGHT UP.  A CONTRACT PAST ITS END DATE BILLS NOTHING    *
000140*   MORE.                                                        *
000141*                                                                *
000142*   A QUARTERLY OR ANNUAL CHARGE IS BILLED IN ADVANCE, SO ITS    *
000143*   LINE CARRIES A TENTH FIELD -- CONTRACT SEQUENCE, MONTHS      *
000144*   COVERED AND FIRST SERVICE MONTH (SSMMYYYYMM) -- FROM WHICH   *
000145*   LEDGER-POST BUILDS THE DEFERRED REVENUE SCHEDULE.           *
000146*                                                                *
000147*   A CONTRACT WHOSE DESCRIPTION IS A CHARGE CODE'S BILLS UNDER  *
000148*   THAT CODE (THE NINTH FIELD), AND AT THE CUSTOMER'S PRICE     *
000149*   AGREEMENT FOR THE CODE WHEN ONE IS IN EFFECT ON THE BILLING  *
000150*   DATE (SEE PRICE-AGREEMENT-LOOKUP).                           *
000151*                                                                *
000160*   THE GENERATED BATCH IS WRITTEN PER COMPANY WITH A            *
000170*   B,NUMBER,COUNT,TOTAL,CO HEADER (BATCH NUMBER 8MMDDC), THE    *
000180*   SAME SHAPE AS THE LATE-FEE AND LOCKBOX BATCHES, AND A        *
000300*   MODIFICATION HISTORY                                        *
000310*   ------------------------------------------------------------ *
000320*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000321*   10/15/2026  DP   WIDER LEDGER AMOUNTS; THE POSTING TOKENS   *
000322*                    NOW CARRY SIGNED BALANCES.                 *
000323*   10/15/2026  DP   QUARTERLY AND ANNUAL CHARGES CARRY A       *
000324*                    DEFERRAL REFERENCE FOR THE DEFERRED        *
000325*                    REVENUE SCHEDULE.                          *
000326*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000327*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000328*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000329*   10/15/2026  DP   A CONTRACT WHOSE DESCRIPTION IS A CHARGE   *
000330*                    CODE'S NOW BILLS UNDER THAT CODE, AT THE   *
000331*                    CUSTOMER'S PRICE AGREEMENT WHEN ONE IS IN  *
000332*                    EFFECT. THE DEFERRAL REFERENCE NOW LANDS   *
000333*                    IN THE TENTH FIELD (IT WAS GOING OUT AS    *
000334*                    THE NINTH, THE CHARGE CODE).               *
000335*                                                                *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000480            RECORD KEY   IS TX-ACCT-KEY
000490            FILE STATUS  IS TXIDX-STATUS.
000500
000501     SELECT OPTIONAL CHARGE-CODES
000502            ASSIGN       TO  CHGCODES
000503            ORGANIZATION IS INDEXED
000504            ACCESS MODE  IS DYNAMIC
000505            RECORD KEY   IS CC-CHARGE-CODE
000506            FILE STATUS  IS CHGCODE-STATUS.
000507
000510     SELECT CHARGE-BATCH-FILE
000520            ASSIGN       TO  CHARGEOUT
000530            ORGANIZATION IS LINE SEQUENTIAL
000750     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000760          BY ==TX-==.
000770
000771 FD  CHARGE-CODES.
000772 01  CHARGE-CODE-STRUCTURE.
000773     COPY "CHARGE-CODE-RECORD.CPY" REPLACING ==(TAG)==
000774          BY ==CC-==.
000775
000780 FD  CHARGE-BATCH-FILE
000790     RECORDING MODE IS F.
000800 01  CHARGE-BATCH-LINE            PIC X(100).
000970     VALUE "/mnt/c/cobfiles\billing-contracts.idx".
000980 01  ACCTIDX                    PIC X(50)
000990     VALUE "/mnt/c/cobfiles\transactions.idx".
000993 01  CHGCODES                   PIC X(50)
000996     VALUE "/mnt/c/cobfiles\charge-codes.idx".
001000*   ONE BATCH FILE PER COMPANY, EACH UNDER ITS OWN B, HEADER,
001010*   SO LEDGER-POST STAMPS THE RIGHT BOOK AND THE BATCH
001020*   REGISTRY CATCHES A RUN PROCESSED TWICE.
001120 01  CHARGE-STATUS              PIC X(02).
001130 01  BATCHWORK-STATUS           PIC X(02).
001140 01  JOURNAL-STATUS             PIC X(02).
001145 01  CHGCODE-STATUS             PIC X(02).
001150
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001240         88  WS-CONTRACT-DONE              VALUE 'Y'.
001250
001260 01  WS-TODAY-8                 PIC 9(08).
001262 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001264     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001266 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001270 01  WS-BILL-COUNT              PIC 9(05) VALUE ZERO.
001280 01  WS-BILL-TOTAL              PIC 9(10)V9(02) VALUE ZERO.
001290*   SAFETY CAP ON CATCH-UP BILLING FOR ONE CONTRACT IN ONE RUN
001300*   -- A CONTRACT YEARS BEHIND IS A DATA PROBLEM, NOT A REASON
001310*   TO GENERATE A HUNDRED CHARGES.
001430*   BALANCE CHAIN AND COMPANY FROM THE ACCOUNT'S LATEST INDEX   *
001440*   ENTRY                                                       *
001450*                                                                *
001460 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001470 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
001480 01  WS-OUT-ACCOUNT-ID          PIC 9(07).
001490 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
001500 01  WS-OUT-START               PIC S9(09)V9(02)
001505                                SIGN IS LEADING SEPARATE.
001510 01  WS-OUT-END                 PIC S9(09)V9(02)
001515                                SIGN IS LEADING SEPARATE.
001516*   DEFERRAL REFERENCE ON A QUARTERLY OR ANNUAL CHARGE -- THE
001517*   CONTRACT SEQUENCE, THE MONTHS THE CHARGE PAYS FOR AND THE
001518*   FIRST OF THEM -- SO LEDGER-POST CAN BUILD ITS DEFERRED
001519*   REVENUE SCHEDULE.  APPENDED AS THE TENTH FIELD OF THE LINE.
001520 01  WS-OUT-DEFERRAL            PIC X(10).
001521 01  WS-OUT-DEFERRAL-PARTS REDEFINES WS-OUT-DEFERRAL.
001522     05  WS-OUT-DEF-CONTRACT-SEQ PIC 9(02).
001523     05  WS-OUT-DEF-MONTHS      PIC 9(02).
001524     05  WS-OUT-DEF-FIRST-MONTH PIC 9(06).
001525 01  WS-OUT-LINE-PTR            PIC 9(03).
001526
001527*                                                               *
001528*   CHARGE-CODE TABLE AND AGREEMENT PRICING -- A CONTRACT       *
001529*   WHOSE DESCRIPTION MATCHES A CODE'S BILLS UNDER THAT CODE    *
001530*                                                               *
001531 01  WS-CODE-TABLE.
001532     05  WS-CODE-ENTRY OCCURS 50 TIMES.
001533         10  WS-CT-CODE           PIC X(06).
001534         10  WS-CT-DESC           PIC X(25).
001535         10  WS-CT-STANDARD-PRICE PIC 9(06)V9(02).
001536         10  WS-CT-RATE-BASIS     PIC X(01).
001537             88  WS-CT-USAGE-RATED         VALUE 'U'.
001538 01  WS-CODE-COUNT              PIC 9(02) VALUE ZERO.
001539 01  WS-CODE-SUB                PIC 9(02) VALUE ZERO.
001540 01  WS-MATCH-SUB               PIC 9(02) VALUE ZERO.
001541 01  WS-OUT-CHARGE-CODE         PIC X(06).
001542 01  WS-BILL-AMOUNT             PIC 9(06)V9(02).
001543 01  WS-AGREED-PRICE            PIC 9(06)V9(02).
001544 01  WS-AGREEMENT-RESULT        PIC X(01).
001545     88  WS-AGREEMENT-IN-EFFECT           VALUE 'F' 'P'.
001546
001547*                                                                *
001548*   PER-COMPANY BATCH CONTROL (SAME SHAPE AS LATE-FEE)          *
001549*                                                                *
001560 01  WS-BATCH-CO-SUB            PIC 9(01).
001570 01  WS-BATCH-CO-TABLE.
001580     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
001590         10  WS-BATCH-CO-COUNT   PIC 9(05).
001600         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
001610 01  WS-HDR-NUMBER              PIC X(06).
001620 01  WS-HDR-COUNT               PIC 9(05).
001630 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
001900*   1000-INITIALIZE                                             *
001910*                                                                *
001920 1000-INITIALIZE.
001930     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001932          WS-OVERRIDE-MARK.
001934     IF WS-DATE-OVERRIDDEN
001936        DISPLAY WS-OVERRIDE-MARK
001938     END-IF.
001939     PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT.
001940     OPEN I-O BILLING-CONTRACTS.
001950     IF CONTRACT-STATUS NOT = '00'
001960        DISPLAY "NO CONTRACT FILE FOUND -- " CONTRACTS
002240 1000-EXIT.
002250     EXIT.
002260
002264*                                                               *
002268*   1100-LOAD-CODE-TABLE -- EVERY ACTIVE CHARGE CODE, FOR       *
002272*   MATCHING CONTRACT DESCRIPTIONS                              *
002276*                                                               *
002280 1100-LOAD-CODE-TABLE.
002284     INITIALIZE WS-CODE-TABLE.
002288     MOVE ZERO TO WS-CODE-COUNT.
002292     OPEN INPUT CHARGE-CODES.
002296     IF CHGCODE-STATUS NOT = '00'
002300        DISPLAY "NO CHARGE-CODE MASTER -- CONTRACTS BILL AT THE "
002304                "CONTRACT AMOUNT"
002308        GO TO 1100-EXIT
002312     END-IF.
002316     MOVE LOW-VALUES TO CC-CHARGE-CODE.
002320     START CHARGE-CODES KEY IS >= CC-CHARGE-CODE
002324         INVALID KEY
002328            CLOSE CHARGE-CODES
002332            GO TO 1100-EXIT
002336     END-START.
002340     PERFORM 1150-LOAD-ONE-CODE THRU 1150-EXIT
002344             UNTIL CHGCODE-STATUS NOT = '00'
002348                OR WS-CODE-COUNT >= 50.
002352     CLOSE CHARGE-CODES.
002356 1100-EXIT.
002360     EXIT.
002364
002368 1150-LOAD-ONE-CODE.
002372     READ CHARGE-CODES NEXT RECORD
002376         AT END
002380            MOVE '10' TO CHGCODE-STATUS
002384            GO TO 1150-EXIT
002388     END-READ.
002392     IF CC-CODE-RETIRED
002396        GO TO 1150-EXIT
002400     END-IF.
002404     ADD 1 TO WS-CODE-COUNT.
002408     MOVE CC-CHARGE-CODE    TO WS-CT-CODE (WS-CODE-COUNT).
002412     MOVE CC-DESC           TO WS-CT-DESC (WS-CODE-COUNT).
002416     MOVE CC-STANDARD-PRICE
002417          TO WS-CT-STANDARD-PRICE (WS-CODE-COUNT).
002420     MOVE CC-RATE-BASIS     TO WS-CT-RATE-BASIS (WS-CODE-COUNT).
002424 1150-EXIT.
002428     EXIT.
002432
002436*                                                                *
002440*   3000-PROCESS-CONTRACT -- BILL EVERY PERIOD THAT HAS COME    *
002444*   DUE ON ONE CONTRACT, ADVANCING THE NEXT-BILL DATE AS IT     *
002448*   GOES, THEN REWRITE THE CONTRACT ONCE                        *
002452*                                                                *
002456 3000-PROCESS-CONTRACT.
002460     READ BILLING-CONTRACTS NEXT RECORD
002464         AT END
002468            MOVE 'Y' TO WS-EOF-SWITCH
002472            GO TO 3000-EXIT
002476     END-READ.
002480     IF NOT BC-CONTRACT-ACTIVE
002484        GO TO 3000-EXIT
002488     END-IF.
002492     IF BC-NEXT-BILL-DATE > WS-TODAY-8
002496        GO TO 3000-EXIT
002500     END-IF.
002504     PERFORM 3500-FIND-LAST-BALANCE THRU 3500-EXIT.
002508     MOVE ZERO TO WS-CATCHUP-COUNT.
002512     MOVE 'N' TO WS-CONTRACT-DONE-SWITCH.
002516     PERFORM 4000-BILL-ONE-PERIOD THRU 4000-EXIT
002520             UNTIL WS-CONTRACT-DONE
002524                OR BC-NEXT-BILL-DATE > WS-TODAY-8
002528                OR WS-CATCHUP-COUNT >= 12.
002532     REWRITE BILLING-CONTRACT-STRUCTURE.
002536 3000-EXIT.
002540     EXIT.
002544
002550*                                                                *
002560*   4000-BILL-ONE-PERIOD -- ONE GENERATED DEBIT LINE, THEN      *
002570*   ADVANCE THE NEXT-BILL DATE BY THE FREQUENCY.  A CONTRACT    *
002580*   WHOSE NEXT-BILL DATE HAS PASSED ITS END DATE IS RETIRED.    *
002590*                                                                *
002593 4000-BILL-ONE-PERIOD.
002596     IF BC-END-DATE NOT = ZERO
002599        AND BC-NEXT-BILL-DATE > BC-END-DATE
002602        SET BC-CONTRACT-CANCELLED TO TRUE
002605        MOVE 'Y' TO WS-CONTRACT-DONE-SWITCH
002608        GO TO 4000-EXIT
002611     END-IF.
002614     ADD 1 TO WS-CATCHUP-COUNT.
002617     PERFORM 4100-PRICE-CONTRACT THRU 4100-EXIT.
002620     MOVE BC-ACCOUNT-ID TO WS-OUT-ACCOUNT-ID.
002623     MOVE WS-BILL-AMOUNT TO WS-OUT-AMOUNT.
002626     MOVE WS-LAST-BALANCE TO WS-OUT-START.
002629     COMPUTE WS-OUT-END = WS-LAST-BALANCE + WS-BILL-AMOUNT.
002632     MOVE WS-OUT-END TO WS-LAST-BALANCE.
002635     MOVE SPACES TO BW-LINE.
002638     MOVE 1 TO WS-OUT-LINE-PTR.
002641     STRING "00000,"          DELIMITED BY SIZE
002644            WS-OUT-ACCOUNT-ID DELIMITED BY SIZE
002647            ","               DELIMITED BY SIZE
002650            BC-DESC           DELIMITED BY SIZE
002653            ","               DELIMITED BY SIZE
002656            WS-OUT-AMOUNT     DELIMITED BY SIZE
002659            ","               DELIMITED BY SIZE
002662            WS-OUT-START      DELIMITED BY SIZE
002665            ","               DELIMITED BY SIZE
002668            WS-OUT-END        DELIMITED BY SIZE
002671            ",D"              DELIMITED BY SIZE
002674            INTO BW-LINE
002677            WITH POINTER WS-OUT-LINE-PTR
002680     END-STRING.
002683     IF BC-BILL-QUARTERLY OR BC-BILL-ANNUALLY
002686        MOVE BC-CONTRACT-SEQ TO WS-OUT-DEF-CONTRACT-SEQ
002689        IF BC-BILL-ANNUALLY
002692           MOVE 12 TO WS-OUT-DEF-MONTHS
002695        ELSE
002698           MOVE 3 TO WS-OUT-DEF-MONTHS
002701        END-IF
002704        MOVE BC-NEXT-BILL-DATE (1:6) TO WS-OUT-DEF-FIRST-MONTH
002707     ELSE
002710        MOVE SPACES TO WS-OUT-DEFERRAL
002713     END-IF.
002716*   THE EIGHTH FIELD (REVERSED UID) IS ALWAYS EMPTY HERE; THE
002719*   CHARGE CODE IS THE NINTH AND THE DEFERRAL REFERENCE THE TENTH.
002722     IF WS-OUT-CHARGE-CODE NOT = SPACES
002725        OR WS-OUT-DEFERRAL NOT = SPACES
002728        STRING ",,"               DELIMITED BY SIZE
002731               WS-OUT-CHARGE-CODE DELIMITED BY SPACE
002734               INTO BW-LINE
002737               WITH POINTER WS-OUT-LINE-PTR
002740        END-STRING
002743     END-IF.
002746     IF WS-OUT-DEFERRAL NOT = SPACES
002749        STRING ","             DELIMITED BY SIZE
002752               WS-OUT-DEFERRAL DELIMITED BY SIZE
002755               INTO BW-LINE
002758               WITH POINTER WS-OUT-LINE-PTR
002761        END-STRING
002764     END-IF.
002767     MOVE WS-ACCT-COMPANY TO BW-COMPANY.
002770     IF WS-ACCT-COMPANY = "02"
002773        MOVE 2 TO WS-BATCH-CO-SUB
002776     ELSE
002779        MOVE 1 TO WS-BATCH-CO-SUB
002782     END-IF.
002785     WRITE BATCH-WORK-RECORD.
002788     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
002791     ADD WS-BILL-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
002794     ADD 1 TO WS-BILL-COUNT.
002797     ADD WS-BILL-AMOUNT TO WS-BILL-TOTAL.
002800     MOVE SPACES TO JOURNAL-LINE.
002803     STRING BC-ACCOUNT-ID
002806            "  "  BC-CONTRACT-SEQ
002809            "   " BC-NEXT-BILL-DATE
002812            "  "  BC-DESC
002815            "  "  WS-BILL-AMOUNT
002818            DELIMITED BY SIZE INTO JOURNAL-LINE
002821     END-STRING.
002824     WRITE JOURNAL-LINE.
002827     ADD 1 TO WS-SPOOL-LINE-COUNT.
002830*   A PRICE AGREEMENT THAT OVERRODE THE CONTRACT AMOUNT IS NOTED
002833*   UNDER THE LINE SO THE JOURNAL EXPLAINS THE DIFFERENCE.
002836     IF WS-BILL-AMOUNT NOT = BC-AMOUNT
002839        MOVE SPACES TO JOURNAL-LINE
002842        STRING "         AGREEMENT PRICE ON " WS-OUT-CHARGE-CODE
002845               " -- CONTRACT AMOUNT " BC-AMOUNT
002848               DELIMITED BY SIZE INTO JOURNAL-LINE
002851        END-STRING
002854        WRITE JOURNAL-LINE
002857        ADD 1 TO WS-SPOOL-LINE-COUNT
002860     END-IF.
002863     PERFORM 4500-ADVANCE-NEXT-BILL THRU 4500-EXIT.
002866 4000-EXIT.
002869     EXIT.
002872
002875*                                                               *
002878*   4100-PRICE-CONTRACT -- A CONTRACT WHOSE DESCRIPTION IS AN   *
002881*   ACTIVE CHARGE CODE'S BILLS UNDER THAT CODE, AND AT THE      *
002884*   CUSTOMER'S PRICE AGREEMENT FOR IT WHEN ONE IS IN EFFECT ON  *
002887*   THE BILLING DATE (SEE PRICE-AGREEMENT-LOOKUP).  OTHERWISE   *
002890*   THE CONTRACT AMOUNT STANDS.                                 *
002893*                                                               *
002896 4100-PRICE-CONTRACT.
002899     MOVE BC-AMOUNT TO WS-BILL-AMOUNT.
002902     MOVE SPACES TO WS-OUT-CHARGE-CODE.
002905     MOVE ZERO TO WS-MATCH-SUB.
002908     MOVE 1 TO WS-CODE-SUB.
002911     PERFORM 4150-MATCH-ONE-CODE THRU 4150-EXIT
002914             UNTIL WS-CODE-SUB > WS-CODE-COUNT
002917                OR WS-MATCH-SUB > ZERO.
002920     IF WS-MATCH-SUB = ZERO
002923        GO TO 4100-EXIT
002926     END-IF.
002929     MOVE WS-CT-CODE (WS-MATCH-SUB) TO WS-OUT-CHARGE-CODE.
002932     IF WS-CT-USAGE-RATED (WS-MATCH-SUB)
002935        GO TO 4100-EXIT
002938     END-IF.
002941     CALL "PRICE-AGREEMENT-LOOKUP" USING BC-ACCOUNT-ID,
002944          WS-OUT-CHARGE-CODE, BC-NEXT-BILL-DATE,
002947          WS-CT-STANDARD-PRICE (WS-MATCH-SUB), WS-AGREED-PRICE,
002950          WS-AGREEMENT-RESULT.
002953     IF WS-AGREEMENT-IN-EFFECT
002956        MOVE WS-AGREED-PRICE TO WS-BILL-AMOUNT
002959     END-IF.
002962 4100-EXIT.
002965     EXIT.
002968
002971 4150-MATCH-ONE-CODE.
002974     IF WS-CT-DESC (WS-CODE-SUB) = BC-DESC
002977        MOVE WS-CODE-SUB TO WS-MATCH-SUB
002980     ELSE
002983        ADD 1 TO WS-CODE-SUB
002986     END-IF.
002989 4150-EXIT.
002992     EXIT.
003110
003120*                                                                *
003130*   4500-ADVANCE-NEXT-BILL -- ROLL THE NEXT-BILL DATE FORWARD   *
