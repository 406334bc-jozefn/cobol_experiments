000010******************************************************************
000020*                                                                *
000030*   USAGE-BILLING                                                *
000040*                                                                *
000050*   RATES THE PERIODIC METER/USAGE FILE INTO LEDGER CHARGES --   *
000060*   THE MULTIPLICATION THE CLERKS USED TO DO ON A CALCULATOR.    *
000070*   EACH USAGE LINE NAMES AN ACCOUNT, A USAGE-RATED CHARGE       *
000080*   CODE, THE PERIOD (YYYYMM) AND THE WHOLE UNITS USED:          *
000090*                                                                *
000100*       ACCOUNT,CODE,PERIOD,QUANTITY                             *
000110*       0001234,KWH01,202609,000001250                           *
000120*                                                                *
000130*   THE QUANTITY IS PRICED THROUGH THE TIERS HELD ON THE         *
000140*   CHARGE-CODE MASTER (FIRST BAND AT ONE RATE, THE NEXT BAND    *
000150*   AT ANOTHER) AND BECOMES ONE DEBIT LINE CARRYING THE CHARGE   *
000160*   CODE, WITH BALANCES CHAINED FROM THE ACCOUNT'S LAST INDEX    *
000170*   ENTRY.  LINES FOR AN UNKNOWN ACCOUNT OR CODE, A CODE THAT    *
000180*   IS RETIRED OR NOT USAGE-RATED, A BAD PERIOD OR QUANTITY, OR  *
000190*   A REPEAT OF A LINE ALREADY RATED GO TO THE EXCEPTION FILE.   *
000200*                                                                *
000210*   THE CHARGES ARE WRITTEN PER COMPANY UNDER A                  *
000220*   B,NUMBER,COUNT,TOTAL,CO HEADER (BATCH NUMBER 8MMDD3 FOR      *
000230*   COMPANY 01, 8MMDD4 FOR 02) FOR LEDGER-POST, AND A USAGE      *
000240*   REGISTER SHOWING EACH LINE'S QUANTITY, TIER BREAKDOWN AND    *
000250*   AMOUNT, WITH ACCOUNT TOTALS, IS REGISTERED ON THE REPORT     *
000260*   SPOOL.                                                       *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      USAGE-BILLING.
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
000430     SELECT USAGE-FILE
000440            ASSIGN       TO  USAGEIN
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS  IS USAGEIN-STATUS.
000470
000480     SELECT OPTIONAL ACCOUNT-MASTER
000490            ASSIGN       TO  ACCTMSTR
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE  IS DYNAMIC
000520            RECORD KEY   IS AM-ACCOUNT-ID
000530            FILE STATUS  IS ACCTMSTR-STATUS.
000540
000550     SELECT OPTIONAL CHARGE-CODES
000560            ASSIGN       TO  CHGCODES
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE  IS DYNAMIC
000590            RECORD KEY   IS CC-CHARGE-CODE
000600            FILE STATUS  IS CHGCODE-STATUS.
000610
000620     SELECT OPTIONAL TRANSACTIONS-INDEX
000630            ASSIGN       TO  ACCTIDX
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE  IS DYNAMIC
000660            RECORD KEY   IS TX-ACCT-KEY
000670            FILE STATUS  IS TXIDX-STATUS.
000680
000690     SELECT SORT-WORK-FILE
000700            ASSIGN       TO  "usagesort.tmp".
000710
000720     SELECT BATCH-WORK-FILE
000730            ASSIGN       TO  "usagebatch.tmp"
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS  IS BATCHWORK-STATUS.
000760
000770     SELECT CHARGE-BATCH-FILE
000780            ASSIGN       TO  CHARGEOUT
000790            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS  IS CHARGE-STATUS.
000810
000820     SELECT EXCEPTION-FILE
000830            ASSIGN       TO  EXCEPTOUT
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS  IS EXCEPT-STATUS.
000860
000870     SELECT REPORT-FILE
000880            ASSIGN       TO  REPORTOUT
000890            ORGANIZATION IS LINE SEQUENTIAL
000900            FILE STATUS  IS REPORT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  USAGE-FILE
000950     RECORDING MODE IS F.
000960 01  USAGE-IN-LINE                PIC X(80).
000970
000980 FD  ACCOUNT-MASTER.
000990 01  ACCOUNT-MASTER-STRUCTURE.
001000     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001010          BY ==AM-==.
001020
001030 FD  CHARGE-CODES.
001040 01  CHARGE-CODE-STRUCTURE.
001050     COPY "CHARGE-CODE-RECORD.CPY" REPLACING ==(TAG)==
001060          BY ==CC-==.
001070
001080 FD  TRANSACTIONS-INDEX.
001090 01  TRANSACTION-INDEX-STRUCTURE.
001100     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
001110          BY ==TX-==.
001120
001130 SD  SORT-WORK-FILE.
001140 01  SORT-RECORD.
001150     05  SD-USAGE-KEY.
001160         10  SD-ACCOUNT-ID        PIC 9(07).
001170         10  SD-CHARGE-CODE       PIC X(06).
001180         10  SD-PERIOD            PIC 9(06).
001190     05  SD-QUANTITY              PIC 9(09).
001200
001210 FD  BATCH-WORK-FILE
001220     RECORDING MODE IS F.
001230 01  BATCH-WORK-RECORD.
001240     05  BW-COMPANY               PIC X(02).
001250     05  BW-LINE                  PIC X(100).
001260
001270 FD  CHARGE-BATCH-FILE
001280     RECORDING MODE IS F.
001290 01  CHARGE-BATCH-LINE            PIC X(100).
001300
001310 FD  EXCEPTION-FILE
001320     RECORDING MODE IS F.
001330 01  EXCEPTION-LINE               PIC X(132).
001340
001350 FD  REPORT-FILE
001360     RECORDING MODE IS F.
001370 01  REPORT-LINE                  PIC X(100).
001380
001390 WORKING-STORAGE SECTION.
001400*                                                                *
001410*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001420*                                                                *
001430 01  USAGEIN                    PIC X(50)
001440     VALUE "usage-in.txt".
001450 01  ACCTMSTR                   PIC X(50)
001460     VALUE "/mnt/c/cobfiles\account-master.idx".
001470 01  CHGCODES                   PIC X(50)
001480     VALUE "/mnt/c/cobfiles\charge-codes.idx".
001490 01  ACCTIDX                    PIC X(50)
001500     VALUE "/mnt/c/cobfiles\transactions.idx".
001510*   ONE BATCH FILE PER COMPANY, EACH UNDER ITS OWN B, HEADER,
001520*   SO LEDGER-POST STAMPS THE RIGHT BOOK AND THE BATCH
001530*   REGISTRY CATCHES A USAGE FILE RATED TWICE.
001540 01  CHARGEOUT                  PIC X(50)
001550     VALUE "usage-transactions-01.txt".
001560 01  CHARGEOUT-02               PIC X(50)
001570     VALUE "usage-transactions-02.txt".
001580 01  EXCEPTOUT                  PIC X(50)
001590     VALUE "usage-exceptions.txt".
001600 01  REPORTOUT                  PIC X(50)
001610     VALUE "usage-register.txt".
001620
001630 01  USAGEIN-STATUS             PIC X(02).
001640 01  ACCTMSTR-STATUS            PIC X(02).
001650 01  CHGCODE-STATUS             PIC X(02).
001660 01  TXIDX-STATUS               PIC X(02).
001670 01  BATCHWORK-STATUS           PIC X(02).
001680 01  CHARGE-STATUS              PIC X(02).
001690 01  EXCEPT-STATUS              PIC X(02).
001700 01  REPORT-STATUS              PIC X(02).
001710
001720 01  WS-SWITCHES.
001730     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001740         88  WS-EOF-YES                    VALUE 'Y'.
001750     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001760         88  WS-SORT-EOF                   VALUE 'Y'.
001770     05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE 'N'.
001780         88  WS-IDX-EOF                    VALUE 'Y'.
001790     05  WS-BW-EOF-SWITCH        PIC X(01) VALUE 'N'.
001800         88  WS-BW-EOF                     VALUE 'Y'.
001810     05  WS-FIRST-ACCOUNT-SWITCH PIC X(01) VALUE 'Y'.
001820         88  WS-FIRST-ACCOUNT              VALUE 'Y'.
001830
001840 01  WS-TODAY-8                 PIC 9(08).
001842 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001844     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001846 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001850
001860*                                                                *
001870*   FIELDS UNSTRUNG FROM THE USAGE LINE.  THE ACCOUNT, PERIOD    *
001880*   AND QUANTITY ARE FIXED-WIDTH, ZERO-FILLED TOKENS, TESTED     *
001890*   NUMERIC THROUGH THEIR REDEFINITIONS.                         *
001900*                                                                *
001910 01  WS-IN-ACCOUNT-ID           PIC X(07).
001920 01  WS-IN-ACCOUNT-NUM REDEFINES WS-IN-ACCOUNT-ID
001930                                PIC 9(07).
001940 01  WS-IN-CHARGE-CODE          PIC X(06).
001950 01  WS-IN-PERIOD               PIC X(06).
001960 01  WS-IN-PERIOD-PARTS REDEFINES WS-IN-PERIOD.
001970     05  WS-IN-PERIOD-YYYY      PIC 9(04).
001980     05  WS-IN-PERIOD-MM        PIC 9(02).
001990 01  WS-IN-PERIOD-NUM REDEFINES WS-IN-PERIOD
002000                                PIC 9(06).
002010 01  WS-IN-QUANTITY             PIC X(09).
002020 01  WS-IN-QUANTITY-NUM REDEFINES WS-IN-QUANTITY
002030                                PIC 9(09).
002040 01  WS-IN-FIELD-COUNT          PIC 9(02).
002050 01  WS-EXCEPT-REASON           PIC X(30).
002060
002070*                                                                *
002080*   RATING FIELDS                                               *
002090*                                                                *
002100 01  WS-TIER-SUB                PIC 9(01).
002110 01  WS-UNITS-LEFT              PIC 9(09).
002120 01  WS-BAND-UNITS              PIC 9(09).
002130 01  WS-BAND-AMOUNT             PIC 9(11)V9(02).
002140 01  WS-LINE-AMOUNT             PIC 9(11)V9(02).
002150 01  WS-PREV-USAGE-KEY          PIC X(19) VALUE SPACES.
002160 01  WS-PREV-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
002170
002180*                                                                *
002190*   BALANCE CHAIN AND COMPANY FROM THE ACCOUNT'S LATEST INDEX   *
002200*   ENTRY                                                       *
002210*                                                                *
002220 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
002230 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
002240 01  WS-OUT-ACCOUNT-ID          PIC 9(07).
002250 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
002260 01  WS-OUT-START               PIC S9(09)V9(02)
002270                                SIGN IS LEADING SEPARATE.
002280 01  WS-OUT-END                 PIC S9(09)V9(02)
002290                                SIGN IS LEADING SEPARATE.
002300
002310*                                                                *
002320*   RUN COUNTS AND TOTALS                                       *
002330*                                                                *
002340 01  WS-READ-COUNT              PIC 9(05) VALUE ZERO.
002350 01  WS-RATED-COUNT             PIC 9(05) VALUE ZERO.
002360 01  WS-CHARGE-COUNT            PIC 9(05) VALUE ZERO.
002370 01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
002380 01  WS-CHARGE-TOTAL            PIC 9(10)V9(02) VALUE ZERO.
002390 01  WS-ACCT-LINES              PIC 9(05) VALUE ZERO.
002400 01  WS-ACCT-TOTAL              PIC 9(10)V9(02) VALUE ZERO.
002410
002420*                                                                *
002430*   PER-COMPANY BATCH CONTROL (SAME SHAPE AS RECURRING-BILLING)  *
002440*                                                                *
002450 01  WS-BATCH-CO-SUB            PIC 9(01).
002460 01  WS-BATCH-CO-TABLE.
002470     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
002480         10  WS-BATCH-CO-COUNT   PIC 9(05).
002490         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
002500 01  WS-HDR-NUMBER              PIC X(06).
002510 01  WS-HDR-COUNT               PIC 9(05).
002520 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
002530 01  WS-HDR-COMPANY             PIC X(02).
002540
002550*                                                                *
002560*   REGISTER EDIT FIELDS                                        *
002570*                                                                *
002580 01  WS-D-QUANTITY              PIC ZZZ,ZZZ,ZZ9.
002590 01  WS-D-BAND-UNITS            PIC ZZZ,ZZZ,ZZ9.
002600 01  WS-D-RATE                  PIC Z,ZZ9.9999.
002610 01  WS-D-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
002620 01  WS-D-TOTAL                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002630
002640*                                                                *
002650*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
002660*                                                                *
002670 01  WS-SPOOL-FUNCTION          PIC X(01).
002680 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002690     VALUE "usage-register".
002700 01  WS-SPOOL-JOB-NAME          PIC X(20)
002710     VALUE "USAGE-BILLING".
002720 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002730 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002740 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002750
002760 PROCEDURE DIVISION.
002770*                                                                *
002780*   0000-MAINLINE                                               *
002790*                                                                *
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     SORT SORT-WORK-FILE
002830         ON ASCENDING KEY SD-USAGE-KEY
002840         INPUT PROCEDURE  IS 2000-LOAD-USAGE
002850         OUTPUT PROCEDURE IS 3000-RATE-USAGE.
002860     PERFORM 8000-FINISH THRU 8000-EXIT.
002870     GO TO 9999-EXIT.
002880
002890*                                                                *
002900*   1000-INITIALIZE -- THE ACCOUNT AND CHARGE-CODE MASTERS ARE   *
002910*   BOTH REQUIRED; WITHOUT THEM NOTHING CAN BE VERIFIED OR       *
002920*   PRICED.                                                      *
002930*                                                                *
002940 1000-INITIALIZE.
002950     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002955          WS-OVERRIDE-MARK.
002960     OPEN INPUT ACCOUNT-MASTER.
002970     IF ACCTMSTR-STATUS NOT = '00'
002980        DISPLAY "NO ACCOUNT MASTER FOUND -- " ACCTMSTR
002990        GO TO 9999-EXIT
003000     END-IF.
003010     OPEN INPUT CHARGE-CODES.
003020     IF CHGCODE-STATUS NOT = '00'
003030        DISPLAY "NO CHARGE-CODE MASTER FOUND -- " CHGCODES
003040        CLOSE ACCOUNT-MASTER
003050        GO TO 9999-EXIT
003060     END-IF.
003070     OPEN INPUT TRANSACTIONS-INDEX.
003080     IF TXIDX-STATUS NOT = '00'
003090        DISPLAY "WARNING -- TRANSACTION INDEX NOT AVAILABLE, "
003100        DISPLAY "GENERATED BALANCES WILL START FROM ZERO"
003110     END-IF.
003120     INITIALIZE WS-BATCH-CO-TABLE.
003130     OPEN OUTPUT EXCEPTION-FILE.
003140     MOVE "USAGE BILLING EXCEPTIONS" TO EXCEPTION-LINE.
003150     WRITE EXCEPTION-LINE.
003160     MOVE 'N' TO WS-SPOOL-FUNCTION.
003170     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003180          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003190          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003200          WS-SPOOL-MEMBER-NAME.
003210     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003220     OPEN OUTPUT REPORT-FILE.
003230     MOVE "USAGE BILLING REGISTER" TO REPORT-LINE.
003240     WRITE REPORT-LINE.
003241     IF WS-DATE-OVERRIDDEN
003242        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003243        WRITE REPORT-LINE
003244        ADD 1 TO WS-SPOOL-LINE-COUNT
003245     END-IF.
003250     MOVE "ACCOUNT  CODE    PERIOD      QUANTITY UNIT"
003260        TO REPORT-LINE.
003270     WRITE REPORT-LINE.
003280     ADD 2 TO WS-SPOOL-LINE-COUNT.
003290 1000-EXIT.
003300     EXIT.
003310
003320*                                                                *
003330*   2000-LOAD-USAGE -- EDIT EACH USAGE LINE AND RELEASE THE      *
003340*   GOOD ONES TO THE SORT                                        *
003350*                                                                *
003360 2000-LOAD-USAGE.
003370     OPEN INPUT USAGE-FILE.
003380     IF USAGEIN-STATUS NOT = '00'
003390        DISPLAY "NO USAGE FILE FOUND -- " USAGEIN
003400        GO TO 2000-EXIT
003410     END-IF.
003420     PERFORM 2100-READ-USAGE-LINE THRU 2100-EXIT.
003430     PERFORM 2200-EDIT-USAGE-LINE THRU 2200-EXIT
003440             UNTIL WS-EOF-YES.
003450     CLOSE USAGE-FILE.
003460 2000-EXIT.
003470     EXIT.
003480
003490 2100-READ-USAGE-LINE.
003500     READ USAGE-FILE
003510         AT END
003520            MOVE 'Y' TO WS-EOF-SWITCH
003530     END-READ.
003540 2100-EXIT.
003550     EXIT.
003560
003570 2200-EDIT-USAGE-LINE.
003580     IF USAGE-IN-LINE = SPACES
003590        GO TO 2200-NEXT
003600     END-IF.
003610     ADD 1 TO WS-READ-COUNT.
003620     MOVE SPACES TO WS-IN-ACCOUNT-ID WS-IN-CHARGE-CODE
003630                    WS-IN-PERIOD WS-IN-QUANTITY.
003640     MOVE ZERO TO WS-IN-FIELD-COUNT.
003650     UNSTRING USAGE-IN-LINE DELIMITED BY ","
003660         INTO WS-IN-ACCOUNT-ID, WS-IN-CHARGE-CODE,
003670              WS-IN-PERIOD, WS-IN-QUANTITY
003680         TALLYING IN WS-IN-FIELD-COUNT
003690     END-UNSTRING.
003700     IF WS-IN-FIELD-COUNT < 4
003710        MOVE "MISSING FIELDS" TO WS-EXCEPT-REASON
003720        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003730        GO TO 2200-NEXT
003740     END-IF.
003750     IF WS-IN-ACCOUNT-ID NOT NUMERIC
003760        MOVE "ACCOUNT NOT NUMERIC" TO WS-EXCEPT-REASON
003770        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003780        GO TO 2200-NEXT
003790     END-IF.
003800     IF WS-IN-PERIOD NOT NUMERIC
003810        OR WS-IN-PERIOD-MM < 1 OR WS-IN-PERIOD-MM > 12
003820        MOVE "BAD USAGE PERIOD" TO WS-EXCEPT-REASON
003830        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003840        GO TO 2200-NEXT
003850     END-IF.
003860     IF WS-IN-QUANTITY NOT NUMERIC
003870        MOVE "QUANTITY NOT NUMERIC" TO WS-EXCEPT-REASON
003880        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003890        GO TO 2200-NEXT
003900     END-IF.
003910     MOVE WS-IN-ACCOUNT-NUM TO AM-ACCOUNT-ID.
003920     READ ACCOUNT-MASTER
003930         INVALID KEY
003940            MOVE "UNKNOWN ACCOUNT" TO WS-EXCEPT-REASON
003950            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003960            GO TO 2200-NEXT
003970     END-READ.
003980     IF AM-ACCOUNT-CLOSED
003990        MOVE "ACCOUNT IS CLOSED" TO WS-EXCEPT-REASON
004000        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004010        GO TO 2200-NEXT
004020     END-IF.
004030     MOVE FUNCTION UPPER-CASE(WS-IN-CHARGE-CODE)
004040        TO CC-CHARGE-CODE.
004050     READ CHARGE-CODES
004060         INVALID KEY
004070            MOVE "UNKNOWN CHARGE CODE" TO WS-EXCEPT-REASON
004080            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004090            GO TO 2200-NEXT
004100     END-READ.
004110     IF CC-CODE-RETIRED
004120        MOVE "CHARGE CODE IS RETIRED" TO WS-EXCEPT-REASON
004130        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004140        GO TO 2200-NEXT
004150     END-IF.
004160     IF NOT CC-USAGE-RATED OR CC-TIER-COUNT = ZERO
004170        MOVE "CODE IS NOT USAGE-RATED" TO WS-EXCEPT-REASON
004180        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004190        GO TO 2200-NEXT
004200     END-IF.
004210     MOVE WS-IN-ACCOUNT-NUM  TO SD-ACCOUNT-ID.
004220     MOVE CC-CHARGE-CODE     TO SD-CHARGE-CODE.
004230     MOVE WS-IN-PERIOD-NUM   TO SD-PERIOD.
004240     MOVE WS-IN-QUANTITY-NUM TO SD-QUANTITY.
004250     RELEASE SORT-RECORD.
004260 2200-NEXT.
004270     PERFORM 2100-READ-USAGE-LINE THRU 2100-EXIT.
004280 2200-EXIT.
004290     EXIT.
004300
004310*                                                                *
004320*   3000-RATE-USAGE -- PRICE THE SORTED LINES, ONE ACCOUNT AT A  *
004330*   TIME, INTO THE BATCH WORK FILE AND THE REGISTER              *
004340*                                                                *
004350 3000-RATE-USAGE.
004360     OPEN OUTPUT BATCH-WORK-FILE.
004370     PERFORM 3100-RETURN-USAGE THRU 3100-EXIT.
004380     PERFORM 3200-RATE-ONE-LINE THRU 3200-EXIT
004390             UNTIL WS-SORT-EOF.
004400     IF NOT WS-FIRST-ACCOUNT
004410        PERFORM 3800-WRITE-ACCOUNT-TOTAL THRU 3800-EXIT
004420     END-IF.
004430     CLOSE BATCH-WORK-FILE.
004440 3000-EXIT.
004450     EXIT.
004460
004470 3100-RETURN-USAGE.
004480     RETURN SORT-WORK-FILE
004490         AT END
004500            MOVE 'Y' TO WS-SORT-EOF-SWITCH
004510     END-RETURN.
004520 3100-EXIT.
004530     EXIT.
004540
004550*                                                                *
004560*   3200-RATE-ONE-LINE -- A SECOND LINE FOR THE SAME ACCOUNT,    *
004570*   CODE AND PERIOD IS AN EXCEPTION, NOT A SECOND CHARGE         *
004580*                                                                *
004590 3200-RATE-ONE-LINE.
004600     IF SD-USAGE-KEY = WS-PREV-USAGE-KEY
004610        MOVE SPACES TO EXCEPTION-LINE
004620        STRING "DUPLICATE USAGE LINE -- " SD-ACCOUNT-ID
004630               "," SD-CHARGE-CODE "," SD-PERIOD "," SD-QUANTITY
004640               DELIMITED BY SIZE INTO EXCEPTION-LINE
004650        END-STRING
004660        WRITE EXCEPTION-LINE
004670        ADD 1 TO WS-EXCEPTION-COUNT
004680        GO TO 3200-NEXT
004690     END-IF.
004700     MOVE SD-USAGE-KEY TO WS-PREV-USAGE-KEY.
004710     IF WS-FIRST-ACCOUNT
004720        OR SD-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
004730        IF NOT WS-FIRST-ACCOUNT
004740           PERFORM 3800-WRITE-ACCOUNT-TOTAL THRU 3800-EXIT
004750        END-IF
004760        MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH
004770        MOVE SD-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
004780        MOVE ZERO TO WS-ACCT-LINES WS-ACCT-TOTAL
004790        PERFORM 3500-FIND-LAST-BALANCE THRU 3500-EXIT
004800     END-IF.
004810     MOVE SD-CHARGE-CODE TO CC-CHARGE-CODE.
004820     READ CHARGE-CODES
004830         INVALID KEY
004840            MOVE SPACES TO CC-DESC CC-USAGE-UNIT
004850            MOVE ZERO TO CC-TIER-COUNT
004860     END-READ.
004870     ADD 1 TO WS-RATED-COUNT.
004880     ADD 1 TO WS-ACCT-LINES.
004890     MOVE SD-QUANTITY TO WS-D-QUANTITY.
004900     MOVE SPACES TO REPORT-LINE.
004910     STRING SD-ACCOUNT-ID "  " SD-CHARGE-CODE "  " SD-PERIOD
004920            "  " WS-D-QUANTITY " " CC-USAGE-UNIT
004930            "  " CC-DESC
004940            DELIMITED BY SIZE INTO REPORT-LINE
004950     END-STRING.
004960     WRITE REPORT-LINE.
004970     ADD 1 TO WS-SPOOL-LINE-COUNT.
004980     MOVE SD-QUANTITY TO WS-UNITS-LEFT.
004990     MOVE ZERO TO WS-LINE-AMOUNT.
005000     PERFORM 3300-RATE-ONE-TIER THRU 3300-EXIT
005010             VARYING WS-TIER-SUB FROM 1 BY 1
005020             UNTIL WS-TIER-SUB > CC-TIER-COUNT
005030                OR WS-UNITS-LEFT = ZERO.
005040     IF WS-LINE-AMOUNT > 999999999.99
005050        MOVE SPACES TO EXCEPTION-LINE
005060        STRING "RATED AMOUNT TOO LARGE -- " SD-ACCOUNT-ID
005070               "," SD-CHARGE-CODE "," SD-PERIOD "," SD-QUANTITY
005080               DELIMITED BY SIZE INTO EXCEPTION-LINE
005090        END-STRING
005100        WRITE EXCEPTION-LINE
005110        ADD 1 TO WS-EXCEPTION-COUNT
005120        MOVE "         ** NOT CHARGED -- SEE EXCEPTIONS **"
005130           TO REPORT-LINE
005140        WRITE REPORT-LINE
005150        ADD 1 TO WS-SPOOL-LINE-COUNT
005160        GO TO 3200-NEXT
005170     END-IF.
005180     MOVE WS-LINE-AMOUNT TO WS-D-AMOUNT.
005190     MOVE SPACES TO REPORT-LINE.
005200     IF WS-LINE-AMOUNT = ZERO
005210        STRING "         LINE AMOUNT " WS-D-AMOUNT
005220               "  (NO CHARGE)"
005230               DELIMITED BY SIZE INTO REPORT-LINE
005240        END-STRING
005250     ELSE
005260        STRING "         LINE AMOUNT " WS-D-AMOUNT
005270               DELIMITED BY SIZE INTO REPORT-LINE
005280        END-STRING
005290     END-IF.
005300     WRITE REPORT-LINE.
005310     ADD 1 TO WS-SPOOL-LINE-COUNT.
005320     IF WS-LINE-AMOUNT NOT = ZERO
005330        PERFORM 4000-WRITE-CHARGE-LINE THRU 4000-EXIT
005340     END-IF.
005350 3200-NEXT.
005360     PERFORM 3100-RETURN-USAGE THRU 3100-EXIT.
005370 3200-EXIT.
005380     EXIT.
005390
005400*                                                                *
005410*   3300-RATE-ONE-TIER -- THE UNITS FALLING IN THIS BAND AT ITS  *
005420*   RATE.  THE LAST TIER, OR ONE WITH NO UPPER BOUND (ZERO       *
005430*   UNITS), TAKES EVERYTHING STILL LEFT.                         *
005440*                                                                *
005450 3300-RATE-ONE-TIER.
005460     IF WS-TIER-SUB = CC-TIER-COUNT
005470        OR CC-TIER-UNITS (WS-TIER-SUB) = ZERO
005480        OR WS-UNITS-LEFT <= CC-TIER-UNITS (WS-TIER-SUB)
005490        MOVE WS-UNITS-LEFT TO WS-BAND-UNITS
005500     ELSE
005510        MOVE CC-TIER-UNITS (WS-TIER-SUB) TO WS-BAND-UNITS
005520     END-IF.
005530     COMPUTE WS-BAND-AMOUNT ROUNDED =
005540             WS-BAND-UNITS * CC-TIER-RATE (WS-TIER-SUB).
005550     ADD WS-BAND-AMOUNT TO WS-LINE-AMOUNT.
005560     SUBTRACT WS-BAND-UNITS FROM WS-UNITS-LEFT.
005570     MOVE WS-BAND-UNITS              TO WS-D-BAND-UNITS.
005580     MOVE CC-TIER-RATE (WS-TIER-SUB) TO WS-D-RATE.
005590     MOVE WS-BAND-AMOUNT             TO WS-D-AMOUNT.
005600     MOVE SPACES TO REPORT-LINE.
005610     STRING "         TIER " WS-TIER-SUB "  " WS-D-BAND-UNITS
005620            " @ " WS-D-RATE " = " WS-D-AMOUNT
005630            DELIMITED BY SIZE INTO REPORT-LINE
005640     END-STRING.
005650     WRITE REPORT-LINE.
005660     ADD 1 TO WS-SPOOL-LINE-COUNT.
005670 3300-EXIT.
005680     EXIT.
005690
005700*                                                                *
005710*   3500-FIND-LAST-BALANCE -- THE ACCOUNT'S MOST RECENT ENDING  *
005720*   BALANCE AND COMPANY, FROM ITS LAST TRANSACTIONS-INDEX ENTRY *
005730*                                                                *
005740 3500-FIND-LAST-BALANCE.
005750     MOVE ZERO TO WS-LAST-BALANCE.
005760     MOVE "01" TO WS-ACCT-COMPANY.
005770     IF TXIDX-STATUS NOT = '00'
005780        GO TO 3500-EXIT
005790     END-IF.
005800     MOVE LOW-VALUES TO TX-ACCT-KEY.
005810     MOVE SD-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
005820     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
005830         INVALID KEY
005840            GO TO 3500-EXIT
005850     END-START.
005860     MOVE 'N' TO WS-IDX-EOF-SWITCH.
005870     PERFORM 3600-SCAN-ACCOUNT-BALANCE THRU 3600-EXIT
005880             UNTIL WS-IDX-EOF.
005890 3500-EXIT.
005900     EXIT.
005910
005920 3600-SCAN-ACCOUNT-BALANCE.
005930     READ TRANSACTIONS-INDEX NEXT RECORD
005940         AT END
005950            MOVE 'Y' TO WS-IDX-EOF-SWITCH
005960            GO TO 3600-EXIT
005970     END-READ.
005980     IF TX-ACCOUNT-ID NOT = SD-ACCOUNT-ID
005990        MOVE 'Y' TO WS-IDX-EOF-SWITCH
006000        GO TO 3600-EXIT
006010     END-IF.
006020     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
006030     IF TX-COMPANY-CODE = "02"
006040        MOVE "02" TO WS-ACCT-COMPANY
006050     ELSE
006060        MOVE "01" TO WS-ACCT-COMPANY
006070     END-IF.
006080 3600-EXIT.
006090     EXIT.
006100
006110 3800-WRITE-ACCOUNT-TOTAL.
006120     MOVE WS-ACCT-TOTAL TO WS-D-TOTAL.
006130     MOVE SPACES TO REPORT-LINE.
006140     STRING "ACCOUNT " WS-PREV-ACCOUNT-ID " TOTAL  "
006150            WS-ACCT-LINES " LINES  " WS-D-TOTAL
006160            DELIMITED BY SIZE INTO REPORT-LINE
006170     END-STRING.
006180     WRITE REPORT-LINE.
006190     MOVE SPACES TO REPORT-LINE.
006200     WRITE REPORT-LINE.
006210     ADD 2 TO WS-SPOOL-LINE-COUNT.
006220 3800-EXIT.
006230     EXIT.
006240
006250*                                                                *
006260*   4000-WRITE-CHARGE-LINE -- ONE DEBIT LINE CARRYING THE       *
006270*   CHARGE CODE IN ITS NINTH FIELD, ONTO THE WORK FILE UNDER    *
006280*   THE ACCOUNT'S COMPANY                                       *
006290*                                                                *
006300 4000-WRITE-CHARGE-LINE.
006310     MOVE SD-ACCOUNT-ID   TO WS-OUT-ACCOUNT-ID.
006320     MOVE WS-LINE-AMOUNT  TO WS-OUT-AMOUNT.
006330     MOVE WS-LAST-BALANCE TO WS-OUT-START.
006340     COMPUTE WS-OUT-END = WS-LAST-BALANCE + WS-OUT-AMOUNT.
006350     MOVE WS-OUT-END TO WS-LAST-BALANCE.
006360     MOVE SPACES TO BW-LINE.
006370     STRING "00000,"          DELIMITED BY SIZE
006380            WS-OUT-ACCOUNT-ID DELIMITED BY SIZE
006390            ","               DELIMITED BY SIZE
006400            CC-DESC           DELIMITED BY SIZE
006410            ","               DELIMITED BY SIZE
006420            WS-OUT-AMOUNT     DELIMITED BY SIZE
006430            ","               DELIMITED BY SIZE
006440            WS-OUT-START      DELIMITED BY SIZE
006450            ","               DELIMITED BY SIZE
006460            WS-OUT-END        DELIMITED BY SIZE
006470            ",D,,"            DELIMITED BY SIZE
006480            SD-CHARGE-CODE    DELIMITED BY SPACE
006490            INTO BW-LINE
006500     END-STRING.
006510     MOVE WS-ACCT-COMPANY TO BW-COMPANY.
006520     IF WS-ACCT-COMPANY = "02"
006530        MOVE 2 TO WS-BATCH-CO-SUB
006540     ELSE
006550        MOVE 1 TO WS-BATCH-CO-SUB
006560     END-IF.
006570     WRITE BATCH-WORK-RECORD.
006580     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
006590     ADD WS-OUT-AMOUNT TO WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB).
006600     ADD 1 TO WS-CHARGE-COUNT.
006610     ADD WS-OUT-AMOUNT TO WS-CHARGE-TOTAL.
006620     ADD WS-OUT-AMOUNT TO WS-ACCT-TOTAL.
006630 4000-EXIT.
006640     EXIT.
006650
006660*                                                                *
006670*   7000-WRITE-EXCEPTION -- THE REASON AND THE LINE AS RECEIVED *
006680*                                                                *
006690 7000-WRITE-EXCEPTION.
006700     MOVE SPACES TO EXCEPTION-LINE.
006710     STRING WS-EXCEPT-REASON " -- " USAGE-IN-LINE
006720            DELIMITED BY SIZE INTO EXCEPTION-LINE
006730     END-STRING.
006740     WRITE EXCEPTION-LINE.
006750     ADD 1 TO WS-EXCEPTION-COUNT.
006760 7000-EXIT.
006770     EXIT.
006780
006790*                                                                *
006800*   8000-FINISH                                                  *
006810*                                                                *
006820 8000-FINISH.
006830     MOVE WS-CHARGE-TOTAL TO WS-D-TOTAL.
006840     MOVE SPACES TO REPORT-LINE.
006850     STRING "USAGE LINES RATED: " WS-RATED-COUNT
006860            "  CHARGES: " WS-CHARGE-COUNT
006870            "  TOTAL: " WS-D-TOTAL
006880            DELIMITED BY SIZE INTO REPORT-LINE
006890     END-STRING.
006900     WRITE REPORT-LINE.
006910     ADD 1 TO WS-SPOOL-LINE-COUNT.
006920     CLOSE REPORT-FILE.
006930     MOVE 'R' TO WS-SPOOL-FUNCTION.
006940     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006950          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
006960          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
006970          WS-SPOOL-MEMBER-NAME.
006980     CLOSE EXCEPTION-FILE.
006990     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
007000     CLOSE ACCOUNT-MASTER.
007010     CLOSE CHARGE-CODES.
007020     IF TXIDX-STATUS = '00'
007030        CLOSE TRANSACTIONS-INDEX
007040     END-IF.
007050     DISPLAY "USAGE-BILLING RUN COMPLETE".
007060     DISPLAY "USAGE LINES READ:  " WS-READ-COUNT.
007070     DISPLAY "LINES RATED:       " WS-RATED-COUNT.
007080     DISPLAY "CHARGES GENERATED: " WS-CHARGE-COUNT.
007090     DISPLAY "CHARGE TOTAL:      " WS-CHARGE-TOTAL.
007100     DISPLAY "EXCEPTIONS:        " WS-EXCEPTION-COUNT.
007110 8000-EXIT.
007120     EXIT.
007130
007140*                                                                *
007150*   8500-WRITE-COMPANY-BATCHES -- ONE HEADED LEDGER-POST BATCH   *
007160*   FILE PER COMPANY THAT HAS CHARGE LINES ON THE WORK FILE      *
007170*                                                                *
007180 8500-WRITE-COMPANY-BATCHES.
007190     PERFORM 8600-WRITE-ONE-COMPANY THRU 8600-EXIT
007200             VARYING WS-BATCH-CO-SUB FROM 1 BY 1
007210             UNTIL WS-BATCH-CO-SUB > 2.
007220 8500-EXIT.
007230     EXIT.
007240
007250 8600-WRITE-ONE-COMPANY.
007260     IF WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) = ZERO
007270        GO TO 8600-EXIT
007280     END-IF.
007290*   BATCH NUMBER 8MMDD3 / 8MMDD4 -- RECURRING-BILLING HOLDS
007300*   8MMDD1 AND 8MMDD2 FOR THE SAME DAY.
007310     MOVE "8"              TO WS-HDR-NUMBER (1:1).
007320     MOVE WS-TODAY-8 (5:4) TO WS-HDR-NUMBER (2:4).
007330     IF WS-BATCH-CO-SUB = 2
007340        MOVE "02"         TO WS-HDR-COMPANY
007350        MOVE CHARGEOUT-02 TO CHARGEOUT
007360        MOVE "4"          TO WS-HDR-NUMBER (6:1)
007370     ELSE
007380        MOVE "01"         TO WS-HDR-COMPANY
007390        MOVE "3"          TO WS-HDR-NUMBER (6:1)
007400     END-IF.
007410     MOVE WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB) TO WS-HDR-COUNT.
007420     MOVE WS-BATCH-CO-TOTAL (WS-BATCH-CO-SUB) TO WS-HDR-TOTAL.
007430     OPEN OUTPUT CHARGE-BATCH-FILE.
007440     MOVE SPACES TO CHARGE-BATCH-LINE.
007450     STRING "B,"           DELIMITED BY SIZE
007460            WS-HDR-NUMBER  DELIMITED BY SIZE
007470            ","            DELIMITED BY SIZE
007480            WS-HDR-COUNT   DELIMITED BY SIZE
007490            ","            DELIMITED BY SIZE
007500            WS-HDR-TOTAL   DELIMITED BY SIZE
007510            ","            DELIMITED BY SIZE
007520            WS-HDR-COMPANY DELIMITED BY SIZE
007530            INTO CHARGE-BATCH-LINE
007540     END-STRING.
007550     WRITE CHARGE-BATCH-LINE.
007560     MOVE 'N' TO WS-BW-EOF-SWITCH.
007570     OPEN INPUT BATCH-WORK-FILE.
007580     PERFORM 8700-COPY-ONE-LINE THRU 8700-EXIT
007590             UNTIL WS-BW-EOF.
007600     CLOSE BATCH-WORK-FILE.
007610     CLOSE CHARGE-BATCH-FILE.
007620     DISPLAY "CHARGE BATCH " WS-HDR-NUMBER " COMPANY "
007630             WS-HDR-COMPANY ": " WS-HDR-COUNT " LINES".
007640 8600-EXIT.
007650     EXIT.
007660
007670 8700-COPY-ONE-LINE.
007680     READ BATCH-WORK-FILE
007690         AT END
007700            MOVE 'Y' TO WS-BW-EOF-SWITCH
007710            GO TO 8700-EXIT
007720     END-READ.
007730     IF BW-COMPANY = WS-HDR-COMPANY
007740        MOVE BW-LINE TO CHARGE-BATCH-LINE
007750        WRITE CHARGE-BATCH-LINE
007760     END-IF.
007770 8700-EXIT.
007780     EXIT.
007790
007800 9999-EXIT.
007810     STOP RUN.
