000010******************************************************************
000020*                                                                *
000030*   ACCOUNT-CLOSURE-JOB                                          *
000040*                                                                *
000050*   NIGHTLY ACCOUNT CLOSURE.  CLOSING AN ACCOUNT USED TO MEAN    *
000060*   KEYING STATUS C ON ACCOUNT-MASTER-MAINT, AFTER WHICH ITS     *
000070*   CONTRACTS KEPT BILLING, AUTOPAY KEPT DRAFTING AND ANY CREDIT *
000080*   BALANCE SAT UNNOTICED.  THE SCREEN NOW FILES A REQUEST ON    *
000090*   THE ACCOUNT CLOSURE FILE (SEE ACCOUNT-CLOSURE-RECORD.CPY)    *
000100*   AND THIS JOB WORKS EVERY PENDING REQUEST EACH NIGHT --       *
000110*                                                                *
000120*     1. EVERY ACTIVE BILLING CONTRACT IS ENDED ON THE CUTOFF    *
000130*        DATE.  ONE WITH A PERIOD STILL DUE STAYS ACTIVE FOR     *
000140*        RECURRING-BILLING TO BILL -- THE FINAL BILL -- AND IS   *
000150*        CANCELLED THE NEXT NIGHT; ONE WITH NOTHING DUE IS       *
000160*        CANCELLED AT ONCE.                                      *
000170*     2. THE BANK-DETAILS AUTOPAY MANDATE IS MADE INACTIVE.      *
000180*     3. EVERY SECURITY DEPOSIT STILL HELD IS RELEASED AS APPLY  *
000190*        DUE, SO THE NEXT REFUND-CHECK-RUN APPLIES IT TO THE     *
000200*        BALANCE AND PAYS OUT ANY REMAINDER.                     *
000210*     4. ONCE THE FINAL BILL HAS POSTED AND THE DEPOSITS ARE     *
000220*        SETTLED, THE LAST LEDGER BALANCE DECIDES -- A CREDIT    *
000230*        WAITS FOR REFUND-CHECK-RUN TO SEND IT BACK; A DEBIT UP  *
000240*        TO CLOSURE-WRITEOFF-LIMIT= (SHARED RUN PARAMETER FILE,  *
000250*        DEFAULT 50.00) IS ROUTED TO A SUPERVISOR ON             *
000260*        WRITE-OFF-APPROVAL; A LARGER DEBIT IS STILL OWED.       *
000270*     5. AT A ZERO BALANCE A FINAL STATEMENT IS ISSUED AND THE   *
000280*        MASTER IS SET CLOSED (JOURNALED FOR FORWARD RECOVERY).  *
000282*                                                                *
000284*   A BALANCE TRANSFER OUT OF THE ACCOUNT THAT HAS NOT POSTED    *
000286*   YET (AN ACCOUNT MERGE FILES ITS SOURCE HERE) HOLDS STEP 4    *
000288*   UNTIL LEDGER-POST HAS TAKEN IT.                              *
000290*                                                                *
000300*   WHATEVER STOPS A CLOSE IS LISTED ON THE CLOSURE REPORT AND   *
000310*   KEPT ON THE REQUEST; THE REQUEST IS SIMPLY TRIED AGAIN THE   *
000320*   NEXT NIGHT.  AN ACCOUNT ON LEGAL HOLD IS NOT CLOSED.  THE    *
000330*   JOB BELONGS IN THE NIGHTLY JOB CONTROL FILE AHEAD OF         *
000340*   RECURRING-BILLING.  THE CLOSURE REPORT AND THE FINAL         *
000350*   STATEMENTS ARE REGISTERED ON THE REPORT SPOOL.               *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.      ACCOUNT-CLOSURE-JOB.
000400 AUTHOR.          DATA PROCESSING.
000410 INSTALLATION.    ACCOUNTING SYSTEMS.
000420 DATE-WRITTEN.    10/15/2026.
000430 DATE-COMPILED.   10/15/2026.
000440*                                                                *
000450*   MODIFICATION HISTORY                                         *
000460*   ------------------------------------------------------------ *
000470*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000473*   10/15/2026  DP   AN UNPOSTED BALANCE TRANSFER OUT OF THE    *
000476*                    ACCOUNT NOW HOLDS THE CLOSE.               *
000478*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000480*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000482*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000484*                    HEADING.                                   *
000486*                                                                *
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL ACCOUNT-CLOSURES
000530            ASSIGN       TO  ACCTCLOSE
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE  IS DYNAMIC
000560            RECORD KEY   IS CL-ACCOUNT-ID
000570            FILE STATUS  IS ACCTCLOSE-STATUS.
000580
000590     SELECT OPTIONAL ACCOUNT-MASTER
000600            ASSIGN       TO  ACCTMSTR
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE  IS DYNAMIC
000630            RECORD KEY   IS AM-ACCOUNT-ID
000640            FILE STATUS  IS ACCTMSTR-STATUS.
000650
000660     SELECT OPTIONAL BILLING-CONTRACTS
000670            ASSIGN       TO  CONTRACTS
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE  IS DYNAMIC
000700            RECORD KEY   IS BC-CONTRACT-KEY
000710            FILE STATUS  IS CONTRACT-STATUS.
000720
000730     SELECT OPTIONAL BANK-DETAILS
000740            ASSIGN       TO  BANKDTL
000750            ORGANIZATION IS INDEXED
000760            ACCESS MODE  IS DYNAMIC
000770            RECORD KEY   IS BD-ACCOUNT-ID
000780            FILE STATUS  IS BANKDTL-STATUS.
000790
000800     SELECT OPTIONAL SECURITY-DEPOSITS
000810            ASSIGN       TO  SECDEP
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE  IS DYNAMIC
000840            RECORD KEY   IS SD-DEPOSIT-KEY
000850            FILE STATUS  IS SECDEP-STATUS.
000851
000852     SELECT OPTIONAL BALANCE-TRANSFERS
000853            ASSIGN       TO  BALXFER
000854            ORGANIZATION IS INDEXED
000855            ACCESS MODE  IS DYNAMIC
000856            RECORD KEY   IS BT-TRANSFER-NO
000857            ALTERNATE RECORD KEY IS BT-SOURCE-ACCOUNT
000858                 WITH DUPLICATES
000859            FILE STATUS  IS BALXFER-STATUS.
000860
000870     SELECT OPTIONAL TRANSACTIONS-INDEX
000880            ASSIGN       TO  ACCTIDX
000890            ORGANIZATION IS INDEXED
000900            ACCESS MODE  IS DYNAMIC
000910            RECORD KEY   IS TX-ACCT-KEY
000920            FILE STATUS  IS TXIDX-STATUS.
000930
000940     SELECT OPTIONAL ADDRESS-FILE
000950            ASSIGN       TO  ADDROUT
000960            ORGANIZATION IS INDEXED
000970            ACCESS MODE  IS DYNAMIC
000980            RECORD KEY   IS FD-PHONE
000990            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
001000            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
001010            FILE STATUS  IS ADDRESS-STATUS.
001020
001030     SELECT OPTIONAL RUN-PARM-FILE
001040            ASSIGN       TO  RUNPARMS
001050            ORGANIZATION IS LINE SEQUENTIAL
001060            FILE STATUS  IS RUNPARM-STATUS.
001070
001080     SELECT REPORT-FILE
001090            ASSIGN       TO  REPORTOUT
001100            ORGANIZATION IS LINE SEQUENTIAL
001110            FILE STATUS  IS REPORT-STATUS.
001120
001130     SELECT STATEMENT-FILE
001140            ASSIGN       TO  STMTOUT
001150            ORGANIZATION IS LINE SEQUENTIAL
001160            FILE STATUS  IS STMTOUT-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  ACCOUNT-CLOSURES.
001210 01  ACCOUNT-CLOSURE-STRUCTURE.
001220     COPY "ACCOUNT-CLOSURE-RECORD.CPY" REPLACING ==(TAG)==
001230          BY ==CL-==.
001240
001250 FD  ACCOUNT-MASTER.
001260 01  ACCOUNT-MASTER-STRUCTURE.
001270     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001280          BY ==AM-==.
001290
001300 FD  BILLING-CONTRACTS.
001310 01  BILLING-CONTRACT-STRUCTURE.
001320     COPY "BILLING-CONTRACT-RECORD.CPY" REPLACING ==(TAG)==
001330          BY ==BC-==.
001340
001350 FD  BANK-DETAILS.
001360 01  BANK-DETAILS-STRUCTURE.
001370     COPY "BANK-DETAILS-RECORD.CPY" REPLACING ==(TAG)==
001380          BY ==BD-==.
001390
001400 FD  SECURITY-DEPOSITS.
001410 01  SECURITY-DEPOSIT-STRUCTURE.
001420     COPY "SECURITY-DEPOSIT-RECORD.CPY" REPLACING ==(TAG)==
001430          BY ==SD-==.
001440
001441 FD  BALANCE-TRANSFERS.
001442 01  BALANCE-TRANSFER-STRUCTURE.
001443     COPY "BALANCE-TRANSFER-RECORD.CPY" REPLACING ==(TAG)==
001444          BY ==BT-==.
001445
001450 FD  TRANSACTIONS-INDEX.
001460 01  TRANSACTION-INDEX-STRUCTURE.
001470     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
001480          BY ==TX-==.
001490
001500 FD  ADDRESS-FILE.
001510 01  ADDRESS-RECORD.
001520     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001530
001540 FD  RUN-PARM-FILE
001550     RECORDING MODE IS F.
001560 01  RUN-PARM-LINE                PIC X(40).
001570
001580 FD  REPORT-FILE
001590     RECORDING MODE IS F.
001600 01  REPORT-LINE                  PIC X(100).
001610
001620 FD  STATEMENT-FILE
001630     RECORDING MODE IS F.
001640 01  STATEMENT-LINE               PIC X(100).
001650
001660 WORKING-STORAGE SECTION.
001670*                                                                *
001680*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
001690*                                                                *
001700 01  ACCTCLOSE                  PIC X(50)
001710     VALUE "/mnt/c/cobfiles\account-closure.idx".
001720 01  ACCTMSTR                   PIC X(50)
001730     VALUE "/mnt/c/cobfiles\account-master.idx".
001740 01  CONTRACTS                  PIC X(50)
001750     VALUE "/mnt/c/cobfiles\billing-contracts.idx".
001760 01  BANKDTL                    PIC X(50)
001770     VALUE "/mnt/c/cobfiles\bank-details.idx".
001780 01  SECDEP                     PIC X(50)
001790     VALUE "/mnt/c/cobfiles\security-deposits.idx".
001793 01  BALXFER                    PIC X(50)
001796     VALUE "/mnt/c/cobfiles\balance-transfers.idx".
001800 01  ACCTIDX                    PIC X(50)
001810     VALUE "/mnt/c/cobfiles\transactions.idx".
001820 01  ADDROUT                    PIC X(50)
001830     VALUE "/mnt/c/cobfiles\address.idx".
001840 01  RUNPARMS                   PIC X(50)
001850     VALUE "ledger-run-parms.txt".
001860 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001870 01  STMTOUT                    PIC X(50) VALUE SPACES.
001880
001890 01  ACCTCLOSE-STATUS           PIC X(02).
001900 01  ACCTMSTR-STATUS            PIC X(02).
001910 01  CONTRACT-STATUS            PIC X(02).
001920 01  BANKDTL-STATUS             PIC X(02).
001930 01  SECDEP-STATUS              PIC X(02).
001935 01  BALXFER-STATUS             PIC X(02).
001940 01  TXIDX-STATUS               PIC X(02).
001950 01  ADDRESS-STATUS             PIC X(02).
001960     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001970 01  RUNPARM-STATUS             PIC X(02).
001980 01  REPORT-STATUS              PIC X(02).
001990 01  STMTOUT-STATUS             PIC X(02).
002000
002010 01  WS-SWITCHES.
002020     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
002030         88  WS-EOF-YES                    VALUE 'Y'.
002040     05  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
002050         88  WS-SCAN-EOF                   VALUE 'Y'.
002060     05  WS-OPEN-SWITCHES.
002070         10  WS-CONTRACTS-SWITCH PIC X(01) VALUE 'N'.
002080             88  WS-CONTRACTS-OPEN         VALUE 'Y'.
002090         10  WS-BANKDTL-SWITCH   PIC X(01) VALUE 'N'.
002100             88  WS-BANKDTL-OPEN           VALUE 'Y'.
002110         10  WS-SECDEP-SWITCH    PIC X(01) VALUE 'N'.
002120             88  WS-SECDEP-OPEN            VALUE 'Y'.
002123         10  WS-BALXFER-SWITCH   PIC X(01) VALUE 'N'.
002126             88  WS-BALXFER-OPEN           VALUE 'Y'.
002130         10  WS-TXIDX-SWITCH     PIC X(01) VALUE 'N'.
002140             88  WS-TXIDX-OPEN             VALUE 'Y'.
002150     05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002160         88  WS-CONTACT-FOUND              VALUE 'Y'.
002170
002180 01  WS-TODAY-8                 PIC 9(08).
002182 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
002184     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
002186 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
002190 01  WS-PARM-NAME               PIC X(20).
002200 01  WS-PARM-VALUE              PIC X(20).
002210 01  WS-WRITEOFF-LIMIT          PIC 9(07)V9(02) VALUE 50.00.
002220
002230*                                                                *
002240*   ONE REQUEST'S WORK -- THE FIRST REASON THE CLOSE IS BLOCKED  *
002250*   (EVERY REASON GOES ON THE REPORT), THE STEPS STILL WAITING   *
002260*   ON ANOTHER JOB, AND THE LAST LEDGER BALANCE                  *
002270*                                                                *
002280 01  WS-BLOCK-REASON            PIC X(40).
002290 01  WS-REASON                  PIC X(40).
002300 01  WS-BLOCK-COUNT             PIC 9(03) VALUE ZERO.
002310 01  WS-WAITING-COUNT           PIC 9(03) VALUE ZERO.
002320 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
002330 01  WS-STATEMENT-FROM          PIC 9(08).
002340 01  WS-AMOUNT-EDITED           PIC -ZZZ,ZZZ,ZZ9.99.
002350 01  WS-ENTRY-TYPE-EDITED       PIC X(08).
002360 01  WS-CONTACT-NAME            PIC X(42).
002370 01  WS-CONTACT-CITY-LINE       PIC X(60).
002380
002390 01  WS-COUNTERS.
002400     05  WS-REQUEST-COUNT        PIC 9(05) VALUE ZERO.
002410     05  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
002420     05  WS-BLOCKED-COUNT        PIC 9(05) VALUE ZERO.
002430     05  WS-CANCELLED-COUNT      PIC 9(05) VALUE ZERO.
002440     05  WS-AUTOPAY-COUNT        PIC 9(05) VALUE ZERO.
002450     05  WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
002460     05  WS-ROUTED-COUNT         PIC 9(05) VALUE ZERO.
002470
002480*                                                                *
002490*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE                    *
002500*   LEDGER-JOURNAL-WRITE)                                        *
002510*                                                                *
002520 01  WS-JL-FILE-ID              PIC X(01).
002530 01  WS-JL-ACTION               PIC X(01).
002540 01  WS-JL-KEY                  PIC X(16).
002550 01  WS-JL-BEFORE               PIC X(200).
002560 01  WS-JL-AFTER                PIC X(200).
002570
002580 01  WS-RC-FUNCTION             PIC X(01).
002590 01  WS-RC-JOB-NAME             PIC X(20)
002600     VALUE "ACCOUNT-CLOSURE-JOB".
002610 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002620 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002630 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002640
002650*                                                                *
002660*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER) --    *
002670*   THE CLOSURE REPORT, THEN THE FINAL STATEMENTS                *
002680*                                                                *
002690 01  WS-SPOOL-FUNCTION          PIC X(01).
002700 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002710     VALUE "closure-report".
002720 01  WS-SPOOL-JOB-NAME          PIC X(20)
002730     VALUE "ACCOUNT-CLOSURE-JOB".
002740 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002750 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002760 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002770 01  WS-STMT-REPORT-NAME        PIC X(20)
002780     VALUE "final-statements".
002790 01  WS-STMT-LINE-COUNT         PIC 9(07) VALUE ZERO.
002800 01  WS-STMT-MEMBER-NAME        PIC X(50).
002810
002820 PROCEDURE DIVISION.
002830*                                                                *
002840*   0000-MAINLINE                                                *
002850*                                                                *
002860 0000-MAINLINE.
002870     MOVE 'S' TO WS-RC-FUNCTION.
002880     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002890          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002900          WS-RC-CODE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002920     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002930             UNTIL WS-EOF-YES.
002940     PERFORM 8000-FINISH THRU 8000-EXIT.
002950     GO TO 9999-EXIT.
002960
002970*                                                                *
002980*   1000-INITIALIZE                                              *
002990*                                                                *
003000 1000-INITIALIZE.
003010     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
003015          WS-OVERRIDE-MARK.
003020     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003030     MOVE 'N' TO WS-SPOOL-FUNCTION.
003040     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003050          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003060          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003070          WS-SPOOL-MEMBER-NAME.
003080     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003090     OPEN OUTPUT REPORT-FILE.
003100     MOVE SPACES TO REPORT-LINE.
003110     STRING "ACCOUNT CLOSURE REPORT FOR " WS-TODAY-8
003120            "   (WRITE-OFF LIMIT " WS-WRITEOFF-LIMIT ")"
003130            DELIMITED BY SIZE INTO REPORT-LINE
003140     END-STRING.
003150     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003152     IF WS-DATE-OVERRIDDEN
003154        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003156        PERFORM 4900-PUT-LINE THRU 4900-EXIT
003158     END-IF.
003160     MOVE 'N' TO WS-SPOOL-FUNCTION.
003170     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003180          WS-STMT-REPORT-NAME, WS-SPOOL-JOB-NAME,
003190          WS-SPOOL-RETENTION, WS-STMT-LINE-COUNT,
003200          WS-STMT-MEMBER-NAME.
003210     MOVE WS-STMT-MEMBER-NAME TO STMTOUT.
003220     OPEN OUTPUT STATEMENT-FILE.
003230     OPEN I-O ACCOUNT-CLOSURES.
003240     IF ACCTCLOSE-STATUS NOT = '00'
003250        IF ACCTCLOSE-STATUS = '05'
003260           CLOSE ACCOUNT-CLOSURES
003270        END-IF
003280        MOVE "NO CLOSURE REQUESTS ON FILE" TO REPORT-LINE
003290        PERFORM 4900-PUT-LINE THRU 4900-EXIT
003300        MOVE 'Y' TO WS-EOF-SWITCH
003310        GO TO 1000-EXIT
003320     END-IF.
003330     OPEN I-O ACCOUNT-MASTER.
003340     IF ACCTMSTR-STATUS NOT = '00'
003350        DISPLAY "NO ACCOUNT MASTER FOUND -- " ACCTMSTR
003360        MOVE "NO ACCOUNT MASTER -- NO ACCOUNT CAN BE CLOSED"
003370             TO REPORT-LINE
003380        PERFORM 4900-PUT-LINE THRU 4900-EXIT
003390        MOVE "0012" TO WS-RC-CODE
003400        MOVE 'Y' TO WS-EOF-SWITCH
003410        GO TO 1000-EXIT
003420     END-IF.
003430     OPEN I-O BILLING-CONTRACTS.
003440     IF CONTRACT-STATUS = '00'
003450        MOVE 'Y' TO WS-CONTRACTS-SWITCH
003460     END-IF.
003470     OPEN I-O BANK-DETAILS.
003480     IF BANKDTL-STATUS = '00'
003490        MOVE 'Y' TO WS-BANKDTL-SWITCH
003500     END-IF.
003510     OPEN I-O SECURITY-DEPOSITS.
003520     IF SECDEP-STATUS = '00'
003530        MOVE 'Y' TO WS-SECDEP-SWITCH
003540     END-IF.
003542     OPEN INPUT BALANCE-TRANSFERS.
003544     IF BALXFER-STATUS = '00'
003546        MOVE 'Y' TO WS-BALXFER-SWITCH
003548     END-IF.
003550     OPEN INPUT TRANSACTIONS-INDEX.
003560     IF TXIDX-STATUS = '00'
003570        MOVE 'Y' TO WS-TXIDX-SWITCH
003580     END-IF.
003590     OPEN INPUT ADDRESS-FILE.
003600     MOVE LOW-VALUES TO CL-ACCOUNT-ID.
003610     START ACCOUNT-CLOSURES KEY IS >= CL-ACCOUNT-ID
003620         INVALID KEY
003630            MOVE 'Y' TO WS-EOF-SWITCH
003640     END-START.
003650 1000-EXIT.
003660     EXIT.
003670
003680*                                                                *
003690*   1050-READ-RUN-PARMS -- CLOSURE-WRITEOFF-LIMIT= IN THE SHARED *
003700*   LEDGER RUN PARAMETER FILE                                    *
003710*                                                                *
003720 1050-READ-RUN-PARMS.
003730     OPEN INPUT RUN-PARM-FILE.
003740     IF RUNPARM-STATUS NOT = '00'
003750        GO TO 1050-EXIT
003760     END-IF.
003770     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003780             UNTIL RUNPARM-STATUS NOT = '00'.
003790     CLOSE RUN-PARM-FILE.
003800 1050-EXIT.
003810     EXIT.
003820
003830 1060-READ-ONE-PARM.
003840     READ RUN-PARM-FILE
003850         AT END
003860            MOVE '10' TO RUNPARM-STATUS
003870            GO TO 1060-EXIT
003880     END-READ.
003890     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003900     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003910         INTO WS-PARM-NAME, WS-PARM-VALUE
003920     END-UNSTRING.
003930     IF WS-PARM-NAME = "CLOSURE-WRITEOFF-LIMIT"
003940        COMPUTE WS-WRITEOFF-LIMIT =
003950           FUNCTION NUMVAL(WS-PARM-VALUE)
003960     END-IF.
003970 1060-EXIT.
003980     EXIT.
003990
004000*                                                                *
004010*   2000-PROCESS-REQUEST -- ONE PENDING CLOSURE, TAKEN AS FAR AS *
004020*   IT WILL GO TONIGHT                                           *
004030*                                                                *
004040 2000-PROCESS-REQUEST.
004050     READ ACCOUNT-CLOSURES NEXT RECORD
004060         AT END
004070            MOVE 'Y' TO WS-EOF-SWITCH
004080            GO TO 2000-EXIT
004090     END-READ.
004100     IF NOT CL-CLOSURE-PENDING
004110        GO TO 2000-EXIT
004120     END-IF.
004130     ADD 1 TO WS-REQUEST-COUNT WS-RC-READ.
004140     MOVE SPACES TO WS-BLOCK-REASON.
004150     MOVE ZERO TO WS-BLOCK-COUNT WS-WAITING-COUNT WS-LAST-BALANCE.
004160     IF CL-CUTOFF-DATE = ZERO
004170        MOVE CL-REQUESTED-DATE TO CL-CUTOFF-DATE
004180     END-IF.
004190     IF CL-CUTOFF-DATE = ZERO OR CL-CUTOFF-DATE > WS-TODAY-8
004200        MOVE WS-TODAY-8 TO CL-CUTOFF-DATE
004210     END-IF.
004220     MOVE CL-ACCOUNT-ID TO AM-ACCOUNT-ID.
004230     READ ACCOUNT-MASTER
004240         INVALID KEY
004250            MOVE "ACCOUNT NOT ON THE ACCOUNT MASTER" TO WS-REASON
004260            PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
004270            GO TO 2000-FILE-REQUEST
004280     END-READ.
004290*   CLOSED SOME OTHER WAY SINCE THE REQUEST -- NOTHING LEFT TO DO.
004300     IF AM-ACCOUNT-CLOSED
004310        SET CL-CLOSURE-DONE TO TRUE
004320        MOVE WS-TODAY-8 TO CL-CLOSED-DATE
004330        MOVE SPACES TO REPORT-LINE
004340        STRING CL-ACCOUNT-ID "  ALREADY CLOSED -- REQUEST RETIRED"
004350               DELIMITED BY SIZE INTO REPORT-LINE
004360        END-STRING
004370        PERFORM 4900-PUT-LINE THRU 4900-EXIT
004380        GO TO 2000-FILE-REQUEST
004390     END-IF.
004400     IF AM-ON-LEGAL-HOLD
004410        MOVE "ACCOUNT ON LEGAL HOLD" TO WS-REASON
004420        PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
004430     END-IF.
004440     PERFORM 3000-SETTLE-CONTRACTS THRU 3000-EXIT.
004450     PERFORM 3200-STOP-AUTOPAY THRU 3200-EXIT.
004460     PERFORM 3300-RELEASE-DEPOSITS THRU 3300-EXIT.
004465     PERFORM 3450-CHECK-TRANSFERS THRU 3450-EXIT.
004470*   THE BALANCE MEANS NOTHING UNTIL THE FINAL BILL HAS POSTED AND
004480*   THE DEPOSITS HAVE BEEN APPLIED.
004490     IF WS-WAITING-COUNT = ZERO
004500        PERFORM 3500-CHECK-BALANCE THRU 3500-EXIT
004510     END-IF.
004520     IF WS-BLOCK-COUNT = ZERO
004530        PERFORM 4000-FINAL-STATEMENT THRU 4000-EXIT
004540        PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
004550     ELSE
004560        ADD 1 TO WS-BLOCKED-COUNT
004570     END-IF.
004580 2000-FILE-REQUEST.
004590     MOVE WS-TODAY-8      TO CL-LAST-RUN-DATE.
004600     MOVE WS-LAST-BALANCE TO CL-LAST-BALANCE.
004610     MOVE WS-BLOCK-REASON TO CL-BLOCK-REASON.
004620     REWRITE ACCOUNT-CLOSURE-STRUCTURE
004630         INVALID KEY
004640            DISPLAY "CANNOT REWRITE CLOSURE REQUEST "
004650                    CL-ACCOUNT-ID
004660     END-REWRITE.
004670 2000-EXIT.
004680     EXIT.
004690
004700*                                                                *
004710*   3000-SETTLE-CONTRACTS -- END EVERY ACTIVE CONTRACT ON THE    *
004720*   CUTOFF DATE.  RECURRING-BILLING BILLS A PERIOD THAT HAS COME *
004730*   DUE ON OR BEFORE IT (THE FINAL BILL); ONE WITH NOTHING LEFT  *
004740*   TO BILL IS CANCELLED HERE.                                   *
004750*                                                                *
004760 3000-SETTLE-CONTRACTS.
004770     IF NOT WS-CONTRACTS-OPEN
004780        GO TO 3000-EXIT
004790     END-IF.
004800     MOVE CL-ACCOUNT-ID TO BC-ACCOUNT-ID.
004810     MOVE ZERO TO BC-CONTRACT-SEQ.
004820     START BILLING-CONTRACTS KEY IS >= BC-CONTRACT-KEY
004830         INVALID KEY
004840            GO TO 3000-EXIT
004850     END-START.
004860     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
004870     PERFORM 3100-SETTLE-ONE-CONTRACT THRU 3100-EXIT
004880             UNTIL WS-SCAN-EOF.
004890 3000-EXIT.
004900     EXIT.
004910
004920 3100-SETTLE-ONE-CONTRACT.
004930     READ BILLING-CONTRACTS NEXT RECORD
004940         AT END
004950            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
004960            GO TO 3100-EXIT
004970     END-READ.
004980     IF BC-ACCOUNT-ID NOT = CL-ACCOUNT-ID
004990        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005000        GO TO 3100-EXIT
005010     END-IF.
005020     IF NOT BC-CONTRACT-ACTIVE
005030        GO TO 3100-EXIT
005040     END-IF.
005050     IF BC-END-DATE = ZERO OR BC-END-DATE > CL-CUTOFF-DATE
005060        MOVE CL-CUTOFF-DATE TO BC-END-DATE
005070     END-IF.
005080     IF BC-NEXT-BILL-DATE > BC-END-DATE
005090        SET BC-CONTRACT-CANCELLED TO TRUE
005100        ADD 1 TO CL-CONTRACTS-CANCELLED WS-CANCELLED-COUNT
005110        MOVE SPACES TO REPORT-LINE
005120        STRING CL-ACCOUNT-ID "  CONTRACT " BC-CONTRACT-SEQ
005130               " CANCELLED  " BC-DESC
005140               DELIMITED BY SIZE INTO REPORT-LINE
005150        END-STRING
005160        PERFORM 4900-PUT-LINE THRU 4900-EXIT
005170     ELSE
005180        ADD 1 TO WS-WAITING-COUNT
005190        MOVE SPACES TO WS-REASON
005200        STRING "FINAL BILL DUE ON CONTRACT " BC-CONTRACT-SEQ
005210               DELIMITED BY SIZE INTO WS-REASON
005220        END-STRING
005230        PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
005240     END-IF.
005250     REWRITE BILLING-CONTRACT-STRUCTURE
005260         INVALID KEY
005270            DISPLAY "CANNOT REWRITE CONTRACT " BC-ACCOUNT-ID "-"
005280                    BC-CONTRACT-SEQ
005290     END-REWRITE.
005300 3100-EXIT.
005310     EXIT.
005320
005330*                                                                *
005340*   3200-STOP-AUTOPAY -- NO FURTHER DRAFT AGAINST A CLOSING      *
005350*   ACCOUNT.  THE ENTRY IS KEPT, INACTIVE, FOR THE PAPER TRAIL.  *
005360*                                                                *
005370 3200-STOP-AUTOPAY.
005380     IF NOT WS-BANKDTL-OPEN
005390        GO TO 3200-EXIT
005400     END-IF.
005410     MOVE CL-ACCOUNT-ID TO BD-ACCOUNT-ID.
005420     READ BANK-DETAILS
005430         INVALID KEY
005440            GO TO 3200-EXIT
005450     END-READ.
005460     IF NOT BD-AUTOPAY-ACTIVE
005470        GO TO 3200-EXIT
005480     END-IF.
005490     SET BD-AUTOPAY-INACTIVE TO TRUE.
005500     REWRITE BANK-DETAILS-STRUCTURE
005510         INVALID KEY
005520            MOVE "CANNOT DEACTIVATE THE AUTOPAY MANDATE"
005530                 TO WS-REASON
005540            PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
005550            GO TO 3200-EXIT
005560     END-REWRITE.
005570     MOVE 'Y' TO CL-AUTOPAY-STOPPED.
005580     ADD 1 TO WS-AUTOPAY-COUNT.
005590     MOVE SPACES TO REPORT-LINE.
005600     STRING CL-ACCOUNT-ID "  AUTOPAY MANDATE MADE INACTIVE"
005610            DELIMITED BY SIZE INTO REPORT-LINE
005620     END-STRING.
005630     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005640 3200-EXIT.
005650     EXIT.
005660
005670*                                                                *
005680*   3300-RELEASE-DEPOSITS -- A DEPOSIT STILL HELD (OR RELEASED   *
005690*   FOR A PLAIN REFUND) IS SET APPLY DUE, SO REFUND-CHECK-RUN    *
005700*   APPLIES IT TO THE FINAL BALANCE FIRST.  ANY DEPOSIT STILL ON *
005710*   HAND HOLDS THE CLOSE UNTIL THAT RUN HAS SETTLED IT.          *
005720*                                                                *
005730 3300-RELEASE-DEPOSITS.
005740     IF NOT WS-SECDEP-OPEN
005750        GO TO 3300-EXIT
005760     END-IF.
005770     MOVE CL-ACCOUNT-ID TO SD-ACCOUNT-ID.
005780     MOVE ZERO TO SD-DEPOSIT-SEQ.
005790     START SECURITY-DEPOSITS KEY IS >= SD-DEPOSIT-KEY
005800         INVALID KEY
005810            GO TO 3300-EXIT
005820     END-START.
005830     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
005840     PERFORM 3400-RELEASE-ONE-DEPOSIT THRU 3400-EXIT
005850             UNTIL WS-SCAN-EOF.
005860 3300-EXIT.
005870     EXIT.
005880
005890 3400-RELEASE-ONE-DEPOSIT.
005900     READ SECURITY-DEPOSITS NEXT RECORD
005910         AT END
005920            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005930            GO TO 3400-EXIT
005940     END-READ.
005950     IF SD-ACCOUNT-ID NOT = CL-ACCOUNT-ID
005960        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005970        GO TO 3400-EXIT
005980     END-IF.
005990     IF NOT SD-DEPOSIT-ON-HAND
006000        GO TO 3400-EXIT
006010     END-IF.
006020     IF NOT SD-DEPOSIT-APPLY-DUE
006030        SET SD-DEPOSIT-APPLY-DUE TO TRUE
006040        MOVE WS-TODAY-8 TO SD-RELEASE-DATE
006050        REWRITE SECURITY-DEPOSIT-STRUCTURE
006060            INVALID KEY
006070               DISPLAY "CANNOT REWRITE DEPOSIT " SD-ACCOUNT-ID "-"
006080                       SD-DEPOSIT-SEQ
006090        END-REWRITE
006100        ADD 1 TO CL-DEPOSITS-RELEASED WS-RELEASED-COUNT
006110        MOVE SPACES TO REPORT-LINE
006120        STRING CL-ACCOUNT-ID "  SECURITY DEPOSIT " SD-DEPOSIT-SEQ
006130               " RELEASED TO APPLY TO THE FINAL BALANCE"
006140               DELIMITED BY SIZE INTO REPORT-LINE
006150        END-STRING
006160        PERFORM 4900-PUT-LINE THRU 4900-EXIT
006170     END-IF.
006180     ADD 1 TO WS-WAITING-COUNT.
006190     MOVE SPACES TO WS-REASON.
006200     STRING "DEPOSIT " SD-DEPOSIT-SEQ " AWAITS THE REFUND RUN"
006210            DELIMITED BY SIZE INTO WS-REASON
006220     END-STRING.
006230     PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT.
006240 3400-EXIT.
006250     EXIT.
006251
006252*                                                                *
006253*   3450-CHECK-TRANSFERS -- A BALANCE TRANSFER OUT OF THE        *
006254*   ACCOUNT (AN ACCOUNT MERGE FILES ITS SOURCE FOR CLOSURE) THAT *
006255*   LEDGER-POST HAS NOT YET POSTED LEAVES THE BALANCE MEANING    *
006256*   NOTHING -- THE CLOSE WAITS FOR IT.                           *
006257*                                                                *
006258 3450-CHECK-TRANSFERS.
006259     IF NOT WS-BALXFER-OPEN
006260        GO TO 3450-EXIT
006261     END-IF.
006262     MOVE CL-ACCOUNT-ID TO BT-SOURCE-ACCOUNT.
006263     START BALANCE-TRANSFERS KEY IS = BT-SOURCE-ACCOUNT
006264         INVALID KEY
006265            GO TO 3450-EXIT
006266     END-START.
006267     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
006268     PERFORM 3460-CHECK-ONE-TRANSFER THRU 3460-EXIT
006269             UNTIL WS-SCAN-EOF.
006270 3450-EXIT.
006271     EXIT.
006272
006273 3460-CHECK-ONE-TRANSFER.
006274     READ BALANCE-TRANSFERS NEXT RECORD
006275         AT END
006276            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
006277            GO TO 3460-EXIT
006278     END-READ.
006279     IF BT-SOURCE-ACCOUNT NOT = CL-ACCOUNT-ID
006280        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
006281        GO TO 3460-EXIT
006282     END-IF.
006283     IF NOT BT-TRANSFER-APPROVED
006284        GO TO 3460-EXIT
006285     END-IF.
006286     ADD 1 TO WS-WAITING-COUNT.
006287     MOVE SPACES TO WS-REASON.
006288     STRING "TRANSFER " BT-TRANSFER-NO " NOT YET POSTED"
006289            DELIMITED BY SIZE INTO WS-REASON
006290     END-STRING.
006291     PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT.
006292 3460-EXIT.
006293     EXIT.
006294
006295*                                                                *
006296*   3500-CHECK-BALANCE -- ONLY A ZERO LAST BALANCE CLOSES.  A    *
006297*   CREDIT GOES BACK THROUGH REFUND-CHECK-RUN (WHICH HOLDS IT ON *
006300*   A FROZEN ACCOUNT OR ONE HOLDING UNCLAIMED MONEY); A SMALL    *
006310*   DEBIT IS ROUTED TO A SUPERVISOR ON WRITE-OFF-APPROVAL.       *
006320*                                                                *
006330 3500-CHECK-BALANCE.
006340     PERFORM 3600-FIND-LAST-BALANCE THRU 3600-EXIT.
006350     MOVE WS-LAST-BALANCE TO WS-AMOUNT-EDITED.
006360     IF WS-LAST-BALANCE NOT > ZERO
006370        MOVE ZERO TO CL-WRITEOFF-AMOUNT
006380     END-IF.
006390     EVALUATE TRUE
006400        WHEN WS-LAST-BALANCE = ZERO
006410           CONTINUE
006420        WHEN WS-LAST-BALANCE < ZERO
006430           MOVE SPACES TO WS-REASON
006440           EVALUATE TRUE
006450              WHEN AM-ACCOUNT-FROZEN
006460                 STRING "CREDIT" WS-AMOUNT-EDITED
006470                        " HELD -- ACCOUNT FROZEN"
006480                        DELIMITED BY SIZE INTO WS-REASON
006490                 END-STRING
006500              WHEN AM-HOLDS-UNCLAIMED-FUNDS
006510                 STRING "CREDIT" WS-AMOUNT-EDITED
006520                        " HELD AS UNCLAIMED"
006530                        DELIMITED BY SIZE INTO WS-REASON
006540                 END-STRING
006550              WHEN OTHER
006560                 STRING "CREDIT" WS-AMOUNT-EDITED
006570                        " AWAITS THE REFUND RUN"
006580                        DELIMITED BY SIZE INTO WS-REASON
006590                 END-STRING
006600           END-EVALUATE
006610           PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
006620        WHEN WS-LAST-BALANCE NOT > WS-WRITEOFF-LIMIT
006630           IF CL-WRITEOFF-AMOUNT NOT = WS-LAST-BALANCE
006640              MOVE WS-LAST-BALANCE TO CL-WRITEOFF-AMOUNT
006650              ADD 1 TO WS-ROUTED-COUNT
006660           END-IF
006670           MOVE SPACES TO WS-REASON
006680           STRING "DEBIT" WS-AMOUNT-EDITED
006690                  " ROUTED FOR WRITE-OFF"
006700                  DELIMITED BY SIZE INTO WS-REASON
006710           END-STRING
006720           PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
006730        WHEN OTHER
006740           MOVE ZERO TO CL-WRITEOFF-AMOUNT
006750           MOVE SPACES TO WS-REASON
006760           STRING "DEBIT" WS-AMOUNT-EDITED " STILL OWED"
006770                  DELIMITED BY SIZE INTO WS-REASON
006780           END-STRING
006790           PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
006800     END-EVALUATE.
006810 3500-EXIT.
006820     EXIT.
006830
006840*                                                                *
006850*   3600-FIND-LAST-BALANCE -- THE ACCOUNT'S MOST RECENT ENDING   *
006860*   BALANCE, FROM ITS LAST TRANSACTIONS-INDEX ENTRY, THE SAME    *
006870*   WAY THE WRITE-OFF SWEEP FINDS IT                             *
006880*                                                                *
006890 3600-FIND-LAST-BALANCE.
006900     MOVE ZERO TO WS-LAST-BALANCE.
006910     IF NOT WS-TXIDX-OPEN
006920        GO TO 3600-EXIT
006930     END-IF.
006940     MOVE SPACES TO TX-ACCT-KEY.
006950     MOVE CL-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
006960     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
006970         INVALID KEY
006980            GO TO 3600-EXIT
006990     END-START.
007000     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
007010     PERFORM 3700-ONE-INDEX-ENTRY THRU 3700-EXIT
007020             UNTIL WS-SCAN-EOF.
007030 3600-EXIT.
007040     EXIT.
007050
007060 3700-ONE-INDEX-ENTRY.
007070     READ TRANSACTIONS-INDEX NEXT RECORD
007080         AT END
007090            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007100            GO TO 3700-EXIT
007110     END-READ.
007120     IF TX-ACCOUNT-ID NOT = CL-ACCOUNT-ID
007130        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007140        GO TO 3700-EXIT
007150     END-IF.
007160     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
007170 3700-EXIT.
007180     EXIT.
007190
007200*                                                                *
007210*   4000-FINAL-STATEMENT -- THE CONTACT'S NAME AND ADDRESS AND   *
007220*   EVERY LEDGER ENTRY SINCE THE FIRST OF THE CUTOFF MONTH (THE  *
007230*   FINAL BILL, THE DEPOSIT APPLIED, THE REFUND OR WRITE-OFF),   *
007240*   ENDING AT THE ZERO BALANCE                                   *
007250*                                                                *
007260 4000-FINAL-STATEMENT.
007270     PERFORM 4200-LOOKUP-CONTACT THRU 4200-EXIT.
007280     MOVE SPACES TO STATEMENT-LINE.
007290     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007300     MOVE ALL "-" TO STATEMENT-LINE.
007310     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007320     STRING "FINAL STATEMENT          ACCOUNT " CL-ACCOUNT-ID
007330            "          DATE " WS-TODAY-8
007340            DELIMITED BY SIZE INTO STATEMENT-LINE
007350     END-STRING.
007360     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007370     IF WS-CONTACT-FOUND
007380        MOVE WS-CONTACT-NAME TO STATEMENT-LINE
007390        PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT
007400        MOVE FD-STREET-NAME TO STATEMENT-LINE
007410        PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT
007420        MOVE WS-CONTACT-CITY-LINE TO STATEMENT-LINE
007430        PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT
007440     ELSE
007450        MOVE "NO CONTACT ON FILE -- HOLD FOR ADDRESS"
007460             TO STATEMENT-LINE
007470        PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT
007480     END-IF.
007490     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007500     MOVE CL-CUTOFF-DATE TO WS-STATEMENT-FROM.
007510     MOVE "01" TO WS-STATEMENT-FROM (7:2).
007520     STRING "ACTIVITY SINCE " WS-STATEMENT-FROM
007530            DELIMITED BY SIZE INTO STATEMENT-LINE
007540     END-STRING.
007550     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007560     STRING "DATE      DESCRIPTION                TYPE     "
007570            "         AMOUNT         BALANCE"
007580            DELIMITED BY SIZE INTO STATEMENT-LINE
007590     END-STRING.
007600     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007610     IF WS-TXIDX-OPEN
007620        MOVE SPACES TO TX-ACCT-KEY
007630        MOVE CL-ACCOUNT-ID TO TX-ACCT-KEY (1:7)
007640        START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
007650            INVALID KEY
007660               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007670            NOT INVALID KEY
007680               MOVE 'N' TO WS-SCAN-EOF-SWITCH
007690        END-START
007700        PERFORM 4100-STATEMENT-ENTRY THRU 4100-EXIT
007710                UNTIL WS-SCAN-EOF
007720     END-IF.
007730     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007740     MOVE WS-LAST-BALANCE TO WS-AMOUNT-EDITED.
007750     STRING "CLOSING BALANCE                               "
007760            WS-AMOUNT-EDITED
007770            DELIMITED BY SIZE INTO STATEMENT-LINE
007780     END-STRING.
007790     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007800     MOVE "THIS ACCOUNT IS NOW CLOSED -- THANK YOU"
007810          TO STATEMENT-LINE.
007820     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
007830     MOVE WS-TODAY-8 TO CL-STATEMENT-DATE.
007840 4000-EXIT.
007850     EXIT.
007860
007870 4100-STATEMENT-ENTRY.
007880     READ TRANSACTIONS-INDEX NEXT RECORD
007890         AT END
007900            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007910            GO TO 4100-EXIT
007920     END-READ.
007930     IF TX-ACCOUNT-ID NOT = CL-ACCOUNT-ID
007940        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007950        GO TO 4100-EXIT
007960     END-IF.
007970*   UID ZERO IS LEDGER-ARCHIVE-JOB'S BALANCE-FORWARD SUMMARY.
007980     IF TX-UID = ZERO
007990        OR TX-TRANSACTION-DATE < WS-STATEMENT-FROM
008000        GO TO 4100-EXIT
008010     END-IF.
008020     EVALUATE TRUE
008030        WHEN TX-DEBIT-TRANSACTION
008040           MOVE "CHARGE"   TO WS-ENTRY-TYPE-EDITED
008050        WHEN TX-CREDIT-TRANSACTION
008060           MOVE "PAYMENT"  TO WS-ENTRY-TYPE-EDITED
008070        WHEN TX-REFUND-TRANSACTION
008080           MOVE "REFUND"   TO WS-ENTRY-TYPE-EDITED
008090        WHEN TX-WRITEOFF-TRANSACTION
008100           MOVE "WRITEOFF" TO WS-ENTRY-TYPE-EDITED
008110        WHEN OTHER
008120           MOVE SPACES     TO WS-ENTRY-TYPE-EDITED
008130     END-EVALUATE.
008140     MOVE TX-AMOUNT TO WS-AMOUNT-EDITED.
008150     STRING TX-TRANSACTION-DATE "  " TX-DESC "  "
008160            WS-ENTRY-TYPE-EDITED " " WS-AMOUNT-EDITED
008170            DELIMITED BY SIZE INTO STATEMENT-LINE
008180     END-STRING.
008190     MOVE TX-END-BALANCE TO WS-AMOUNT-EDITED.
008200     MOVE WS-AMOUNT-EDITED TO STATEMENT-LINE (77:15).
008210     PERFORM 4950-PUT-STATEMENT-LINE THRU 4950-EXIT.
008220 4100-EXIT.
008230     EXIT.
008240
008250*                                                                *
008260*   4200-LOOKUP-CONTACT -- THE CONTACT CARRYING THIS ACCOUNT-ID, *
008270*   READ ON THE FD-ACCOUNT-ID ALTERNATE KEY AS REFUND-CHECK-RUN  *
008280*   DOES                                                         *
008290*                                                                *
008300 4200-LOOKUP-CONTACT.
008310     MOVE 'N' TO WS-FOUND-SWITCH.
008320     IF NOT ADDRESS-FILE-READY
008330        GO TO 4200-EXIT
008340     END-IF.
008350     MOVE CL-ACCOUNT-ID TO FD-ACCOUNT-ID.
008360     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
008370         INVALID KEY
008380            GO TO 4200-EXIT
008390     END-READ.
008400     MOVE 'Y' TO WS-FOUND-SWITCH.
008410     MOVE SPACES TO WS-CONTACT-NAME WS-CONTACT-CITY-LINE.
008420     STRING FD-FIRST-NAME DELIMITED BY SPACE
008430            " " DELIMITED BY SIZE
008440            FD-LAST-NAME  DELIMITED BY SPACE
008450            INTO WS-CONTACT-NAME
008460     END-STRING.
008470     STRING FD-CITY  DELIMITED BY SPACE
008480            ", "     DELIMITED BY SIZE
008490            FD-STATE DELIMITED BY SIZE
008500            " "      DELIMITED BY SIZE
008510            FD-ZIP   DELIMITED BY SPACE
008520            INTO WS-CONTACT-CITY-LINE
008530     END-STRING.
008540 4200-EXIT.
008550     EXIT.
008560
008570 4900-PUT-LINE.
008580     WRITE REPORT-LINE.
008590     ADD 1 TO WS-SPOOL-LINE-COUNT.
008600     MOVE SPACES TO REPORT-LINE.
008610 4900-EXIT.
008620     EXIT.
008630
008640 4950-PUT-STATEMENT-LINE.
008650     WRITE STATEMENT-LINE.
008660     ADD 1 TO WS-STMT-LINE-COUNT.
008670     MOVE SPACES TO STATEMENT-LINE.
008680 4950-EXIT.
008690     EXIT.
008700
008710*                                                                *
008720*   5000-CLOSE-ACCOUNT -- EVERYTHING IS SETTLED: SET THE MASTER  *
008730*   CLOSED AND RETIRE THE REQUEST                                *
008740*                                                                *
008750 5000-CLOSE-ACCOUNT.
008760     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-BEFORE.
008770     SET AM-ACCOUNT-CLOSED TO TRUE.
008780     REWRITE ACCOUNT-MASTER-STRUCTURE
008790         INVALID KEY
008800            MOVE "CANNOT REWRITE THE ACCOUNT MASTER" TO WS-REASON
008810            PERFORM 5900-BLOCK-CLOSE THRU 5900-EXIT
008820            ADD 1 TO WS-BLOCKED-COUNT
008830            GO TO 5000-EXIT
008840     END-REWRITE.
008850     PERFORM 7000-JOURNAL-REWRITE THRU 7000-EXIT.
008860     SET CL-CLOSURE-DONE TO TRUE.
008870     MOVE WS-TODAY-8 TO CL-CLOSED-DATE.
008880     MOVE ZERO TO CL-WRITEOFF-AMOUNT.
008890     ADD 1 TO WS-CLOSED-COUNT WS-RC-WRITTEN.
008900     MOVE SPACES TO REPORT-LINE.
008910     STRING CL-ACCOUNT-ID "  CLOSED -- FINAL STATEMENT ISSUED"
008920            DELIMITED BY SIZE INTO REPORT-LINE
008930     END-STRING.
008940     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
008950 5000-EXIT.
008960     EXIT.
008970
008980*                                                                *
008990*   5900-BLOCK-CLOSE -- WS-REASON STOPS THE CLOSE TONIGHT.  IT   *
009000*   GOES ON THE REPORT, AND THE FIRST ONE ON THE REQUEST.        *
009010*                                                                *
009020 5900-BLOCK-CLOSE.
009030     ADD 1 TO WS-BLOCK-COUNT.
009040     IF WS-BLOCK-REASON = SPACES
009050        MOVE WS-REASON TO WS-BLOCK-REASON
009060     END-IF.
009070     MOVE SPACES TO REPORT-LINE.
009080     STRING CL-ACCOUNT-ID "  BLOCKED -- " WS-REASON
009090            DELIMITED BY SIZE INTO REPORT-LINE
009100     END-STRING.
009110     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
009120 5900-EXIT.
009130     EXIT.
009140
009150 7000-JOURNAL-REWRITE.
009160     MOVE 'M' TO WS-JL-FILE-ID.
009170     MOVE 'R' TO WS-JL-ACTION.
009180     MOVE SPACES TO WS-JL-KEY.
009190     MOVE AM-ACCOUNT-ID TO WS-JL-KEY (1:7).
009200     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-AFTER.
009210     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
009220          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
009230 7000-EXIT.
009240     EXIT.
009250
009260*                                                                *
009270*   8000-FINISH                                                  *
009280*                                                                *
009290 8000-FINISH.
009300     MOVE SPACES TO REPORT-LINE.
009310     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
009320     STRING "REQUESTS " WS-REQUEST-COUNT
009330            "  CLOSED " WS-CLOSED-COUNT
009340            "  BLOCKED " WS-BLOCKED-COUNT
009350            DELIMITED BY SIZE INTO REPORT-LINE
009360     END-STRING.
009370     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
009380     STRING "CONTRACTS CANCELLED " WS-CANCELLED-COUNT
009390            "  AUTOPAY STOPPED " WS-AUTOPAY-COUNT
009400            "  DEPOSITS RELEASED " WS-RELEASED-COUNT
009410            "  ROUTED FOR WRITE-OFF " WS-ROUTED-COUNT
009420            DELIMITED BY SIZE INTO REPORT-LINE
009430     END-STRING.
009440     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
009450     CLOSE REPORT-FILE.
009460     MOVE 'R' TO WS-SPOOL-FUNCTION.
009470     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
009480          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
009490          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
009500          WS-SPOOL-MEMBER-NAME.
009510     CLOSE STATEMENT-FILE.
009520     MOVE 'R' TO WS-SPOOL-FUNCTION.
009530     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
009540          WS-STMT-REPORT-NAME, WS-SPOOL-JOB-NAME,
009550          WS-SPOOL-RETENTION, WS-STMT-LINE-COUNT,
009560          WS-STMT-MEMBER-NAME.
009570     IF ACCTCLOSE-STATUS NOT = '05'
009580        AND ACCTCLOSE-STATUS NOT = '35'
009590        CLOSE ACCOUNT-CLOSURES
009600     END-IF.
009610     IF ACCTMSTR-STATUS = '00' OR ACCTMSTR-STATUS = '10'
009620        CLOSE ACCOUNT-MASTER
009630     END-IF.
009640     IF WS-CONTRACTS-OPEN
009650        CLOSE BILLING-CONTRACTS
009660     END-IF.
009670     IF WS-BANKDTL-OPEN
009680        CLOSE BANK-DETAILS
009690     END-IF.
009700     IF WS-SECDEP-OPEN
009710        CLOSE SECURITY-DEPOSITS
009720     END-IF.
009722     IF WS-BALXFER-OPEN
009724        CLOSE BALANCE-TRANSFERS
009726     END-IF.
009730     IF WS-TXIDX-OPEN
009740        CLOSE TRANSACTIONS-INDEX
009750     END-IF.
009760     IF ADDRESS-FILE-READY
009770        CLOSE ADDRESS-FILE
009780     END-IF.
009790     MOVE 'E' TO WS-RC-FUNCTION.
009800     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
009810          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
009820          WS-RC-CODE.
009830     DISPLAY "ACCOUNT-CLOSURE-JOB RUN COMPLETE".
009840     DISPLAY "REQUESTS WORKED:      " WS-REQUEST-COUNT.
009850     DISPLAY "ACCOUNTS CLOSED:      " WS-CLOSED-COUNT.
009860     DISPLAY "CLOSES BLOCKED:       " WS-BLOCKED-COUNT.
009870 8000-EXIT.
009880     EXIT.
009890
009900 9999-EXIT.
009910     STOP RUN.
