000010******************************************************************
000020*                                                                *
000030*   SOD-VIOLATION-REPORT                                         *
000040*                                                                *
000050*   MONTHLY SEGREGATION-OF-DUTIES CONTROL REPORT.  EACH          *
000060*   TWO-PERSON CONTROL STOPS ONE CLERK FROM FILLING BOTH ROLES   *
000070*   AT THE MOMENT OF ENTRY, BUT NOTHING LOOKED ACROSS THEM --    *
000080*   THIS JOB READS EVERY APPROVAL FILE AND THE AUDIT TRAIL AND   *
000090*   LISTS EVERY CASE OF ONE CLERK ID ON BOTH SIDES:              *
000100*                                                                *
000110*     - A PURGE REQUEST APPROVED BY THE CLERK WHO REQUESTED IT   *
000120*     - A POSTING BATCH RELEASED BY THE CLERK WHO SUBMITTED IT   *
000130*     - A WRITE-OFF APPROVED, OR A CREDIT-LIMIT REVIEW DECIDED,  *
000140*       BY A CLERK WHO ALSO KEYED CREDIT TO THE SAME ACCOUNT --  *
000150*       TOOK A COUNTER PAYMENT (OTC PAYMENTS), RESOLVED A        *
000160*       SUSPENSE ITEM TO IT (SUSPENSE ITEMS), OR REAPPLIED ITS   *
000170*       CASH (THE CASH APPLICATION LOG)                          *
000180*                                                                *
000190*   CREDIT-LIMIT DECISIONS COME FROM THE REVIEW QUEUE AND FROM   *
000200*   THE CREDIT-LIMIT AUDIT LOG, WHICH STILL HOLDS THE DECISIONS  *
000210*   A LATER REVIEW CYCLE HAS REPLACED ON THE QUEUE.  THE         *
000220*   ACCOUNT-LEVEL CHECKS RUN AS ONE SORT OF ACCOUNT, CLERK AND   *
000230*   ROLE EVENTS, SO EVERY APPROVAL SITS NEXT TO ANY CREDIT THE   *
000240*   SAME CLERK KEYED TO THAT ACCOUNT, WHENEVER IT WAS KEYED.     *
000250*                                                                *
000260*   APPROVALS ARE REPORTED FOR THE MONTH IN SOD-MONTH=YYYYMM     *
000270*   (LEDGER RUN PARAMETERS; THE DEFAULT IS LAST MONTH), AND      *
000280*   CLOSE WITH A SUMMARY OF APPROVALS PER APPROVER.  ANY         *
000290*   VIOLATION ENDS THE RUN FLAGGED FOR THE OPERATIONS REPORT.    *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.      SOD-VIOLATION-REPORT.
000340 AUTHOR.          DATA PROCESSING.
000350 INSTALLATION.    ACCOUNTING SYSTEMS.
000360 DATE-WRITTEN.    10/15/2026.
000370 DATE-COMPILED.   10/15/2026.
000380*                                                                *
000390*   MODIFICATION HISTORY                                        *
000400*   ------------------------------------------------------------ *
000410*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000412*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000414*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000416*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000418*                    HEADING.                                   *
000420*                                                                *
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL PURGE-FILE
000470            ASSIGN       TO  PURGEOUT
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE  IS DYNAMIC
000500            RECORD KEY   IS PG-PHONE
000510            FILE STATUS  IS PURGE-STATUS.
000520
000530     SELECT OPTIONAL BATCH-REGISTRY
000540            ASSIGN       TO  BATCHREG
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE  IS DYNAMIC
000570            RECORD KEY   IS BR-BATCH-NUMBER
000580            FILE STATUS  IS BATCHREG-STATUS.
000590
000600     SELECT OPTIONAL WRITEOFF-APPROVALS
000610            ASSIGN       TO  WOAPPR
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE  IS DYNAMIC
000640            RECORD KEY   IS WA-APPROVAL-KEY
000650            FILE STATUS  IS WOAPPR-STATUS.
000660
000670     SELECT OPTIONAL REVIEW-QUEUE
000680            ASSIGN       TO  REVQUEUE
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE  IS DYNAMIC
000710            RECORD KEY   IS CR-ACCOUNT-ID
000720            FILE STATUS  IS REVQUEUE-STATUS.
000730
000740     SELECT OPTIONAL SUSPENSE-ITEMS
000750            ASSIGN       TO  SUSPITEM
000760            ORGANIZATION IS INDEXED
000770            ACCESS MODE  IS DYNAMIC
000780            RECORD KEY   IS SU-SUSPENSE-KEY
000790            FILE STATUS  IS SUSPITEM-STATUS.
000800
000810     SELECT OPTIONAL OTC-PAYMENTS
000820            ASSIGN       TO  OTCPAY
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE  IS DYNAMIC
000850            RECORD KEY   IS RC-RECEIPT-NO
000860            FILE STATUS  IS OTCPAY-STATUS.
000870
000880     SELECT OPTIONAL CREDIT-AUDIT-LOG
000890            ASSIGN       TO  CRAUDIT
000900            ORGANIZATION IS LINE SEQUENTIAL
000910            FILE STATUS  IS CRAUDIT-STATUS.
000920
000930     SELECT OPTIONAL APPLY-LOG
000940            ASSIGN       TO  APPLYLOG
000950            ORGANIZATION IS LINE SEQUENTIAL
000960            FILE STATUS  IS APPLYLOG-STATUS.
000970
000980     SELECT SORT-WORK-FILE
000990            ASSIGN       TO  "sodsort.tmp".
001000
001010     SELECT SOD-REPORT
001020            ASSIGN       TO  REPORTOUT
001030            ORGANIZATION IS LINE SEQUENTIAL
001040            FILE STATUS  IS REPORTOUT-STATUS.
001050
001060     SELECT OPTIONAL RUN-PARM-FILE
001070            ASSIGN       TO  RUNPARMS
001080            ORGANIZATION IS LINE SEQUENTIAL
001090            FILE STATUS  IS RUNPARM-STATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  PURGE-FILE.
001140 01  PURGE-RECORD.
001150     COPY "ADDRESS-PURGE-RECORD.CPY" REPLACING ==(TAG)==
001160          BY ==PG-==.
001170
001180 FD  BATCH-REGISTRY.
001190 01  BATCH-REGISTRY-STRUCTURE.
001200     COPY "BATCH-REGISTRY-RECORD.CPY" REPLACING ==(TAG)==
001210          BY ==BR-==.
001220
001230 FD  WRITEOFF-APPROVALS.
001240 01  WRITEOFF-APPROVAL-STRUCTURE.
001250     COPY "WRITEOFF-APPROVAL-RECORD.CPY"
001260          REPLACING ==(TAG)== BY ==WA-==.
001270
001280 FD  REVIEW-QUEUE.
001290 01  CREDIT-REVIEW-STRUCTURE.
001300     COPY "CREDIT-REVIEW-RECORD.CPY" REPLACING ==(TAG)==
001310          BY ==CR-==.
001320
001330 FD  SUSPENSE-ITEMS.
001340 01  SUSPENSE-ITEM-STRUCTURE.
001350     COPY "SUSPENSE-ITEM-RECORD.CPY" REPLACING ==(TAG)==
001360          BY ==SU-==.
001370
001380 FD  OTC-PAYMENTS.
001390 01  OTC-PAYMENT-STRUCTURE.
001400     COPY "OTC-PAYMENT-RECORD.CPY" REPLACING ==(TAG)==
001410          BY ==RC-==.
001420
001430 FD  CREDIT-AUDIT-LOG.
001440 01  CREDIT-AUDIT-LINE            PIC X(80).
001450
001460 FD  APPLY-LOG.
001470 01  APPLY-LOG-LINE               PIC X(100).
001480
001490*   ONE ACCOUNT-LEVEL EVENT -- AN APPROVAL OR A KEYED CREDIT
001500 SD  SORT-WORK-FILE.
001510 01  SORT-EVENT.
001520     05  SE-ACCOUNT-ID            PIC 9(07).
001530     05  SE-CLERK                 PIC X(10).
001540     05  SE-ROLE                  PIC X(01).
001550         88  SE-WRITEOFF-APPROVAL           VALUE 'W'.
001560         88  SE-LIMIT-DECISION              VALUE 'L'.
001570         88  SE-APPROVAL-ROLE               VALUE 'W' 'L'.
001580         88  SE-OTC-PAYMENT                 VALUE 'P'.
001590         88  SE-SUSPENSE-RESOLUTION         VALUE 'S'.
001600         88  SE-CASH-APPLICATION            VALUE 'A'.
001610     05  SE-DATE                  PIC 9(08).
001620     05  SE-AMOUNT                PIC 9(09)V9(02).
001630     05  SE-REFERENCE             PIC X(20).
001640     05  SE-IN-MONTH              PIC X(01).
001650         88  SE-IN-REPORT-MONTH             VALUE 'Y'.
001660
001670 FD  SOD-REPORT
001680     RECORDING MODE IS F.
001690 01  REPORT-LINE                  PIC X(132).
001700
001710 FD  RUN-PARM-FILE
001720     RECORDING MODE IS F.
001730 01  RUN-PARM-LINE                PIC X(80).
001740
001750 WORKING-STORAGE SECTION.
001760*                                                                *
001770*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001780*                                                                *
001790 01  PURGEOUT                   PIC X(50)
001800     VALUE "/mnt/c/cobfiles\address-purge.idx".
001810 01  PURGE-STATUS               PIC X(02).
001820 01  BATCHREG                   PIC X(50)
001830     VALUE "/mnt/c/cobfiles\batch-registry.idx".
001840 01  BATCHREG-STATUS            PIC X(02).
001850 01  WOAPPR                     PIC X(50)
001860     VALUE "/mnt/c/cobfiles\writeoff-approvals.idx".
001870 01  WOAPPR-STATUS              PIC X(02).
001880 01  REVQUEUE                   PIC X(50)
001890     VALUE "/mnt/c/cobfiles\credit-review.idx".
001900 01  REVQUEUE-STATUS            PIC X(02).
001910 01  SUSPITEM                   PIC X(50)
001920     VALUE "/mnt/c/cobfiles\suspense-items.idx".
001930 01  SUSPITEM-STATUS            PIC X(02).
001940 01  OTCPAY                     PIC X(50)
001950     VALUE "/mnt/c/cobfiles\otc-payments.idx".
001960 01  OTCPAY-STATUS              PIC X(02).
001970 01  CRAUDIT                    PIC X(50)
001980     VALUE "credit-limit-audit.txt".
001990 01  CRAUDIT-STATUS             PIC X(02).
002000 01  APPLYLOG                   PIC X(50)
002010     VALUE "cash-application-log.txt".
002020 01  APPLYLOG-STATUS            PIC X(02).
002030 01  REPORTOUT                  PIC X(50).
002040 01  REPORTOUT-STATUS           PIC X(02).
002050 01  RUNPARMS                   PIC X(50)
002060     VALUE "ledger-run-parms.txt".
002070 01  RUNPARM-STATUS             PIC X(02).
002080 01  WS-PARM-NAME               PIC X(20).
002090 01  WS-PARM-VALUE              PIC X(20).
002100
002110 01  WS-RC-FUNCTION             PIC X(01).
002120 01  WS-RC-JOB-NAME             PIC X(20)
002130     VALUE "SOD-VIOLATION-REPORT".
002140 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002150 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002160 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002170
002180*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER) --
002190*   A CONTROL REPORT, KEPT FOR GOOD.
002200 01  WS-SPOOL-FUNCTION          PIC X(01).
002210 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002220     VALUE "sod-violations".
002230 01  WS-SPOOL-JOB-NAME          PIC X(20)
002240     VALUE "SOD-VIOLATION-REPORT".
002250 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002260 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002270 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002280 01  WS-REPORT-MEMBER           PIC X(50).
002290 01  WS-REPORT-LINE-COUNT       PIC 9(07) VALUE ZERO.
002300
002310 01  WS-TODAY-8                 PIC 9(08).
002320 01  WS-TODAY-PARTS REDEFINES WS-TODAY-8.
002330     05  WS-TODAY-YYYY          PIC 9(04).
002340     05  WS-TODAY-MM            PIC 9(02).
002350     05  WS-TODAY-DD            PIC 9(02).
002352 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
002354     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
002356 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
002360 01  WS-REPORT-MONTH            PIC 9(06) VALUE ZERO.
002370 01  WS-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
002380     05  WS-MONTH-YYYY          PIC 9(04).
002390     05  WS-MONTH-MM            PIC 9(02).
002400 01  WS-CHECK-DATE              PIC X(08).
002410
002420 01  WS-SWITCHES.
002430     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002440         88  WS-EOF-YES                   VALUE 'Y'.
002450     05  WS-SORT-EOF-SWITCH     PIC X(01) VALUE 'N'.
002460         88  WS-SORT-EOF                  VALUE 'Y'.
002470
002480*                                                                *
002490*   AUDIT-LOG LINES, BROKEN INTO WORDS                           *
002500*                                                                *
002510 01  WS-LOG-WORDS.
002520     05  WS-LOG-WORD            PIC X(16) OCCURS 13 TIMES.
002530 01  WS-LOG-SUB                 PIC 9(02).
002540
002550*                                                                *
002560*   THE ACCOUNT/CLERK GROUP IN HAND ON THE SORTED EVENTS         *
002570*                                                                *
002580 01  WS-GROUP-ACCOUNT           PIC 9(07) VALUE ZERO.
002590 01  WS-GROUP-CLERK             PIC X(10) VALUE SPACES.
002600 01  WS-GROUP-STARTED           PIC X(01) VALUE 'N'.
002610 01  WS-PREV-ROLE               PIC X(01).
002620 01  WS-PREV-DATE               PIC 9(08).
002630 01  WS-PREV-AMOUNT             PIC 9(09)V9(02).
002640 01  WS-CREDIT-COUNT            PIC 9(05) VALUE ZERO.
002650 01  WS-FIRST-CREDIT.
002660     05  WS-FC-ROLE             PIC X(01).
002670     05  WS-FC-DATE             PIC 9(08).
002680     05  WS-FC-AMOUNT           PIC 9(09)V9(02).
002690     05  WS-FC-REFERENCE        PIC X(20).
002700 01  WS-APPROVAL-COUNT          PIC 9(03) VALUE ZERO.
002710 01  WS-APPROVAL-TABLE.
002720     05  WS-APPROVAL-ENTRY OCCURS 100 TIMES.
002730         10  WS-AP-ROLE         PIC X(01).
002740         10  WS-AP-DATE         PIC 9(08).
002750         10  WS-AP-AMOUNT       PIC 9(09)V9(02).
002760         10  WS-AP-REFERENCE    PIC X(20).
002770 01  WS-AP-SUB                  PIC 9(03).
002780
002790*                                                                *
002800*   APPROVALS PER APPROVER FOR THE MONTH                         *
002810*                                                                *
002820 01  WS-APPROVER-COUNT          PIC 9(03) VALUE ZERO.
002830 01  WS-APPROVER-TABLE.
002840     05  WS-APPROVER-ENTRY OCCURS 200 TIMES.
002850         10  WS-AV-CLERK        PIC X(10).
002860         10  WS-AV-PURGES       PIC 9(05).
002870         10  WS-AV-BATCHES      PIC 9(05).
002880         10  WS-AV-WRITEOFFS    PIC 9(05).
002890         10  WS-AV-LIMITS       PIC 9(05).
002900         10  WS-AV-SUSPENSE     PIC 9(05).
002910         10  WS-AV-VIOLATIONS   PIC 9(05).
002920 01  WS-AV-SUB                  PIC 9(03).
002930 01  WS-AV-CLERK-IN             PIC X(10).
002940 01  WS-AV-KIND                 PIC X(01).
002950 01  WS-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
002960
002970 01  WS-TOTALS.
002980     05  WS-VIOLATION-COUNT     PIC 9(05) VALUE ZERO.
002990     05  WS-PURGE-VIOLATIONS    PIC 9(05) VALUE ZERO.
003000     05  WS-BATCH-VIOLATIONS    PIC 9(05) VALUE ZERO.
003010     05  WS-WRITEOFF-VIOLATIONS PIC 9(05) VALUE ZERO.
003020     05  WS-LIMIT-VIOLATIONS    PIC 9(05) VALUE ZERO.
003030
003040*                                                                *
003050*   PRINT LINES                                                  *
003060*                                                                *
003070 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
003080 01  WS-VIOLATION-LINE.
003090     05  WS-VL-CONTROL          PIC X(12).
003100     05  WS-VL-CLERK            PIC X(10).
003110     05  FILLER                 PIC X(02) VALUE SPACES.
003120     05  WS-VL-ROLES            PIC X(34).
003130     05  WS-VL-KEY              PIC X(20).
003140     05  FILLER                 PIC X(02) VALUE SPACES.
003150     05  WS-VL-DATE             PIC 9(08).
003160     05  FILLER                 PIC X(02) VALUE SPACES.
003170     05  WS-VL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
003180     05  FILLER                 PIC X(28) VALUE SPACES.
003190 01  WS-EVIDENCE-LINE.
003200     05  FILLER                 PIC X(24) VALUE SPACES.
003210     05  WS-EL-TEXT             PIC X(34).
003220     05  WS-EL-KEY              PIC X(20).
003230     05  FILLER                 PIC X(02) VALUE SPACES.
003240     05  WS-EL-DATE             PIC 9(08).
003250     05  FILLER                 PIC X(02) VALUE SPACES.
003260     05  WS-EL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER                 PIC X(28) VALUE SPACES.
003280 01  WS-APPROVER-LINE.
003290     05  FILLER                 PIC X(02) VALUE SPACES.
003300     05  WS-AL-CLERK            PIC X(10).
003310     05  FILLER                 PIC X(02) VALUE SPACES.
003320     05  WS-AL-PURGES           PIC ZZ,ZZ9.
003330     05  FILLER                 PIC X(03) VALUE SPACES.
003340     05  WS-AL-BATCHES          PIC ZZ,ZZ9.
003350     05  FILLER                 PIC X(03) VALUE SPACES.
003360     05  WS-AL-WRITEOFFS        PIC ZZ,ZZ9.
003370     05  FILLER                 PIC X(03) VALUE SPACES.
003380     05  WS-AL-LIMITS           PIC ZZ,ZZ9.
003390     05  FILLER                 PIC X(03) VALUE SPACES.
003400     05  WS-AL-SUSPENSE         PIC ZZ,ZZ9.
003410     05  FILLER                 PIC X(03) VALUE SPACES.
003420     05  WS-AL-TOTAL            PIC ZZ,ZZ9.
003430     05  FILLER                 PIC X(03) VALUE SPACES.
003440     05  WS-AL-VIOLATIONS       PIC ZZ,ZZ9.
003450     05  FILLER                 PIC X(58) VALUE SPACES.
003460 01  WS-AL-TOTAL-WORK           PIC 9(06).
003470
003480 PROCEDURE DIVISION.
003490*                                                                *
003500*   0000-MAINLINE                                               *
003510*                                                                *
003520 0000-MAINLINE.
003530     MOVE 'S' TO WS-RC-FUNCTION.
003540     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003550          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003560          WS-RC-CODE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     PERFORM 1500-START-REPORT THRU 1500-EXIT.
003590     PERFORM 2000-CHECK-PURGES THRU 2000-EXIT.
003600     PERFORM 2500-CHECK-BATCHES THRU 2500-EXIT.
003610     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
003620     MOVE "APPROVER ALSO KEYED CREDIT TO THE SAME ACCOUNT"
003630       TO REPORT-LINE.
003640     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
003650     SORT SORT-WORK-FILE
003660         ON ASCENDING KEY SE-ACCOUNT-ID
003670         ON ASCENDING KEY SE-CLERK
003680         ON ASCENDING KEY SE-ROLE
003690         ON ASCENDING KEY SE-DATE
003700         INPUT PROCEDURE  IS 3000-RELEASE-EVENTS
003710         OUTPUT PROCEDURE IS 4000-MATCH-EVENTS.
003720     IF WS-WRITEOFF-VIOLATIONS = ZERO
003730        AND WS-LIMIT-VIOLATIONS = ZERO
003740        MOVE "  (NONE)" TO REPORT-LINE
003750        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
003760     END-IF.
003770     PERFORM 8000-PRINT-APPROVER-SUMMARY THRU 8000-EXIT.
003780     CLOSE SOD-REPORT.
003790     MOVE 'R' TO WS-SPOOL-FUNCTION.
003800     MOVE WS-REPORT-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
003810     MOVE WS-REPORT-MEMBER TO WS-SPOOL-MEMBER-NAME.
003820     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003830          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003840          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003850          WS-SPOOL-MEMBER-NAME.
003860     MOVE WS-VIOLATION-COUNT TO WS-RC-WRITTEN.
003870     IF WS-VIOLATION-COUNT > ZERO
003880        MOVE "FLAG" TO WS-RC-CODE
003890     END-IF.
003900     MOVE 'E' TO WS-RC-FUNCTION.
003910     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003920          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003930          WS-RC-CODE.
003940     DISPLAY "SOD-VIOLATION-REPORT COMPLETE FOR " WS-REPORT-MONTH.
003950     DISPLAY "VIOLATIONS FOUND:           " WS-VIOLATION-COUNT.
003960     DISPLAY "  PURGE REQUESTS:           " WS-PURGE-VIOLATIONS.
003970     DISPLAY "  BATCH RELEASES:           " WS-BATCH-VIOLATIONS.
003980     DISPLAY "  WRITE-OFF APPROVALS:      "
003990             WS-WRITEOFF-VIOLATIONS.
004000     DISPLAY "  CREDIT-LIMIT DECISIONS:   " WS-LIMIT-VIOLATIONS.
004010     GO TO 9999-EXIT.
004020
004030*                                                                *
004040*   1000-INITIALIZE -- THE REPORT MONTH: SOD-MONTH=YYYYMM, OR    *
004050*   THE MONTH BEFORE THE RUN DATE                                *
004060*                                                                *
004070 1000-INITIALIZE.
004080     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
004085          WS-OVERRIDE-MARK.
004090     MOVE WS-TODAY-YYYY TO WS-MONTH-YYYY.
004100     MOVE WS-TODAY-MM   TO WS-MONTH-MM.
004110     IF WS-MONTH-MM = 1
004120        MOVE 12 TO WS-MONTH-MM
004130        SUBTRACT 1 FROM WS-MONTH-YYYY
004140     ELSE
004150        SUBTRACT 1 FROM WS-MONTH-MM
004160     END-IF.
004170     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
004180 1000-EXIT.
004190     EXIT.
004200
004210 1050-READ-RUN-PARMS.
004220     OPEN INPUT RUN-PARM-FILE.
004230     IF RUNPARM-STATUS NOT = '00'
004240        GO TO 1050-EXIT
004250     END-IF.
004260     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
004270             UNTIL RUNPARM-STATUS NOT = '00'.
004280     CLOSE RUN-PARM-FILE.
004290 1050-EXIT.
004300     EXIT.
004310
004320 1060-READ-ONE-PARM.
004330     READ RUN-PARM-FILE
004340         AT END
004350            MOVE '10' TO RUNPARM-STATUS
004360            GO TO 1060-EXIT
004370     END-READ.
004380     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
004390     UNSTRING RUN-PARM-LINE DELIMITED BY "="
004400         INTO WS-PARM-NAME, WS-PARM-VALUE
004410     END-UNSTRING.
004420     IF WS-PARM-NAME = "SOD-MONTH"
004430        AND WS-PARM-VALUE (1:6) NUMERIC
004440        MOVE WS-PARM-VALUE (1:6) TO WS-REPORT-MONTH
004450     END-IF.
004460 1060-EXIT.
004470     EXIT.
004480
004490 1500-START-REPORT.
004500     MOVE 'N' TO WS-SPOOL-FUNCTION.
004510     MOVE ZERO TO WS-SPOOL-LINE-COUNT.
004520     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004530          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004540          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004550          WS-SPOOL-MEMBER-NAME.
004560     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT WS-REPORT-MEMBER.
004570     OPEN OUTPUT SOD-REPORT.
004580     MOVE SPACES TO REPORT-LINE.
004590     STRING "SEGREGATION OF DUTIES VIOLATIONS -- APPROVALS IN "
004600            WS-MONTH-MM "/" WS-MONTH-YYYY
004610            "     PRINTED " WS-TODAY-8
004620            DELIMITED BY SIZE INTO REPORT-LINE
004630     END-STRING.
004640     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004642     IF WS-DATE-OVERRIDDEN
004644        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004646        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
004648     END-IF.
004650     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004660     MOVE "CONTROL     CLERK       ROLES FILLED" TO REPORT-LINE.
004670     MOVE "KEY" TO REPORT-LINE (59:3).
004680     MOVE "DATE" TO REPORT-LINE (81:4).
004690     MOVE "AMOUNT" TO REPORT-LINE (99:6).
004700     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004710 1500-EXIT.
004720     EXIT.
004730
004740*                                                                *
004750*   2000-CHECK-PURGES -- APPROVED AND COMPLETED REQUESTS WHOSE   *
004760*   REQUEST OR PURGE FELL IN THE MONTH                           *
004770*                                                                *
004780 2000-CHECK-PURGES.
004790     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004800     MOVE "PURGE REQUESTS APPROVED BY THE REQUESTER"
004810       TO REPORT-LINE.
004820     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004830     OPEN INPUT PURGE-FILE.
004840     IF PURGE-STATUS NOT = '00'
004850        GO TO 2000-NONE-CHECK
004860     END-IF.
004870     MOVE LOW-VALUES TO PG-PHONE.
004880     MOVE 'N' TO WS-EOF-SWITCH.
004890     START PURGE-FILE KEY IS >= PG-PHONE
004900         INVALID KEY
004910            MOVE 'Y' TO WS-EOF-SWITCH
004920     END-START.
004930     PERFORM 2100-CHECK-ONE-PURGE THRU 2100-EXIT
004940             UNTIL WS-EOF-YES.
004950     CLOSE PURGE-FILE.
004960 2000-NONE-CHECK.
004970     IF WS-PURGE-VIOLATIONS = ZERO
004980        MOVE "  (NONE)" TO REPORT-LINE
004990        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
005000     END-IF.
005010 2000-EXIT.
005020     EXIT.
005030
005040 2100-CHECK-ONE-PURGE.
005050     READ PURGE-FILE NEXT RECORD
005060         AT END
005070            MOVE 'Y' TO WS-EOF-SWITCH
005080            GO TO 2100-EXIT
005090     END-READ.
005100     ADD 1 TO WS-RC-READ.
005110     IF NOT PG-PURGE-PENDING AND NOT PG-PURGE-COMPLETED
005120        GO TO 2100-EXIT
005130     END-IF.
005140     IF PG-APPROVED-BY = SPACES
005150        GO TO 2100-EXIT
005160     END-IF.
005170     IF PG-REQUEST-DATE (1:6) NOT = WS-REPORT-MONTH
005180        AND PG-PURGE-DATE (1:6) NOT = WS-REPORT-MONTH
005190        GO TO 2100-EXIT
005200     END-IF.
005210     MOVE PG-APPROVED-BY TO WS-AV-CLERK-IN.
005220     MOVE 'P' TO WS-AV-KIND.
005230     PERFORM 6000-COUNT-APPROVAL THRU 6000-EXIT.
005240     IF PG-REQUESTED-BY NOT = PG-APPROVED-BY
005250        GO TO 2100-EXIT
005260     END-IF.
005270     ADD 1 TO WS-PURGE-VIOLATIONS WS-VIOLATION-COUNT.
005280     PERFORM 6100-COUNT-VIOLATION THRU 6100-EXIT.
005290     MOVE SPACES TO WS-VIOLATION-LINE.
005300     MOVE "PURGE"            TO WS-VL-CONTROL.
005310     MOVE PG-APPROVED-BY     TO WS-VL-CLERK.
005320     MOVE "REQUESTED AND APPROVED PURGE"
005330                             TO WS-VL-ROLES.
005340     MOVE PG-PHONE           TO WS-VL-KEY.
005350     MOVE PG-REQUEST-DATE    TO WS-CHECK-DATE.
005360     IF WS-CHECK-DATE IS NUMERIC
005370        MOVE WS-CHECK-DATE   TO WS-VL-DATE
005380     ELSE
005390        MOVE ZERO            TO WS-VL-DATE
005400     END-IF.
005410     MOVE ZERO               TO WS-VL-AMOUNT.
005420     MOVE WS-VIOLATION-LINE  TO REPORT-LINE.
005430     MOVE SPACES             TO REPORT-LINE (95:14).
005440     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
005450 2100-EXIT.
005460     EXIT.
005470
005480*                                                                *
005490*   2500-CHECK-BATCHES -- BATCHES RELEASED IN THE MONTH          *
005500*                                                                *
005510 2500-CHECK-BATCHES.
005520     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
005530     MOVE "POSTING BATCHES RELEASED BY THE SUBMITTER"
005540       TO REPORT-LINE.
005550     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
005560     OPEN INPUT BATCH-REGISTRY.
005570     IF BATCHREG-STATUS NOT = '00'
005580        GO TO 2500-NONE-CHECK
005590     END-IF.
005600     MOVE ZERO TO BR-BATCH-NUMBER.
005610     MOVE 'N' TO WS-EOF-SWITCH.
005620     START BATCH-REGISTRY KEY IS >= BR-BATCH-NUMBER
005630         INVALID KEY
005640            MOVE 'Y' TO WS-EOF-SWITCH
005650     END-START.
005660     PERFORM 2600-CHECK-ONE-BATCH THRU 2600-EXIT
005670             UNTIL WS-EOF-YES.
005680     CLOSE BATCH-REGISTRY.
005690 2500-NONE-CHECK.
005700     IF WS-BATCH-VIOLATIONS = ZERO
005710        MOVE "  (NONE)" TO REPORT-LINE
005720        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
005730     END-IF.
005740 2500-EXIT.
005750     EXIT.
005760
005770 2600-CHECK-ONE-BATCH.
005780     READ BATCH-REGISTRY NEXT RECORD
005790         AT END
005800            MOVE 'Y' TO WS-EOF-SWITCH
005810            GO TO 2600-EXIT
005820     END-READ.
005830     ADD 1 TO WS-RC-READ.
005840     IF NOT BR-BATCH-RELEASED OR BR-RELEASED-BY = SPACES
005850        GO TO 2600-EXIT
005860     END-IF.
005870     IF BR-RELEASED-DATE (1:6) NOT = WS-REPORT-MONTH
005880        GO TO 2600-EXIT
005890     END-IF.
005900     MOVE BR-RELEASED-BY TO WS-AV-CLERK-IN.
005910     MOVE 'B' TO WS-AV-KIND.
005920     PERFORM 6000-COUNT-APPROVAL THRU 6000-EXIT.
005930     IF BR-SUBMITTED-BY NOT = BR-RELEASED-BY
005940        GO TO 2600-EXIT
005950     END-IF.
005960     ADD 1 TO WS-BATCH-VIOLATIONS WS-VIOLATION-COUNT.
005970     PERFORM 6100-COUNT-VIOLATION THRU 6100-EXIT.
005980     MOVE SPACES TO WS-VIOLATION-LINE.
005990     MOVE "BATCH"            TO WS-VL-CONTROL.
006000     MOVE BR-RELEASED-BY     TO WS-VL-CLERK.
006010     MOVE "SUBMITTED AND RELEASED BATCH"
006020                             TO WS-VL-ROLES.
006030     STRING "BATCH " BR-BATCH-NUMBER
006040            DELIMITED BY SIZE INTO WS-VL-KEY
006050     END-STRING.
006060     MOVE BR-RELEASED-DATE   TO WS-VL-DATE.
006070     MOVE BR-AMOUNT-TOTAL    TO WS-VL-AMOUNT.
006080     MOVE WS-VIOLATION-LINE  TO REPORT-LINE.
006090     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
006100 2600-EXIT.
006110     EXIT.
006120
006130*                                                                *
006140*   3000-RELEASE-EVENTS -- EVERY ACCOUNT-LEVEL APPROVAL IN THE   *
006150*   MONTH, AND EVERY KEYED CREDIT WHENEVER IT WAS KEYED          *
006160*                                                                *
006170 3000-RELEASE-EVENTS.
006180     PERFORM 3100-WRITEOFF-EVENTS THRU 3100-EXIT.
006190     PERFORM 3200-REVIEW-EVENTS THRU 3200-EXIT.
006200     PERFORM 3300-AUDIT-LOG-EVENTS THRU 3300-EXIT.
006210     PERFORM 3400-SUSPENSE-EVENTS THRU 3400-EXIT.
006220     PERFORM 3500-OTC-EVENTS THRU 3500-EXIT.
006230     PERFORM 3600-APPLY-LOG-EVENTS THRU 3600-EXIT.
006240 3000-EXIT.
006250     EXIT.
006260
006270 3100-WRITEOFF-EVENTS.
006280     OPEN INPUT WRITEOFF-APPROVALS.
006290     IF WOAPPR-STATUS NOT = '00'
006300        GO TO 3100-EXIT
006310     END-IF.
006320     MOVE LOW-VALUES TO WA-APPROVAL-KEY.
006330     MOVE 'N' TO WS-EOF-SWITCH.
006340     START WRITEOFF-APPROVALS KEY IS >= WA-APPROVAL-KEY
006350         INVALID KEY
006360            MOVE 'Y' TO WS-EOF-SWITCH
006370     END-START.
006380     PERFORM 3110-ONE-WRITEOFF THRU 3110-EXIT
006390             UNTIL WS-EOF-YES.
006400     CLOSE WRITEOFF-APPROVALS.
006410 3100-EXIT.
006420     EXIT.
006430
006440 3110-ONE-WRITEOFF.
006450     READ WRITEOFF-APPROVALS NEXT RECORD
006460         AT END
006470            MOVE 'Y' TO WS-EOF-SWITCH
006480            GO TO 3110-EXIT
006490     END-READ.
006500     ADD 1 TO WS-RC-READ.
006510     IF WA-APPROVED-DATE (1:6) NOT = WS-REPORT-MONTH
006520        OR WA-APPROVED-BY = SPACES
006530        GO TO 3110-EXIT
006540     END-IF.
006550     MOVE WA-APPROVED-BY TO WS-AV-CLERK-IN.
006560     MOVE 'W' TO WS-AV-KIND.
006570     PERFORM 6000-COUNT-APPROVAL THRU 6000-EXIT.
006580     MOVE SPACES           TO SORT-EVENT.
006590     MOVE WA-ACCOUNT-ID    TO SE-ACCOUNT-ID.
006600     MOVE WA-APPROVED-BY   TO SE-CLERK.
006610     MOVE 'W'              TO SE-ROLE.
006620     MOVE WA-APPROVED-DATE TO SE-DATE.
006630     MOVE WA-AMOUNT        TO SE-AMOUNT.
006640     MOVE "WRITE-OFF APPROVAL" TO SE-REFERENCE.
006650     MOVE 'Y'              TO SE-IN-MONTH.
006660     RELEASE SORT-EVENT.
006670 3110-EXIT.
006680     EXIT.
006690
006700*   DECISIONS STILL ON THE REVIEW QUEUE; THE AUDIT LOG BELOW
006710*   REPEATS MOST OF THEM, AND 4000 DROPS THE REPEATS.
006720 3200-REVIEW-EVENTS.
006730     OPEN INPUT REVIEW-QUEUE.
006740     IF REVQUEUE-STATUS NOT = '00'
006750        GO TO 3200-EXIT
006760     END-IF.
006770     MOVE ZERO TO CR-ACCOUNT-ID.
006780     MOVE 'N' TO WS-EOF-SWITCH.
006790     START REVIEW-QUEUE KEY IS >= CR-ACCOUNT-ID
006800         INVALID KEY
006810            MOVE 'Y' TO WS-EOF-SWITCH
006820     END-START.
006830     PERFORM 3210-ONE-REVIEW THRU 3210-EXIT
006840             UNTIL WS-EOF-YES.
006850     CLOSE REVIEW-QUEUE.
006860 3200-EXIT.
006870     EXIT.
006880
006890 3210-ONE-REVIEW.
006900     READ REVIEW-QUEUE NEXT RECORD
006910         AT END
006920            MOVE 'Y' TO WS-EOF-SWITCH
006930            GO TO 3210-EXIT
006940     END-READ.
006950     ADD 1 TO WS-RC-READ.
006960     IF CR-REVIEW-PENDING OR CR-DECIDED-BY = SPACES
006970        GO TO 3210-EXIT
006980     END-IF.
006990     IF CR-DECIDED-DATE (1:6) NOT = WS-REPORT-MONTH
007000        GO TO 3210-EXIT
007010     END-IF.
007020     MOVE SPACES            TO SORT-EVENT.
007030     MOVE CR-ACCOUNT-ID     TO SE-ACCOUNT-ID.
007040     MOVE CR-DECIDED-BY     TO SE-CLERK.
007050     MOVE 'L'               TO SE-ROLE.
007060     MOVE CR-DECIDED-DATE   TO SE-DATE.
007070     MOVE CR-PROPOSED-LIMIT TO SE-AMOUNT.
007080     MOVE "CREDIT-LIMIT REVIEW" TO SE-REFERENCE.
007090     MOVE 'Y'               TO SE-IN-MONTH.
007100     RELEASE SORT-EVENT.
007110 3210-EXIT.
007120     EXIT.
007130
007140*                                                                *
007150*   3300-AUDIT-LOG-EVENTS -- CREDIT-REVIEW-APPROVAL'S AUDIT      *
007160*   LINES: DATE, ACCOUNT, DECISION, OLD LIMIT, "->", NEW LIMIT,  *
007170*   "BY", CLERK                                                  *
007180*                                                                *
007190 3300-AUDIT-LOG-EVENTS.
007200     OPEN INPUT CREDIT-AUDIT-LOG.
007210     IF CRAUDIT-STATUS NOT = '00'
007220        GO TO 3300-EXIT
007230     END-IF.
007240     MOVE 'N' TO WS-EOF-SWITCH.
007250     PERFORM 3310-ONE-AUDIT-LINE THRU 3310-EXIT
007260             UNTIL WS-EOF-YES.
007270     CLOSE CREDIT-AUDIT-LOG.
007280 3300-EXIT.
007290     EXIT.
007300
007310 3310-ONE-AUDIT-LINE.
007320     READ CREDIT-AUDIT-LOG
007330         AT END
007340            MOVE 'Y' TO WS-EOF-SWITCH
007350            GO TO 3310-EXIT
007360     END-READ.
007370     ADD 1 TO WS-RC-READ.
007380     MOVE SPACES TO WS-LOG-WORDS.
007390     UNSTRING CREDIT-AUDIT-LINE DELIMITED BY ALL SPACE
007400         INTO WS-LOG-WORD (1) WS-LOG-WORD (2) WS-LOG-WORD (3)
007410              WS-LOG-WORD (4) WS-LOG-WORD (5) WS-LOG-WORD (6)
007420              WS-LOG-WORD (7) WS-LOG-WORD (8)
007430     END-UNSTRING.
007440     IF WS-LOG-WORD (1) (1:8) NOT NUMERIC
007450        OR WS-LOG-WORD (2) (1:7) NOT NUMERIC
007460        OR WS-LOG-WORD (7) NOT = "BY"
007470        OR WS-LOG-WORD (8) = SPACES
007480        GO TO 3310-EXIT
007490     END-IF.
007500     IF WS-LOG-WORD (1) (1:6) NOT = WS-REPORT-MONTH
007510        GO TO 3310-EXIT
007520     END-IF.
007530     IF WS-LOG-WORD (3) NOT = "A" AND WS-LOG-WORD (3) NOT = "J"
007540        GO TO 3310-EXIT
007550     END-IF.
007560     MOVE SPACES                TO SORT-EVENT.
007570     MOVE WS-LOG-WORD (2) (1:7) TO SE-ACCOUNT-ID.
007580     MOVE WS-LOG-WORD (8)       TO SE-CLERK.
007590     MOVE 'L'                   TO SE-ROLE.
007600     MOVE WS-LOG-WORD (1) (1:8) TO SE-DATE.
007610     IF WS-LOG-WORD (6) (1:9) NUMERIC
007620        MOVE WS-LOG-WORD (6) (1:9) TO SE-AMOUNT
007630     ELSE
007640        MOVE ZERO TO SE-AMOUNT
007650     END-IF.
007660     MOVE "CREDIT-LIMIT REVIEW" TO SE-REFERENCE.
007670     MOVE 'Y'                   TO SE-IN-MONTH.
007680     RELEASE SORT-EVENT.
007690 3310-EXIT.
007700     EXIT.
007710
007720*   TRANSFERRED SUSPENSE ITEMS ARE CREDIT KEYED TO THE RESOLVED
007730*   ACCOUNT; THE MONTH'S RESOLUTIONS ALSO COUNT TO THE RESOLVER.
007740 3400-SUSPENSE-EVENTS.
007750     OPEN INPUT SUSPENSE-ITEMS.
007760     IF SUSPITEM-STATUS NOT = '00'
007770        GO TO 3400-EXIT
007780     END-IF.
007790     MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
007800     MOVE 'N' TO WS-EOF-SWITCH.
007810     START SUSPENSE-ITEMS KEY IS >= SU-SUSPENSE-KEY
007820         INVALID KEY
007830            MOVE 'Y' TO WS-EOF-SWITCH
007840     END-START.
007850     PERFORM 3410-ONE-SUSPENSE THRU 3410-EXIT
007860             UNTIL WS-EOF-YES.
007870     CLOSE SUSPENSE-ITEMS.
007880 3400-EXIT.
007890     EXIT.
007900
007910 3410-ONE-SUSPENSE.
007920     READ SUSPENSE-ITEMS NEXT RECORD
007930         AT END
007940            MOVE 'Y' TO WS-EOF-SWITCH
007950            GO TO 3410-EXIT
007960     END-READ.
007970     ADD 1 TO WS-RC-READ.
007980     IF NOT SU-SUSPENSE-TRANSFERRED OR SU-RESOLVED-BY = SPACES
007990        GO TO 3410-EXIT
008000     END-IF.
008010     MOVE SPACES             TO SORT-EVENT.
008020     MOVE 'N'                TO SE-IN-MONTH.
008030     IF SU-RESOLVED-DATE (1:6) = WS-REPORT-MONTH
008040        MOVE SU-RESOLVED-BY TO WS-AV-CLERK-IN
008050        MOVE 'S' TO WS-AV-KIND
008060        PERFORM 6000-COUNT-APPROVAL THRU 6000-EXIT
008070        MOVE 'Y'             TO SE-IN-MONTH
008080     END-IF.
008090     MOVE SU-RESOLVED-ACCOUNT TO SE-ACCOUNT-ID.
008100     MOVE SU-RESOLVED-BY     TO SE-CLERK.
008110     MOVE 'S'                TO SE-ROLE.
008120     MOVE SU-RESOLVED-DATE   TO SE-DATE.
008130     MOVE SU-AMOUNT          TO SE-AMOUNT.
008140     STRING "SUSPENSE " SU-DEPOSIT-DATE "-" SU-ITEM-SEQ
008150            DELIMITED BY SIZE INTO SE-REFERENCE
008160     END-STRING.
008170     RELEASE SORT-EVENT.
008180 3410-EXIT.
008190     EXIT.
008200
008210 3500-OTC-EVENTS.
008220     OPEN INPUT OTC-PAYMENTS.
008230     IF OTCPAY-STATUS NOT = '00'
008240        GO TO 3500-EXIT
008250     END-IF.
008260     MOVE ZERO TO RC-RECEIPT-NO.
008270     MOVE 'N' TO WS-EOF-SWITCH.
008280     START OTC-PAYMENTS KEY IS >= RC-RECEIPT-NO
008290         INVALID KEY
008300            MOVE 'Y' TO WS-EOF-SWITCH
008310     END-START.
008320     PERFORM 3510-ONE-PAYMENT THRU 3510-EXIT
008330             UNTIL WS-EOF-YES.
008340     CLOSE OTC-PAYMENTS.
008350 3500-EXIT.
008360     EXIT.
008370
008380 3510-ONE-PAYMENT.
008390     READ OTC-PAYMENTS NEXT RECORD
008400         AT END
008410            MOVE 'Y' TO WS-EOF-SWITCH
008420            GO TO 3510-EXIT
008430     END-READ.
008440     ADD 1 TO WS-RC-READ.
008450     IF RC-CLERK-ID = SPACES OR RC-ACCOUNT-ID = ZERO
008460        GO TO 3510-EXIT
008470     END-IF.
008480     MOVE SPACES          TO SORT-EVENT.
008490     MOVE RC-ACCOUNT-ID   TO SE-ACCOUNT-ID.
008500     MOVE RC-CLERK-ID     TO SE-CLERK.
008510     MOVE 'P'             TO SE-ROLE.
008520     MOVE RC-ENTRY-DATE   TO SE-DATE.
008530     MOVE RC-AMOUNT       TO SE-AMOUNT.
008540     STRING "RECEIPT " RC-RECEIPT-NO
008550            DELIMITED BY SIZE INTO SE-REFERENCE
008560     END-STRING.
008570     MOVE 'N'             TO SE-IN-MONTH.
008580     RELEASE SORT-EVENT.
008590 3510-EXIT.
008600     EXIT.
008610
008620*                                                                *
008630*   3600-APPLY-LOG-EVENTS -- CASH-APPLICATION-MAINT'S LOG LINES: *
008640*   DATE "ACCT" ACCOUNT "MOVED" AMOUNT "FROM" "UID" UID "TO"     *
008650*   "UID" UID "BY" CLERK                                         *
008660*                                                                *
008670 3600-APPLY-LOG-EVENTS.
008680     OPEN INPUT APPLY-LOG.
008690     IF APPLYLOG-STATUS NOT = '00'
008700        GO TO 3600-EXIT
008710     END-IF.
008720     MOVE 'N' TO WS-EOF-SWITCH.
008730     PERFORM 3610-ONE-APPLY-LINE THRU 3610-EXIT
008740             UNTIL WS-EOF-YES.
008750     CLOSE APPLY-LOG.
008760 3600-EXIT.
008770     EXIT.
008780
008790 3610-ONE-APPLY-LINE.
008800     READ APPLY-LOG
008810         AT END
008820            MOVE 'Y' TO WS-EOF-SWITCH
008830            GO TO 3610-EXIT
008840     END-READ.
008850     ADD 1 TO WS-RC-READ.
008860     MOVE SPACES TO WS-LOG-WORDS.
008870     UNSTRING APPLY-LOG-LINE DELIMITED BY ALL SPACE
008880         INTO WS-LOG-WORD (1)  WS-LOG-WORD (2)  WS-LOG-WORD (3)
008890              WS-LOG-WORD (4)  WS-LOG-WORD (5)  WS-LOG-WORD (6)
008900              WS-LOG-WORD (7)  WS-LOG-WORD (8)  WS-LOG-WORD (9)
008910              WS-LOG-WORD (10) WS-LOG-WORD (11) WS-LOG-WORD (12)
008920              WS-LOG-WORD (13)
008930     END-UNSTRING.
008940     IF WS-LOG-WORD (1) (1:8) NOT NUMERIC
008950        OR WS-LOG-WORD (2) NOT = "ACCT"
008960        OR WS-LOG-WORD (3) (1:7) NOT NUMERIC
008970        OR WS-LOG-WORD (12) NOT = "BY"
008980        OR WS-LOG-WORD (13) = SPACES
008990        GO TO 3610-EXIT
009000     END-IF.
009010     MOVE SPACES                 TO SORT-EVENT.
009020     MOVE WS-LOG-WORD (3) (1:7)  TO SE-ACCOUNT-ID.
009030     MOVE WS-LOG-WORD (13)       TO SE-CLERK.
009040     MOVE 'A'                    TO SE-ROLE.
009050     MOVE WS-LOG-WORD (1) (1:8)  TO SE-DATE.
009060     IF WS-LOG-WORD (5) (1:11) NUMERIC
009070        MOVE WS-LOG-WORD (5) (1:11) TO SE-AMOUNT
009080     ELSE
009090        MOVE ZERO TO SE-AMOUNT
009100     END-IF.
009110     MOVE "CASH REAPPLICATION"   TO SE-REFERENCE.
009120     MOVE 'N'                    TO SE-IN-MONTH.
009130     RELEASE SORT-EVENT.
009140 3610-EXIT.
009150     EXIT.
009160
009170*                                                                *
009180*   4000-MATCH-EVENTS -- ONE GROUP PER ACCOUNT AND CLERK.  THE   *
009190*   GROUP'S APPROVALS ARE HELD (A REPEAT OF THE SAME DECISION    *
009200*   FROM THE AUDIT LOG DROPPED) AND ITS FIRST KEYED CREDIT KEPT  *
009210*   AS THE EVIDENCE; A GROUP HOLDING BOTH IS A VIOLATION.        *
009220*                                                                *
009230 4000-MATCH-EVENTS.
009240     MOVE 'N' TO WS-SORT-EOF-SWITCH.
009250     PERFORM 4100-RETURN-ONE-EVENT THRU 4100-EXIT
009260             UNTIL WS-SORT-EOF.
009270     IF WS-GROUP-STARTED = 'Y'
009280        PERFORM 4500-CLOSE-GROUP THRU 4500-EXIT
009290     END-IF.
009300 4000-EXIT.
009310     EXIT.
009320
009330 4100-RETURN-ONE-EVENT.
009340     RETURN SORT-WORK-FILE
009350         AT END
009360            MOVE 'Y' TO WS-SORT-EOF-SWITCH
009370            GO TO 4100-EXIT
009380     END-RETURN.
009390     IF WS-GROUP-STARTED = 'N'
009400        OR SE-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT
009410        OR SE-CLERK NOT = WS-GROUP-CLERK
009420        IF WS-GROUP-STARTED = 'Y'
009430           PERFORM 4500-CLOSE-GROUP THRU 4500-EXIT
009440        END-IF
009450        MOVE 'Y'           TO WS-GROUP-STARTED
009460        MOVE SE-ACCOUNT-ID TO WS-GROUP-ACCOUNT
009470        MOVE SE-CLERK      TO WS-GROUP-CLERK
009480        MOVE ZERO          TO WS-APPROVAL-COUNT WS-CREDIT-COUNT
009490        MOVE SPACE         TO WS-PREV-ROLE
009500        MOVE ZERO          TO WS-PREV-DATE WS-PREV-AMOUNT
009510     END-IF.
009520     IF SE-APPROVAL-ROLE
009530        IF SE-ROLE = WS-PREV-ROLE AND SE-DATE = WS-PREV-DATE
009540           AND SE-AMOUNT = WS-PREV-AMOUNT
009550           GO TO 4100-EXIT
009560        END-IF
009570        MOVE SE-ROLE   TO WS-PREV-ROLE
009580        MOVE SE-DATE   TO WS-PREV-DATE
009590        MOVE SE-AMOUNT TO WS-PREV-AMOUNT
009600        IF SE-LIMIT-DECISION
009610           MOVE SE-CLERK TO WS-AV-CLERK-IN
009620           MOVE 'L' TO WS-AV-KIND
009630           PERFORM 6000-COUNT-APPROVAL THRU 6000-EXIT
009640        END-IF
009650        IF WS-APPROVAL-COUNT < 100
009660           ADD 1 TO WS-APPROVAL-COUNT
009670           MOVE SE-ROLE      TO WS-AP-ROLE (WS-APPROVAL-COUNT)
009680           MOVE SE-DATE      TO WS-AP-DATE (WS-APPROVAL-COUNT)
009690           MOVE SE-AMOUNT    TO WS-AP-AMOUNT (WS-APPROVAL-COUNT)
009700           MOVE SE-REFERENCE
009710             TO WS-AP-REFERENCE (WS-APPROVAL-COUNT)
009720        END-IF
009730        GO TO 4100-EXIT
009740     END-IF.
009750     IF WS-CREDIT-COUNT = ZERO
009760        MOVE SE-ROLE      TO WS-FC-ROLE
009770        MOVE SE-DATE      TO WS-FC-DATE
009780        MOVE SE-AMOUNT    TO WS-FC-AMOUNT
009790        MOVE SE-REFERENCE TO WS-FC-REFERENCE
009800     END-IF.
009810     ADD 1 TO WS-CREDIT-COUNT.
009820 4100-EXIT.
009830     EXIT.
009840
009850 4500-CLOSE-GROUP.
009860     IF WS-APPROVAL-COUNT = ZERO OR WS-CREDIT-COUNT = ZERO
009870        GO TO 4500-EXIT
009880     END-IF.
009890     MOVE 1 TO WS-AP-SUB.
009900     PERFORM 4600-PRINT-ONE-VIOLATION THRU 4600-EXIT
009910             UNTIL WS-AP-SUB > WS-APPROVAL-COUNT.
009920     MOVE SPACES TO WS-EVIDENCE-LINE.
009930     EVALUATE WS-FC-ROLE
009940        WHEN 'P'
009950           MOVE "  KEYED: COUNTER PAYMENT" TO WS-EL-TEXT
009960        WHEN 'S'
009970           MOVE "  KEYED: SUSPENSE RESOLUTION" TO WS-EL-TEXT
009980        WHEN OTHER
009990           MOVE "  KEYED: CASH REAPPLICATION" TO WS-EL-TEXT
010000     END-EVALUATE.
010010     MOVE WS-FC-REFERENCE TO WS-EL-KEY.
010020     MOVE WS-FC-DATE      TO WS-EL-DATE.
010030     MOVE WS-FC-AMOUNT    TO WS-EL-AMOUNT.
010040     MOVE WS-EVIDENCE-LINE TO REPORT-LINE.
010050     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
010060     IF WS-CREDIT-COUNT > 1
010070        SUBTRACT 1 FROM WS-CREDIT-COUNT
010080        MOVE WS-CREDIT-COUNT TO WS-AMOUNT-EDITED
010090        STRING "  AND " WS-AMOUNT-EDITED (10:5)
010100               " MORE CREDIT ENTRIES BY THE SAME CLERK"
010110               DELIMITED BY SIZE INTO REPORT-LINE (25:60)
010120        END-STRING
010130        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
010140     END-IF.
010150 4500-EXIT.
010160     EXIT.
010170
010180 4600-PRINT-ONE-VIOLATION.
010190     ADD 1 TO WS-VIOLATION-COUNT.
010200     MOVE WS-GROUP-CLERK TO WS-AV-CLERK-IN.
010210     PERFORM 6100-COUNT-VIOLATION THRU 6100-EXIT.
010220     MOVE SPACES TO WS-VIOLATION-LINE.
010230     IF WS-AP-ROLE (WS-AP-SUB) = 'W'
010240        ADD 1 TO WS-WRITEOFF-VIOLATIONS
010250        MOVE "WRITE-OFF" TO WS-VL-CONTROL
010260        MOVE "APPROVED WRITE-OFF, KEYED CREDIT" TO WS-VL-ROLES
010270     ELSE
010280        ADD 1 TO WS-LIMIT-VIOLATIONS
010290        MOVE "CREDIT LIMIT" TO WS-VL-CONTROL
010300        MOVE "DECIDED LIMIT, KEYED CREDIT" TO WS-VL-ROLES
010310     END-IF.
010320     MOVE WS-GROUP-CLERK TO WS-VL-CLERK.
010330     STRING "ACCOUNT " WS-GROUP-ACCOUNT
010340            DELIMITED BY SIZE INTO WS-VL-KEY
010350     END-STRING.
010360     MOVE WS-AP-DATE (WS-AP-SUB)   TO WS-VL-DATE.
010370     MOVE WS-AP-AMOUNT (WS-AP-SUB) TO WS-VL-AMOUNT.
010380     MOVE WS-VIOLATION-LINE TO REPORT-LINE.
010390     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
010400     ADD 1 TO WS-AP-SUB.
010410 4600-EXIT.
010420     EXIT.
010430
010440*                                                                *
010450*   6000-COUNT-APPROVAL -- ONE APPROVAL OF KIND WS-AV-KIND TO    *
010460*   WS-AV-CLERK-IN ON THE PER-APPROVER TABLE                     *
010470*                                                                *
010480 6000-COUNT-APPROVAL.
010490     PERFORM 6200-FIND-APPROVER THRU 6200-EXIT.
010500     IF WS-AV-SUB = ZERO
010510        GO TO 6000-EXIT
010520     END-IF.
010530     EVALUATE WS-AV-KIND
010540        WHEN 'P'
010550           ADD 1 TO WS-AV-PURGES (WS-AV-SUB)
010560        WHEN 'B'
010570           ADD 1 TO WS-AV-BATCHES (WS-AV-SUB)
010580        WHEN 'W'
010590           ADD 1 TO WS-AV-WRITEOFFS (WS-AV-SUB)
010600        WHEN 'L'
010610           ADD 1 TO WS-AV-LIMITS (WS-AV-SUB)
010620        WHEN 'S'
010630           ADD 1 TO WS-AV-SUSPENSE (WS-AV-SUB)
010640     END-EVALUATE.
010650 6000-EXIT.
010660     EXIT.
010670
010680 6100-COUNT-VIOLATION.
010690     PERFORM 6200-FIND-APPROVER THRU 6200-EXIT.
010700     IF WS-AV-SUB NOT = ZERO
010710        ADD 1 TO WS-AV-VIOLATIONS (WS-AV-SUB)
010720     END-IF.
010730 6100-EXIT.
010740     EXIT.
010750
010760*   FINDS OR ADDS WS-AV-CLERK-IN; WS-AV-SUB ZERO WHEN THE TABLE
010770*   IS FULL (NOTED ONCE ON THE SUMMARY).
010780 6200-FIND-APPROVER.
010790     MOVE 1 TO WS-AV-SUB.
010800     PERFORM 6210-NEXT-APPROVER THRU 6210-EXIT
010810             UNTIL WS-AV-SUB > WS-APPROVER-COUNT
010820                OR WS-AV-CLERK (WS-AV-SUB) = WS-AV-CLERK-IN.
010830     IF WS-AV-SUB > WS-APPROVER-COUNT
010840        IF WS-APPROVER-COUNT < 200
010850           ADD 1 TO WS-APPROVER-COUNT
010860           MOVE WS-APPROVER-COUNT TO WS-AV-SUB
010870           MOVE WS-AV-CLERK-IN TO WS-AV-CLERK (WS-AV-SUB)
010880           MOVE ZERO TO WS-AV-PURGES (WS-AV-SUB)
010890                        WS-AV-BATCHES (WS-AV-SUB)
010900                        WS-AV-WRITEOFFS (WS-AV-SUB)
010910                        WS-AV-LIMITS (WS-AV-SUB)
010920                        WS-AV-SUSPENSE (WS-AV-SUB)
010930                        WS-AV-VIOLATIONS (WS-AV-SUB)
010940        ELSE
010950           MOVE 'Y' TO WS-OVERFLOW-SWITCH
010960           MOVE ZERO TO WS-AV-SUB
010970        END-IF
010980     END-IF.
010990 6200-EXIT.
011000     EXIT.
011010
011020 6210-NEXT-APPROVER.
011030     ADD 1 TO WS-AV-SUB.
011040 6210-EXIT.
011050     EXIT.
011060
011070 7950-PUT-REPORT-LINE.
011080     WRITE REPORT-LINE.
011090     ADD 1 TO WS-REPORT-LINE-COUNT.
011100     MOVE SPACES TO REPORT-LINE.
011110 7950-EXIT.
011120     EXIT.
011130
011140*                                                                *
011150*   8000-PRINT-APPROVER-SUMMARY -- THE MONTH'S APPROVALS BY      *
011160*   APPROVER, WITH THE VIOLATIONS CHARGED TO EACH                *
011170*                                                                *
011180 8000-PRINT-APPROVER-SUMMARY.
011190     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011200     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011210     MOVE "APPROVALS PER APPROVER" TO REPORT-LINE.
011220     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011230     MOVE "  CLERK       PURGES  BATCHES  W-OFFS  LIMITS  SUSPNS"
011240       TO REPORT-LINE.
011250     MOVE "  TOTAL  VIOLNS" TO REPORT-LINE (55:15).
011260     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011270     IF WS-APPROVER-COUNT = ZERO
011280        MOVE "  (NO APPROVALS IN THE MONTH)" TO REPORT-LINE
011290        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
011300     END-IF.
011310     MOVE 1 TO WS-AV-SUB.
011320     PERFORM 8100-PRINT-ONE-APPROVER THRU 8100-EXIT
011330             UNTIL WS-AV-SUB > WS-APPROVER-COUNT.
011340     IF WS-OVERFLOW-SWITCH = 'Y'
011350        MOVE "  MORE THAN 200 APPROVERS -- THE REST ARE NOT SHOWN"
011360          TO REPORT-LINE
011370        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
011380     END-IF.
011390     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011400     MOVE SPACES TO REPORT-LINE.
011410     STRING "VIOLATIONS: " WS-VIOLATION-COUNT
011420            "   PURGE " WS-PURGE-VIOLATIONS
011430            "   BATCH " WS-BATCH-VIOLATIONS
011440            "   WRITE-OFF " WS-WRITEOFF-VIOLATIONS
011450            "   CREDIT LIMIT " WS-LIMIT-VIOLATIONS
011460            DELIMITED BY SIZE INTO REPORT-LINE
011470     END-STRING.
011480     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011490 8000-EXIT.
011500     EXIT.
011510
011520 8100-PRINT-ONE-APPROVER.
011530     MOVE WS-AV-CLERK (WS-AV-SUB)      TO WS-AL-CLERK.
011540     MOVE WS-AV-PURGES (WS-AV-SUB)     TO WS-AL-PURGES.
011550     MOVE WS-AV-BATCHES (WS-AV-SUB)    TO WS-AL-BATCHES.
011560     MOVE WS-AV-WRITEOFFS (WS-AV-SUB)  TO WS-AL-WRITEOFFS.
011570     MOVE WS-AV-LIMITS (WS-AV-SUB)     TO WS-AL-LIMITS.
011580     MOVE WS-AV-SUSPENSE (WS-AV-SUB)   TO WS-AL-SUSPENSE.
011590     MOVE WS-AV-VIOLATIONS (WS-AV-SUB) TO WS-AL-VIOLATIONS.
011600     COMPUTE WS-AL-TOTAL-WORK = WS-AV-PURGES (WS-AV-SUB)
011610             + WS-AV-BATCHES (WS-AV-SUB)
011620             + WS-AV-WRITEOFFS (WS-AV-SUB)
011630             + WS-AV-LIMITS (WS-AV-SUB)
011640             + WS-AV-SUSPENSE (WS-AV-SUB).
011650     MOVE WS-AL-TOTAL-WORK TO WS-AL-TOTAL.
011660     MOVE WS-APPROVER-LINE TO REPORT-LINE.
011670     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
011680     ADD 1 TO WS-AV-SUB.
011690 8100-EXIT.
011700     EXIT.
011710
011720 9999-EXIT.
011730     STOP RUN.
