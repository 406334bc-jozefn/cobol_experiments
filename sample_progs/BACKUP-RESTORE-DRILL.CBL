000010******************************************************************
000020*                                                                *
000030*   BACKUP-RESTORE-DRILL                                         *
000040*                                                                *
000050*   MONTHLY PROOF THAT THE BACKUP SETS CAN ACTUALLY BE RESTORED. *
000060*   RESTORES THE NEWEST COMPLETE SET (BACKUP-SET-RESTORE ...     *
000070*   DRILL) INTO THE DRILL AREA OF THE TEST DIRECTORY, THEN RUNS  *
000080*   AGAINST THE RESTORED FILES:                                  *
000090*     - ADDRESS-INDEX-CHECK -- PRIMARY AND ALTERNATE INDEXES OF  *
000100*       THE RESTORED ADDRESS BOOK AGREE,                         *
000110*     - LEDGER-AUDIT-REPORT -- THE RESTORED LEDGER'S BALANCE     *
000120*       CHAIN AND TRAILER CONTROL TOTALS HOLD.                   *
000130*   BOTH CHECKS END RC 0 WHATEVER THEY FIND, SO THEIR REPORTS    *
000140*   (WRITTEN INTO THE DRILL AREA) ARE READ BACK FOR THE PASS     *
000150*   LINE.  THE RESULT GOES ON THE SET HEADER IN THE MANIFEST AND *
000160*   ON THE SPOOLED DRILL REPORT; A FAILED DRILL ENDS RC 8.       *
000170*                                                                *
000180*   THE JOB IS KEPT AS THE LAST STEP OF THE NIGHTLY JOB CONTROL  *
000190*   FILE.  ONCE A DRILL HAS PASSED IN THE CURRENT MONTH IT ENDS  *
000200*   AT ONCE WITH NOTHING TO DO, SO IT RUNS MONTHLY AND IS        *
000210*   RETRIED EACH NIGHT UNTIL THE MONTH'S DRILL PASSES.  THE      *
000220*   COMMAND-LINE WORD FORCE RUNS A DRILL REGARDLESS.  LIVE FILES *
000230*   ARE NEVER TOUCHED AND NO LOCK IS TAKEN.                      *
000240*                                                                *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.      BACKUP-RESTORE-DRILL.
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
000400     SELECT OPTIONAL BACKUP-MANIFEST
000410            ASSIGN       TO  BKMANIF
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE  IS DYNAMIC
000440            RECORD KEY   IS BM-MANIFEST-KEY
000450            FILE STATUS  IS BKMANIF-STATUS.
000460
000470     SELECT OPTIONAL CHECK-REPORT
000480            ASSIGN       TO  CHECKIN
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS  IS CHECKIN-STATUS.
000510
000520     SELECT REPORT-FILE
000530            ASSIGN       TO  REPORTOUT
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS  IS REPORT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BACKUP-MANIFEST.
000600 01  BACKUP-MANIFEST-STRUCTURE.
000610     COPY "BACKUP-MANIFEST-RECORD.CPY" REPLACING ==(TAG)==
000620          BY ==BM-==.
000630
000640 FD  CHECK-REPORT
000650     RECORDING MODE IS F.
000660 01  CHECK-LINE                   PIC X(132).
000670
000680 FD  REPORT-FILE
000690     RECORDING MODE IS F.
000700 01  REPORT-LINE                  PIC X(132).
000710
000720 WORKING-STORAGE SECTION.
000730 01  BKMANIF                    PIC X(50)
000740     VALUE "/mnt/c/cobfiles\backup\backup-manifest.idx".
000750 01  BKMANIF-STATUS             PIC X(02).
000760 01  CHECKIN                    PIC X(80) VALUE SPACES.
000770 01  CHECKIN-STATUS             PIC X(02).
000780 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000790 01  REPORT-STATUS              PIC X(02).
000800
000810     COPY "BACKUP-FILE-LIST.CPY".
000820
000830 01  WS-COMMAND-ARGS            PIC X(100) VALUE SPACES.
000840 01  WS-ARG-FORCE               PIC X(08) VALUE SPACES.
000850
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000880         88  WS-EOF-YES                    VALUE 'Y'.
000890
000900 01  WS-TODAY-8                 PIC 9(08).
000910 01  WS-TODAY-PARTS REDEFINES WS-TODAY-8.
000920     05  WS-TODAY-YYYYMM         PIC 9(06).
000930     05  FILLER                  PIC 9(02).
000940 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000950     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000960 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000970 01  WS-NOW-TIME                PIC X(08).
000980
000990 01  WS-SET-DATE                PIC 9(08) VALUE ZERO.
001000 01  WS-LAST-PASS-DATE          PIC 9(08) VALUE ZERO.
001010 01  WS-LAST-PASS-PARTS REDEFINES WS-LAST-PASS-DATE.
001020     05  WS-LAST-PASS-YYYYMM     PIC 9(06).
001030     05  FILLER                  PIC 9(02).
001040
001050 01  WS-COMMAND                 PIC X(200).
001060 01  WS-STEP-RC                 PIC S9(04) VALUE ZERO.
001070 01  WS-STEP-RC-EDIT            PIC -ZZZ9.
001080 01  WS-COPY-STATUS             PIC S9(09) COMP-5.
001090*   THE CHECK REPORTS ARE WRITTEN INTO THE DRILL AREA, NEXT TO
001100*   THE FILES THEY CHECK.
001110 01  WS-INDEX-REPORT-NAME       PIC X(80).
001120 01  WS-AUDIT-REPORT-NAME       PIC X(80).
001130 01  WS-PASS-LINE               PIC X(60).
001140 01  WS-SCAN-RESULT             PIC X(01).
001150
001160*   P = PASSED, F = FAILED, N = NOT RUN.
001170 01  WS-RESTORE-RESULT          PIC X(01) VALUE 'N'.
001180 01  WS-INDEX-RESULT            PIC X(01) VALUE 'N'.
001190 01  WS-AUDIT-RESULT            PIC X(01) VALUE 'N'.
001200 01  WS-DRILL-RESULT            PIC X(01) VALUE 'F'.
001210     88  WS-DRILL-PASSED                  VALUE 'P'.
001220 01  WS-RESULT-WORD             PIC X(07).
001230
001240*                                                                *
001250*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001260*                                                                *
001270 01  WS-SPOOL-FUNCTION          PIC X(01).
001280 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001290     VALUE "restore-drill".
001300 01  WS-SPOOL-JOB-NAME          PIC X(20)
001310     VALUE "BACKUP-RESTORE-DRILL".
001320 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001330 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001340 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001350
001360 PROCEDURE DIVISION.
001370*                                                                *
001380*   0000-MAINLINE                                               *
001390*                                                                *
001400 0000-MAINLINE.
001410     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001420          WS-OVERRIDE-MARK.
001430     IF WS-DATE-OVERRIDDEN
001440        DISPLAY WS-OVERRIDE-MARK
001450     END-IF.
001460     ACCEPT WS-NOW-TIME FROM TIME.
001470     ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
001480     UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
001490         INTO WS-ARG-FORCE
001500     END-UNSTRING.
001510     OPEN INPUT BACKUP-MANIFEST.
001520     IF BKMANIF-STATUS = '05'
001530        DISPLAY "NO BACKUP SETS ON FILE -- NOTHING TO DRILL"
001540        CLOSE BACKUP-MANIFEST
001550        MOVE 8 TO RETURN-CODE
001560        GO TO 9999-EXIT
001570     END-IF.
001580     IF BKMANIF-STATUS NOT = '00'
001590        DISPLAY "CANNOT OPEN BACKUP MANIFEST, STATUS "
001600                BKMANIF-STATUS
001610        MOVE 8 TO RETURN-CODE
001620        GO TO 9999-EXIT
001630     END-IF.
001640     PERFORM 1000-SCAN-SET-HEADERS THRU 1000-EXIT.
001650     CLOSE BACKUP-MANIFEST.
001660     IF WS-LAST-PASS-YYYYMM = WS-TODAY-YYYYMM
001670        AND WS-ARG-FORCE NOT = "FORCE"
001680        DISPLAY "RESTORE DRILL ALREADY PASSED THIS MONTH, ON "
001690                WS-LAST-PASS-DATE " -- NOTHING TO DO"
001700        GO TO 9999-EXIT
001710     END-IF.
001720     IF WS-SET-DATE = ZERO
001730        DISPLAY "NO COMPLETE BACKUP SET ON FILE -- NOTHING TO "
001740                "DRILL"
001750        MOVE 8 TO RETURN-CODE
001760        GO TO 9999-EXIT
001770     END-IF.
001780     DISPLAY "RESTORE DRILL OF BACKUP SET " WS-SET-DATE.
001790     PERFORM 2000-RESTORE-SET THRU 2000-EXIT.
001800     IF WS-RESTORE-RESULT = 'P'
001810        PERFORM 3000-CHECK-INDEXES THRU 3000-EXIT
001820        PERFORM 3500-AUDIT-LEDGER THRU 3500-EXIT
001830     END-IF.
001840     IF WS-RESTORE-RESULT = 'P' AND WS-INDEX-RESULT = 'P'
001850        AND WS-AUDIT-RESULT = 'P'
001860        MOVE 'P' TO WS-DRILL-RESULT
001870     END-IF.
001880     PERFORM 4000-PRINT-DRILL-REPORT THRU 4000-EXIT.
001890     PERFORM 4500-RECORD-DRILL THRU 4500-EXIT.
001900     DISPLAY "BACKUP-RESTORE-DRILL RUN COMPLETE -- SET "
001910             WS-SET-DATE.
001920     IF WS-DRILL-PASSED
001930        DISPLAY "RESTORE DRILL PASSED"
001940     ELSE
001950        DISPLAY "RESTORE DRILL FAILED -- SEE " REPORTOUT
001960        MOVE 8 TO RETURN-CODE
001970     END-IF.
001980     GO TO 9999-EXIT.
001990
002000*                                                                *
002010*   1000-SCAN-SET-HEADERS -- NEWEST COMPLETE SET, AND THE LAST  *
002020*   DATE ANY SET PASSED A DRILL                                 *
002030*                                                                *
002040 1000-SCAN-SET-HEADERS.
002050     MOVE ZERO TO BM-SET-DATE.
002060     MOVE ZERO TO BM-ENTRY-NO.
002070     MOVE 'N' TO WS-EOF-SWITCH.
002080     START BACKUP-MANIFEST KEY >= BM-MANIFEST-KEY
002090         INVALID KEY
002100            MOVE 'Y' TO WS-EOF-SWITCH
002110     END-START.
002120     PERFORM 1050-READ-ONE-HEADER THRU 1050-EXIT
002130             UNTIL WS-EOF-YES.
002140 1000-EXIT.
002150     EXIT.
002160
002170 1050-READ-ONE-HEADER.
002180     READ BACKUP-MANIFEST NEXT RECORD
002190         AT END
002200            MOVE 'Y' TO WS-EOF-SWITCH
002210            GO TO 1050-EXIT
002220     END-READ.
002230     IF NOT BM-SET-HEADER
002240        GO TO 1050-EXIT
002250     END-IF.
002260     IF BM-SET-COMPLETE
002270        MOVE BM-SET-DATE TO WS-SET-DATE
002280     END-IF.
002290     IF BM-DRILL-PASSED
002300        AND BM-LAST-DRILL-DATE > WS-LAST-PASS-DATE
002310        MOVE BM-LAST-DRILL-DATE TO WS-LAST-PASS-DATE
002320     END-IF.
002330 1050-EXIT.
002340     EXIT.
002350
002360*                                                                *
002370*   2000-RESTORE-SET -- THE WHOLE SET INTO THE DRILL AREA; THE  *
002380*   OLD CHECK REPORTS GO FIRST SO A STALE PASS CANNOT BE READ   *
002390*                                                                *
002400 2000-RESTORE-SET.
002410     MOVE SPACES TO WS-INDEX-REPORT-NAME WS-AUDIT-REPORT-NAME.
002420     STRING BF-DRILL-DIRECTORY DELIMITED BY SPACE
002430            "index-check.txt"  DELIMITED BY SIZE
002440            INTO WS-INDEX-REPORT-NAME
002450     END-STRING.
002460     STRING BF-DRILL-DIRECTORY DELIMITED BY SPACE
002470            "ledger-audit-report.txt" DELIMITED BY SIZE
002480            INTO WS-AUDIT-REPORT-NAME
002490     END-STRING.
002500     CALL "CBL_DELETE_FILE" USING WS-INDEX-REPORT-NAME
002510        RETURNING WS-COPY-STATUS.
002520     CALL "CBL_DELETE_FILE" USING WS-AUDIT-REPORT-NAME
002530        RETURNING WS-COPY-STATUS.
002540     MOVE SPACES TO WS-COMMAND.
002550     STRING "BACKUP-SET-RESTORE " WS-SET-DATE " DRILL"
002560            DELIMITED BY SIZE INTO WS-COMMAND
002570     END-STRING.
002580     PERFORM 2500-RUN-COMMAND THRU 2500-EXIT.
002590     IF WS-STEP-RC = ZERO
002600        MOVE 'P' TO WS-RESTORE-RESULT
002610     ELSE
002620        MOVE 'F' TO WS-RESTORE-RESULT
002630     END-IF.
002640 2000-EXIT.
002650     EXIT.
002660
002670 2500-RUN-COMMAND.
002680     DISPLAY "RUNNING: " WS-COMMAND.
002690     CALL "SYSTEM" USING WS-COMMAND.
002700     MOVE RETURN-CODE TO WS-STEP-RC.
002710     MOVE ZERO TO RETURN-CODE.
002720 2500-EXIT.
002730     EXIT.
002740
002750*                                                                *
002760*   3000-CHECK-INDEXES -- ADDRESS-INDEX-CHECK ON THE RESTORED   *
002770*   ADDRESS BOOK                                                *
002780*                                                                *
002790 3000-CHECK-INDEXES.
002800     MOVE SPACES TO WS-COMMAND.
002810     STRING "ADDRESS-INDEX-CHECK '" DELIMITED BY SIZE
002820            BF-DRILL-DIRECTORY      DELIMITED BY SPACE
002830            "address.idx' '"        DELIMITED BY SIZE
002840            WS-INDEX-REPORT-NAME    DELIMITED BY SPACE
002850            "'"                     DELIMITED BY SIZE
002860            INTO WS-COMMAND
002870     END-STRING.
002880     PERFORM 2500-RUN-COMMAND THRU 2500-EXIT.
002890     MOVE WS-INDEX-REPORT-NAME TO CHECKIN.
002900     MOVE "RESULT: INDEXES ARE IN SYNC" TO WS-PASS-LINE.
002910     PERFORM 5000-SCAN-CHECK-REPORT THRU 5000-EXIT.
002920     MOVE WS-SCAN-RESULT TO WS-INDEX-RESULT.
002930 3000-EXIT.
002940     EXIT.
002950
002960*                                                                *
002970*   3500-AUDIT-LEDGER -- LEDGER-AUDIT-REPORT ON THE RESTORED    *
002980*   LEDGER                                                      *
002990*                                                                *
003000 3500-AUDIT-LEDGER.
003010     MOVE SPACES TO WS-COMMAND.
003020     STRING "LEDGER-AUDIT-REPORT '" DELIMITED BY SIZE
003030            BF-DRILL-DIRECTORY      DELIMITED BY SPACE
003040            "transactions.txt' '"   DELIMITED BY SIZE
003050            WS-AUDIT-REPORT-NAME    DELIMITED BY SPACE
003060            "'"                     DELIMITED BY SIZE
003070            INTO WS-COMMAND
003080     END-STRING.
003090     PERFORM 2500-RUN-COMMAND THRU 2500-EXIT.
003100     MOVE WS-AUDIT-REPORT-NAME TO CHECKIN.
003110     MOVE "NO BREAKS FOUND -- LEDGER CHAIN IS CLEAN"
003120       TO WS-PASS-LINE.
003130     PERFORM 5000-SCAN-CHECK-REPORT THRU 5000-EXIT.
003140     MOVE WS-SCAN-RESULT TO WS-AUDIT-RESULT.
003150 3500-EXIT.
003160     EXIT.
003170
003180*                                                                *
003190*   4000-PRINT-DRILL-REPORT                                     *
003200*                                                                *
003210 4000-PRINT-DRILL-REPORT.
003220     MOVE 'N' TO WS-SPOOL-FUNCTION.
003230     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003240          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003250          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003260          WS-SPOOL-MEMBER-NAME.
003270     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003280     OPEN OUTPUT REPORT-FILE.
003290     MOVE SPACES TO REPORT-LINE.
003300     STRING "RESTORE DRILL OF BACKUP SET " WS-SET-DATE
003310            "   RUN " WS-TODAY-8 " " WS-NOW-TIME
003320            DELIMITED BY SIZE INTO REPORT-LINE
003330     END-STRING.
003340     WRITE REPORT-LINE.
003350     ADD 1 TO WS-SPOOL-LINE-COUNT.
003360     IF WS-DATE-OVERRIDDEN
003370        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003380        WRITE REPORT-LINE
003390        ADD 1 TO WS-SPOOL-LINE-COUNT
003400     END-IF.
003410     MOVE SPACES TO REPORT-LINE.
003420     STRING "DRILL AREA " BF-DRILL-DIRECTORY
003430            DELIMITED BY SIZE INTO REPORT-LINE
003440     END-STRING.
003450     WRITE REPORT-LINE.
003460     MOVE SPACES TO REPORT-LINE.
003470     WRITE REPORT-LINE.
003480     ADD 2 TO WS-SPOOL-LINE-COUNT.
003490     MOVE WS-STEP-RC TO WS-STEP-RC-EDIT.
003500     MOVE WS-RESTORE-RESULT TO WS-SCAN-RESULT.
003510     PERFORM 4100-SET-RESULT-WORD THRU 4100-EXIT.
003520     MOVE SPACES TO REPORT-LINE.
003530     STRING "RESTORE OF THE SET INTO THE DRILL AREA     "
003540            WS-RESULT-WORD
003550            DELIMITED BY SIZE INTO REPORT-LINE
003560     END-STRING.
003570     WRITE REPORT-LINE.
003580     MOVE WS-INDEX-RESULT TO WS-SCAN-RESULT.
003590     PERFORM 4100-SET-RESULT-WORD THRU 4100-EXIT.
003600     MOVE SPACES TO REPORT-LINE.
003610     STRING "ADDRESS BOOK INDEX CONSISTENCY CHECK       "
003620            WS-RESULT-WORD "   " WS-INDEX-REPORT-NAME
003630            DELIMITED BY SIZE INTO REPORT-LINE
003640     END-STRING.
003650     WRITE REPORT-LINE.
003660     MOVE WS-AUDIT-RESULT TO WS-SCAN-RESULT.
003670     PERFORM 4100-SET-RESULT-WORD THRU 4100-EXIT.
003680     MOVE SPACES TO REPORT-LINE.
003690     STRING "LEDGER BALANCE-CHAIN AUDIT                 "
003700            WS-RESULT-WORD "   " WS-AUDIT-REPORT-NAME
003710            DELIMITED BY SIZE INTO REPORT-LINE
003720     END-STRING.
003730     WRITE REPORT-LINE.
003740     MOVE SPACES TO REPORT-LINE.
003750     WRITE REPORT-LINE.
003760     MOVE SPACES TO REPORT-LINE.
003770     IF WS-DRILL-PASSED
003780        STRING "RESULT: RESTORE DRILL PASSED -- SET " WS-SET-DATE
003790               " RESTORES CLEAN"
003800               DELIMITED BY SIZE INTO REPORT-LINE
003810        END-STRING
003820     ELSE
003830        STRING "RESULT: *** RESTORE DRILL FAILED -- SET "
003840               WS-SET-DATE " DID NOT RESTORE CLEAN ***"
003850               DELIMITED BY SIZE INTO REPORT-LINE
003860        END-STRING
003870     END-IF.
003880     WRITE REPORT-LINE.
003890     ADD 5 TO WS-SPOOL-LINE-COUNT.
003900     IF WS-RESTORE-RESULT = 'F'
003910        MOVE SPACES TO REPORT-LINE
003920        STRING "BACKUP-SET-RESTORE ENDED RC " WS-STEP-RC-EDIT
003930               " -- SEE ITS BACKUP-RESTORE REPORT ON THE SPOOL"
003940               DELIMITED BY SIZE INTO REPORT-LINE
003950        END-STRING
003960        WRITE REPORT-LINE
003970        ADD 1 TO WS-SPOOL-LINE-COUNT
003980     END-IF.
003990     CLOSE REPORT-FILE.
004000     MOVE 'R' TO WS-SPOOL-FUNCTION.
004010     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004020          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004030          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004040          WS-SPOOL-MEMBER-NAME.
004050 4000-EXIT.
004060     EXIT.
004070
004080 4100-SET-RESULT-WORD.
004090     EVALUATE WS-SCAN-RESULT
004100        WHEN 'P'
004110           MOVE "PASSED" TO WS-RESULT-WORD
004120        WHEN 'F'
004130           MOVE "FAILED" TO WS-RESULT-WORD
004140        WHEN OTHER
004150           MOVE "NOT RUN" TO WS-RESULT-WORD
004160     END-EVALUATE.
004170 4100-EXIT.
004180     EXIT.
004190
004200*                                                                *
004210*   4500-RECORD-DRILL -- THE RESULT GOES ON THE SET HEADER      *
004220*                                                                *
004230 4500-RECORD-DRILL.
004240     OPEN I-O BACKUP-MANIFEST.
004250     IF BKMANIF-STATUS NOT = '00'
004260        DISPLAY "CANNOT REOPEN BACKUP MANIFEST, STATUS "
004270                BKMANIF-STATUS
004280        GO TO 4500-EXIT
004290     END-IF.
004300     MOVE WS-SET-DATE TO BM-SET-DATE.
004310     MOVE ZERO        TO BM-ENTRY-NO.
004320     READ BACKUP-MANIFEST
004330         INVALID KEY
004340            DISPLAY "WARNING: SET HEADER FOR " WS-SET-DATE
004350                    " IS MISSING"
004360            CLOSE BACKUP-MANIFEST
004370            GO TO 4500-EXIT
004380     END-READ.
004390     MOVE WS-TODAY-8      TO BM-LAST-DRILL-DATE.
004400     MOVE WS-DRILL-RESULT TO BM-LAST-DRILL-RESULT.
004410     REWRITE BACKUP-MANIFEST-STRUCTURE
004420         INVALID KEY
004430            DISPLAY "WARNING: COULD NOT NOTE THE DRILL ON SET "
004440                    WS-SET-DATE
004450     END-REWRITE.
004460     CLOSE BACKUP-MANIFEST.
004470 4500-EXIT.
004480     EXIT.
004490
004500*                                                                *
004510*   5000-SCAN-CHECK-REPORT -- 'P' WHEN THE REPORT NAMED IN      *
004520*   CHECKIN CARRIES WS-PASS-LINE, 'F' OTHERWISE (OR IF MISSING) *
004530*                                                                *
004540 5000-SCAN-CHECK-REPORT.
004550     MOVE 'F' TO WS-SCAN-RESULT.
004560     OPEN INPUT CHECK-REPORT.
004570     IF CHECKIN-STATUS NOT = '00'
004580        GO TO 5000-EXIT
004590     END-IF.
004600     MOVE 'N' TO WS-EOF-SWITCH.
004610     PERFORM 5050-READ-CHECK-LINE THRU 5050-EXIT
004620             UNTIL WS-EOF-YES.
004630     CLOSE CHECK-REPORT.
004640 5000-EXIT.
004650     EXIT.
004660
004670 5050-READ-CHECK-LINE.
004680     READ CHECK-REPORT
004690         AT END
004700            MOVE 'Y' TO WS-EOF-SWITCH
004710            GO TO 5050-EXIT
004720     END-READ.
004730     IF CHECK-LINE = WS-PASS-LINE
004740        MOVE 'P' TO WS-SCAN-RESULT
004750     END-IF.
004760 5050-EXIT.
004770     EXIT.
004780
004790 9999-EXIT.
004800     STOP RUN.
