000010******************************************************************
000020*                                                                *
000030*   BACKUP-SET-RESTORE                                           *
000040*                                                                *
000050*   BRINGS BACK AN ENTIRE BACKUP SET TAKEN BY BACKUP-SET-JOB --  *
000060*   NEVER ONE FILE ON ITS OWN, SO THE FAMILIES COME BACK AS THEY *
000070*   STOOD TOGETHER.  COMMAND LINE (BOTH WORDS OPTIONAL):         *
000080*       BACKUP-SET-RESTORE [SET-DATE | LATEST] [DRILL]           *
000090*   WITH NO DATE, OR LATEST, THE NEWEST COMPLETE SET IS USED.    *
000100*   AN INCOMPLETE SET IS REFUSED.                                *
000110*     - WITHOUT DRILL THE LIVE FILES ARE OVERWRITTEN: A          *
000120*       SUPERVISOR MUST SIGN ON AND CONFIRM, AND THE             *
000130*       LEDGER-FILES RUN LOCK IS HELD THROUGHOUT.                *
000140*     - WITH DRILL EVERY FILE GOES TO THE DRILL AREA INSTEAD     *
000150*       (SEE BACKUP-FILE-LIST.CPY) WITH NO PROMPTS AND NO LOCK,  *
000160*       SO THE MONTHLY BACKUP-RESTORE-DRILL CAN RUN IT           *
000170*       UNATTENDED.                                              *
000180*   EACH COPIED FILE IS PROVED AGAINST ITS MANIFEST ENTRY --     *
000190*   SAME SIZE, SAME RECORD COUNT AND CONTROL TOTALS.  A FILE     *
000200*   THAT WAS NOT ON DISK WHEN THE SET WAS TAKEN IS REMOVED FROM  *
000210*   THE TARGET SO NOTHING NEWER IS LEFT BEHIND.  ANY FAILURE     *
000220*   ENDS RC 8.                                                   *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      BACKUP-SET-RESTORE.
000270 AUTHOR.          DATA PROCESSING.
000280 INSTALLATION.    ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.    10/15/2026.
000300 DATE-COMPILED.   10/15/2026.
000310*                                                                *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------------ *
000340*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000350*                                                                *
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL BACKUP-MANIFEST
000400            ASSIGN       TO  BKMANIF
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS BM-MANIFEST-KEY
000440            FILE STATUS  IS BKMANIF-STATUS.
000450
000460     SELECT OPTIONAL SYSTEM-STATUS
000470            ASSIGN       TO  SYSSTAT
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE  IS DYNAMIC
000500            RECORD KEY   IS SS-LOCK-NAME
000510            FILE STATUS  IS SYSSTAT-STATUS.
000520
000530     SELECT REPORT-FILE
000540            ASSIGN       TO  REPORTOUT
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS  IS REPORT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BACKUP-MANIFEST.
000610 01  BACKUP-MANIFEST-STRUCTURE.
000620     COPY "BACKUP-MANIFEST-RECORD.CPY" REPLACING ==(TAG)==
000630          BY ==BM-==.
000640
000650 FD  SYSTEM-STATUS.
000660 01  SYSTEM-STATUS-STRUCTURE.
000670     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
000680          BY ==SS-==.
000690
000700 FD  REPORT-FILE
000710     RECORDING MODE IS F.
000720 01  REPORT-LINE                  PIC X(132).
000730
000740 WORKING-STORAGE SECTION.
000750 01  BKMANIF                    PIC X(50)
000760     VALUE "/mnt/c/cobfiles\backup\backup-manifest.idx".
000770 01  BKMANIF-STATUS             PIC X(02).
000780 01  SYSSTAT                    PIC X(50)
000790     VALUE "/mnt/c/cobfiles\system-status.idx".
000800 01  SYSSTAT-STATUS             PIC X(02).
000810 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000820 01  REPORT-STATUS              PIC X(02).
000830 01  WS-RUN-LOCK-SWITCH         PIC X(01) VALUE 'N'.
000840     88  WS-RUN-LOCK-HELD                 VALUE 'Y'.
000850 01  WS-LOCK-DATE-8             PIC 9(08).
000860 01  WS-LOCK-TIME-X             PIC X(08).
000870
000880     COPY "BACKUP-FILE-LIST.CPY".
000890
000900 01  WS-COMMAND-ARGS            PIC X(100) VALUE SPACES.
000910 01  WS-ARG-SET-DATE            PIC X(08) VALUE SPACES.
000920 01  WS-ARG-TARGET              PIC X(08) VALUE SPACES.
000930 01  WS-TARGET-SWITCH           PIC X(01) VALUE 'P'.
000940     88  WS-TO-PRODUCTION                 VALUE 'P'.
000950     88  WS-TO-DRILL                      VALUE 'D'.
000960
000970 01  WS-CLERK-ID                PIC X(10).
000980 01  WS-CLERK-NAME              PIC X(30).
000990 01  WS-CLERK-ROLE              PIC X(01).
001000 01  WS-CHECK-RESULT            PIC X(01).
001010 01  WS-CONFIRM                 PIC X(01).
001020
001030 01  WS-SWITCHES.
001040     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001050         88  WS-EOF-YES                    VALUE 'Y'.
001060
001070 01  WS-TODAY-8                 PIC 9(08).
001080 01  WS-NOW-TIME                PIC X(08).
001090 01  WS-SET-DATE                PIC 9(08) VALUE ZERO.
001100 01  WS-SET-TAKEN-DATE          PIC 9(08).
001110 01  WS-SET-TAKEN-TIME          PIC X(08).
001120 01  WS-SET-FILES               PIC 9(03).
001130
001140*   ONE FILE'S RESTORE TARGET AND ITS COPY IN THE SET.
001150 01  WS-TARGET-NAME             PIC X(80).
001160 01  WS-COPY-NAME               PIC X(80).
001170 01  WS-COPY-STATUS             PIC S9(09) COMP-5.
001180 01  WS-EXIST-STATUS            PIC S9(09) COMP-5.
001190*   FILE DETAILS AS CBL_CHECK_FILE_EXIST RETURNS THEM.
001200 01  WS-FILE-DETAILS.
001210     05  WS-FD-SIZE              PIC X(08) COMP-X.
001220     05  WS-FD-DAY               PIC X(01) COMP-X.
001230     05  WS-FD-MONTH             PIC X(01) COMP-X.
001240     05  WS-FD-YEAR              PIC X(02) COMP-X.
001250     05  WS-FD-HOURS             PIC X(01) COMP-X.
001260     05  WS-FD-MINUTES           PIC X(01) COMP-X.
001270     05  WS-FD-SECONDS           PIC X(01) COMP-X.
001280     05  WS-FD-HUNDREDTHS        PIC X(01) COMP-X.
001290 01  WS-TARGET-SIZE             PIC 9(12) VALUE ZERO.
001300 01  WS-TARGET-COUNT            PIC 9(09) VALUE ZERO.
001310 01  WS-TARGET-TOTAL-1          PIC S9(13)V9(02) VALUE ZERO.
001320 01  WS-TARGET-TOTAL-2          PIC S9(13)V9(02) VALUE ZERO.
001330 01  WS-COUNT-RESULT            PIC X(01).
001340 01  WS-NOTE                    PIC X(20).
001350
001360 01  WS-COUNTERS.
001370     05  WS-FILES-RESTORED       PIC 9(03) VALUE ZERO.
001380     05  WS-FILES-REMOVED        PIC 9(03) VALUE ZERO.
001390     05  WS-FILES-FAILED         PIC 9(03) VALUE ZERO.
001400
001410*                                                                *
001420*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001430*                                                                *
001440 01  WS-SPOOL-FUNCTION          PIC X(01).
001450 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001460     VALUE "backup-restore".
001470 01  WS-SPOOL-JOB-NAME          PIC X(20)
001480     VALUE "BACKUP-SET-RESTORE".
001490 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001500 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001510 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001520
001530 01  WS-REPORT-DETAIL.
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  WS-R-FAMILY             PIC X(01).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  WS-R-FILE-NAME          PIC X(33).
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  WS-R-STATE              PIC X(08).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  WS-R-SIZE               PIC ZZ,ZZZ,ZZZ,ZZ9.
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  WS-R-COUNT              PIC ZZZ,ZZZ,ZZ9.
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  WS-R-TOTAL-1            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  WS-R-TOTAL-2            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  WS-R-NOTE               PIC X(20).
001700
001710 PROCEDURE DIVISION.
001720*                                                                *
001730*   0000-MAINLINE                                               *
001740*                                                                *
001750 0000-MAINLINE.
001760     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001770     ACCEPT WS-NOW-TIME FROM TIME.
001780     PERFORM 1000-READ-COMMAND-ARGS THRU 1000-EXIT.
001790     IF WS-ARG-TARGET NOT = SPACES AND WS-ARG-TARGET NOT = "DRILL"
001800        DISPLAY "UNKNOWN RESTORE TARGET " WS-ARG-TARGET
001810                " -- LEAVE IT OFF, OR GIVE DRILL"
001820        MOVE 8 TO RETURN-CODE
001830        GO TO 9999-EXIT
001840     END-IF.
001850     OPEN I-O BACKUP-MANIFEST.
001860     IF BKMANIF-STATUS = '05'
001870        DISPLAY "NO BACKUP SETS ON FILE -- RUN BACKUP-SET-JOB "
001880                "FIRST"
001890        CLOSE BACKUP-MANIFEST
001900        MOVE 8 TO RETURN-CODE
001910        GO TO 9999-EXIT
001920     END-IF.
001930     IF BKMANIF-STATUS NOT = '00'
001940        DISPLAY "CANNOT OPEN BACKUP MANIFEST, STATUS "
001950                BKMANIF-STATUS
001960        MOVE 8 TO RETURN-CODE
001970        GO TO 9999-EXIT
001980     END-IF.
001990     PERFORM 2000-CHOOSE-SET THRU 2000-EXIT.
002000     IF WS-SET-DATE = ZERO
002010        CLOSE BACKUP-MANIFEST
002020        MOVE 8 TO RETURN-CODE
002030        GO TO 9999-EXIT
002040     END-IF.
002050     DISPLAY "BACKUP SET " WS-SET-DATE " TAKEN " WS-SET-TAKEN-DATE
002060             " " WS-SET-TAKEN-TIME ", " WS-SET-FILES " FILES".
002070     IF WS-TO-PRODUCTION
002080        PERFORM 2500-AUTHORIZE-RESTORE THRU 2500-EXIT
002090        IF NOT WS-RUN-LOCK-HELD
002100           CLOSE BACKUP-MANIFEST
002110           MOVE 8 TO RETURN-CODE
002120           GO TO 9999-EXIT
002130        END-IF
002140     ELSE
002150        DISPLAY "RESTORING INTO THE DRILL AREA "
002160                BF-DRILL-DIRECTORY
002170        CALL "CBL_CREATE_DIR" USING BF-DRILL-DIRECTORY
002180           RETURNING WS-COPY-STATUS
002190     END-IF.
002200     MOVE 'N' TO WS-SPOOL-FUNCTION.
002210     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002220          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002230          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002240          WS-SPOOL-MEMBER-NAME.
002250     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002260     OPEN OUTPUT REPORT-FILE.
002270     PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT.
002280     MOVE WS-SET-DATE TO BM-SET-DATE.
002290     MOVE 1           TO BM-ENTRY-NO.
002300     MOVE 'N' TO WS-EOF-SWITCH.
002310     START BACKUP-MANIFEST KEY >= BM-MANIFEST-KEY
002320         INVALID KEY
002330            MOVE 'Y' TO WS-EOF-SWITCH
002340     END-START.
002350     PERFORM 3000-RESTORE-ONE-FILE THRU 3000-EXIT
002360             UNTIL WS-EOF-YES.
002370     PERFORM 4000-RECORD-RESTORE THRU 4000-EXIT.
002380     CLOSE REPORT-FILE.
002390     MOVE 'R' TO WS-SPOOL-FUNCTION.
002400     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002410          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002420          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002430          WS-SPOOL-MEMBER-NAME.
002440     CLOSE BACKUP-MANIFEST.
002450     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
002460     DISPLAY "BACKUP-SET-RESTORE RUN COMPLETE -- SET "
002470             WS-SET-DATE.
002480     DISPLAY "FILES RESTORED: " WS-FILES-RESTORED
002490             "  REMOVED: " WS-FILES-REMOVED
002500             "  FAILED: " WS-FILES-FAILED.
002510     IF WS-FILES-FAILED NOT = ZERO
002520        DISPLAY "THE RESTORE DID NOT PROVE OUT -- SEE " REPORTOUT
002530        MOVE 8 TO RETURN-CODE
002540     END-IF.
002550     GO TO 9999-EXIT.
002560
002570*                                                                *
002580*   1000-READ-COMMAND-ARGS -- SET DATE (OR LATEST) AND TARGET   *
002590*                                                                *
002600 1000-READ-COMMAND-ARGS.
002610     ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
002620     UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
002630         INTO WS-ARG-SET-DATE, WS-ARG-TARGET
002640     END-UNSTRING.
002650     IF WS-ARG-SET-DATE = "DRILL"
002660        MOVE WS-ARG-SET-DATE TO WS-ARG-TARGET
002670        MOVE SPACES          TO WS-ARG-SET-DATE
002680     END-IF.
002690     IF WS-ARG-SET-DATE = "LATEST"
002700        MOVE SPACES TO WS-ARG-SET-DATE
002710     END-IF.
002720     IF WS-ARG-TARGET = "DRILL"
002730        MOVE 'D' TO WS-TARGET-SWITCH
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770
002780*                                                                *
002790*   1100-TAKE-RUN-LOCK -- HELD FOR A PRODUCTION RESTORE SO NO   *
002800*   LEDGER JOB RUNS AGAINST HALF-RESTORED FILES                 *
002810*                                                                *
002820 1100-TAKE-RUN-LOCK.
002830     OPEN I-O SYSTEM-STATUS.
002840     IF SYSSTAT-STATUS NOT = '00' AND SYSSTAT-STATUS NOT = '05'
002850        DISPLAY "CANNOT OPEN SYSTEM STATUS FILE, STATUS "
002860                SYSSTAT-STATUS
002870        GO TO 1100-EXIT
002880     END-IF.
002890     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
002900     READ SYSTEM-STATUS
002910         INVALID KEY
002920            CONTINUE
002930         NOT INVALID KEY
002940            DISPLAY "LEDGER FILES ARE LOCKED BY " SS-JOB-NAME
002950                    " SINCE " SS-LOCK-DATE " " SS-LOCK-TIME
002960            DISPLAY "RUN ABANDONED -- CLEAR THE LOCK WITH "
002970                    "SYSTEM-STATUS-CONSOLE IF IT IS STALE"
002980            CLOSE SYSTEM-STATUS
002990            GO TO 1100-EXIT
003000     END-READ.
003010     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
003020     MOVE "BACKUP-SET-RESTORE" TO SS-JOB-NAME.
003030     MOVE WS-LOCK-DATE-8 TO SS-LOCK-DATE.
003040     MOVE WS-LOCK-TIME-X TO SS-LOCK-TIME.
003050     WRITE SYSTEM-STATUS-STRUCTURE
003060         INVALID KEY
003070            DISPLAY "CANNOT TAKE THE LEDGER-FILES RUN LOCK"
003080            CLOSE SYSTEM-STATUS
003090            GO TO 1100-EXIT
003100     END-WRITE.
003110     MOVE 'Y' TO WS-RUN-LOCK-SWITCH.
003120 1100-EXIT.
003130     EXIT.
003140
003150*                                                                *
003160*   1200-RELEASE-RUN-LOCK                                       *
003170*                                                                *
003180 1200-RELEASE-RUN-LOCK.
003190     IF WS-RUN-LOCK-HELD
003200        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
003210        DELETE SYSTEM-STATUS RECORD
003220            INVALID KEY
003230               DISPLAY "WARNING: RUN LOCK ALREADY GONE"
003240        END-DELETE
003250        CLOSE SYSTEM-STATUS
003260        MOVE 'N' TO WS-RUN-LOCK-SWITCH
003270     END-IF.
003280 1200-EXIT.
003290     EXIT.
003300
003310*                                                                *
003320*   2000-CHOOSE-SET -- THE DATE GIVEN, OR THE NEWEST COMPLETE   *
003330*   SET; WS-SET-DATE IS LEFT ZERO WHEN THERE IS NONE TO RESTORE *
003340*                                                                *
003350 2000-CHOOSE-SET.
003360     IF WS-ARG-SET-DATE = SPACES
003370        PERFORM 2100-FIND-LATEST-SET THRU 2100-EXIT
003380        IF WS-SET-DATE = ZERO
003390           DISPLAY "NO COMPLETE BACKUP SET ON FILE"
003400           GO TO 2000-EXIT
003410        END-IF
003420     ELSE
003430        IF WS-ARG-SET-DATE NOT NUMERIC
003440           DISPLAY "SET DATE MUST BE YYYYMMDD OR LATEST, NOT "
003450                   WS-ARG-SET-DATE
003460           GO TO 2000-EXIT
003470        END-IF
003480        MOVE WS-ARG-SET-DATE TO WS-SET-DATE
003490     END-IF.
003500     MOVE WS-SET-DATE TO BM-SET-DATE.
003510     MOVE ZERO        TO BM-ENTRY-NO.
003520     READ BACKUP-MANIFEST
003530         INVALID KEY
003540            DISPLAY "NO BACKUP SET ON FILE FOR " WS-SET-DATE
003550            MOVE ZERO TO WS-SET-DATE
003560            GO TO 2000-EXIT
003570     END-READ.
003580     IF NOT BM-SET-COMPLETE
003590        DISPLAY "BACKUP SET " WS-SET-DATE " IS INCOMPLETE ("
003600                BM-FILES-FAILED " FILES FAILED) AND CANNOT BE "
003610                "RESTORED"
003620        MOVE ZERO TO WS-SET-DATE
003630        GO TO 2000-EXIT
003640     END-IF.
003650     MOVE BM-TAKEN-DATE   TO WS-SET-TAKEN-DATE.
003660     MOVE BM-TAKEN-TIME   TO WS-SET-TAKEN-TIME.
003670     MOVE BM-FILES-COPIED TO WS-SET-FILES.
003680 2000-EXIT.
003690     EXIT.
003700
003710 2100-FIND-LATEST-SET.
003720     MOVE ZERO TO BM-SET-DATE.
003730     MOVE ZERO TO BM-ENTRY-NO.
003740     MOVE 'N' TO WS-EOF-SWITCH.
003750     START BACKUP-MANIFEST KEY >= BM-MANIFEST-KEY
003760         INVALID KEY
003770            MOVE 'Y' TO WS-EOF-SWITCH
003780     END-START.
003790     PERFORM 2150-READ-ONE-HEADER THRU 2150-EXIT
003800             UNTIL WS-EOF-YES.
003810 2100-EXIT.
003820     EXIT.
003830
003840 2150-READ-ONE-HEADER.
003850     READ BACKUP-MANIFEST NEXT RECORD
003860         AT END
003870            MOVE 'Y' TO WS-EOF-SWITCH
003880            GO TO 2150-EXIT
003890     END-READ.
003900     IF BM-SET-HEADER AND BM-SET-COMPLETE
003910        MOVE BM-SET-DATE TO WS-SET-DATE
003920     END-IF.
003930 2150-EXIT.
003940     EXIT.
003950
003960*                                                                *
003970*   2500-AUTHORIZE-RESTORE -- A PRODUCTION RESTORE NEEDS A      *
003980*   SUPERVISOR, A TYPED CONFIRMATION AND THE RUN LOCK           *
003990*                                                                *
004000 2500-AUTHORIZE-RESTORE.
004010     DISPLAY "ENTER YOUR CLERK ID:".
004020     ACCEPT WS-CLERK-ID.
004030     IF WS-CLERK-ID = SPACES
004040        DISPLAY "A CLERK ID IS REQUIRED"
004050        GO TO 2500-EXIT
004060     END-IF.
004070     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
004080          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
004090     EVALUATE TRUE
004100        WHEN WS-CHECK-RESULT = 'M'
004110           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
004120                   "ROLE NOT VERIFIED"
004130        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
004140           DISPLAY "SIGNED ON: " WS-CLERK-NAME
004150        WHEN OTHER
004160           DISPLAY "ONLY A SUPERVISOR MAY RESTORE THE LIVE FILES"
004170           GO TO 2500-EXIT
004180     END-EVALUATE.
004190     DISPLAY "OVERWRITE EVERY LIVE ADDRESS BOOK AND LEDGER FILE "
004200             "WITH SET " WS-SET-DATE "?".
004210     DISPLAY "WORK POSTED SINCE THE SET WAS TAKEN IS LOST (Y/N):".
004220     ACCEPT WS-CONFIRM.
004230     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
004240        DISPLAY "RESTORE CANCELLED -- NOTHING CHANGED"
004250        GO TO 2500-EXIT
004260     END-IF.
004270     MOVE WS-TODAY-8  TO WS-LOCK-DATE-8.
004280     MOVE WS-NOW-TIME TO WS-LOCK-TIME-X.
004290     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
004300 2500-EXIT.
004310     EXIT.
004320
004330 2800-PRINT-HEADINGS.
004340     MOVE SPACES TO REPORT-LINE.
004350     IF WS-TO-DRILL
004360        STRING "RESTORE OF BACKUP SET " WS-SET-DATE
004370               " INTO THE DRILL AREA   RUN " WS-TODAY-8 " "
004380               WS-NOW-TIME
004390               DELIMITED BY SIZE INTO REPORT-LINE
004400        END-STRING
004410     ELSE
004420        STRING "RESTORE OF BACKUP SET " WS-SET-DATE
004430               " OVER THE LIVE FILES   RUN " WS-TODAY-8 " "
004440               WS-NOW-TIME "   BY " WS-CLERK-ID
004450               DELIMITED BY SIZE INTO REPORT-LINE
004460        END-STRING
004470     END-IF.
004480     WRITE REPORT-LINE.
004490     MOVE SPACES TO REPORT-LINE.
004500     STRING "SET TAKEN " WS-SET-TAKEN-DATE " " WS-SET-TAKEN-TIME
004510            "   COPIES FROM " BF-BACKUP-DIRECTORY
004520            DELIMITED BY SIZE INTO REPORT-LINE
004530     END-STRING.
004540     WRITE REPORT-LINE.
004550     MOVE SPACES TO REPORT-LINE.
004560     WRITE REPORT-LINE.
004570     MOVE SPACES TO REPORT-LINE.
004580     STRING " F  FILE                              STATE   "
004590            "          BYTES     RECORDS"
004600            "     CONTROL TOTAL 1     CONTROL TOTAL 2 NOTE"
004610            DELIMITED BY SIZE INTO REPORT-LINE
004620     END-STRING.
004630     WRITE REPORT-LINE.
004640     ADD 4 TO WS-SPOOL-LINE-COUNT.
004650 2800-EXIT.
004660     EXIT.
004670
004680*                                                                *
004690*   3000-RESTORE-ONE-FILE -- BRING BACK, OR REMOVE, ONE FILE OF *
004700*   THE SET AND PROVE IT AGAINST THE MANIFEST                   *
004710*                                                                *
004720 3000-RESTORE-ONE-FILE.
004730     READ BACKUP-MANIFEST NEXT RECORD
004740         AT END
004750            MOVE 'Y' TO WS-EOF-SWITCH
004760            GO TO 3000-EXIT
004770     END-READ.
004780     IF BM-SET-DATE NOT = WS-SET-DATE
004790        MOVE 'Y' TO WS-EOF-SWITCH
004800        GO TO 3000-EXIT
004810     END-IF.
004820     MOVE SPACES TO WS-NOTE.
004830     MOVE ZERO TO WS-TARGET-SIZE WS-TARGET-COUNT WS-TARGET-TOTAL-1
004840                  WS-TARGET-TOTAL-2.
004850     PERFORM 3100-BUILD-NAMES THRU 3100-EXIT.
004860     IF BM-FILE-ABSENT
004870        GO TO 3000-REMOVE-FILE
004880     END-IF.
004890     IF NOT BM-FILE-COPIED
004900        MOVE "NOT COPIED IN SET" TO WS-NOTE
004910        GO TO 3000-FAILED
004920     END-IF.
004930     CALL "CBL_CHECK_FILE_EXIST" USING WS-COPY-NAME,
004940          WS-FILE-DETAILS
004950        RETURNING WS-EXIST-STATUS.
004960     IF WS-EXIST-STATUS NOT = 0
004970        MOVE "BACKUP COPY MISSING" TO WS-NOTE
004980        GO TO 3000-FAILED
004990     END-IF.
005000     CALL "CBL_COPY_FILE" USING WS-COPY-NAME, WS-TARGET-NAME
005010        RETURNING WS-COPY-STATUS.
005020     IF WS-COPY-STATUS NOT = 0
005030        MOVE "COPY FAILED" TO WS-NOTE
005040        GO TO 3000-FAILED
005050     END-IF.
005060     CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-NAME,
005070          WS-FILE-DETAILS
005080        RETURNING WS-EXIST-STATUS.
005090     IF WS-EXIST-STATUS = 0
005100        MOVE WS-FD-SIZE TO WS-TARGET-SIZE
005110     END-IF.
005120     IF WS-TARGET-SIZE NOT = BM-FILE-SIZE
005130        MOVE "SIZE DIFFERS" TO WS-NOTE
005140        GO TO 3000-FAILED
005150     END-IF.
005160     IF BM-COUNT-TYPE NOT = SPACES
005170        CALL "BACKUP-SET-COUNT" USING BM-COUNT-TYPE,
005180             WS-TARGET-NAME, WS-TARGET-COUNT, WS-TARGET-TOTAL-1,
005190             WS-TARGET-TOTAL-2, WS-COUNT-RESULT
005200        IF WS-COUNT-RESULT NOT = 'Y'
005210           OR WS-TARGET-COUNT   NOT = BM-RECORD-COUNT
005220           OR WS-TARGET-TOTAL-1 NOT = BM-CONTROL-TOTAL-1
005230           OR WS-TARGET-TOTAL-2 NOT = BM-CONTROL-TOTAL-2
005240           MOVE "COUNT DIFFERS" TO WS-NOTE
005250           GO TO 3000-FAILED
005260        END-IF
005270     END-IF.
005280     MOVE "RESTORED" TO WS-R-STATE.
005290     ADD 1 TO WS-FILES-RESTORED.
005300     GO TO 3000-PRINT.
005310 3000-REMOVE-FILE.
005320*   NOT ON DISK WHEN THE SET WAS TAKEN -- ANY COPY NOW IN THE
005330*   TARGET IS NEWER THAN THE SET AND MUST NOT SURVIVE IT.
005340     MOVE "ABSENT" TO WS-R-STATE.
005350     CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-NAME,
005360          WS-FILE-DETAILS
005370        RETURNING WS-EXIST-STATUS.
005380     IF WS-EXIST-STATUS NOT = 0
005390        GO TO 3000-PRINT
005400     END-IF.
005410     CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
005420        RETURNING WS-COPY-STATUS.
005430     IF WS-COPY-STATUS NOT = 0
005440        MOVE "COULD NOT REMOVE" TO WS-NOTE
005450        GO TO 3000-FAILED
005460     END-IF.
005470     MOVE "REMOVED" TO WS-R-STATE.
005480     ADD 1 TO WS-FILES-REMOVED.
005490     GO TO 3000-PRINT.
005500 3000-FAILED.
005510     MOVE "FAILED" TO WS-R-STATE.
005520     ADD 1 TO WS-FILES-FAILED.
005530 3000-PRINT.
005540     MOVE BM-FAMILY          TO WS-R-FAMILY.
005550     MOVE BM-FILE-NAME       TO WS-R-FILE-NAME.
005560     MOVE WS-TARGET-SIZE     TO WS-R-SIZE.
005570     MOVE WS-TARGET-COUNT    TO WS-R-COUNT.
005580     MOVE WS-TARGET-TOTAL-1  TO WS-R-TOTAL-1.
005590     MOVE WS-TARGET-TOTAL-2  TO WS-R-TOTAL-2.
005600     MOVE WS-NOTE            TO WS-R-NOTE.
005610     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
005620     WRITE REPORT-LINE.
005630     ADD 1 TO WS-SPOOL-LINE-COUNT.
005640 3000-EXIT.
005650     EXIT.
005660
005670*                                                                *
005680*   3100-BUILD-NAMES -- THE SAME NAMES BACKUP-SET-JOB USED; A   *
005690*   DRILL PUTS EVERY FILE IN THE DRILL AREA                     *
005700*                                                                *
005710 3100-BUILD-NAMES.
005720     MOVE SPACES TO WS-TARGET-NAME WS-COPY-NAME.
005730     EVALUATE TRUE
005740        WHEN WS-TO-DRILL
005750           STRING BF-DRILL-DIRECTORY DELIMITED BY SPACE
005760                  BM-FILE-NAME       DELIMITED BY SPACE
005770                  INTO WS-TARGET-NAME
005780           END-STRING
005790        WHEN BM-LOCATION = 'D'
005800           STRING BF-DATA-DIRECTORY  DELIMITED BY SPACE
005810                  BM-FILE-NAME       DELIMITED BY SPACE
005820                  INTO WS-TARGET-NAME
005830           END-STRING
005840        WHEN OTHER
005850           MOVE BM-FILE-NAME TO WS-TARGET-NAME
005860     END-EVALUATE.
005870     STRING BF-BACKUP-DIRECTORY DELIMITED BY SPACE
005880            BM-FILE-NAME        DELIMITED BY SPACE
005890            "."                 DELIMITED BY SIZE
005900            WS-SET-DATE         DELIMITED BY SIZE
005910            INTO WS-COPY-NAME
005920     END-STRING.
005930 3100-EXIT.
005940     EXIT.
005950
005960*                                                                *
005970*   4000-RECORD-RESTORE -- NOTE THE RESTORE ON THE SET HEADER   *
005980*   AND CLOSE THE REPORT                                        *
005990*                                                                *
006000 4000-RECORD-RESTORE.
006010     MOVE WS-SET-DATE TO BM-SET-DATE.
006020     MOVE ZERO        TO BM-ENTRY-NO.
006030     READ BACKUP-MANIFEST
006040         INVALID KEY
006050            GO TO 4000-PRINT-TOTALS
006060     END-READ.
006070     MOVE WS-TODAY-8       TO BM-LAST-RESTORE-DATE.
006080     MOVE WS-TARGET-SWITCH TO BM-LAST-RESTORE-TARGET.
006090     REWRITE BACKUP-MANIFEST-STRUCTURE
006100         INVALID KEY
006110            DISPLAY "WARNING: COULD NOT NOTE THE RESTORE ON SET "
006120                    WS-SET-DATE
006130     END-REWRITE.
006140 4000-PRINT-TOTALS.
006150     MOVE SPACES TO REPORT-LINE.
006160     WRITE REPORT-LINE.
006170     MOVE SPACES TO REPORT-LINE.
006180     STRING "FILES RESTORED " WS-FILES-RESTORED
006190            "   REMOVED " WS-FILES-REMOVED
006200            "   FAILED " WS-FILES-FAILED
006210            DELIMITED BY SIZE INTO REPORT-LINE
006220     END-STRING.
006230     WRITE REPORT-LINE.
006240     MOVE SPACES TO REPORT-LINE.
006250     IF WS-FILES-FAILED = ZERO
006260        STRING "SET " WS-SET-DATE " RESTORED AND PROVED AGAINST "
006270               "ITS MANIFEST"
006280               DELIMITED BY SIZE INTO REPORT-LINE
006290        END-STRING
006300     ELSE
006310        STRING "SET " WS-SET-DATE " DID NOT PROVE OUT -- THE "
006320               "TARGET FILES ARE NOT A CONSISTENT SET"
006330               DELIMITED BY SIZE INTO REPORT-LINE
006340        END-STRING
006350     END-IF.
006360     WRITE REPORT-LINE.
006370     ADD 3 TO WS-SPOOL-LINE-COUNT.
006380 4000-EXIT.
006390     EXIT.
006400
006410 9999-EXIT.
006420     STOP RUN.
