000010******************************************************************
000020*                                                                *
000030*   BACKUP-SET-JOB                                               *
000040*                                                                *
000050*   END-OF-DAY BACKUP OF EVERY FILE FAMILY AS ONE DATED SET.     *
000060*   ADDRESS.CBL'S PRE-SESSION BACKUP AND THE JOURNALS STILL DO   *
000070*   THEIR JOBS, BUT NEITHER TAKES ONE CONSISTENT COPY OF         *
000080*   EVERYTHING, SO A RESTORE COULD MIX FILES FROM DIFFERENT      *
000090*   POINTS IN TIME.  THIS JOB TAKES THE LEDGER-FILES RUN LOCK    *
000100*   (THE BATCH/ONLINE INTERLOCK -- NO OTHER LEDGER JOB RUNS AND  *
000110*   THE ADDRESS BOOK WARNS AT SIGN-ON WHILE IT IS HELD), THEN    *
000120*   FOR EVERY FILE IN BACKUP-FILE-LIST.CPY:                      *
000130*     - COUNTS THE LIVE FILE (BACKUP-SET-COUNT) WHERE IT HAS A   *
000140*       COUNT TYPE, AND NOTES ITS SIZE,                          *
000150*     - COPIES IT WITH CBL_COPY_FILE TO <NAME>.<SET DATE> IN THE *
000160*       BACKUP DIRECTORY,                                        *
000170*     - PROVES THE COPY -- SAME SIZE, AND THE SAME RECORD COUNT  *
000180*       AND CONTROL TOTALS ON A RECOUNT,                         *
000190*     - AND WRITES ITS MANIFEST ENTRY.                           *
000200*   A FILE NOT YET ON DISK IS ENTERED AS ABSENT.  THE SET IS     *
000210*   DATED WITH THE BUSINESS DATE (PROCESSING-DATE); A RERUN THE  *
000220*   SAME DAY REPLACES THAT DAY'S SET.  IT IS MARKED COMPLETE     *
000230*   ONLY WHEN NO FILE FAILED -- OTHERWISE THE JOB ENDS RC 8 AND  *
000240*   THE SET STAYS INCOMPLETE, WHICH BACKUP-SET-RESTORE REFUSES.  *
000250*   THE MANIFEST IS PRINTED AND REGISTERED ON THE SPOOL.         *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      BACKUP-SET-JOB.
000300 AUTHOR.          DATA PROCESSING.
000310 INSTALLATION.    ACCOUNTING SYSTEMS.
000320 DATE-WRITTEN.    10/15/2026.
000330 DATE-COMPILED.   10/15/2026.
000340*                                                                *
000350*   MODIFICATION HISTORY                                        *
000360*   ------------------------------------------------------------ *
000370*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000380*                                                                *
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL BACKUP-MANIFEST
000430            ASSIGN       TO  BKMANIF
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS BM-MANIFEST-KEY
000470            FILE STATUS  IS BKMANIF-STATUS.
000480
000490     SELECT OPTIONAL SYSTEM-STATUS
000500            ASSIGN       TO  SYSSTAT
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS SS-LOCK-NAME
000540            FILE STATUS  IS SYSSTAT-STATUS.
000550
000560     SELECT REPORT-FILE
000570            ASSIGN       TO  REPORTOUT
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS  IS REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BACKUP-MANIFEST.
000640 01  BACKUP-MANIFEST-STRUCTURE.
000650     COPY "BACKUP-MANIFEST-RECORD.CPY" REPLACING ==(TAG)==
000660          BY ==BM-==.
000670
000680 FD  SYSTEM-STATUS.
000690 01  SYSTEM-STATUS-STRUCTURE.
000700     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
000710          BY ==SS-==.
000720
000730 FD  REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  REPORT-LINE                  PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780 01  BKMANIF                    PIC X(50)
000790     VALUE "/mnt/c/cobfiles\backup\backup-manifest.idx".
000800 01  BKMANIF-STATUS             PIC X(02).
000810 01  SYSSTAT                    PIC X(50)
000820     VALUE "/mnt/c/cobfiles\system-status.idx".
000830 01  SYSSTAT-STATUS             PIC X(02).
000840 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000850 01  REPORT-STATUS              PIC X(02).
000860 01  WS-RUN-LOCK-SWITCH         PIC X(01) VALUE 'N'.
000870     88  WS-RUN-LOCK-HELD                 VALUE 'Y'.
000880 01  WS-LOCK-DATE-8             PIC 9(08).
000890 01  WS-LOCK-TIME-X             PIC X(08).
000900
000910     COPY "BACKUP-FILE-LIST.CPY".
000920 01  WS-BF-I                    PIC 9(03) VALUE ZERO.
000930
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000960         88  WS-EOF-YES                    VALUE 'Y'.
000970
000980 01  WS-TODAY-8                 PIC 9(08).
000990 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001000     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001010 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001020 01  WS-CLOCK-DATE-8            PIC 9(08).
001030 01  WS-NOW-TIME                PIC X(08).
001040
001050*   ONE FILE'S LIVE NAME AND THE NAME OF ITS COPY IN THE SET.
001060 01  WS-LIVE-NAME               PIC X(80).
001070 01  WS-COPY-NAME               PIC X(80).
001080 01  WS-COPY-STATUS             PIC S9(09) COMP-5.
001090 01  WS-EXIST-STATUS            PIC S9(09) COMP-5.
001100*   FILE DETAILS AS CBL_CHECK_FILE_EXIST RETURNS THEM.
001110 01  WS-FILE-DETAILS.
001120     05  WS-FD-SIZE              PIC X(08) COMP-X.
001130     05  WS-FD-DAY               PIC X(01) COMP-X.
001140     05  WS-FD-MONTH             PIC X(01) COMP-X.
001150     05  WS-FD-YEAR              PIC X(02) COMP-X.
001160     05  WS-FD-HOURS             PIC X(01) COMP-X.
001170     05  WS-FD-MINUTES           PIC X(01) COMP-X.
001180     05  WS-FD-SECONDS           PIC X(01) COMP-X.
001190     05  WS-FD-HUNDREDTHS        PIC X(01) COMP-X.
001200 01  WS-LIVE-SIZE               PIC 9(12) VALUE ZERO.
001210 01  WS-COPY-SIZE               PIC 9(12) VALUE ZERO.
001220 01  WS-LIVE-COUNT              PIC 9(09) VALUE ZERO.
001230 01  WS-LIVE-TOTAL-1            PIC S9(13)V9(02) VALUE ZERO.
001240 01  WS-LIVE-TOTAL-2            PIC S9(13)V9(02) VALUE ZERO.
001250 01  WS-COPY-COUNT              PIC 9(09) VALUE ZERO.
001260 01  WS-COPY-TOTAL-1            PIC S9(13)V9(02) VALUE ZERO.
001270 01  WS-COPY-TOTAL-2            PIC S9(13)V9(02) VALUE ZERO.
001280 01  WS-COUNT-RESULT            PIC X(01).
001290 01  WS-FILE-STATE              PIC X(01).
001300 01  WS-NOTE                    PIC X(20).
001310
001320 01  WS-COUNTERS.
001330     05  WS-FILES-COPIED         PIC 9(03) VALUE ZERO.
001340     05  WS-FILES-ABSENT         PIC 9(03) VALUE ZERO.
001350     05  WS-FILES-FAILED         PIC 9(03) VALUE ZERO.
001360     05  WS-REPLACED-COUNT       PIC 9(03) VALUE ZERO.
001370
001380*                                                                *
001390*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001400*                                                                *
001410 01  WS-SPOOL-FUNCTION          PIC X(01).
001420 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001430     VALUE "backup-manifest".
001440 01  WS-SPOOL-JOB-NAME          PIC X(20)
001450     VALUE "BACKUP-SET-JOB".
001460 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001470 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001480 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001490
001500 01  WS-REPORT-DETAIL.
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  WS-R-FAMILY             PIC X(01).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  WS-R-FILE-NAME          PIC X(33).
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  WS-R-STATE              PIC X(06).
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  WS-R-SIZE               PIC ZZ,ZZZ,ZZZ,ZZ9.
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  WS-R-COUNT              PIC ZZZ,ZZZ,ZZ9.
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  WS-R-TOTAL-1            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  WS-R-TOTAL-2            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  WS-R-NOTE               PIC X(20).
001670
001680 PROCEDURE DIVISION.
001690*                                                                *
001700*   0000-MAINLINE                                               *
001710*                                                                *
001720 0000-MAINLINE.
001730     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001740          WS-OVERRIDE-MARK.
001750     IF WS-DATE-OVERRIDDEN
001760        DISPLAY WS-OVERRIDE-MARK
001770     END-IF.
001780     ACCEPT WS-CLOCK-DATE-8 FROM DATE YYYYMMDD.
001790     ACCEPT WS-NOW-TIME FROM TIME.
001800     MOVE WS-TODAY-8  TO WS-LOCK-DATE-8.
001810     MOVE WS-NOW-TIME TO WS-LOCK-TIME-X.
001820     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
001830     IF NOT WS-RUN-LOCK-HELD
001840        MOVE 8 TO RETURN-CODE
001850        GO TO 9999-EXIT
001860     END-IF.
001870     OPEN I-O BACKUP-MANIFEST.
001880     IF BKMANIF-STATUS NOT = '00' AND BKMANIF-STATUS NOT = '05'
001890        DISPLAY "CANNOT OPEN BACKUP MANIFEST, STATUS "
001900                BKMANIF-STATUS
001910        PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT
001920        MOVE 8 TO RETURN-CODE
001930        GO TO 9999-EXIT
001940     END-IF.
001950     PERFORM 2000-CLEAR-PRIOR-SET THRU 2000-EXIT.
001960     PERFORM 2100-WRITE-SET-HEADER THRU 2100-EXIT.
001970     MOVE 'N' TO WS-SPOOL-FUNCTION.
001980     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001990          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002000          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002010          WS-SPOOL-MEMBER-NAME.
002020     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002030     OPEN OUTPUT REPORT-FILE.
002040     PERFORM 2200-PRINT-HEADINGS THRU 2200-EXIT.
002050*   THE BACKUP DIRECTORY IS ALREADY THERE ON EVERY RUN BUT THE
002060*   FIRST, SO THE RESULT IS NOT CHECKED -- A COPY INTO A MISSING
002070*   DIRECTORY FAILS AND IS REPORTED FILE BY FILE.
002080     CALL "CBL_CREATE_DIR" USING BF-BACKUP-DIRECTORY
002090        RETURNING WS-COPY-STATUS.
002100     PERFORM 3000-BACKUP-ONE-FILE THRU 3000-EXIT
002110             VARYING WS-BF-I FROM 1 BY 1
002120             UNTIL WS-BF-I > BF-FILE-COUNT.
002130     PERFORM 4000-CLOSE-SET THRU 4000-EXIT.
002140     CLOSE REPORT-FILE.
002150     MOVE 'R' TO WS-SPOOL-FUNCTION.
002160     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002170          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002180          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002190          WS-SPOOL-MEMBER-NAME.
002200     CLOSE BACKUP-MANIFEST.
002210     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
002220     DISPLAY "BACKUP-SET-JOB RUN COMPLETE -- SET " WS-TODAY-8.
002230     DISPLAY "FILES COPIED: " WS-FILES-COPIED
002240             "  NOT ON DISK: " WS-FILES-ABSENT
002250             "  FAILED: " WS-FILES-FAILED.
002260     IF WS-FILES-FAILED NOT = ZERO
002270        DISPLAY "SET " WS-TODAY-8 " IS INCOMPLETE -- SEE "
002280                REPORTOUT
002290        MOVE 8 TO RETURN-CODE
002300     END-IF.
002310     GO TO 9999-EXIT.
002320
002330*                                                                *
002340*   1100-TAKE-RUN-LOCK -- THE SAME LEDGER-FILES INTERLOCK THE   *
002350*   LEDGER JOBS TAKE, SO NO FILE CHANGES WHILE THE SET IS COPIED*
002360*                                                                *
002370 1100-TAKE-RUN-LOCK.
002380     OPEN I-O SYSTEM-STATUS.
002390     IF SYSSTAT-STATUS NOT = '00' AND SYSSTAT-STATUS NOT = '05'
002400        DISPLAY "CANNOT OPEN SYSTEM STATUS FILE, STATUS "
002410                SYSSTAT-STATUS
002420        GO TO 1100-EXIT
002430     END-IF.
002440     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
002450     READ SYSTEM-STATUS
002460         INVALID KEY
002470            CONTINUE
002480         NOT INVALID KEY
002490            DISPLAY "LEDGER FILES ARE LOCKED BY " SS-JOB-NAME
002500                    " SINCE " SS-LOCK-DATE " " SS-LOCK-TIME
002510            DISPLAY "RUN ABANDONED -- CLEAR THE LOCK WITH "
002520                    "SYSTEM-STATUS-CONSOLE IF IT IS STALE"
002530            CLOSE SYSTEM-STATUS
002540            GO TO 1100-EXIT
002550     END-READ.
002560     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
002570     MOVE "BACKUP-SET-JOB" TO SS-JOB-NAME.
002580     MOVE WS-LOCK-DATE-8 TO SS-LOCK-DATE.
002590     MOVE WS-LOCK-TIME-X TO SS-LOCK-TIME.
002600     WRITE SYSTEM-STATUS-STRUCTURE
002610         INVALID KEY
002620            DISPLAY "CANNOT TAKE THE LEDGER-FILES RUN LOCK"
002630            CLOSE SYSTEM-STATUS
002640            GO TO 1100-EXIT
002650     END-WRITE.
002660     MOVE 'Y' TO WS-RUN-LOCK-SWITCH.
002670 1100-EXIT.
002680     EXIT.
002690
002700*                                                                *
002710*   1200-RELEASE-RUN-LOCK                                       *
002720*                                                                *
002730 1200-RELEASE-RUN-LOCK.
002740     IF WS-RUN-LOCK-HELD
002750        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
002760        DELETE SYSTEM-STATUS RECORD
002770            INVALID KEY
002780               DISPLAY "WARNING: RUN LOCK ALREADY GONE"
002790        END-DELETE
002800        CLOSE SYSTEM-STATUS
002810        MOVE 'N' TO WS-RUN-LOCK-SWITCH
002820     END-IF.
002830 1200-EXIT.
002840     EXIT.
002850
002860*                                                                *
002870*   2000-CLEAR-PRIOR-SET -- A RERUN ON THE SAME BUSINESS DATE   *
002880*   REPLACES THAT DAY'S SET, SO ITS OLD ENTRIES GO FIRST        *
002890*                                                                *
002900 2000-CLEAR-PRIOR-SET.
002910     MOVE WS-TODAY-8 TO BM-SET-DATE.
002920     MOVE ZERO       TO BM-ENTRY-NO.
002930     START BACKUP-MANIFEST KEY >= BM-MANIFEST-KEY
002940         INVALID KEY
002950            GO TO 2000-EXIT
002960     END-START.
002970     MOVE 'N' TO WS-EOF-SWITCH.
002980     PERFORM 2050-DELETE-PRIOR-ENTRY THRU 2050-EXIT
002990             UNTIL WS-EOF-YES.
003000     IF WS-REPLACED-COUNT NOT = ZERO
003010        DISPLAY "REPLACING THE SET ALREADY TAKEN FOR " WS-TODAY-8
003020     END-IF.
003030 2000-EXIT.
003040     EXIT.
003050
003060 2050-DELETE-PRIOR-ENTRY.
003070     READ BACKUP-MANIFEST NEXT RECORD
003080         AT END
003090            MOVE 'Y' TO WS-EOF-SWITCH
003100            GO TO 2050-EXIT
003110     END-READ.
003120     IF BM-SET-DATE NOT = WS-TODAY-8
003130        MOVE 'Y' TO WS-EOF-SWITCH
003140        GO TO 2050-EXIT
003150     END-IF.
003160     DELETE BACKUP-MANIFEST RECORD
003170         INVALID KEY
003180            CONTINUE
003190     END-DELETE.
003200     ADD 1 TO WS-REPLACED-COUNT.
003210 2050-EXIT.
003220     EXIT.
003230
003240*                                                                *
003250*   2100-WRITE-SET-HEADER -- WRITTEN INCOMPLETE; 4000-CLOSE-SET *
003260*   MARKS IT COMPLETE AT THE END                                *
003270*                                                                *
003280 2100-WRITE-SET-HEADER.
003290     MOVE SPACES      TO BACKUP-MANIFEST-STRUCTURE.
003300     MOVE WS-TODAY-8  TO BM-SET-DATE.
003310     MOVE ZERO        TO BM-ENTRY-NO.
003320     MOVE 'H'         TO BM-ENTRY-TYPE.
003330     MOVE 'I'         TO BM-SET-STATUS.
003340     MOVE WS-CLOCK-DATE-8 TO BM-TAKEN-DATE.
003350     MOVE WS-NOW-TIME TO BM-TAKEN-TIME.
003360     MOVE ZERO        TO BM-FILES-COPIED.
003370     MOVE ZERO        TO BM-FILES-ABSENT.
003380     MOVE ZERO        TO BM-FILES-FAILED.
003390     MOVE ZERO        TO BM-LAST-RESTORE-DATE.
003400     MOVE ZERO        TO BM-LAST-DRILL-DATE.
003410     WRITE BACKUP-MANIFEST-STRUCTURE
003420         INVALID KEY
003430            DISPLAY "WARNING: COULD NOT WRITE THE SET HEADER FOR "
003440                    WS-TODAY-8
003450     END-WRITE.
003460 2100-EXIT.
003470     EXIT.
003480
003490 2200-PRINT-HEADINGS.
003500     MOVE SPACES TO REPORT-LINE.
003510     STRING "END-OF-DAY BACKUP SET " WS-TODAY-8
003520            "   TAKEN " WS-CLOCK-DATE-8 " " WS-NOW-TIME
003530            DELIMITED BY SIZE INTO REPORT-LINE
003540     END-STRING.
003550     WRITE REPORT-LINE.
003560     ADD 1 TO WS-SPOOL-LINE-COUNT.
003570     IF WS-DATE-OVERRIDDEN
003580        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003590        WRITE REPORT-LINE
003600        ADD 1 TO WS-SPOOL-LINE-COUNT
003610     END-IF.
003620     MOVE SPACES TO REPORT-LINE.
003630     STRING "COPIES IN " BF-BACKUP-DIRECTORY
003640            DELIMITED BY SIZE INTO REPORT-LINE
003650     END-STRING.
003660     WRITE REPORT-LINE.
003670     MOVE SPACES TO REPORT-LINE.
003680     WRITE REPORT-LINE.
003690     MOVE SPACES TO REPORT-LINE.
003700     STRING " F  FILE                              STATE "
003710            "          BYTES     RECORDS"
003720            "     CONTROL TOTAL 1     CONTROL TOTAL 2 NOTE"
003730            DELIMITED BY SIZE INTO REPORT-LINE
003740     END-STRING.
003750     WRITE REPORT-LINE.
003760     ADD 3 TO WS-SPOOL-LINE-COUNT.
003770 2200-EXIT.
003780     EXIT.
003790
003800*                                                                *
003810*   3000-BACKUP-ONE-FILE -- COUNT, COPY, PROVE AND ENTER ONE    *
003820*   FILE OF THE SET                                             *
003830*                                                                *
003840 3000-BACKUP-ONE-FILE.
003850     MOVE SPACES TO WS-NOTE.
003860     MOVE ZERO TO WS-LIVE-SIZE WS-LIVE-COUNT WS-LIVE-TOTAL-1
003870                  WS-LIVE-TOTAL-2.
003880     PERFORM 3100-BUILD-NAMES THRU 3100-EXIT.
003890     CALL "CBL_CHECK_FILE_EXIST" USING WS-LIVE-NAME,
003900          WS-FILE-DETAILS
003910        RETURNING WS-EXIST-STATUS.
003920     IF WS-EXIST-STATUS NOT = 0
003930        MOVE 'A' TO WS-FILE-STATE
003940        MOVE "NOT ON DISK" TO WS-NOTE
003950        ADD 1 TO WS-FILES-ABSENT
003960        GO TO 3000-WRITE-ENTRY
003970     END-IF.
003980     MOVE WS-FD-SIZE TO WS-LIVE-SIZE.
003990     IF BF-COUNT-TYPE (WS-BF-I) NOT = SPACES
004000        CALL "BACKUP-SET-COUNT" USING BF-COUNT-TYPE (WS-BF-I),
004010             WS-LIVE-NAME, WS-LIVE-COUNT, WS-LIVE-TOTAL-1,
004020             WS-LIVE-TOTAL-2, WS-COUNT-RESULT
004030        IF WS-COUNT-RESULT NOT = 'Y'
004040           MOVE "LIVE FILE WONT OPEN" TO WS-NOTE
004050           GO TO 3000-FAILED
004060        END-IF
004070     END-IF.
004080     CALL "CBL_COPY_FILE" USING WS-LIVE-NAME, WS-COPY-NAME
004090        RETURNING WS-COPY-STATUS.
004100     IF WS-COPY-STATUS NOT = 0
004110        MOVE "COPY FAILED" TO WS-NOTE
004120        GO TO 3000-FAILED
004130     END-IF.
004140     CALL "CBL_CHECK_FILE_EXIST" USING WS-COPY-NAME,
004150          WS-FILE-DETAILS
004160        RETURNING WS-EXIST-STATUS.
004170     MOVE ZERO TO WS-COPY-SIZE.
004180     IF WS-EXIST-STATUS = 0
004190        MOVE WS-FD-SIZE TO WS-COPY-SIZE
004200     END-IF.
004210     IF WS-COPY-SIZE NOT = WS-LIVE-SIZE
004220        MOVE "COPY SIZE DIFFERS" TO WS-NOTE
004230        GO TO 3000-FAILED
004240     END-IF.
004250     IF BF-COUNT-TYPE (WS-BF-I) NOT = SPACES
004260        CALL "BACKUP-SET-COUNT" USING BF-COUNT-TYPE (WS-BF-I),
004270             WS-COPY-NAME, WS-COPY-COUNT, WS-COPY-TOTAL-1,
004280             WS-COPY-TOTAL-2, WS-COUNT-RESULT
004290        IF WS-COUNT-RESULT NOT = 'Y'
004300           OR WS-COPY-COUNT   NOT = WS-LIVE-COUNT
004310           OR WS-COPY-TOTAL-1 NOT = WS-LIVE-TOTAL-1
004320           OR WS-COPY-TOTAL-2 NOT = WS-LIVE-TOTAL-2
004330           MOVE "COPY COUNT DIFFERS" TO WS-NOTE
004340           GO TO 3000-FAILED
004350        END-IF
004360     END-IF.
004370     MOVE 'C' TO WS-FILE-STATE.
004380     ADD 1 TO WS-FILES-COPIED.
004390     GO TO 3000-WRITE-ENTRY.
004400 3000-FAILED.
004410     MOVE 'F' TO WS-FILE-STATE.
004420     ADD 1 TO WS-FILES-FAILED.
004430 3000-WRITE-ENTRY.
004440     MOVE SPACES TO BACKUP-MANIFEST-STRUCTURE.
004450     MOVE WS-TODAY-8 TO BM-SET-DATE.
004460     MOVE WS-BF-I    TO BM-ENTRY-NO.
004470     MOVE 'F'        TO BM-ENTRY-TYPE.
004480     MOVE BF-FAMILY (WS-BF-I)     TO BM-FAMILY.
004490     MOVE BF-COUNT-TYPE (WS-BF-I) TO BM-COUNT-TYPE.
004500     MOVE BF-LOCATION (WS-BF-I)   TO BM-LOCATION.
004510     MOVE BF-FILE-NAME (WS-BF-I)  TO BM-FILE-NAME.
004520     MOVE WS-FILE-STATE   TO BM-FILE-STATE.
004530     MOVE WS-LIVE-SIZE    TO BM-FILE-SIZE.
004540     MOVE WS-LIVE-COUNT   TO BM-RECORD-COUNT.
004550     MOVE WS-LIVE-TOTAL-1 TO BM-CONTROL-TOTAL-1.
004560     MOVE WS-LIVE-TOTAL-2 TO BM-CONTROL-TOTAL-2.
004570     WRITE BACKUP-MANIFEST-STRUCTURE
004580         INVALID KEY
004590            DISPLAY "WARNING: COULD NOT ENTER " WS-LIVE-NAME
004600                    " ON THE MANIFEST"
004610     END-WRITE.
004620     PERFORM 3200-PRINT-ENTRY THRU 3200-EXIT.
004630 3000-EXIT.
004640     EXIT.
004650
004660*                                                                *
004670*   3100-BUILD-NAMES -- LIVE NAME BY LOCATION; THE COPY IS      *
004680*   <NAME>.<SET DATE> IN THE BACKUP DIRECTORY                   *
004690*                                                                *
004700 3100-BUILD-NAMES.
004710     MOVE SPACES TO WS-LIVE-NAME WS-COPY-NAME.
004720     IF BF-IN-DATA-DIRECTORY (WS-BF-I)
004730        STRING BF-DATA-DIRECTORY      DELIMITED BY SPACE
004740               BF-FILE-NAME (WS-BF-I) DELIMITED BY SPACE
004750               INTO WS-LIVE-NAME
004760        END-STRING
004770     ELSE
004780        MOVE BF-FILE-NAME (WS-BF-I) TO WS-LIVE-NAME
004790     END-IF.
004800     STRING BF-BACKUP-DIRECTORY    DELIMITED BY SPACE
004810            BF-FILE-NAME (WS-BF-I) DELIMITED BY SPACE
004820            "."                    DELIMITED BY SIZE
004830            WS-TODAY-8             DELIMITED BY SIZE
004840            INTO WS-COPY-NAME
004850     END-STRING.
004860 3100-EXIT.
004870     EXIT.
004880
004890 3200-PRINT-ENTRY.
004900     MOVE BM-FAMILY    TO WS-R-FAMILY.
004910     MOVE BM-FILE-NAME TO WS-R-FILE-NAME.
004920     EVALUATE TRUE
004930        WHEN BM-FILE-COPIED
004940           MOVE "COPIED" TO WS-R-STATE
004950        WHEN BM-FILE-ABSENT
004960           MOVE "ABSENT" TO WS-R-STATE
004970        WHEN OTHER
004980           MOVE "FAILED" TO WS-R-STATE
004990     END-EVALUATE.
005000     MOVE BM-FILE-SIZE       TO WS-R-SIZE.
005010     MOVE BM-RECORD-COUNT    TO WS-R-COUNT.
005020     MOVE BM-CONTROL-TOTAL-1 TO WS-R-TOTAL-1.
005030     MOVE BM-CONTROL-TOTAL-2 TO WS-R-TOTAL-2.
005040     MOVE WS-NOTE            TO WS-R-NOTE.
005050     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
005060     WRITE REPORT-LINE.
005070     ADD 1 TO WS-SPOOL-LINE-COUNT.
005080 3200-EXIT.
005090     EXIT.
005100
005110*                                                                *
005120*   4000-CLOSE-SET -- TOTALS ONTO THE HEADER; COMPLETE ONLY     *
005130*   WHEN NO FILE FAILED                                         *
005140*                                                                *
005150 4000-CLOSE-SET.
005160     MOVE WS-TODAY-8 TO BM-SET-DATE.
005170     MOVE ZERO       TO BM-ENTRY-NO.
005180     READ BACKUP-MANIFEST
005190         INVALID KEY
005200            DISPLAY "WARNING: SET HEADER FOR " WS-TODAY-8
005210                    " IS MISSING"
005220            MOVE 1 TO WS-FILES-FAILED
005230            GO TO 4000-PRINT-TOTALS
005240     END-READ.
005250     MOVE WS-FILES-COPIED TO BM-FILES-COPIED.
005260     MOVE WS-FILES-ABSENT TO BM-FILES-ABSENT.
005270     MOVE WS-FILES-FAILED TO BM-FILES-FAILED.
005280     IF WS-FILES-FAILED = ZERO
005290        MOVE 'C' TO BM-SET-STATUS
005300     ELSE
005310        MOVE 'I' TO BM-SET-STATUS
005320     END-IF.
005330     REWRITE BACKUP-MANIFEST-STRUCTURE
005340         INVALID KEY
005350            DISPLAY "WARNING: COULD NOT UPDATE THE SET HEADER "
005360                    "FOR " WS-TODAY-8
005370            MOVE 1 TO WS-FILES-FAILED
005380     END-REWRITE.
005390 4000-PRINT-TOTALS.
005400     MOVE SPACES TO REPORT-LINE.
005410     WRITE REPORT-LINE.
005420     MOVE SPACES TO REPORT-LINE.
005430     STRING "FILES COPIED " WS-FILES-COPIED
005440            "   NOT ON DISK " WS-FILES-ABSENT
005450            "   FAILED " WS-FILES-FAILED
005460            DELIMITED BY SIZE INTO REPORT-LINE
005470     END-STRING.
005480     WRITE REPORT-LINE.
005490     MOVE SPACES TO REPORT-LINE.
005500     IF WS-FILES-FAILED = ZERO
005510        STRING "SET " WS-TODAY-8 " IS COMPLETE"
005520               DELIMITED BY SIZE INTO REPORT-LINE
005530        END-STRING
005540     ELSE
005550        STRING "SET " WS-TODAY-8 " IS INCOMPLETE AND WILL NOT BE "
005560               "RESTORED -- CORRECT THE FAILURES AND RERUN "
005570               "BACKUP-SET-JOB"
005580               DELIMITED BY SIZE INTO REPORT-LINE
005590        END-STRING
005600     END-IF.
005610     WRITE REPORT-LINE.
005620     ADD 3 TO WS-SPOOL-LINE-COUNT.
005630 4000-EXIT.
005640     EXIT.
005650
005660 9999-EXIT.
005670     STOP RUN.
