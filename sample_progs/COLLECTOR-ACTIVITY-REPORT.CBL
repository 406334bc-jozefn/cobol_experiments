000010******************************************************************
000020*                                                                *
000030*   COLLECTOR-ACTIVITY-REPORT                                    *
000040*                                                                *
000050*   DAILY SUMMARY OF THE COLLECTIONS WORK FOR THE SUPERVISOR.    *
000060*   ONE LINE PER COLLECTOR: THE ACCOUNTS ON THE COLLECTOR'S      *
000070*   QUEUE, HOW MANY WERE WORKED TODAY AND WITH WHAT OUTCOMES     *
000080*   (FROM THE ACTIVITY FILE COLLECTIONS-QUEUE-CONSOLE KEEPS),    *
000090*   THE PAST-DUE DOLLARS TOUCHED, AND HOW MANY ARE STILL         *
000100*   UNWORKED.  AN OUTCOME KEYED BY A SUPERVISOR WORKING SOMEONE  *
000110*   ELSE'S QUEUE COUNTS TO THE SUPERVISOR.  THE REPORT IS        *
000120*   SPOOLED (MONTH-END RETENTION) FOR THE SUPERVISOR.            *
000130*                                                                *
000140*   RUN AT THE END OF THE DAY, BEFORE THE NIGHT'S                *
000150*   COLLECTIONS-QUEUE-BUILD STARTS THE QUEUE OVER.               *
000160*                                                                *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.      COLLECTOR-ACTIVITY-REPORT.
000200 AUTHOR.          DATA PROCESSING.
000210 INSTALLATION.    ACCOUNTING SYSTEMS.
000220 DATE-WRITTEN.    10/15/2026.
000230 DATE-COMPILED.   10/15/2026.
000240*                                                                *
000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000272*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000274*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000276*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000278*                    HEADING.                                   *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL COLLECTION-QUEUE
000330            ASSIGN       TO  COLLQUEUE
000340            ORGANIZATION IS INDEXED
000350            ACCESS MODE  IS DYNAMIC
000360            RECORD KEY   IS CQ-QUEUE-KEY
000370            FILE STATUS  IS QUEUE-STATUS.
000380
000390     SELECT OPTIONAL COLLECTION-ACTIVITY
000400            ASSIGN       TO  COLLACTIVITY
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS CV-ACTIVITY-KEY
000440            FILE STATUS  IS ACTIVITY-STATUS.
000450
000460     SELECT REPORT-FILE
000470            ASSIGN       TO  REPORTOUT
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS  IS REPORT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  COLLECTION-QUEUE.
000540 01  COLLECTION-QUEUE-STRUCTURE.
000550     COPY "COLLECTION-QUEUE-RECORD.CPY" REPLACING ==(TAG)==
000560          BY ==CQ-==.
000570
000580 FD  COLLECTION-ACTIVITY.
000590 01  COLLECTION-ACTIVITY-STRUCTURE.
000600     COPY "COLLECTION-ACTIVITY-RECORD.CPY" REPLACING ==(TAG)==
000610          BY ==CV-==.
000620
000630 FD  REPORT-FILE.
000640 01  REPORT-LINE                PIC X(120).
000650
000660 WORKING-STORAGE SECTION.
000670 01  COLLQUEUE                  PIC X(50)
000680     VALUE "/mnt/c/cobfiles\collections-queue.idx".
000690 01  COLLACTIVITY               PIC X(50)
000700     VALUE "/mnt/c/cobfiles\collection-activity.idx".
000710 01  REPORTOUT                  PIC X(50)
000720     VALUE "collector-activity.txt".
000730 01  QUEUE-STATUS               PIC X(02).
000740 01  ACTIVITY-STATUS            PIC X(02).
000750 01  REPORT-STATUS              PIC X(02).
000760
000770*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
000780 01  WS-RC-FUNCTION             PIC X(01).
000790 01  WS-RC-JOB-NAME             PIC X(20)
000800     VALUE "COLLECTOR-ACTIVITY".
000810 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000820 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000830 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000840
000850*                                                                *
000860*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
000870*                                                                *
000880 01  WS-SPOOL-FUNCTION          PIC X(01).
000890 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000900     VALUE "collector-activity".
000910 01  WS-SPOOL-JOB-NAME          PIC X(20)
000920     VALUE "COLLECTOR-ACTIVITY".
000930 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
000940 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000950 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000960
000970 01  WS-CLERK-ID                PIC X(10).
000980 01  WS-CLERK-NAME              PIC X(30).
000990 01  WS-CLERK-ROLE              PIC X(01).
001000 01  WS-CHECK-RESULT            PIC X(01).
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001040         88  WS-EOF-YES                   VALUE 'Y'.
001050
001060 01  WS-TODAY-8                 PIC 9(08).
001062 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001064     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001066 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001070 01  WS-LOOKUP-COLLECTOR        PIC X(10).
001080
001090*                                                                *
001100*   OUTCOME CODES IN REPORT COLUMN ORDER                         *
001110*                                                                *
001120 01  WS-OUTCOME-CODES           PIC X(16)
001130     VALUE "LMNAWNRFPPCBPDDS".
001140 01  WS-OUTCOME-TABLE REDEFINES WS-OUTCOME-CODES.
001150     05  WS-OUTCOME-CODE        PIC X(02) OCCURS 8 TIMES.
001160 01  WS-OC-SUB                  PIC 9(02).
001170
001180*                                                                *
001190*   ONE ENTRY PER COLLECTOR SEEN ON THE QUEUE OR THE ACTIVITY    *
001200*                                                                *
001210 01  WS-COLL-COUNT              PIC 9(03) VALUE ZERO.
001220 01  WS-COLLECTOR-TABLE.
001230     05  WS-COLL-ENTRY OCCURS 100 TIMES.
001240         10  WS-CT-CLERK        PIC X(10).
001250         10  WS-CT-QUEUED       PIC 9(05).
001260         10  WS-CT-UNWORKED     PIC 9(05).
001270         10  WS-CT-WORKED       PIC 9(05).
001280         10  WS-CT-AMOUNT       PIC 9(11)V9(02).
001290         10  WS-CT-OUTCOME      PIC 9(05) OCCURS 8 TIMES.
001300 01  WS-CT-SUB                  PIC 9(03).
001310
001320 01  WS-TOTAL-WORKED            PIC 9(07) VALUE ZERO.
001330 01  WS-TOTAL-UNWORKED          PIC 9(07) VALUE ZERO.
001340 01  WS-TOTAL-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
001350 01  WS-TOTAL-OUTCOME           PIC 9(07) OCCURS 8 TIMES.
001360
001370*                                                                *
001380*   COLUMN HEADINGS AND THE COLLECTOR LINE                       *
001390*                                                                *
001400 01  WS-HEADING-LINE.
001410     05  FILLER                  PIC X(33)
001420         VALUE " COLLECTOR  NAME".
001430     05  FILLER                  PIC X(15)
001440         VALUE "QUEUED WORKED".
001450     05  FILLER                  PIC X(48)
001460         VALUE "  LM   NA   WN   RF   PP   CB   PD   DS".
001470     05  FILLER                  PIC X(24)
001480         VALUE "  PAST DUE WORKED  LEFT".
001490
001500 01  WS-COLL-LINE.
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  WS-CL-CLERK             PIC X(10).
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  WS-CL-NAME              PIC X(20).
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  WS-CL-QUEUED            PIC ZZZZ9.
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-CL-WORKED            PIC ZZZZ9.
001590     05  WS-CL-OUTCOME-GROUP.
001600         10  WS-CL-OUTCOME       PIC ZZZZ9 OCCURS 8 TIMES.
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  WS-CL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  WS-CL-UNWORKED          PIC ZZZZ9.
001650
001660 PROCEDURE DIVISION.
001670*                                                                *
001680*   0000-MAINLINE                                               *
001690*                                                                *
001700 0000-MAINLINE.
001710     MOVE 'S' TO WS-RC-FUNCTION.
001720     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001730          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001740          WS-RC-CODE.
001750     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001755          WS-OVERRIDE-MARK.
001760     MOVE ZERO TO WS-TOTAL-OUTCOME (1) WS-TOTAL-OUTCOME (2)
001770                  WS-TOTAL-OUTCOME (3) WS-TOTAL-OUTCOME (4)
001780                  WS-TOTAL-OUTCOME (5) WS-TOTAL-OUTCOME (6)
001790                  WS-TOTAL-OUTCOME (7) WS-TOTAL-OUTCOME (8).
001800     PERFORM 2000-COUNT-QUEUE THRU 2000-EXIT.
001810     PERFORM 3000-COUNT-ACTIVITY THRU 3000-EXIT.
001820     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
001830     MOVE 'E' TO WS-RC-FUNCTION.
001840     MOVE WS-TOTAL-WORKED TO WS-RC-WRITTEN.
001850     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001860          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001870          WS-RC-CODE.
001880     DISPLAY "COLLECTOR-ACTIVITY-REPORT RUN COMPLETE".
001890     DISPLAY "COLLECTORS:         " WS-COLL-COUNT.
001900     DISPLAY "ACCOUNTS WORKED:    " WS-TOTAL-WORKED.
001910     DISPLAY "ACCOUNTS UNWORKED:  " WS-TOTAL-UNWORKED.
001920     GO TO 9999-EXIT.
001930
001940*                                                                *
001950*   2000-COUNT-QUEUE -- QUEUE SIZE AND UNWORKED ACCOUNTS PER     *
001960*   COLLECTOR                                                    *
001970*                                                                *
001980 2000-COUNT-QUEUE.
001990     OPEN INPUT COLLECTION-QUEUE.
002000     IF QUEUE-STATUS NOT = '00'
002010        DISPLAY "NO COLLECTIONS QUEUE ON FILE"
002020        GO TO 2000-EXIT
002030     END-IF.
002040     MOVE 'N' TO WS-EOF-SWITCH.
002050     PERFORM 2100-COUNT-ONE-ENTRY THRU 2100-EXIT
002060             UNTIL WS-EOF-YES.
002070     CLOSE COLLECTION-QUEUE.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-COUNT-ONE-ENTRY.
002120     READ COLLECTION-QUEUE NEXT RECORD
002130         AT END
002140            MOVE 'Y' TO WS-EOF-SWITCH
002150            GO TO 2100-EXIT
002160     END-READ.
002170     ADD 1 TO WS-RC-READ.
002180     MOVE CQ-COLLECTOR-ID TO WS-LOOKUP-COLLECTOR.
002190     PERFORM 6000-FIND-COLLECTOR THRU 6000-EXIT.
002200     IF WS-CT-SUB = ZERO
002210        GO TO 2100-EXIT
002220     END-IF.
002230     ADD 1 TO WS-CT-QUEUED (WS-CT-SUB).
002240     IF CQ-QUEUE-UNWORKED
002250        ADD 1 TO WS-CT-UNWORKED (WS-CT-SUB)
002260        ADD 1 TO WS-TOTAL-UNWORKED
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.
002300
002310*                                                                *
002320*   3000-COUNT-ACTIVITY -- TODAY'S OUTCOMES, BY THE COLLECTOR    *
002330*   WHO KEYED THEM                                               *
002340*                                                                *
002350 3000-COUNT-ACTIVITY.
002360     OPEN INPUT COLLECTION-ACTIVITY.
002370     IF ACTIVITY-STATUS NOT = '00'
002380        DISPLAY "NO COLLECTION ACTIVITY ON FILE"
002390        GO TO 3000-EXIT
002400     END-IF.
002410     MOVE LOW-VALUES TO CV-ACTIVITY-KEY.
002420     MOVE WS-TODAY-8 TO CV-ACTIVITY-DATE.
002430     MOVE 'N' TO WS-EOF-SWITCH.
002440     START COLLECTION-ACTIVITY KEY IS >= CV-ACTIVITY-KEY
002450         INVALID KEY
002460            MOVE 'Y' TO WS-EOF-SWITCH
002470     END-START.
002480     PERFORM 3100-COUNT-ONE-OUTCOME THRU 3100-EXIT
002490             UNTIL WS-EOF-YES.
002500     CLOSE COLLECTION-ACTIVITY.
002510 3000-EXIT.
002520     EXIT.
002530
002540 3100-COUNT-ONE-OUTCOME.
002550     READ COLLECTION-ACTIVITY NEXT RECORD
002560         AT END
002570            MOVE 'Y' TO WS-EOF-SWITCH
002580            GO TO 3100-EXIT
002590     END-READ.
002600     IF CV-ACTIVITY-DATE NOT = WS-TODAY-8
002610        MOVE 'Y' TO WS-EOF-SWITCH
002620        GO TO 3100-EXIT
002630     END-IF.
002640     ADD 1 TO WS-RC-READ.
002650     MOVE CV-COLLECTOR-ID TO WS-LOOKUP-COLLECTOR.
002660     PERFORM 6000-FIND-COLLECTOR THRU 6000-EXIT.
002670     IF WS-CT-SUB = ZERO
002680        GO TO 3100-EXIT
002690     END-IF.
002700     ADD 1 TO WS-CT-WORKED (WS-CT-SUB) WS-TOTAL-WORKED.
002710     ADD CV-PAST-DUE-AMOUNT TO WS-CT-AMOUNT (WS-CT-SUB)
002720                               WS-TOTAL-AMOUNT.
002730     MOVE 1 TO WS-OC-SUB.
002740     PERFORM 3200-NEXT-OUTCOME-CODE THRU 3200-EXIT
002750             UNTIL WS-OC-SUB > 8
002760                OR WS-OUTCOME-CODE (WS-OC-SUB) = CV-OUTCOME-CODE.
002770     IF WS-OC-SUB NOT > 8
002780        ADD 1 TO WS-CT-OUTCOME (WS-CT-SUB, WS-OC-SUB)
002790                 WS-TOTAL-OUTCOME (WS-OC-SUB)
002800     END-IF.
002810 3100-EXIT.
002820     EXIT.
002830
002840 3200-NEXT-OUTCOME-CODE.
002850     ADD 1 TO WS-OC-SUB.
002860 3200-EXIT.
002870     EXIT.
002880
002890*                                                                *
002900*   5000-WRITE-REPORT -- ONE LINE PER COLLECTOR AND A TOTAL      *
002910*   LINE, SPOOLED FOR THE SUPERVISOR                             *
002920*                                                                *
002930 5000-WRITE-REPORT.
002940     MOVE 'N' TO WS-SPOOL-FUNCTION.
002950     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002960          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002970          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002980          WS-SPOOL-MEMBER-NAME.
002990     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003000     OPEN OUTPUT REPORT-FILE.
003010     MOVE SPACES TO REPORT-LINE.
003020     STRING "COLLECTOR ACTIVITY SUMMARY -- " WS-TODAY-8
003030            DELIMITED BY SIZE INTO REPORT-LINE
003040     END-STRING.
003050     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003052     IF WS-DATE-OVERRIDDEN
003054        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003056        PERFORM 7900-PUT-LINE THRU 7900-EXIT
003058     END-IF.
003060     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003070     MOVE WS-HEADING-LINE TO REPORT-LINE.
003080     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003090     MOVE 1 TO WS-CT-SUB.
003100     PERFORM 5100-PUT-COLLECTOR-LINE THRU 5100-EXIT
003110             UNTIL WS-CT-SUB > WS-COLL-COUNT.
003120     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003130     MOVE "TOTAL"            TO WS-CL-CLERK.
003140     MOVE SPACES             TO WS-CL-NAME.
003150     MOVE ZERO               TO WS-CL-QUEUED.
003160     MOVE WS-TOTAL-WORKED    TO WS-CL-WORKED.
003170     MOVE 1 TO WS-OC-SUB.
003180     PERFORM 5200-MOVE-TOTAL-OUTCOME THRU 5200-EXIT
003190             UNTIL WS-OC-SUB > 8.
003200     MOVE WS-TOTAL-AMOUNT    TO WS-CL-AMOUNT.
003210     MOVE WS-TOTAL-UNWORKED  TO WS-CL-UNWORKED.
003220     MOVE WS-COLL-LINE TO REPORT-LINE.
003230     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003240     CLOSE REPORT-FILE.
003250     MOVE 'R' TO WS-SPOOL-FUNCTION.
003260     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003270          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003280          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003290          WS-SPOOL-MEMBER-NAME.
003300 5000-EXIT.
003310     EXIT.
003320
003330 5100-PUT-COLLECTOR-LINE.
003340     IF WS-CT-CLERK (WS-CT-SUB) = SPACES
003350        MOVE "UNASSIGNED" TO WS-CL-CLERK
003360        MOVE SPACES TO WS-CL-NAME
003370     ELSE
003380        MOVE WS-CT-CLERK (WS-CT-SUB) TO WS-CL-CLERK WS-CLERK-ID
003390        CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
003400             WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT
003410        IF WS-CHECK-RESULT = 'M' OR WS-CHECK-RESULT = 'N'
003420           MOVE SPACES TO WS-CL-NAME
003430        ELSE
003440           MOVE WS-CLERK-NAME TO WS-CL-NAME
003450        END-IF
003460     END-IF.
003470     MOVE WS-CT-QUEUED (WS-CT-SUB)   TO WS-CL-QUEUED.
003480     MOVE WS-CT-WORKED (WS-CT-SUB)   TO WS-CL-WORKED.
003490     MOVE 1 TO WS-OC-SUB.
003500     PERFORM 5150-MOVE-OUTCOME THRU 5150-EXIT
003510             UNTIL WS-OC-SUB > 8.
003520     MOVE WS-CT-AMOUNT (WS-CT-SUB)   TO WS-CL-AMOUNT.
003530     MOVE WS-CT-UNWORKED (WS-CT-SUB) TO WS-CL-UNWORKED.
003540     MOVE WS-COLL-LINE TO REPORT-LINE.
003550     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
003560     ADD 1 TO WS-CT-SUB.
003570 5100-EXIT.
003580     EXIT.
003590
003600 5150-MOVE-OUTCOME.
003610     MOVE WS-CT-OUTCOME (WS-CT-SUB, WS-OC-SUB)
003620       TO WS-CL-OUTCOME (WS-OC-SUB).
003630     ADD 1 TO WS-OC-SUB.
003640 5150-EXIT.
003650     EXIT.
003660
003670 5200-MOVE-TOTAL-OUTCOME.
003680     MOVE WS-TOTAL-OUTCOME (WS-OC-SUB)
003690       TO WS-CL-OUTCOME (WS-OC-SUB).
003700     ADD 1 TO WS-OC-SUB.
003710 5200-EXIT.
003720     EXIT.
003730
003740*                                                                *
003750*   6000-FIND-COLLECTOR -- THE TABLE ENTRY FOR                   *
003760*   WS-LOOKUP-COLLECTOR, ADDED IF NEW.  WS-CT-SUB COMES BACK     *
003770*   ZERO WHEN THE TABLE IS FULL.                                 *
003780*                                                                *
003790 6000-FIND-COLLECTOR.
003800     MOVE 1 TO WS-CT-SUB.
003810     PERFORM 6050-NEXT-COLLECTOR THRU 6050-EXIT
003820             UNTIL WS-CT-SUB > WS-COLL-COUNT
003830                OR WS-CT-CLERK (WS-CT-SUB) = WS-LOOKUP-COLLECTOR.
003840     IF WS-CT-SUB NOT > WS-COLL-COUNT
003850        GO TO 6000-EXIT
003860     END-IF.
003870     IF WS-COLL-COUNT >= 100
003880        MOVE ZERO TO WS-CT-SUB
003890        GO TO 6000-EXIT
003900     END-IF.
003910     ADD 1 TO WS-COLL-COUNT.
003920     MOVE WS-COLL-COUNT TO WS-CT-SUB.
003930     MOVE WS-LOOKUP-COLLECTOR TO WS-CT-CLERK (WS-CT-SUB).
003940     MOVE ZERO TO WS-CT-QUEUED (WS-CT-SUB)
003950                  WS-CT-UNWORKED (WS-CT-SUB)
003960                  WS-CT-WORKED (WS-CT-SUB)
003970                  WS-CT-AMOUNT (WS-CT-SUB).
003980     MOVE 1 TO WS-OC-SUB.
003990     PERFORM 6100-CLEAR-OUTCOME THRU 6100-EXIT
004000             UNTIL WS-OC-SUB > 8.
004010 6000-EXIT.
004020     EXIT.
004030
004040 6050-NEXT-COLLECTOR.
004050     ADD 1 TO WS-CT-SUB.
004060 6050-EXIT.
004070     EXIT.
004080
004090 6100-CLEAR-OUTCOME.
004100     MOVE ZERO TO WS-CT-OUTCOME (WS-CT-SUB, WS-OC-SUB).
004110     ADD 1 TO WS-OC-SUB.
004120 6100-EXIT.
004130     EXIT.
004140
004150 7900-PUT-LINE.
004160     WRITE REPORT-LINE.
004170     ADD 1 TO WS-SPOOL-LINE-COUNT.
004180     MOVE SPACES TO REPORT-LINE.
004190 7900-EXIT.
004200     EXIT.
004210
004220 9999-EXIT.
004230     STOP RUN.
