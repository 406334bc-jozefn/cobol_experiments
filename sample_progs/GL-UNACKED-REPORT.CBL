000010******************************************************************
000020*                                                                *
000030*   GL-UNACKED-REPORT                                            *
000040*                                                                *
000050*   DAILY EXCEPTION LIST OF GL INTERFACE FILES THE FINANCE       *
000060*   SYSTEM HAS NOT TAKEN IN.  WALKS THE GL EXTRACT RUN REGISTER  *
000070*   AND LISTS EVERY FILE STILL WITHOUT AN ACKNOWLEDGMENT ONCE    *
000080*   THE FIRST PROCESSING DAY AFTER THE DAY IT WENT OUT HAS       *
000090*   PASSED (BOTH DAYS TAKEN FROM THE SHARED CALENDAR THROUGH     *
000100*   BUSINESS-DAY-CHECK), EVERY FILE FINANCE REJECTED WHOLE OR    *
000110*   IN PART, AND EVERY ACKNOWLEDGMENT WHOSE ECHOED COUNT OR      *
000120*   HASH TOTALS DID NOT AGREE WITH OURS.  A FILE NEVER           *
000130*   ACKNOWLEDGED GOES BACK THROUGH GL-EXTRACT-RESEND; A          *
000140*   REJECTED LINE IS CORRECTED AND CARRIED IN THE NEXT RUN.      *
000150*   THE REPORT IS REGISTERED ON THE REPORT SPOOL.                *
000160*                                                                *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.      GL-UNACKED-REPORT.
000200 AUTHOR.          DATA PROCESSING.
000210 INSTALLATION.    ACCOUNTING SYSTEMS.
000220 DATE-WRITTEN.    10/15/2026.
000230 DATE-COMPILED.   10/15/2026.
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   ------------------------------------------------------------ *
000270*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000272*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000274*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000276*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000278*                    HEADING.                                   *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL GL-RUN-REGISTER
000330            ASSIGN       TO  GLRUNREG
000340            ORGANIZATION IS INDEXED
000350            ACCESS MODE  IS DYNAMIC
000360            RECORD KEY   IS GR-RUN-KEY
000370            FILE STATUS  IS GLRUNREG-STATUS.
000380
000390     SELECT REPORT-FILE
000400            ASSIGN       TO  REPORTOUT
000410            ORGANIZATION IS LINE SEQUENTIAL
000420            FILE STATUS  IS REPORT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GL-RUN-REGISTER.
000470 01  GL-RUN-STRUCTURE.
000480     COPY "GL-EXTRACT-RUN-RECORD.CPY" REPLACING ==(TAG)==
000490          BY ==GR-==.
000500
000510 FD  REPORT-FILE
000520     RECORDING MODE IS F.
000530 01  REPORT-LINE                  PIC X(100).
000540
000550 WORKING-STORAGE SECTION.
000560*                                                                *
000570*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000580*                                                                *
000590 01  GLRUNREG                   PIC X(50)
000600     VALUE "/mnt/c/cobfiles\gl-extract-runs.idx".
000610 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000620
000630 01  GLRUNREG-STATUS            PIC X(02).
000640 01  REPORT-STATUS              PIC X(02).
000650
000660 01  WS-SWITCHES.
000670     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000680         88  WS-EOF-YES                    VALUE 'Y'.
000690
000700*                                                                *
000710*   DATE WORK -- THE PROCESSING DAY A FILE WENT OUT ON, AND THE  *
000720*   NEXT ONE AFTER IT, BY WHICH FINANCE SHOULD HAVE ANSWERED     *
000730*                                                                *
000740 01  WS-TODAY-8                 PIC 9(08).
000742 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000744     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000746 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000750 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000760 01  WS-WORK-INTEGER-DATE       PIC 9(07).
000770 01  WS-CALENDAR-IN             PIC 9(08).
000780 01  WS-SENT-DAY                PIC X(08).
000790 01  WS-DUE-DAY                 PIC X(08).
000800 01  WS-DAYS-OUT                PIC 9(05).
000810 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
000820
000830 01  WS-NO-ACK-COUNT            PIC 9(05) VALUE ZERO.
000840 01  WS-REJECTED-COUNT          PIC 9(05) VALUE ZERO.
000850 01  WS-PARTLY-COUNT            PIC 9(05) VALUE ZERO.
000860 01  WS-DIFFER-COUNT            PIC 9(05) VALUE ZERO.
000870
000880*                                                                *
000890*   ONE REPORT LINE PER FILE NEEDING ATTENTION                   *
000900*                                                                *
000910 01  WS-DETAIL-LINE.
000920     05  WS-O-RUN                PIC 9(08).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  WS-O-COMPANY            PIC X(02).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  WS-O-FROM               PIC 9(06).
000970     05  FILLER                  PIC X(01) VALUE "-".
000980     05  WS-O-TO                 PIC 9(06).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  WS-O-SENT               PIC 9(08).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  WS-O-SENDS              PIC Z9.
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  WS-O-DAYS               PIC ZZZZ9.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  WS-O-LINES              PIC Z,ZZZ,ZZ9.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  WS-O-STATUS             PIC X(26).
001090
001100 01  WS-D-COUNT                 PIC ZZ,ZZ9.
001110 01  WS-D-REJECTS               PIC ZZZZ9.
001120
001130 01  WS-RC-FUNCTION             PIC X(01).
001140 01  WS-RC-JOB-NAME             PIC X(20)
001150     VALUE "GL-UNACKED-REPORT".
001160 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001170 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001180 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001190
001200*                                                                *
001210*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001220*                                                                *
001230 01  WS-SPOOL-FUNCTION          PIC X(01).
001240 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001250     VALUE "gl-unacked".
001260 01  WS-SPOOL-JOB-NAME          PIC X(20)
001270     VALUE "GL-UNACKED-REPORT".
001280 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
001290 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001300 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001310
001320 PROCEDURE DIVISION.
001330*                                                                *
001340*   0000-MAINLINE                                                *
001350*                                                                *
001360 0000-MAINLINE.
001370     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001375          WS-OVERRIDE-MARK.
001380     COMPUTE WS-TODAY-INTEGER-DATE =
001390        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001400     MOVE 'S' TO WS-RC-FUNCTION.
001410     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001420          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001430          WS-RC-CODE.
001440     PERFORM 2000-OPEN-REPORT THRU 2000-EXIT.
001450     PERFORM 3000-LIST-REGISTER THRU 3000-EXIT.
001460     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
001470     MOVE 'E' TO WS-RC-FUNCTION.
001480     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
001490     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001500          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001510          WS-RC-CODE.
001520     DISPLAY "GL-UNACKED-REPORT RUN COMPLETE".
001530     DISPLAY "NO ACKNOWLEDGMENT:    " WS-NO-ACK-COUNT.
001540     DISPLAY "REJECTED WHOLE:       " WS-REJECTED-COUNT.
001550     DISPLAY "PARTLY REJECTED:      " WS-PARTLY-COUNT.
001560     DISPLAY "TOTALS DIFFERING:     " WS-DIFFER-COUNT.
001570     GO TO 9999-EXIT.
001580
001590*                                                                *
001600*   2000-OPEN-REPORT -- REGISTER THE REPORT ON THE SPOOL AND     *
001610*   WRITE THE HEADINGS                                           *
001620*                                                                *
001630 2000-OPEN-REPORT.
001640     MOVE 'N' TO WS-SPOOL-FUNCTION.
001650     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001660          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001670          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001680          WS-SPOOL-MEMBER-NAME.
001690     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001700     OPEN OUTPUT REPORT-FILE.
001710     MOVE SPACES TO REPORT-LINE.
001720     STRING "GL INTERFACE FILES NOT TAKEN IN BY FINANCE -- AS OF "
001730            WS-TODAY-8
001740            DELIMITED BY SIZE INTO REPORT-LINE
001750     END-STRING.
001760     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001762     IF WS-DATE-OVERRIDDEN
001764        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001766        PERFORM 4900-PUT-LINE THRU 4900-EXIT
001768     END-IF.
001770     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001780     STRING "RUN ID    CO  PERIODS        SENT      SENDS  DAYS"
001790            "      LINES  STATUS"
001800            DELIMITED BY SIZE INTO REPORT-LINE
001810     END-STRING.
001820     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
001830 2000-EXIT.
001840     EXIT.
001850
001860*                                                                *
001870*   3000-LIST-REGISTER -- ONE PASS OF THE RUN REGISTER IN RUN    *
001880*   ID ORDER                                                     *
001890*                                                                *
001900 3000-LIST-REGISTER.
001910     OPEN INPUT GL-RUN-REGISTER.
001920     IF GLRUNREG-STATUS NOT = '00'
001930        DISPLAY "NO GL EXTRACT RUN REGISTER FOUND -- " GLRUNREG
001940        IF GLRUNREG-STATUS = '05'
001950           CLOSE GL-RUN-REGISTER
001960        END-IF
001970        GO TO 3000-EXIT
001980     END-IF.
001990     PERFORM 3100-CHECK-ONE-RUN THRU 3100-EXIT
002000             UNTIL WS-EOF-YES.
002010     CLOSE GL-RUN-REGISTER.
002020 3000-EXIT.
002030     EXIT.
002040
002050 3100-CHECK-ONE-RUN.
002060     READ GL-RUN-REGISTER NEXT RECORD
002070         AT END
002080            MOVE 'Y' TO WS-EOF-SWITCH
002090            GO TO 3100-EXIT
002100     END-READ.
002110     ADD 1 TO WS-RC-READ.
002120     IF GR-RUN-ACCEPTED AND NOT GR-TOTALS-DIFFER
002130        GO TO 3100-EXIT
002140     END-IF.
002150     COMPUTE WS-DAYS-OUT = WS-TODAY-INTEGER-DATE
002160        - FUNCTION INTEGER-OF-DATE(GR-LAST-SENT-DATE).
002170     IF GR-RUN-SENT
002180        PERFORM 3200-FIND-DUE-DAY THRU 3200-EXIT
002190        IF WS-TODAY-8 <= WS-DUE-DAY
002200           GO TO 3100-EXIT
002210        END-IF
002220        MOVE "NO ACKNOWLEDGMENT"  TO WS-O-STATUS
002230        ADD 1 TO WS-NO-ACK-COUNT
002240     ELSE
002250        IF GR-RUN-REJECTED
002260           MOVE "FILE REJECTED"   TO WS-O-STATUS
002270           ADD 1 TO WS-REJECTED-COUNT
002280        ELSE
002290           IF GR-RUN-PARTLY-REJECTED
002300              MOVE GR-REJECT-COUNT TO WS-D-REJECTS
002310              MOVE SPACES TO WS-O-STATUS
002320              STRING WS-D-REJECTS " LINES REJECTED"
002330                     DELIMITED BY SIZE INTO WS-O-STATUS
002340              END-STRING
002350              ADD 1 TO WS-PARTLY-COUNT
002360           ELSE
002370              MOVE "ACCEPTED, TOTALS DIFFER" TO WS-O-STATUS
002380           END-IF
002390        END-IF
002400     END-IF.
002410     IF GR-TOTALS-DIFFER
002420        ADD 1 TO WS-DIFFER-COUNT
002430     END-IF.
002440     MOVE GR-RUN-ID       TO WS-O-RUN.
002450     MOVE GR-COMPANY-CODE TO WS-O-COMPANY.
002460     MOVE GR-FROM-PERIOD  TO WS-O-FROM.
002470     MOVE GR-TO-PERIOD    TO WS-O-TO.
002480     MOVE GR-LAST-SENT-DATE TO WS-O-SENT.
002490     MOVE GR-SEND-COUNT   TO WS-O-SENDS.
002500     MOVE WS-DAYS-OUT     TO WS-O-DAYS.
002510     MOVE GR-RECORD-COUNT TO WS-O-LINES.
002520     MOVE WS-DETAIL-LINE TO REPORT-LINE.
002530     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002540 3100-EXIT.
002550     EXIT.
002560
002570*                                                                *
002580*   3200-FIND-DUE-DAY -- THE PROCESSING DAY THE FILE WENT OUT    *
002590*   ON (A WEEKEND OR HOLIDAY RUN COUNTS FROM THE NEXT ONE), THEN *
002600*   THE PROCESSING DAY AFTER THAT                                *
002610*                                                                *
002620 3200-FIND-DUE-DAY.
002630     MOVE GR-LAST-SENT-DATE TO WS-CALENDAR-IN.
002640     CALL "BUSINESS-DAY-CHECK" USING WS-CALENDAR-IN, WS-SENT-DAY.
002650     MOVE WS-SENT-DAY TO WS-CALENDAR-IN.
002660     COMPUTE WS-WORK-INTEGER-DATE =
002670        FUNCTION INTEGER-OF-DATE(WS-CALENDAR-IN) + 1.
002680     COMPUTE WS-CALENDAR-IN =
002690        FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER-DATE).
002700     CALL "BUSINESS-DAY-CHECK" USING WS-CALENDAR-IN, WS-DUE-DAY.
002710 3200-EXIT.
002720     EXIT.
002730
002740*                                                                *
002750*   4000-WRITE-TOTALS                                            *
002760*                                                                *
002770 4000-WRITE-TOTALS.
002780     IF WS-NO-ACK-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
002790        AND WS-PARTLY-COUNT = ZERO AND WS-DIFFER-COUNT = ZERO
002800        MOVE "  EVERY GL FILE SENT HAS BEEN TAKEN IN BY FINANCE"
002810           TO REPORT-LINE
002820        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002830     END-IF.
002840     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002850     MOVE WS-NO-ACK-COUNT TO WS-D-COUNT.
002860     STRING "NO ACKNOWLEDGMENT AFTER A PROCESSING DAY  "
002870            WS-D-COUNT
002880            DELIMITED BY SIZE INTO REPORT-LINE
002890     END-STRING.
002900     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002910     MOVE WS-REJECTED-COUNT TO WS-D-COUNT.
002920     STRING "REJECTED WHOLE BY FINANCE                 "
002930            WS-D-COUNT
002940            DELIMITED BY SIZE INTO REPORT-LINE
002950     END-STRING.
002960     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002970     MOVE WS-PARTLY-COUNT TO WS-D-COUNT.
002980     STRING "ACCEPTED WITH LINES REJECTED              "
002990            WS-D-COUNT
003000            DELIMITED BY SIZE INTO REPORT-LINE
003010     END-STRING.
003020     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003030     MOVE WS-DIFFER-COUNT TO WS-D-COUNT.
003040     STRING "COUNT OR HASH TOTALS DIFFERING            "
003050            WS-D-COUNT
003060            DELIMITED BY SIZE INTO REPORT-LINE
003070     END-STRING.
003080     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003090     CLOSE REPORT-FILE.
003100     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
003110     MOVE 'R' TO WS-SPOOL-FUNCTION.
003120     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003130          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003140          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003150          WS-SPOOL-MEMBER-NAME.
003160 4000-EXIT.
003170     EXIT.
003180
003190 4900-PUT-LINE.
003200     WRITE REPORT-LINE.
003210     ADD 1 TO WS-LINE-COUNT.
003220     MOVE SPACES TO REPORT-LINE.
003230 4900-EXIT.
003240     EXIT.
003250
003260 9999-EXIT.
003270     STOP RUN.
