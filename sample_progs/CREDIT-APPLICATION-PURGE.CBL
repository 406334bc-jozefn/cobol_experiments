000010******************************************************************
000020*                                                                *
000030*   CREDIT-APPLICATION-PURGE                                     *
000040*                                                                *
000050*   MONTHLY PURGE OF DECIDED CREDIT APPLICATIONS WHOSE           *
000060*   RETENTION HAS RUN OUT (SEE CREDIT-APPLICANT-RECORD.CPY).     *
000070*   AN APPLICATION IS DELETED ONLY WHEN IT CARRIES A DECISION    *
000080*   -- APPROVED, APPROVED LOWER, DEPOSIT REQUIRED, DECLINED OR   *
000090*   ONBOARDED -- AND ITS RETAIN-UNTIL DATE, SET WHEN IT WAS      *
000100*   DECIDED, IS BEFORE THE PROCESSING DATE.  AN APPLICATION      *
000110*   STILL AWAITING ITS SCORE OR DECISION IS NEVER PURGED.        *
000120*                                                                *
000130*   EACH APPLICATION PURGED IS LISTED ON A REPORT SPOOLED        *
000140*   THROUGH REPORT-SPOOL-REGISTER WITH PERMANENT RETENTION, SO   *
000150*   THE DESTRUCTION OF THE RECORDS IS ITSELF ON RECORD.          *
000160*                                                                *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.      CREDIT-APPLICATION-PURGE.
000200 AUTHOR.          DATA PROCESSING.
000210 INSTALLATION.    ACCOUNTING SYSTEMS.
000220 DATE-WRITTEN.    10/15/2026.
000230 DATE-COMPILED.   10/15/2026.
000240*                                                                *
000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL CREDIT-APPLICATIONS
000330            ASSIGN       TO  CREDAPP
000340            ORGANIZATION IS INDEXED
000350            ACCESS MODE  IS DYNAMIC
000360            RECORD KEY   IS AP-APPLICATION-NUMBER
000370            ALTERNATE RECORD KEY IS AP-APPLICANT-PHONE
000380                     WITH DUPLICATES
000390            FILE STATUS  IS CREDAPP-STATUS.
000400
000410     SELECT REPORT-FILE
000420            ASSIGN       TO  REPORTOUT
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS  IS REPORT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CREDIT-APPLICATIONS.
000490 01  CREDIT-APPLICANT-STRUCTURE.
000500     COPY "CREDIT-APPLICANT-RECORD.CPY" REPLACING ==(TAG)==
000510          BY ==AP-==.
000520
000530 FD  REPORT-FILE.
000540 01  REPORT-LINE                PIC X(100).
000550
000560 WORKING-STORAGE SECTION.
000570 01  CREDAPP                    PIC X(50)
000580     VALUE "/mnt/c/cobfiles\credit-applications.idx".
000590 01  REPORTOUT                  PIC X(50).
000600
000610 01  CREDAPP-STATUS             PIC X(02).
000620 01  REPORT-STATUS              PIC X(02).
000630
000640*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
000650 01  WS-RC-FUNCTION             PIC X(01).
000660 01  WS-RC-JOB-NAME             PIC X(20)
000670     VALUE "CREDIT-APP-PURGE".
000680 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000690 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000700 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000710
000720*                                                                *
000730*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
000740*                                                                *
000750 01  WS-SPOOL-FUNCTION          PIC X(01).
000760 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000770     VALUE "credit-app-purge".
000780 01  WS-SPOOL-JOB-NAME          PIC X(20)
000790     VALUE "CREDIT-APP-PURGE".
000800 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
000810 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000820 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000830 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
000840
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000870         88  WS-EOF-YES                   VALUE 'Y'.
000880
000890 01  WS-TODAY-8                 PIC 9(08).
000900 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000910     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000920 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000930
000940 01  WS-APPS-READ               PIC 9(07) VALUE ZERO.
000950 01  WS-PURGED-COUNT            PIC 9(07) VALUE ZERO.
000960 01  WS-KEPT-COUNT              PIC 9(07) VALUE ZERO.
000970
000980 01  WS-DETAIL-LINE.
000990     05  WS-DL-APPLICATION       PIC 9(07).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  WS-DL-PHONE             PIC X(12).
001020     05  FILLER                  PIC X(01) VALUE SPACES.
001030     05  WS-DL-NAME              PIC X(30).
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  WS-DL-STATUS            PIC X(01).
001060     05  FILLER                  PIC X(03) VALUE SPACES.
001070     05  WS-DL-DECIDED           PIC 9(08).
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  WS-DL-DECIDED-BY        PIC X(10).
001100     05  FILLER                  PIC X(01) VALUE SPACES.
001110     05  WS-DL-RETAIN-UNTIL      PIC 9(08).
001120
001130 PROCEDURE DIVISION.
001140*                                                                *
001150*   0000-MAINLINE                                               *
001160*                                                                *
001170 0000-MAINLINE.
001180     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001190          WS-OVERRIDE-MARK.
001200     MOVE 'S' TO WS-RC-FUNCTION.
001210     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001220          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001230          WS-RC-CODE.
001240     OPEN I-O CREDIT-APPLICATIONS.
001250     IF CREDAPP-STATUS NOT = '00' AND CREDAPP-STATUS NOT = '05'
001260        DISPLAY "CANNOT OPEN CREDIT APPLICATION FILE, STATUS "
001270                CREDAPP-STATUS
001280        MOVE "FAIL" TO WS-RC-CODE
001290        MOVE 8 TO RETURN-CODE
001300        GO TO 0000-END-RUN
001310     END-IF.
001320     PERFORM 1000-START-REPORT THRU 1000-EXIT.
001330     MOVE ZERO TO AP-APPLICATION-NUMBER.
001340     START CREDIT-APPLICATIONS KEY IS >= AP-APPLICATION-NUMBER
001350         INVALID KEY
001360            MOVE 'Y' TO WS-EOF-SWITCH
001370     END-START.
001380     PERFORM 2000-CHECK-ONE-APPLICATION THRU 2000-EXIT
001390             UNTIL WS-EOF-YES.
001400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
001410     STRING "APPLICATIONS READ " WS-APPS-READ
001420            "  PURGED " WS-PURGED-COUNT
001430            "  KEPT " WS-KEPT-COUNT
001440            DELIMITED BY SIZE INTO REPORT-LINE
001450     END-STRING.
001460     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
001470     CLOSE CREDIT-APPLICATIONS.
001480     CLOSE REPORT-FILE.
001490     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
001500     MOVE 'R' TO WS-SPOOL-FUNCTION.
001510     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001520          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001530          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001540          WS-SPOOL-MEMBER-NAME.
001550 0000-END-RUN.
001560     MOVE 'E' TO WS-RC-FUNCTION.
001570     MOVE WS-APPS-READ TO WS-RC-READ.
001580     MOVE WS-PURGED-COUNT TO WS-RC-WRITTEN.
001590     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001600          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001610          WS-RC-CODE.
001620     DISPLAY "CREDIT-APPLICATION-PURGE RUN COMPLETE".
001630     DISPLAY "APPLICATIONS PURGED:  " WS-PURGED-COUNT.
001640     GO TO 9999-EXIT.
001650
001660*                                                                *
001670*   1000-START-REPORT                                           *
001680*                                                                *
001690 1000-START-REPORT.
001700     MOVE 'N' TO WS-SPOOL-FUNCTION.
001710     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001720          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001730          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001740          WS-SPOOL-MEMBER-NAME.
001750     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001760     OPEN OUTPUT REPORT-FILE.
001770     MOVE SPACES TO REPORT-LINE.
001780     STRING "CREDIT APPLICATIONS PURGED   RUN " WS-TODAY-8
001790            DELIMITED BY SIZE INTO REPORT-LINE
001800     END-STRING.
001810     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
001820     IF WS-DATE-OVERRIDDEN
001830        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001840        PERFORM 5900-PUT-LINE THRU 5900-EXIT
001850     END-IF.
001860     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
001870     MOVE "APPLIC.  PHONE        APPLICANT                       "
001880        & "STATUS DECIDED  BY         RETAINED TO"
001890        TO REPORT-LINE.
001900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
001910     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940
001950*                                                                *
001960*   2000-CHECK-ONE-APPLICATION                                  *
001970*                                                                *
001980 2000-CHECK-ONE-APPLICATION.
001990     READ CREDIT-APPLICATIONS NEXT RECORD
002000         AT END
002010            MOVE 'Y' TO WS-EOF-SWITCH
002020            GO TO 2000-EXIT
002030     END-READ.
002040     ADD 1 TO WS-APPS-READ.
002050     IF NOT AP-APP-DECIDED
002060        OR AP-RETAIN-UNTIL NOT NUMERIC
002070        OR AP-RETAIN-UNTIL = ZERO
002080        OR AP-RETAIN-UNTIL NOT < WS-TODAY-8
002090        ADD 1 TO WS-KEPT-COUNT
002100        GO TO 2000-EXIT
002110     END-IF.
002120     DELETE CREDIT-APPLICATIONS RECORD
002130         INVALID KEY
002140            DISPLAY "CANNOT DELETE APPLICATION "
002150                    AP-APPLICATION-NUMBER
002160            ADD 1 TO WS-KEPT-COUNT
002170            GO TO 2000-EXIT
002180     END-DELETE.
002190     ADD 1 TO WS-PURGED-COUNT.
002200     MOVE AP-APPLICATION-NUMBER TO WS-DL-APPLICATION.
002210     MOVE AP-APPLICANT-PHONE    TO WS-DL-PHONE.
002220     MOVE AP-APPLICANT-NAME     TO WS-DL-NAME.
002230     MOVE AP-APPLICATION-STATUS TO WS-DL-STATUS.
002240     MOVE AP-DECIDED-DATE       TO WS-DL-DECIDED.
002250     MOVE AP-DECIDED-BY         TO WS-DL-DECIDED-BY.
002260     MOVE AP-RETAIN-UNTIL       TO WS-DL-RETAIN-UNTIL.
002270     MOVE WS-DETAIL-LINE TO REPORT-LINE.
002280     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
002290 2000-EXIT.
002300     EXIT.
002310
002320 5900-PUT-LINE.
002330     WRITE REPORT-LINE.
002340     ADD 1 TO WS-LINE-COUNT.
002350     MOVE SPACES TO REPORT-LINE.
002360 5900-EXIT.
002370     EXIT.
002380
002390 9999-EXIT.
002400     STOP RUN.
