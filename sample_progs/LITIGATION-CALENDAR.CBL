000010******************************************************************
000020*                                                                *
000030*   LITIGATION-CALENDAR                                          *
000040*                                                                *
000050*   NIGHTLY HEARING CALENDAR FOR THE LITIGATION FILE (SEE        *
000060*   LITIGATION-CASE-RECORD.CPY).  EVERY HEARING ON AN OPEN CASE  *
000070*   THAT FALLS WITHIN LITIGATION-LEAD-DAYS= DAYS (SHARED LEDGER  *
000080*   RUN PARAMETER FILE, DEFAULT 7) AND HAS NOT BEEN QUEUED YET   *
000090*   GETS A CALL-LOG ENTRY AGAINST THE ACCOUNT'S CONTACT ON THE   *
000100*   ADDRESS BOOK, WITH AN OPEN CALLBACK DUE TODAY ASSIGNED TO THE*
000110*   CLERK HANDLING THE CASE -- THE SAME TICKLER ENTRY            *
000120*   PROMISE-TO-PAY-MONITOR WRITES, SO THE HEARING SHOWS ON THE   *
000130*   CLERK'S QUEUE (SEE ADDRESS-TICKLER-REPORT) IN TIME TO GET    *
000140*   READY FOR IT.  THE HEARING IS THEN MARKED QUEUED SO IT IS    *
000150*   TICKLED ONCE.  THE CALL-LOG WRITE IS JOURNALED THROUGH       *
000160*   ADDRESS-JOURNAL-WRITE LIKE ANY OTHER.                        *
000170*                                                                *
000180*   A HEARING ON AN ACCOUNT WITH NO CONTACT ON THE ADDRESS BOOK  *
000190*   CANNOT BE QUEUED; IT IS LISTED ON THE REPORT, LEFT UNQUEUED  *
000200*   FOR THE NEXT NIGHT, AND THE RUN ENDS WITH RETURN CODE 4      *
000210*   ("FLAG").                                                    *
000220*                                                                *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.      LITIGATION-CALENDAR.
000260 AUTHOR.          DATA PROCESSING.
000270 INSTALLATION.    ACCOUNTING SYSTEMS.
000280 DATE-WRITTEN.    10/15/2026.
000290 DATE-COMPILED.   10/15/2026.
000300*                                                                *
000310*   MODIFICATION HISTORY                                        *
000320*   ------------------------------------------------------------ *
000330*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000340*                                                                *
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL LITIGATION-CASES
000390            ASSIGN       TO  LITCASE
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS DYNAMIC
000420            RECORD KEY   IS LC-ACCOUNT-ID
000430            FILE STATUS  IS LITCASE-STATUS.
000440
000450     SELECT OPTIONAL ADDRESS-FILE
000460            ASSIGN       TO  ADDROUT
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS FD-PHONE
000500            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000510            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000520            FILE STATUS  IS ADDRESS-STATUS.
000530
000540     SELECT OPTIONAL CALL-LOG-FILE
000550            ASSIGN       TO  CALLLOGOUT
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE  IS DYNAMIC
000580            RECORD KEY   IS CL-ENTRY-ID
000590            FILE STATUS  IS CALLLOG-STATUS.
000600
000610     SELECT OPTIONAL RUN-PARM-FILE
000620            ASSIGN       TO  RUNPARMS
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS  IS RUNPARM-STATUS.
000650
000660     SELECT REPORT-FILE
000670            ASSIGN       TO  REPORTOUT
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS  IS REPORT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  LITIGATION-CASES.
000740 01  LITIGATION-CASE-STRUCTURE.
000750     COPY "LITIGATION-CASE-RECORD.CPY" REPLACING ==(TAG)==
000760          BY ==LC-==.
000770
000780 FD  ADDRESS-FILE.
000790 01  ADDRESS-RECORD.
000800     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000810
000820 FD  CALL-LOG-FILE.
000830 01  CALL-LOG-RECORD.
000840     COPY "ADDRESS-CALLLOG-RECORD.CPY" REPLACING ==(TAG)==
000850          BY ==CL-==.
000860
000870 FD  RUN-PARM-FILE
000880     RECORDING MODE IS F.
000890 01  RUN-PARM-LINE                PIC X(40).
000900
000910 FD  REPORT-FILE.
000920 01  REPORT-LINE                PIC X(100).
000930
000940 WORKING-STORAGE SECTION.
000950 01  LITCASE                    PIC X(50)
000960     VALUE "/mnt/c/cobfiles\litigation-cases.idx".
000970 01  ADDROUT                    PIC X(50)
000980     VALUE "/mnt/c/cobfiles\address.idx".
000990 01  CALLLOGOUT                 PIC X(50)
001000     VALUE "/mnt/c/cobfiles\address-calllog.idx".
001010 01  RUNPARMS                   PIC X(50)
001020     VALUE "ledger-run-parms.txt".
001030 01  REPORTOUT                  PIC X(50)
001040     VALUE "litigation-calendar.txt".
001050
001060*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001070 01  WS-RC-FUNCTION             PIC X(01).
001080 01  WS-RC-JOB-NAME             PIC X(20)
001090     VALUE "LITIGATION-CALENDAR".
001100 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001110 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001120 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001130
001140*   FORWARD-RECOVERY JOURNAL FIELDS (SEE ADDRESS-JOURNAL-WRITE)
001150*   FOR THE CALL-LOG ENTRIES WRITTEN.
001160 01  WS-JRN-FILE-ID             PIC X(01).
001170 01  WS-JRN-ACTION              PIC X(01).
001180 01  WS-JRN-KEY                 PIC X(16).
001190 01  WS-JRN-BEFORE              PIC X(400).
001200 01  WS-JRN-AFTER               PIC X(400).
001210
001220 01  LITCASE-STATUS             PIC X(02).
001230 01  ADDRESS-STATUS             PIC X(02).
001240     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001250 01  CALLLOG-STATUS             PIC X(02).
001260 01  RUNPARM-STATUS             PIC X(02).
001270 01  REPORT-STATUS              PIC X(02).
001280
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001310         88  WS-EOF-YES                   VALUE 'Y'.
001320     05  WS-LOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
001330         88  WS-LOG-EOF                   VALUE 'Y'.
001340     05  WS-CALLLOG-SWITCH      PIC X(01) VALUE 'N'.
001350         88  WS-CALLLOG-AVAILABLE         VALUE 'Y'.
001360     05  WS-QUEUED-SWITCH       PIC X(01) VALUE 'N'.
001370         88  WS-HEARING-QUEUED            VALUE 'Y'.
001380     05  WS-CHANGED-SWITCH      PIC X(01) VALUE 'N'.
001390         88  WS-CASE-CHANGED              VALUE 'Y'.
001400
001410 01  WS-TODAY-8                 PIC 9(08).
001420 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001430     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001440 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001450 01  WS-PARM-NAME               PIC X(20).
001460 01  WS-PARM-VALUE              PIC X(20).
001470 01  WS-LEAD-DAYS               PIC 9(03) VALUE 7.
001480 01  WS-HORIZON-DATE            PIC 9(08).
001490 01  WS-HEARING-I               PIC 9(02) VALUE ZERO.
001500 01  WS-CONTACT-PHONE           PIC X(12).
001510 01  WS-NEXT-CALLLOG-SEQ        PIC 9(04).
001520 01  WS-OPEN-COUNT              PIC 9(05) VALUE ZERO.
001530 01  WS-DUE-COUNT               PIC 9(05) VALUE ZERO.
001540 01  WS-QUEUED-COUNT            PIC 9(05) VALUE ZERO.
001550 01  WS-NOT-QUEUED-COUNT        PIC 9(05) VALUE ZERO.
001560
001570 PROCEDURE DIVISION.
001580*                                                                *
001590*   0000-MAINLINE                                               *
001600*                                                                *
001610 0000-MAINLINE.
001620     MOVE 'S' TO WS-RC-FUNCTION.
001630     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001640          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001650          WS-RC-CODE.
001660     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001670          WS-OVERRIDE-MARK.
001680     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001690     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
001700        (FUNCTION INTEGER-OF-DATE(WS-TODAY-8) + WS-LEAD-DAYS).
001710     OPEN I-O LITIGATION-CASES.
001720     IF LITCASE-STATUS NOT = '00' AND LITCASE-STATUS NOT = '05'
001730        DISPLAY "CANNOT OPEN LITIGATION FILE, STATUS "
001740                LITCASE-STATUS
001750        MOVE "0012" TO WS-RC-CODE
001760        MOVE 8 TO RETURN-CODE
001770        GO TO 8900-END-RUN
001780     END-IF.
001790     OPEN INPUT ADDRESS-FILE.
001800     IF ADDRESS-STATUS NOT = '00'
001810        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, "
001820        DISPLAY "HEARINGS CANNOT BE QUEUED TONIGHT"
001830     END-IF.
001840     OPEN I-O CALL-LOG-FILE.
001850     IF CALLLOG-STATUS = '00' OR CALLLOG-STATUS = '05'
001860        MOVE 'Y' TO WS-CALLLOG-SWITCH
001870     ELSE
001880        DISPLAY "WARNING -- CANNOT OPEN CALL LOG, STATUS "
001890                CALLLOG-STATUS
001900        DISPLAY "HEARINGS CANNOT BE QUEUED TONIGHT"
001910     END-IF.
001920     OPEN OUTPUT REPORT-FILE.
001930     MOVE SPACES TO REPORT-LINE.
001940     STRING "LITIGATION HEARING CALENDAR, RUN " WS-TODAY-8
001950            "  HEARINGS THROUGH " WS-HORIZON-DATE
001960            DELIMITED BY SIZE INTO REPORT-LINE
001970     END-STRING.
001980     WRITE REPORT-LINE.
001990     IF WS-DATE-OVERRIDDEN
002000        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002010        WRITE REPORT-LINE
002020     END-IF.
002030     MOVE SPACES TO REPORT-LINE.
002040     WRITE REPORT-LINE.
002050     MOVE ZERO TO LC-ACCOUNT-ID.
002060     START LITIGATION-CASES KEY IS >= LC-ACCOUNT-ID
002070         INVALID KEY
002080            MOVE 'Y' TO WS-EOF-SWITCH
002090     END-START.
002100     PERFORM 2000-CHECK-ONE-CASE THRU 2000-EXIT
002110             UNTIL WS-EOF-YES.
002120     PERFORM 8000-FINISH THRU 8000-EXIT.
002130 8900-END-RUN.
002140     MOVE 'E' TO WS-RC-FUNCTION.
002150     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002160          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002170          WS-RC-CODE.
002180     DISPLAY "LITIGATION-CALENDAR COMPLETE -- "
002190             WS-OPEN-COUNT " OPEN CASES, "
002200             WS-DUE-COUNT " HEARINGS DUE, "
002210             WS-QUEUED-COUNT " QUEUED".
002220     GO TO 9999-EXIT.
002230
002240*                                                                *
002250*   1000-READ-RUN-PARMS -- LITIGATION-LEAD-DAYS= IN THE SHARED   *
002260*   LEDGER RUN PARAMETER FILE                                    *
002270*                                                                *
002280 1000-READ-RUN-PARMS.
002290     OPEN INPUT RUN-PARM-FILE.
002300     IF RUNPARM-STATUS NOT = '00'
002310        GO TO 1000-EXIT
002320     END-IF.
002330     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002340             UNTIL RUNPARM-STATUS NOT = '00'.
002350     CLOSE RUN-PARM-FILE.
002360 1000-EXIT.
002370     EXIT.
002380
002390 1100-READ-ONE-PARM.
002400     READ RUN-PARM-FILE
002410         AT END
002420            MOVE '10' TO RUNPARM-STATUS
002430            GO TO 1100-EXIT
002440     END-READ.
002450     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002460     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002470         INTO WS-PARM-NAME, WS-PARM-VALUE
002480     END-UNSTRING.
002490     IF WS-PARM-NAME = "LITIGATION-LEAD-DAYS"
002500        COMPUTE WS-LEAD-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
002510     END-IF.
002520 1100-EXIT.
002530     EXIT.
002540
002550*                                                                *
002560*   2000-CHECK-ONE-CASE -- ONLY AN OPEN CASE IS LOOKED AT; THE   *
002570*   CASE IS REWRITTEN WHEN ANY OF ITS HEARINGS WAS QUEUED        *
002580*                                                                *
002590 2000-CHECK-ONE-CASE.
002600     READ LITIGATION-CASES NEXT RECORD
002610         AT END
002620            MOVE 'Y' TO WS-EOF-SWITCH
002630            GO TO 2000-EXIT
002640     END-READ.
002650     ADD 1 TO WS-RC-READ.
002660     IF LC-CASE-CLOSED
002670        GO TO 2000-EXIT
002680     END-IF.
002690     ADD 1 TO WS-OPEN-COUNT.
002700     MOVE 'N' TO WS-CHANGED-SWITCH.
002710     PERFORM 2100-CHECK-ONE-HEARING THRU 2100-EXIT
002720             VARYING WS-HEARING-I FROM 1 BY 1
002730             UNTIL WS-HEARING-I > 6.
002740     IF NOT WS-CASE-CHANGED
002750        GO TO 2000-EXIT
002760     END-IF.
002770     REWRITE LITIGATION-CASE-STRUCTURE
002780         INVALID KEY
002790            DISPLAY "CANNOT MARK HEARINGS QUEUED ON CASE FOR "
002800                    "ACCOUNT " LC-ACCOUNT-ID
002810     END-REWRITE.
002820     ADD 1 TO WS-RC-WRITTEN.
002830 2000-EXIT.
002840     EXIT.
002850
002860 2100-CHECK-ONE-HEARING.
002870     IF LC-HEARING-DATE (WS-HEARING-I) < WS-TODAY-8
002880        OR LC-HEARING-DATE (WS-HEARING-I) > WS-HORIZON-DATE
002890        OR LC-HEARING-QUEUED (WS-HEARING-I)
002900        GO TO 2100-EXIT
002910     END-IF.
002920     ADD 1 TO WS-DUE-COUNT.
002930     PERFORM 3000-QUEUE-HEARING THRU 3000-EXIT.
002940     MOVE SPACES TO REPORT-LINE.
002950     IF WS-HEARING-QUEUED
002960        SET LC-HEARING-QUEUED (WS-HEARING-I) TO TRUE
002970        MOVE 'Y' TO WS-CHANGED-SWITCH
002980        STRING "ACCOUNT " LC-ACCOUNT-ID
002990               " CASE " LC-CASE-NUMBER
003000               " HEARING " LC-HEARING-DATE (WS-HEARING-I)
003010               " -- QUEUED TO " LC-ASSIGNED-CLERK
003020               DELIMITED BY SIZE INTO REPORT-LINE
003030        END-STRING
003040     ELSE
003050        STRING "ACCOUNT " LC-ACCOUNT-ID
003060               " CASE " LC-CASE-NUMBER
003070               " HEARING " LC-HEARING-DATE (WS-HEARING-I)
003080               " -- NOT QUEUED, NO CONTACT"
003090               DELIMITED BY SIZE INTO REPORT-LINE
003100        END-STRING
003110     END-IF.
003120     WRITE REPORT-LINE.
003130 2100-EXIT.
003140     EXIT.
003150
003160*                                                                *
003170*   3000-QUEUE-HEARING -- A CALL-LOG ENTRY FOR THE ACCOUNT'S     *
003180*   CONTACT, NEXT IN THAT CONTACT'S SEQUENCE, WITH AN OPEN       *
003190*   CALLBACK DUE TODAY ASSIGNED TO THE CLERK HANDLING THE CASE   *
003200*                                                                *
003210 3000-QUEUE-HEARING.
003220     MOVE 'N' TO WS-QUEUED-SWITCH.
003230     IF NOT ADDRESS-FILE-READY OR NOT WS-CALLLOG-AVAILABLE
003240        ADD 1 TO WS-NOT-QUEUED-COUNT
003250        GO TO 3000-EXIT
003260     END-IF.
003270     MOVE LC-ACCOUNT-ID TO FD-ACCOUNT-ID.
003280     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
003290         INVALID KEY
003300            ADD 1 TO WS-NOT-QUEUED-COUNT
003310            GO TO 3000-EXIT
003320     END-READ.
003330     MOVE FD-PHONE TO WS-CONTACT-PHONE.
003340     PERFORM 3100-FIND-NEXT-SEQ THRU 3100-EXIT.
003350     MOVE SPACES TO CALL-LOG-RECORD.
003360     STRING WS-CONTACT-PHONE    DELIMITED BY SIZE
003370            WS-NEXT-CALLLOG-SEQ DELIMITED BY SIZE
003380            INTO CL-ENTRY-ID
003390     END-STRING.
003400     MOVE WS-CONTACT-PHONE    TO CL-OWNPHONE.
003410     MOVE WS-NEXT-CALLLOG-SEQ TO CL-ENTRY-SEQ.
003420     MOVE WS-TODAY-8          TO CL-ENTRY-DATE.
003430     MOVE LC-ASSIGNED-CLERK   TO CL-CLERK-ID.
003440     STRING "HEARING " LC-HEARING-DATE (WS-HEARING-I)
003450            " CASE " LC-CASE-NUMBER
003460            DELIMITED BY SIZE INTO CL-NOTE-LINE
003470     END-STRING.
003480     MOVE WS-TODAY-8          TO CL-FOLLOWUP-DATE.
003490     MOVE LC-ASSIGNED-CLERK   TO CL-ASSIGNED-CLERK.
003500     SET CL-TICKLER-OPEN      TO TRUE.
003510     WRITE CALL-LOG-RECORD
003520         INVALID KEY
003530            DISPLAY "CANNOT WRITE CALL LOG ENTRY " CL-ENTRY-ID
003540            ADD 1 TO WS-NOT-QUEUED-COUNT
003550            GO TO 3000-EXIT
003560     END-WRITE.
003570     MOVE 'C' TO WS-JRN-FILE-ID.
003580     MOVE 'W' TO WS-JRN-ACTION.
003590     MOVE CL-ENTRY-ID TO WS-JRN-KEY.
003600     MOVE SPACES TO WS-JRN-BEFORE.
003610     MOVE CALL-LOG-RECORD TO WS-JRN-AFTER.
003620     CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
003630          WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE, WS-JRN-AFTER.
003640     MOVE 'Y' TO WS-QUEUED-SWITCH.
003650     ADD 1 TO WS-QUEUED-COUNT.
003660 3000-EXIT.
003670     EXIT.
003680
003690*                                                                *
003700*   3100-FIND-NEXT-SEQ -- ONE PAST THE HIGHEST SEQUENCE ALREADY  *
003710*   ON THE CONTACT'S CALL LOG                                    *
003720*                                                                *
003730 3100-FIND-NEXT-SEQ.
003740     MOVE ZERO TO WS-NEXT-CALLLOG-SEQ.
003750     MOVE 'N' TO WS-LOG-EOF-SWITCH.
003760     MOVE SPACES TO CL-ENTRY-ID.
003770     STRING WS-CONTACT-PHONE DELIMITED BY SIZE
003780            "0000"           DELIMITED BY SIZE
003790            INTO CL-ENTRY-ID
003800     END-STRING.
003810     START CALL-LOG-FILE KEY IS >= CL-ENTRY-ID
003820         INVALID KEY
003830            MOVE 'Y' TO WS-LOG-EOF-SWITCH
003840     END-START.
003850     PERFORM 3150-READ-ONE-ENTRY THRU 3150-EXIT
003860             UNTIL WS-LOG-EOF.
003870     ADD 1 TO WS-NEXT-CALLLOG-SEQ.
003880 3100-EXIT.
003890     EXIT.
003900
003910 3150-READ-ONE-ENTRY.
003920     READ CALL-LOG-FILE NEXT RECORD
003930         AT END
003940            MOVE 'Y' TO WS-LOG-EOF-SWITCH
003950            GO TO 3150-EXIT
003960     END-READ.
003970     IF CL-OWNPHONE NOT = WS-CONTACT-PHONE
003980        MOVE 'Y' TO WS-LOG-EOF-SWITCH
003990        GO TO 3150-EXIT
004000     END-IF.
004010     MOVE CL-ENTRY-SEQ TO WS-NEXT-CALLLOG-SEQ.
004020 3150-EXIT.
004030     EXIT.
004040
004050*                                                                *
004060*   8000-FINISH                                                 *
004070*                                                                *
004080 8000-FINISH.
004090     MOVE SPACES TO REPORT-LINE.
004100     WRITE REPORT-LINE.
004110     MOVE SPACES TO REPORT-LINE.
004120     STRING "OPEN CASES " WS-OPEN-COUNT
004130            "  HEARINGS DUE " WS-DUE-COUNT
004140            "  QUEUED " WS-QUEUED-COUNT
004150            "  NOT QUEUED " WS-NOT-QUEUED-COUNT
004160            DELIMITED BY SIZE INTO REPORT-LINE
004170     END-STRING.
004180     WRITE REPORT-LINE.
004190     CLOSE REPORT-FILE.
004200     CLOSE LITIGATION-CASES.
004210     IF ADDRESS-FILE-READY
004220        CLOSE ADDRESS-FILE
004230     END-IF.
004240     IF WS-CALLLOG-AVAILABLE
004250        CLOSE CALL-LOG-FILE
004260     END-IF.
004270     IF WS-NOT-QUEUED-COUNT > ZERO
004280        MOVE "FLAG" TO WS-RC-CODE
004290        MOVE 4 TO RETURN-CODE
004300     END-IF.
004310 8000-EXIT.
004320     EXIT.
004330
004340 9999-EXIT.
004350     STOP RUN.
