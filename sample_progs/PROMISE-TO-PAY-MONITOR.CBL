000010******************************************************************
000020*                                                                *
000030*   PROMISE-TO-PAY-MONITOR                                       *
000040*                                                                *
000050*   NIGHTLY CHECK OF THE PROMISES TO PAY.  A PROMISE STILL OPEN  *
000060*   AFTER ITS PROMISED DATE -- LEDGER-POST DID NOT SEE ENOUGH    *
000070*   CREDIT BY THEN TO MARK IT KEPT -- IS BROKEN: ITS STATUS      *
000080*   GOES TO B, AND A CALL-LOG ENTRY WITH AN OPEN CALLBACK DUE    *
000090*   TODAY, ASSIGNED TO THE CLERK WHO TOOK THE PROMISE, IS        *
000100*   WRITTEN AGAINST THE ACCOUNT'S CONTACT ON THE ADDRESS BOOK.   *
000110*   THAT PUTS THE BROKEN PROMISE ON THE CLERK'S TICKLER QUEUE    *
000120*   (SEE ADDRESS-TICKLER-REPORT) UNTIL THE FOLLOW-UP CALL IS     *
000130*   LOGGED.  THE CALL-LOG WRITE IS JOURNALED THROUGH             *
000140*   ADDRESS-JOURNAL-WRITE LIKE ANY OTHER.                        *
000150*                                                                *
000160*   AN ACCOUNT WITH NO CONTACT ON THE ADDRESS BOOK CANNOT BE     *
000170*   QUEUED; IT IS LISTED ON THE REPORT AND THE RUN ENDS WITH     *
000180*   RETURN CODE 4 ("FLAG") SO THE BROKEN PROMISE IS NOT LOST.    *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      PROMISE-TO-PAY-MONITOR.
000230 AUTHOR.          DATA PROCESSING.
000240 INSTALLATION.    ACCOUNTING SYSTEMS.
000250 DATE-WRITTEN.    10/15/2026.
000260 DATE-COMPILED.   10/15/2026.
000270*                                                                *
000280*   MODIFICATION HISTORY                                        *
000290*   ------------------------------------------------------------ *
000300*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000302*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000304*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000306*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000308*                    HEADING.                                   *
000310*                                                                *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL PROMISES
000360            ASSIGN       TO  PROMFILE
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS PT-PROMISE-KEY
000400            FILE STATUS  IS PROMISE-STATUS.
000410
000420     SELECT OPTIONAL ADDRESS-FILE
000430            ASSIGN       TO  ADDROUT
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS FD-PHONE
000470            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000480            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000490            FILE STATUS  IS ADDRESS-STATUS.
000500
000510     SELECT OPTIONAL CALL-LOG-FILE
000520            ASSIGN       TO  CALLLOGOUT
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS CL-ENTRY-ID
000560            FILE STATUS  IS CALLLOG-STATUS.
000570
000580     SELECT REPORT-FILE
000590            ASSIGN       TO  REPORTOUT
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS  IS REPORT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PROMISES.
000660 01  PROMISE-STRUCTURE.
000670     COPY "PROMISE-TO-PAY-RECORD.CPY" REPLACING ==(TAG)==
000680          BY ==PT-==.
000690
000700 FD  ADDRESS-FILE.
000710 01  ADDRESS-RECORD.
000720     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000730
000740 FD  CALL-LOG-FILE.
000750 01  CALL-LOG-RECORD.
000760     COPY "ADDRESS-CALLLOG-RECORD.CPY" REPLACING ==(TAG)==
000770          BY ==CL-==.
000780
000790 FD  REPORT-FILE.
000800 01  REPORT-LINE                PIC X(100).
000810
000820 WORKING-STORAGE SECTION.
000830 01  PROMFILE                   PIC X(50)
000840     VALUE "/mnt/c/cobfiles\promises-to-pay.idx".
000850 01  ADDROUT                    PIC X(50)
000860     VALUE "/mnt/c/cobfiles\address.idx".
000870 01  CALLLOGOUT                 PIC X(50)
000880     VALUE "/mnt/c/cobfiles\address-calllog.idx".
000890 01  REPORTOUT                  PIC X(50)
000900     VALUE "promise-to-pay-monitor.txt".
000910
000920*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
000930 01  WS-RC-FUNCTION             PIC X(01).
000940 01  WS-RC-JOB-NAME             PIC X(20)
000950     VALUE "PROMISE-TO-PAY-MON".
000960 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000970 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000980 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000990
001000*   FORWARD-RECOVERY JOURNAL FIELDS (SEE ADDRESS-JOURNAL-WRITE)
001010*   FOR THE CALL-LOG ENTRIES WRITTEN.
001020 01  WS-JRN-FILE-ID             PIC X(01).
001030 01  WS-JRN-ACTION              PIC X(01).
001040 01  WS-JRN-KEY                 PIC X(16).
001050 01  WS-JRN-BEFORE              PIC X(400).
001060 01  WS-JRN-AFTER               PIC X(400).
001070
001080 01  PROMISE-STATUS             PIC X(02).
001090 01  ADDRESS-STATUS             PIC X(02).
001100     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001110 01  CALLLOG-STATUS             PIC X(02).
001120 01  REPORT-STATUS              PIC X(02).
001130
001140 01  WS-SWITCHES.
001150     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001160         88  WS-EOF-YES                   VALUE 'Y'.
001170     05  WS-LOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
001180         88  WS-LOG-EOF                   VALUE 'Y'.
001190     05  WS-CALLLOG-SWITCH      PIC X(01) VALUE 'N'.
001200         88  WS-CALLLOG-AVAILABLE         VALUE 'Y'.
001210     05  WS-QUEUED-SWITCH       PIC X(01) VALUE 'N'.
001220         88  WS-PROMISE-QUEUED            VALUE 'Y'.
001230
001240 01  WS-TODAY-8                 PIC 9(08).
001242 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001244     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001246 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001250 01  WS-CONTACT-PHONE           PIC X(12).
001260 01  WS-NEXT-CALLLOG-SEQ        PIC 9(04).
001270 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
001280 01  WS-OPEN-COUNT              PIC 9(05) VALUE ZERO.
001290 01  WS-BROKEN-COUNT            PIC 9(05) VALUE ZERO.
001300 01  WS-QUEUED-COUNT            PIC 9(05) VALUE ZERO.
001310 01  WS-NOT-QUEUED-COUNT        PIC 9(05) VALUE ZERO.
001320
001330 PROCEDURE DIVISION.
001340*                                                                *
001350*   0000-MAINLINE                                               *
001360*                                                                *
001370 0000-MAINLINE.
001380     MOVE 'S' TO WS-RC-FUNCTION.
001390     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001400          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001410          WS-RC-CODE.
001420     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001425          WS-OVERRIDE-MARK.
001430     OPEN I-O PROMISES.
001440     IF PROMISE-STATUS NOT = '00' AND PROMISE-STATUS NOT = '05'
001450        DISPLAY "CANNOT OPEN PROMISE FILE, STATUS " PROMISE-STATUS
001460        MOVE "0012" TO WS-RC-CODE
001470        MOVE 8 TO RETURN-CODE
001480        GO TO 8900-END-RUN
001490     END-IF.
001500     OPEN INPUT ADDRESS-FILE.
001510     IF ADDRESS-STATUS NOT = '00'
001520        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, "
001530        DISPLAY "BROKEN PROMISES CANNOT BE QUEUED TONIGHT"
001540     END-IF.
001550     OPEN I-O CALL-LOG-FILE.
001560     IF CALLLOG-STATUS = '00' OR CALLLOG-STATUS = '05'
001570        MOVE 'Y' TO WS-CALLLOG-SWITCH
001580     ELSE
001590        DISPLAY "WARNING -- CANNOT OPEN CALL LOG, STATUS "
001600                CALLLOG-STATUS
001610        DISPLAY "BROKEN PROMISES CANNOT BE QUEUED TONIGHT"
001620     END-IF.
001630     OPEN OUTPUT REPORT-FILE.
001640     MOVE SPACES TO REPORT-LINE.
001650     STRING "PROMISE TO PAY MONITOR, RUN " WS-TODAY-8
001660            DELIMITED BY SIZE INTO REPORT-LINE
001670     END-STRING.
001680     WRITE REPORT-LINE.
001682     IF WS-DATE-OVERRIDDEN
001684        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001686        WRITE REPORT-LINE
001688     END-IF.
001690     MOVE SPACES TO REPORT-LINE.
001700     WRITE REPORT-LINE.
001710     MOVE LOW-VALUES TO PT-PROMISE-KEY.
001720     START PROMISES KEY IS >= PT-PROMISE-KEY
001730         INVALID KEY
001740            MOVE 'Y' TO WS-EOF-SWITCH
001750     END-START.
001760     PERFORM 2000-CHECK-ONE-PROMISE THRU 2000-EXIT
001770             UNTIL WS-EOF-YES.
001780     PERFORM 8000-FINISH THRU 8000-EXIT.
001790 8900-END-RUN.
001800     MOVE 'E' TO WS-RC-FUNCTION.
001810     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001820          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001830          WS-RC-CODE.
001840     DISPLAY "PROMISE-TO-PAY-MONITOR COMPLETE -- "
001850             WS-OPEN-COUNT " OPEN, "
001860             WS-BROKEN-COUNT " BROKEN, "
001870             WS-QUEUED-COUNT " QUEUED".
001880     GO TO 9999-EXIT.
001890
001900*                                                                *
001910*   2000-CHECK-ONE-PROMISE -- ONLY AN OPEN PROMISE WHOSE DATE    *
001920*   HAS PASSED IS TOUCHED                                        *
001930*                                                                *
001940 2000-CHECK-ONE-PROMISE.
001950     READ PROMISES NEXT RECORD
001960         AT END
001970            MOVE 'Y' TO WS-EOF-SWITCH
001980            GO TO 2000-EXIT
001990     END-READ.
002000     ADD 1 TO WS-RC-READ.
002010     IF NOT PT-PROMISE-OPEN
002020        GO TO 2000-EXIT
002030     END-IF.
002040     ADD 1 TO WS-OPEN-COUNT.
002050     IF PT-PROMISED-DATE NOT < WS-TODAY-8
002060        GO TO 2000-EXIT
002070     END-IF.
002080     SET PT-PROMISE-BROKEN TO TRUE.
002090     MOVE WS-TODAY-8 TO PT-CLOSED-DATE.
002100     REWRITE PROMISE-STRUCTURE
002110         INVALID KEY
002120            DISPLAY "CANNOT MARK PROMISE " PT-PROMISE-KEY
002130                    " BROKEN"
002140            GO TO 2000-EXIT
002150     END-REWRITE.
002160     ADD 1 TO WS-BROKEN-COUNT WS-RC-WRITTEN.
002170     PERFORM 3000-QUEUE-FOLLOW-UP THRU 3000-EXIT.
002180     MOVE PT-PROMISED-AMOUNT TO WS-AMOUNT-EDITED.
002190     MOVE SPACES TO REPORT-LINE.
002200     IF WS-PROMISE-QUEUED
002210        STRING "ACCOUNT " PT-ACCOUNT-ID
002220               " PROMISE #" PT-PROMISE-SEQ
002230               WS-AMOUNT-EDITED " BY " PT-PROMISED-DATE
002240               " BROKEN -- QUEUED TO " PT-TAKEN-BY
002250               DELIMITED BY SIZE INTO REPORT-LINE
002260        END-STRING
002270     ELSE
002280        STRING "ACCOUNT " PT-ACCOUNT-ID
002290               " PROMISE #" PT-PROMISE-SEQ
002300               WS-AMOUNT-EDITED " BY " PT-PROMISED-DATE
002310               " BROKEN -- NOT QUEUED, NO CONTACT"
002320               DELIMITED BY SIZE INTO REPORT-LINE
002330        END-STRING
002340     END-IF.
002350     WRITE REPORT-LINE.
002360 2000-EXIT.
002370     EXIT.
002380
002390*                                                                *
002400*   3000-QUEUE-FOLLOW-UP -- A CALL-LOG ENTRY FOR THE ACCOUNT'S   *
002410*   CONTACT, NEXT IN THAT CONTACT'S SEQUENCE, WITH AN OPEN       *
002420*   CALLBACK DUE TODAY ASSIGNED TO THE CLERK WHO TOOK THE        *
002430*   PROMISE                                                      *
002440*                                                                *
002450 3000-QUEUE-FOLLOW-UP.
002460     MOVE 'N' TO WS-QUEUED-SWITCH.
002470     IF NOT ADDRESS-FILE-READY OR NOT WS-CALLLOG-AVAILABLE
002480        ADD 1 TO WS-NOT-QUEUED-COUNT
002490        GO TO 3000-EXIT
002500     END-IF.
002510     MOVE PT-ACCOUNT-ID TO FD-ACCOUNT-ID.
002520     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
002530         INVALID KEY
002540            ADD 1 TO WS-NOT-QUEUED-COUNT
002550            GO TO 3000-EXIT
002560     END-READ.
002570     MOVE FD-PHONE TO WS-CONTACT-PHONE.
002580     PERFORM 3100-FIND-NEXT-SEQ THRU 3100-EXIT.
002590     MOVE SPACES TO CALL-LOG-RECORD.
002600     STRING WS-CONTACT-PHONE    DELIMITED BY SIZE
002610            WS-NEXT-CALLLOG-SEQ DELIMITED BY SIZE
002620            INTO CL-ENTRY-ID
002630     END-STRING.
002640     MOVE WS-CONTACT-PHONE    TO CL-OWNPHONE.
002650     MOVE WS-NEXT-CALLLOG-SEQ TO CL-ENTRY-SEQ.
002660     MOVE WS-TODAY-8          TO CL-ENTRY-DATE.
002670     MOVE PT-TAKEN-BY         TO CL-CLERK-ID.
002680     MOVE PT-PROMISED-AMOUNT  TO WS-AMOUNT-EDITED.
002690     STRING "BROKEN PROMISE: ACCT " PT-ACCOUNT-ID
002700            WS-AMOUNT-EDITED " BY " PT-PROMISED-DATE
002710            DELIMITED BY SIZE INTO CL-NOTE-LINE
002720     END-STRING.
002730     MOVE WS-TODAY-8          TO CL-FOLLOWUP-DATE.
002740     MOVE PT-TAKEN-BY         TO CL-ASSIGNED-CLERK.
002750     SET CL-TICKLER-OPEN      TO TRUE.
002760     WRITE CALL-LOG-RECORD
002770         INVALID KEY
002780            DISPLAY "CANNOT WRITE CALL LOG ENTRY " CL-ENTRY-ID
002790            ADD 1 TO WS-NOT-QUEUED-COUNT
002800            GO TO 3000-EXIT
002810     END-WRITE.
002820     MOVE 'C' TO WS-JRN-FILE-ID.
002830     MOVE 'W' TO WS-JRN-ACTION.
002840     MOVE CL-ENTRY-ID TO WS-JRN-KEY.
002850     MOVE SPACES TO WS-JRN-BEFORE.
002860     MOVE CALL-LOG-RECORD TO WS-JRN-AFTER.
002870     CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
002880          WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE, WS-JRN-AFTER.
002890     MOVE 'Y' TO WS-QUEUED-SWITCH.
002900     ADD 1 TO WS-QUEUED-COUNT.
002910 3000-EXIT.
002920     EXIT.
002930
002940*                                                                *
002950*   3100-FIND-NEXT-SEQ -- ONE PAST THE HIGHEST SEQUENCE ALREADY  *
002960*   ON THE CONTACT'S CALL LOG                                    *
002970*                                                                *
002980 3100-FIND-NEXT-SEQ.
002990     MOVE ZERO TO WS-NEXT-CALLLOG-SEQ.
003000     MOVE 'N' TO WS-LOG-EOF-SWITCH.
003010     MOVE SPACES TO CL-ENTRY-ID.
003020     STRING WS-CONTACT-PHONE DELIMITED BY SIZE
003030            "0000"           DELIMITED BY SIZE
003040            INTO CL-ENTRY-ID
003050     END-STRING.
003060     START CALL-LOG-FILE KEY IS >= CL-ENTRY-ID
003070         INVALID KEY
003080            MOVE 'Y' TO WS-LOG-EOF-SWITCH
003090     END-START.
003100     PERFORM 3150-READ-ONE-ENTRY THRU 3150-EXIT
003110             UNTIL WS-LOG-EOF.
003120     ADD 1 TO WS-NEXT-CALLLOG-SEQ.
003130 3100-EXIT.
003140     EXIT.
003150
003160 3150-READ-ONE-ENTRY.
003170     READ CALL-LOG-FILE NEXT RECORD
003180         AT END
003190            MOVE 'Y' TO WS-LOG-EOF-SWITCH
003200            GO TO 3150-EXIT
003210     END-READ.
003220     IF CL-OWNPHONE NOT = WS-CONTACT-PHONE
003230        MOVE 'Y' TO WS-LOG-EOF-SWITCH
003240        GO TO 3150-EXIT
003250     END-IF.
003260     MOVE CL-ENTRY-SEQ TO WS-NEXT-CALLLOG-SEQ.
003270 3150-EXIT.
003280     EXIT.
003290
003300*                                                                *
003310*   8000-FINISH                                                 *
003320*                                                                *
003330 8000-FINISH.
003340     MOVE SPACES TO REPORT-LINE.
003350     WRITE REPORT-LINE.
003360     MOVE SPACES TO REPORT-LINE.
003370     STRING "OPEN PROMISES REVIEWED " WS-OPEN-COUNT
003380            "  BROKEN " WS-BROKEN-COUNT
003390            "  QUEUED " WS-QUEUED-COUNT
003400            "  NOT QUEUED " WS-NOT-QUEUED-COUNT
003410            DELIMITED BY SIZE INTO REPORT-LINE
003420     END-STRING.
003430     WRITE REPORT-LINE.
003440     CLOSE REPORT-FILE.
003450     CLOSE PROMISES.
003460     IF ADDRESS-FILE-READY
003470        CLOSE ADDRESS-FILE
003480     END-IF.
003490     IF WS-CALLLOG-AVAILABLE
003500        CLOSE CALL-LOG-FILE
003510     END-IF.
003520     IF WS-NOT-QUEUED-COUNT > ZERO
003530        MOVE "FLAG" TO WS-RC-CODE
003540        MOVE 4 TO RETURN-CODE
003550     END-IF.
003560 8000-EXIT.
003570     EXIT.
003580
003590 9999-EXIT.
003600     STOP RUN.
