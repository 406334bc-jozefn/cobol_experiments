000010******************************************************************
000020*                                                                *
000030*   SECURITY-DEPOSIT-INTEREST                                    *
000040*                                                                *
000050*   MONTH-END INTEREST ON SECURITY DEPOSITS.  EVERY DEPOSIT      *
000060*   STILL ON HAND (HELD, REFUND DUE OR APPLY DUE) EARNS SIMPLE   *
000070*   INTEREST AT ITS OWN ANNUAL RATE FOR EACH WHOLE MONTH SINCE   *
000080*   IT WAS LAST ACCRUED -- OR SINCE THE MONTH IT WAS TAKEN, WHICH*
000090*   EARNS NOTHING -- UP TO AND INCLUDING THE RUN PERIOD.  THE    *
000100*   INTEREST IS ADDED TO THE DEPOSIT (IT IS PAID OUT OR APPLIED  *
000110*   WITH IT) AND AN 'I' MOVEMENT IS WRITTEN TO THE SECURITY      *
000120*   DEPOSIT ENTRIES FILE FOR GL-EXTRACT.  A RERUN FOR THE SAME   *
000130*   PERIOD ACCRUES NOTHING FURTHER.                              *
000140*                                                                *
000150*   THE PERIOD IS THE DEPOSIT-PERIOD= LINE (YYYYMM) IN THE       *
000160*   SHARED LEDGER RUN PARAMETER FILE, THE CURRENT MONTH WHEN     *
000170*   ABSENT; A CLOSED PERIOD IS REFUSED.  THE INTEREST REGISTER   *
000180*   IS REGISTERED ON THE SPOOL.                                  *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      SECURITY-DEPOSIT-INTEREST.
000230 AUTHOR.          DATA PROCESSING.
000240 INSTALLATION.    ACCOUNTING SYSTEMS.
000250 DATE-WRITTEN.    10/15/2026.
000260 DATE-COMPILED.   10/15/2026.
000270*                                                                *
000280*   MODIFICATION HISTORY                                         *
000290*   ------------------------------------------------------------ *
000300*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000302*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000304*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000306*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000308*                    HEADING.                                   *
000310*                                                                *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL SECURITY-DEPOSITS
000360            ASSIGN       TO  SECDEP
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS SD-DEPOSIT-KEY
000400            FILE STATUS  IS SECDEP-STATUS.
000410
000420     SELECT OPTIONAL DEPOSIT-ENTRY-FILE
000430            ASSIGN       TO  SECDEPENT
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS  IS SECDEPENT-STATUS.
000460
000470     SELECT OPTIONAL PERIOD-CONTROL
000480            ASSIGN       TO  PERIODCTL
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE  IS DYNAMIC
000510            RECORD KEY   IS PC-PERIOD
000520            FILE STATUS  IS PERIODCTL-STATUS.
000530
000540     SELECT OPTIONAL RUN-PARM-FILE
000550            ASSIGN       TO  RUNPARMS
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS  IS RUNPARM-STATUS.
000580
000590     SELECT REPORT-FILE
000600            ASSIGN       TO  REPORTOUT
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS  IS REPORT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SECURITY-DEPOSITS.
000670 01  SECURITY-DEPOSIT-STRUCTURE.
000680     COPY "SECURITY-DEPOSIT-RECORD.CPY" REPLACING ==(TAG)==
000690          BY ==SD-==.
000700
000710 FD  DEPOSIT-ENTRY-FILE
000720     RECORDING MODE IS F.
000730 01  DEPOSIT-ENTRY-STRUCTURE.
000740     COPY "SECURITY-DEPOSIT-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
000750          BY ==SE-==.
000760
000770 FD  PERIOD-CONTROL.
000780 01  PERIOD-CONTROL-STRUCTURE.
000790     COPY "PERIOD-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
000800          BY ==PC-==.
000810
000820 FD  RUN-PARM-FILE
000830     RECORDING MODE IS F.
000840 01  RUN-PARM-LINE                PIC X(40).
000850
000860 FD  REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  REPORT-LINE                  PIC X(100).
000890
000900 WORKING-STORAGE SECTION.
000910*                                                                *
000920*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000930*                                                                *
000940 01  SECDEP                     PIC X(50)
000950     VALUE "/mnt/c/cobfiles\security-deposits.idx".
000960 01  SECDEPENT                  PIC X(50)
000970     VALUE "security-deposit-entries.txt".
000980 01  PERIODCTL                  PIC X(50)
000990     VALUE "/mnt/c/cobfiles\period-control.idx".
001000 01  RUNPARMS                   PIC X(50)
001010     VALUE "ledger-run-parms.txt".
001020 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001030
001040 01  SECDEP-STATUS              PIC X(02).
001050 01  SECDEPENT-STATUS           PIC X(02).
001060 01  PERIODCTL-STATUS           PIC X(02).
001070 01  RUNPARM-STATUS             PIC X(02).
001080 01  REPORT-STATUS              PIC X(02).
001090
001100 01  WS-SWITCHES.
001110     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001120         88  WS-EOF-YES                    VALUE 'Y'.
001130     05  WS-PERIOD-OK-SWITCH     PIC X(01) VALUE 'Y'.
001140         88  WS-PERIOD-OK                  VALUE 'Y'.
001150
001160 01  WS-TODAY-8                 PIC 9(08).
001162 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001164     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001166 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001170 01  WS-PARM-NAME               PIC X(20).
001180 01  WS-PARM-VALUE              PIC X(20).
001190 01  WS-DEPOSIT-PERIOD          PIC 9(06) VALUE ZERO.
001200 01  FILLER REDEFINES WS-DEPOSIT-PERIOD.
001210     05  WS-DP-YYYY              PIC 9(04).
001220     05  WS-DP-MM                PIC 9(02).
001230*   MONTHS ARE COUNTED AS YEAR * 12 + MONTH, SO THE DIFFERENCE
001240*   BETWEEN TWO PERIODS IS THE WHOLE MONTHS BETWEEN THEM.
001250 01  WS-RUN-MONTH-NO            PIC 9(06) VALUE ZERO.
001260 01  WS-FROM-MONTH-NO           PIC 9(06) VALUE ZERO.
001270 01  WS-FROM-PERIOD             PIC 9(06) VALUE ZERO.
001280 01  FILLER REDEFINES WS-FROM-PERIOD.
001290     05  WS-FP-YYYY              PIC 9(04).
001300     05  WS-FP-MM                PIC 9(02).
001310 01  WS-MONTHS                  PIC 9(04) VALUE ZERO.
001320 01  WS-INTEREST                PIC 9(07)V9(02) VALUE ZERO.
001330 01  WS-DEPOSIT-COUNT           PIC 9(07) VALUE ZERO.
001340 01  WS-ACCRUED-COUNT           PIC 9(07) VALUE ZERO.
001350 01  WS-INTEREST-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
001360
001370 01  WS-RC-FUNCTION             PIC X(01).
001380 01  WS-RC-JOB-NAME             PIC X(20)
001390     VALUE "SEC-DEPOSIT-INTEREST".
001400 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001410 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001420 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001430
001440*                                                                *
001450*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001460*                                                                *
001470 01  WS-SPOOL-FUNCTION          PIC X(01).
001480 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001490     VALUE "deposit-interest".
001500 01  WS-SPOOL-JOB-NAME          PIC X(20)
001510     VALUE "SEC-DEPOSIT-INTEREST".
001520 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001530 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001540 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001550
001560*                                                                *
001570*   INTEREST REGISTER LINES                                      *
001580*                                                                *
001590 01  WS-HEADING-LINE.
001600     05  FILLER                  PIC X(31)
001610         VALUE "SECURITY DEPOSIT INTEREST FOR ".
001620     05  WS-HL-PERIOD            PIC 9(06).
001630 01  WS-COLUMN-LINE.
001640     05  FILLER                  PIC X(17)
001650         VALUE "DEPOSIT      CO".
001660     05  FILLER                  PIC X(12) VALUE "     DEPOSIT".
001670     05  FILLER                  PIC X(14) VALUE "    RATE  FROM".
001680     05  FILLER                  PIC X(10) VALUE "    MONTHS".
001690     05  FILLER                  PIC X(14) VALUE "      INTEREST".
001700 01  WS-DETAIL-LINE.
001710     05  WS-DL-ACCOUNT           PIC 9(07).
001720     05  FILLER                  PIC X(01) VALUE '-'.
001730     05  WS-DL-SEQ               PIC 9(03).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-DL-COMPANY           PIC X(02).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  WS-DL-RATE              PIC Z9.999.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-DL-FROM              PIC 9(06).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-DL-MONTHS            PIC ZZZ9.
001840     05  FILLER                  PIC X(04) VALUE SPACES.
001850     05  WS-DL-INTEREST          PIC Z,ZZZ,ZZ9.99.
001860
001870 PROCEDURE DIVISION.
001880*                                                                *
001890*   0000-MAINLINE                                                *
001900*                                                                *
001910 0000-MAINLINE.
001920     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001925          WS-OVERRIDE-MARK.
001930     MOVE 'S' TO WS-RC-FUNCTION.
001940     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001950          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001960          WS-RC-CODE.
001970     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001980     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
001990     IF NOT WS-PERIOD-OK
002000        MOVE "CLSD" TO WS-RC-CODE
002010        MOVE 8 TO RETURN-CODE
002020        GO TO 0000-END-RUN
002030     END-IF.
002040     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
002050     IF WS-EOF-YES
002060        GO TO 0000-END-RUN
002070     END-IF.
002080     PERFORM 2000-ACCRUE-ONE-DEPOSIT THRU 2000-EXIT
002090             UNTIL WS-EOF-YES.
002100     PERFORM 8000-FINISH THRU 8000-EXIT.
002110 0000-END-RUN.
002120     MOVE 'E' TO WS-RC-FUNCTION.
002130     MOVE WS-DEPOSIT-COUNT TO WS-RC-READ.
002140     MOVE WS-ACCRUED-COUNT TO WS-RC-WRITTEN.
002150     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002160          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002170          WS-RC-CODE.
002180     DISPLAY "SECURITY-DEPOSIT-INTEREST RUN COMPLETE".
002190     DISPLAY "PERIOD:               " WS-DEPOSIT-PERIOD.
002200     DISPLAY "DEPOSITS ACCRUED:     " WS-ACCRUED-COUNT.
002210     DISPLAY "INTEREST ACCRUED:     " WS-INTEREST-TOTAL.
002220     GO TO 9999-EXIT.
002230
002240*                                                                *
002250*   1000-READ-RUN-PARMS -- DEPOSIT-PERIOD= (YYYYMM) IN THE       *
002260*   SHARED LEDGER RUN PARAMETER FILE                             *
002270*                                                                *
002280 1000-READ-RUN-PARMS.
002290     MOVE WS-TODAY-8 (1:6) TO WS-DEPOSIT-PERIOD.
002300     OPEN INPUT RUN-PARM-FILE.
002310     IF RUNPARM-STATUS NOT = '00'
002320        GO TO 1000-SET-MONTH
002330     END-IF.
002340     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002350             UNTIL RUNPARM-STATUS NOT = '00'.
002360     CLOSE RUN-PARM-FILE.
002370 1000-SET-MONTH.
002380     COMPUTE WS-RUN-MONTH-NO = WS-DP-YYYY * 12 + WS-DP-MM.
002390 1000-EXIT.
002400     EXIT.
002410
002420 1050-READ-ONE-PARM.
002430     READ RUN-PARM-FILE
002440         AT END
002450            MOVE '10' TO RUNPARM-STATUS
002460            GO TO 1050-EXIT
002470     END-READ.
002480     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002490     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002500         INTO WS-PARM-NAME, WS-PARM-VALUE
002510     END-UNSTRING.
002520     IF WS-PARM-NAME = "DEPOSIT-PERIOD"
002530        AND WS-PARM-VALUE (1:6) NUMERIC
002540        AND WS-PARM-VALUE (5:2) >= "01"
002550        AND WS-PARM-VALUE (5:2) <= "12"
002560        MOVE WS-PARM-VALUE (1:6) TO WS-DEPOSIT-PERIOD
002570     END-IF.
002580 1050-EXIT.
002590     EXIT.
002600
002610*                                                                *
002620*   1200-CHECK-PERIOD -- THE INTEREST CANNOT BOOK INTO A CLOSED  *
002630*   PERIOD                                                       *
002640*                                                                *
002650 1200-CHECK-PERIOD.
002660     MOVE 'Y' TO WS-PERIOD-OK-SWITCH.
002670     OPEN INPUT PERIOD-CONTROL.
002680     IF PERIODCTL-STATUS NOT = '00'
002690        DISPLAY "WARNING -- PERIOD CONTROL NOT AVAILABLE, "
002700        DISPLAY "CLOSED-PERIOD CHECK IS SKIPPED"
002710        GO TO 1200-EXIT
002720     END-IF.
002730     MOVE WS-DEPOSIT-PERIOD TO PC-PERIOD.
002740     READ PERIOD-CONTROL
002750         INVALID KEY
002760            CONTINUE
002770         NOT INVALID KEY
002780            IF PC-PERIOD-CLOSED
002790               DISPLAY "PERIOD " WS-DEPOSIT-PERIOD
002800                       " IS CLOSED -- INTEREST NOT RUN"
002810               MOVE 'N' TO WS-PERIOD-OK-SWITCH
002820            END-IF
002830     END-READ.
002840     CLOSE PERIOD-CONTROL.
002850 1200-EXIT.
002860     EXIT.
002870
002880*                                                                *
002890*   1500-OPEN-FILES                                              *
002900*                                                                *
002910 1500-OPEN-FILES.
002920     OPEN I-O SECURITY-DEPOSITS.
002930     IF SECDEP-STATUS NOT = '00'
002940        DISPLAY "NO SECURITY DEPOSIT FILE FOUND -- " SECDEP
002950        MOVE 'Y' TO WS-EOF-SWITCH
002960        GO TO 1500-EXIT
002970     END-IF.
002980     OPEN EXTEND DEPOSIT-ENTRY-FILE.
002990     IF SECDEPENT-STATUS = '05' OR SECDEPENT-STATUS = '35'
003000        OPEN OUTPUT DEPOSIT-ENTRY-FILE
003010     END-IF.
003020     IF SECDEPENT-STATUS NOT = '00'
003030        DISPLAY "CANNOT OPEN " SECDEPENT " STATUS "
003040                SECDEPENT-STATUS " -- INTEREST NOT RUN"
003050        CLOSE SECURITY-DEPOSITS
003060        MOVE "FILE" TO WS-RC-CODE
003070        MOVE 8 TO RETURN-CODE
003080        MOVE 'Y' TO WS-EOF-SWITCH
003090        GO TO 1500-EXIT
003100     END-IF.
003110     MOVE 'N' TO WS-SPOOL-FUNCTION.
003120     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003130          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003140          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003150          WS-SPOOL-MEMBER-NAME.
003160     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003170     OPEN OUTPUT REPORT-FILE.
003180     MOVE WS-DEPOSIT-PERIOD TO WS-HL-PERIOD.
003190     WRITE REPORT-LINE FROM WS-HEADING-LINE.
003192     IF WS-DATE-OVERRIDDEN
003194        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
003196        ADD 1 TO WS-SPOOL-LINE-COUNT
003198     END-IF.
003200     MOVE SPACES TO REPORT-LINE.
003210     WRITE REPORT-LINE.
003220     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
003230     ADD 3 TO WS-SPOOL-LINE-COUNT.
003240 1500-EXIT.
003250     EXIT.
003260
003270*                                                                *
003280*   2000-ACCRUE-ONE-DEPOSIT -- WHOLE MONTHS SINCE THE LAST       *
003290*   ACCRUAL, OR SINCE THE MONTH THE DEPOSIT WAS TAKEN            *
003300*                                                                *
003310 2000-ACCRUE-ONE-DEPOSIT.
003320     READ SECURITY-DEPOSITS NEXT RECORD
003330         AT END
003340            MOVE 'Y' TO WS-EOF-SWITCH
003350            GO TO 2000-EXIT
003360     END-READ.
003370     ADD 1 TO WS-DEPOSIT-COUNT.
003380     IF NOT SD-DEPOSIT-ON-HAND
003390        GO TO 2000-EXIT
003400     END-IF.
003410     MOVE SD-RECEIVED-DATE (1:6) TO WS-FROM-PERIOD.
003420     IF SD-LAST-ACCRUAL-PERIOD > WS-FROM-PERIOD
003430        MOVE SD-LAST-ACCRUAL-PERIOD TO WS-FROM-PERIOD
003440     END-IF.
003450     COMPUTE WS-FROM-MONTH-NO = WS-FP-YYYY * 12 + WS-FP-MM.
003460     IF WS-FROM-MONTH-NO >= WS-RUN-MONTH-NO
003470        GO TO 2000-EXIT
003480     END-IF.
003490     COMPUTE WS-MONTHS = WS-RUN-MONTH-NO - WS-FROM-MONTH-NO.
003500     COMPUTE WS-INTEREST ROUNDED =
003510        SD-DEPOSIT-AMOUNT * SD-INTEREST-RATE * WS-MONTHS / 1200.
003520     ADD WS-INTEREST TO SD-ACCRUED-INTEREST.
003530     MOVE WS-DEPOSIT-PERIOD TO SD-LAST-ACCRUAL-PERIOD.
003540     REWRITE SECURITY-DEPOSIT-STRUCTURE
003550         INVALID KEY
003560            DISPLAY "WARNING: CANNOT UPDATE DEPOSIT "
003570                    SD-DEPOSIT-KEY " -- NO INTEREST ACCRUED"
003580            GO TO 2000-EXIT
003590     END-REWRITE.
003600     IF WS-INTEREST > ZERO
003610        PERFORM 2500-WRITE-INTEREST-ENTRY THRU 2500-EXIT
003620     END-IF.
003630     ADD 1 TO WS-ACCRUED-COUNT.
003640     ADD WS-INTEREST TO WS-INTEREST-TOTAL.
003650     MOVE SD-ACCOUNT-ID      TO WS-DL-ACCOUNT.
003660     MOVE SD-DEPOSIT-SEQ     TO WS-DL-SEQ.
003670     MOVE SD-COMPANY-CODE    TO WS-DL-COMPANY.
003680     MOVE SD-DEPOSIT-AMOUNT  TO WS-DL-AMOUNT.
003690     MOVE SD-INTEREST-RATE   TO WS-DL-RATE.
003700     MOVE WS-FROM-PERIOD     TO WS-DL-FROM.
003710     MOVE WS-MONTHS          TO WS-DL-MONTHS.
003720     MOVE WS-INTEREST        TO WS-DL-INTEREST.
003730     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003740     ADD 1 TO WS-SPOOL-LINE-COUNT.
003750 2000-EXIT.
003760     EXIT.
003770
003780*                                                                *
003790*   2500-WRITE-INTEREST-ENTRY -- THE 'I' MOVEMENT, BOOKED IN THE *
003800*   RUN PERIOD                                                   *
003810*                                                                *
003820 2500-WRITE-INTEREST-ENTRY.
003830     MOVE SPACES             TO DEPOSIT-ENTRY-STRUCTURE.
003840     SET SE-DEPOSIT-MOVEMENT TO TRUE.
003850     MOVE SD-COMPANY-CODE    TO SE-COMPANY-CODE.
003860     MOVE WS-DEPOSIT-PERIOD  TO SE-PERIOD.
003870     MOVE WS-TODAY-8         TO SE-ENTRY-DATE.
003880     MOVE SD-ACCOUNT-ID      TO SE-ACCOUNT-ID.
003890     MOVE SD-DEPOSIT-SEQ     TO SE-DEPOSIT-SEQ.
003900     SET SE-INTEREST-ACCRUED TO TRUE.
003910     MOVE WS-INTEREST        TO SE-AMOUNT.
003920     MOVE ZERO               TO SE-REFERENCE.
003930     WRITE DEPOSIT-ENTRY-STRUCTURE.
003940 2500-EXIT.
003950     EXIT.
003960
003970*                                                                *
003980*   8000-FINISH -- TOTAL THE REGISTER AND REGISTER IT ON THE     *
003990*   SPOOL                                                        *
004000*                                                                *
004010 8000-FINISH.
004020     MOVE SPACES TO REPORT-LINE.
004030     WRITE REPORT-LINE.
004040     MOVE SPACES TO REPORT-LINE.
004050     STRING "DEPOSITS ACCRUED: " WS-ACCRUED-COUNT
004060            "  INTEREST: " WS-INTEREST-TOTAL
004070            DELIMITED BY SIZE INTO REPORT-LINE
004080     END-STRING.
004090     WRITE REPORT-LINE.
004100     ADD 2 TO WS-SPOOL-LINE-COUNT.
004110     CLOSE REPORT-FILE.
004120     MOVE 'R' TO WS-SPOOL-FUNCTION.
004130     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004140          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004150          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004160          WS-SPOOL-MEMBER-NAME.
004170     CLOSE SECURITY-DEPOSITS DEPOSIT-ENTRY-FILE.
004180 8000-EXIT.
004190     EXIT.
004200
004210 9999-EXIT.
004220     STOP RUN.
