000010******************************************************************
000020*                                                                *
000030*   AUDIT-CONFIRM-EXCEPTIONS                                     *
000040*                                                                *
000050*   EXCEPTIONS SUMMARY OF A RECEIVABLES CONFIRMATION SAMPLE FOR  *
000060*   THE AUDIT FILE.  HEADS THE REPORT WITH THE SEED AND          *
000070*   PARAMETERS THE SAMPLE WAS DRAWN WITH, THEN LISTS:            *
000080*                                                                *
000090*     - EVERY DISAGREEMENT, WITH THE CUSTOMER'S FIGURE, THE      *
000100*       DIFFERENCE (OURS LESS THEIRS) AND THE REASON GIVEN       *
000110*     - EVERY NO-REPLY                                           *
000120*     - EVERY LETTER STILL AWAITING A RESPONSE                   *
000130*     - EVERY SELECTED ACCOUNT NO LETTER WENT TO, AND WHY        *
000140*                                                                *
000150*   AND CLOSES WITH THE COUNTS AND BALANCES FOR EACH OUTCOME AND *
000160*   THE SHARE OF THE RECEIVABLE BALANCE THE SAMPLE COVERED.      *
000170*   CONFIRM-AS-OF=YYYYMMDD IN THE LEDGER RUN PARAMETERS PICKS    *
000180*   THE SAMPLE; THE DEFAULT IS THE LATEST ONE DRAWN.             *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      AUDIT-CONFIRM-EXCEPTIONS.
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
000350     SELECT OPTIONAL CONFIRMATIONS
000360            ASSIGN       TO  AUDCONF
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS AC-CONFIRM-KEY
000400            FILE STATUS  IS AUDCONF-STATUS.
000410
000420     SELECT EXCEPTIONS-REPORT
000430            ASSIGN       TO  REPORTOUT
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS  IS REPORTOUT-STATUS.
000460
000470     SELECT OPTIONAL RUN-PARM-FILE
000480            ASSIGN       TO  RUNPARMS
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS  IS RUNPARM-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CONFIRMATIONS.
000550 01  CONFIRMATION-STRUCTURE.
000560     COPY "AUDIT-CONFIRMATION-RECORD.CPY" REPLACING ==(TAG)==
000570          BY ==AC-==.
000580
000590 FD  EXCEPTIONS-REPORT
000600     RECORDING MODE IS F.
000610 01  REPORT-LINE                  PIC X(100).
000620
000630 FD  RUN-PARM-FILE
000640     RECORDING MODE IS F.
000650 01  RUN-PARM-LINE                PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680 01  AUDCONF                    PIC X(50)
000690     VALUE "/mnt/c/cobfiles\audit-confirmations.idx".
000700 01  AUDCONF-STATUS             PIC X(02).
000710 01  REPORTOUT                  PIC X(50).
000720 01  REPORTOUT-STATUS           PIC X(02).
000730 01  RUNPARMS                   PIC X(50)
000740     VALUE "ledger-run-parms.txt".
000750 01  RUNPARM-STATUS             PIC X(02).
000760 01  WS-PARM-NAME               PIC X(20).
000770 01  WS-PARM-VALUE              PIC X(50).
000780
000790 01  WS-RC-FUNCTION             PIC X(01).
000800 01  WS-RC-JOB-NAME             PIC X(20)
000810     VALUE "AUDIT-CONFIRM-EXCPT".
000820 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000830 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000840 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000850
000860 01  WS-SPOOL-FUNCTION          PIC X(01).
000870 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000880     VALUE "confirm-exceptions".
000890 01  WS-SPOOL-JOB-NAME          PIC X(20)
000900     VALUE "AUDIT-CONFIRM-EXCPT".
000910 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
000920 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000930 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000940 01  WS-REPORT-MEMBER           PIC X(50).
000950 01  WS-REPORT-LINE-COUNT       PIC 9(07) VALUE ZERO.
000960
000970 01  WS-TODAY-8                 PIC 9(08).
000972 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000974     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000976 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000980 01  WS-AS-OF-DATE              PIC 9(08) VALUE ZERO.
000990 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001000     88  WS-EOF-YES                       VALUE 'Y'.
001010*   WHICH LIST THE CURRENT PASS OVER THE SAMPLE IS PRINTING
001020 01  WS-SECTION                 PIC X(01).
001030     88  WS-SECTION-DISAGREES             VALUE 'D'.
001040     88  WS-SECTION-NO-REPLY              VALUE 'N'.
001050     88  WS-SECTION-PENDING               VALUE 'P'.
001060     88  WS-SECTION-NOT-MAILED            VALUE 'X'.
001070 01  WS-SECTION-COUNT           PIC 9(05) VALUE ZERO.
001080
001090*                                                                *
001100*   THE SAMPLE CONTROL RECORD, KEPT FOR THE HEADING AND TOTALS   *
001110*                                                                *
001120 01  WS-CONTROL-RECORD.
001130     COPY "AUDIT-CONFIRMATION-RECORD.CPY" REPLACING ==(TAG)==
001140          BY ==CT-==.
001150
001160 01  WS-OUTCOME-TOTALS.
001170     05  WS-AGREE-COUNT         PIC 9(05) VALUE ZERO.
001180     05  WS-AGREE-BALANCE       PIC 9(11)V9(02) VALUE ZERO.
001190     05  WS-DISAGREE-COUNT      PIC 9(05) VALUE ZERO.
001200     05  WS-DISAGREE-BALANCE    PIC 9(11)V9(02) VALUE ZERO.
001210     05  WS-DIFFERENCE-TOTAL    PIC S9(11)V9(02) VALUE ZERO.
001220     05  WS-NO-REPLY-COUNT      PIC 9(05) VALUE ZERO.
001230     05  WS-NO-REPLY-BALANCE    PIC 9(11)V9(02) VALUE ZERO.
001240     05  WS-PENDING-COUNT       PIC 9(05) VALUE ZERO.
001250     05  WS-PENDING-BALANCE     PIC 9(11)V9(02) VALUE ZERO.
001260     05  WS-NOT-MAILED-COUNT    PIC 9(05) VALUE ZERO.
001270     05  WS-NOT-MAILED-BALANCE  PIC 9(11)V9(02) VALUE ZERO.
001280 01  WS-DIFFERENCE              PIC S9(09)V9(02).
001290 01  WS-COVERAGE-PCT            PIC 9(03)V9(02) VALUE ZERO.
001300
001310*                                                                *
001320*   PRINT LINES                                                  *
001330*                                                                *
001340 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001350 01  WS-SHORT-EDITED            PIC ZZ,ZZ9.
001360 01  WS-PCT-EDITED              PIC ZZ9.99.
001370 01  WS-DETAIL-LINE.
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  WS-DL-ACCOUNT          PIC 9(07).
001400     05  FILLER                 PIC X(02) VALUE SPACES.
001410     05  WS-DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
001420     05  FILLER                 PIC X(02) VALUE SPACES.
001430     05  WS-DL-CUSTOMER         PIC ZZZ,ZZZ,ZZ9.99.
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  WS-DL-DIFFERENCE       PIC -ZZZ,ZZZ,ZZ9.99.
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  WS-DL-TEXT             PIC X(40).
001480 01  WS-DETAIL-ALPHA REDEFINES WS-DETAIL-LINE.
001490     05  FILLER                 PIC X(27).
001500     05  WS-DL-CUSTOMER-X       PIC X(14).
001510     05  FILLER                 PIC X(02).
001520     05  WS-DL-DIFFERENCE-X     PIC X(15).
001530     05  FILLER                 PIC X(42).
001540
001550 PROCEDURE DIVISION.
001560*                                                                *
001570*   0000-MAINLINE                                               *
001580*                                                                *
001590 0000-MAINLINE.
001600     MOVE 'S' TO WS-RC-FUNCTION.
001610     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001620          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001630          WS-RC-CODE.
001640     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001645          WS-OVERRIDE-MARK.
001650     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
001660     OPEN INPUT CONFIRMATIONS.
001670     IF AUDCONF-STATUS NOT = '00'
001680        DISPLAY "NO CONFIRMATION FILE FOUND -- " AUDCONF
001690        MOVE "FLAG" TO WS-RC-CODE
001700        GO TO 0000-END-RUN
001710     END-IF.
001720     IF WS-AS-OF-DATE = ZERO
001730        PERFORM 1100-FIND-LATEST-SAMPLE THRU 1100-EXIT
001740     END-IF.
001750     MOVE WS-AS-OF-DATE TO AC-AS-OF-DATE.
001760     MOVE ZERO          TO AC-ACCOUNT-ID.
001770     READ CONFIRMATIONS
001780         INVALID KEY
001790            DISPLAY "NO CONFIRMATION SAMPLE AS OF " WS-AS-OF-DATE
001800            MOVE "FLAG" TO WS-RC-CODE
001810            CLOSE CONFIRMATIONS
001820            GO TO 0000-END-RUN
001830     END-READ.
001840     MOVE CONFIRMATION-STRUCTURE TO WS-CONTROL-RECORD.
001850     PERFORM 1500-START-REPORT THRU 1500-EXIT.
001860     MOVE 'D' TO WS-SECTION.
001870     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
001880     MOVE 'N' TO WS-SECTION.
001890     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
001900     MOVE 'P' TO WS-SECTION.
001910     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
001920     MOVE 'X' TO WS-SECTION.
001930     PERFORM 2000-PRINT-SECTION THRU 2000-EXIT.
001940     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001950     CLOSE CONFIRMATIONS.
001960     CLOSE EXCEPTIONS-REPORT.
001970     MOVE 'R' TO WS-SPOOL-FUNCTION.
001980     MOVE WS-REPORT-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
001990     MOVE WS-REPORT-MEMBER TO WS-SPOOL-MEMBER-NAME.
002000     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002010          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002020          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002030          WS-SPOOL-MEMBER-NAME.
002040     MOVE WS-REPORT-LINE-COUNT TO WS-RC-WRITTEN.
002050     DISPLAY "AUDIT-CONFIRM-EXCEPTIONS COMPLETE FOR "
002060             WS-AS-OF-DATE.
002070 0000-END-RUN.
002080     MOVE 'E' TO WS-RC-FUNCTION.
002090     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002100          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002110          WS-RC-CODE.
002120     GO TO 9999-EXIT.
002130
002140 1050-READ-RUN-PARMS.
002150     OPEN INPUT RUN-PARM-FILE.
002160     IF RUNPARM-STATUS NOT = '00'
002170        GO TO 1050-EXIT
002180     END-IF.
002190     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
002200             UNTIL RUNPARM-STATUS NOT = '00'.
002210     CLOSE RUN-PARM-FILE.
002220 1050-EXIT.
002230     EXIT.
002240
002250 1060-READ-ONE-PARM.
002260     READ RUN-PARM-FILE
002270         AT END
002280            MOVE '10' TO RUNPARM-STATUS
002290            GO TO 1060-EXIT
002300     END-READ.
002310     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002320     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002330         INTO WS-PARM-NAME, WS-PARM-VALUE
002340     END-UNSTRING.
002350     IF WS-PARM-NAME = "CONFIRM-AS-OF"
002360        AND WS-PARM-VALUE (1:8) NUMERIC
002370        MOVE WS-PARM-VALUE (1:8) TO WS-AS-OF-DATE
002380     END-IF.
002390 1060-EXIT.
002400     EXIT.
002410
002420*                                                                *
002430*   1100-FIND-LATEST-SAMPLE -- THE HIGHEST AS-OF DATE CARRYING A *
002440*   CONTROL RECORD                                               *
002450*                                                                *
002460 1100-FIND-LATEST-SAMPLE.
002470     MOVE LOW-VALUES TO AC-CONFIRM-KEY.
002480     MOVE 'N' TO WS-EOF-SWITCH.
002490     START CONFIRMATIONS KEY IS >= AC-CONFIRM-KEY
002500         INVALID KEY
002510            MOVE 'Y' TO WS-EOF-SWITCH
002520     END-START.
002530     PERFORM 1110-CHECK-ONE-RECORD THRU 1110-EXIT
002540             UNTIL WS-EOF-YES.
002550 1100-EXIT.
002560     EXIT.
002570
002580 1110-CHECK-ONE-RECORD.
002590     READ CONFIRMATIONS NEXT RECORD
002600         AT END
002610            MOVE 'Y' TO WS-EOF-SWITCH
002620            GO TO 1110-EXIT
002630     END-READ.
002640     IF AC-SAMPLE-CONTROL-RECORD
002650        MOVE AC-AS-OF-DATE TO WS-AS-OF-DATE
002660     END-IF.
002670 1110-EXIT.
002680     EXIT.
002690
002700 1500-START-REPORT.
002710     MOVE 'N' TO WS-SPOOL-FUNCTION.
002720     MOVE ZERO TO WS-SPOOL-LINE-COUNT.
002730     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002740          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002750          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002760          WS-SPOOL-MEMBER-NAME.
002770     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT WS-REPORT-MEMBER.
002780     OPEN OUTPUT EXCEPTIONS-REPORT.
002790     MOVE SPACES TO REPORT-LINE.
002800     STRING "RECEIVABLES CONFIRMATION EXCEPTIONS -- SAMPLE AS OF "
002810            WS-AS-OF-DATE "     PRINTED " WS-TODAY-8
002820            DELIMITED BY SIZE INTO REPORT-LINE
002830     END-STRING.
002840     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
002842     IF WS-DATE-OVERRIDDEN
002844        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002846        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
002848     END-IF.
002850     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
002860     MOVE CT-OVER-AMOUNT TO WS-AMOUNT-EDITED.
002870     STRING "DRAWN " CT-DRAWN-DATE " " CT-DRAWN-TIME
002880            "  SEED " CT-SAMPLE-SEED
002890            "  RANDOM PICKS " CT-SAMPLE-SIZE
002900            "  EVERY BALANCE OVER " WS-AMOUNT-EDITED
002910            DELIMITED BY SIZE INTO REPORT-LINE
002920     END-STRING.
002930     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
002940 1500-EXIT.
002950     EXIT.
002960
002970*                                                                *
002980*   2000-PRINT-SECTION -- ONE PASS OVER THE SAMPLE PRINTING THE  *
002990*   ACCOUNTS IN WS-SECTION'S OUTCOME; THE TOTALS ARE GATHERED ON *
003000*   THE SAME PASSES                                              *
003010*                                                                *
003020 2000-PRINT-SECTION.
003030     MOVE ZERO TO WS-SECTION-COUNT.
003040     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
003050     EVALUATE TRUE
003060        WHEN WS-SECTION-DISAGREES
003070           MOVE "DISAGREEMENTS" TO REPORT-LINE
003080           PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
003090           MOVE "  ACCOUNT   OUR BALANCE   THEIR FIGURE"
003100             TO REPORT-LINE
003110           MOVE "DIFFERENCE" TO REPORT-LINE (49:10)
003120           MOVE "REASON GIVEN" TO REPORT-LINE (61:12)
003130        WHEN WS-SECTION-NO-REPLY
003140           MOVE "NO REPLY -- ALTERNATIVE PROCEDURES NEEDED"
003150             TO REPORT-LINE
003160        WHEN WS-SECTION-PENDING
003170           MOVE "MAILED, NO RESPONSE RECORDED YET" TO REPORT-LINE
003180        WHEN OTHER
003190           MOVE "SELECTED, NOT MAILED -- ALTERNATIVE PROCEDURES "
003200             TO REPORT-LINE
003210           MOVE "NEEDED" TO REPORT-LINE (48:6)
003220     END-EVALUATE.
003230     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
003240     MOVE WS-AS-OF-DATE TO AC-AS-OF-DATE.
003250     MOVE 1             TO AC-ACCOUNT-ID.
003260     MOVE 'N' TO WS-EOF-SWITCH.
003270     START CONFIRMATIONS KEY IS >= AC-CONFIRM-KEY
003280         INVALID KEY
003290            MOVE 'Y' TO WS-EOF-SWITCH
003300     END-START.
003310     PERFORM 2100-READ-CONFIRMATION THRU 2100-EXIT
003320             UNTIL WS-EOF-YES.
003330     IF WS-SECTION-COUNT = ZERO
003340        MOVE "  (NONE)" TO REPORT-LINE
003350        PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT
003360     END-IF.
003370 2000-EXIT.
003380     EXIT.
003390
003400 2100-READ-CONFIRMATION.
003410     READ CONFIRMATIONS NEXT RECORD
003420         AT END
003430            MOVE 'Y' TO WS-EOF-SWITCH
003440            GO TO 2100-EXIT
003450     END-READ.
003460     IF AC-AS-OF-DATE NOT = WS-AS-OF-DATE
003470        MOVE 'Y' TO WS-EOF-SWITCH
003480        GO TO 2100-EXIT
003490     END-IF.
003500     IF WS-SECTION-DISAGREES
003510        ADD 1 TO WS-RC-READ
003520     END-IF.
003530     MOVE SPACES TO WS-DETAIL-LINE.
003540     MOVE AC-ACCOUNT-ID      TO WS-DL-ACCOUNT.
003550     MOVE AC-BALANCE-ON-FILE TO WS-DL-BALANCE.
003560     EVALUATE TRUE
003570        WHEN WS-SECTION-DISAGREES
003580           IF NOT AC-LETTER-MAILED OR NOT AC-RESPONSE-DISAGREES
003590              GO TO 2100-EXIT
003600           END-IF
003610           COMPUTE WS-DIFFERENCE =
003620                   AC-BALANCE-ON-FILE - AC-CUSTOMER-AMOUNT
003630           MOVE AC-CUSTOMER-AMOUNT TO WS-DL-CUSTOMER
003640           MOVE WS-DIFFERENCE      TO WS-DL-DIFFERENCE
003650           MOVE AC-RESPONSE-NOTE   TO WS-DL-TEXT
003660           ADD 1 TO WS-DISAGREE-COUNT
003670           ADD AC-BALANCE-ON-FILE TO WS-DISAGREE-BALANCE
003680           ADD WS-DIFFERENCE TO WS-DIFFERENCE-TOTAL
003690        WHEN WS-SECTION-NO-REPLY
003700           IF NOT AC-LETTER-MAILED OR NOT AC-RESPONSE-NO-REPLY
003710              GO TO 2100-EXIT
003720           END-IF
003730           MOVE SPACES TO WS-DL-CUSTOMER-X WS-DL-DIFFERENCE-X
003740           STRING "RECORDED " AC-RESPONSE-DATE " "
003750                  AC-RESPONSE-CLERK
003760                  DELIMITED BY SIZE INTO WS-DL-TEXT
003770           END-STRING
003780           ADD 1 TO WS-NO-REPLY-COUNT
003790           ADD AC-BALANCE-ON-FILE TO WS-NO-REPLY-BALANCE
003800        WHEN WS-SECTION-PENDING
003810           IF NOT AC-LETTER-MAILED OR NOT AC-RESPONSE-PENDING
003820              IF AC-LETTER-MAILED AND AC-RESPONSE-AGREES
003830                 ADD 1 TO WS-AGREE-COUNT
003840                 ADD AC-BALANCE-ON-FILE TO WS-AGREE-BALANCE
003850              END-IF
003860              GO TO 2100-EXIT
003870           END-IF
003880           MOVE SPACES TO WS-DL-CUSTOMER-X WS-DL-DIFFERENCE-X
003890           STRING "MAILED " AC-MAILED-DATE
003900                  DELIMITED BY SIZE INTO WS-DL-TEXT
003910           END-STRING
003920           ADD 1 TO WS-PENDING-COUNT
003930           ADD AC-BALANCE-ON-FILE TO WS-PENDING-BALANCE
003940        WHEN OTHER
003950           IF AC-LETTER-MAILED
003960              GO TO 2100-EXIT
003970           END-IF
003980           MOVE SPACES TO WS-DL-CUSTOMER-X WS-DL-DIFFERENCE-X
003990           EVALUATE TRUE
004000              WHEN AC-HELD-LEGAL-HOLD
004010                 MOVE "ACCOUNT ON LEGAL HOLD" TO WS-DL-TEXT
004020              WHEN AC-HELD-DECEASED
004030                 MOVE "CONTACT DECEASED" TO WS-DL-TEXT
004040              WHEN OTHER
004050                 MOVE "NO CONTACT ON FILE" TO WS-DL-TEXT
004060           END-EVALUATE
004070           ADD 1 TO WS-NOT-MAILED-COUNT
004080           ADD AC-BALANCE-ON-FILE TO WS-NOT-MAILED-BALANCE
004090     END-EVALUATE.
004100     ADD 1 TO WS-SECTION-COUNT.
004110     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004120     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004130 2100-EXIT.
004140     EXIT.
004150
004160 7950-PUT-REPORT-LINE.
004170     WRITE REPORT-LINE.
004180     ADD 1 TO WS-REPORT-LINE-COUNT.
004190     MOVE SPACES TO REPORT-LINE.
004200 7950-EXIT.
004210     EXIT.
004220
004230*                                                                *
004240*   8000-PRINT-TOTALS -- OUTCOME COUNTS AND BALANCES, AND THE    *
004250*   SHARE OF THE RECEIVABLE BALANCE THE SAMPLE COVERED           *
004260*                                                                *
004270 8000-PRINT-TOTALS.
004280     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004290     MOVE "SUMMARY" TO REPORT-LINE.
004300     MOVE "ACCOUNTS" TO REPORT-LINE (28:8).
004310     MOVE "BALANCE" TO REPORT-LINE (48:7).
004320     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004330     MOVE CT-POPULATION-COUNT TO WS-SHORT-EDITED.
004340     MOVE CT-POPULATION-BALANCE TO WS-AMOUNT-EDITED.
004350     STRING "  RECEIVABLE POPULATION      " WS-SHORT-EDITED
004360            " " WS-AMOUNT-EDITED
004370            DELIMITED BY SIZE INTO REPORT-LINE
004380     END-STRING.
004390     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004400     MOVE CT-SELECTED-COUNT TO WS-SHORT-EDITED.
004410     MOVE CT-SELECTED-BALANCE TO WS-AMOUNT-EDITED.
004420     STRING "  SELECTED                   " WS-SHORT-EDITED
004430            " " WS-AMOUNT-EDITED
004440            DELIMITED BY SIZE INTO REPORT-LINE
004450     END-STRING.
004460     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004470     MOVE WS-AGREE-COUNT TO WS-SHORT-EDITED.
004480     MOVE WS-AGREE-BALANCE TO WS-AMOUNT-EDITED.
004490     STRING "    AGREED                   " WS-SHORT-EDITED
004500            " " WS-AMOUNT-EDITED
004510            DELIMITED BY SIZE INTO REPORT-LINE
004520     END-STRING.
004530     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004540     MOVE WS-DISAGREE-COUNT TO WS-SHORT-EDITED.
004550     MOVE WS-DISAGREE-BALANCE TO WS-AMOUNT-EDITED.
004560     STRING "    DISAGREED                " WS-SHORT-EDITED
004570            " " WS-AMOUNT-EDITED
004580            DELIMITED BY SIZE INTO REPORT-LINE
004590     END-STRING.
004600     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004610     MOVE WS-DIFFERENCE-TOTAL TO WS-DL-DIFFERENCE.
004620     STRING "      NET DIFFERENCE (OURS LESS THEIRS)  "
004630            WS-DL-DIFFERENCE
004640            DELIMITED BY SIZE INTO REPORT-LINE
004650     END-STRING.
004660     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004670     MOVE WS-NO-REPLY-COUNT TO WS-SHORT-EDITED.
004680     MOVE WS-NO-REPLY-BALANCE TO WS-AMOUNT-EDITED.
004690     STRING "    NO REPLY                 " WS-SHORT-EDITED
004700            " " WS-AMOUNT-EDITED
004710            DELIMITED BY SIZE INTO REPORT-LINE
004720     END-STRING.
004730     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004740     MOVE WS-PENDING-COUNT TO WS-SHORT-EDITED.
004750     MOVE WS-PENDING-BALANCE TO WS-AMOUNT-EDITED.
004760     STRING "    AWAITING RESPONSE        " WS-SHORT-EDITED
004770            " " WS-AMOUNT-EDITED
004780            DELIMITED BY SIZE INTO REPORT-LINE
004790     END-STRING.
004800     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004810     MOVE WS-NOT-MAILED-COUNT TO WS-SHORT-EDITED.
004820     MOVE WS-NOT-MAILED-BALANCE TO WS-AMOUNT-EDITED.
004830     STRING "    NOT MAILED               " WS-SHORT-EDITED
004840            " " WS-AMOUNT-EDITED
004850            DELIMITED BY SIZE INTO REPORT-LINE
004860     END-STRING.
004870     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004880     IF CT-POPULATION-BALANCE > ZERO
004890        COMPUTE WS-COVERAGE-PCT ROUNDED =
004900                CT-SELECTED-BALANCE * 100 / CT-POPULATION-BALANCE
004910     END-IF.
004920     MOVE WS-COVERAGE-PCT TO WS-PCT-EDITED.
004930     STRING "  SAMPLE COVERS " WS-PCT-EDITED
004940            "% OF THE RECEIVABLE BALANCE"
004950            DELIMITED BY SIZE INTO REPORT-LINE
004960     END-STRING.
004970     PERFORM 7950-PUT-REPORT-LINE THRU 7950-EXIT.
004980 8000-EXIT.
004990     EXIT.
005000
005010 9999-EXIT.
005020     STOP RUN.
