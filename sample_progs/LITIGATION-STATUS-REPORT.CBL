000010******************************************************************
000020*                                                                *
000030*   LITIGATION-STATUS-REPORT                                     *
000040*                                                                *
000050*   MANAGEMENT REPORT OF EVERY CASE ON THE LITIGATION FILE (SEE  *
000060*   LITIGATION-CASE-RECORD.CPY), ONE LINE PER CASE --            *
000070*       STATUS, FILING DATE AND THE NEXT HEARING                 *
000080*       COURT COSTS ADVANCED                                     *
000090*       THE JUDGMENT, AND THE SIMPLE INTEREST ACCRUED ON IT AT   *
000100*           THE JUDGMENT RATE FROM THE JUDGMENT DATE TO THE      *
000110*           PROCESSING DATE (ACTUAL DAYS OVER 365)               *
000120*       GARNISHMENT MONEY RECEIVED                               *
000130*       THE ACCOUNT'S LEDGER BALANCE (TRANSACTIONS INDEX)        *
000140*   WITH A SECOND LINE FOR THE COURT, THE HANDLING CLERK AND WHAT*
000150*   IS STILL DUE ON THE JUDGMENT (JUDGMENT PLUS INTEREST LESS    *
000160*   GARNISHMENTS).  TOTALS FOLLOW FOR OPEN AND CLOSED CASES.  THE*
000170*   INTEREST IS FOR THE REPORT ONLY -- NOTHING IS POSTED.  THE   *
000180*   REPORT IS SPOOLED THROUGH REPORT-SPOOL-REGISTER WITH         *
000190*   MONTH-END RETENTION.                                         *
000200*                                                                *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.      LITIGATION-STATUS-REPORT.
000240 AUTHOR.          DATA PROCESSING.
000250 INSTALLATION.    ACCOUNTING SYSTEMS.
000260 DATE-WRITTEN.    10/15/2026.
000270 DATE-COMPILED.   10/15/2026.
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   ------------------------------------------------------------ *
000310*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000320*                                                                *
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL LITIGATION-CASES
000370            ASSIGN       TO  LITCASE
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE  IS DYNAMIC
000400            RECORD KEY   IS LC-ACCOUNT-ID
000410            FILE STATUS  IS LITCASE-STATUS.
000420
000430     SELECT OPTIONAL TRANSACTIONS-INDEX
000440            ASSIGN       TO  ACCTIDX
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS TX-ACCT-KEY
000480            FILE STATUS  IS TXIDX-STATUS.
000490
000500     SELECT REPORT-FILE
000510            ASSIGN       TO  REPORTOUT
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS  IS REPORT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LITIGATION-CASES.
000580 01  LITIGATION-CASE-STRUCTURE.
000590     COPY "LITIGATION-CASE-RECORD.CPY" REPLACING ==(TAG)==
000600          BY ==LC-==.
000610
000620 FD  TRANSACTIONS-INDEX.
000630 01  TRANSACTION-INDEX-STRUCTURE.
000640     COPY "TRANSACTION-INDEX-RECORD.CPY"
000650          REPLACING ==(TAG)== BY ==TX-==.
000660
000670 FD  REPORT-FILE
000680     RECORDING MODE IS F.
000690 01  REPORT-LINE                  PIC X(132).
000700
000710 WORKING-STORAGE SECTION.
000720*                                                                *
000730*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000740*                                                                *
000750 01  LITCASE                    PIC X(50)
000760     VALUE "/mnt/c/cobfiles\litigation-cases.idx".
000770 01  ACCTIDX                    PIC X(50)
000780     VALUE "/mnt/c/cobfiles\transactions.idx".
000790 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000800
000810 01  LITCASE-STATUS             PIC X(02).
000820 01  TXIDX-STATUS               PIC X(02).
000830 01  REPORT-STATUS              PIC X(02).
000840
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000870         88  WS-EOF-YES                    VALUE 'Y'.
000880     05  WS-TX-EOF-SWITCH        PIC X(01) VALUE 'N'.
000890         88  WS-TX-EOF                     VALUE 'Y'.
000900
000910 01  WS-TODAY-8                 PIC 9(08).
000920 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000930     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000940 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000950 01  WS-HEARING-I               PIC 9(02) VALUE ZERO.
000960 01  WS-NEXT-HEARING            PIC 9(08) VALUE ZERO.
000970 01  WS-JUDGMENT-DAYS           PIC 9(05) VALUE ZERO.
000980 01  WS-INTEREST                PIC 9(09)V9(02) VALUE ZERO.
000990 01  WS-JUDGMENT-DUE            PIC S9(09)V9(02) VALUE ZERO.
001000 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001010 01  WS-DUE-EDITED              PIC -ZZZ,ZZZ,ZZ9.99.
001020
001030*                                                                *
001040*   TOTALS -- OPEN AND CLOSED CASES                             *
001050*                                                                *
001060 01  WS-CASES-READ              PIC 9(07) VALUE ZERO.
001070 01  WS-OPEN-CASES              PIC 9(05) VALUE ZERO.
001080 01  WS-CLOSED-CASES            PIC 9(05) VALUE ZERO.
001090 01  WS-TOTAL-COSTS             PIC 9(09)V9(02) VALUE ZERO.
001100 01  WS-TOTAL-JUDGMENT          PIC 9(09)V9(02) VALUE ZERO.
001110 01  WS-TOTAL-INTEREST          PIC 9(09)V9(02) VALUE ZERO.
001120 01  WS-TOTAL-GARNISHED         PIC 9(09)V9(02) VALUE ZERO.
001130 01  WS-TOTAL-DUE               PIC S9(09)V9(02) VALUE ZERO.
001140 01  WS-TOTAL-BALANCE           PIC S9(09)V9(02) VALUE ZERO.
001150
001160 01  WS-RC-FUNCTION             PIC X(01).
001170 01  WS-RC-JOB-NAME             PIC X(20)
001180     VALUE "LITIGATION-STATUS".
001190 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001200 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001210 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001220
001230*                                                                *
001240*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001250*                                                                *
001260 01  WS-SPOOL-FUNCTION          PIC X(01).
001270 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001280     VALUE "litigation-status".
001290 01  WS-SPOOL-JOB-NAME          PIC X(20)
001300     VALUE "LITIGATION-STATUS".
001310 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
001320 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001330 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001340 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001350
001360*                                                                *
001370*   REPORT LINES                                                *
001380*                                                                *
001390 01  WS-DETAIL-LINE.
001400     05  WS-DL-ACCOUNT           PIC 9(07).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  WS-DL-CASE              PIC X(20).
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  WS-DL-STATUS            PIC X(10).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  WS-DL-FILED             PIC 9(08).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  WS-DL-HEARING           PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  WS-DL-COSTS             PIC ZZ,ZZZ,ZZ9.99.
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  WS-DL-JUDGMENT          PIC ZZZ,ZZZ,ZZ9.99.
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  WS-DL-INTEREST          PIC ZZ,ZZZ,ZZ9.99.
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  WS-DL-GARNISHED         PIC ZZZ,ZZZ,ZZ9.99.
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  WS-DL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
001590 01  WS-COURT-LINE.
001600     05  FILLER                  PIC X(09) VALUE SPACES.
001610     05  FILLER                  PIC X(06) VALUE "COURT ".
001620     05  WS-CL-COURT             PIC X(30).
001630     05  FILLER                  PIC X(08) VALUE "  CLERK ".
001640     05  WS-CL-CLERK             PIC X(10).
001650     05  FILLER                  PIC X(11) VALUE "  JUDGMENT ".
001660     05  WS-CL-JUDGMENT-DATE     PIC X(08).
001670     05  FILLER                  PIC X(04) VALUE " AT ".
001680     05  WS-CL-RATE              PIC Z9.999.
001690     05  FILLER                  PIC X(07) VALUE "%  DUE ".
001700     05  WS-CL-DUE               PIC -ZZZ,ZZZ,ZZ9.99.
001710 01  WS-TOTAL-LINE.
001720     05  WS-TL-LABEL             PIC X(57).
001730     05  WS-TL-COSTS             PIC ZZ,ZZZ,ZZ9.99.
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  WS-TL-JUDGMENT          PIC ZZZ,ZZZ,ZZ9.99.
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  WS-TL-INTEREST          PIC ZZ,ZZZ,ZZ9.99.
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  WS-TL-GARNISHED         PIC ZZZ,ZZZ,ZZ9.99.
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  WS-TL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
001820
001830 PROCEDURE DIVISION.
001840*                                                                *
001850*   0000-MAINLINE                                               *
001860*                                                                *
001870 0000-MAINLINE.
001880     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001890          WS-OVERRIDE-MARK.
001900     MOVE 'S' TO WS-RC-FUNCTION.
001910     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001920          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001930          WS-RC-CODE.
001940     OPEN INPUT LITIGATION-CASES.
001950     IF LITCASE-STATUS NOT = '00' AND LITCASE-STATUS NOT = '05'
001960        DISPLAY "CANNOT OPEN LITIGATION FILE, STATUS "
001970                LITCASE-STATUS
001980        MOVE "FAIL" TO WS-RC-CODE
001990        MOVE 8 TO RETURN-CODE
002000        GO TO 0000-END-RUN
002010     END-IF.
002020     OPEN INPUT TRANSACTIONS-INDEX.
002030     PERFORM 1000-START-REPORT THRU 1000-EXIT.
002040     MOVE ZERO TO LC-ACCOUNT-ID.
002050     START LITIGATION-CASES KEY IS >= LC-ACCOUNT-ID
002060         INVALID KEY
002070            MOVE 'Y' TO WS-EOF-SWITCH
002080     END-START.
002090     PERFORM 2000-REPORT-ONE-CASE THRU 2000-EXIT
002100             UNTIL WS-EOF-YES.
002110     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002120     CLOSE LITIGATION-CASES.
002130     IF TXIDX-STATUS = '00'
002140        CLOSE TRANSACTIONS-INDEX
002150     END-IF.
002160     CLOSE REPORT-FILE.
002170     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
002180     MOVE 'R' TO WS-SPOOL-FUNCTION.
002190     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002200          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002210          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002220          WS-SPOOL-MEMBER-NAME.
002230 0000-END-RUN.
002240     MOVE 'E' TO WS-RC-FUNCTION.
002250     MOVE WS-CASES-READ TO WS-RC-READ.
002260     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
002270     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002280          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002290          WS-RC-CODE.
002300     DISPLAY "LITIGATION-STATUS-REPORT RUN COMPLETE".
002310     DISPLAY "OPEN CASES:           " WS-OPEN-CASES.
002320     DISPLAY "CLOSED CASES:         " WS-CLOSED-CASES.
002330     GO TO 9999-EXIT.
002340
002350*                                                                *
002360*   1000-START-REPORT                                           *
002370*                                                                *
002380 1000-START-REPORT.
002390     MOVE 'N' TO WS-SPOOL-FUNCTION.
002400     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002410          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002420          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002430          WS-SPOOL-MEMBER-NAME.
002440     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002450     OPEN OUTPUT REPORT-FILE.
002460     MOVE SPACES TO REPORT-LINE.
002470     STRING "LITIGATION STATUS REPORT   AS OF " WS-TODAY-8
002480            DELIMITED BY SIZE INTO REPORT-LINE
002490     END-STRING.
002500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
002510     IF WS-DATE-OVERRIDDEN
002520        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002530        PERFORM 5900-PUT-LINE THRU 5900-EXIT
002540     END-IF.
002550     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
002560     MOVE "ACCOUNT  CASE NUMBER          STATUS     FILED    "
002570        & "HEARING          COSTS       JUDGMENT      INTEREST"
002580        & "      GARNISHED         BALANCE"
002590        TO REPORT-LINE.
002600     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
002610 1000-EXIT.
002620     EXIT.
002630
002640*                                                                *
002650*   2000-REPORT-ONE-CASE -- THE CASE LINE AND ITS COURT LINE     *
002660*                                                                *
002670 2000-REPORT-ONE-CASE.
002680     READ LITIGATION-CASES NEXT RECORD
002690         AT END
002700            MOVE 'Y' TO WS-EOF-SWITCH
002710            GO TO 2000-EXIT
002720     END-READ.
002730     ADD 1 TO WS-CASES-READ.
002740     IF LC-CASE-CLOSED
002750        ADD 1 TO WS-CLOSED-CASES
002760     ELSE
002770        ADD 1 TO WS-OPEN-CASES
002780     END-IF.
002790     MOVE ZERO TO WS-NEXT-HEARING.
002800     PERFORM 2100-CHECK-ONE-HEARING THRU 2100-EXIT
002810             VARYING WS-HEARING-I FROM 1 BY 1
002820             UNTIL WS-HEARING-I > 6.
002830     PERFORM 3000-JUDGMENT-INTEREST THRU 3000-EXIT.
002840     PERFORM 4000-FIND-LAST-BALANCE THRU 4000-EXIT.
002850     MOVE SPACES TO WS-DL-STATUS.
002860     EVALUATE TRUE
002870        WHEN LC-CASE-FILED
002880           MOVE "FILED"      TO WS-DL-STATUS
002890        WHEN LC-CASE-JUDGMENT
002900           MOVE "JUDGMENT"   TO WS-DL-STATUS
002910        WHEN LC-CASE-GARNISHING
002920           MOVE "GARNISHING" TO WS-DL-STATUS
002930        WHEN LC-CASE-SATISFIED
002940           MOVE "SATISFIED"  TO WS-DL-STATUS
002950        WHEN OTHER
002960           MOVE "DISMISSED"  TO WS-DL-STATUS
002970     END-EVALUATE.
002980     MOVE LC-ACCOUNT-ID      TO WS-DL-ACCOUNT.
002990     MOVE LC-CASE-NUMBER     TO WS-DL-CASE.
003000     MOVE LC-FILING-DATE     TO WS-DL-FILED.
003010     IF WS-NEXT-HEARING = ZERO OR LC-CASE-CLOSED
003020        MOVE "NONE"          TO WS-DL-HEARING
003030     ELSE
003040        MOVE WS-NEXT-HEARING TO WS-DL-HEARING
003050     END-IF.
003060     MOVE LC-COSTS-ADVANCED  TO WS-DL-COSTS.
003070     MOVE LC-JUDGMENT-AMOUNT TO WS-DL-JUDGMENT.
003080     MOVE WS-INTEREST        TO WS-DL-INTEREST.
003090     MOVE LC-GARNISHED-TOTAL TO WS-DL-GARNISHED.
003100     MOVE WS-LAST-BALANCE    TO WS-DL-BALANCE.
003110     MOVE WS-DETAIL-LINE TO REPORT-LINE.
003120     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003130     MOVE LC-COURT-NAME      TO WS-CL-COURT.
003140     MOVE LC-ASSIGNED-CLERK  TO WS-CL-CLERK.
003150     IF LC-JUDGMENT-DATE = ZERO
003160        MOVE "NONE"          TO WS-CL-JUDGMENT-DATE
003170     ELSE
003180        MOVE LC-JUDGMENT-DATE TO WS-CL-JUDGMENT-DATE
003190     END-IF.
003200     MOVE LC-JUDGMENT-RATE   TO WS-CL-RATE.
003210     MOVE WS-JUDGMENT-DUE    TO WS-CL-DUE.
003220     MOVE WS-COURT-LINE TO REPORT-LINE.
003230     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003240     ADD LC-COSTS-ADVANCED  TO WS-TOTAL-COSTS.
003250     ADD LC-JUDGMENT-AMOUNT TO WS-TOTAL-JUDGMENT.
003260     ADD WS-INTEREST        TO WS-TOTAL-INTEREST.
003270     ADD LC-GARNISHED-TOTAL TO WS-TOTAL-GARNISHED.
003280     ADD WS-JUDGMENT-DUE    TO WS-TOTAL-DUE.
003290     ADD WS-LAST-BALANCE    TO WS-TOTAL-BALANCE.
003300 2000-EXIT.
003310     EXIT.
003320
003330 2100-CHECK-ONE-HEARING.
003340     IF LC-HEARING-DATE (WS-HEARING-I) < WS-TODAY-8
003350        GO TO 2100-EXIT
003360     END-IF.
003370     IF WS-NEXT-HEARING = ZERO
003380        OR LC-HEARING-DATE (WS-HEARING-I) < WS-NEXT-HEARING
003390        MOVE LC-HEARING-DATE (WS-HEARING-I) TO WS-NEXT-HEARING
003400     END-IF.
003410 2100-EXIT.
003420     EXIT.
003430
003440*                                                                *
003450*   3000-JUDGMENT-INTEREST -- SIMPLE INTEREST AT THE JUDGMENT    *
003460*   RATE FOR THE DAYS SINCE JUDGMENT, AND WHAT IS STILL DUE.  A  *
003470*   CLOSED CASE ACCRUES NOTHING FURTHER THAN ITS CLOSED DATE.    *
003480*                                                                *
003490 3000-JUDGMENT-INTEREST.
003500     MOVE ZERO TO WS-INTEREST WS-JUDGMENT-DUE WS-JUDGMENT-DAYS.
003510     IF LC-JUDGMENT-AMOUNT = ZERO OR LC-JUDGMENT-DATE = ZERO
003520        GO TO 3000-EXIT
003530     END-IF.
003540     IF LC-CASE-CLOSED AND LC-CLOSED-DATE > LC-JUDGMENT-DATE
003550        COMPUTE WS-JUDGMENT-DAYS =
003560           FUNCTION INTEGER-OF-DATE(LC-CLOSED-DATE)
003570         - FUNCTION INTEGER-OF-DATE(LC-JUDGMENT-DATE)
003580     ELSE
003590        IF WS-TODAY-8 > LC-JUDGMENT-DATE
003600           COMPUTE WS-JUDGMENT-DAYS =
003610              FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
003620            - FUNCTION INTEGER-OF-DATE(LC-JUDGMENT-DATE)
003630        END-IF
003640     END-IF.
003650     COMPUTE WS-INTEREST ROUNDED =
003660        LC-JUDGMENT-AMOUNT * LC-JUDGMENT-RATE / 100
003670        * WS-JUDGMENT-DAYS / 365.
003680     IF LC-CASE-CLOSED
003690        GO TO 3000-EXIT
003700     END-IF.
003710     COMPUTE WS-JUDGMENT-DUE =
003720        LC-JUDGMENT-AMOUNT + WS-INTEREST - LC-GARNISHED-TOTAL.
003730     IF WS-JUDGMENT-DUE < ZERO
003740        MOVE ZERO TO WS-JUDGMENT-DUE
003750     END-IF.
003760 3000-EXIT.
003770     EXIT.
003780
003790*                                                                *
003800*   4000-FIND-LAST-BALANCE -- SAME LOOKUP THE SWEEP AND THE      *
003810*   LATE-FEE RUN USE                                             *
003820*                                                                *
003830 4000-FIND-LAST-BALANCE.
003840     MOVE ZERO TO WS-LAST-BALANCE.
003850     IF TXIDX-STATUS NOT = '00'
003860        GO TO 4000-EXIT
003870     END-IF.
003880     MOVE 'N' TO WS-TX-EOF-SWITCH.
003890     MOVE LOW-VALUES TO TX-ACCT-KEY.
003900     MOVE LC-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
003910     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
003920         INVALID KEY
003930            GO TO 4000-EXIT
003940     END-START.
003950     PERFORM 4100-ONE-INDEX-ENTRY THRU 4100-EXIT
003960             UNTIL WS-TX-EOF.
003970 4000-EXIT.
003980     EXIT.
003990
004000 4100-ONE-INDEX-ENTRY.
004010     READ TRANSACTIONS-INDEX NEXT RECORD
004020         AT END
004030            MOVE 'Y' TO WS-TX-EOF-SWITCH
004040            GO TO 4100-EXIT
004050     END-READ.
004060     IF TX-ACCOUNT-ID NOT = LC-ACCOUNT-ID
004070        MOVE 'Y' TO WS-TX-EOF-SWITCH
004080        GO TO 4100-EXIT
004090     END-IF.
004100     MOVE TX-END-BALANCE TO WS-LAST-BALANCE.
004110 4100-EXIT.
004120     EXIT.
004130
004140*                                                                *
004150*   5900-PUT-LINE                                               *
004160*                                                                *
004170 5900-PUT-LINE.
004180     WRITE REPORT-LINE.
004190     ADD 1 TO WS-LINE-COUNT.
004200     MOVE SPACES TO REPORT-LINE.
004210 5900-EXIT.
004220     EXIT.
004230
004240*                                                                *
004250*   8000-PRINT-TOTALS                                           *
004260*                                                                *
004270 8000-PRINT-TOTALS.
004280     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004290     IF WS-CASES-READ = ZERO
004300        MOVE "NO CASES ON THE LITIGATION FILE" TO REPORT-LINE
004310        PERFORM 5900-PUT-LINE THRU 5900-EXIT
004320        GO TO 8000-EXIT
004330     END-IF.
004340     MOVE SPACES TO WS-TOTAL-LINE.
004350     MOVE SPACES TO WS-TL-LABEL.
004360     STRING "TOTALS -- " WS-OPEN-CASES " OPEN, "
004370            WS-CLOSED-CASES " CLOSED"
004380            DELIMITED BY SIZE INTO WS-TL-LABEL
004390     END-STRING.
004400     MOVE WS-TOTAL-COSTS     TO WS-TL-COSTS.
004410     MOVE WS-TOTAL-JUDGMENT  TO WS-TL-JUDGMENT.
004420     MOVE WS-TOTAL-INTEREST  TO WS-TL-INTEREST.
004430     MOVE WS-TOTAL-GARNISHED TO WS-TL-GARNISHED.
004440     MOVE WS-TOTAL-BALANCE   TO WS-TL-BALANCE.
004450     MOVE WS-TOTAL-LINE TO REPORT-LINE.
004460     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004470     MOVE WS-TOTAL-DUE TO WS-DUE-EDITED.
004480     STRING "STILL DUE ON JUDGMENTS, OPEN CASES " WS-DUE-EDITED
004490            DELIMITED BY SIZE INTO REPORT-LINE
004500     END-STRING.
004510     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004520 8000-EXIT.
004530     EXIT.
004540
004550 9999-EXIT.
004560     STOP RUN.
