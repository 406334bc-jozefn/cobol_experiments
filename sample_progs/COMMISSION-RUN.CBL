000130*   PAYROLL.  A REVERSAL (TR-REVERSED-UID SET) CLAWS BACK THE   *
000140*   COMMISSION THE ORIGINAL DEBIT EARNED, IN THE MONTH THE      *
000150*   REVERSAL POSTS.                                             *
000151*                                                                *
000152*   WHAT COUNTS AS A POSTED SALE IS DECIDED BY THE SHARED       *
000153*   LEDGER-SALES-CLASSIFY ROUTINE, THE SAME ONE                 *
000154*   QUOTA-ATTAINMENT-REPORT MEASURES THE REPS WITH, SO THE      *
000155*   COMMISSION PAID AND THE QUOTA ATTAINMENT SHOWN NEVER        *
000156*   DISAGREE.                                                   *
000157*                                                                *
000158*   EACH REP ALSO SEES FISCAL YEAR-TO-DATE SALES AND            *
000159*   COMMISSION (SEE FISCAL-PERIOD-LOOKUP).                      *
000160*                                                                *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000273*   10/15/2026  DP   BALANCE TRANSFER ENTRIES EARN NO           *
000276*                    COMMISSION.                                *
000277*   10/15/2026  DP   POSTED-SALE TEST MOVED TO THE SHARED       *
000278*                    LEDGER-SALES-CLASSIFY ROUTINE.             *
000279*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000280*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000281*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000282*                    HEADING.                                   *
000283*   10/15/2026  DP   STATEMENT AND REGISTER CARRY FISCAL        *
000284*                    YEAR-TO-DATE SALES AND COMMISSION BESIDE   *
000285*                    THE PERIOD'S (SEE FISCAL-PERIOD-LOOKUP).   *
000286*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001460         88  WS-ADDR-EOF                  VALUE 'Y'.
001470
001480 01  WS-TODAY-8                 PIC 9(08).
001482 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001484     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001486 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001490 01  WS-PARM-NAME               PIC X(20).
001500 01  WS-PARM-VALUE              PIC X(20).
001510*   THE COMMISSION PERIOD -- PRIOR MONTH UNLESS OVERRIDDEN BY A
001540 01  WS-PERIOD-YYYYMM           PIC 9(06) VALUE ZERO.
001550 01  WS-PERIOD-YYYY             PIC 9(04) VALUE ZERO.
001560 01  WS-PERIOD-MM               PIC 9(02) VALUE ZERO.
001561*   FISCAL YEAR TO DATE (SEE FISCAL-PERIOD-LOOKUP) -- FIRST
001562*   PERIOD OF THE FISCAL YEAR THE COMMISSION PERIOD FALLS IN.
001563 01  WS-YTD-FROM-PERIOD         PIC 9(06) VALUE ZERO.
001564 01  WS-FP-PERIOD               PIC 9(06).
001565 01  WS-FP-FISCAL-YEAR          PIC 9(04).
001566 01  WS-FP-FISCAL-PERIOD        PIC 9(02).
001567 01  WS-FP-YEAR-START           PIC 9(08).
001568 01  WS-FP-YEAR-END             PIC 9(08).
001569 01  WS-FP-RESULT               PIC X(01).
001570
001580*   ACCOUNT-TO-TERRITORY MAP BUILT FROM ONE PASS OVER THE
001590*   ADDRESS BOOK, SO THE LEDGER WALK DOES NOT RE-SCAN THE BOOK
001720     05  WS-TERR-ENTRY OCCURS 50 TIMES.
001730         10  WS-TERR-CODE       PIC X(04).
001740         10  WS-TERR-NET        PIC S9(09)V9(02).
001745         10  WS-TERR-YTD-NET    PIC S9(09)V9(02).
001750         10  WS-TERR-RATE       PIC 9(01)V9(04).
001760 01  WS-TERR-COUNT              PIC 9(02) VALUE ZERO.
001770 01  WS-TERR-I                  PIC 9(02) VALUE ZERO.
001800 01  WS-RATE-IN-RATE            PIC X(10).
001810
001820 01  WS-WORK-COMMISSION         PIC S9(09)V9(02) VALUE ZERO.
001822 01  WS-TOTAL-COMMISSION        PIC S9(09)V9(02) VALUE ZERO.
001824 01  WS-WORK-YTD-COMMISSION     PIC S9(09)V9(02) VALUE ZERO.
001826 01  WS-TOTAL-YTD-COMMISSION    PIC S9(09)V9(02) VALUE ZERO.
001828*   ONE DETAIL'S SALES EFFECT FROM LEDGER-SALES-CLASSIFY --
001830*   POSITIVE FOR A SALE, NEGATIVE FOR A CLAWBACK, ZERO OTHERWISE.
001832 01  WS-SALES-AMOUNT            PIC S9(09)V9(02) VALUE ZERO.
001834 01  WS-COLLECTED-AMOUNT        PIC S9(09)V9(02) VALUE ZERO.
001840 01  WS-REP-NAME                PIC X(20).
001850
001860 01  WS-STMT-HEAD-LINE.
001870     05  FILLER                 PIC X(33)
001880         VALUE "COMMISSION STATEMENTS FOR PERIOD ".
001890     05  WS-SH-PERIOD           PIC 9(06).
001892     05  FILLER                 PIC X(14) VALUE "  FISCAL YEAR ".
001894     05  WS-SH-FISCAL-YEAR      PIC 9(04).
001896     05  FILLER                 PIC X(11) VALUE " YTD FROM  ".
001898     05  WS-SH-FROM-PERIOD      PIC 9(06).
001900
001910 01  WS-STMT-TERR-LINE.
001920     05  FILLER                 PIC X(10) VALUE "TERRITORY ".
002030     05  FILLER                 PIC X(13) VALUE "  COMMISSION ".
002040     05  WS-SB-COMMISSION       PIC ---,---,--9.99.
002050
002052 01  WS-STMT-YTD-LINE.
002053     05  FILLER                 PIC X(19)
002054         VALUE "  FISCAL YTD SALES ".
002055     05  WS-SY-NET              PIC ---,---,--9.99.
002056     05  FILLER                 PIC X(15) VALUE SPACES.
002057     05  FILLER                 PIC X(13) VALUE "  COMMISSION ".
002058     05  WS-SY-COMMISSION       PIC ---,---,--9.99.
002059
002060 01  WS-REG-DETAIL-LINE.
002070     05  WS-RG-TERR             PIC X(04).
002080     05  FILLER                 PIC X(02) VALUE SPACES.
002090     05  WS-RG-REP              PIC X(20).
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  WS-RG-COMMISSION       PIC ---,---,--9.99.
002113     05  FILLER                 PIC X(02) VALUE SPACES.
002116     05  WS-RG-YTD-COMMISSION   PIC ---,---,--9.99.
002120
002130 01  WS-REG-TOTAL-LINE.
002140     05  FILLER                 PIC X(28)
002150         VALUE "TOTAL COMMISSION TO PAYROLL:".
002160     05  WS-RT-TOTAL            PIC ---,---,--9.99.
002161
002162 01  WS-REG-YTD-TOTAL-LINE.
002163     05  FILLER                 PIC X(28)
002164         VALUE "FISCAL YEAR TO DATE:        ".
002165     05  WS-RY-TOTAL            PIC ---,---,--9.99.
002170
002180 PROCEDURE DIVISION.
002190*                                                                *
002350*   1000-INITIALIZE                                             *
002360*                                                                *
002370 1000-INITIALIZE.
002380     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002385          WS-OVERRIDE-MARK.
002390*   DEFAULT PERIOD IS THE PRIOR MONTH.
002400     MOVE WS-TODAY-8 (1:4) TO WS-PERIOD-YYYY.
002410     MOVE WS-TODAY-8 (5:2) TO WS-PERIOD-MM.
002490             (WS-PERIOD-YYYY * 100) + WS-PERIOD-MM.
002500     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
002510     DISPLAY "COMMISSION PERIOD " WS-PERIOD-YYYYMM.
002511*   YEAR TO DATE RUNS FROM THE START OF THE FISCAL YEAR THE
002512*   COMMISSION PERIOD FALLS IN.
002513     MOVE WS-PERIOD-YYYYMM TO WS-FP-PERIOD.
002514     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
002515          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
002516          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
002517     MOVE WS-FP-YEAR-START (1:6) TO WS-YTD-FROM-PERIOD.
002518     IF WS-FP-RESULT = 'D'
002519        DISPLAY "WARNING -- NO FISCAL CALENDAR ENTRY FOR "
002520                WS-FP-PERIOD ", JUNE YEAR-END ASSUMED"
002521     END-IF.
002522     DISPLAY "FISCAL YEAR " WS-FP-FISCAL-YEAR
002523             " TO DATE FROM PERIOD " WS-YTD-FROM-PERIOD.
002524     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
002530     IF WS-TERR-COUNT = ZERO
002540        DISPLAY "NO COMMISSION RATES ON FILE -- " RATEIN
002550        MOVE 'Y' TO WS-EOF-SWITCH
003290     COMPUTE WS-TERR-RATE (WS-TERR-COUNT) =
003300        FUNCTION NUMVAL(WS-RATE-IN-RATE).
003310     MOVE ZERO TO WS-TERR-NET (WS-TERR-COUNT).
003315     MOVE ZERO TO WS-TERR-YTD-NET (WS-TERR-COUNT).
003320 1150-EXIT.
003330     EXIT.
003340
003920     IF NOT TR-DETAIL-RECORD
003930        GO TO 2000-EXIT
003940     END-IF.
003950     IF TR-TRANSACTION-DATE (1:6) < WS-YTD-FROM-PERIOD
003960        OR TR-TRANSACTION-DATE (1:6) > WS-PERIOD-YYYYMM
003965        GO TO 2000-EXIT
003970     END-IF.
003980*   A PERIOD DEBIT EARNS, ITS REVERSAL CLAWS BACK, AND NOTHING
003990*   ELSE (TRANSFERS INCLUDED) COUNTS -- THE SHARED RULE.
004000     CALL "LEDGER-SALES-CLASSIFY" USING TRANSACTION-STRUCTURE,
004010          WS-SALES-AMOUNT, WS-COLLECTED-AMOUNT.
004020     IF WS-SALES-AMOUNT = ZERO
004030        GO TO 2000-EXIT
004040     END-IF.
004060     PERFORM 2100-FIND-TERRITORY THRU 2100-EXIT.
004070     IF WS-FOUND-TERRITORY = SPACES
004080        GO TO 2000-EXIT
004320
004330 2200-MATCH-ONE-BUCKET.
004340     IF WS-TERR-CODE (WS-TERR-I) = WS-FOUND-TERRITORY
004350        IF TR-TRANSACTION-DATE (1:6) = WS-PERIOD-YYYYMM
004362           ADD WS-SALES-AMOUNT TO WS-TERR-NET (WS-TERR-I)
004374        END-IF
004386        ADD WS-SALES-AMOUNT TO WS-TERR-YTD-NET (WS-TERR-I)
004400        MOVE WS-TERR-COUNT TO WS-TERR-I
004410     END-IF.
004420     ADD 1 TO WS-TERR-I.
004590     OPEN OUTPUT STATEMENT-FILE.
004600     OPEN OUTPUT REGISTER-FILE.
004610     MOVE WS-PERIOD-YYYYMM TO WS-SH-PERIOD.
004613     MOVE WS-FP-FISCAL-YEAR TO WS-SH-FISCAL-YEAR.
004616     MOVE WS-YTD-FROM-PERIOD TO WS-SH-FROM-PERIOD.
004620     WRITE STATEMENT-LINE FROM WS-STMT-HEAD-LINE.
004630     ADD 1 TO WS-SPOOL-LINES.
004640     MOVE SPACES TO REGISTER-LINE.
004660            WS-PERIOD-YYYYMM DELIMITED BY SIZE
004670            INTO REGISTER-LINE.
004680     WRITE REGISTER-LINE.
004682     IF WS-DATE-OVERRIDDEN
004684        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
004686        WRITE REGISTER-LINE
004687        ADD 1 TO WS-SPOOL2-LINES
004688     END-IF.
004690     ADD 1 TO WS-SPOOL2-LINES.
004700     MOVE 1 TO WS-TERR-I.
004710     PERFORM 7100-ONE-TERRITORY THRU 7100-EXIT
004740     WRITE REGISTER-LINE.
004750     MOVE WS-TOTAL-COMMISSION TO WS-RT-TOTAL.
004760     WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
004763     MOVE WS-TOTAL-YTD-COMMISSION TO WS-RY-TOTAL.
004766     WRITE REGISTER-LINE FROM WS-REG-YTD-TOTAL-LINE.
004770     ADD 3 TO WS-SPOOL2-LINES.
004780     CLOSE STATEMENT-FILE REGISTER-FILE.
004790     MOVE 'R' TO WS-SPOOL-FUNCTION.
004800     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004930             WS-TERR-NET (WS-TERR-I) *
004940             WS-TERR-RATE (WS-TERR-I).
004950     ADD WS-WORK-COMMISSION TO WS-TOTAL-COMMISSION.
004952     COMPUTE WS-WORK-YTD-COMMISSION ROUNDED =
004954             WS-TERR-YTD-NET (WS-TERR-I) *
004956             WS-TERR-RATE (WS-TERR-I).
004958     ADD WS-WORK-YTD-COMMISSION TO WS-TOTAL-YTD-COMMISSION.
004960     ADD 1 TO WS-RC-WRITTEN.
004970     MOVE SPACES TO STATEMENT-LINE.
004980     WRITE STATEMENT-LINE.
005030     MOVE WS-TERR-RATE (WS-TERR-I) TO WS-SB-RATE.
005040     MOVE WS-WORK-COMMISSION       TO WS-SB-COMMISSION.
005050     WRITE STATEMENT-LINE FROM WS-STMT-BODY-LINE.
005052     MOVE WS-TERR-YTD-NET (WS-TERR-I) TO WS-SY-NET.
005054     MOVE WS-WORK-YTD-COMMISSION   TO WS-SY-COMMISSION.
005056     WRITE STATEMENT-LINE FROM WS-STMT-YTD-LINE.
005060     ADD 4 TO WS-SPOOL-LINES.
005070     MOVE WS-TERR-CODE (WS-TERR-I) TO WS-RG-TERR.
005080     MOVE WS-REP-NAME              TO WS-RG-REP.
005090     MOVE WS-WORK-COMMISSION       TO WS-RG-COMMISSION.
005095     MOVE WS-WORK-YTD-COMMISSION   TO WS-RG-YTD-COMMISSION.
005100     WRITE REGISTER-LINE FROM WS-REG-DETAIL-LINE.
005110     ADD 1 TO WS-SPOOL2-LINES.
005120     ADD 1 TO WS-TERR-I.
