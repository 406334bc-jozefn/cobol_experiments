000310*                    BALANCING REPORT, AND A PAYMENT WITH NO    *
000320*                    BALANCE TO APPLY TO STAYS IN THE DRAWER    *
000330*                    FOR THE NEXT CLOSE.                        *
000332*   10/15/2026  DP   WIDER LEDGER AMOUNTS; THE POSTING TOKENS   *
000334*                    NOW CARRY NINE-DIGIT AMOUNTS AND SIGNED    *
000336*                    BALANCES, AND AN ACCOUNT ALREADY IN        *
000338*                    CREDIT TAKES NONE OF A PAYMENT.            *
000340*   10/15/2026  DP   A CHECK PAYMENT'S CREDIT LINE NOW CARRIES  *
000342*                    THE CHECK NUMBER ("COUNTER PMT NNNN") SO   *
000344*                    RETURNED-CHECK-ENTRY CAN FIND IT IF THE    *
000346*                    CHECK BOUNCES.                             *
000348*   10/15/2026  DP   THE DAY'S DEPOSIT (COUNTED CASH PLUS        *
000350*                    CHECKS) IS NOW LOGGED ON THE BOOK DEPOSIT   *
000352*                    FILE FOR BANK-DEPOSIT-RECONCILE.            *
000353*   10/15/2026  DP   SECURITY DEPOSITS (PURPOSE D) COUNT IN THE *
000354*                    DRAWER BUT ARE NEVER BATCHED AS A CREDIT.  *
000355*                                                                *
000356 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL OTC-PAYMENTS
001540 01  WS-BATCH-CO-TABLE.
001550     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
001560         10  WS-BATCH-CO-COUNT   PIC 9(05).
001570         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
001580 01  WS-HDR-NUMBER              PIC X(06).
001590 01  WS-HDR-COUNT               PIC 9(05).
001600 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
001640*   GENERATED CREDIT LINE FIELDS                                *
001650*                                                                *
001660 01  WS-OUT-ACCOUNT-ID          PIC 9(07).
001670 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
001675 01  WS-OUT-LINE-PTR            PIC 9(03).
001680 01  WS-OUT-START               PIC S9(09)V9(02)
001685                                SIGN IS LEADING SEPARATE.
001690 01  WS-OUT-END                 PIC S9(09)V9(02)
001695                                SIGN IS LEADING SEPARATE.
001700 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001710
001720 01  WS-PAYMENT-COUNT           PIC 9(05) VALUE ZERO.
001730 01  WS-PAYMENT-TOTAL           PIC 9(10)V9(02) VALUE ZERO.
001733 01  WS-SEC-DEPOSIT-COUNT       PIC 9(05) VALUE ZERO.
001736 01  WS-SEC-DEPOSIT-TOTAL       PIC 9(10)V9(02) VALUE ZERO.
001740*   OVERPAYMENT HANDLING -- ONLY THE OPEN BALANCE IS APPLIED
001750*   (THE POSTED CHAIN MUST SATISFY START - AMOUNT = END FOR
001760*   THE AUDIT REPORT); THE EXCESS GOES ON THE BALANCING
001770*   REPORT FOR MANUAL HANDLING, PER THE LOCKBOX RULE.
001780 01  WS-APPLIED-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
001790 01  WS-EXCESS-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
001800 01  WS-EXCESS-TOTAL            PIC 9(10)V9(02) VALUE ZERO.
001810 01  WS-SPOOLED-SWITCH          PIC X(01) VALUE 'N'.
001820     88  WS-LINE-SPOOLED                   VALUE 'Y'.
001830 01  WS-IN-COUNTED              PIC X(12).
001840 01  WS-COUNTED-CASH            PIC 9(08)V9(02) VALUE ZERO.
001850 01  WS-OVER-SHORT              PIC S9(08)V9(02) VALUE ZERO.
001851
001852*                                                                *
001853*   THE DAY'S DEPOSIT -- EVERY CLERK'S COUNTED CASH AND CHECKS,  *
001854*   LOGGED ON THE BOOK SIDE OF THE DEPOSIT RECONCILIATION (SEE   *
001855*   BOOK-DEPOSIT-LOG)                                            *
001856*                                                                *
001857 01  WS-DEP-SOURCE              PIC X(01) VALUE 'K'.
001858 01  WS-DEP-AMOUNT              PIC 9(10)V9(02) VALUE ZERO.
001859 01  WS-DEP-COUNT               PIC 9(05) VALUE ZERO.
001860 01  WS-DEP-REFERENCE           PIC X(20).
001861
001870*                                                                *
001880*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001890*                                                                *
002400     END-IF.
002410     PERFORM 3000-GATHER-ONE-PAYMENT THRU 3000-EXIT
002420             UNTIL WS-EOF-YES.
002430     IF WS-PAYMENT-COUNT = ZERO AND WS-SEC-DEPOSIT-COUNT = ZERO
002440        DISPLAY "NO OPEN PAYMENTS IN THE DRAWER -- NOTHING "
002450                "TO CLOSE"
002460        PERFORM 8900-CLOSE-FILES THRU 8900-EXIT
003000        GO TO 3000-EXIT
003010     END-IF.
003020     PERFORM 3200-TALLY-CLERK THRU 3200-EXIT.
003021*   A SECURITY DEPOSIT IS HELD OFF THE RECEIVABLE -- IT COUNTS
003022*   IN THE DRAWER BUT TAKES NO CREDIT LINE.
003023     IF RC-PURPOSE-DEPOSIT
003024        SET RC-PAYMENT-BATCHED TO TRUE
003025        REWRITE OTC-PAYMENT-STRUCTURE
003026        ADD 1 TO WS-SEC-DEPOSIT-COUNT
003027        ADD RC-AMOUNT TO WS-SEC-DEPOSIT-TOTAL
003028        GO TO 3000-EXIT
003029     END-IF.
003030     PERFORM 3500-SPOOL-CREDIT-LINE THRU 3500-EXIT.
003040*   A PAYMENT WITH NO OPEN BALANCE TO APPLY TO STAYS IN THE
003050*   DRAWER -- THE NEXT CLOSE-OUT PICKS IT UP ONCE CHARGES
003610*   APPLY NO MORE THAN THE OPEN BALANCE -- THE POSTED CREDIT
003620*   MUST SATISFY START - AMOUNT = END FOR THE BALANCE AUDIT,
003630*   THE SAME OVERPAYMENT RULE LOCKBOX-IMPORT APPLIES.
003635*   AN ACCOUNT ALREADY IN CREDIT TAKES NOTHING.
003640     IF RC-AMOUNT > WS-LAST-BALANCE
003645        MOVE ZERO TO WS-APPLIED-AMOUNT
003650        IF WS-LAST-BALANCE > ZERO
003655           MOVE WS-LAST-BALANCE TO WS-APPLIED-AMOUNT
003660        END-IF
003665        COMPUTE WS-EXCESS-AMOUNT =
003670           RC-AMOUNT - WS-APPLIED-AMOUNT
003680        PERFORM 3600-REPORT-EXCESS THRU 3600-EXIT
003690     ELSE
003700        MOVE RC-AMOUNT TO WS-APPLIED-AMOUNT
003790     COMPUTE WS-OUT-END =
003800        WS-LAST-BALANCE - WS-APPLIED-AMOUNT.
003810     MOVE SPACES TO BW-LINE.
003815     MOVE 1 TO WS-OUT-LINE-PTR.
003820     STRING "00000,"          DELIMITED BY SIZE
003830            WS-OUT-ACCOUNT-ID DELIMITED BY SIZE
003840            ","               DELIMITED BY SIZE
003841            INTO BW-LINE
003842            WITH POINTER WS-OUT-LINE-PTR
003843     END-STRING.
003844*   A CHECK CARRIES ITS NUMBER SO A BOUNCE CAN BE TRACED BACK.
003845     IF RC-TENDER-CHECK AND RC-CHECK-NO NOT = SPACES
003846        STRING "COUNTER PMT "  DELIMITED BY SIZE
003847               RC-CHECK-NO     DELIMITED BY SPACE
003848               INTO BW-LINE
003849               WITH POINTER WS-OUT-LINE-PTR
003850        END-STRING
003851     ELSE
003852        STRING "COUNTER PAYMENT" DELIMITED BY SIZE
003853               INTO BW-LINE
003854               WITH POINTER WS-OUT-LINE-PTR
003855        END-STRING
003856     END-IF.
003857     STRING ","               DELIMITED BY SIZE
003870            WS-OUT-AMOUNT     DELIMITED BY SIZE
003880            ","               DELIMITED BY SIZE
003890            WS-OUT-START      DELIMITED BY SIZE
003910            WS-OUT-END        DELIMITED BY SIZE
003920            ",C"              DELIMITED BY SIZE
003930            INTO BW-LINE
003935            WITH POINTER WS-OUT-LINE-PTR
003940     END-STRING.
003950     IF RC-COMPANY-CODE = "02"
003960        MOVE "02" TO BW-COMPANY
004830     ACCEPT WS-IN-COUNTED.
004840     COMPUTE WS-COUNTED-CASH = FUNCTION NUMVAL(WS-IN-COUNTED).
004850     MOVE WS-COUNTED-CASH TO WS-CT-COUNTED (WS-CLERK-SUB).
004852     ADD WS-COUNTED-CASH TO WS-DEP-AMOUNT.
004854     ADD WS-CT-CHECKS (WS-CLERK-SUB) TO WS-DEP-AMOUNT.
004856     ADD WS-CT-PAY-COUNT (WS-CLERK-SUB) TO WS-DEP-COUNT.
004860     COMPUTE WS-OVER-SHORT =
004870        WS-COUNTED-CASH - WS-CT-CASH (WS-CLERK-SUB).
004880     MOVE WS-CT-CLERK-ID (WS-CLERK-SUB) TO WS-R-CLERK.
005150            DELIMITED BY SIZE INTO REPORT-LINE
005160     END-STRING.
005170     WRITE REPORT-LINE.
005171     MOVE SPACES TO REPORT-LINE.
005172     STRING "SECURITY DEPOSITS HELD: " WS-SEC-DEPOSIT-COUNT
005173            "  TOTAL: " WS-SEC-DEPOSIT-TOTAL
005174            DELIMITED BY SIZE INTO REPORT-LINE
005175     END-STRING.
005176     WRITE REPORT-LINE.
005180     ADD 3 TO WS-SPOOL-LINE-COUNT.
005190     CLOSE REPORT-FILE.
005200     MOVE 'R' TO WS-SPOOL-FUNCTION.
005210     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
005240          WS-SPOOL-MEMBER-NAME.
005250     CLOSE BATCH-WORK-FILE.
005260     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
005261     IF WS-DEP-AMOUNT > ZERO
005262        MOVE SPACES TO WS-DEP-REFERENCE
005263        STRING "DRAWER " WS-TODAY-8
005264               DELIMITED BY SIZE INTO WS-DEP-REFERENCE
005265        END-STRING
005266        CALL "BOOK-DEPOSIT-LOG" USING WS-DEP-SOURCE, WS-TODAY-8,
005267             WS-DEP-AMOUNT, WS-DEP-COUNT, WS-DEP-REFERENCE
005268     END-IF.
005270     PERFORM 8900-CLOSE-FILES THRU 8900-EXIT.
005280     DISPLAY "DRAWER-CLOSEOUT RUN COMPLETE".
005290     DISPLAY "PAYMENTS BATCHED: " WS-PAYMENT-COUNT.
005300     DISPLAY "PAYMENT TOTAL:    " WS-PAYMENT-TOTAL.
005301     DISPLAY "SECURITY DEPOSITS HELD: " WS-SEC-DEPOSIT-COUNT.
005302     DISPLAY "SECURITY DEPOSIT TOTAL: " WS-SEC-DEPOSIT-TOTAL.
005310 8000-EXIT.
005320     EXIT.
005330
