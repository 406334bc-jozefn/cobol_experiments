000560*                    ITS CHECK DIGIT VALIDATED (SEE            *
000570*                    SCANLINE-CHECK-DIGIT).  ACCOUNT-ID AND    *
000580*                    PAYER-NAME MATCHING REMAIN THE FALLBACK.  *
000582*   10/15/2026  DP   WIDER LEDGER AMOUNTS; THE POSTING TOKENS  *
000584*                    NOW CARRY NINE-DIGIT AMOUNTS AND SIGNED   *
000586*                    BALANCES, AND AN ACCOUNT ALREADY IN       *
000588*                    CREDIT TAKES NONE OF A PAYMENT.           *
000590*   10/15/2026  DP   THE DAY'S DEPOSIT (THE ITEMS READ) IS NOW *
000592*                    LOGGED ON THE BOOK DEPOSIT FILE FOR       *
000594*                    BANK-DEPOSIT-RECONCILE.                   *
000595*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000596*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000597*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000598*                    HEADING.                                   *
000599*                                                                *
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
002190 01  WS-SEED-EOF-SWITCH          PIC X(01) VALUE 'N'.
002200     88  WS-SEED-EOF                       VALUE 'Y'.
002210 01  WS-SUSPENSE-COUNT           PIC 9(05) VALUE ZERO.
002211
002212*                                                                *
002213*   THE DAY'S DEPOSIT, LOGGED ON THE BOOK SIDE OF THE DEPOSIT    *
002214*   RECONCILIATION (SEE BOOK-DEPOSIT-LOG)                        *
002215*                                                                *
002216 01  WS-DEP-SOURCE               PIC X(01) VALUE 'L'.
002217 01  WS-DEP-DATE                 PIC 9(08).
002218 01  WS-DEP-AMOUNT               PIC 9(10)V9(02) VALUE ZERO.
002219 01  WS-DEP-COUNT                PIC 9(05) VALUE ZERO.
002220 01  WS-DEP-REFERENCE            PIC X(20).
002221
002230 01  WS-HEADER-AMOUNT            PIC 9(10)V9(02) VALUE ZERO.
002240 01  WS-ITEM-TOTAL               PIC 9(10)V9(02) VALUE ZERO.
002250 01  WS-PAY-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
002260 01  WS-MATCH-ACCOUNT            PIC 9(07) VALUE ZERO.
002270 01  WS-PAYER-LAST               PIC X(20).
002280 01  WS-PAYER-FIRST              PIC X(20).
002290
002300 01  WS-LAST-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
002310 01  WS-NEW-BALANCE              PIC S9(09)V9(02) VALUE ZERO.
002320*   TWO CHECKS FROM ONE CUSTOMER IN ONE DEPOSIT ARE ROUTINE --
002330*   THE INDEX DOES NOT SEE THE FIRST CREDIT UNTIL IT POSTS, SO
002340*   THE BALANCE CHAINS THROUGH THESE HOLDS WHEN THE SAME
002350*   ACCOUNT REPEATS WITHIN THE RUN.
002360 01  WS-CHAIN-ACCOUNT            PIC 9(07) VALUE ZERO.
002370 01  WS-CHAIN-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
002380 01  WS-CHAIN-COMPANY            PIC X(02) VALUE "01".
002390
002400 01  WS-COUNTERS.
002420     05  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
002430
002440 01  WS-OUT-ACCOUNT-ID           PIC 9(07).
002450 01  WS-OUT-AMOUNT               PIC 9(09)V9(02).
002460 01  WS-OUT-START                PIC S9(09)V9(02)
002465                                 SIGN IS LEADING SEPARATE.
002470 01  WS-OUT-END                  PIC S9(09)V9(02)
002475                                 SIGN IS LEADING SEPARATE.
002480
002490*                                                                *
002500*   OVERPAYMENT HANDLING -- ONLY THE OPEN BALANCE IS APPLIED    *
002520*   THE AUDIT REPORT); THE EXCESS GOES TO THE EXCEPTION         *
002530*   REPORT FOR MANUAL HANDLING.                                 *
002540*                                                                *
002550 01  WS-APPLIED-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
002560 01  WS-EXCESS-AMOUNT            PIC 9(09)V9(02) VALUE ZERO.
002570 01  WS-EXCESS-TOTAL             PIC 9(10)V9(02) VALUE ZERO.
002580 01  WS-EXCESS-EDITED            PIC $$$$,$$$,$$9.99.
002590
002600*                                                                *
002610*   PER-COMPANY BATCH CONTROL -- CREDIT LINES SPOOL TO THE      *
002680*                                                                *
002690 01  BATCHWORK-STATUS            PIC X(02).
002700 01  WS-TODAY-8                  PIC 9(08).
002702 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
002704     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
002706 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
002710 01  WS-ACCT-COMPANY             PIC X(02) VALUE "01".
002720 01  WS-BATCH-CO-SUB             PIC 9(01).
002730 01  WS-BATCH-CO-TABLE.
002740     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
002750         10  WS-BATCH-CO-COUNT   PIC 9(05).
002760         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
002770 01  WS-HDR-NUMBER               PIC X(06).
002780 01  WS-HDR-COUNT                PIC 9(05).
002790 01  WS-HDR-TOTAL                PIC 9(10)V9(02).
002860*   0000-MAINLINE                                               *
002870*                                                                *
002880 0000-MAINLINE.
002890     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002895          WS-OVERRIDE-MARK.
002900     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002910     OPEN I-O SUSPENSE-ITEMS.
002920     IF SUSPITEM-STATUS NOT = '00' AND SUSPITEM-STATUS NOT = '05'
003120     OPEN OUTPUT EXCEPTION-FILE.
003130     MOVE "LOCKBOX EXCEPTION REPORT" TO EXCEPTION-LINE.
003140     WRITE EXCEPTION-LINE.
003142     IF WS-DATE-OVERRIDDEN
003144        MOVE WS-OVERRIDE-MARK TO EXCEPTION-LINE
003146        WRITE EXCEPTION-LINE
003148     END-IF.
003150     PERFORM 2100-READ-LOCKBOX-LINE THRU 2100-EXIT.
003160     PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
003170             UNTIL WS-EOF-YES.
003640              WS-IN-PAYER-NAME, WS-IN-AMOUNT, WS-IN-CHECK-NO,
003650              WS-IN-SCANLINE
003660     END-UNSTRING.
003666     IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = ZERO
003672        OR WS-IN-AMOUNT-CENTS > 999999999.99
003680        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003690        GO TO 4000-EXIT
003700     END-IF.
003710     MOVE WS-IN-AMOUNT-CENTS TO WS-PAY-AMOUNT.
003720     ADD WS-PAY-AMOUNT TO WS-ITEM-TOTAL.
003725     ADD 1 TO WS-DEP-COUNT.
003730     MOVE ZERO TO WS-MATCH-ACCOUNT.
003740*   THE SCANLINE CAPTURE IS THE FIRST-CHOICE MATCH -- A VALID
003750*   CHECK DIGIT NAMES THE ACCOUNT DIRECTLY.
004010*   MUST SATISFY START - AMOUNT = END FOR THE CHAIN AUDIT, SO
004020*   AN OVERPAYMENT'S EXCESS IS SPOOLED TO THE EXCEPTION
004030*   REPORT FOR MANUAL HANDLING INSTEAD OF BEING FLOORED AWAY.
004035*   AN ACCOUNT ALREADY IN CREDIT TAKES NOTHING -- THE WHOLE
004040*   PAYMENT IS EXCESS.
004045     IF WS-PAY-AMOUNT > WS-LAST-BALANCE
004050        MOVE ZERO TO WS-APPLIED-AMOUNT
004055        IF WS-LAST-BALANCE > ZERO
004060           MOVE WS-LAST-BALANCE TO WS-APPLIED-AMOUNT
004065        END-IF
004070        COMPUTE WS-EXCESS-AMOUNT =
004075           WS-PAY-AMOUNT - WS-APPLIED-AMOUNT
004080        PERFORM 7100-WRITE-EXCESS-EXCEPTION THRU 7100-EXIT
004090     ELSE
004100        MOVE WS-PAY-AMOUNT TO WS-APPLIED-AMOUNT
007300        DISPLAY "WARNING -- LOCKBOX CONTROL TOTAL MISMATCH"
007310     END-IF.
007320     CLOSE LOCKBOX-IN.
007322     IF WS-ITEM-TOTAL > ZERO
007324        PERFORM 8100-LOG-DEPOSIT THRU 8100-EXIT
007326     END-IF.
007330     CLOSE BATCH-WORK-FILE.
007340     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
007350     CLOSE EXCEPTION-FILE.
007510        DISPLAY "OVERPAYMENT EXCESS: " WS-EXCESS-TOTAL
007520     END-IF.
007530 8000-EXIT.
007531     EXIT.
007532
007533*                                                                *
007534*   8100-LOG-DEPOSIT -- THE ITEMS READ ARE WHAT THE BANK         *
007535*   CREDITED, WHETHER THEY POSTED TO AN ACCOUNT, TO SUSPENSE OR  *
007536*   ONLY TO THE EXCEPTION REPORT, SO THAT IS THE DEPOSIT THE     *
007537*   RECONCILIATION LOOKS FOR ON THE STATEMENT                    *
007538*                                                                *
007539 8100-LOG-DEPOSIT.
007540     IF WS-IN-DEPOSIT-DATE NUMERIC
007541        MOVE WS-IN-DEPOSIT-DATE TO WS-DEP-DATE
007542     ELSE
007543        MOVE WS-TODAY-8 TO WS-DEP-DATE
007544     END-IF.
007545     MOVE WS-ITEM-TOTAL TO WS-DEP-AMOUNT.
007546     MOVE SPACES TO WS-DEP-REFERENCE.
007547     STRING "LOCKBOX " WS-DEP-DATE
007548            DELIMITED BY SIZE INTO WS-DEP-REFERENCE
007549     END-STRING.
007550     CALL "BOOK-DEPOSIT-LOG" USING WS-DEP-SOURCE, WS-DEP-DATE,
007551          WS-DEP-AMOUNT, WS-DEP-COUNT, WS-DEP-REFERENCE.
007552 8100-EXIT.
007553     EXIT.
007554
007560*                                                                *
007570*   8500-WRITE-COMPANY-BATCHES -- ONE HEADED LEDGER-POST BATCH   *
007580*   FILE PER COMPANY THAT HAS CREDIT LINES ON THE WORK FILE      *
