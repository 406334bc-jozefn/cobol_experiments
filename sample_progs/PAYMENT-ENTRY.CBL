000160*   THE MONEY DOES NOT TOUCH THE LEDGER HERE -- DRAWER-CLOSEOUT  *
000170*   TURNS THE DAY'S RECORDED PAYMENTS INTO A PROPER B-HEADER     *
000180*   CREDIT BATCH AND BALANCES COUNTED CASH AGAINST THE DRAWER.   *
000181*                                                                *
000182*   A SECURITY DEPOSIT IS TAKEN THE SAME WAY BUT KEYED WITH      *
000183*   PURPOSE D: IT IS RECORDED ON THE SECURITY DEPOSIT FILE (SEE  *
000184*   SECURITY-DEPOSIT-LOG) AND HELD THERE, OFF THE RECEIVABLE,    *
000185*   RATHER THAN POSTED AS A CREDIT.                              *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000310*   09/02/2026  DP   THE ACCOUNT'S STANDING ALERT BANNER (SEE  *
000320*                    ACCOUNT-ALERT-CHECK) NOW SHOWS BEFORE A   *
000330*                    PAYMENT IS TAKEN.                         *
000333*   10/15/2026  DP   CHECK TENDER IS REFUSED ON A CASH-ONLY    *
000336*                    ACCOUNT (SEE RETURNED-CHECK-ENTRY).       *
000337*   10/15/2026  DP   SECURITY DEPOSITS ARE TAKEN HERE AS PURPOSE*
000338*                    D AND HELD ON THE SECURITY DEPOSIT FILE    *
000339*                    INSTEAD OF BEING BATCHED AS A CREDIT.      *
000340*                                                                *
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
001540 01  WS-IN-CHECK-NO             PIC X(10).
001550 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
001560 01  WS-RECEIPT-NO              PIC 9(07) VALUE ZERO.
001561*   PURPOSE P (PAYMENT) OR D (SECURITY DEPOSIT), AND FOR A
001562*   DEPOSIT THE SEQUENCE AND RATE SECURITY-DEPOSIT-LOG GAVE IT.
001563 01  WS-PURPOSE                 PIC X(01).
001564 01  WS-DEPOSIT-SEQ             PIC 9(03) VALUE ZERO.
001565 01  WS-DEPOSIT-RATE            PIC 9(02)V9(03) VALUE ZERO.
001566 01  WS-EDIT-RATE               PIC Z9.999.
001570*   STANDING ALERT BANNER FIELDS (SEE ACCOUNT-ALERT-CHECK).
001580 01  WS-ALERT-KEY-TYPE          PIC X(01).
001590 01  WS-ALERT-KEY-VALUE         PIC X(12).
001710         88  WS-SCAN-EOF                   VALUE 'Y'.
001720     05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE 'N'.
001730         88  WS-IDX-EOF                    VALUE 'Y'.
001732*   SET FROM THE ACCOUNT MASTER -- NO CHECKS AFTER REPEATED
001734*   BOUNCES.
001736     05  WS-CASH-ONLY-SWITCH     PIC X(01) VALUE 'N'.
001738         88  WS-ACCOUNT-CASH-ONLY          VALUE 'Y'.
001740
001750*                                                                *
001760*   THE SIGNED-ON CLERK'S RUNNING DRAWER TOTALS THIS SESSION    *
002800     IF NOT WS-ACCOUNT-FOUND
002810        GO TO 2000-EXIT
002820     END-IF.
002821     DISPLAY "PURPOSE -- (P)AYMENT OR SECURITY (D)EPOSIT:".
002822     ACCEPT WS-PURPOSE.
002823     MOVE FUNCTION UPPER-CASE(WS-PURPOSE) TO WS-PURPOSE.
002824     INSPECT WS-PURPOSE REPLACING ALL SPACE BY 'P'.
002825     IF WS-PURPOSE NOT = 'P' AND WS-PURPOSE NOT = 'D'
002826        DISPLAY "PURPOSE MUST BE P OR D"
002827        GO TO 2000-EXIT
002828     END-IF.
002830     DISPLAY "PAYMENT AMOUNT:".
002840     ACCEPT WS-IN-ANSWER.
002850     COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WS-IN-ANSWER).
002940        DISPLAY "TENDER MUST BE C OR K"
002950        GO TO 2000-EXIT
002960     END-IF.
002961     IF WS-TENDER = 'K' AND WS-ACCOUNT-CASH-ONLY
002962        DISPLAY "ACCOUNT IS CASH ONLY -- A CHECK CANNOT BE "
002963                "ACCEPTED"
002964        GO TO 2000-EXIT
002965     END-IF.
002970     MOVE SPACES TO WS-IN-CHECK-NO.
002980     IF WS-TENDER = 'K'
002990        DISPLAY "CHECK NUMBER:"
003040        GO TO 2000-EXIT
003050     END-IF.
003060     PERFORM 6000-RECORD-PAYMENT THRU 6000-EXIT.
003062     MOVE ZERO TO WS-DEPOSIT-SEQ WS-DEPOSIT-RATE.
003063     IF WS-PURPOSE = 'D'
003064        CALL "SECURITY-DEPOSIT-LOG" USING WS-WORK-ACCOUNT,
003065             WS-ACCT-COMPANY, WS-PAY-AMOUNT, WS-RECEIPT-NO,
003066             WS-CLERK-ID, WS-TODAY-8, WS-DEPOSIT-SEQ,
003067             WS-DEPOSIT-RATE
003068     END-IF.
003070     PERFORM 6500-PRINT-RECEIPT THRU 6500-EXIT.
003080     ADD 1 TO WS-DRAWER-COUNT.
003090     ADD WS-PAY-AMOUNT TO WS-DRAWER-TOTAL.
003740*                                                                *
003750 4000-VERIFY-ACCOUNT.
003760     MOVE 'N' TO WS-FOUND-SWITCH.
003765     MOVE 'N' TO WS-CASH-ONLY-SWITCH.
003770     MOVE SPACES TO WS-HOLDER-NAME.
003780     MOVE "01" TO WS-ACCT-COMPANY.
003790     IF ACCTMSTR-STATUS = '00'
003870           DISPLAY "NOTE -- ACCOUNT IS FROZEN, PAYMENT STILL "
003880                   "ACCEPTED"
003890        END-IF
003892        IF AM-CASH-ONLY
003894           MOVE 'Y' TO WS-CASH-ONLY-SWITCH
003896           DISPLAY "NOTE -- ACCOUNT IS CASH ONLY, NO CHECKS"
003898        END-IF
003900     END-IF.
003910     MOVE 'Y' TO WS-FOUND-SWITCH.
003920*   THE STANDING ALERT SHOWS BEFORE THE MONEY IS TAKEN --
005040     MOVE WS-TENDER       TO RC-TENDER-TYPE.
005050     MOVE WS-IN-CHECK-NO  TO RC-CHECK-NO.
005060     MOVE WS-ACCT-COMPANY TO RC-COMPANY-CODE.
005065     MOVE WS-PURPOSE      TO RC-PAYMENT-PURPOSE.
005070     SET RC-PAYMENT-OPEN  TO TRUE.
005080     WRITE OTC-PAYMENT-STRUCTURE
005090         INVALID KEY
005490     END-IF.
005500     WRITE RECEIPT-LINE.
005510     MOVE "THANK YOU FOR YOUR PAYMENT" TO RECEIPT-LINE.
005511     IF WS-PURPOSE = 'D'
005512        MOVE WS-DEPOSIT-RATE TO WS-EDIT-RATE
005513        MOVE SPACES TO RECEIPT-LINE
005514        STRING "SECURITY DEPOSIT " WS-WORK-ACCOUNT "-"
005515               WS-DEPOSIT-SEQ " HELD, NOT APPLIED -- INTEREST "
005516               WS-EDIT-RATE " PCT" DELIMITED BY SIZE
005517               INTO RECEIPT-LINE
005518        END-STRING
005519     END-IF.
005520     WRITE RECEIPT-LINE.
005530 6500-EXIT.
005540     EXIT.
