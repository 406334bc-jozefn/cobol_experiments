000140*   MASTER AND THE ADDRESS BOOK, WITH A TAX EXEMPTION            *
000150*   CERTIFICATE ON FILE SO THE TRANSFER DEBIT IS NOT TAXED       *
000160*   (SEE TAX-EXEMPT-MAINT).                                      *
000161*                                                                *
000162*   THE SAME QUEUE CARRIES THE PAYMENTS LEDGER-POST HOLDS AS     *
000163*   SUSPECTED DUPLICATES (SEE DUPLICATE-PAYMENT-REPORT).  ONE    *
000164*   THE CASH DESK FINDS GENUINE IS TRANSFERRED BACK TO THE       *
000165*   ACCOUNT IT WAS HELD FROM; A TRUE DUPLICATE IS RETURNED TO   *
000166*   THE PAYER, DEBITING SUSPENSE FOR THE CASH DESK'S REFUND.    *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000300*                    ACCOUNT'S OPEN BALANCE (THE LOCKBOX        *
000310*                    OVERPAYMENT RULE); THE EXCESS STAYS OPEN   *
000320*                    IN SUSPENSE FOR MANUAL HANDLING.           *
000322*   10/15/2026  DP   WIDER LEDGER AMOUNTS; THE POSTING TOKENS   *
000324*                    NOW CARRY NINE-DIGIT AMOUNTS AND SIGNED    *
000326*                    BALANCES, AND AN ACCOUNT ALREADY IN        *
000328*                    CREDIT TAKES NONE OF A PAYMENT.            *
000330*   10/15/2026  DP   A PAYMENT LEDGER-POST HELD AS A SUSPECTED  *
000332*                    DUPLICATE SHOWS THE ACCOUNT IT WAS FOR AND *
000334*                    THE PAYMENT IT MATCHED, THAT ACCOUNT IS    *
000336*                    THE DEFAULT TRANSFER TARGET, AND A TRUE    *
000337*                    DUPLICATE CAN BE RETURNED TO THE PAYER.    *
000338*   10/15/2026  DP   APPLIED AND EXCESS AMOUNTS WIDENED TO      *
000339*                    NINE DIGITS WITH THE SUSPENSE ITEM AMOUNT. *
000340*                                                                *
000341 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL SUSPENSE-ITEMS
001080     88  WS-IDX-EOF                       VALUE 'Y'.
001090 01  WS-OPEN-COUNT              PIC 9(05) VALUE ZERO.
001100 01  WS-XFER-COUNT              PIC 9(05) VALUE ZERO.
001105 01  WS-RETURN-COUNT            PIC 9(05) VALUE ZERO.
001110 01  WS-TARGET-ACCOUNT          PIC 9(07) VALUE ZERO.
001120 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001130 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
001140 01  WS-OUT-START               PIC S9(09)V9(02)
001145                                SIGN IS LEADING SEPARATE.
001150 01  WS-OUT-END                 PIC S9(09)V9(02)
001155                                SIGN IS LEADING SEPARATE.
001160*   OVERPAYMENT HANDLING -- ONLY THE OPEN BALANCE TRANSFERS
001170*   (THE POSTED CHAIN MUST SATISFY START - AMOUNT = END FOR
001180*   THE AUDIT REPORT); THE EXCESS STAYS OPEN IN SUSPENSE.
001190 01  WS-APPLIED-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
001200 01  WS-EXCESS-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
001210
001220 PROCEDURE DIVISION.
001230*                                                                *
001720     IF WS-OPEN-COUNT = ZERO
001730        DISPLAY "NO OPEN SUSPENSE ITEMS."
001740     END-IF.
001750     IF WS-XFER-COUNT > ZERO OR WS-RETURN-COUNT > ZERO
001760        DISPLAY WS-XFER-COUNT " TRANSFER PAIR(S) WRITTEN TO "
001770                TRANSFEROUT
001775        DISPLAY WS-RETURN-COUNT " DUPLICATE RETURN(S) WRITTEN"
001780        DISPLAY "SUBMIT THAT FILE TO LEDGER-POST TO POST THE "
001790                "TRANSFERS."
001800     END-IF.
001990             "  " SU-AMOUNT
002000             "  CHECK " SU-CHECK-NO.
002010     DISPLAY "  PAYER: " SU-PAYER-NAME.
002011*   A PAYMENT LEDGER-POST HELD AS A SUSPECTED DUPLICATE SAYS
002012*   WHOSE IT WAS AND WHICH POSTED PAYMENT IT MATCHED.
002013     IF SU-HELD-DUPLICATE
002014        DISPLAY "  HELD AS DUPLICATE FOR ACCOUNT "
002015                SU-HELD-ACCOUNT " -- MATCHES UID "
002016                SU-MATCHED-UID " OF " SU-MATCHED-DATE
002017     END-IF.
002020     IF SU-HELD-DUPLICATE
002022        DISPLAY "(T)RANSFER TO AN ACCOUNT, (R)ETURN TO THE "
002024                "PAYER, ENTER TO SKIP:"
002026     ELSE
002028        DISPLAY "(T)RANSFER TO AN ACCOUNT, ENTER TO SKIP:"
002029     END-IF.
002030     ACCEPT WS-ACTION.
002040     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
002050     IF WS-ACTION = 'T'
002060        PERFORM 3000-TRANSFER-ITEM THRU 3000-EXIT
002070     END-IF.
002072     IF WS-ACTION = 'R' AND SU-HELD-DUPLICATE
002074        PERFORM 3500-RETURN-ITEM THRU 3500-EXIT
002076     END-IF.
002080 2000-EXIT.
002090     EXIT.
002100
002160*   ACCOUNT BY THE SAME RUN PARM, SEE LEDGER-AUDIT-REPORT)      *
002170*                                                                *
002180 3000-TRANSFER-ITEM.
002190     IF SU-HELD-DUPLICATE
002191        DISPLAY "TRANSFER TO ACCOUNT (ENTER FOR "
002192                SU-HELD-ACCOUNT "):"
002193     ELSE
002194        DISPLAY "TRANSFER TO ACCOUNT:"
002195     END-IF.
002200     ACCEPT WS-IN-VALUE.
002202     IF WS-IN-VALUE = SPACES AND SU-HELD-DUPLICATE
002204        MOVE SU-HELD-ACCOUNT TO WS-IN-VALUE (1:7)
002206     END-IF.
002210     IF WS-IN-VALUE (1:7) NOT NUMERIC
002220        DISPLAY "ACCOUNT MUST BE NUMERIC"
002230        GO TO 3000-EXIT
002320*   CREDIT MUST SATISFY START - AMOUNT = END FOR THE BALANCE
002330*   AUDIT, THE SAME OVERPAYMENT RULE LOCKBOX-IMPORT APPLIES.
002340*   WHATEVER DOES NOT FIT STAYS OPEN IN SUSPENSE.
002345*   A TARGET ALREADY IN CREDIT TAKES NOTHING.
002350     IF SU-AMOUNT > WS-LAST-BALANCE
002355        MOVE ZERO TO WS-APPLIED-AMOUNT
002360        IF WS-LAST-BALANCE > ZERO
002365           MOVE WS-LAST-BALANCE TO WS-APPLIED-AMOUNT
002370        END-IF
002375        COMPUTE WS-EXCESS-AMOUNT =
002380           SU-AMOUNT - WS-APPLIED-AMOUNT
002390     ELSE
002400        MOVE SU-AMOUNT TO WS-APPLIED-AMOUNT
002410        MOVE ZERO      TO WS-EXCESS-AMOUNT
002950 3000-EXIT.
002960     EXIT.
002970
002971*                                                                *
002972*   3500-RETURN-ITEM -- A HELD DUPLICATE THE CASH DESK CONFIRMS  *
002973*   GOES BACK TO THE PAYER.  ONE DEBIT TAKES IT OUT OF SUSPENSE  *
002974*   AND THE ITEM CLOSES AS RETURNED; THE REFUND ITSELF IS CUT    *
002975*   BY THE CASH DESK FROM THE DUP RETURN ENTRY.                  *
002976*                                                                *
002977 3500-RETURN-ITEM.
002978     MOVE SU-AMOUNT TO WS-OUT-AMOUNT.
002979     MOVE SPACES TO TRANSFER-LINE.
002980     STRING "00000,"            DELIMITED BY SIZE
002981            WS-SUSPENSE-ACCOUNT DELIMITED BY SIZE
002982            ",DUP RETURN "      DELIMITED BY SIZE
002983            SU-CHECK-NO         DELIMITED BY SPACE
002984            ","                 DELIMITED BY SIZE
002985            WS-OUT-AMOUNT       DELIMITED BY SIZE
002986            ",000000000,000000000,D"
002987                                DELIMITED BY SIZE
002988            INTO TRANSFER-LINE
002989     END-STRING.
002990     WRITE TRANSFER-LINE.
002991     SET SU-SUSPENSE-RETURNED TO TRUE.
002992     MOVE ZERO        TO SU-RESOLVED-ACCOUNT.
002993     MOVE WS-CLERK-ID TO SU-RESOLVED-BY.
002994     MOVE WS-TODAY-8  TO SU-RESOLVED-DATE.
002995     REWRITE SUSPENSE-ITEM-STRUCTURE.
002996     ADD 1 TO WS-RETURN-COUNT.
002997     DISPLAY "RETURN WRITTEN -- ISSUE THE PAYER'S REFUND.".
002998 3500-EXIT.
002999     EXIT.
003000
003001*                                                                *
003002*   4000-FIND-LAST-BALANCE -- THE TARGET ACCOUNT'S MOST RECENT  *
003003*   ENDING BALANCE FROM ITS LAST TRANSACTIONS-INDEX ENTRY       *
003010*                                                                *
003020 4000-FIND-LAST-BALANCE.
003030     MOVE ZERO TO WS-LAST-BALANCE.
