000286*   09/02/2026  DP   THE INVOICE NUMBER ASSIGNED AT POSTING IS  *
000287*                    NOW CARRIED ONTO THE REBUILT INDEX, AND A  *
000288*                    BALANCE-FORWARD STUB CARRIES ZERO.         *
000290*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS;  *
000292*                    BALANCES ARE SIGNED SO A CREDIT BALANCE    *
000294*                    CARRIES AS A NEGATIVE AMOUNT.              *
000295*   10/15/2026  DP   THE BALANCE TRANSFER PARTNER UID IS        *
000296*                    CARRIED ONTO THE REBUILT INDEX, AND A      *
000297*                    BALANCE-FORWARD STUB CARRIES ZERO.         *
000299*   10/15/2026  DP   A BALANCE-FORWARD STUB CARRIES A BLANK     *
000301*                    PURCHASE ORDER NUMBER.                     *
000302*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000303*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000304*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000305*                                                                *
000306 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL OLD-LEDGER
001520         88  WS-FIRST-ACCOUNT              VALUE 'Y'.
001530
001540 01  WS-TODAY-8                  PIC 9(08).
001542 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001544     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001546 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001550 01  WS-NOW-TIME                 PIC X(08).
001560 01  WS-HEADER-DATE              PIC 9(08).
001570
001580 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001590 01  WS-ARCHIVED-FOR-ACCT        PIC 9(07) VALUE ZERO.
001600 01  WS-FORWARD-BALANCE          PIC S9(09)V9(02) VALUE ZERO.
001610*   HOLDER AND COMPANY ARE CAPTURED WITH THE BALANCE -- BY THE
001620*   TIME THE FORWARD RECORD IS WRITTEN ON AN ACCOUNT BREAK THE
001630*   SORT RECORD ALREADY HOLDS THE NEXT ACCOUNT'S DETAIL.
001720     05  WS-KEPT-COUNT           PIC 9(07) VALUE ZERO.
001730     05  WS-FORWARD-COUNT        PIC 9(07) VALUE ZERO.
001740     05  WS-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
001750     05  WS-DEBIT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
001760     05  WS-CREDIT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
001762*   TYPE-W WRITE-OFFS TOTAL SEPARATELY -- NOT CASH.
001764     05  WS-WRITEOFF-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
001770
001780 PROCEDURE DIVISION.
001790*                                                                *
001800*   0000-MAINLINE                                               *
001810*                                                                *
001820 0000-MAINLINE.
001830     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001832          WS-OVERRIDE-MARK.
001834     IF WS-DATE-OVERRIDDEN
001836        DISPLAY WS-OVERRIDE-MARK
001838     END-IF.
001840     ACCEPT WS-NOW-TIME FROM TIME.
001850     MOVE WS-TODAY-8 TO WS-HEADER-DATE.
001860     MOVE WS-TODAY-8  TO WS-LOCK-DATE-8.
003640     MOVE ZERO               TO TR-TAX-AMOUNT.
003650     MOVE SPACES             TO TR-TAX-STATE.
003655     MOVE ZERO               TO TR-INVOICE-NO.
003657     MOVE ZERO               TO TR-TRANSFER-UID.
003658     MOVE SPACES             TO TR-PO-NUMBER.
003660     MOVE WS-FORWARD-COMPANY TO TR-COMPANY-CODE.
003670     PERFORM 4000-WRITE-LIVE-DETAIL THRU 4000-EXIT.
003680     ADD 1 TO WS-FORWARD-COUNT.
003990     MOVE TR-TRANSACTION-DATE TO TX-TRANSACTION-DATE.
004000     MOVE TR-TRANSACTION-TYPE TO TX-TRANSACTION-TYPE.
004005     MOVE TR-INVOICE-NO     TO TX-INVOICE-NO.
004007     MOVE TR-TRANSFER-UID   TO TX-TRANSFER-UID.
004010     MOVE TR-COMPANY-CODE   TO TX-COMPANY-CODE.
004020     MOVE SPACES TO TX-ACCT-KEY.
004030     STRING TX-ACCOUNT-ID DELIMITED BY SIZE
