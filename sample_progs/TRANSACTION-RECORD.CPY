000180        88  (TAG)HEADER-RECORD             VALUE 'H'.
000190        88  (TAG)DETAIL-RECORD             VALUE 'D'.
000200        88  (TAG)TRAILER-RECORD            VALUE 'T'.
000201*   UID, REVERSED-UID AND THE MONEY FIELDS WERE WIDENED WHEN
000202*   THE FIVE-DIGIT UID COUNTER AND THE 999,999.99 CEILING RAN
000203*   OUT OF ROOM (SEE LEDGER-WIDEN-CONVERT).  THE TWO BALANCES
000204*   ARE SIGNED SO A CREDIT BALANCE CARRIES AS A NEGATIVE
000205*   AMOUNT; AMOUNT AND TAX-AMOUNT STAY UNSIGNED -- WHICH WAY
000206*   THE MONEY MOVED IS THE TRANSACTION TYPE'S BUSINESS.
000210    05  (TAG)UID                  PIC 9(09).
000220    05  (TAG)DESC                 PIC X(25).
000230    05  (TAG)DETAILS.
000240        10  (TAG)AMOUNT           PIC 9(09)V9(02).
000250        10  (TAG)START-BALANCE    PIC S9(09)V9(02).
000260        10  (TAG)END-BALANCE      PIC S9(09)V9(02).
000270    05  (TAG)ACCOUNT-ID           PIC 9(07).
000280    05  (TAG)ACCOUNT-HOLDER       PIC A(50).
000290*   TRANSACTION-TYPE AND TRANSACTION-DATE WERE ADDED WHEN THE
000550*   REVERSAL IT CARRIES THE ORIGINAL ENTRY'S UID AND THE ENTRY
000560*   POSTS WITH THE OPPOSITE DEBIT/CREDIT TYPE, SO THE STATEMENT
000570*   SHOWS THE PAIR INSTEAD OF TWO UNEXPLAINED LINES.
000580    05  (TAG)REVERSED-UID         PIC 9(09).
000590*   SALES TAX COMPUTED AT POSTING TIME FROM THE STATE RATE
000600*   TABLE, KEYED BY THE OWNING CONTACT'S STATE.  THE TAX IS
000610*   INCLUDED IN AMOUNT AND THE BALANCES (SO EVERYTHING THAT
000640*   THE QUARTERLY FILING SUMMARY CAN TOTAL IT BY STATE AND
000650*   PERIOD.  ZERO WITH A BLANK STATE ON CREDITS, REVERSALS,
000660*   AND UNTAXED STATES.
000670    05  (TAG)TAX-AMOUNT           PIC 9(09)V9(02).
000680    05  (TAG)TAX-STATE            PIC X(02).
000690*   WHICH TRADING NAME THE BATCH POSTED UNDER ("01" OR "02") --
000700*   CARRIED FROM THE BATCH HEADER SO ONE SET OF FILES KEEPS
000770*   WRITE-OFFS, AND DEBITS POSTED BEFORE THE FIELD WENT IN.
000780*   SEE INVOICE-PRINT AND INVOICE-REPRINT.
000790    05  (TAG)INVOICE-NO           PIC 9(07).
000800*   ON EACH HALF OF A SUPERVISOR-APPROVED BALANCE TRANSFER
000810*   BETWEEN TWO ACCOUNTS (SEE BALANCE-TRANSFER), THE UID OF THE
000820*   OTHER HALF -- THE SOURCE ACCOUNT'S ENTRY POINTS AT THE
000830*   TARGET'S AND THE TARGET'S BACK AT THE SOURCE'S, THE WAY
000840*   REVERSED-UID TIES A REVERSAL TO ITS ORIGINAL.  ZERO ON
000850*   EVERYTHING ELSE, INCLUDING DETAILS POSTED BEFORE THE FIELD
000860*   WENT IN.
000870    05  (TAG)TRANSFER-UID         PIC 9(09).
000880*   THE CUSTOMER'S PURCHASE ORDER NUMBER THE CHARGE WAS BILLED
000890*   AGAINST (SEE PURCHASE-ORDER-RECORD.CPY), QUOTED ON THE
000900*   POSTING LINE AND PRINTED ON THE INVOICE.  SPACES WHEN NONE
000910*   WAS QUOTED, AND ON DETAILS POSTED BEFORE THE FIELD WENT IN.
000920    05  (TAG)PO-NUMBER            PIC X(15).
