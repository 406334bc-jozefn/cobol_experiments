000140*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX.   *
000150*                                                                *
000160******************************************************************
000162*   ACCT-KEY IS SEVEN DIGITS OF ACCOUNT-ID AND NINE OF UID.  SEE
000164*   TRANSACTION-RECORD.CPY FOR THE WIDENED UID AND MONEY FIELDS
000166*   AND THE SIGNED BALANCES.
000170    05  (TAG)ACCT-KEY             PIC X(16).
000180    05  (TAG)ACCOUNT-ID           PIC 9(07).
000190    05  (TAG)UID                  PIC 9(09).
000200    05  (TAG)DESC                 PIC X(25).
000210    05  (TAG)DETAILS.
000220        10  (TAG)AMOUNT           PIC 9(09)V9(02).
000230        10  (TAG)START-BALANCE    PIC S9(09)V9(02).
000240        10  (TAG)END-BALANCE      PIC S9(09)V9(02).
000250    05  (TAG)ACCOUNT-HOLDER       PIC A(50).
000260    05  (TAG)TRANSACTION-DATE     PIC 9(08).
000270    05  (TAG)TRANSACTION-TYPE     PIC X(01).
000310*   THE REVERSED ENTRY'S UID ON A REVERSAL.  CARRIED HERE SO A
000320*   SECOND REVERSAL OF THE SAME UID CAN BE CAUGHT BY WALKING
000330*   ONE ACCOUNT'S INDEX ENTRIES.
000340    05  (TAG)REVERSED-UID         PIC 9(09).
000350*   SEE TRANSACTION-RECORD.CPY -- SALES TAX COMPUTED AT POSTING.
000360    05  (TAG)TAX-AMOUNT           PIC 9(09)V9(02).
000370    05  (TAG)TAX-STATE            PIC X(02).
000380    05  (TAG)COMPANY-CODE         PIC X(02).
000390*   SEE TRANSACTION-RECORD.CPY -- THE INVOICE NUMBER ASSIGNED
000400*   AT POSTING, ZERO ON ANYTHING THAT IS NOT A DEBIT.
000410    05  (TAG)INVOICE-NO           PIC 9(07).
000420*   SEE TRANSACTION-RECORD.CPY -- THE OTHER HALF'S UID ON A
000430*   BALANCE TRANSFER ENTRY, ZERO ON ANYTHING ELSE.
000440    05  (TAG)TRANSFER-UID         PIC 9(09).
