000180*   E.G. ==OI-== FOR A FILE RECORD.                              *
000190*                                                                *
000200******************************************************************
000203*   ITEM-KEY IS SEVEN DIGITS OF ACCOUNT-ID AND NINE OF UID, THE
000206*   SAME WIDTHS AS TRANSACTION-INDEX-RECORD.CPY.
000210    05  (TAG)ITEM-KEY             PIC X(16).
000220    05  (TAG)ACCOUNT-ID           PIC 9(07).
000230    05  (TAG)UID                  PIC 9(09).
000240    05  (TAG)ITEM-DATE            PIC 9(08).
000250    05  (TAG)DESC                 PIC X(25).
000260    05  (TAG)ACCOUNT-HOLDER       PIC A(50).
000270    05  (TAG)ORIGINAL-AMOUNT      PIC 9(09)V9(02).
000280    05  (TAG)REMAINING-AMOUNT     PIC 9(09)V9(02).
000290    05  (TAG)ITEM-STATUS          PIC X(01).
000300        88  (TAG)ITEM-OPEN                 VALUE 'O'.
000310        88  (TAG)ITEM-PARTIAL              VALUE 'P'.
