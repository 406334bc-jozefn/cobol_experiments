000090******************************************************************
000100    05  (TAG)RECORD-TYPE          PIC X(01).
000110        88  (TAG)TRAILER-RECORD            VALUE 'T'.
000120    05  (TAG)DETAIL-COUNT          PIC 9(09).
000130    05  (TAG)DEBIT-CONTROL-TOTAL   PIC 9(11)V9(02).
000140    05  (TAG)CREDIT-CONTROL-TOTAL  PIC 9(11)V9(02).
000142*   WRITE-OFFS CARRY THEIR OWN TOTAL, SEPARATE FROM THE CASH
000144*   CREDITS, SO THE TRAILER NEVER SHOWS WRITTEN-OFF DEBT AS
000146*   MONEY RECEIVED.
000148    05  (TAG)WRITEOFF-CONTROL-TOTAL PIC 9(11)V9(02).
000150    05  FILLER                     PIC X(140).
