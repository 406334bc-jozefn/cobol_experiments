000060*   FAMILY -- THE SAME DISCIPLINE ADDRESS-JOURNAL-RECORD GIVES   *
000070*   THE ADDRESS BOOK.  EVERY WRITE, REWRITE AND DELETE AGAINST   *
000080*   TRANSACTIONS.TXT (NEW DETAILS), TRANSACTIONS-INDEX,          *
000088*   OPEN-ITEMS, ACCOUNT-MASTER, THE DEFERRED REVENUE SCHEDULE    *
000096*   CREDIT-APPLICATIONS AND THE PROMISES TO PAY APPENDS ONE OF   *
000104*   THESE TO THE DAILY JOURNAL VIA LEDGER-JOURNAL-WRITE,         *
000112*   CARRYING THE RECORD AS IT LOOKED BEFORE AND AFTER THE        *
000120*   CHANGE.  AFTER A DISK FAILURE, LEDGER-ROLL-FORWARD REPLAYS   *
000128*   THE DAY AGAINST THE RESTORED COPIES.                         *
000140*                                                                *
000150*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000160*   E.G. ==JL-== FOR A FILE RECORD.                              *
000230        88  (TAG)FILE-INDEX              VALUE 'X'.
000240        88  (TAG)FILE-OPEN-ITEMS         VALUE 'O'.
000250        88  (TAG)FILE-MASTER             VALUE 'M'.
000255        88  (TAG)FILE-DEFERRED           VALUE 'D'.
000257        88  (TAG)FILE-APPLICATIONS       VALUE 'A'.
000258        88  (TAG)FILE-PROMISES           VALUE 'P'.
000260    05  (TAG)ACTION              PIC X(01).
000270        88  (TAG)ACTION-WRITE            VALUE 'W'.
000280        88  (TAG)ACTION-REWRITE          VALUE 'R'.
