      *****************************************************************
      *  ADDRESS-CASE-HISTORY-RECORD.CPY
      *  ONE ENTRY IN A CUSTOMER SERVICE CASE'S STATUS HISTORY --
      *  OPENED, REASSIGNED, ESCALATED OR CLOSED -- WITH WHO DID IT,
      *  WHEN, AND THE STATUS AND OWNER IT LEFT THE CASE WITH.
      *  WRITTEN BY ADDRESS-CASE-CONSOLE AND ADDRESS-CASE-ESCALATION
      *  AND NEVER CHANGED AFTERWARDS.
      *  (TAG)EVENT-KEY IS THE RECORD KEY -- THE CASE NUMBER FOLLOWED
      *  BY A THREE-DIGIT SEQUENCE NUMBER (THE CASE'S LAST-EVENT-SEQ),
      *  SO ONE CASE'S ENTRIES SORT TOGETHER IN THE ORDER THEY WERE
      *  MADE.  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN
      *  PREFIX, E.G. ==CH-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)EVENT-KEY.
               10  (TAG)CASE-NO         PIC 9(06).
               10  (TAG)EVENT-SEQ       PIC 9(03).
           05  (TAG)EVENT-DATE          PIC X(08).
           05  (TAG)EVENT-TIME          PIC X(06).
           05  (TAG)EVENT-CODE          PIC X(01).
               88  (TAG)EVENT-OPENED             VALUE 'O'.
               88  (TAG)EVENT-REASSIGNED         VALUE 'A'.
               88  (TAG)EVENT-ESCALATED          VALUE 'E'.
               88  (TAG)EVENT-CLOSED             VALUE 'C'.
           05  (TAG)STATUS              PIC X(01).
           05  (TAG)OWNER-CLERK         PIC X(10).
           05  (TAG)CLERK-ID            PIC X(10).
           05  (TAG)NOTE                PIC X(40).
