000010******************************************************************
000020*                                                                *
000030*   COLLECTION-QUEUE-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE PAST-DUE ACCOUNT ON A COLLECTOR'S WORK QUEUE.  THE       *
000060*   NIGHTLY COLLECTIONS-QUEUE-BUILD REBUILDS THE WHOLE QUEUE     *
000070*   FROM THE OPEN ITEMS, LEAVING OUT ACCOUNTS ON LEGAL HOLD, ON  *
000080*   A CURRENT PAYMENT PLAN, WITH A PROMISE TO PAY NOT YET DUE,   *
000090*   OR PLACED WITH THE AGENCY, AND ASSIGNS EACH ONE TO A         *
000100*   COLLECTOR FROM THE TERRITORY/BALANCE-BAND TABLE.             *
000110*   COLLECTIONS-QUEUE-CONSOLE WORKS IT, RECORDING AN OUTCOME     *
000120*   CODE ON THE ENTRY (AND ON THE ACTIVITY FILE AND THE          *
000130*   CONTACT'S CALL LOG).                                         *
000140*                                                                *
000150*   (TAG)QUEUE-KEY IS THE RECORD KEY -- THE COLLECTOR, THEN THE  *
000160*   TWO RANKS, THEN THE ACCOUNT -- SO ONE COLLECTOR'S QUEUE      *
000170*   READS BACK IN PRIORITY ORDER: OLDEST DELINQUENCY FIRST, AND  *
000180*   THE LARGER PAST-DUE BALANCE FIRST WITHIN THE SAME AGE.  THE  *
000190*   RANKS ARE THE DAYS AND THE BALANCE SUBTRACTED FROM ALL       *
000200*   NINES.  AN ACCOUNT NO ASSIGNMENT COVERS IS QUEUED UNDER A    *
000210*   BLANK COLLECTOR FOR THE SUPERVISOR.                          *
000220*                                                                *
000230*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000240*   E.G. ==CQ-== FOR A FILE RECORD.                              *
000250*                                                                *
000260******************************************************************
000270    05  (TAG)QUEUE-KEY.
000280        10  (TAG)COLLECTOR-ID     PIC X(10).
000290        10  (TAG)DAYS-RANK        PIC 9(05).
000300        10  (TAG)BALANCE-RANK     PIC 9(09)V9(02).
000310        10  (TAG)ACCOUNT-ID       PIC 9(07).
000320    05  (TAG)BUILT-DATE           PIC 9(08).
000330    05  (TAG)TERRITORY            PIC X(04).
000340    05  (TAG)PAST-DUE-AMOUNT      PIC 9(09)V9(02).
000350    05  (TAG)OLDEST-DAYS          PIC 9(05).
000360*   THE ACCOUNT'S CONTACT AS OF THE BUILD; SPACES WHEN THE
000370*   ACCOUNT HAS NO CONTACT ON THE ADDRESS BOOK.
000380    05  (TAG)CONTACT-PHONE        PIC X(12).
000390    05  (TAG)CONTACT-NAME         PIC X(30).
000400    05  (TAG)WORK-STATUS          PIC X(01).
000410        88  (TAG)QUEUE-UNWORKED           VALUE 'U'.
000420        88  (TAG)QUEUE-WORKED             VALUE 'W'.
000430*   THE LAST OUTCOME RECORDED AGAINST THE ENTRY (SEE
000440*   COLLECTION-ACTIVITY-RECORD.CPY FOR THE CODES).
000450    05  (TAG)OUTCOME-CODE         PIC X(02).
000460    05  (TAG)WORKED-DATE          PIC 9(08).
000470    05  (TAG)WORKED-BY            PIC X(10).
