000010******************************************************************
000020*                                                                *
000030*   PROMISE-TO-PAY-RECORD.CPY                                    *
000040*                                                                *
000050*   ONE PROMISE TO PAY TAKEN BY A COLLECTOR -- "I'LL PAY $200    *
000060*   ON FRIDAY" -- WITH THE AMOUNT, THE DATE, THE CLERK WHO TOOK  *
000070*   IT AND HOW IT WAS TAKEN.  ENTERED ON PROMISE-TO-PAY-MAINT.   *
000080*   LEDGER-POST ADDS EVERY CREDIT POSTED TO THE ACCOUNT FROM THE *
000090*   DAY THE PROMISE WAS TAKEN THROUGH THE PROMISED DATE TO       *
000100*   (TAG)PAID-TOWARD, AND MARKS THE PROMISE KEPT ONCE THAT       *
000110*   COVERS THE PROMISED AMOUNT.  THE NIGHTLY                     *
000120*   PROMISE-TO-PAY-MONITOR BREAKS A PROMISE STILL OPEN PAST ITS  *
000130*   DATE AND PUTS IT ON THE TICKLER QUEUE OF THE CLERK WHO TOOK  *
000140*   IT.  WHILE A PROMISE IS OPEN AND NOT YET DUE, DUNNING        *
000150*   LEAVES THE ACCOUNT ALONE (SEE PROMISE-TO-PAY-CHECK).         *
000160*                                                                *
000170*   (TAG)PROMISE-KEY IS ACCOUNT-ID PLUS A SEQUENCE, SO AN        *
000180*   ACCOUNT'S PROMISES READ BACK IN THE ORDER THEY WERE TAKEN    *
000190*   AND THE KEPT AND BROKEN ONES STAY ON FILE AS ITS HISTORY.    *
000200*   ONLY ONE PROMISE PER ACCOUNT IS OPEN AT A TIME.              *
000210*                                                                *
000220*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000230*   E.G. ==PT-== FOR A FILE RECORD.                              *
000240*                                                                *
000250******************************************************************
000260    05  (TAG)PROMISE-KEY.
000270        10  (TAG)ACCOUNT-ID       PIC 9(07).
000280        10  (TAG)PROMISE-SEQ      PIC 9(03).
000290    05  (TAG)PROMISED-AMOUNT      PIC 9(09)V9(02).
000300    05  (TAG)PROMISED-DATE        PIC 9(08).
000310    05  (TAG)TAKEN-DATE           PIC 9(08).
000320    05  (TAG)TAKEN-BY             PIC X(10).
000330    05  (TAG)CHANNEL              PIC X(01).
000340        88  (TAG)BY-PHONE                 VALUE 'P'.
000350        88  (TAG)AT-COUNTER               VALUE 'C'.
000360        88  (TAG)BY-MAIL                  VALUE 'M'.
000370        88  (TAG)BY-EMAIL                 VALUE 'E'.
000380        88  (TAG)VALID-CHANNEL            VALUE 'P' 'C' 'M' 'E'.
000390    05  (TAG)PROMISE-STATUS       PIC X(01).
000400        88  (TAG)PROMISE-OPEN             VALUE 'O'.
000410        88  (TAG)PROMISE-KEPT             VALUE 'K'.
000420        88  (TAG)PROMISE-BROKEN           VALUE 'B'.
000430        88  (TAG)PROMISE-CANCELLED        VALUE 'X'.
000440    05  (TAG)PAID-TOWARD          PIC 9(09)V9(02).
000450*   THE DAY THE PROMISE WAS KEPT, BROKEN OR CANCELLED; ZERO
000460*   WHILE IT IS OPEN.
000470    05  (TAG)CLOSED-DATE          PIC 9(08).
