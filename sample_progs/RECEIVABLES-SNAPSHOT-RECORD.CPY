000010******************************************************************
000020*                                                                *
000030*   RECEIVABLES-SNAPSHOT-RECORD.CPY                              *
000040*                                                                *
000050*   ONE MONTH-END RECEIVABLES SNAPSHOT LINE, WRITTEN BY          *
000060*   RECEIVABLES-SNAPSHOT-JOB FOR EVERY COMPANY / TERRITORY /     *
000070*   CATEGORY WITH AN OPEN BALANCE OR ACTIVITY IN THE MONTH, AND  *
000080*   READ BACK BY RECEIVABLES-TREND-REPORT FOR DSO, THE           *
000090*   COLLECTION EFFECTIVENESS INDEX AND BUCKET MIGRATION.         *
000100*                                                                *
000110*   (TAG)SNAPSHOT-KEY IS THE RECORD KEY -- THE MONTH FIRST, SO   *
000120*   A RANGE OF MONTHS READS BACK IN ORDER AND A RERUN OF ONE     *
000130*   MONTH REPLACES JUST THAT MONTH.  TERRITORY AND CATEGORY ARE  *
000140*   THE ACCOUNT'S CONTACT'S FD-TERRITORY AND FD-CATEGORY FROM    *
000150*   THE ADDRESS BOOK, SPACES WHEN THERE IS NO CONTACT.           *
000160*                                                                *
000170*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000180*   E.G. ==RS-== FOR A FILE RECORD.                              *
000190*                                                                *
000200******************************************************************
000210     05  (TAG)SNAPSHOT-KEY.
000220         10  (TAG)PERIOD           PIC 9(06).
000230         10  (TAG)COMPANY-CODE     PIC X(02).
000240         10  (TAG)TERRITORY        PIC X(04).
000250         10  (TAG)CATEGORY         PIC X(08).
000260*   THE AGING AS-OF DATE (THE LAST DAY OF THE MONTH, OR THE RUN
000270*   DATE WHEN THE MONTH IS STILL OPEN) AND THE DAY THE JOB RAN.
000280     05  (TAG)ASOF-DATE            PIC 9(08).
000290     05  (TAG)RUN-DATE             PIC 9(08).
000300     05  (TAG)ACCOUNT-COUNT        PIC 9(07).
000310*   OPEN BALANCE BY DAYS PAST DUE, ON THE BALANCE-AGING-REPORT
000320*   BASIS; DISPUTED AMOUNTS DO NOT AGE AND ARE HELD APART.
000330     05  (TAG)BUCKET-CURRENT       PIC 9(11)V9(02).
000340     05  (TAG)BUCKET-PD-1-30       PIC 9(11)V9(02).
000350     05  (TAG)BUCKET-PD-31-60      PIC 9(11)V9(02).
000360     05  (TAG)BUCKET-PD-OVER-60    PIC 9(11)V9(02).
000370     05  (TAG)DISPUTED-AMOUNT      PIC 9(11)V9(02).
000380*   THE MONTH'S POSTED ACTIVITY.  A REVERSED CHARGE COMES OFF
000390*   BILLINGS AND A REVERSED PAYMENT OFF COLLECTIONS, SO EITHER
000400*   CAN GO BELOW ZERO IN A QUIET MONTH.
000410     05  (TAG)BILLINGS             PIC S9(11)V9(02).
000420     05  (TAG)COLLECTIONS          PIC S9(11)V9(02).
000430     05  (TAG)WRITEOFFS            PIC 9(11)V9(02).
000440     05  FILLER                    PIC X(20).
