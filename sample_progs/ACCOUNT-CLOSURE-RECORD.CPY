000010******************************************************************
000020*                                                                *
000030*   ACCOUNT-CLOSURE-RECORD.CPY                                   *
000040*                                                                *
000050*   ONE REQUEST TO CLOSE AN ACCOUNT ON THE ACCOUNT CLOSURE FILE, *
000060*   KEYED BY ACCOUNT-ID.  KEYING STATUS C ON ACCOUNT-MASTER-     *
000070*   MAINT NO LONGER CLOSES THE ACCOUNT OUTRIGHT -- IT FILES THIS *
000080*   REQUEST, AND THE NIGHTLY ACCOUNT-CLOSURE-JOB SETTLES THE     *
000090*   ACCOUNT STEP BY STEP, NIGHT AFTER NIGHT IF NEED BE, AND      *
000100*   SETS THE MASTER CLOSED ONLY WHEN NOTHING IS LEFT --          *
000110*                                                                *
000120*       P  PENDING     STILL SETTLING; (TAG)BLOCK-REASON SAYS    *
000130*                      WHAT STOPPED THE CLOSE LAST NIGHT         *
000140*       C  CLOSED      SETTLED, FINAL STATEMENT ISSUED AND THE   *
000150*                      MASTER SET CLOSED                         *
000160*                                                                *
000170*   (TAG)CUTOFF-DATE IS THE LAST DAY BILLED -- EVERY CONTRACT    *
000180*   ENDS ON IT, SO RECURRING-BILLING'S LAST RUN FOR THE ACCOUNT  *
000190*   IS ITS FINAL BILL.  (TAG)WRITEOFF-AMOUNT IS A SMALL DEBIT    *
000200*   BALANCE ROUTED TO A SUPERVISOR ON WRITE-OFF-APPROVAL; ZERO   *
000210*   WHEN NONE IS WAITING.                                        *
000220*                                                                *
000230*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000240*   E.G. ==CL-== FOR A FILE RECORD.                              *
000250*                                                                *
000260******************************************************************
000270    05  (TAG)ACCOUNT-ID           PIC 9(07).
000280    05  (TAG)REQUESTED-DATE       PIC 9(08).
000290    05  (TAG)CLOSURE-STATUS       PIC X(01).
000300        88  (TAG)CLOSURE-PENDING           VALUE 'P'.
000310        88  (TAG)CLOSURE-DONE              VALUE 'C'.
000320    05  (TAG)CUTOFF-DATE          PIC 9(08).
000330*   WHAT THE JOB HAS DONE SO FAR.
000340    05  (TAG)CONTRACTS-CANCELLED  PIC 9(02).
000350    05  (TAG)AUTOPAY-STOPPED      PIC X(01).
000360        88  (TAG)AUTOPAY-WAS-STOPPED       VALUE 'Y'.
000370    05  (TAG)DEPOSITS-RELEASED    PIC 9(02).
000380    05  (TAG)WRITEOFF-AMOUNT      PIC 9(07)V9(02).
000390*   THE LAST NIGHT IT WAS WORKED, THE BALANCE THEN, AND THE
000400*   FIRST THING THAT STOPPED THE CLOSE (SPACES ONCE CLOSED).
000410    05  (TAG)LAST-RUN-DATE        PIC 9(08).
000420    05  (TAG)LAST-BALANCE         PIC S9(09)V9(02).
000430    05  (TAG)BLOCK-REASON         PIC X(40).
000440    05  (TAG)STATEMENT-DATE       PIC 9(08).
000450    05  (TAG)CLOSED-DATE          PIC 9(08).
000460    05  FILLER                    PIC X(20).
