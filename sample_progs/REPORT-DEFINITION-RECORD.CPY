000010******************************************************************
000020*                                                                *
000030*   REPORT-DEFINITION-RECORD.CPY                                *
000040*                                                                *
000050*   ONE USER-DEFINED REPORT OVER THE ADDRESS BOOK JOINED TO THE  *
000060*   ACCOUNT MASTER ON ACCOUNT-ID, KEYED BY A SHORT REPORT ID.    *
000070*   REPORT-DEFINITION-MAINT (SUPERVISOR ONLY) KEEPS THEM;        *
000080*   REPORT-RUNNER PRODUCES THE SPOOLED REPORT FOR ANY ONE OF     *
000090*   THEM, ON DEMAND OR AS A NIGHTLY JOB-CONTROL STEP:            *
000100*                                                                *
000110*       REPORT-RUNNER <REPORT-ID>                                *
000120*                                                                *
000130*   FIELD NAMES ARE THOSE REPORT-FIELD-VALUE KNOWS (LAST-NAME,   *
000140*   STATE, CREDIT-LIMIT ...).  THE SELECTION TESTS ARE ANDED     *
000150*   TOGETHER.  THE SORT FIELDS ARE MAJOR TO MINOR, AND THE       *
000160*   BREAK LEVEL SAYS HOW MANY OF THE LEADING SORT FIELDS TAKE A  *
000170*   CONTROL BREAK WITH A SUBTOTAL AND COUNT (0, 1 OR 2).         *
000180*                                                                *
000190*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000200*   E.G. ==RD-== FOR A FILE RECORD.                              *
000210*                                                                *
000220******************************************************************
000230    05  (TAG)REPORT-ID            PIC X(08).
000240    05  (TAG)TITLE                PIC X(60).
000250*   'Y' -- ONLY CONTACTS WITH AN ACCOUNT ON THE MASTER ARE
000260*   REPORTED.  'N' -- EVERY CONTACT, WITH THE ACCOUNT FIELDS
000270*   BLANK WHERE THERE IS NO ACCOUNT.
000280    05  (TAG)ACCOUNTS-ONLY        PIC X(01).
000290        88  (TAG)ACCOUNTED-CONTACTS        VALUE 'Y'.
000300        88  (TAG)ALL-CONTACTS              VALUE 'N' SPACE.
000310*   SPOOL RETENTION CLASS (SEE REPORT-SPOOL-REGISTER).
000320    05  (TAG)RETENTION            PIC X(01).
000330        88  (TAG)RETAIN-DAILY              VALUE 'D'.
000340        88  (TAG)RETAIN-MONTHLY            VALUE 'M'.
000350        88  (TAG)RETAIN-PERMANENT          VALUE 'P'.
000360    05  (TAG)FIELD-COUNT          PIC 9(01).
000370    05  (TAG)PRINT-FIELD          PIC X(16) OCCURS 8 TIMES.
000380    05  (TAG)TEST-COUNT           PIC 9(01).
000390    05  (TAG)SELECT-TEST          OCCURS 5 TIMES.
000400        10  (TAG)TEST-FIELD       PIC X(16).
000410*   EQ, NE, GT, GE, LT OR LE.
000420        10  (TAG)TEST-OP          PIC X(02).
000430        10  (TAG)TEST-VALUE       PIC X(30).
000440    05  (TAG)SORT-COUNT           PIC 9(01).
000450    05  (TAG)SORT-KEY             OCCURS 3 TIMES.
000460        10  (TAG)SORT-FIELD       PIC X(16).
000470        10  (TAG)SORT-ORDER       PIC X(01).
000480            88  (TAG)SORT-ASCENDING        VALUE 'A' SPACE.
000490            88  (TAG)SORT-DESCENDING       VALUE 'D'.
000500    05  (TAG)BREAK-LEVELS         PIC 9(01).
000510    05  (TAG)CHANGED-BY           PIC X(10).
000520    05  (TAG)CHANGED-DATE         PIC 9(08).
