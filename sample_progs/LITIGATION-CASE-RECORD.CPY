000010******************************************************************
000020*                                                                *
000030*   LITIGATION-CASE-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE SMALL-CLAIMS OR COLLECTION SUIT, KEYED BY THE ACCOUNT    *
000060*   IT WAS FILED ON -- ONE CASE PER ACCOUNT.  THE USUAL ROAD     *
000070*   HERE IS AN ACCOUNT THE AGENCY SENT BACK (PLACEMENT           *
000080*   RECALLED OR UNCOLLECTIBLE, SEE PLACEMENT-RECORD.CPY).        *
000090*   LITIGATION-MAINT OPENS THE CASE WHEN SUIT IS FILED (WHICH    *
000100*   PUTS THE ACCOUNT ON LEGAL HOLD, REASON LT) AND KEEPS IT UP   *
000110*   TO DATE -- HEARINGS, COURT COSTS ADVANCED, THE JUDGMENT      *
000120*   AND THE GARNISHMENT MONEY COMING IN.  LITIGATION-CALENDAR    *
000130*   PUTS EACH COMING HEARING ON THE HANDLING CLERK'S TICKLER,    *
000140*   AND LITIGATION-STATUS-REPORT LISTS EVERY CASE FOR            *
000150*   MANAGEMENT.                                                  *
000160*                                                                *
000170*   CASE STATUS -- F FILED, J JUDGMENT ENTERED, G GARNISHING,    *
000180*   S SATISFIED, D DISMISSED.  S AND D ARE CLOSED.               *
000190*                                                                *
000200*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000210*   E.G. ==LC-== FOR A FILE RECORD.                              *
000220*                                                                *
000230******************************************************************
000240    05  (TAG)ACCOUNT-ID           PIC 9(07).
000250    05  (TAG)CASE-NUMBER          PIC X(20).
000260    05  (TAG)COURT-NAME           PIC X(30).
000270    05  (TAG)COMPANY-CODE         PIC X(02).
000280    05  (TAG)PLACEMENT-NUMBER     PIC 9(07).
000290    05  (TAG)CASE-STATUS          PIC X(01).
000300        88  (TAG)CASE-FILED                VALUE 'F'.
000310        88  (TAG)CASE-JUDGMENT             VALUE 'J'.
000320        88  (TAG)CASE-GARNISHING           VALUE 'G'.
000330        88  (TAG)CASE-SATISFIED            VALUE 'S'.
000340        88  (TAG)CASE-DISMISSED            VALUE 'D'.
000350        88  (TAG)CASE-CLOSED               VALUE 'S' 'D'.
000360    05  (TAG)FILING-DATE          PIC 9(08).
000370*   HEARING SLOTS -- A SLOT WITH A ZERO DATE, OR A HEARING
000380*   ALREADY PAST, IS REUSED FOR THE NEXT ONE KEYED.  THE
000390*   TICKLED FLAG IS SET WHEN LITIGATION-CALENDAR HAS QUEUED
000400*   THE HEARING TO THE CLERK.
000410    05  (TAG)HEARING OCCURS 6 TIMES.
000420        10  (TAG)HEARING-DATE     PIC 9(08).
000430        10  (TAG)HEARING-PURPOSE  PIC X(20).
000440        10  (TAG)HEARING-TICKLED  PIC X(01).
000450            88  (TAG)HEARING-QUEUED        VALUE 'Y'.
000460            88  (TAG)HEARING-NOT-QUEUED    VALUE 'N' SPACE.
000470*   FILING FEES, SERVICE OF PROCESS AND THE LIKE, EACH POSTED
000480*   TO THE ACCOUNT UNDER CHARGE CODE COURT.
000490    05  (TAG)COSTS-ADVANCED       PIC 9(07)V9(02).
000500*   JUDGMENT -- THE RATE IS THE ANNUAL POST-JUDGMENT INTEREST
000510*   RATE IN PERCENT, SIMPLE INTEREST FROM THE JUDGMENT DATE.
000520    05  (TAG)JUDGMENT-AMOUNT      PIC 9(09)V9(02).
000530    05  (TAG)JUDGMENT-DATE        PIC 9(08).
000540    05  (TAG)JUDGMENT-RATE        PIC 9(02)V9(03).
000550    05  (TAG)GARNISHED-TOTAL      PIC 9(09)V9(02).
000560    05  (TAG)LAST-GARNISH-DATE    PIC 9(08).
000570    05  (TAG)ASSIGNED-CLERK       PIC X(10).
000580    05  (TAG)OPENED-BY            PIC X(10).
000590    05  (TAG)OPENED-DATE          PIC 9(08).
000600    05  (TAG)CLOSED-DATE          PIC 9(08).
000610    05  FILLER                    PIC X(20).
