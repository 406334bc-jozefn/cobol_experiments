000010******************************************************************
000020*                                                                *
000030*   RELIEF-AREA-RECORD.CPY                                       *
000040*                                                                *
000050*   ONE DISASTER-RELIEF DECLARATION, KEYED BY RELIEF ID.  WHILE  *
000060*   A DECLARATION IS IN FORCE (DECLARED, AND THE RUN DATE FALLS  *
000070*   FROM ITS START DATE THROUGH ITS END DATE -- A ZERO END DATE  *
000080*   MEANS UNTIL FURTHER NOTICE) THE COLLECTION ACTIONS FLAGGED   *
000090*   'Y' STAND DOWN FOR EVERY ACCOUNT WHOSE CONTACT LIVES IN ONE  *
000100*   OF ITS AREAS.  AN AREA IS A STATE, A ZIP RANGE, OR BOTH (A   *
000110*   STATE WITH NO ZIPS MEANS THE WHOLE STATE; ZIPS COMPARE ON    *
000120*   THE FIRST FIVE DIGITS, AS THE TERRITORY TABLE DOES).         *
000130*   MAINTAINED THROUGH RELIEF-AREA-MAINT; RELIEF-AREA-CHECK      *
000140*   ANSWERS "IS THIS ACCOUNT IN RELIEF FOR THIS ACTION TODAY"    *
000150*   FOR LATE-FEE-ASSESSMENT, DUNNING-LETTERS,                    *
000160*   COLLECTION-PLACEMENT-EXTRACT, CREDIT-HOLD-JOB AND            *
000170*   CREDIT-BUREAU-EXTRACT.  RELIEF-AREA-END-REPORT LISTS THE     *
000180*   AFFECTED ACCOUNTS AND THEIR BALANCES ONCE THE RELIEF ENDS    *
000190*   AND STAMPS END-REPORTED-DATE.                                *
000200*                                                                *
000210*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000220*   E.G. ==RA-== FOR A FILE RECORD.                              *
000230*                                                                *
000240******************************************************************
000250    05  (TAG)RELIEF-ID            PIC X(08).
000260    05  (TAG)DESCRIPTION          PIC X(40).
000270    05  (TAG)START-DATE           PIC 9(08).
000280    05  (TAG)END-DATE             PIC 9(08).
000290    05  (TAG)RELIEF-STATUS        PIC X(01).
000300        88  (TAG)RELIEF-DECLARED           VALUE 'A' SPACE.
000310        88  (TAG)RELIEF-CANCELLED          VALUE 'X'.
000320*   THE ACTIONS THE RELIEF SUSPENDS, 'Y' OR 'N' EACH.  THE TABLE
000330*   VIEW IS IN ACTION-CODE ORDER F, D, P, H, B (SEE
000340*   RELIEF-AREA-CHECK).
000350    05  (TAG)SUSPEND-ACTIONS.
000360        10  (TAG)SUSPEND-FEES     PIC X(01).
000370        10  (TAG)SUSPEND-DUNNING  PIC X(01).
000380        10  (TAG)SUSPEND-PLACEMENT
000390                                  PIC X(01).
000400        10  (TAG)SUSPEND-CREDIT-HOLD
000410                                  PIC X(01).
000420        10  (TAG)SUSPEND-BUREAU   PIC X(01).
000430    05  (TAG)SUSPEND-TABLE REDEFINES (TAG)SUSPEND-ACTIONS.
000440        10  (TAG)SUSPEND-FLAG     PIC X(01) OCCURS 5 TIMES.
000450    05  (TAG)AREA-COUNT           PIC 9(02).
000460    05  (TAG)AREA OCCURS 10 TIMES.
000470        10  (TAG)AREA-STATE       PIC X(02).
000480        10  (TAG)AREA-ZIP-FROM    PIC X(05).
000490        10  (TAG)AREA-ZIP-TO      PIC X(05).
000500*   SET THE NIGHT RELIEF-AREA-END-REPORT FIRST LISTS THE ENDED
000510*   RELIEF (ZERO UNTIL THEN).
000520    05  (TAG)END-REPORTED-DATE    PIC 9(08).
000530    05  (TAG)DECLARED-BY          PIC X(10).
000540    05  (TAG)DECLARED-DATE        PIC 9(08).
000550    05  FILLER                    PIC X(20).
