000010******************************************************************
000020*                                                                *
000030*   INTERFACE-REGISTER-RECORD.CPY                                *
000040*                                                                *
000050*   ONE GENERATION OF AN OUTBOUND INTERFACE FILE -- A FILE WE    *
000060*   SEND OUTSIDE THE SHOP (THE ACH DEBIT FILE, POSITIVE PAY,     *
000070*   THE GL EXTRACT, THE CREDIT BUREAU EXTRACT, COLLECTION        *
000080*   PLACEMENTS, THE ESCHEAT EXTRACT).  THE PRODUCING JOB CALLS   *
000090*   INTERFACE-FILE-REGISTER WHEN IT CLOSES THE FILE; THAT COPIES *
000100*   IT TO A NUMBERED GENERATION FILE AND ENTERS IT HERE WITH ITS *
000110*   RECORD COUNT, AMOUNT HASH TOTAL AND CREATING RUN.  THE       *
000120*   OPERATOR MARKS EACH GENERATION TRANSMITTED (OR NOT TO BE     *
000130*   SENT) ON INTERFACE-TRANSMIT-MAINT, WHICH REFUSES A           *
000140*   GENERATION WHOSE COUNT AND HASH MATCH ONE ALREADY SENT.      *
000150*   INTERFACE-STATUS-REPORT LISTS WHAT WENT OUT AND WHAT HAS     *
000160*   NOT.                                                         *
000170*                                                                *
000180*   (TAG)REGISTER-KEY IS THE RECORD KEY -- THE INTERFACE CODE    *
000190*   THEN THE GENERATION NUMBER, SO AN INTERFACE'S GENERATIONS    *
000200*   READ BACK OLDEST FIRST.  INTERFACE CODES: ACHDEBIT, POSPAY,  *
000210*   GLEXT-CC (ONE PER COMPANY FILE), CRBUREAU, COLLPLAC,         *
000220*   ESCHEAT.                                                     *
000230*                                                                *
000240*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000250*   E.G. ==IR-== FOR A FILE RECORD.                              *
000260*                                                                *
000270******************************************************************
000280    05  (TAG)REGISTER-KEY.
000290        10  (TAG)INTERFACE-CODE   PIC X(08).
000300        10  (TAG)GENERATION       PIC 9(07).
000310*   THE GENERATION COPY AND THE FILE IT WAS TAKEN FROM.
000320    05  (TAG)GENERATION-FILE      PIC X(50).
000330    05  (TAG)SOURCE-FILE          PIC X(50).
000340    05  (TAG)RECORD-COUNT         PIC 9(07).
000350    05  (TAG)HASH-TOTAL           PIC S9(11)V9(02).
000360    05  (TAG)CREATED-JOB          PIC X(20).
000370    05  (TAG)CREATED-DATE         PIC 9(08).
000380    05  (TAG)CREATED-TIME         PIC 9(06).
000390*   C CREATED, AWAITING TRANSMISSION; T TRANSMITTED; V NOT TO BE
000400*   SENT (SUPERSEDED OR WITHDRAWN).  ONLY T AND V GENERATIONS ARE
000410*   ROLLED OFF WHEN AN INTERFACE HAS MORE THAN ITS GENERATION
000420*   LIMIT, SO A FILE NOBODY HAS SENT IS NEVER LOST.
000430    05  (TAG)GEN-STATUS           PIC X(01).
000440        88  (TAG)GEN-CREATED              VALUE 'C'.
000450        88  (TAG)GEN-TRANSMITTED          VALUE 'T'.
000460        88  (TAG)GEN-NOT-SENT             VALUE 'V'.
000470    05  (TAG)STATUS-BY            PIC X(10).
000480    05  (TAG)STATUS-DATE          PIC 9(08).
000490    05  (TAG)STATUS-TIME          PIC 9(06).
000500*   THE DAY THE GENERATION COPY WAS DELETED; ZERO WHILE KEPT.
000510*   THE REGISTER ENTRY ITSELF IS NEVER REMOVED.
000520    05  (TAG)ROLLED-OFF-DATE      PIC 9(08).
000530    05  FILLER                    PIC X(20).
