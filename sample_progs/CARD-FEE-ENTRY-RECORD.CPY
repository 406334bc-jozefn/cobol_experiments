000010******************************************************************
000020*                                                                *
000030*   CARD-FEE-ENTRY-RECORD.CPY                                    *
000040*                                                                *
000050*   ONE DAY'S CARD PROCESSOR FEES FOR ONE COMPANY, APPENDED TO   *
000060*   THE CARD FEE ENTRIES FILE (CARD-FEE-ENTRIES.TXT) BY          *
000070*   CARD-SETTLEMENT-IMPORT AND READ BY GL-EXTRACT AS ITS OWN     *
000080*   RECORD TYPE ('F') ALONGSIDE THE LEDGER DETAILS.              *
000090*                                                                *
000100*   THE CARD CREDITS POST TO THE LEDGER AT THEIR FULL AMOUNT,    *
000110*   WHICH GL-EXTRACT JOURNALS DR CASH, CR AR WITH THE OTHER      *
000120*   PAYMENTS, BUT THE PROCESSOR DEPOSITS THE DAY NET OF ITS      *
000130*   FEES.  THE FEE ENTRY CLOSES THE GAP --                       *
000140*       S  SETTLEMENT FEE  DR CARDFEE, CR CASH                   *
000150*       C  CHARGEBACK FEE  DR CARDFEE, CR CASH                   *
000160*   THE AMOUNT STAYS UNSIGNED, AS ON THE LEDGER.                 *
000170*                                                                *
000180*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000190*   E.G. ==CF-== FOR A FILE RECORD.                              *
000200*                                                                *
000210******************************************************************
000220    05  (TAG)RECORD-TYPE          PIC X(01).
000230        88  (TAG)CARD-FEE-MOVEMENT         VALUE 'F'.
000240    05  (TAG)COMPANY-CODE         PIC X(02).
000250*   THE GL PERIOD THE FEE BOOKS IN, AND THE PROCESSOR'S
000260*   SETTLEMENT DATE.
000270    05  (TAG)PERIOD               PIC 9(06).
000280    05  (TAG)SETTLE-DATE          PIC 9(08).
000290    05  (TAG)MOVEMENT             PIC X(01).
000300        88  (TAG)SETTLEMENT-FEE            VALUE 'S'.
000310        88  (TAG)CHARGEBACK-FEE            VALUE 'C'.
000320*   THE NUMBER OF SALES OR CHARGEBACKS THE FEE COVERS.
000330    05  (TAG)ITEM-COUNT           PIC 9(05).
000340    05  (TAG)AMOUNT               PIC 9(09)V9(02).
000350    05  FILLER                    PIC X(10).
