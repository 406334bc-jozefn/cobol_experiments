000010******************************************************************
000020*                                                                *
000030*   PRICE-AGREEMENT-RECORD.CPY                                   *
000040*                                                                *
000050*   ONE NEGOTIATED PRICE -- WHAT ONE ACCOUNT PAYS FOR ONE CHARGE *
000060*   CODE IN PLACE OF THE CODE'S STANDARD PRICE, KEYED BY ACCOUNT *
000070*   AND CODE.  THE AGREEMENT IS EITHER A FIXED PRICE OR A        *
000080*   PERCENTAGE OFF THE STANDARD PRICE, AND RUNS FROM ITS         *
000090*   EFFECTIVE DATE THROUGH ITS EXPIRY DATE (ZERO = NO EXPIRY).   *
000100*   MAINTAINED THROUGH PRICE-AGREEMENT-MAINT; PRICE-AGREEMENT-   *
000110*   LOOKUP ANSWERS "WHAT IS THIS ACCOUNT'S PRICE ON THIS DATE"   *
000120*   FOR LEDGER-POST AND RECURRING-BILLING.  PRICE-AGREEMENT-     *
000130*   EXPIRY-REPORT WARNS THE SALES REP AHEAD OF EXPIRY AND        *
000140*   PRICE-VARIANCE-REPORT LISTS CHARGES POSTED AT ANY OTHER      *
000150*   PRICE.                                                       *
000160*                                                                *
000170*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000180*   E.G. ==NP-== FOR A FILE RECORD.                              *
000190*                                                                *
000200******************************************************************
000210    05  (TAG)AGREEMENT-KEY.
000220        10  (TAG)ACCOUNT-ID       PIC 9(07).
000230        10  (TAG)CHARGE-CODE      PIC X(06).
000240    05  (TAG)PRICING-METHOD       PIC X(01).
000250        88  (TAG)FIXED-PRICE               VALUE 'F'.
000260        88  (TAG)PERCENT-OFF               VALUE 'P'.
000270    05  (TAG)AGREED-PRICE         PIC 9(06)V9(02).
000280    05  (TAG)DISCOUNT-PERCENT     PIC 9(03)V9(02).
000290    05  (TAG)EFFECTIVE-DATE       PIC 9(08).
000300    05  (TAG)EXPIRY-DATE          PIC 9(08).
000310    05  (TAG)AGREEMENT-STATUS     PIC X(01).
000320        88  (TAG)AGREEMENT-ACTIVE          VALUE 'A' SPACE.
000330        88  (TAG)AGREEMENT-CANCELLED       VALUE 'X'.
000340*   THE SALES REP WHO NEGOTIATED THE PRICE, AND THE CONTRACT OR
000350*   QUOTE IT CAME FROM.
000360    05  (TAG)SALES-REP            PIC X(10).
000370    05  (TAG)CONTRACT-REF         PIC X(20).
000380    05  (TAG)SET-UP-BY            PIC X(10).
000390    05  (TAG)SET-UP-DATE          PIC 9(08).
000400    05  FILLER                    PIC X(20).
