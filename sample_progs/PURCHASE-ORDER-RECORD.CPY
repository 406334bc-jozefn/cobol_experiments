000010******************************************************************
000020*                                                                *
000030*   PURCHASE-ORDER-RECORD.CPY                                    *
000040*                                                                *
000050*   ONE CUSTOMER PURCHASE ORDER ON THE PURCHASE ORDER MASTER,    *
000060*   KEYED BY ACCOUNT-ID PLUS THE CUSTOMER'S OWN PO NUMBER.       *
000070*   SOME BUSINESS CUSTOMERS REJECT AN INVOICE THAT DOES NOT      *
000080*   QUOTE THEIR PO, SO AN ACCOUNT FLAGGED PO-REQUIRED ON THE     *
000090*   ACCOUNT MASTER TAKES NO DEBIT WITHOUT ONE -- LEDGER-POST     *
000100*   CHECKS THE PO NUMBER ON THE LINE AGAINST THIS RECORD AND     *
000110*   ADDS THE DEBIT TO (TAG)CONSUMED-AMOUNT AS IT POSTS.  THE PO  *
000120*   NUMBER RIDES ON THE LEDGER DETAIL AND PRINTS ON THE INVOICE. *
000130*   KEYED ON PURCHASE-ORDER-MAINT; PO-CONSUMPTION-REPORT WARNS   *
000140*   AS ONE NEARS ITS LIMIT OR ITS EXPIRY.                        *
000150*                                                                *
000160*   (TAG)AUTHORIZED-AMOUNT IS THE NOT-TO-EXCEED VALUE, ZERO FOR  *
000170*   A PO WITH NO CEILING.  (TAG)EXPIRY-DATE IS THE LAST DAY IT   *
000180*   MAY BE CHARGED, ZERO FOR NONE.  STATUS --                    *
000190*                                                                *
000200*       O  OPEN        CHARGES MAY POST AGAINST IT               *
000210*       C  CLOSED      USED UP OR WITHDRAWN BY THE CUSTOMER      *
000220*                                                                *
000230*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000240*   E.G. ==PO-== FOR A FILE RECORD.                              *
000250*                                                                *
000260******************************************************************
000270    05  (TAG)PO-KEY.
000280        10  (TAG)ACCOUNT-ID       PIC 9(07).
000290        10  (TAG)PO-NUMBER        PIC X(15).
000300    05  (TAG)DESCRIPTION          PIC X(30).
000310    05  (TAG)AUTHORIZED-AMOUNT    PIC 9(09)V9(02).
000320    05  (TAG)CONSUMED-AMOUNT      PIC 9(09)V9(02).
000330    05  (TAG)ISSUED-DATE          PIC 9(08).
000340    05  (TAG)EXPIRY-DATE          PIC 9(08).
000350    05  (TAG)PO-STATUS            PIC X(01).
000360        88  (TAG)PO-OPEN                   VALUE 'O'.
000370        88  (TAG)PO-CLOSED                 VALUE 'C'.
000380    05  (TAG)LAST-USED-DATE       PIC 9(08).
000390    05  (TAG)ENTERED-BY           PIC X(10).
000400    05  FILLER                    PIC X(20).
