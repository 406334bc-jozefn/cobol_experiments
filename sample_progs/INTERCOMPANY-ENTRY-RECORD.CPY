000010******************************************************************
000020*                                                                *
000030*   INTERCOMPANY-ENTRY-RECORD.CPY                                *
000040*                                                                *
000050*   ONE PAYMENT THAT CAME IN THROUGH ONE COMPANY'S BATCH FOR AN  *
000060*   ACCOUNT THAT BELONGS TO THE OTHER COMPANY.  LEDGER-POST      *
000070*   POSTS THE CREDIT UNDER THE OWNING COMPANY AND APPENDS ONE OF *
000080*   THESE TO THE INTERCOMPANY ENTRIES FILE                       *
000090*   (INTERCOMPANY-ENTRIES.TXT).  GL-EXTRACT JOURNALS THE DUE-TO  *
000100*   AND DUE-FROM PAIR FROM IT, CONSOLIDATED-FINANCIAL-REPORT     *
000110*   ELIMINATES IT, AND INTERCOMPANY-SETTLEMENT NETS THE MONTH.   *
000120*                                                                *
000130*   THE AMOUNT STAYS UNSIGNED AND THE MOVEMENT SAYS WHICH WAY    *
000140*   IT GOES --                                                   *
000150*       P  PAYMENT    RECEIVING CO.  DR CASH,    CR DUETO        *
000160*                     OWNING CO.     DR DUEFROM, CR CASH         *
000170*       B  BACKED OUT (REVERSAL OF SUCH A PAYMENT) -- THE SAME   *
000180*                     TWO ENTRIES WITH DEBIT AND CREDIT SWAPPED  *
000190*                                                                *
000200*   THE OWNING COMPANY'S LEDGER CREDIT IS JOURNALED DR CASH, CR  *
000210*   AR WITH ITS OTHER PAYMENTS; THE 'P' ENTRY'S CREDIT TO CASH   *
000220*   OFFSETS THAT DEBIT, LEAVING DR DUEFROM, CR AR.               *
000230*                                                                *
000240*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000250*   E.G. ==IE-== FOR A FILE RECORD.                              *
000260*                                                                *
000270******************************************************************
000280    05  (TAG)RECORD-TYPE          PIC X(01).
000290        88  (TAG)INTERCO-MOVEMENT          VALUE 'I'.
000300*   THE COMPANY WHOSE BATCH TOOK THE CASH, AND THE COMPANY THE
000310*   ACCOUNT BELONGS TO.
000320    05  (TAG)RECEIVING-COMPANY    PIC X(02).
000330    05  (TAG)OWNING-COMPANY       PIC X(02).
000340*   THE GL PERIOD THE MOVEMENT BOOKS IN, AND THE DAY IT POSTED.
000350    05  (TAG)PERIOD               PIC 9(06).
000360    05  (TAG)ENTRY-DATE           PIC 9(08).
000370    05  (TAG)ACCOUNT-ID           PIC 9(07).
000380*   THE LEDGER UID THE CREDIT (OR ITS REVERSAL) POSTED UNDER.
000390    05  (TAG)UID                  PIC 9(09).
000400    05  (TAG)MOVEMENT             PIC X(01).
000410        88  (TAG)INTERCO-PAYMENT           VALUE 'P'.
000420        88  (TAG)INTERCO-BACKOUT           VALUE 'B'.
000430    05  (TAG)AMOUNT               PIC 9(09)V9(02).
000440    05  FILLER                    PIC X(10).
