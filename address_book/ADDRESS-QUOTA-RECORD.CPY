      *****************************************************************
      *  ADDRESS-QUOTA-RECORD.CPY
      *  ONE TERRITORY'S SALES TARGETS FOR ONE MONTH -- BILLED
      *  REVENUE, COLLECTIONS AND NEW ACCOUNTS OPENED.  SET BY A
      *  SUPERVISOR ON ADDRESS-QUOTA-MAINT AND MEASURED AGAINST THE
      *  POSTED LEDGER BY QUOTA-ATTAINMENT-REPORT, WHICH COUNTS
      *  REVENUE EXACTLY AS COMMISSION-RUN PAYS IT.
      *  (TAG)QUOTA-KEY IS THE RECORD KEY -- TERRITORY CODE PLUS THE
      *  PERIOD AS YYYYMM.  CALLERS COPY THIS REPLACING ==(TAG)== BY
      *  THEIR OWN PREFIX, E.G. ==QU-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)QUOTA-KEY.
               10  (TAG)TERRITORY-CODE  PIC X(04).
               10  (TAG)PERIOD          PIC 9(06).
           05  (TAG)REVENUE-QUOTA       PIC 9(09)V9(02).
           05  (TAG)COLLECTION-QUOTA    PIC 9(09)V9(02).
           05  (TAG)NEW-ACCOUNT-QUOTA   PIC 9(05).
           05  (TAG)UPDATED-BY          PIC X(10).
           05  (TAG)UPDATED-DATE        PIC X(08).
           05  FILLER                   PIC X(20).
