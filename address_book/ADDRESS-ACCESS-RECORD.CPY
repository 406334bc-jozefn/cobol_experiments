      *****************************************************************
      *  ADDRESS-ACCESS-RECORD.CPY
      *  ONE READ-ACCESS LOG ENTRY -- WHO LOOKED AT WHAT, AND WHEN.
      *  THE CHANGE-AUDIT TRAIL (ADDRESS-AUDIT.LOG) RECORDS WHO
      *  CHANGED A CONTACT; THIS RECORDS WHO MERELY VIEWED ONE, SO THE
      *  PRIVACY OFFICER CAN ANSWER "WHO SAW THIS CUSTOMER'S RECORD AND
      *  BANK DETAILS LAST MONTH".  EVERY INQUIRY PROGRAM APPENDS ONE
      *  OF THESE THROUGH ADDRESS-ACCESS-LOG; ADDRESS-ACCESS-REPORT
      *  READS THEM BACK BY CONTACT OR BY CLERK FOR A DATE RANGE.
      *  (TAG)KEY-TYPE SAYS WHAT (TAG)KEY-VALUE HOLDS -- A CONTACT
      *  PHONE, A BILLING ACCOUNT-ID (LEFT-JUSTIFIED, SEVEN DIGITS), OR
      *  THE CRITERIA OF AN F4 SEARCH THAT LISTED MATCHES WITHOUT
      *  OPENING ANY ONE CONTACT.  A 'U' ENTRY IS A SUPERVISOR
      *  UNMASKING THE FULL BANK NUMBERS OF AN ACCOUNT ON
      *  BANK-DETAILS-MAINT (THE REASON IS KEPT IN THAT PROGRAM'S
      *  UNMASK AUDIT FILE); ITS KEY IS THE ACCOUNT-ID.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==AX-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)ACCESS-DATE         PIC X(08).
           05  (TAG)ACCESS-TIME         PIC X(06).
           05  (TAG)CLERK-ID            PIC X(10).
           05  (TAG)PROGRAM-ID          PIC X(30).
           05  (TAG)KEY-TYPE            PIC X(01).
               88  (TAG)KEY-CONTACT             VALUE 'P'.
               88  (TAG)KEY-ACCOUNT             VALUE 'A'.
               88  (TAG)KEY-BANK-DETAILS        VALUE 'B'.
               88  (TAG)KEY-SEARCH              VALUE 'S'.
               88  (TAG)KEY-UNMASK              VALUE 'U'.
           05  (TAG)KEY-VALUE           PIC X(30).
