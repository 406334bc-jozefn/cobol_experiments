      *****************************************************************
      *  ADDRESS-OPPORTUNITY-RECORD.CPY
      *  ONE SALES OPPORTUNITY AGAINST ONE CONTACT -- THE SALES
      *  DESK'S PIPELINE, KEPT WHILE THE PERSON IS STILL ONLY A
      *  CONTACT (OR AN EXISTING CUSTOMER BEING SOLD MORE).  A
      *  CONTACT MAY CARRY ANY NUMBER OF OPPORTUNITIES, NUMBERED BY
      *  OPP-NO UNDER ITS PHONE.  MAINTAINED ON
      *  ADDRESS-OPPORTUNITY-MAINT, WHICH HANDS A WON OPPORTUNITY'S
      *  CONTACT TO CUSTOMER-ONBOARDING; REPORTED WEEKLY BY
      *  ADDRESS-PIPELINE-REPORT.
      *  (TAG)OPP-KEY IS THE RECORD KEY -- CONTACT PHONE PLUS THE
      *  OPPORTUNITY NUMBER.  CALLERS COPY THIS REPLACING ==(TAG)==
      *  BY THEIR OWN PREFIX, E.G. ==OP-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)OPP-KEY.
               10  (TAG)PHONE           PIC X(12).
               10  (TAG)OPP-NO          PIC 9(03).
           05  (TAG)DESCRIPTION         PIC X(30).
      *> P PROSPECT, Q QUALIFIED, R PROPOSAL OUT, N IN NEGOTIATION --
      *> THE OPEN STAGES, WEIGHTED ON THE PIPELINE REPORT -- THEN
      *> W WON OR L LOST ONCE IT CLOSES.
           05  (TAG)STAGE               PIC X(01).
               88  (TAG)STAGE-PROSPECT          VALUE 'P'.
               88  (TAG)STAGE-QUALIFIED         VALUE 'Q'.
               88  (TAG)STAGE-PROPOSAL          VALUE 'R'.
               88  (TAG)STAGE-NEGOTIATION       VALUE 'N'.
               88  (TAG)STAGE-WON               VALUE 'W'.
               88  (TAG)STAGE-LOST              VALUE 'L'.
               88  (TAG)STAGE-OPEN              VALUE 'P' 'Q' 'R' 'N'.
               88  (TAG)STAGE-VALID             VALUE 'P' 'Q' 'R' 'N'
                                                      'W' 'L'.
           05  (TAG)EST-VALUE           PIC 9(07)V9(02).
           05  (TAG)EXPECTED-CLOSE      PIC 9(08).
      *> THE TERRITORY AND REP THE OPPORTUNITY IS WORKED UNDER --
      *> DEFAULTED FROM THE CONTACT'S FD-TERRITORY STAMP AND THAT
      *> TERRITORY'S REP ON THE ZIP-RANGE TABLE WHEN LEFT BLANK.
           05  (TAG)TERRITORY           PIC X(04).
           05  (TAG)REP-NAME            PIC X(20).
      *> REQUIRED WHEN THE STAGE IS L.
           05  (TAG)LOST-REASON         PIC X(20).
           05  (TAG)OPENED-DATE         PIC 9(08).
      *> THE DAY THE STAGE WENT TO W OR L -- ZERO WHILE OPEN.
           05  (TAG)CLOSED-DATE         PIC 9(08).
      *> THE ACCOUNT THE WON CONTACT BILLS UNDER, ONCE ONBOARDED.
           05  (TAG)ACCOUNT-ID          PIC 9(07).
           05  (TAG)UPDATED-BY          PIC X(10).
           05  (TAG)UPDATED-DATE        PIC X(08).
           05  FILLER                   PIC X(20).
