      *****************************************************************
      *  ADDRESS-DSAR-RECORD.CPY
      *  ONE LOGGED DATA SUBJECT ACCESS REQUEST -- A PERSON ASKING FOR
      *  A COPY OF EVERYTHING WE HOLD ABOUT THEM.  THE LOG RECORDS WHO
      *  ASKED AND WHEN, HOW THEIR IDENTITY WAS VERIFIED, AND THE
      *  STATUTORY DATE THE ANSWER IS DUE BY.  ADDRESS-DSAR-MAINT
      *  LOGS AND WORKS THE REQUESTS, ADDRESS-DSAR-EXTRACT BUILDS THE
      *  PACKAGE FOR A VERIFIED ONE, AND ADDRESS-DSAR-OVERDUE-REPORT
      *  CHASES ANY STILL OPEN NEAR OR PAST ITS DUE DATE.
      *  (TAG)REQUEST-NO IS THE RECORD KEY, NUMBERED IN ARRIVAL ORDER
      *  -- THE SAME PERSON MAY ASK MORE THAN ONCE.  THE SUBJECT IS
      *  NAMED BY (TAG)PHONE, THE ADDRESS-FILE KEY; A REQUEST MADE
      *  AGAINST A BILLING ACCOUNT CARRIES THE ACCOUNT TOO, AND THE
      *  CONTACT IT BELONGS TO.  (TAG)REQUESTER-NAME IS WHOEVER
      *  ACTUALLY ASKED, WHICH MAY BE AN AUTHORIZED AGENT.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==DS-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)REQUEST-NO          PIC 9(06).
           05  (TAG)PHONE               PIC X(12).
           05  (TAG)ACCOUNT-ID          PIC 9(07).
           05  (TAG)LAST-NAME           PIC X(20).
           05  (TAG)FIRST-NAME          PIC X(20).
           05  (TAG)REQUESTER-NAME      PIC X(40).
           05  (TAG)REQUEST-DATE        PIC X(08).
           05  (TAG)DUE-DATE            PIC X(08).
           05  (TAG)RECEIVED-BY         PIC X(10).
      *> NO PACKAGE IS BUILT UNTIL THE PERSON HAS PROVED WHO THEY
      *> ARE -- SENDING ONE CUSTOMER'S FILE TO ANOTHER IS THE WORST
      *> OUTCOME A REQUEST CAN HAVE.  SPACE MEANS NOT YET VERIFIED.
           05  (TAG)VERIFY-METHOD       PIC X(01).
               88  (TAG)VERIFY-NOT-DONE          VALUE SPACE.
               88  (TAG)VERIFY-PHOTO-ID          VALUE 'I'.
               88  (TAG)VERIFY-KNOWLEDGE         VALUE 'K'.
               88  (TAG)VERIFY-CALLBACK          VALUE 'C'.
               88  (TAG)VERIFY-MAILED-CODE       VALUE 'M'.
               88  (TAG)VERIFY-VALID             VALUE 'I' 'K' 'C'
                                                       'M'.
           05  (TAG)VERIFY-NOTE         PIC X(30).
           05  (TAG)VERIFIED-BY         PIC X(10).
           05  (TAG)VERIFIED-DATE       PIC X(08).
           05  (TAG)STATUS              PIC X(01).
               88  (TAG)DSAR-OPEN                VALUE 'O'.
               88  (TAG)DSAR-EXTRACTED           VALUE 'E'.
               88  (TAG)DSAR-SENT                VALUE 'S'.
               88  (TAG)DSAR-REFUSED             VALUE 'R'.
               88  (TAG)DSAR-OUTSTANDING         VALUE 'O' 'E'.
           05  (TAG)EXTRACT-DATE        PIC X(08).
           05  (TAG)EXTRACTED-BY        PIC X(10).
           05  (TAG)CLOSED-DATE         PIC X(08).
           05  (TAG)CLOSED-BY           PIC X(10).
           05  (TAG)CLOSE-NOTE          PIC X(30).
