      *****************************************************************
      *  ADDRESS-CASE-RECORD.CPY
      *  ONE CUSTOMER SERVICE CASE -- A COMPLAINT OR SERVICE REQUEST
      *  WORKED TO A CLOSE, AS DISTINCT FROM THE FREE-TEXT CALL LOG
      *  AND FROM THE BILLING DISPUTES ON THE LEDGER.  OPENED,
      *  REASSIGNED AND CLOSED ON ADDRESS-CASE-CONSOLE, ESCALATED TO
      *  THE SUPERVISOR BY ADDRESS-CASE-ESCALATION WHEN IT IS STILL
      *  OPEN PAST ITS SLA DUE DATE, AND AGED BY TYPE AND OWNER ON
      *  ADDRESS-CASE-AGING-REPORT.  EVERY CHANGE OF STATUS OR OWNER
      *  IS ALSO WRITTEN TO THE CASE HISTORY FILE
      *  (ADDRESS-CASE-HISTORY-RECORD.CPY).
      *  (TAG)CASE-NO IS THE RECORD KEY, NUMBERED IN ARRIVAL ORDER.
      *  THE CONTACT IS NAMED BY (TAG)PHONE, THE ADDRESS-FILE KEY; A
      *  CASE ABOUT A BILLING ACCOUNT CARRIES THE ACCOUNT TOO (ZERO
      *  WHEN IT IS NOT ABOUT AN ACCOUNT).  CALLERS COPY THIS
      *  REPLACING ==(TAG)== BY THEIR OWN PREFIX, E.G. ==CS-== FOR A
      *  FILE RECORD.
      *****************************************************************
           05  (TAG)CASE-NO             PIC 9(06).
           05  (TAG)PHONE               PIC X(12).
           05  (TAG)ACCOUNT-ID          PIC 9(07).
           05  (TAG)LAST-NAME           PIC X(20).
           05  (TAG)FIRST-NAME          PIC X(20).
           05  (TAG)CASE-TYPE           PIC X(01).
               88  (TAG)TYPE-COMPLAINT           VALUE 'C'.
               88  (TAG)TYPE-SERVICE             VALUE 'S'.
               88  (TAG)TYPE-BILLING             VALUE 'B'.
               88  (TAG)TYPE-ENQUIRY             VALUE 'E'.
               88  (TAG)TYPE-VALID               VALUE 'C' 'S' 'B'
                                                       'E'.
      *> THE PRIORITY SETS THE SLA DUE DATE WHEN THE CASE IS OPENED
      *> (SEE THE PRIORITY TABLE IN ADDRESS-CASE-CONSOLE).
           05  (TAG)PRIORITY            PIC X(01).
               88  (TAG)PRIORITY-URGENT          VALUE '1'.
               88  (TAG)PRIORITY-HIGH            VALUE '2'.
               88  (TAG)PRIORITY-NORMAL          VALUE '3'.
               88  (TAG)PRIORITY-LOW             VALUE '4'.
               88  (TAG)PRIORITY-VALID           VALUE '1' '2' '3'
                                                       '4'.
           05  (TAG)SUBJECT             PIC X(40).
           05  (TAG)OWNER-CLERK         PIC X(10).
           05  (TAG)OPENED-DATE         PIC X(08).
           05  (TAG)OPENED-BY           PIC X(10).
           05  (TAG)SLA-DUE-DATE        PIC X(08).
           05  (TAG)STATUS              PIC X(01).
               88  (TAG)CASE-OPEN                VALUE 'O'.
               88  (TAG)CASE-CLOSED              VALUE 'C'.
      *> THE DAY THE NIGHTLY RUN FIRST ESCALATED THE CASE -- SPACES
      *> WHILE IT IS WITHIN ITS SLA.  A CASE IS ESCALATED ONCE.
           05  (TAG)ESCALATED-DATE      PIC X(08).
      *> REQUIRED TO CLOSE THE CASE.
           05  (TAG)RESOLUTION-CODE     PIC X(02).
               88  (TAG)RESOLVED-FIXED           VALUE "FX".
               88  (TAG)RESOLVED-CREDIT          VALUE "CR".
               88  (TAG)RESOLVED-EXPLAINED       VALUE "EX".
               88  (TAG)RESOLVED-DISPUTE         VALUE "DS".
               88  (TAG)RESOLVED-WITHDRAWN       VALUE "WD".
               88  (TAG)RESOLVED-DUPLICATE       VALUE "DU".
               88  (TAG)RESOLUTION-VALID         VALUE "FX" "CR" "EX"
                                                       "DS" "WD" "DU".
           05  (TAG)CLOSED-DATE         PIC X(08).
           05  (TAG)CLOSED-BY           PIC X(10).
           05  (TAG)CLOSE-NOTE          PIC X(40).
      *> THE SEQUENCE OF THE LAST ENTRY WRITTEN TO THE CASE HISTORY.
           05  (TAG)LAST-EVENT-SEQ      PIC 9(03).
           05  FILLER                   PIC X(20).
