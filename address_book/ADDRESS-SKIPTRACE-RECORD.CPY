      *****************************************************************
      *  ADDRESS-SKIPTRACE-RECORD.CPY
      *  ONE LEAD RETURNED BY THE SKIP-TRACE VENDOR FOR A BILLING
      *  ACCOUNT WHOSE CONTACT'S MAIL COMES BACK UNDELIVERABLE (SEE
      *  SKIP-TRACE-EXTRACT FOR WHAT IS SENT).  ADDRESS-SKIPTRACE-
      *  IMPORT QUEUES EACH LEAD HERE RATHER THAN TOUCHING THE
      *  CONTACT, AND A CLERK ACCEPTS OR REJECTS IT ON
      *  ADDRESS-SKIPTRACE-REVIEW.  AN ACCEPTED ADDRESS REPLACES THE
      *  ONE ON FILE AND CLEARS THE UNDELIVERABLE FLAG; AN ACCEPTED
      *  PHONE IS ADDED TO THE CONTACT'S ALTERNATE NUMBERS.
      *  (TAG)LEAD-NO IS THE RECORD KEY, NUMBERED IN ARRIVAL ORDER.
      *  (TAG)PHONE IS THE CONTACT THE LEAD WAS MATCHED TO (THE
      *  ADDRESS-FILE KEY).  EITHER THE FOUND ADDRESS OR THE FOUND
      *  PHONE MAY BE BLANK, NEVER BOTH.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==SK-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)LEAD-NO             PIC 9(06).
           05  (TAG)ACCOUNT-ID          PIC 9(07).
           05  (TAG)PHONE               PIC X(12).
           05  (TAG)FOUND-STREET        PIC X(40).
           05  (TAG)FOUND-CITY          PIC X(40).
           05  (TAG)FOUND-STATE         PIC X(02).
           05  (TAG)FOUND-ZIP           PIC X(10).
           05  (TAG)FOUND-PHONE         PIC X(12).
      *> THE VENDOR'S OWN CONFIDENCE IN THE LEAD, 0 TO 100.
           05  (TAG)SCORE               PIC 9(03).
           05  (TAG)RECEIVED-DATE       PIC X(08).
           05  (TAG)STATUS              PIC X(01).
               88  (TAG)LEAD-PENDING             VALUE 'P'.
               88  (TAG)LEAD-ACCEPTED            VALUE 'A'.
               88  (TAG)LEAD-REJECTED            VALUE 'R'.
           05  (TAG)DECIDED-BY          PIC X(10).
           05  (TAG)DECIDED-DATE        PIC X(08).
           05  (TAG)REJECT-REASON       PIC X(30).
