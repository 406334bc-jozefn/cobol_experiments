      *****************************************************************
      *  ADDRESS-DNC-RECORD.CPY
      *  ONE TELEPHONE NUMBER ON THE NATIONAL DO-NOT-CALL REGISTRY,
      *  KEYED BY THE NUMBER IN THE SAME ###-###-#### FORM AS THE
      *  ADDRESS-FILE KEY SO A CONTACT IS CHECKED WITH A STRAIGHT
      *  KEYED READ.  ADDRESS-DNC-IMPORT REBUILDS THE FILE FROM EACH
      *  MONTH'S REGISTRY DOWNLOAD; ADDRESS-CALL-LIST-EXTRACT DROPS
      *  EVERY LISTED NUMBER FROM AN OUTBOUND CALLING LIST.
      *  (TAG)FIRST-LOADED-DATE IS THE FIRST DOWNLOAD THE NUMBER CAME
      *  IN ON; (TAG)LOADED-DATE THE LATEST.  A NUMBER MISSING FROM
      *  A NEW DOWNLOAD HAS LEFT THE REGISTRY AND IS DELETED BY THE
      *  SAME RUN.
      *  ONE CONTROL RECORD, KEYED 000-000-0000 (NEVER A REAL
      *  NUMBER), CARRIES THE DATE OF THE LAST COMPLETE LOAD IN
      *  (TAG)LOADED-DATE AND THE NUMBER OF ENTRIES IT LEFT IN
      *  (TAG)ENTRY-COUNT, SO A CALLING JOB CAN TELL A STALE FILE.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==DN-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)PHONE               PIC X(12).
               88  (TAG)LOAD-CONTROL           VALUE '000-000-0000'.
           05  (TAG)FIRST-LOADED-DATE   PIC X(08).
           05  (TAG)LOADED-DATE         PIC X(08).
           05  (TAG)ENTRY-COUNT         PIC 9(09).
