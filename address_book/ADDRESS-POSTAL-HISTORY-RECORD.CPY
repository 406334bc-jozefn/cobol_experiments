      *****************************************************************
      *  ADDRESS-POSTAL-HISTORY-RECORD.CPY
      *  ONE DATED POSTAL ADDRESS A CONTACT HAS HAD.  EVERY CHANGE TO
      *  THE STREET, CITY, STATE, ZIP OR COUNTRY -- FROM THE SCREEN,
      *  NCOA, STANDARDIZATION, MASS UPDATE, THE CSV IMPORT OR THE
      *  SKIP-TRACE REVIEW -- CLOSES THE OPEN ENTRY WITH AN END DATE
      *  AND OPENS A NEW ONE WITH A START DATE (SEE
      *  ADDRESS-POSTAL-HISTORY), SO A REPRINT OR A PROOF OF MAILING
      *  CAN SHOW THE ADDRESS THAT WAS IN EFFECT ON THE DOCUMENT'S
      *  DATE RATHER THAN TODAY'S.
      *  (TAG)ENTRY-ID IS THE RECORD KEY -- THE OWNING CONTACT'S PHONE
      *  NUMBER FOLLOWED BY A FOUR-DIGIT SEQUENCE NUMBER -- SO ENTRIES
      *  FOR ONE CONTACT SORT TOGETHER OLDEST FIRST.
      *  AN ADDRESS IS IN EFFECT ON A DATE WHEN (TAG)START-DATE <= THE
      *  DATE < (TAG)END-DATE.  THE CURRENT ENTRY HAS A BLANK END DATE.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==PH-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)ENTRY-ID.
               10  (TAG)OWNPHONE        PIC X(12).
               10  (TAG)ENTRY-SEQ       PIC 9(04).
           05  (TAG)START-DATE          PIC X(08).
           05  (TAG)END-DATE            PIC X(08).
           05  (TAG)STREET-NAME         PIC X(40).
           05  (TAG)CITY                PIC X(40).
           05  (TAG)STATE               PIC X(02).
           05  (TAG)ZIP                 PIC X(10).
           05  (TAG)COUNTRY             PIC X(03).
      *> WHERE THE CHANGE CAME FROM: S ADDRESS SCREEN, N NCOA IMPORT,
      *> Z STANDARDIZATION, M MASS UPDATE, I CSV IMPORT, T SKIP-TRACE
      *> REVIEW, O THE OPENING ENTRY WRITTEN FOR THE ADDRESS A
      *> CONTACT ALREADY HAD WHEN ITS FIRST CHANGE WAS RECORDED.
           05  (TAG)CHANGE-SOURCE       PIC X(01).
               88  (TAG)FROM-SCREEN          VALUE 'S'.
               88  (TAG)FROM-NCOA            VALUE 'N'.
               88  (TAG)FROM-STANDARDIZE     VALUE 'Z'.
               88  (TAG)FROM-MASS-UPDATE     VALUE 'M'.
               88  (TAG)FROM-CSV-IMPORT      VALUE 'I'.
               88  (TAG)FROM-SKIP-TRACE      VALUE 'T'.
               88  (TAG)OPENING-ENTRY        VALUE 'O'.
           05  (TAG)CHANGED-BY          PIC X(10).
           05  (TAG)CHANGED-DATE        PIC X(08).
           05  FILLER                   PIC X(20).
