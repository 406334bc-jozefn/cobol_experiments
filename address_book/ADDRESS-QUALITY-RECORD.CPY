      *****************************************************************
      *  ADDRESS-QUALITY-RECORD.CPY
      *  ONE MONTH'S DATA-QUALITY SCORES FOR ONE GROUP OF CONTACTS,
      *  KEPT BY ADDRESS-QUALITY-SCORECARD SO ITS TREND PAGE CAN SHOW
      *  WHETHER THE CLEANUP EFFORT IS WORKING.  THE GROUP IS THE
      *  WHOLE BOOK ('A'), ONE COMPANY ('C') OR ONE TERRITORY ('T').
      *  FOR EACH OF THE SCORECARD'S CHECKS THE RECORD HOLDS HOW MANY
      *  CONTACTS THE CHECK APPLIED TO AND HOW MANY PASSED, SO ANY
      *  MONTH'S PERCENTAGES CAN BE RE-DERIVED.  A RERUN IN THE SAME
      *  MONTH REPLACES THAT MONTH'S RECORD.
      *  (TAG)QUALITY-KEY IS THE RECORD KEY -- THE GROUP FIRST, THEN
      *  THE PERIOD AS YYYYMM, SO ONE GROUP'S MONTHS READ IN ORDER.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==QH-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)QUALITY-KEY.
               10  (TAG)GROUP-TYPE      PIC X(01).
                   88  (TAG)GROUP-ALL            VALUE 'A'.
                   88  (TAG)GROUP-COMPANY        VALUE 'C'.
                   88  (TAG)GROUP-TERRITORY      VALUE 'T'.
               10  (TAG)GROUP-CODE      PIC X(04).
               10  (TAG)PERIOD          PIC 9(06).
           05  (TAG)RECORD-COUNT        PIC 9(07).
      *>   CONTACTS THAT PASSED EVERY CHECK THAT APPLIED TO THEM.
           05  (TAG)CLEAN-COUNT         PIC 9(07).
           05  (TAG)CHECK-TALLIES.
               10  (TAG)CHECK-TALLY     OCCURS 14 TIMES.
                   15  (TAG)CHECKED     PIC 9(07).
                   15  (TAG)PASSED      PIC 9(07).
           05  (TAG)RUN-DATE            PIC X(08).
           05  FILLER                   PIC X(20).
