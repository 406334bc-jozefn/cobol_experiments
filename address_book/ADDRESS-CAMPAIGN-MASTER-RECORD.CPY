      *  CAMPAIGN-ROI-REPORT CAN FINALLY ANSWER WHETHER THE MARCH
      *  MAILING MADE MONEY INSTEAD OF JUST WHAT ITS RESPONSE RATE
      *  WAS.  MAINTAINED BY ADDRESS-CAMPAIGN-MAINT.
      *  THE PIECES MAILED AND POSTAGE LOGGED ARE ADDED TO BY
      *  MAILING-LOG EACH TIME A LABEL, LETTER OR OTHER MAILING RUN
      *  TAGGED WITH THE CAMPAIGN CODE FINISHES, SO THE ACTUAL
      *  POSTAGE CAN BE SET AGAINST THE PLANNED PIECE COST.
      *  CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,
      *  E.G. ==CP-== FOR A FILE RECORD.
      *****************************************************************
           05  (TAG)FIXED-COST          PIC 9(07)V9(02).
           05  (TAG)UPDATED-BY          PIC X(10).
           05  (TAG)UPDATED-DATE        PIC X(08).
           05  (TAG)PIECES-MAILED       PIC 9(07).
           05  (TAG)POSTAGE-LOGGED      PIC 9(07)V9(02).
