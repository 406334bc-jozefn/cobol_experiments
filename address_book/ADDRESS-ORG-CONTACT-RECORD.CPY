      *****************************************************************
      *  ADDRESS-ORG-CONTACT-RECORD.CPY
      *  ONE CONTACT FILED UNDER A BUSINESS CUSTOMER -- THE
      *  ORGANIZATION THEY WORK FOR AND THEIR JOB TITLE AND
      *  DEPARTMENT THERE.  KEPT BESIDE THE ADDRESS FILE RATHER THAN
      *  ON IT, THE WAY THE REFERRAL AND SEASONAL ADDRESS LINKS ARE,
      *  SO THE CONTACT RECORD AND ITS JOURNAL IMAGES KEEP THEIR
      *  LENGTH.  WRITTEN FROM THE ADDRESS.CBL SCREEN THROUGH
      *  ADDRESS-ORG-LINK.
      *  (TAG)PHONE IS THE RECORD KEY -- A CONTACT WORKS FOR ONE
      *  ORGANIZATION AT MOST -- AND CALLERS DECLARE (TAG)ORG-ID AS
      *  AN ALTERNATE KEY WITH DUPLICATES SO ADDRESS-ORG-ROLLUP CAN
      *  WALK ONE ORGANIZATION'S CONTACTS.  CALLERS COPY THIS
      *  REPLACING ==(TAG)== BY THEIR OWN PREFIX, E.G. ==OC-== FOR A
      *  FILE RECORD.
      *****************************************************************
           05  (TAG)PHONE               PIC X(12).
           05  (TAG)ORG-ID              PIC X(08).
           05  (TAG)JOB-TITLE           PIC X(30).
           05  (TAG)DEPARTMENT          PIC X(20).
           05  (TAG)LINKED-BY           PIC X(10).
           05  (TAG)LINKED-DATE         PIC X(08).
           05  FILLER                   PIC X(20).
