      *****************************************************************
      *  ADDRESS-REFERRAL-RECORD.CPY
      *  ONE "REFERRED BY" LINK -- A CONTACT AND THE EXISTING
      *  CONTACT WHO SENT THEM TO US.  CAPTURED ON THE ADDRESS.CBL
      *  SCREEN OR IN CUSTOMER-ONBOARDING THROUGH
      *  ADDRESS-REFERRAL-LINK.  THE NIGHTLY REFERRAL-CREDIT-JOB
      *  WATCHES THE LEDGER FOR THE REFERRED ACCOUNT'S FIRST POSTED
      *  PAYMENT AND, WHEN IT ARRIVES, PUTS THE REFERRAL CREDIT ON A
      *  LEDGER-POST BATCH TO THE REFERRER'S ACCOUNT AND MARKS THE
      *  LINK CREDITED, SO EACH REFERRAL IS PAID ONCE.  RANKED BY
      *  REFERRAL-REPORT.
      *  (TAG)REFERRED-PHONE IS THE RECORD KEY -- A CONTACT IS
      *  REFERRED BY ONE PERSON AT MOST.  CALLERS COPY THIS
      *  REPLACING ==(TAG)== BY THEIR OWN PREFIX, E.G. ==RF-== FOR A
      *  FILE RECORD.
      *****************************************************************
           05  (TAG)REFERRED-PHONE      PIC X(12).
           05  (TAG)REFERRER-PHONE      PIC X(12).
           05  (TAG)REFERRED-DATE       PIC 9(08).
           05  (TAG)CAPTURED-BY         PIC X(10).
      *> P PENDING -- WAITING FOR THE REFERRED ACCOUNT'S FIRST
      *> PAYMENT; C CREDITED -- THE CREDIT HAS GONE OUT ON A BATCH.
           05  (TAG)REFERRAL-STATUS     PIC X(01).
               88  (TAG)REFERRAL-PENDING        VALUE 'P'.
               88  (TAG)REFERRAL-CREDITED       VALUE 'C'.
      *> FILLED IN WHEN THE CREDIT GOES OUT -- THE PAYMENT THAT
      *> EARNED IT, THE ACCOUNT CREDITED, HOW MUCH, AND THE BATCH
      *> IT WENT OUT ON.
           05  (TAG)PAYMENT-UID         PIC 9(09).
           05  (TAG)PAYMENT-DATE        PIC 9(08).
           05  (TAG)REFERRER-ACCOUNT    PIC 9(07).
           05  (TAG)CREDIT-AMOUNT       PIC 9(07)V9(02).
           05  (TAG)CREDIT-DATE         PIC 9(08).
           05  (TAG)CREDIT-BATCH        PIC X(06).
           05  FILLER                   PIC X(20).
