      *****************************************************************
      *  ADDRESS-ORGANIZATION-RECORD.CPY
      *  ONE BUSINESS CUSTOMER -- THE COMPANY ITSELF, AS DISTINCT
      *  FROM THE PEOPLE WE DEAL WITH THERE.  THE CONTACTS WHO WORK
      *  FOR IT ARE FILED UNDER IT ON THE ORGANIZATION CONTACT FILE
      *  (ADDRESS-ORG-CONTACT-RECORD.CPY) THROUGH ADDRESS-ORG-LINK,
      *  AND THE MAILING JOBS PRINT THE LEGAL NAME ABOVE AN "ATTN:"
      *  LINE FOR THE PERSON.  MAINTAINED ON ADDRESS-ORG-MAINT AND
      *  LISTED WITH ALL ITS CONTACTS AND ACCOUNTS BY
      *  ADDRESS-ORG-ROLLUP.
      *  (TAG)ORG-ID IS THE RECORD KEY -- A SHORT CODE THE CLERK
      *  CHOOSES WHEN THE ORGANIZATION IS SET UP.  CALLERS COPY THIS
      *  REPLACING ==(TAG)== BY THEIR OWN PREFIX, E.G. ==OG-== FOR A
      *  FILE RECORD.
      *****************************************************************
           05  (TAG)ORG-ID              PIC X(08).
           05  (TAG)LEGAL-NAME          PIC X(40).
           05  (TAG)TRADING-NAME        PIC X(40).
      *> THE MAIN (HEAD OFFICE) ADDRESS.  A CONTACT'S OWN ADDRESS
      *> STAYS ON THE ADDRESS FILE AND IS WHAT THE MAIL GOES TO.
           05  (TAG)STREET-NAME         PIC X(40).
           05  (TAG)CITY                PIC X(40).
           05  (TAG)STATE               PIC X(02).
           05  (TAG)ZIP                 PIC X(10).
           05  (TAG)COUNTRY             PIC X(03).
           05  (TAG)MAIN-PHONE          PIC X(12).
           05  (TAG)UPDATED-BY          PIC X(10).
           05  (TAG)UPDATED-DATE        PIC X(08).
           05  FILLER                   PIC X(20).
