       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-ORG-LINK.

      *> CALLED SUBPROGRAM (THE SAME SHAPE AS ADDRESS-REFERRAL-LINK)
      *> THAT OWNS THE CONTACT-TO-ORGANIZATION LINKS, SO THE ADDRESS
      *> SCREEN FILES A CONTACT UNDER A BUSINESS AND THE MAILING JOBS
      *> FIND THE COMPANY NAME THE SAME WAY:
      *>
      *>     CALL "ADDRESS-ORG-LINK" USING FUNCTION, CONTACT-PHONE,
      *>          ORG-ID, JOB-TITLE, DEPARTMENT, ORG-NAME, CLERK-ID,
      *>          RESULT
      *>
      *> FUNCTION 'I' LOOKS THE CONTACT UP AND HANDS BACK THE
      *> ORGANIZATION ID, JOB TITLE, DEPARTMENT AND THE
      *> ORGANIZATION'S LEGAL NAME -- THE NAME THE MAIL IS ADDRESSED
      *> TO (ALL SPACES WHEN THE CONTACT IS NOT FILED UNDER ONE).
      *> FUNCTION 'A' FILES THE CONTACT UNDER THE ORGANIZATION GIVEN,
      *> REPLACING ANY EARLIER LINK; A BLANK ORGANIZATION ID TAKES
      *> THE CONTACT OUT FROM UNDER ITS ORGANIZATION.  FUNCTION 'C'
      *> ONLY CHECKS THE ORGANIZATION ID IS ON FILE, SO A SCREEN CAN
      *> REFUSE A BAD ONE BEFORE IT SAVES THE CONTACT.  ON 'A' AND
      *> 'C' THE LEGAL NAME IS HANDED BACK TOO.  RESULT COMES BACK:
      *>     00  DONE
      *>     23  'I' FOUND NO LINK
      *>     NF  'A' OR 'C' NAMED AN ORGANIZATION NOT ON FILE
      *>     FE  A FILE COULD NOT BE OPENED OR WRITTEN

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT              ORG-CONTACT-FILE
                   ASSIGN       TO  ORGCONTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OC-PHONE
                   ALTERNATE RECORD KEY IS OC-ORG-ID WITH DUPLICATES
                   FILE STATUS  IS  ORGCONT-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT              ORGANIZATION-FILE
                   ASSIGN       TO  ORGOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OG-ORG-ID
                   FILE STATUS  IS  ORG-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD ORG-CONTACT-FILE.
        01 ORG-CONTACT-RECORD.
        COPY "ADDRESS-ORG-CONTACT-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OC-==.

        FD ORGANIZATION-FILE.
        01 ORGANIZATION-RECORD.
        COPY "ADDRESS-ORGANIZATION-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OG-==.

        WORKING-STORAGE SECTION.
        01  ORGCONTOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-org-contact.idx".
        01  ORGOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-organization.idx".
        01  ORGCONT-STATUS             PIC X(02).
        01  ORG-STATUS                 PIC X(02).

        LINKAGE SECTION.
        01  LK-FUNCTION                PIC X(01).
        01  LK-PHONE                   PIC X(12).
        01  LK-ORG-ID                  PIC X(08).
        01  LK-JOB-TITLE               PIC X(30).
        01  LK-DEPARTMENT              PIC X(20).
        01  LK-ORG-NAME                PIC X(40).
        01  LK-CLERK-ID                PIC X(10).
        01  LK-RESULT                  PIC X(02).

       PROCEDURE DIVISION USING LK-FUNCTION, LK-PHONE, LK-ORG-ID,
                                LK-JOB-TITLE, LK-DEPARTMENT,
                                LK-ORG-NAME, LK-CLERK-ID, LK-RESULT.
        START-PRG.
            MOVE "00" TO LK-RESULT
            EVALUATE LK-FUNCTION
               WHEN 'A'
                  PERFORM FILE-CONTACT THRU FILE-CONTACT-EXIT
               WHEN 'C'
                  PERFORM READ-ORG-NAME THRU READ-ORG-NAME-EXIT
                  IF LK-ORG-NAME = SPACES
                     MOVE "NF" TO LK-RESULT
                  END-IF
               WHEN OTHER
                  PERFORM INQUIRE-CONTACT THRU INQUIRE-CONTACT-EXIT
            END-EVALUATE
            GOBACK.

        INQUIRE-CONTACT.
            MOVE SPACES TO LK-ORG-ID LK-JOB-TITLE LK-DEPARTMENT
                           LK-ORG-NAME
            MOVE "23" TO LK-RESULT
            OPEN INPUT ORG-CONTACT-FILE
            IF ORGCONT-STATUS NOT = '00'
               GO TO INQUIRE-CONTACT-EXIT
            END-IF
            MOVE LK-PHONE TO OC-PHONE
            READ ORG-CONTACT-FILE
              INVALID KEY
                 CLOSE ORG-CONTACT-FILE
                 GO TO INQUIRE-CONTACT-EXIT
            END-READ
            MOVE OC-ORG-ID     TO LK-ORG-ID
            MOVE OC-JOB-TITLE  TO LK-JOB-TITLE
            MOVE OC-DEPARTMENT TO LK-DEPARTMENT
            MOVE "00" TO LK-RESULT
            CLOSE ORG-CONTACT-FILE
            PERFORM READ-ORG-NAME THRU READ-ORG-NAME-EXIT.
        INQUIRE-CONTACT-EXIT.
            EXIT.

      *> AN ORGANIZATION SINCE REMOVED FROM THE FILE LEAVES THE NAME
      *> BLANK, AND THE MAILING JOBS ADDRESS THE PERSON AS BEFORE.
        READ-ORG-NAME.
            MOVE SPACES TO LK-ORG-NAME
            OPEN INPUT ORGANIZATION-FILE
            IF ORG-STATUS NOT = '00'
               GO TO READ-ORG-NAME-EXIT
            END-IF
            MOVE LK-ORG-ID TO OG-ORG-ID
            READ ORGANIZATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE OG-LEGAL-NAME TO LK-ORG-NAME
            END-READ
            CLOSE ORGANIZATION-FILE.
        READ-ORG-NAME-EXIT.
            EXIT.

      *> THE FILE IS CREATED ON THE FIRST CONTACT EVER FILED.
        FILE-CONTACT.
            MOVE SPACES TO LK-ORG-NAME
            IF LK-ORG-ID NOT = SPACES
               PERFORM READ-ORG-NAME THRU READ-ORG-NAME-EXIT
               IF LK-ORG-NAME = SPACES
                  MOVE "NF" TO LK-RESULT
                  GO TO FILE-CONTACT-EXIT
               END-IF
            END-IF
            OPEN I-O ORG-CONTACT-FILE
            IF ORGCONT-STATUS = '35'
               OPEN OUTPUT ORG-CONTACT-FILE
               CLOSE       ORG-CONTACT-FILE
               OPEN I-O    ORG-CONTACT-FILE
            END-IF
            IF ORGCONT-STATUS NOT = '00'
               MOVE "FE" TO LK-RESULT
               GO TO FILE-CONTACT-EXIT
            END-IF
            MOVE LK-PHONE TO OC-PHONE
            IF LK-ORG-ID = SPACES
               DELETE ORG-CONTACT-FILE RECORD
                 INVALID KEY
                    CONTINUE
               END-DELETE
               CLOSE ORG-CONTACT-FILE
               GO TO FILE-CONTACT-EXIT
            END-IF
            READ ORG-CONTACT-FILE
              INVALID KEY
                 MOVE SPACES TO ORG-CONTACT-RECORD
                 MOVE LK-PHONE TO OC-PHONE
            END-READ
            MOVE LK-ORG-ID     TO OC-ORG-ID
            MOVE LK-JOB-TITLE  TO OC-JOB-TITLE
            MOVE LK-DEPARTMENT TO OC-DEPARTMENT
            MOVE LK-CLERK-ID   TO OC-LINKED-BY
            ACCEPT OC-LINKED-DATE FROM DATE YYYYMMDD
            WRITE ORG-CONTACT-RECORD
              INVALID KEY
                 REWRITE ORG-CONTACT-RECORD
                   INVALID KEY
                      MOVE "FE" TO LK-RESULT
                 END-REWRITE
            END-WRITE
            CLOSE ORG-CONTACT-FILE.
        FILE-CONTACT-EXIT.
            EXIT.

       END PROGRAM ADDRESS-ORG-LINK.
