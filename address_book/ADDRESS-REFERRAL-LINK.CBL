       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-REFERRAL-LINK.

      *> CALLED SUBPROGRAM (THE SAME SHAPE AS ADDRESS-CONSENT-CHECK)
      *> THAT OWNS THE "REFERRED BY" LINKS, SO THE ADDRESS SCREEN AND
      *> CUSTOMER-ONBOARDING RECORD A REFERRAL THE SAME WAY:
      *>
      *>     CALL "ADDRESS-REFERRAL-LINK" USING FUNCTION,
      *>          REFERRED-PHONE, REFERRER-PHONE, CLERK-ID, RESULT
      *>
      *> FUNCTION 'I' LOOKS THE CONTACT'S LINK UP AND HANDS BACK THE
      *> REFERRER'S PHONE (SPACES WHEN THERE IS NONE).  FUNCTION 'A'
      *> RECORDS THE LINK AS PENDING.  THE CALLER HAS ALREADY CHECKED
      *> THE REFERRER IS ON THE ADDRESS FILE -- IT HAS THAT FILE
      *> OPEN.  RESULT COMES BACK:
      *>     00  DONE (OR, ON 'A', THE SAME LINK WAS ALREADY ON FILE)
      *>     23  'I' FOUND NO LINK
      *>     SR  A CONTACT CANNOT REFER ITSELF
      *>     DU  THE CONTACT IS ALREADY LINKED TO A DIFFERENT REFERRER
      *>     FE  THE REFERRAL FILE COULD NOT BE OPENED OR WRITTEN

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT              REFERRAL-FILE
                   ASSIGN       TO  REFERRALOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS RF-REFERRED-PHONE
                   FILE STATUS  IS  REFERRAL-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD REFERRAL-FILE.
        01 REFERRAL-RECORD.
        COPY "ADDRESS-REFERRAL-RECORD.CPY"
             REPLACING ==(TAG)== BY ==RF-==.

        WORKING-STORAGE SECTION.
        01  REFERRALOUT                PIC X(50)
            VALUE "/mnt/c/cobfiles\address-referral.idx".
        01  REFERRAL-STATUS            PIC X(02).

        LINKAGE SECTION.
        01  LK-FUNCTION                PIC X(01).
        01  LK-REFERRED-PHONE          PIC X(12).
        01  LK-REFERRER-PHONE          PIC X(12).
        01  LK-CLERK-ID                PIC X(10).
        01  LK-RESULT                  PIC X(02).

       PROCEDURE DIVISION USING LK-FUNCTION, LK-REFERRED-PHONE,
                                LK-REFERRER-PHONE, LK-CLERK-ID,
                                LK-RESULT.
        START-PRG.
            MOVE "00" TO LK-RESULT
            IF LK-FUNCTION = 'A'
               PERFORM ADD-REFERRAL THRU ADD-REFERRAL-EXIT
            ELSE
               PERFORM INQUIRE-REFERRAL THRU INQUIRE-REFERRAL-EXIT
            END-IF
            GOBACK.

        INQUIRE-REFERRAL.
            MOVE SPACES TO LK-REFERRER-PHONE
            MOVE "23" TO LK-RESULT
            OPEN INPUT REFERRAL-FILE
            IF REFERRAL-STATUS NOT = '00'
               GO TO INQUIRE-REFERRAL-EXIT
            END-IF
            MOVE LK-REFERRED-PHONE TO RF-REFERRED-PHONE
            READ REFERRAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RF-REFERRER-PHONE TO LK-REFERRER-PHONE
                 MOVE "00" TO LK-RESULT
            END-READ
            CLOSE REFERRAL-FILE.
        INQUIRE-REFERRAL-EXIT.
            EXIT.

      *> THE FILE IS CREATED ON THE FIRST REFERRAL EVER RECORDED.
        ADD-REFERRAL.
            IF LK-REFERRER-PHONE = LK-REFERRED-PHONE
               MOVE "SR" TO LK-RESULT
               GO TO ADD-REFERRAL-EXIT
            END-IF
            OPEN I-O REFERRAL-FILE
            IF REFERRAL-STATUS = '35'
               OPEN OUTPUT REFERRAL-FILE
               CLOSE       REFERRAL-FILE
               OPEN I-O    REFERRAL-FILE
            END-IF
            IF REFERRAL-STATUS NOT = '00'
               MOVE "FE" TO LK-RESULT
               GO TO ADD-REFERRAL-EXIT
            END-IF
            MOVE LK-REFERRED-PHONE TO RF-REFERRED-PHONE
            READ REFERRAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RF-REFERRER-PHONE NOT = LK-REFERRER-PHONE
                    MOVE "DU" TO LK-RESULT
                 END-IF
                 CLOSE REFERRAL-FILE
                 GO TO ADD-REFERRAL-EXIT
            END-READ
            MOVE SPACES TO REFERRAL-RECORD
            MOVE LK-REFERRED-PHONE TO RF-REFERRED-PHONE
            MOVE LK-REFERRER-PHONE TO RF-REFERRER-PHONE
            ACCEPT RF-REFERRED-DATE FROM DATE YYYYMMDD
            MOVE LK-CLERK-ID       TO RF-CAPTURED-BY
            SET RF-REFERRAL-PENDING TO TRUE
            MOVE ZERO TO RF-PAYMENT-UID RF-PAYMENT-DATE
                         RF-REFERRER-ACCOUNT RF-CREDIT-AMOUNT
                         RF-CREDIT-DATE
            WRITE REFERRAL-RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
            END-WRITE
            CLOSE REFERRAL-FILE.
        ADD-REFERRAL-EXIT.
            EXIT.

       END PROGRAM ADDRESS-REFERRAL-LINK.
