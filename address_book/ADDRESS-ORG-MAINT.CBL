       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-ORG-MAINT.

      *> MAINTENANCE SCREEN FOR THE ORGANIZATION FILE -- THE
      *> BUSINESS CUSTOMERS OUR CONTACTS WORK FOR -- IN THE SAME
      *> SCREEN SHAPE ADDRESS-QUOTA-MAINT USES.  ANY ACTIVE CLERK
      *> SIGNS ON.  THE CLERK KEYS AN ORGANIZATION ID, RETRIEVES OR
      *> ADDS THE ENTRY, AND SETS THE LEGAL NAME, TRADING NAME AND
      *> MAIN ADDRESS.  CONTACTS ARE FILED UNDER AN ORGANIZATION
      *> FROM THE ADDRESS.CBL SCREEN.  F9 DELETES AN ORGANIZATION,
      *> BUT ONLY ONCE NO CONTACT IS STILL FILED UNDER IT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     ORGANIZATION-FILE
                   ASSIGN       TO  ORGOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OG-ORG-ID
                   FILE STATUS  IS  ORG-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     ORG-CONTACT-FILE
                   ASSIGN       TO  ORGCONTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OC-PHONE
                   ALTERNATE RECORD KEY IS OC-ORG-ID WITH DUPLICATES
                   FILE STATUS  IS  ORGCONT-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD ORGANIZATION-FILE.
        01 ORGANIZATION-RECORD.
        COPY "ADDRESS-ORGANIZATION-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OG-==.

        FD ORG-CONTACT-FILE.
        01 ORG-CONTACT-RECORD.
        COPY "ADDRESS-ORG-CONTACT-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OC-==.

        WORKING-STORAGE SECTION.
        COPY screenio.

        01  ORGOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-organization.idx".
        01  ORGCONTOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-org-contact.idx".
        01  ORG-STATUS                 PIC X(02).
        01  ORGCONT-STATUS             PIC X(02).
        01  MSG-LINE                   PIC X(77).
        01  EXIT-KEY                   PIC X(77)
            VALUE "ENTER = SAVE  F1 = EXIT  F4 = LOOKUP  F8 = NEXT  "
            & "F9 = DELETE".

        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CHECK-RESULT            PIC X(01).
        01  WS-TODAY                   PIC X(08).
        01  WS-CONTACTS-FOUND          PIC X(01).
            88  CONTACTS-ON-FILE       VALUE 'Y'.

        SCREEN SECTION.
        01 CLEAR-SCREEN BLANK SCREEN
           BACKGROUND-COLOR IS COB-COLOR-WHITE
           FOREGROUND-COLOR IS COB-COLOR-BLACK.

        01 MAINT-SCREEN BACKGROUND-COLOR IS COB-COLOR-WHITE
                       FOREGROUND-COLOR IS COB-COLOR-BLACK.
           05  LINE 2 COL 20 VALUE "ORGANIZATION MAINTENANCE".
           05  LINE 5 COL 10 VALUE "ORGANIZATION ID:".
           05  ORG-ID-AREA                         LINE 5 COL 30
                PIC X(08) FROM OG-ORG-ID TO OG-ORG-ID AUTO.
           05  LINE 7 COL 10 VALUE "LEGAL NAME:".
           05  ORG-LEGAL-AREA                      LINE 7 COL 30
                PIC X(40) FROM OG-LEGAL-NAME TO OG-LEGAL-NAME.
           05  LINE 8 COL 10 VALUE "TRADING NAME:".
           05  ORG-TRADING-AREA                    LINE 8 COL 30
                PIC X(40) FROM OG-TRADING-NAME TO OG-TRADING-NAME.
           05  LINE 10 COL 10 VALUE "MAIN ADDRESS:".
           05  ORG-STREET-AREA                     LINE 10 COL 30
                PIC X(40) FROM OG-STREET-NAME TO OG-STREET-NAME.
           05  LINE 11 COL 10 VALUE "CITY:".
           05  ORG-CITY-AREA                       LINE 11 COL 30
                PIC X(40) FROM OG-CITY TO OG-CITY.
           05  LINE 12 COL 10 VALUE "STATE:".
           05  ORG-STATE-AREA                      LINE 12 COL 30
                PIC X(02) FROM OG-STATE TO OG-STATE.
           05  LINE 12 COL 40 VALUE "ZIP:".
           05  ORG-ZIP-AREA                        LINE 12 COL 45
                PIC X(10) FROM OG-ZIP TO OG-ZIP.
           05  LINE 13 COL 10 VALUE "COUNTRY:".
           05  ORG-COUNTRY-AREA                    LINE 13 COL 30
                PIC X(03) FROM OG-COUNTRY TO OG-COUNTRY.
           05  LINE 14 COL 10 VALUE "MAIN PHONE:".
           05  ORG-PHONE-AREA                      LINE 14 COL 30
                PIC X(12) FROM OG-MAIN-PHONE TO OG-MAIN-PHONE.
           05  LINE 16 COL 10 VALUE "LAST UPDATED BY:".
           05  LINE 16 COL 30 PIC X(10) FROM OG-UPDATED-BY.
           05  LINE 17 COL 10 VALUE "LAST UPDATED ON:".
           05  LINE 17 COL 30 PIC X(08) FROM OG-UPDATED-DATE.
           05 KEY-DSC-AREA    LINE 22 COLUMN 01
              BACKGROUND-COLOR IS COB-COLOR-BLUE
              FOREGROUND-COLOR IS COB-COLOR-WHITE
              PIC X(77) FROM EXIT-KEY.
           05 MSG-LINEX       LINE 24 COLUMN 01
              FOREGROUND-COLOR IS COB-COLOR-RED
              PIC X(77) FROM MSG-LINE.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            DISPLAY "ENTER YOUR CLERK ID:"
            ACCEPT WS-CLERK-ID
            IF WS-CLERK-ID = SPACES
               DISPLAY "A CLERK ID IS REQUIRED"
               STOP RUN
            END-IF
            CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT
            EVALUATE WS-CHECK-RESULT
               WHEN 'Y'
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN 'M'
                  DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
                          "CLERK NOT VERIFIED"
               WHEN OTHER
                  DISPLAY "NOT AN ACTIVE CLERK"
                  STOP RUN
            END-EVALUATE
            OPEN I-O ORGANIZATION-FILE
            IF ORG-STATUS NOT = '00' AND ORG-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN ORGANIZATION FILE, STATUS '
                       ORG-STATUS
               STOP RUN
            END-IF
            OPEN INPUT ORG-CONTACT-FILE
            IF ORGCONT-STATUS NOT = '00' AND ORGCONT-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN ORGANIZATION CONTACT FILE, STATUS '
                       ORGCONT-STATUS
               CLOSE ORGANIZATION-FILE
               STOP RUN
            END-IF
            MOVE SPACES TO MSG-LINE
            MOVE SPACES TO ORGANIZATION-RECORD
            PERFORM SCREEN-LOOP THRU SCREEN-LOOP-EXIT
            CLOSE ORGANIZATION-FILE
            CLOSE ORG-CONTACT-FILE
            STOP RUN.

        SCREEN-LOOP.
            DISPLAY CLEAR-SCREEN
            DISPLAY MAINT-SCREEN
            ACCEPT  MAINT-SCREEN
            EVALUATE TRUE
               WHEN COB-CRT-STATUS = COB-SCR-F1
                  GO TO SCREEN-LOOP-EXIT
               WHEN COB-CRT-STATUS = COB-SCR-F4
                  READ ORGANIZATION-FILE KEY IS OG-ORG-ID
                    INVALID KEY
                       MOVE "ORGANIZATION NOT ON FILE" TO MSG-LINE
                    NOT INVALID KEY
                       MOVE "ORGANIZATION RETRIEVED"   TO MSG-LINE
                  END-READ
               WHEN COB-CRT-STATUS = COB-SCR-F8
                  START ORGANIZATION-FILE KEY > OG-ORG-ID
                    INVALID KEY
                       MOVE "END OF FILE" TO MSG-LINE
                    NOT INVALID KEY
                       READ ORGANIZATION-FILE NEXT
                         AT END
                            MOVE "END OF FILE" TO MSG-LINE
                         NOT AT END
                            MOVE "ORGANIZATION RETRIEVED"
                              TO MSG-LINE
                       END-READ
                  END-START
               WHEN COB-CRT-STATUS = COB-SCR-F9
                  PERFORM DELETE-ORG THRU DELETE-ORG-EXIT
               WHEN COB-CRT-STATUS = COB-SCR-OK
                  PERFORM SAVE-ORG THRU SAVE-ORG-EXIT
               WHEN OTHER
                  MOVE "INVALID KEY PRESSED" TO MSG-LINE
            END-EVALUATE
            GO TO SCREEN-LOOP.
        SCREEN-LOOP-EXIT.
            EXIT.

        SAVE-ORG.
            IF OG-ORG-ID = SPACES
               MOVE "ORGANIZATION ID REQUIRED" TO MSG-LINE
               GO TO SAVE-ORG-EXIT
            END-IF
            IF OG-LEGAL-NAME = SPACES
               MOVE "LEGAL NAME REQUIRED" TO MSG-LINE
               GO TO SAVE-ORG-EXIT
            END-IF
            MOVE WS-CLERK-ID TO OG-UPDATED-BY
            MOVE WS-TODAY    TO OG-UPDATED-DATE
            WRITE ORGANIZATION-RECORD
              INVALID KEY
                 REWRITE ORGANIZATION-RECORD
                   INVALID KEY
                      MOVE "CANNOT SAVE ORGANIZATION" TO MSG-LINE
                      GO TO SAVE-ORG-EXIT
                 END-REWRITE
                 MOVE "ORGANIZATION UPDATED" TO MSG-LINE
                 GO TO SAVE-ORG-EXIT
            END-WRITE
            MOVE "ORGANIZATION ADDED" TO MSG-LINE.
        SAVE-ORG-EXIT.
            EXIT.

      *> AN ORGANIZATION WITH CONTACTS STILL FILED UNDER IT STAYS --
      *> THE CONTACTS ARE MOVED OR UNLINKED ON ADDRESS.CBL FIRST.
        DELETE-ORG.
            PERFORM CHECK-CONTACTS THRU CHECK-CONTACTS-EXIT
            IF CONTACTS-ON-FILE
               MOVE "CONTACTS ARE STILL FILED UNDER THIS ORGANIZATION"
                 TO MSG-LINE
               GO TO DELETE-ORG-EXIT
            END-IF
            DELETE ORGANIZATION-FILE RECORD
              INVALID KEY
                 MOVE "ORGANIZATION NOT ON FILE" TO MSG-LINE
              NOT INVALID KEY
                 MOVE "ORGANIZATION DELETED"     TO MSG-LINE
            END-DELETE.
        DELETE-ORG-EXIT.
            EXIT.

        CHECK-CONTACTS.
            MOVE 'N' TO WS-CONTACTS-FOUND
            MOVE OG-ORG-ID TO OC-ORG-ID
            READ ORG-CONTACT-FILE KEY IS OC-ORG-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CONTACTS-ON-FILE TO TRUE
            END-READ.
        CHECK-CONTACTS-EXIT.
            EXIT.

       END PROGRAM ADDRESS-ORG-MAINT.
