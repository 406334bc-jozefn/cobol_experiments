      *> STUB CAN PULL THE RECORD STRAIGHT UP INSTEAD OF GUESSING AT
      *> THE NAME SPELLING.
                   ALTERNATE RECORD KEY IS FD-NAME-CODE  WITH DUPLICATES
      *> ACCOUNT-ID IS KEYED FOR THE LEDGER SIDE -- POSTING, STATEMENTS
      *> AND DUNNING READ THE CONTACT FOR AN ACCOUNT STRAIGHT OFF IT.
      *> ZERO (NO BILLING ACCOUNT) AND SHARED ACCOUNTS BOTH DUPLICATE.
                   ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
                   FILE STATUS  IS  FILESTATUS
                   LOCK MODE    IS MANUAL WITH LOCK ON MULTIPLE RECORDS
                   ACCESS MODE  IS  DYNAMIC.
        01  WS-JRN-KEY                 PIC X(16).
        01  WS-JRN-BEFORE              PIC X(400).
        01  WS-JRN-AFTER               PIC X(400).
      *> EVERY STREET, CITY, STATE, ZIP OR COUNTRY CHANGE SAVED HERE
      *> CLOSES THE OLD ADDRESS AND OPENS THE NEW ONE IN THE DATED
      *> POSTAL HISTORY THROUGH ADDRESS-POSTAL-HISTORY.
        01  WS-POSTAL-FUNCTION         PIC X(01).
        01  WS-POSTAL-SOURCE           PIC X(01) VALUE 'S'.
        01  WS-POSTAL-AS-OF            PIC X(08) VALUE SPACES.
        01  WS-POSTAL-RESULT           PIC X(02).
        01  WS-CALLLOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
            88  CALLLOG-EOF            VALUE 'Y'.
        01  WS-CALLLOG-LAST-KEY        PIC X(16) VALUE LOW-VALUES.
        01  WS-ALERT-BANNER            PIC X(60).
        01  WS-ALERT-SEVERITY          PIC X(01).
        01  WS-ALERT-FOUND             PIC X(01).
      *> READ-ACCESS LOG FIELDS (SEE ADDRESS-ACCESS-LOG) -- EVERY
      *> CONTACT SHOWN AND EVERY F4 PICK-LIST SEARCH RUN IS LOGGED
      *> AGAINST THE SIGNED-ON CLERK.
        01  WS-ACCESS-PROGRAM          PIC X(30) VALUE "ADDRESS".
        01  WS-ACCESS-KEY-TYPE         PIC X(01).
        01  WS-ACCESS-KEY-VALUE        PIC X(30).
      *> "REFERRED BY" LINK FOR THE CONTACT ON SCREEN (SEE
      *> ADDRESS-REFERRAL-LINK).  THE ON-FILE COPY IS WHAT RETRIEVAL
      *> FOUND, SO A SAVE ONLY CHECKS AND RECORDS A NEW ENTRY.
        01  WS-REFERRED-BY             PIC X(12) VALUE SPACES.
        01  WS-REFERRED-BY-ON-FILE     PIC X(12) VALUE SPACES.
        01  WS-REFERRAL-FUNCTION       PIC X(01).
        01  WS-REFERRAL-RESULT         PIC X(02).
        01  WS-REFERRER-OK-SWITCH      PIC X(01) VALUE 'Y'.
            88  REFERRER-OK            VALUE 'Y'.
      *> THE BUSINESS CUSTOMER THE CONTACT WORKS FOR, WITH THEIR JOB
      *> TITLE AND DEPARTMENT THERE (SEE ADDRESS-ORG-LINK).  THE
      *> ON-FILE COPY IS WHAT RETRIEVAL FOUND, SO A SAVE ONLY
      *> REWRITES THE LINK WHEN ONE OF THE THREE CHANGED.
        01  WS-ORG-LINK.
            05  WS-ORG-ID              PIC X(08) VALUE SPACES.
            05  WS-JOB-TITLE           PIC X(30) VALUE SPACES.
            05  WS-DEPARTMENT          PIC X(20) VALUE SPACES.
        01  WS-ORG-LINK-ON-FILE        PIC X(58) VALUE SPACES.
        01  WS-ORG-NAME                PIC X(40).
        01  WS-ORG-FUNCTION            PIC X(01).
        01  WS-ORG-RESULT              PIC X(02).
        01  WS-ERROR                   PIC 9(01) VALUE 0.
            88 IN-ERROR                VALUE 1.
            88 NOT-IN-ERROR            VALUE 0.
           05  LINE 17 COL 45 VALUE "COUNTRY:".
           05  COUNTRY-VALUE                       LINE 17 COL 54
                PIC X(03) FROM FD-COUNTRY TO FD-COUNTRY.
           05  LINE 18 COL 10 VALUE "REFERRED BY PHONE:".
           05  REFERRED-BY-VALUE                   LINE 18 COL 30
                PIC X(12) FROM WS-REFERRED-BY TO WS-REFERRED-BY.
           05  LINE 19 COL 10 VALUE "ORGANIZATION ID:".
           05  ORG-ID-VALUE                        LINE 19 COL 30
                PIC X(08) FROM WS-ORG-ID TO WS-ORG-ID.
           05  LINE 19 COL 45 VALUE "DEPARTMENT:".
           05  DEPARTMENT-VALUE                    LINE 19 COL 57
                PIC X(20) FROM WS-DEPARTMENT TO WS-DEPARTMENT.
           05  LINE 20 COL 10 VALUE "JOB TITLE:".
           05  JOB-TITLE-VALUE                     LINE 20 COL 30
                PIC X(30) FROM WS-JOB-TITLE TO WS-JOB-TITLE.
           05 KEY-DSC-AREA0    LINE 21 COLUMN 01
              BACKGROUND-COLOR IS COB-COLOR-BLUE
              FOREGROUND-COLOR IS COB-COLOR-WHITE
            MOVE SPACES TO WS-SOUNDS-LIKE-NAME.
            MOVE SPACES TO WS-SEARCH-HOUSEHOLD-ID.
            MOVE SPACES TO WS-SEARCH-NAME-CODE.
            MOVE SPACES TO WS-REFERRED-BY.
            MOVE SPACES TO WS-REFERRED-BY-ON-FILE.
            MOVE SPACES TO WS-ORG-LINK.
            MOVE SPACES TO WS-ORG-LINK-ON-FILE.
            MOVE SPACES TO MSG-LINE.

        SCREEN-LOOP.
              DISPLAY RING-BELL
              GO TO WRITE-RECORD-EXIT
           END-IF
           IF WS-REFERRED-BY NOT = SPACES
              AND WS-REFERRED-BY NOT = WS-REFERRED-BY-ON-FILE
              PERFORM CHECK-REFERRER THRU CHECK-REFERRER-EXIT
              IF NOT REFERRER-OK
                 DISPLAY RING-BELL
                 GO TO WRITE-RECORD-EXIT
              END-IF
           END-IF
           IF WS-ORG-LINK NOT = WS-ORG-LINK-ON-FILE
              PERFORM CHECK-ORGANIZATION THRU CHECK-ORGANIZATION-EXIT
              IF WS-ORG-RESULT NOT = "00"
                 DISPLAY RING-BELL
                 GO TO WRITE-RECORD-EXIT
              END-IF
           END-IF
           MOVE ADDRESS-RECORD TO ADDRESS-STRUCTURE
           MOVE SPACES TO WS-OLD-NOTES
           READ ADDRESS-FILE WITH LOCK KEY IS FD-PHONE  *> LOCK RECORD BEFORE UPDATI
               MOVE FD-PHONE TO WS-JRN-KEY
               MOVE ADDRESS-RECORD TO WS-JRN-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM RECORD-POSTAL-HISTORY
               PERFORM RECORD-REFERRAL THRU RECORD-REFERRAL-EXIT
               PERFORM RECORD-ORG-LINK THRU RECORD-ORG-LINK-EXIT
            ELSE
               IF FILESTATUS = '22'
                  REWRITE ADDRESS-RECORD
                     MOVE FD-PHONE TO WS-JRN-KEY
                     MOVE ADDRESS-RECORD TO WS-JRN-AFTER
                     PERFORM WRITE-JOURNAL-ENTRY
                     PERFORM RECORD-POSTAL-HISTORY
                     IF WS-OLD-NOTES NOT = SPACES
                        AND WS-OLD-NOTES NOT = FD-NOTES
                        PERFORM APPEND-NOTES-HISTORY
                     END-IF
                     PERFORM RECORD-REFERRAL THRU RECORD-REFERRAL-EXIT
                     PERFORM RECORD-ORG-LINK THRU RECORD-ORG-LINK-EXIT
                  ELSE
                     STRING "CANNOT UPDATE RECORD."
                            " FILESTATUSUS = "
        WRITE-RECORD-EXIT.
            EXIT.

      *> A NEW "REFERRED BY" PHONE MUST BE ANOTHER CONTACT ON FILE.
      *> THE LOOK-UP READS THROUGH THE RECORD AREA, SO THE SCREEN'S
      *> VALUES ARE HELD IN ADDRESS-STRUCTURE AND PUT BACK.
        CHECK-REFERRER.
            MOVE 'Y' TO WS-REFERRER-OK-SWITCH
            IF WS-REFERRED-BY = FD-PHONE
               MOVE "A CONTACT CANNOT BE REFERRED BY ITSELF"
                 TO MSG-LINE
               MOVE 'N' TO WS-REFERRER-OK-SWITCH
               GO TO CHECK-REFERRER-EXIT
            END-IF
            MOVE ADDRESS-RECORD TO ADDRESS-STRUCTURE
            MOVE WS-REFERRED-BY TO FD-PHONE
            READ ADDRESS-FILE KEY IS FD-PHONE
              INVALID KEY
                 MOVE "REFERRED-BY PHONE IS NOT A CONTACT ON FILE"
                   TO MSG-LINE
                 MOVE 'N' TO WS-REFERRER-OK-SWITCH
            END-READ
            MOVE ADDRESS-STRUCTURE TO ADDRESS-RECORD.
        CHECK-REFERRER-EXIT.
            EXIT.

      *> THE CONTACT IS SAVED -- RECORD A NEW REFERRAL AS PENDING FOR
      *> THE NIGHTLY REFERRAL-CREDIT-JOB.
        RECORD-REFERRAL.
            IF WS-REFERRED-BY = SPACES
               OR WS-REFERRED-BY = WS-REFERRED-BY-ON-FILE
               GO TO RECORD-REFERRAL-EXIT
            END-IF
            MOVE 'A' TO WS-REFERRAL-FUNCTION
            CALL "ADDRESS-REFERRAL-LINK" USING WS-REFERRAL-FUNCTION,
                 FD-PHONE, WS-REFERRED-BY, WS-CURRENT-CLERK-ID,
                 WS-REFERRAL-RESULT
            EVALUATE WS-REFERRAL-RESULT
               WHEN "00"
                  MOVE WS-REFERRED-BY TO WS-REFERRED-BY-ON-FILE
               WHEN "DU"
                  MOVE "SAVED -- ALREADY REFERRED BY ANOTHER CONTACT, "
                    & "REFERRAL NOT CHANGED" TO MSG-LINE
                  DISPLAY RING-BELL
               WHEN OTHER
                  MOVE "SAVED -- BUT THE REFERRAL COULD NOT BE RECORDED"
                    TO MSG-LINE
                  DISPLAY RING-BELL
            END-EVALUATE.
        RECORD-REFERRAL-EXIT.
            EXIT.

      *> A TITLE OR DEPARTMENT NEEDS AN ORGANIZATION TO BELONG TO,
      *> AND A NEW ORGANIZATION ID MUST BE ON THE ORGANIZATION FILE
      *> (SET UP ON ADDRESS-ORG-MAINT).
        CHECK-ORGANIZATION.
            MOVE "00" TO WS-ORG-RESULT
            IF WS-ORG-ID = SPACES
               IF WS-JOB-TITLE NOT = SPACES
                  OR WS-DEPARTMENT NOT = SPACES
                  MOVE "A JOB TITLE OR DEPARTMENT NEEDS AN "
                    & "ORGANIZATION ID" TO MSG-LINE
                  MOVE "NF" TO WS-ORG-RESULT
               END-IF
               GO TO CHECK-ORGANIZATION-EXIT
            END-IF
            MOVE 'C' TO WS-ORG-FUNCTION
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION, FD-PHONE,
                 WS-ORG-ID, WS-JOB-TITLE, WS-DEPARTMENT, WS-ORG-NAME,
                 WS-CURRENT-CLERK-ID, WS-ORG-RESULT
            IF WS-ORG-RESULT NOT = "00"
               MOVE "ORGANIZATION ID IS NOT ON THE ORGANIZATION FILE"
                 TO MSG-LINE
            END-IF.
        CHECK-ORGANIZATION-EXIT.
            EXIT.

      *> THE CONTACT IS SAVED -- FILE IT UNDER ITS ORGANIZATION (OR
      *> TAKE IT OUT FROM UNDER ONE WHEN THE ID WAS BLANKED).
        RECORD-ORG-LINK.
            IF WS-ORG-LINK = WS-ORG-LINK-ON-FILE
               GO TO RECORD-ORG-LINK-EXIT
            END-IF
            MOVE 'A' TO WS-ORG-FUNCTION
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION, FD-PHONE,
                 WS-ORG-ID, WS-JOB-TITLE, WS-DEPARTMENT, WS-ORG-NAME,
                 WS-CURRENT-CLERK-ID, WS-ORG-RESULT
            IF WS-ORG-RESULT = "00"
               MOVE WS-ORG-LINK TO WS-ORG-LINK-ON-FILE
            ELSE
               MOVE "SAVED -- BUT THE ORGANIZATION LINK COULD NOT BE "
                 & "RECORDED" TO MSG-LINE
               DISPLAY RING-BELL
            END-IF.
        RECORD-ORG-LINK-EXIT.
            EXIT.

      *> RECORDS THIS CLERK AS THE ONE HOLDING FD-PHONE OPEN, SO A
      *> SECOND CLERK WHO HITS FILESTATUS 51 ON THE SAME RECORD CAN
      *> SEE WHO HAS IT AND SINCE WHEN INSTEAD OF JUST THE CODE.
                 WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE,
                 WS-JRN-AFTER.

      *> CLOSE THE OLD ADDRESS AND OPEN THE NEW ONE IN THE DATED
      *> POSTAL HISTORY.  CALLER HAS JUST JOURNALED THE ADD OR UPDATE,
      *> SO WS-JRN-BEFORE HOLDS THE RECORD AS IT WAS (SPACES FOR A NEW
      *> CONTACT) AND ADDRESS-RECORD AS IT IS NOW.  NOTHING IS WRITTEN
      *> WHEN THE POSTAL FIELDS DID NOT CHANGE.
        RECORD-POSTAL-HISTORY.
            MOVE 'C' TO WS-POSTAL-FUNCTION
            CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                 WS-POSTAL-SOURCE, WS-CURRENT-CLERK-ID,
                 WS-POSTAL-AS-OF, WS-JRN-BEFORE, ADDRESS-RECORD,
                 WS-POSTAL-RESULT
            IF WS-POSTAL-RESULT = "FE"
               MOVE "ADDRESS HISTORY NOT UPDATED -- SEE SUPERVISOR"
                 TO MSG-LINE
            END-IF.

      *> APPEND ONE LINE TO THE AUDIT LOG RECORDING WHICH KEY WAS
      *> TOUCHED, WHAT HAPPENED TO IT, AND WHEN.
        WRITE-AUDIT-RECORD.
      *> A ROW NUMBER OPENS THAT CONTACT ON MAIN-SCREEN THROUGH THE
      *> NORMAL READ-RECORD-BY-KEY PATH.
        SHOW-PICK-LIST.
            PERFORM LOG-PICK-SEARCH THRU LOG-PICK-SEARCH-EXIT
            PERFORM COLLECT-PICK-MATCHES
                    THRU COLLECT-PICK-MATCHES-EXIT
            IF WS-PICK-COUNT = 0
        SHOW-PICK-LIST-EXIT.
            EXIT.

      *> A PICK LIST SHOWS NAMES AND PHONES WITHOUT OPENING ANY ONE
      *> CONTACT, SO THE SEARCH ITSELF GOES ON THE ACCESS LOG -- THE
      *> MODE LETTER AND THE CRITERIA TYPED.  THE ROW THE CLERK THEN
      *> OPENS IS LOGGED BY NOTE-RECORD-ALERT LIKE ANY OTHER FIND.
        LOG-PICK-SEARCH.
            MOVE 'S' TO WS-ACCESS-KEY-TYPE
            MOVE SPACES TO WS-ACCESS-KEY-VALUE
            EVALUATE TRUE
               WHEN PICK-BY-NAME
                  STRING "N " FD-LAST-NAME
                         DELIMITED BY SIZE INTO WS-ACCESS-KEY-VALUE
                  END-STRING
               WHEN PICK-BY-CONTAINS
                  STRING "C " WS-NAME-CONTAINS
                         DELIMITED BY SIZE INTO WS-ACCESS-KEY-VALUE
                  END-STRING
               WHEN PICK-BY-SOUNDEX
                  STRING "S " WS-SOUNDS-LIKE-NAME
                         DELIMITED BY SIZE INTO WS-ACCESS-KEY-VALUE
                  END-STRING
               WHEN PICK-BY-HOUSEHOLD
                  STRING "H " WS-SEARCH-HOUSEHOLD-ID
                         DELIMITED BY SIZE INTO WS-ACCESS-KEY-VALUE
                  END-STRING
               WHEN OTHER
                  STRING "L " WS-SEARCH-STATE " " WS-SEARCH-ZIP " "
                         WS-SEARCH-CITY
                         DELIMITED BY SIZE INTO WS-ACCESS-KEY-VALUE
                  END-STRING
            END-EVALUATE
            CALL "ADDRESS-ACCESS-LOG" USING WS-CURRENT-CLERK-ID,
                 WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
                 WS-ACCESS-KEY-VALUE.
        LOG-PICK-SEARCH-EXIT.
            EXIT.

        OPEN-PICKED-RECORD.
            IF WS-PICK-CHOICE NOT NUMERIC
               MOVE "ROW NUMBER MUST BE NUMERIC" TO MSG-LINE

      *> F13 -- MOVE THE CONTACT ON SCREEN TO A NEW PHONE NUMBER,
      *> CARRYING EVERY LINKED ENTRY (ALTERNATE PHONES, NOTES
      *> HISTORY, CALL LOG, PENDING PURGE REQUEST, ORGANIZATION LINK,
      *> POSTAL ADDRESS HISTORY, LOCK ENTRY) TO THE NEW KEY UNDER ONE
      *> AUDIT ENTRY.  REFUSED IF THE NEW NUMBER IS ALREADY ON FILE.
        CHANGE-PHONE-NUMBER.
            IF CLERK-INQUIRY-ONLY
               MOVE "INQUIRY-ONLY SIGN-ON -- CHANGES NOT SAVED"
            PERFORM REKEY-HISTORY THRU REKEY-HISTORY-EXIT
            PERFORM REKEY-CALL-LOG THRU REKEY-CALL-LOG-EXIT
            PERFORM REKEY-PURGE-REQUEST THRU REKEY-PURGE-REQUEST-EXIT
            PERFORM REKEY-ORG-LINK THRU REKEY-ORG-LINK-EXIT
            MOVE 'K' TO WS-POSTAL-FUNCTION
            CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                 WS-POSTAL-SOURCE, WS-CURRENT-CLERK-ID,
                 WS-POSTAL-AS-OF, ADDRESS-STRUCTURE, ADDRESS-RECORD,
                 WS-POSTAL-RESULT
            MOVE WS-REKEY-OLD-PHONE TO LK-PHONE
            DELETE LOCK-FILE RECORD
              INVALID KEY
        CHANGE-PHONE-NUMBER-EXIT.
            EXIT.

      *> THE ORGANIZATION LINK IS FILED UNDER THE NEW NUMBER AND
      *> TAKEN OFF THE OLD ONE (A BLANK ID REMOVES A LINK).
        REKEY-ORG-LINK.
            IF WS-ORG-LINK-ON-FILE = SPACES
               GO TO REKEY-ORG-LINK-EXIT
            END-IF
            MOVE WS-ORG-LINK-ON-FILE TO WS-ORG-LINK
            MOVE 'A' TO WS-ORG-FUNCTION
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION,
                 WS-NEW-PHONE, WS-ORG-ID, WS-JOB-TITLE, WS-DEPARTMENT,
                 WS-ORG-NAME, WS-CURRENT-CLERK-ID, WS-ORG-RESULT
            MOVE SPACES TO WS-ORG-LINK
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION,
                 WS-REKEY-OLD-PHONE, WS-ORG-ID, WS-JOB-TITLE,
                 WS-DEPARTMENT, WS-ORG-NAME, WS-CURRENT-CLERK-ID,
                 WS-ORG-RESULT
            MOVE WS-ORG-LINK-ON-FILE TO WS-ORG-LINK.
        REKEY-ORG-LINK-EXIT.
            EXIT.

      *> ALTERNATE PHONES ARE LINKED BY THE NON-KEY PH-OWNPHONE, SO A
      *> REWRITE IN PLACE MOVES EACH ONE.
        REKEY-ALT-PHONES.
      *> STANDING ALERT BANNER WHEN ONE IS ON FILE.
        NOTE-RECORD-ALERT.
            MOVE "RECORD RETRIEVED" TO MSG-LINE
            MOVE 'I' TO WS-REFERRAL-FUNCTION
            CALL "ADDRESS-REFERRAL-LINK" USING WS-REFERRAL-FUNCTION,
                 FD-PHONE, WS-REFERRED-BY, WS-CURRENT-CLERK-ID,
                 WS-REFERRAL-RESULT
            MOVE WS-REFERRED-BY TO WS-REFERRED-BY-ON-FILE
            MOVE 'I' TO WS-ORG-FUNCTION
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION, FD-PHONE,
                 WS-ORG-ID, WS-JOB-TITLE, WS-DEPARTMENT, WS-ORG-NAME,
                 WS-CURRENT-CLERK-ID, WS-ORG-RESULT
            MOVE WS-ORG-LINK TO WS-ORG-LINK-ON-FILE
            MOVE 'P' TO WS-ACCESS-KEY-TYPE
            MOVE FD-PHONE TO WS-ACCESS-KEY-VALUE
            CALL "ADDRESS-ACCESS-LOG" USING WS-CURRENT-CLERK-ID,
                 WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
                 WS-ACCESS-KEY-VALUE
            MOVE 'P' TO WS-ALERT-KEY-TYPE
            MOVE FD-PHONE TO WS-ALERT-KEY-VALUE
            CALL "ACCOUNT-ALERT-CHECK" USING WS-ALERT-KEY-TYPE,
