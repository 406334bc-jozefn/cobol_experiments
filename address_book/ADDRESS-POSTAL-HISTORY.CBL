       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-POSTAL-HISTORY.

      *> CALLED SUBPROGRAM (THE SAME SHAPE AS ADDRESS-REFERRAL-LINK)
      *> THAT OWNS THE DATED POSTAL ADDRESS HISTORY, SO EVERY PROGRAM
      *> THAT CHANGES A CONTACT'S ADDRESS CLOSES THE OLD ONE AND OPENS
      *> THE NEW ONE THE SAME WAY, AND EVERY PROGRAM THAT PRINTS AN
      *> OLD DOCUMENT CAN ASK WHAT THE ADDRESS WAS ON ITS DATE:
      *>
      *>     CALL "ADDRESS-POSTAL-HISTORY" USING FUNCTION, SOURCE,
      *>          CLERK-ID, AS-OF-DATE, BEFORE-IMAGE, AFTER-IMAGE,
      *>          RESULT
      *>
      *> THE IMAGES ARE CONTACT RECORDS IN THE ADDRESS-RECORD.CPY
      *> LAYOUT -- THE SAME BEFORE AND AFTER IMAGES THE CALLER HANDS
      *> ADDRESS-JOURNAL-WRITE.
      *>
      *> FUNCTION 'C' RECORDS A CHANGE.  WHEN THE STREET, CITY, STATE,
      *> ZIP AND COUNTRY ARE ALL UNCHANGED NOTHING IS WRITTEN.  A
      *> BLANK BEFORE IMAGE IS A NEW CONTACT -- ITS FIRST ENTRY IS
      *> OPENED.  OTHERWISE THE OPEN ENTRY IS CLOSED WITH TODAY AS
      *> ITS END DATE AND THE NEW ADDRESS OPENED WITH TODAY AS ITS
      *> START DATE.  A CONTACT ADDED BEFORE THE HISTORY WAS KEPT HAS
      *> NO OPEN ENTRY, SO ITS OLD ADDRESS IS FIRST WRITTEN AS AN
      *> OPENING ENTRY RUNNING FROM THE DATE THE CONTACT WAS ADDED.
      *> FUNCTION 'L' LOOKS UP THE ADDRESS IN EFFECT ON AS-OF-DATE AND
      *> MOVES IT INTO THE AFTER IMAGE'S ADDRESS FIELDS (A DATE BEFORE
      *> THE FIRST ENTRY GETS THE EARLIEST ADDRESS WE KNOW).
      *> FUNCTION 'K' MOVES EVERY ENTRY FROM THE BEFORE IMAGE'S PHONE
      *> TO THE AFTER IMAGE'S PHONE WHEN A CONTACT IS RE-KEYED.
      *> FUNCTION 'D' REMOVES EVERY ENTRY FOR THE BEFORE IMAGE'S
      *> PHONE WHEN A CONTACT IS PURGED OR FORGOTTEN.
      *> SOURCE IS ONE OF THE (TAG)CHANGE-SOURCE CODES; CLERK-ID AND
      *> SOURCE ARE ONLY USED BY 'C', AS-OF-DATE ONLY BY 'L'.
      *> RESULT COMES BACK:
      *>     00  DONE
      *>     NC  'C' FOUND NO CHANGE TO THE POSTAL FIELDS
      *>     23  'L' FOUND NO HISTORY -- THE CALLER KEEPS THE CURRENT
      *>         ADDRESS, WHICH HAS NEVER CHANGED
      *>     FE  THE HISTORY FILE COULD NOT BE OPENED OR WRITTEN
      *>
      *> THE FILE LIVES IN THE DATA DIRECTORY THE CALLER IS WORKING
      *> AGAINST, TAKEN FROM "DB_HOME" THE WAY ADDRESS-JOURNAL-WRITE
      *> DOES, SO A PRACTICE SESSION'S CHANGES NEVER REACH THE
      *> PRODUCTION HISTORY.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT              POSTAL-HISTORY-FILE
                   ASSIGN       TO  POSTALHISTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS PA-ENTRY-ID
                   FILE STATUS  IS  POSTAL-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD POSTAL-HISTORY-FILE.
        01 POSTAL-HISTORY-RECORD.
        COPY "ADDRESS-POSTAL-HISTORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==PA-==.

        WORKING-STORAGE SECTION.
        01  POSTALHISTOUT              PIC X(60).
        01  POSTAL-STATUS              PIC X(02).
        01  POSTAL-DIRECTORY           PIC X(30).
        01  WS-TODAY-8                 PIC X(08).

      *> WORKING COPIES OF THE CALLER'S IMAGES.
        01  WS-BEFORE-CONTACT.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==WB-==.
        01  WS-AFTER-CONTACT.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==WA-==.

        01  WS-SCAN-PHONE              PIC X(12).
        01  WS-SCAN-EOF-SWITCH         PIC X(01) VALUE 'N'.
            88  SCAN-EOF               VALUE 'Y'.
        01  WS-LAST-SEQ                PIC 9(04) VALUE 0.
        01  WS-OPEN-ENTRY-ID           PIC X(16).
        01  WS-FOUND-SWITCH            PIC X(01) VALUE 'N'.
            88  ENTRY-FOUND            VALUE 'Y'.
        01  WS-CHOSEN-ENTRY.
            05  WS-CH-STREET-NAME      PIC X(40).
            05  WS-CH-CITY             PIC X(40).
            05  WS-CH-STATE            PIC X(02).
            05  WS-CH-ZIP              PIC X(10).
            05  WS-CH-COUNTRY          PIC X(03).
        01  WS-SAVED-ENTRY             PIC X(166).

        LINKAGE SECTION.
        01  LK-FUNCTION                PIC X(01).
        01  LK-SOURCE                  PIC X(01).
        01  LK-CLERK-ID                PIC X(10).
        01  LK-AS-OF-DATE              PIC X(08).
        01  LK-BEFORE-IMAGE            PIC X(400).
        01  LK-AFTER-IMAGE             PIC X(400).
        01  LK-RESULT                  PIC X(02).

       PROCEDURE DIVISION USING LK-FUNCTION, LK-SOURCE, LK-CLERK-ID,
                                LK-AS-OF-DATE, LK-BEFORE-IMAGE,
                                LK-AFTER-IMAGE, LK-RESULT.
        START-PRG.
            MOVE "00" TO LK-RESULT
            ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
            ACCEPT POSTAL-DIRECTORY FROM ENVIRONMENT "DB_HOME"
            IF POSTAL-DIRECTORY = SPACES
               MOVE "/mnt/c/cobfiles" TO POSTAL-DIRECTORY
            END-IF
            MOVE SPACES TO POSTALHISTOUT
            STRING POSTAL-DIRECTORY DELIMITED BY SPACE
                   "\address-postal-history.idx"
                                    DELIMITED BY SIZE
                   INTO POSTALHISTOUT
            END-STRING
            MOVE LK-BEFORE-IMAGE TO WS-BEFORE-CONTACT
            MOVE LK-AFTER-IMAGE  TO WS-AFTER-CONTACT
            EVALUATE LK-FUNCTION
               WHEN 'C'
                  PERFORM RECORD-CHANGE THRU RECORD-CHANGE-EXIT
               WHEN 'L'
                  PERFORM LOOKUP-ADDRESS THRU LOOKUP-ADDRESS-EXIT
               WHEN 'K'
                  PERFORM REKEY-ENTRIES THRU REKEY-ENTRIES-EXIT
               WHEN 'D'
                  PERFORM DELETE-ENTRIES THRU DELETE-ENTRIES-EXIT
            END-EVALUATE
            GOBACK.

      *> THE FILE IS CREATED ON THE FIRST ADDRESS CHANGE EVER
      *> RECORDED.
        RECORD-CHANGE.
            IF WS-BEFORE-CONTACT NOT = SPACES
               AND WB-STREET-NAME = WA-STREET-NAME
               AND WB-CITY        = WA-CITY
               AND WB-STATE       = WA-STATE
               AND WB-ZIP         = WA-ZIP
               AND WB-COUNTRY     = WA-COUNTRY
               MOVE "NC" TO LK-RESULT
               GO TO RECORD-CHANGE-EXIT
            END-IF
            OPEN I-O POSTAL-HISTORY-FILE
            IF POSTAL-STATUS = '35'
               OPEN OUTPUT POSTAL-HISTORY-FILE
               CLOSE       POSTAL-HISTORY-FILE
               OPEN I-O    POSTAL-HISTORY-FILE
            END-IF
            IF POSTAL-STATUS NOT = '00'
               MOVE "FE" TO LK-RESULT
               GO TO RECORD-CHANGE-EXIT
            END-IF
            MOVE WA-PHONE TO WS-SCAN-PHONE
            PERFORM FIND-LAST-ENTRY THRU FIND-LAST-ENTRY-EXIT
            IF WS-LAST-SEQ = 0
               IF WS-BEFORE-CONTACT NOT = SPACES
                  PERFORM WRITE-OPENING-ENTRY
                          THRU WRITE-OPENING-ENTRY-EXIT
               END-IF
            ELSE
               PERFORM CLOSE-OPEN-ENTRY THRU CLOSE-OPEN-ENTRY-EXIT
            END-IF
            MOVE SPACES TO POSTAL-HISTORY-RECORD
            MOVE WA-PHONE       TO PA-OWNPHONE
            ADD 1 TO WS-LAST-SEQ
            MOVE WS-LAST-SEQ    TO PA-ENTRY-SEQ
            MOVE WS-TODAY-8     TO PA-START-DATE
            MOVE WA-STREET-NAME TO PA-STREET-NAME
            MOVE WA-CITY        TO PA-CITY
            MOVE WA-STATE       TO PA-STATE
            MOVE WA-ZIP         TO PA-ZIP
            MOVE WA-COUNTRY     TO PA-COUNTRY
            MOVE LK-SOURCE      TO PA-CHANGE-SOURCE
            MOVE LK-CLERK-ID    TO PA-CHANGED-BY
            MOVE WS-TODAY-8     TO PA-CHANGED-DATE
            WRITE POSTAL-HISTORY-RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
            END-WRITE
            CLOSE POSTAL-HISTORY-FILE.
        RECORD-CHANGE-EXIT.
            EXIT.

      *> LEAVES THE HIGHEST SEQUENCE ON FILE FOR WS-SCAN-PHONE IN
      *> WS-LAST-SEQ (ZERO WHEN THERE IS NONE) AND THE KEY OF ITS
      *> STILL-OPEN ENTRY, IF ANY, IN WS-OPEN-ENTRY-ID.
        FIND-LAST-ENTRY.
            MOVE 0 TO WS-LAST-SEQ
            MOVE SPACES TO WS-OPEN-ENTRY-ID
            MOVE 'N' TO WS-SCAN-EOF-SWITCH
            MOVE WS-SCAN-PHONE TO PA-OWNPHONE
            MOVE 0 TO PA-ENTRY-SEQ
            START POSTAL-HISTORY-FILE KEY >= PA-ENTRY-ID
              INVALID KEY
                 SET SCAN-EOF TO TRUE
            END-START
            PERFORM FIND-ONE-ENTRY THRU FIND-ONE-ENTRY-EXIT
               UNTIL SCAN-EOF.
        FIND-LAST-ENTRY-EXIT.
            EXIT.

        FIND-ONE-ENTRY.
            READ POSTAL-HISTORY-FILE NEXT
              AT END
                 SET SCAN-EOF TO TRUE
                 GO TO FIND-ONE-ENTRY-EXIT
            END-READ
            IF PA-OWNPHONE NOT = WS-SCAN-PHONE
               SET SCAN-EOF TO TRUE
               GO TO FIND-ONE-ENTRY-EXIT
            END-IF
            MOVE PA-ENTRY-SEQ TO WS-LAST-SEQ
            IF PA-END-DATE = SPACES
               MOVE PA-ENTRY-ID TO WS-OPEN-ENTRY-ID
            END-IF.
        FIND-ONE-ENTRY-EXIT.
            EXIT.

      *> THE ADDRESS THE CONTACT HAD BEFORE ITS FIRST RECORDED CHANGE
      *> RAN FROM THE DAY THE CONTACT WAS ADDED UNTIL TODAY.
        WRITE-OPENING-ENTRY.
            MOVE SPACES TO POSTAL-HISTORY-RECORD
            MOVE WB-PHONE       TO PA-OWNPHONE
            MOVE 1              TO PA-ENTRY-SEQ
            MOVE 1              TO WS-LAST-SEQ
            IF WB-DATE-ADDED = SPACES
               MOVE ZEROS TO PA-START-DATE
            ELSE
               MOVE WB-DATE-ADDED TO PA-START-DATE
            END-IF
            MOVE WS-TODAY-8     TO PA-END-DATE
            MOVE WB-STREET-NAME TO PA-STREET-NAME
            MOVE WB-CITY        TO PA-CITY
            MOVE WB-STATE       TO PA-STATE
            MOVE WB-ZIP         TO PA-ZIP
            MOVE WB-COUNTRY     TO PA-COUNTRY
            SET PA-OPENING-ENTRY TO TRUE
            MOVE LK-CLERK-ID    TO PA-CHANGED-BY
            MOVE WS-TODAY-8     TO PA-CHANGED-DATE
            WRITE POSTAL-HISTORY-RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
            END-WRITE.
        WRITE-OPENING-ENTRY-EXIT.
            EXIT.

        CLOSE-OPEN-ENTRY.
            IF WS-OPEN-ENTRY-ID = SPACES
               GO TO CLOSE-OPEN-ENTRY-EXIT
            END-IF
            MOVE WS-OPEN-ENTRY-ID TO PA-ENTRY-ID
            READ POSTAL-HISTORY-FILE
              INVALID KEY
                 GO TO CLOSE-OPEN-ENTRY-EXIT
            END-READ
            MOVE WS-TODAY-8 TO PA-END-DATE
            REWRITE POSTAL-HISTORY-RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
            END-REWRITE.
        CLOSE-OPEN-ENTRY-EXIT.
            EXIT.

      *> ENTRIES READ BACK OLDEST FIRST, SO THE LAST ONE STARTING ON
      *> OR BEFORE THE DATE IS THE ONE IN EFFECT THAT DAY.
        LOOKUP-ADDRESS.
            MOVE "23" TO LK-RESULT
            OPEN INPUT POSTAL-HISTORY-FILE
            IF POSTAL-STATUS NOT = '00'
               GO TO LOOKUP-ADDRESS-EXIT
            END-IF
            MOVE 'N' TO WS-FOUND-SWITCH
            MOVE 'N' TO WS-SCAN-EOF-SWITCH
            MOVE WA-PHONE TO WS-SCAN-PHONE
            MOVE WS-SCAN-PHONE TO PA-OWNPHONE
            MOVE 0 TO PA-ENTRY-SEQ
            START POSTAL-HISTORY-FILE KEY >= PA-ENTRY-ID
              INVALID KEY
                 SET SCAN-EOF TO TRUE
            END-START
            PERFORM LOOKUP-ONE-ENTRY THRU LOOKUP-ONE-ENTRY-EXIT
               UNTIL SCAN-EOF
            CLOSE POSTAL-HISTORY-FILE
            IF ENTRY-FOUND
               MOVE WS-CH-STREET-NAME TO WA-STREET-NAME
               MOVE WS-CH-CITY        TO WA-CITY
               MOVE WS-CH-STATE       TO WA-STATE
               MOVE WS-CH-ZIP         TO WA-ZIP
               MOVE WS-CH-COUNTRY     TO WA-COUNTRY
               MOVE WS-AFTER-CONTACT (1:400) TO LK-AFTER-IMAGE
               MOVE "00" TO LK-RESULT
            END-IF.
        LOOKUP-ADDRESS-EXIT.
            EXIT.

        LOOKUP-ONE-ENTRY.
            READ POSTAL-HISTORY-FILE NEXT
              AT END
                 SET SCAN-EOF TO TRUE
                 GO TO LOOKUP-ONE-ENTRY-EXIT
            END-READ
            IF PA-OWNPHONE NOT = WS-SCAN-PHONE
               SET SCAN-EOF TO TRUE
               GO TO LOOKUP-ONE-ENTRY-EXIT
            END-IF
            IF ENTRY-FOUND AND PA-START-DATE > LK-AS-OF-DATE
               SET SCAN-EOF TO TRUE
               GO TO LOOKUP-ONE-ENTRY-EXIT
            END-IF
            MOVE PA-STREET-NAME TO WS-CH-STREET-NAME
            MOVE PA-CITY        TO WS-CH-CITY
            MOVE PA-STATE       TO WS-CH-STATE
            MOVE PA-ZIP         TO WS-CH-ZIP
            MOVE PA-COUNTRY     TO WS-CH-COUNTRY
            SET ENTRY-FOUND TO TRUE.
        LOOKUP-ONE-ENTRY-EXIT.
            EXIT.

      *> EACH ENTRY IS RE-ADDED UNDER THE NEW PHONE AND THE OLD ONE
      *> DELETED; THE SCAN RESTARTS AT THE OLD PHONE EVERY TIME SO
      *> THE DELETE NEVER DISTURBS THE READ POSITION.
        REKEY-ENTRIES.
            IF WB-PHONE = SPACES OR WA-PHONE = SPACES
               OR WB-PHONE = WA-PHONE
               GO TO REKEY-ENTRIES-EXIT
            END-IF
            OPEN I-O POSTAL-HISTORY-FILE
            IF POSTAL-STATUS NOT = '00'
               GO TO REKEY-ENTRIES-EXIT
            END-IF
            MOVE WB-PHONE TO WS-SCAN-PHONE
            MOVE 'N' TO WS-SCAN-EOF-SWITCH
            PERFORM REKEY-ONE-ENTRY THRU REKEY-ONE-ENTRY-EXIT
               UNTIL SCAN-EOF
            CLOSE POSTAL-HISTORY-FILE.
        REKEY-ENTRIES-EXIT.
            EXIT.

        REKEY-ONE-ENTRY.
            PERFORM READ-FIRST-ENTRY THRU READ-FIRST-ENTRY-EXIT
            IF SCAN-EOF
               GO TO REKEY-ONE-ENTRY-EXIT
            END-IF
            MOVE POSTAL-HISTORY-RECORD TO WS-SAVED-ENTRY
            DELETE POSTAL-HISTORY-FILE RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
                 SET SCAN-EOF TO TRUE
                 GO TO REKEY-ONE-ENTRY-EXIT
            END-DELETE
            MOVE WS-SAVED-ENTRY TO POSTAL-HISTORY-RECORD
            MOVE WA-PHONE TO PA-OWNPHONE
            WRITE POSTAL-HISTORY-RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
            END-WRITE.
        REKEY-ONE-ENTRY-EXIT.
            EXIT.

        DELETE-ENTRIES.
            IF WB-PHONE = SPACES
               GO TO DELETE-ENTRIES-EXIT
            END-IF
            OPEN I-O POSTAL-HISTORY-FILE
            IF POSTAL-STATUS NOT = '00'
               GO TO DELETE-ENTRIES-EXIT
            END-IF
            MOVE WB-PHONE TO WS-SCAN-PHONE
            MOVE 'N' TO WS-SCAN-EOF-SWITCH
            PERFORM DELETE-ONE-ENTRY THRU DELETE-ONE-ENTRY-EXIT
               UNTIL SCAN-EOF
            CLOSE POSTAL-HISTORY-FILE.
        DELETE-ENTRIES-EXIT.
            EXIT.

        DELETE-ONE-ENTRY.
            PERFORM READ-FIRST-ENTRY THRU READ-FIRST-ENTRY-EXIT
            IF SCAN-EOF
               GO TO DELETE-ONE-ENTRY-EXIT
            END-IF
            DELETE POSTAL-HISTORY-FILE RECORD
              INVALID KEY
                 MOVE "FE" TO LK-RESULT
                 SET SCAN-EOF TO TRUE
            END-DELETE.
        DELETE-ONE-ENTRY-EXIT.
            EXIT.

      *> POSITIONS ON AND READS THE FIRST REMAINING ENTRY FOR
      *> WS-SCAN-PHONE, OR SETS SCAN-EOF WHEN THERE IS NONE.
        READ-FIRST-ENTRY.
            MOVE WS-SCAN-PHONE TO PA-OWNPHONE
            MOVE 0 TO PA-ENTRY-SEQ
            START POSTAL-HISTORY-FILE KEY >= PA-ENTRY-ID
              INVALID KEY
                 SET SCAN-EOF TO TRUE
                 GO TO READ-FIRST-ENTRY-EXIT
            END-START
            READ POSTAL-HISTORY-FILE NEXT
              AT END
                 SET SCAN-EOF TO TRUE
                 GO TO READ-FIRST-ENTRY-EXIT
            END-READ
            IF PA-OWNPHONE NOT = WS-SCAN-PHONE
               SET SCAN-EOF TO TRUE
            END-IF.
        READ-FIRST-ENTRY-EXIT.
            EXIT.

       END PROGRAM ADDRESS-POSTAL-HISTORY.
