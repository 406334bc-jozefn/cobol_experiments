       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-SKIPTRACE-REVIEW.

      *> CONSOLE REVIEW OF THE SKIP-TRACE LEAD QUEUE FILLED BY
      *> ADDRESS-SKIPTRACE-IMPORT (THE SAME DISPLAY/ACCEPT SHAPE AS
      *> ADDRESS-DSAR-MAINT).  A CLERK WITH EDIT AUTHORITY IS SHOWN
      *> EACH PENDING LEAD IN ARRIVAL ORDER BESIDE THE ADDRESS NOW ON
      *> FILE, AND ACCEPTS OR REJECTS IT:
      *>   ACCEPT -- A FOUND ADDRESS REPLACES THE ONE ON FILE AND
      *>             CLEARS THE UNDELIVERABLE (NIXIE) FLAG, RETURN
      *>             DATE AND REASON; A FOUND PHONE IS ADDED TO THE
      *>             CONTACT'S ALTERNATE NUMBERS.  THE CHANGE GOES ON
      *>             THE AUDIT TRAIL AND THE FORWARD-RECOVERY JOURNAL
      *>             LIKE ANY OTHER EDIT.
      *>   REJECT -- THE LEAD IS CLOSED WITH THE CLERK'S REASON AND
      *>             THE CONTACT IS LEFT ALONE.
      *> A PHONE-ONLY LEAD DOES NOT FIX THE MAILING ADDRESS, SO
      *> ACCEPTING ONE LEAVES THE NIXIE FLAG SET UNTIL AN ADDRESS IS
      *> FOUND.  THE CONTACT SHOWN IS WRITTEN TO THE READ-ACCESS LOG.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     ADDRESS-FILE
                   ASSIGN       TO  OUTFILE
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-SOUNDEX    WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-NAME-CODE  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
                   FILE STATUS  IS  FILESTATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     PHONE-FILE
                   ASSIGN       TO  PHONEOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS PH-PHONE
                   ALTERNATE RECORD KEY IS PH-OWNPHONE WITH DUPLICATES
                   FILE STATUS  IS  PHONE-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     SKIPTRACE-FILE
                   ASSIGN       TO  SKIPOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS SK-LEAD-NO
                   FILE STATUS  IS  SKIP-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     AUDIT-FILE
                   ASSIGN       TO  AUDITOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  AUDIT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD PHONE-FILE.
        01 PHONE-RECORD.
        COPY "ADDRESS-PHONE-RECORD.CPY" REPLACING ==(TAG)== BY ==PH-==.

        FD SKIPTRACE-FILE.
        01 SKIPTRACE-RECORD.
        COPY "ADDRESS-SKIPTRACE-RECORD.CPY"
             REPLACING ==(TAG)== BY ==SK-==.

        FD AUDIT-FILE.
        01 AUDIT-LINE                    PIC X(80).

        WORKING-STORAGE SECTION.
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  PHONEOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-phone.idx".
        01  SKIPOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-skiptrace.idx".
        01  AUDITOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-audit.log".

        COPY "FILESTATUS.CPY".
        01  PHONE-STATUS               PIC X(02).
        01  SKIP-STATUS                PIC X(02).
        01  AUDIT-STATUS               PIC X(02).
        01  WS-AUDIT-TIMESTAMP         PIC X(26).
        01  WS-AUDIT-ACTION            PIC X(10).

        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CHECK-RESULT            PIC X(01).
        01  WS-TODAY                   PIC X(08).

      *> READ-ACCESS LOG FIELDS (SEE ADDRESS-ACCESS-LOG).
        01  WS-ACCESS-PROGRAM          PIC X(30)
            VALUE "ADDRESS-SKIPTRACE-REVIEW".
        01  WS-ACCESS-KEY-TYPE         PIC X(01) VALUE 'P'.
        01  WS-ACCESS-KEY-VALUE        PIC X(30).

      *> FORWARD-RECOVERY JOURNAL FIELDS (SEE ADDRESS-JOURNAL-WRITE).
        01  WS-JRN-FILE-ID             PIC X(01).
        01  WS-JRN-ACTION              PIC X(01).
        01  WS-JRN-KEY                 PIC X(16).
        01  WS-JRN-BEFORE              PIC X(400).
        01  WS-JRN-AFTER               PIC X(400).

      *> DATED POSTAL HISTORY FIELDS (SEE ADDRESS-POSTAL-HISTORY).
      *> AN ACCEPTED SKIP-TRACE ADDRESS IS FILED WITH SOURCE 'T'.
        01  WS-POSTAL-FUNCTION         PIC X(01) VALUE 'C'.
        01  WS-POSTAL-SOURCE           PIC X(01) VALUE 'T'.
        01  WS-POSTAL-AS-OF            PIC X(08) VALUE SPACES.
        01  WS-POSTAL-RESULT           PIC X(02).

        01  WS-ACTION                  PIC X(03).
        01  WS-WORK-NOTE               PIC X(30).
        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-QUEUE           VALUE 'Y'.
        01  WS-DONE-SWITCH             PIC X(01) VALUE 'N'.
            88  CLERK-IS-DONE          VALUE 'Y'.
        01  WS-CONTACT-SWITCH          PIC X(01) VALUE 'N'.
            88  CONTACT-ON-FILE        VALUE 'Y'.
        01  WS-SHOWN-COUNT             PIC 9(05) VALUE 0.
        01  WS-ACCEPTED-COUNT          PIC 9(05) VALUE 0.
        01  WS-REJECTED-COUNT          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
      *> THIS CONSOLE WORKS THE PRODUCTION FILES -- POINT DB_HOME
      *> THERE SO ADDRESS-JOURNAL-WRITE JOURNALS INTO THE SAME
      *> DIRECTORY.
            SET ENVIRONMENT "DB_HOME" TO "/mnt/c/cobfiles"
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            DISPLAY "ENTER YOUR CLERK ID:"
            ACCEPT WS-CLERK-ID
            IF WS-CLERK-ID = SPACES
               DISPLAY "A CLERK ID IS REQUIRED"
               STOP RUN
            END-IF
            CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT
            EVALUATE TRUE
               WHEN WS-CHECK-RESULT = 'M'
                  DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
                          "ROLE NOT VERIFIED"
               WHEN WS-CHECK-RESULT = 'Y'
                    AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN OTHER
                  DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
                  STOP RUN
            END-EVALUATE
            OPEN I-O SKIPTRACE-FILE
            IF SKIP-STATUS NOT = '00'
               DISPLAY "NO SKIP-TRACE LEADS ON FILE"
               STOP RUN
            END-IF
            OPEN I-O ADDRESS-FILE
            IF FILESTATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS ' FILESTATUS
               CLOSE SKIPTRACE-FILE
               STOP RUN
            END-IF
            OPEN I-O PHONE-FILE
            IF PHONE-STATUS NOT = '00' AND PHONE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN PHONE FILE, STATUS ' PHONE-STATUS
               CLOSE SKIPTRACE-FILE ADDRESS-FILE
               STOP RUN
            END-IF
            MOVE LOW-VALUES TO SK-LEAD-NO
            START SKIPTRACE-FILE KEY >= SK-LEAD-NO
              INVALID KEY
                 SET END-OF-QUEUE TO TRUE
            END-START
            PERFORM REVIEW-ONE-LEAD THRU REVIEW-ONE-LEAD-EXIT
               UNTIL END-OF-QUEUE OR CLERK-IS-DONE
            CLOSE SKIPTRACE-FILE ADDRESS-FILE PHONE-FILE
            DISPLAY " "
            DISPLAY "LEADS SHOWN: " WS-SHOWN-COUNT
                    "   ACCEPTED: " WS-ACCEPTED-COUNT
                    "   REJECTED: " WS-REJECTED-COUNT
            STOP RUN.

        REVIEW-ONE-LEAD.
            READ SKIPTRACE-FILE NEXT
              AT END
                 SET END-OF-QUEUE TO TRUE
                 DISPLAY " "
                 DISPLAY "NO MORE PENDING LEADS"
                 GO TO REVIEW-ONE-LEAD-EXIT
            END-READ
            IF NOT SK-LEAD-PENDING
               GO TO REVIEW-ONE-LEAD-EXIT
            END-IF
            ADD 1 TO WS-SHOWN-COUNT
            PERFORM FIND-CONTACT
            PERFORM SHOW-LEAD
            DISPLAY "  (A)CCEPT, (R)EJECT, ENTER TO LEAVE IT, OR END:"
            MOVE SPACES TO WS-ACTION
            ACCEPT WS-ACTION
            MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
            EVALUATE WS-ACTION
               WHEN "END"
                  SET CLERK-IS-DONE TO TRUE
               WHEN "A"
                  PERFORM ACCEPT-LEAD THRU ACCEPT-LEAD-EXIT
               WHEN "R"
                  PERFORM REJECT-LEAD THRU REJECT-LEAD-EXIT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
        REVIEW-ONE-LEAD-EXIT.
            EXIT.

      *> THE LEAD NAMES THE CONTACT BY PHONE AS IT STOOD AT IMPORT;
      *> IF THAT CONTACT HAS SINCE BEEN RE-KEYED THE BILLING ACCOUNT
      *> STILL FINDS IT.
        FIND-CONTACT.
            MOVE 'N' TO WS-CONTACT-SWITCH
            MOVE SK-PHONE TO FD-PHONE
            READ ADDRESS-FILE
              INVALID KEY
                 MOVE SK-ACCOUNT-ID TO FD-ACCOUNT-ID
                 READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
                   INVALID KEY
                      MOVE SPACES TO ADDRESS-RECORD
                   NOT INVALID KEY
                      SET CONTACT-ON-FILE TO TRUE
                 END-READ
              NOT INVALID KEY
                 SET CONTACT-ON-FILE TO TRUE
            END-READ
            IF CONTACT-ON-FILE
               MOVE FD-PHONE TO WS-ACCESS-KEY-VALUE
               CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
                    WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
                    WS-ACCESS-KEY-VALUE
            END-IF.

        SHOW-LEAD.
            DISPLAY " "
            DISPLAY "LEAD " SK-LEAD-NO "  ACCOUNT " SK-ACCOUNT-ID
                    "  RECEIVED " SK-RECEIVED-DATE
                    "  VENDOR SCORE " SK-SCORE
            IF NOT CONTACT-ON-FILE
               DISPLAY "  CONTACT NO LONGER ON FILE -- REJECT THIS LEAD"
            ELSE
               DISPLAY "  CONTACT   " FD-PHONE " " FD-FIRST-NAME " "
                       FD-LAST-NAME
               DISPLAY "  ON FILE   " FD-STREET-NAME
               DISPLAY "            " FD-CITY (1:25) " " FD-STATE " "
                       FD-ZIP
               IF FD-UNDELIVERABLE-YES
                  DISPLAY "  UNDELIVERABLE SINCE " FD-RETURN-DATE
                          " -- " FD-RETURN-REASON
               ELSE
                  DISPLAY "  NO LONGER FLAGGED UNDELIVERABLE"
               END-IF
               IF FD-DECEASED-YES
                  DISPLAY "  *** CONTACT IS RECORDED AS DECEASED ***"
               END-IF
            END-IF
            IF SK-FOUND-STREET NOT = SPACES
               DISPLAY "  FOUND     " SK-FOUND-STREET
               DISPLAY "            " SK-FOUND-CITY (1:25) " "
                       SK-FOUND-STATE " " SK-FOUND-ZIP
            END-IF
            IF SK-FOUND-PHONE NOT = SPACES
               DISPLAY "  FOUND PHONE " SK-FOUND-PHONE
            END-IF.

        ACCEPT-LEAD.
            IF NOT CONTACT-ON-FILE
               DISPLAY "  NO CONTACT TO APPLY IT TO -- NOT ACCEPTED"
               GO TO ACCEPT-LEAD-EXIT
            END-IF
            IF SK-FOUND-STREET NOT = SPACES
               MOVE ADDRESS-RECORD    TO WS-JRN-BEFORE
               MOVE SK-FOUND-STREET   TO FD-STREET-NAME
               MOVE SK-FOUND-CITY     TO FD-CITY
               MOVE SK-FOUND-STATE    TO FD-STATE
               MOVE SK-FOUND-ZIP      TO FD-ZIP
               MOVE 'N'               TO FD-UNDELIVERABLE
               MOVE SPACES            TO FD-RETURN-DATE
               MOVE SPACES            TO FD-RETURN-REASON
               MOVE WS-CLERK-ID       TO FD-LAST-UPDATED-BY
               MOVE WS-TODAY          TO FD-LAST-UPDATED-DATE
               REWRITE ADDRESS-RECORD
               IF FILESTATUS NOT = '00' AND FILESTATUS NOT = '02'
                  DISPLAY "  CANNOT UPDATE " FD-PHONE ", STATUS "
                          FILESTATUS " -- NOT ACCEPTED"
                  GO TO ACCEPT-LEAD-EXIT
               END-IF
               MOVE 'A' TO WS-JRN-FILE-ID
               MOVE 'R' TO WS-JRN-ACTION
               MOVE FD-PHONE TO WS-JRN-KEY
               MOVE ADDRESS-RECORD TO WS-JRN-AFTER
               CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
                    WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE,
                    WS-JRN-AFTER
               CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                    WS-POSTAL-SOURCE, WS-CLERK-ID, WS-POSTAL-AS-OF,
                    WS-JRN-BEFORE, WS-JRN-AFTER, WS-POSTAL-RESULT
               DISPLAY "  ADDRESS UPDATED, UNDELIVERABLE FLAG CLEARED"
            END-IF
            IF SK-FOUND-PHONE NOT = SPACES
               PERFORM ADD-FOUND-PHONE
            END-IF
            SET SK-LEAD-ACCEPTED TO TRUE
            MOVE WS-CLERK-ID TO SK-DECIDED-BY
            MOVE WS-TODAY    TO SK-DECIDED-DATE
            REWRITE SKIPTRACE-RECORD
              INVALID KEY
                 DISPLAY "  LEAD REWRITE FAILED, STATUS " SKIP-STATUS
            END-REWRITE
            MOVE "SKIP ACCPT" TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-RECORD
            ADD 1 TO WS-ACCEPTED-COUNT.
        ACCEPT-LEAD-EXIT.
            EXIT.

      *> THE FOUND NUMBER BECOMES AN ALTERNATE PHONE, THE SAME WAY
      *> ADDRESS.CBL ADDS ONE -- THE CONTACT'S OWN KEY NEVER CHANGES.
        ADD-FOUND-PHONE.
            MOVE SPACES         TO PHONE-RECORD
            MOVE SK-FOUND-PHONE TO PH-PHONE
            MOVE FD-PHONE       TO PH-OWNPHONE
            WRITE PHONE-RECORD
            IF PHONE-STATUS = '00'
               MOVE 'P' TO WS-JRN-FILE-ID
               MOVE 'W' TO WS-JRN-ACTION
               MOVE PH-PHONE TO WS-JRN-KEY
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE PHONE-RECORD TO WS-JRN-AFTER
               CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
                    WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE,
                    WS-JRN-AFTER
               DISPLAY "  " SK-FOUND-PHONE " ADDED AS AN ALTERNATE "
                       "PHONE"
            ELSE
               IF PHONE-STATUS = '22'
                  DISPLAY "  " SK-FOUND-PHONE " IS ALREADY ON FILE "
                          "AS AN ALTERNATE PHONE"
               ELSE
                  DISPLAY "  CANNOT ADD ALTERNATE PHONE, STATUS "
                          PHONE-STATUS
               END-IF
            END-IF.

        REJECT-LEAD.
            DISPLAY "  REASON FOR REJECTING:"
            MOVE SPACES TO WS-WORK-NOTE
            ACCEPT WS-WORK-NOTE
            IF WS-WORK-NOTE = SPACES
               DISPLAY "  A REASON IS REQUIRED -- NOT REJECTED"
               GO TO REJECT-LEAD-EXIT
            END-IF
            SET SK-LEAD-REJECTED TO TRUE
            MOVE WS-WORK-NOTE TO SK-REJECT-REASON
            MOVE WS-CLERK-ID  TO SK-DECIDED-BY
            MOVE WS-TODAY     TO SK-DECIDED-DATE
            REWRITE SKIPTRACE-RECORD
              INVALID KEY
                 DISPLAY "  LEAD REWRITE FAILED, STATUS " SKIP-STATUS
                 GO TO REJECT-LEAD-EXIT
            END-REWRITE
            MOVE "SKIP REJCT" TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-RECORD
            ADD 1 TO WS-REJECTED-COUNT.
        REJECT-LEAD-EXIT.
            EXIT.

        WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-FILE
            IF AUDIT-STATUS = '05' OR AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
            END-IF
            IF AUDIT-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                      WS-AUDIT-TIMESTAMP (9:6) ' '
                      WS-AUDIT-ACTION           ' '
                      SK-PHONE ' ' WS-CLERK-ID
                      ' LEAD ' SK-LEAD-NO
                      DELIMITED BY SIZE INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF.

       END PROGRAM ADDRESS-SKIPTRACE-REVIEW.
