        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-PURGE-FILE      VALUE 'Y'.
        01  WS-TODAY-8                 PIC 9(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-PURGED-COUNT            PIC 9(05) VALUE 0.
        01  WS-SKIPPED-COUNT           PIC 9(05) VALUE 0.

        01  WS-JRN-BEFORE              PIC X(400).
        01  WS-JRN-AFTER               PIC X(400).

      *> DATED POSTAL HISTORY FIELDS (SEE ADDRESS-POSTAL-HISTORY) --
      *> ONLY THE PHONE IN THE CONTACT IMAGE MATTERS TO A 'D'.
        01  WS-POSTAL-FUNCTION         PIC X(01) VALUE 'D'.
        01  WS-POSTAL-SOURCE           PIC X(01) VALUE SPACE.
        01  WS-POSTAL-CLERK            PIC X(10) VALUE "PURGEJOB".
        01  WS-POSTAL-AS-OF            PIC X(08) VALUE SPACES.
        01  WS-POSTAL-RESULT           PIC X(02).
        01  WS-POSTAL-CONTACT.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==WP-==.

      *> ORGANIZATION LINK FIELDS (SEE ADDRESS-ORG-LINK) -- A BLANK
      *> ORGANIZATION ID ON FUNCTION 'A' REMOVES THE CONTACT'S LINK.
        01  WS-ORG-FUNCTION            PIC X(01) VALUE 'A'.
        01  WS-ORG-ID                  PIC X(08) VALUE SPACES.
        01  WS-JOB-TITLE               PIC X(30) VALUE SPACES.
        01  WS-DEPARTMENT              PIC X(20) VALUE SPACES.
        01  WS-ORG-NAME                PIC X(40).
        01  WS-ORG-CLERK               PIC X(10) VALUE "PURGE".
        01  WS-ORG-RESULT              PIC X(02).

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            IF WS-DATE-OVERRIDDEN
               DISPLAY WS-OVERRIDE-MARK
            END-IF
            PERFORM OPEN-FILES
            PERFORM READ-FIRST-PURGE-RECORD
            PERFORM PROCESS-PURGE-RECORD THRU PROCESS-PURGE-RECORD-EXIT
               END-DELETE
      *> RIGHT TO BE FORGOTTEN MEANS EVERYTHING KEYED TO THE PHONE
      *> GOES, NOT JUST THE MAIN RECORD -- ALTERNATE NUMBERS, RETIRED
      *> NOTES, CALL LOG ENTRIES, THE DATED POSTAL ADDRESS HISTORY
      *> AND THE ORGANIZATION LINK (JOB TITLE AND DEPARTMENT) ARE
      *> REMOVED WITH IT.
               PERFORM PURGE-ALT-PHONES THRU PURGE-ALT-PHONES-EXIT
               PERFORM PURGE-HISTORY THRU PURGE-HISTORY-EXIT
               PERFORM PURGE-CALL-LOG THRU PURGE-CALL-LOG-EXIT
               MOVE SPACES   TO WS-POSTAL-CONTACT
               MOVE PG-PHONE TO WP-PHONE
               CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                    WS-POSTAL-SOURCE, WS-POSTAL-CLERK, WS-POSTAL-AS-OF,
                    WS-POSTAL-CONTACT, WS-JRN-AFTER,
                    WS-POSTAL-RESULT
               CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION,
                    PG-PHONE, WS-ORG-ID, WS-JOB-TITLE, WS-DEPARTMENT,
                    WS-ORG-NAME, WS-ORG-CLERK, WS-ORG-RESULT
               SET PG-PURGE-COMPLETED TO TRUE
               REWRITE PURGE-RECORD
               ADD 1 TO WS-PURGED-COUNT
