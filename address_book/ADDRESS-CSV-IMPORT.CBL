        01  WS-JRN-BEFORE              PIC X(400).
        01  WS-JRN-AFTER               PIC X(400).

      *> DATED POSTAL HISTORY FIELDS (SEE ADDRESS-POSTAL-HISTORY).
      *> AN IMPORTED ADDRESS IS FILED WITH SOURCE 'I'.
        01  WS-POSTAL-FUNCTION         PIC X(01) VALUE 'C'.
        01  WS-POSTAL-SOURCE           PIC X(01) VALUE 'I'.
        01  WS-POSTAL-AS-OF            PIC X(08) VALUE SPACES.
        01  WS-POSTAL-RESULT           PIC X(02).

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
              INVALID KEY
                 PERFORM ADD-IMPORTED-RECORD
              NOT INVALID KEY
                 MOVE ADDRESS-RECORD TO WS-JRN-BEFORE
                 PERFORM LOAD-ADDRESS-RECORD
                 PERFORM UPDATE-IMPORTED-RECORD
            END-READ
            IF FUNCTION MOD(WS-LINE-NUM, WS-CHECKPOINT-INTERVAL) = 0
               CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
                    WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE,
                    WS-JRN-AFTER
               CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                    WS-POSTAL-SOURCE, WS-CURRENT-CLERK-ID,
                    WS-POSTAL-AS-OF, WS-JRN-BEFORE, WS-JRN-AFTER,
                    WS-POSTAL-RESULT
            ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'CANNOT ADD ' FD-PHONE ' STATUS ' FILESTATUS
               MOVE 'A' TO WS-JRN-FILE-ID
               MOVE 'R' TO WS-JRN-ACTION
               MOVE FD-PHONE TO WS-JRN-KEY
               MOVE ADDRESS-RECORD TO WS-JRN-AFTER
               CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
                    WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE,
                    WS-JRN-AFTER
               CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                    WS-POSTAL-SOURCE, WS-CURRENT-CLERK-ID,
                    WS-POSTAL-AS-OF, WS-JRN-BEFORE, WS-JRN-AFTER,
                    WS-POSTAL-RESULT
            ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'CANNOT UPDATE ' FD-PHONE ' STATUS ' FILESTATUS
