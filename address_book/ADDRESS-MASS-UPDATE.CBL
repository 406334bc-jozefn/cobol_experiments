        01  WS-JRN-BEFORE              PIC X(400).
        01  WS-JRN-AFTER               PIC X(400).

      *> DATED POSTAL HISTORY FIELDS (SEE ADDRESS-POSTAL-HISTORY).
      *> A MASS CHANGE TO A POSTAL FIELD IS FILED WITH SOURCE 'M'.
        01  WS-POSTAL-FUNCTION         PIC X(01) VALUE 'C'.
        01  WS-POSTAL-SOURCE           PIC X(01) VALUE 'M'.
        01  WS-POSTAL-AS-OF            PIC X(08) VALUE SPACES.
        01  WS-POSTAL-RESULT           PIC X(02).

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
               CALL "ADDRESS-JOURNAL-WRITE" USING WS-JRN-FILE-ID,
                    WS-JRN-ACTION, WS-JRN-KEY, WS-JRN-BEFORE,
                    WS-JRN-AFTER
               CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
                    WS-POSTAL-SOURCE, WS-CLERK-ID, WS-POSTAL-AS-OF,
                    WS-JRN-BEFORE, WS-JRN-AFTER, WS-POSTAL-RESULT
            ELSE
               DISPLAY "CANNOT UPDATE " FD-PHONE " STATUS "
                       FILESTATUS
