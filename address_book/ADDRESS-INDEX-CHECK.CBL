      *> READ-NEXT-RECORD-BY-NAME IN ADDRESS.CBL USES.  THE TWO
      *> COUNTS SHOULD ALWAYS MATCH -- A MISMATCH MEANS THE
      *> ALTERNATE INDEX FELL OUT OF SYNC WITH THE DATA FILE.
      *>
      *> TWO OPTIONAL COMMAND-LINE WORDS -- ADDRESS FILE AND REPORT
      *> FILE NAMES -- REPLACE THE DEFAULTS.  BACKUP-RESTORE-DRILL
      *> CHECKS A RESTORED BACKUP SET THIS WAY.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        COPY "FILESTATUS.CPY".
        01  REPORT-STATUS              PIC X(02).

        01  WS-COMMAND-ARGS            PIC X(110) VALUE SPACES.
        01  WS-ARG-ADDRESS             PIC X(50).
        01  WS-ARG-REPORT              PIC X(50).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-ADDRESS-FILE    VALUE 'Y'.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            PERFORM READ-COMMAND-ARGS THRU READ-COMMAND-ARGS-EXIT
            PERFORM OPEN-FILES
            MOVE "PRIMARY/ALTERNATE INDEX CONSISTENCY CHECK"
              TO REPORT-LINE
            PERFORM CLOSE-FILES
            STOP RUN.

        READ-COMMAND-ARGS.
            ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
            IF WS-COMMAND-ARGS = SPACES
               GO TO READ-COMMAND-ARGS-EXIT
            END-IF
            MOVE SPACES TO WS-ARG-ADDRESS WS-ARG-REPORT
            UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
                INTO WS-ARG-ADDRESS, WS-ARG-REPORT
            END-UNSTRING
            IF WS-ARG-ADDRESS NOT = SPACES
               MOVE WS-ARG-ADDRESS TO OUTFILE
            END-IF
            IF WS-ARG-REPORT NOT = SPACES
               MOVE WS-ARG-REPORT TO REPORTOUT
            END-IF.
        READ-COMMAND-ARGS-EXIT.
            EXIT.

        OPEN-FILES.
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00' AND FILESTATUS NOT = '05'
