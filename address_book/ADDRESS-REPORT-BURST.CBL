      *> PHOTOCOPYING SECTIONS.  THE REPORT'S TITLE LINES (EVERYTHING
      *> BEFORE THE FIRST TERRITORY HEADING) ARE REPEATED AT THE TOP
      *> OF EVERY MEMBER.
      *>
      *> RUN FROM ANOTHER JOB, THE REPORT FILE AND A MEMBER NAME PREFIX
      *> CAN BE GIVEN ON THE COMMAND LINE (E.G. "ADDRESS-REPORT-BURST
      *> <REPORT> QUOTA-", AS QUOTA-ATTAINMENT-REPORT DOES); THE PROMPT
      *> IS THEN SKIPPED AND EACH MEMBER IS REGISTERED AS <PREFIX><CODE>
      *> INSTEAD OF TERR-<CODE>.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            VALUE "ADDRESS-REPORT-BURST".
        01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'D'.
        01  WS-SPOOL-LINES             PIC 9(07) VALUE ZERO.
        01  WS-SPOOL-PREFIX            PIC X(10) VALUE "TERR-".

      *> REPORT FILE AND MEMBER PREFIX FROM THE COMMAND LINE, IF ANY.
        01  WS-COMMAND-ARGS            PIC X(80) VALUE SPACES.
        01  WS-ARG-REPORT              PIC X(50) VALUE SPACES.
        01  WS-ARG-PREFIX              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
            UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
                INTO WS-ARG-REPORT, WS-ARG-PREFIX
            END-UNSTRING
            IF WS-ARG-PREFIX NOT = SPACES
               MOVE WS-ARG-PREFIX TO WS-SPOOL-PREFIX
            END-IF
            IF WS-ARG-REPORT NOT = SPACES
               MOVE WS-ARG-REPORT TO REPORTIN
            ELSE
               DISPLAY "REPORT FILE TO BURST (ENTER FOR "
                       "territory-directory.txt):"
               ACCEPT WS-IN-RECIPIENT
               IF WS-IN-RECIPIENT NOT = SPACES
                  MOVE WS-IN-RECIPIENT TO REPORTIN
               END-IF
            END-IF
            OPEN INPUT INPUT-REPORT-FILE
            IF REPORTIN-STATUS NOT = '00'
      *> THE SAME 'N'-THEN-'R' DISCIPLINE EVERY REPORT JOB USES,
      *> SO TWO BURSTS ON THE SAME DAY DO NOT OVERWRITE EACH OTHER.
            MOVE SPACES TO WS-SPOOL-REPORT
            STRING WS-SPOOL-PREFIX      DELIMITED BY SPACE
                   WS-CURRENT-TERRITORY DELIMITED BY SIZE
                   INTO WS-SPOOL-REPORT
            END-STRING
            MOVE 'N' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
            ADD 1 TO WS-TITLE-I.

      *> EACH FINISHED MEMBER IS REGISTERED ON THE SPOOL UNDER
      *> "TERR-<CODE>" (OR THE COMMAND-LINE PREFIX PLUS THE CODE)
      *> SO SPOOL-CONSOLE LISTS EACH REP'S COPY
      *> SEPARATELY.
        CLOSE-CURRENT-MEMBER.
            CLOSE BURST-OUT-FILE
