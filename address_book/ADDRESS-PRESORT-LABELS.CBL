                10  WS-GL-NAME         PIC X(42).
                10  WS-GL-STREET       PIC X(40).
                10  WS-GL-CSZ          PIC X(60).
                10  WS-GL-COMPANY      PIC X(02).
                10  WS-GL-COUNTRY      PIC X(03).
        01  WS-GROUP-COUNT             PIC 9(03) VALUE 0.
        01  WS-REMAINDER-TABLE.
            05  WS-REM-LABEL OCCURS 500 TIMES.
                10  WS-RL-NAME         PIC X(42).
                10  WS-RL-STREET       PIC X(40).
                10  WS-RL-CSZ          PIC X(60).
                10  WS-RL-COMPANY      PIC X(02).
                10  WS-RL-COUNTRY      PIC X(03).
        01  WS-REMAINDER-COUNT         PIC 9(03) VALUE 0.
        01  WS-I                       PIC 9(03).

        01  WS-SEASONAL-STATE          PIC X(02).
        01  WS-SEASONAL-ZIP            PIC X(10).

      *> POSTAGE -- EVERY LABEL PRINTED IS ONE PIECE ON THE MAILING
      *> LOG (SEE MAILING-LOG), AT THE PRESORT RATE WHEN IT GOES IN
      *> A TRAY AND AT FIRST CLASS WHEN IT FALLS TO THE REMAINDER.
        01  WS-ML-FUNCTION             PIC X(01).
        01  WS-ML-JOB-NAME             PIC X(20)
            VALUE "PRESORT-LABELS".
        01  WS-ML-COMPANY              PIC X(02) VALUE SPACES.
        01  WS-ML-CLASS                PIC X(01).
        01  WS-ML-COUNTRY              PIC X(03) VALUE SPACES.
        01  WS-ML-CAMPAIGN             PIC X(08) VALUE SPACES.
        01  WS-ML-PIECES               PIC 9(07) VALUE 1.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
                OUTPUT PROCEDURE IS PRINT-PRESORTED-LABELS
            CLOSE LABEL-FILE
            CLOSE STATEMENT-FILE
            MOVE 'E' TO WS-ML-FUNCTION
            CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
                 WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
                 WS-ML-CAMPAIGN, WS-ML-PIECES
            DISPLAY "PRESORT RUN COMPLETE -- " WS-PRESORT-PIECES
                    " PRESORTED IN " WS-TRAY-COUNT " TRAY(S), "
                    WS-SINGLE-PIECES " SINGLE-PIECE"
                      SD-ZIP DELIMITED BY SPACE
                      INTO WS-GL-CSZ (WS-GROUP-COUNT)
               END-STRING
               MOVE SD-COMPANY-CODE TO WS-GL-COMPANY (WS-GROUP-COUNT)
               MOVE SD-COUNTRY TO WS-GL-COUNTRY (WS-GROUP-COUNT)
            END-IF
            PERFORM RETURN-ONE-RECORD THRU RETURN-ONE-RECORD-EXIT.
        HANDLE-ONE-RECORD-EXIT.
            WRITE LABEL-LINE
            MOVE SPACES TO LABEL-LINE
            WRITE LABEL-LINE
            MOVE WS-GL-COMPANY (WS-I) TO WS-ML-COMPANY
            MOVE WS-GL-COUNTRY (WS-I) TO WS-ML-COUNTRY
            MOVE 'P' TO WS-ML-CLASS
            MOVE 'P' TO WS-ML-FUNCTION
            CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
                 WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
                 WS-ML-CAMPAIGN, WS-ML-PIECES
            ADD 1 TO WS-I.
        PRINT-ONE-GROUP-LABEL-EXIT.
            EXIT.
                 TO WS-RL-STREET (WS-REMAINDER-COUNT)
               MOVE WS-GL-CSZ (WS-I)
                 TO WS-RL-CSZ (WS-REMAINDER-COUNT)
               MOVE WS-GL-COMPANY (WS-I)
                 TO WS-RL-COMPANY (WS-REMAINDER-COUNT)
               MOVE WS-GL-COUNTRY (WS-I)
                 TO WS-RL-COUNTRY (WS-REMAINDER-COUNT)
            END-IF
            ADD 1 TO WS-I.
        MOVE-ONE-TO-REMAINDER-EXIT.
            WRITE LABEL-LINE
            MOVE SPACES TO LABEL-LINE
            WRITE LABEL-LINE
            MOVE WS-RL-COMPANY (WS-I) TO WS-ML-COMPANY
            MOVE WS-RL-COUNTRY (WS-I) TO WS-ML-COUNTRY
            MOVE 'F' TO WS-ML-CLASS
            MOVE 'P' TO WS-ML-FUNCTION
            CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
                 WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
                 WS-ML-CAMPAIGN, WS-ML-PIECES
            ADD 1 TO WS-I.
        PRINT-ONE-REMAINDER-LABEL-EXIT.
            EXIT.
