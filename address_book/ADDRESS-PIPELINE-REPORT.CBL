       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-PIPELINE-REPORT.

      *> WEEKLY SALES PIPELINE REPORT FROM THE OPPORTUNITY FILE (SEE
      *> ADDRESS-OPPORTUNITY-MAINT).  PART ONE IS THE OPEN PIPELINE
      *> BY REP AND STAGE -- COUNT, ESTIMATED VALUE AND WEIGHTED
      *> VALUE, THE ESTIMATE TIMES THE STAGE'S CLOSE PROBABILITY FROM
      *> WS-STAGE-WEIGHTS -- WITH A TOTAL PER REP AND FOR THE DESK.
      *> PART TWO IS WIN/LOSS BY TERRITORY FOR OPPORTUNITIES CLOSED IN
      *> THE LAST WS-WINLOSS-DAYS DAYS: WON, LOST, WON VALUE AND THE
      *> WIN RATE (WON AS A PERCENT OF ALL CLOSED).  THE REPORT IS
      *> REGISTERED ON THE SPOOL UNDER MONTHLY RETENTION SO THE LAST
      *> FEW WEEKS STAY ON HAND FOR COMPARISON.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     OPPORTUNITY-FILE
                   ASSIGN       TO  OPPOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OP-OPP-KEY
                   FILE STATUS  IS  OPP-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD OPPORTUNITY-FILE.
        01 OPPORTUNITY-RECORD.
        COPY "ADDRESS-OPPORTUNITY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OP-==.

        FD REPORT-FILE.
        01 REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01  OPPOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-opportunity.idx".
        01  REPORTOUT                  PIC X(50).

        01  OPP-STATUS                 PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-OPP-FILE        VALUE 'Y'.

      *> THE OPEN STAGES IN PIPELINE ORDER AND THE PERCENT OF EACH
      *> STAGE'S ESTIMATED VALUE COUNTED AS WEIGHTED PIPELINE.
        01  WS-STAGE-VALUES.
            05  FILLER                 PIC X(04) VALUE "P010".
            05  FILLER                 PIC X(04) VALUE "Q025".
            05  FILLER                 PIC X(04) VALUE "R050".
            05  FILLER                 PIC X(04) VALUE "N075".
        01  WS-STAGE-WEIGHTS REDEFINES WS-STAGE-VALUES.
            05  WS-STAGE-ENTRY         OCCURS 4 TIMES.
                10  WS-STAGE-CODE      PIC X(01).
                10  WS-STAGE-PERCENT   PIC 9(03).
        01  WS-STAGE-NAMES.
            05  FILLER                 PIC X(12) VALUE "PROSPECT".
            05  FILLER                 PIC X(12) VALUE "QUALIFIED".
            05  FILLER                 PIC X(12) VALUE "PROPOSAL".
            05  FILLER                 PIC X(12) VALUE "NEGOTIATION".
        01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
            05  WS-STAGE-NAME          PIC X(12) OCCURS 4 TIMES.

      *> AN OPPORTUNITY CLOSED (WON OR LOST) WITHIN THIS MANY DAYS
      *> COUNTS IN THE WIN/LOSS SECTION -- A ROLLING QUARTER.
        01  WS-WINLOSS-DAYS            PIC 9(03) VALUE 91.
        01  WS-TODAY-8                 PIC 9(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-TODAY-INTEGER           PIC 9(07).
        01  WS-WINDOW-START            PIC 9(08).

      *> OPEN PIPELINE BY REP, ONE ROW PER STAGE.
        01  WS-REP-COUNT               PIC 9(03) VALUE 0.
        01  WS-REP-TABLE.
            05  WS-REP-ENTRY           OCCURS 100 TIMES.
                10  WS-REP-NAME        PIC X(20).
                10  WS-REP-STAGE       OCCURS 4 TIMES.
                    15  WS-RS-COUNT    PIC 9(05).
                    15  WS-RS-VALUE    PIC 9(09)V9(02).
                    15  WS-RS-WEIGHTED PIC 9(09)V9(02).

      *> CLOSED OPPORTUNITIES BY TERRITORY.
        01  WS-TERR-COUNT              PIC 9(03) VALUE 0.
        01  WS-TERR-TABLE.
            05  WS-TERR-ENTRY          OCCURS 100 TIMES.
                10  WS-TERR-CODE       PIC X(04).
                10  WS-TERR-WON        PIC 9(05).
                10  WS-TERR-LOST       PIC 9(05).
                10  WS-TERR-WON-VALUE  PIC 9(09)V9(02).

        01  WS-REP-I                   PIC 9(03).
        01  WS-TERR-I                  PIC 9(03).
        01  WS-STAGE-I                 PIC 9(01).
        01  WS-WEIGHTED                PIC 9(09)V9(02).
        01  WS-REP-TOTAL-COUNT         PIC 9(05).
        01  WS-REP-TOTAL-VALUE         PIC 9(09)V9(02).
        01  WS-REP-TOTAL-WEIGHTED      PIC 9(09)V9(02).
        01  WS-DESK-COUNT              PIC 9(05) VALUE 0.
        01  WS-DESK-VALUE              PIC 9(09)V9(02) VALUE 0.
        01  WS-DESK-WEIGHTED           PIC 9(09)V9(02) VALUE 0.
        01  WS-ALL-WON                 PIC 9(05) VALUE 0.
        01  WS-ALL-LOST                PIC 9(05) VALUE 0.
        01  WS-ALL-WON-VALUE           PIC 9(09)V9(02) VALUE 0.
      *> ONE WIN/LOSS LINE, A TERRITORY'S OR THE ALL-TERRITORY TOTAL.
        01  WS-LINE-TERRITORY          PIC X(04).
        01  WS-LINE-WON                PIC 9(05).
        01  WS-LINE-LOST               PIC 9(05).
        01  WS-LINE-WON-VALUE          PIC 9(09)V9(02).
        01  WS-CLOSED-COUNT            PIC 9(05).
        01  WS-WIN-RATE                PIC 9(03)V9(01).

        01  WS-COUNT-EDITED            PIC ZZZZ9.
        01  WS-COUNT-EDITED-2          PIC ZZZZ9.
        01  WS-VALUE-EDITED            PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-WEIGHTED-EDITED         PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-PERCENT-EDITED          PIC ZZ9.
        01  WS-RATE-EDITED             PIC ZZ9.9.

        01  WS-READ-COUNT              PIC 9(05) VALUE 0.
        01  WS-LINE-COUNT              PIC 9(07) VALUE 0.
        01  WS-TABLE-FULL-SWITCH       PIC X(01) VALUE 'N'.
            88  WS-TABLE-OVERFLOWED    VALUE 'Y'.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-PIPELINE-RPT".
        01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
        01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
        01  WS-RC-CODE                 PIC X(04) VALUE "0000".

      *> REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER).
        01  WS-SPOOL-FUNCTION          PIC X(01).
        01  WS-SPOOL-REPORT            PIC X(20)
            VALUE "pipeline-report".
        01  WS-SPOOL-JOB               PIC X(20)
            VALUE "ADDRESS-PIPELINE-RPT".
        01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'M'.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            MOVE 'S' TO WS-RC-FUNCTION
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
            COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER - WS-WINLOSS-DAYS)
            PERFORM OPEN-FILES
            PERFORM TALLY-ONE-OPPORTUNITY
               THRU TALLY-ONE-OPPORTUNITY-EXIT
               UNTIL END-OF-OPP-FILE
            PERFORM WRITE-PIPELINE-SECTION
            PERFORM WRITE-WINLOSS-SECTION
            PERFORM CLOSE-FILES
            IF WS-TABLE-OVERFLOWED
               MOVE "FLAG" TO WS-RC-CODE
            END-IF
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-READ-COUNT TO WS-RC-READ
            MOVE WS-LINE-COUNT TO WS-RC-WRITTEN
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT OPPORTUNITY-FILE
            IF OPP-STATUS NOT = '00' AND OPP-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN OPPORTUNITY FILE, STATUS '
                       OPP-STATUS
               STOP RUN
            END-IF
            MOVE 'N' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
                 WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
                 WS-LINE-COUNT, REPORTOUT
            OPEN OUTPUT REPORT-FILE
            IF REPORT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN REPORT FILE, STATUS ' REPORT-STATUS
               STOP RUN
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "WEEKLY SALES PIPELINE AS OF " WS-TODAY-8
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               MOVE WS-OVERRIDE-MARK TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF.

        CLOSE-FILES.
            CLOSE OPPORTUNITY-FILE
            CLOSE REPORT-FILE
            MOVE 'R' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
                 WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
                 WS-LINE-COUNT, REPORTOUT.

        PUT-REPORT-LINE.
            WRITE REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            DISPLAY REPORT-LINE (1:110).

        TALLY-ONE-OPPORTUNITY.
            READ OPPORTUNITY-FILE NEXT
              AT END
                 SET END-OF-OPP-FILE TO TRUE
                 GO TO TALLY-ONE-OPPORTUNITY-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            IF OP-STAGE-OPEN
               PERFORM TALLY-OPEN-OPPORTUNITY
                  THRU TALLY-OPEN-OPPORTUNITY-EXIT
               GO TO TALLY-ONE-OPPORTUNITY-EXIT
            END-IF
            IF (OP-STAGE-WON OR OP-STAGE-LOST)
               AND OP-CLOSED-DATE IS NUMERIC
               AND OP-CLOSED-DATE >= WS-WINDOW-START
               PERFORM TALLY-CLOSED-OPPORTUNITY
                  THRU TALLY-CLOSED-OPPORTUNITY-EXIT
            END-IF.
        TALLY-ONE-OPPORTUNITY-EXIT.
            EXIT.

        TALLY-OPEN-OPPORTUNITY.
            MOVE 1 TO WS-STAGE-I
            PERFORM FIND-STAGE
               UNTIL WS-STAGE-I > 4
                  OR WS-STAGE-CODE (WS-STAGE-I) = OP-STAGE
            MOVE 1 TO WS-REP-I
            PERFORM FIND-REP
               UNTIL WS-REP-I > WS-REP-COUNT
                  OR WS-REP-NAME (WS-REP-I) = OP-REP-NAME
            IF WS-REP-I > WS-REP-COUNT
               IF WS-REP-COUNT = 100
                  SET WS-TABLE-OVERFLOWED TO TRUE
                  DISPLAY "MORE THAN 100 REPS -- " OP-REP-NAME
                          " NOT REPORTED"
                  GO TO TALLY-OPEN-OPPORTUNITY-EXIT
               END-IF
               ADD 1 TO WS-REP-COUNT
               MOVE WS-REP-COUNT TO WS-REP-I
               INITIALIZE WS-REP-ENTRY (WS-REP-I)
               MOVE OP-REP-NAME TO WS-REP-NAME (WS-REP-I)
            END-IF
            COMPUTE WS-WEIGHTED ROUNDED =
               OP-EST-VALUE * WS-STAGE-PERCENT (WS-STAGE-I) / 100
            ADD 1            TO WS-RS-COUNT (WS-REP-I, WS-STAGE-I)
            ADD OP-EST-VALUE TO WS-RS-VALUE (WS-REP-I, WS-STAGE-I)
            ADD WS-WEIGHTED  TO WS-RS-WEIGHTED (WS-REP-I, WS-STAGE-I).
        TALLY-OPEN-OPPORTUNITY-EXIT.
            EXIT.

        FIND-STAGE.
            ADD 1 TO WS-STAGE-I.

        FIND-REP.
            ADD 1 TO WS-REP-I.

        TALLY-CLOSED-OPPORTUNITY.
            MOVE 1 TO WS-TERR-I
            PERFORM FIND-TERRITORY
               UNTIL WS-TERR-I > WS-TERR-COUNT
                  OR WS-TERR-CODE (WS-TERR-I) = OP-TERRITORY
            IF WS-TERR-I > WS-TERR-COUNT
               IF WS-TERR-COUNT = 100
                  SET WS-TABLE-OVERFLOWED TO TRUE
                  DISPLAY "MORE THAN 100 TERRITORIES -- "
                          OP-TERRITORY " NOT REPORTED"
                  GO TO TALLY-CLOSED-OPPORTUNITY-EXIT
               END-IF
               ADD 1 TO WS-TERR-COUNT
               MOVE WS-TERR-COUNT TO WS-TERR-I
               INITIALIZE WS-TERR-ENTRY (WS-TERR-I)
               MOVE OP-TERRITORY TO WS-TERR-CODE (WS-TERR-I)
            END-IF
            IF OP-STAGE-WON
               ADD 1            TO WS-TERR-WON (WS-TERR-I)
               ADD OP-EST-VALUE TO WS-TERR-WON-VALUE (WS-TERR-I)
            ELSE
               ADD 1            TO WS-TERR-LOST (WS-TERR-I)
            END-IF.
        TALLY-CLOSED-OPPORTUNITY-EXIT.
            EXIT.

        FIND-TERRITORY.
            ADD 1 TO WS-TERR-I.

        WRITE-PIPELINE-SECTION.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "OPEN PIPELINE BY REP AND STAGE" TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES            TO REPORT-LINE
            MOVE "REP"             TO REPORT-LINE (1:)
            MOVE "STAGE"           TO REPORT-LINE (23:)
            MOVE "COUNT"           TO REPORT-LINE (37:)
            MOVE "EST VALUE"       TO REPORT-LINE (49:)
            MOVE "WEIGHT"          TO REPORT-LINE (63:)
            MOVE "WEIGHTED VALUE"  TO REPORT-LINE (72:)
            PERFORM PUT-REPORT-LINE
            MOVE 1 TO WS-REP-I
            PERFORM WRITE-ONE-REP
               UNTIL WS-REP-I > WS-REP-COUNT
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE WS-DESK-COUNT    TO WS-COUNT-EDITED
            MOVE WS-DESK-VALUE    TO WS-VALUE-EDITED
            MOVE WS-DESK-WEIGHTED TO WS-WEIGHTED-EDITED
            MOVE SPACES              TO REPORT-LINE
            MOVE "ALL REPS"          TO REPORT-LINE (1:)
            MOVE "TOTAL"             TO REPORT-LINE (23:)
            MOVE WS-COUNT-EDITED     TO REPORT-LINE (37:)
            MOVE WS-VALUE-EDITED     TO REPORT-LINE (44:)
            MOVE WS-WEIGHTED-EDITED  TO REPORT-LINE (72:)
            PERFORM PUT-REPORT-LINE.

        WRITE-ONE-REP.
            MOVE ZERO TO WS-REP-TOTAL-COUNT WS-REP-TOTAL-VALUE
                         WS-REP-TOTAL-WEIGHTED
            MOVE 1 TO WS-STAGE-I
            PERFORM WRITE-ONE-REP-STAGE
               UNTIL WS-STAGE-I > 4
            MOVE WS-REP-TOTAL-COUNT    TO WS-COUNT-EDITED
            MOVE WS-REP-TOTAL-VALUE    TO WS-VALUE-EDITED
            MOVE WS-REP-TOTAL-WEIGHTED TO WS-WEIGHTED-EDITED
            MOVE SPACES                TO REPORT-LINE
            MOVE WS-REP-NAME (WS-REP-I) TO REPORT-LINE (1:)
            IF WS-REP-NAME (WS-REP-I) = SPACES
               MOVE "(NO REP)"         TO REPORT-LINE (1:)
            END-IF
            MOVE "REP TOTAL"           TO REPORT-LINE (23:)
            MOVE WS-COUNT-EDITED       TO REPORT-LINE (37:)
            MOVE WS-VALUE-EDITED       TO REPORT-LINE (44:)
            MOVE WS-WEIGHTED-EDITED    TO REPORT-LINE (72:)
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            ADD WS-REP-TOTAL-COUNT    TO WS-DESK-COUNT
            ADD WS-REP-TOTAL-VALUE    TO WS-DESK-VALUE
            ADD WS-REP-TOTAL-WEIGHTED TO WS-DESK-WEIGHTED
            ADD 1 TO WS-REP-I.

        WRITE-ONE-REP-STAGE.
            IF WS-RS-COUNT (WS-REP-I, WS-STAGE-I) > 0
               MOVE WS-RS-COUNT (WS-REP-I, WS-STAGE-I)
                 TO WS-COUNT-EDITED
               MOVE WS-RS-VALUE (WS-REP-I, WS-STAGE-I)
                 TO WS-VALUE-EDITED
               MOVE WS-RS-WEIGHTED (WS-REP-I, WS-STAGE-I)
                 TO WS-WEIGHTED-EDITED
               MOVE WS-STAGE-PERCENT (WS-STAGE-I) TO WS-PERCENT-EDITED
               MOVE SPACES                TO REPORT-LINE
               MOVE WS-REP-NAME (WS-REP-I) TO REPORT-LINE (1:)
               MOVE WS-STAGE-NAME (WS-STAGE-I) TO REPORT-LINE (23:)
               MOVE WS-COUNT-EDITED       TO REPORT-LINE (37:)
               MOVE WS-VALUE-EDITED       TO REPORT-LINE (44:)
               MOVE WS-PERCENT-EDITED     TO REPORT-LINE (64:)
               MOVE "%"                   TO REPORT-LINE (67:)
               MOVE WS-WEIGHTED-EDITED    TO REPORT-LINE (72:)
               PERFORM PUT-REPORT-LINE
               ADD WS-RS-COUNT (WS-REP-I, WS-STAGE-I)
                 TO WS-REP-TOTAL-COUNT
               ADD WS-RS-VALUE (WS-REP-I, WS-STAGE-I)
                 TO WS-REP-TOTAL-VALUE
               ADD WS-RS-WEIGHTED (WS-REP-I, WS-STAGE-I)
                 TO WS-REP-TOTAL-WEIGHTED
            END-IF
            ADD 1 TO WS-STAGE-I.

        WRITE-WINLOSS-SECTION.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "WIN/LOSS BY TERRITORY -- CLOSED SINCE "
                   WS-WINDOW-START
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE SPACES            TO REPORT-LINE
            MOVE "TERRITORY"       TO REPORT-LINE (1:)
            MOVE "WON"             TO REPORT-LINE (15:)
            MOVE "LOST"            TO REPORT-LINE (23:)
            MOVE "WON VALUE"       TO REPORT-LINE (35:)
            MOVE "WIN RATE"        TO REPORT-LINE (49:)
            PERFORM PUT-REPORT-LINE
            MOVE 1 TO WS-TERR-I
            PERFORM WRITE-ONE-TERRITORY
               UNTIL WS-TERR-I > WS-TERR-COUNT
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "ALL"            TO WS-LINE-TERRITORY
            MOVE WS-ALL-WON       TO WS-LINE-WON
            MOVE WS-ALL-LOST      TO WS-LINE-LOST
            MOVE WS-ALL-WON-VALUE TO WS-LINE-WON-VALUE
            PERFORM PUT-TERRITORY-LINE.

        WRITE-ONE-TERRITORY.
            ADD WS-TERR-WON (WS-TERR-I)       TO WS-ALL-WON
            ADD WS-TERR-LOST (WS-TERR-I)      TO WS-ALL-LOST
            ADD WS-TERR-WON-VALUE (WS-TERR-I) TO WS-ALL-WON-VALUE
            MOVE WS-TERR-CODE (WS-TERR-I)      TO WS-LINE-TERRITORY
            MOVE WS-TERR-WON (WS-TERR-I)       TO WS-LINE-WON
            MOVE WS-TERR-LOST (WS-TERR-I)      TO WS-LINE-LOST
            MOVE WS-TERR-WON-VALUE (WS-TERR-I) TO WS-LINE-WON-VALUE
            PERFORM PUT-TERRITORY-LINE
            ADD 1 TO WS-TERR-I.

        PUT-TERRITORY-LINE.
            COMPUTE WS-CLOSED-COUNT = WS-LINE-WON + WS-LINE-LOST
            MOVE ZERO TO WS-WIN-RATE
            IF WS-CLOSED-COUNT > 0
               COMPUTE WS-WIN-RATE ROUNDED =
                  WS-LINE-WON * 100 / WS-CLOSED-COUNT
            END-IF
            MOVE WS-LINE-WON       TO WS-COUNT-EDITED
            MOVE WS-LINE-LOST      TO WS-COUNT-EDITED-2
            MOVE WS-LINE-WON-VALUE TO WS-VALUE-EDITED
            MOVE WS-WIN-RATE       TO WS-RATE-EDITED
            MOVE SPACES            TO REPORT-LINE
            MOVE WS-LINE-TERRITORY TO REPORT-LINE (1:)
            IF WS-LINE-TERRITORY = SPACES
               MOVE "(NONE)"       TO REPORT-LINE (1:)
            END-IF
            MOVE WS-COUNT-EDITED   TO REPORT-LINE (13:)
            MOVE WS-COUNT-EDITED-2 TO REPORT-LINE (22:)
            MOVE WS-VALUE-EDITED   TO REPORT-LINE (30:)
            MOVE WS-RATE-EDITED    TO REPORT-LINE (51:)
            MOVE "%"               TO REPORT-LINE (56:)
            PERFORM PUT-REPORT-LINE.

       END PROGRAM ADDRESS-PIPELINE-REPORT.
