
      *> LABELS ARE PRINTED 3-UP, THREE COLUMNS OF LABEL STOCK ACROSS
      *> THE PAGE, EACH COLUMN HOLDING NAME / STREET / CITY-STATE-ZIP.
      *> A BUSINESS CONTACT'S NAME LINE CARRIES THE COMPANY AND THE
      *> PERSON GOES ON AN "ATTN:" LINE BENEATH IT.
        01  WS-CELL-COUNT              PIC 9(01) VALUE 0.
        01  WS-LABEL-CELLS.
            05  WS-LABEL-CELL OCCURS 3 TIMES INDEXED BY LBL-IDX.
                10  WS-CELL-NAME-LINE     PIC X(26).
                10  WS-CELL-ATTN-LINE     PIC X(26).
                10  WS-CELL-STREET-LINE   PIC X(26).
                10  WS-CELL-CSZ-LINE      PIC X(26).
                10  WS-CELL-COUNTRY-LINE  PIC X(26).
      *> WHEN THE RUN DATE FALLS IN A CONTACT'S RECURRING WINDOW THE
      *> ADDRESS BLOCK IS BUILT FROM THE ALTERNATE FIELDS INSTEAD.
        01  WS-SEASONAL-RUN-DATE       PIC X(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-SEASONAL-ACTIVE         PIC X(01).
        01  WS-SEASONAL-STREET         PIC X(40).
        01  WS-SEASONAL-CITY           PIC X(40).
        01  WS-SEASONAL-STATE          PIC X(02).
        01  WS-SEASONAL-ZIP            PIC X(10).

      *> THE ORGANIZATION THE CONTACT IS FILED UNDER, IF ANY (SEE
      *> ADDRESS-ORG-LINK).
        01  WS-ORG-FUNCTION            PIC X(01) VALUE 'I'.
        01  WS-ORG-ID                  PIC X(08).
        01  WS-ORG-JOB-TITLE           PIC X(30).
        01  WS-ORG-DEPARTMENT          PIC X(20).
        01  WS-ORG-NAME                PIC X(40).
        01  WS-ORG-CLERK               PIC X(10) VALUE SPACES.
        01  WS-ORG-RESULT              PIC X(02).

      *> POSTAGE -- EVERY LABEL PRINTED IS ONE PIECE ON THE MAILING
      *> LOG (SEE MAILING-LOG).  A CAMPAIGN,EQ,<CODE> LINE IN THE
      *> CRITERIA FILE CHARGES THE RUN'S POSTAGE TO THAT CAMPAIGN.
        01  WS-ML-FUNCTION             PIC X(01).
        01  WS-ML-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-LABELS".
        01  WS-ML-CLASS                PIC X(01) VALUE 'F'.
        01  WS-ML-CAMPAIGN             PIC X(08) VALUE SPACES.
        01  WS-ML-PIECES               PIC 9(07) VALUE 1.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-SEASONAL-RUN-DATE,
                 WS-DATE-OVERRIDE, WS-OVERRIDE-MARK
            IF WS-DATE-OVERRIDDEN
               DISPLAY WS-OVERRIDE-MARK
            END-IF
            PERFORM OPEN-FILES
            PERFORM LOAD-SELECT-CRITERIA
                    THRU LOAD-SELECT-CRITERIA-EXIT
            DISPLAY "LABELS: " WS-CRIT-SELECTED " SELECTED, "
                    WS-CRIT-BYPASSED " BYPASSED"
            PERFORM CLOSE-FILES
            MOVE 'E' TO WS-ML-FUNCTION
            CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
                 FD-COMPANY-CODE, WS-ML-CLASS, FD-COUNTRY,
                 WS-ML-CAMPAIGN, WS-ML-PIECES
            MOVE 'E' TO WS-RC-FUNCTION
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
            IF DNM-CRITERION-GIVEN OR NOT FD-DO-NOT-MAIL-YES
               ADD 1 TO WS-CRIT-SELECTED
               PERFORM ADD-LABEL-CELL
               MOVE 'P' TO WS-ML-FUNCTION
               CALL "MAILING-LOG" USING WS-ML-FUNCTION,
                    WS-ML-JOB-NAME, FD-COMPANY-CODE, WS-ML-CLASS,
                    FD-COUNTRY, WS-ML-CAMPAIGN, WS-ML-PIECES
               IF WS-CELL-COUNT = 3
                  PERFORM WRITE-LABEL-ROW
               END-IF
            END-IF
            ADD 1 TO WS-CELL-COUNT
            SET LBL-IDX TO WS-CELL-COUNT
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION, FD-PHONE,
                 WS-ORG-ID, WS-ORG-JOB-TITLE, WS-ORG-DEPARTMENT,
                 WS-ORG-NAME, WS-ORG-CLERK, WS-ORG-RESULT
            IF WS-ORG-NAME NOT = SPACES
               MOVE WS-ORG-NAME TO WS-CELL-NAME-LINE (LBL-IDX)
               STRING 'ATTN: '      DELIMITED BY SIZE
                      FD-FIRST-NAME DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      FD-LAST-NAME  DELIMITED BY SIZE
                      INTO WS-CELL-ATTN-LINE (LBL-IDX)
               END-STRING
            ELSE
               STRING FD-FIRST-NAME DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      FD-LAST-NAME  DELIMITED BY SIZE
                      INTO WS-CELL-NAME-LINE (LBL-IDX)
               END-STRING
            END-IF
            MOVE FD-STREET-NAME TO WS-CELL-STREET-LINE (LBL-IDX)
      *> A FOREIGN ADDRESS DROPS THE FORCED CITY-STATE-ZIP ORDER AND
      *> PUTS THE COUNTRY ON ITS OWN LAST LINE, THE WAY THE POST
            END-STRING
            WRITE LABEL-LINE FROM WS-PRINT-LINE

      *> THE ATTN ROW IS ONLY STOCK WHEN A CELL IN THIS ROW IS A
      *> BUSINESS CONTACT, THE SAME RULE AS THE COUNTRY ROW BELOW.
            IF WS-CELL-ATTN-LINE (1) NOT = SPACES
               OR WS-CELL-ATTN-LINE (2) NOT = SPACES
               OR WS-CELL-ATTN-LINE (3) NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-CELL-ATTN-LINE (1) '  '
                      WS-CELL-ATTN-LINE (2) '  '
                      WS-CELL-ATTN-LINE (3)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE LABEL-LINE FROM WS-PRINT-LINE
            END-IF

            MOVE SPACES TO WS-PRINT-LINE
            STRING WS-CELL-STREET-LINE (1) '  '
                   WS-CELL-STREET-LINE (2) '  '
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "DO-NOT-MAIL"
               SET DNM-CRITERION-GIVEN TO TRUE
            END-IF
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "CAMPAIGN"
               MOVE WS-CRIT-VALUE (WS-CRIT-COUNT) (1:8)
                 TO WS-ML-CAMPAIGN
            END-IF
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "COMPANY"
               AND (WS-CRIT-VALUE (WS-CRIT-COUNT) (1:2) = "01"
                    OR WS-CRIT-VALUE (WS-CRIT-COUNT) (1:2) = "02")
