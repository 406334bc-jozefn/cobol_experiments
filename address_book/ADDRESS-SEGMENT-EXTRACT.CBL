        01  WS-CAMPAIGN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
            88  CAMPAIGN-FILE-OPEN     VALUE 'Y'.
        01  WS-TODAY-8                 PIC X(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
        MAIN SECTION.
            PERFORM OPEN-FILES
            PERFORM LOAD-SELECT-CRITERIA
                    THRU LOAD-SELECT-CRITERIA-EXIT
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            IF WS-DATE-OVERRIDDEN
               DISPLAY WS-OVERRIDE-MARK
            END-IF
            IF WS-CAMPAIGN-CODE NOT = SPACES
               OPEN I-O CAMPAIGN-FILE
               IF CAMPAIGN-STATUS = '00' OR CAMPAIGN-STATUS = '05'
