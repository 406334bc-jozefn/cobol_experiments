      *> HAVE TIME TO SEND A CARD OR MAKE A CALL BEFORE THE DATE.
        01  WS-LOOKAHEAD-DAYS          PIC 9(03) VALUE 7.
        01  WS-TODAY-8                 PIC 9(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-TODAY-YYYY              PIC 9(04).
        01  WS-TODAY-MM                PIC 9(02).
        01  WS-TODAY-DD                PIC 9(02).
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            PERFORM SET-REMINDER-WINDOW
            PERFORM OPEN-FILES
            PERFORM READ-FIRST-BY-NAME
            PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               UNTIL END-OF-ADDRESS-FILE
            MOVE "UPCOMING BIRTHDAY / ANNIVERSARY REMINDERS" TO
                 REPORT-LINE
            WRITE REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

      *> ENDS UP LOWER THAN WS-TODAY-MMDD, SO THE COMPARISON BELOW
      *> HAS TO HANDLE BOTH THE NORMAL AND THE WRAPPED CASE.
        SET-REMINDER-WINDOW.
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            MOVE WS-TODAY-8 (1:4) TO WS-TODAY-YYYY
            MOVE WS-TODAY-8 (5:2) TO WS-TODAY-MM
            MOVE WS-TODAY-8 (7:2) TO WS-TODAY-DD
