                 MOVE SPACES TO CAMPAIGN-MASTER-RECORD
                 MOVE WS-WORK-CODE TO CP-CAMPAIGN-CODE
                 MOVE ZERO TO CP-PIECE-COST CP-FIXED-COST
                 MOVE ZERO TO CP-PIECES-MAILED CP-POSTAGE-LOGGED
                 SET MASTER-RECORD-IS-NEW TO TRUE
            END-READ
            IF NOT MASTER-RECORD-IS-NEW
                       " MAILED " CP-MAILED-DATE
               DISPLAY "  PIECE COST " CP-PIECE-COST
                       "  FIXED COST " CP-FIXED-COST
               DISPLAY "  PIECES MAILED " CP-PIECES-MAILED
                       "  POSTAGE LOGGED " CP-POSTAGE-LOGGED
            END-IF
            DISPLAY "DESCRIPTION (ENTER TO KEEP):"
            MOVE SPACES TO WS-IN-TEXT
