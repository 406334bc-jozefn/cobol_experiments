000080*   SIGN-ON FEEDS THE AUDIT TRAIL), KEYS A YYYYMM PERIOD, AND    *
000090*   EITHER (C)LOSES OR (R)EOPENS IT.  LEDGER-POST REJECTS ANY    *
000100*   DETAIL DATED IN A CLOSED PERIOD, SO MONTH-END MEANS CLOSED.  *
000103*   A PERIOD LOCKED BY FISCAL-YEAR-END-CLOSE (STATUS L) CANNOT   *
000106*   BE CLOSED OR REOPENED HERE.                                  *
000110*                                                                *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000250*                    AND IS BLOCKED ON A FAILED CHECKLIST       *
000260*                    UNLESS THE SUPERVISOR KEYS AN OVERRIDE     *
000270*                    REASON, WHICH IS LOGGED.                   *
000272*   10/15/2026  DP   A PERIOD LOCKED BY THE FISCAL YEAR-END     *
000274*                    CLOSE (STATUS L) CAN NO LONGER BE CLOSED   *
000276*                    OR REOPENED HERE.                          *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001840        MOVE "ACTION MUST BE C OR R" TO MSG-LINE
001850        GO TO 3000-EXIT
001860     END-IF.
001864*   A PERIOD LOCKED BY THE FISCAL YEAR-END CLOSE STAYS LOCKED.
001868     MOVE WS-PERIOD-IN TO PC-PERIOD.
001872     READ PERIOD-CONTROL
001876         NOT INVALID KEY
001880            IF PC-PERIOD-LOCKED
001884               MOVE "PERIOD LOCKED BY FISCAL YEAR-END CLOSE"
001888                 TO MSG-LINE
001892               GO TO 3000-EXIT
001896            END-IF
001900     END-READ.
001904*   A CLOSE MUST PASS THE READINESS CHECKLIST (OR CARRY A
001908*   LOGGED SUPERVISOR OVERRIDE) BEFORE IT TOUCHES THE PERIOD.
001912     IF WS-ACTION-IN = 'C'
001916        PERFORM 3500-READINESS-GATE THRU 3500-EXIT
001920        IF WS-CHECK-RESULT = 'B'
001924           GO TO 3000-EXIT
001928        END-IF
001932     END-IF.
001950     MOVE WS-PERIOD-IN TO PC-PERIOD.
001960     READ PERIOD-CONTROL
001970         INVALID KEY
