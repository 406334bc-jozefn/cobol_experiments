000250*                    NOW JOURNALED THROUGH                     *
000260*                    LEDGER-JOURNAL-WRITE FOR FORWARD          *
000270*                    RECOVERY.                                 *
000275*   10/15/2026  DP   ITEM UIDS ARE NOW NINE DIGITS.            *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000610 01  WS-JL-AFTER                PIC X(200).
000620
000630 01  WS-IN-ACCOUNT              PIC X(07).
000640 01  WS-IN-UID                  PIC X(09).
000650 01  WS-WORK-ACCOUNT            PIC 9(07).
000660 01  WS-ACTION                  PIC X(01).
000670 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001230     IF WS-ACTION NOT = 'F' AND WS-ACTION NOT = 'R'
001240        GO TO 2000-EXIT
001250     END-IF.
001260     DISPLAY "ITEM UID (NINE DIGITS):".
001270     ACCEPT WS-IN-UID.
001280     IF WS-IN-UID NOT NUMERIC
001290        DISPLAY "UID MUST BE NUMERIC"
001310     END-IF.
001320     MOVE SPACES TO OI-ITEM-KEY.
001330     MOVE WS-IN-ACCOUNT TO OI-ITEM-KEY (1:7).
001340     MOVE WS-IN-UID     TO OI-ITEM-KEY (8:9).
001350     READ OPEN-ITEMS
001360         INVALID KEY
001370            DISPLAY "NO SUCH ITEM ON FILE"
