000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000265*   10/15/2026  DP   UIDS ARE NOW NINE DIGITS; WIDER AMOUNTS.   *
000270*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000670 01  WS-WORK-ACCOUNT            PIC 9(07).
000680 01  WS-ACTION                  PIC X(01).
000690 01  WS-IN-VALUE                PIC X(12).
000700 01  WS-FROM-UID                PIC 9(09).
000710 01  WS-TO-UID                  PIC 9(09).
000720 01  WS-MOVE-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
000730 01  WS-FROM-APPLIED            PIC 9(09)V9(02) VALUE ZERO.
000732 01  WS-SOURCE-UID              PIC 9(09) VALUE ZERO.
000740 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000750     88  WS-SCAN-EOF                      VALUE 'Y'.
000760
001900*   -- THE RECEIVABLE TOTAL IS UNCHANGED.                       *
001910*                                                                *
001920 4000-MOVE-APPLIED-CASH.
001930     DISPLAY "TAKE CASH BACK FROM UID (NINE DIGITS):".
001940     ACCEPT WS-IN-VALUE.
001950     IF WS-IN-VALUE (1:9) NOT NUMERIC
001960        DISPLAY "UID MUST BE NUMERIC"
001970        GO TO 4000-EXIT
001980     END-IF.
001990     MOVE WS-IN-VALUE (1:9) TO WS-FROM-UID.
002000     DISPLAY "APPLY IT TO UID (NINE DIGITS):".
002010     ACCEPT WS-IN-VALUE.
002020     IF WS-IN-VALUE (1:9) NOT NUMERIC
002030        DISPLAY "UID MUST BE NUMERIC"
002040        GO TO 4000-EXIT
002050     END-IF.
002060     MOVE WS-IN-VALUE (1:9) TO WS-TO-UID.
002070     IF WS-FROM-UID = WS-TO-UID
002080        DISPLAY "SOURCE AND TARGET MUST DIFFER"
002090        GO TO 4000-EXIT
