000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000252*   10/15/2026  DP   A RUN UNDER AN AS-OF DATE OVERRIDE IS      *
000254*                    LISTED WHEN IT RAN TODAY OR YESTERDAY,     *
000256*                    MARKED WITH THE DAY IT ACTUALLY RAN.       *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000800 01  WS-TODAY-INTEGER            PIC 9(07).
000810 01  WS-YESTERDAY-8              PIC 9(08).
000820 01  WS-FLAG                     PIC X(08).
000825 01  WS-OVERRIDE-FLAG            PIC X(28).
000830 01  WS-RUN-COUNT                PIC 9(03) VALUE ZERO.
000840 01  WS-ABEND-COUNT              PIC 9(03) VALUE ZERO.
000850 01  WS-MISSING-COUNT            PIC 9(03) VALUE ZERO.
001410     END-READ.
001420     IF RC-RUN-DATE NOT = WS-TODAY-8
001430        AND RC-RUN-DATE NOT = WS-YESTERDAY-8
001432        AND NOT (RC-DATE-OVERRIDDEN
001434                 AND (RC-SYSTEM-DATE = WS-TODAY-8
001436                      OR RC-SYSTEM-DATE = WS-YESTERDAY-8))
001440        GO TO 2100-EXIT
001450     END-IF.
001452     MOVE SPACES TO WS-OVERRIDE-FLAG.
001454     IF RC-DATE-OVERRIDDEN
001456        STRING "AS-OF OVERRIDE, RAN " RC-SYSTEM-DATE
001458               DELIMITED BY SIZE INTO WS-OVERRIDE-FLAG
001459     END-IF.
001460     MOVE SPACES TO WS-FLAG.
001470     IF NOT RC-RUN-COMPLETED
001480        MOVE "*ABEND* " TO WS-FLAG
001530            " " RC-START-TIME " " RC-END-TIME
001540            " " RC-RECORDS-READ " " RC-RECORDS-WRITTEN
001550            " " RC-COMPLETION-CODE " " WS-FLAG
001555            " " WS-OVERRIDE-FLAG
001560            DELIMITED BY SIZE INTO REPORT-LINE
001570     END-STRING.
001580     WRITE REPORT-LINE.
