000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000272*   10/15/2026  DP   A PROCESSING-DATE OVERRIDE THAT FAILS      *
000274*                    VALIDATION NOW FAILS THE GATE; A GOOD ONE  *
000276*                    IS MARKED ON THE CHECKLIST HEADING.        *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001500 01  REPORT-STATUS              PIC X(02).
001510
001520 01  WS-TODAY-8                 PIC 9(08).
001522 01  WS-PROCESSING-DATE         PIC 9(08).
001524 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001526 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001530 01  WS-FAIL-COUNT              PIC 9(02) VALUE ZERO.
001540 01  WS-CHECK-NAME              PIC X(30).
001550 01  WS-CHECK-STATUS            PIC X(02).
001710          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001720          WS-RC-CODE.
001730     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001735     CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE,
001737          WS-DATE-OVERRIDE, WS-OVERRIDE-MARK.
001740     OPEN OUTPUT REPORT-FILE.
001750     MOVE SPACES TO REPORT-LINE.
001760     STRING "NIGHTLY PREFLIGHT CHECKLIST, RUN " WS-TODAY-8
001770            DELIMITED BY SIZE INTO REPORT-LINE
001780     END-STRING.
001790     WRITE REPORT-LINE.
001792     IF WS-OVERRIDE-MARK NOT = SPACES
001794        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
001796     END-IF.
001800     MOVE SPACES TO REPORT-LINE.
001810     WRITE REPORT-LINE.
001820     PERFORM 2100-CHECK-ADDRESS-FILE  THRU 2100-EXIT.
001860     PERFORM 2500-CHECK-ACCT-MASTER   THRU 2500-EXIT.
001870     PERFORM 2600-CHECK-RUN-LOCK      THRU 2600-EXIT.
001880     PERFORM 2700-CHECK-BACKUP        THRU 2700-EXIT.
001885     PERFORM 2800-CHECK-AS-OF-DATE    THRU 2800-EXIT.
001890     PERFORM 8000-FINISH              THRU 8000-EXIT.
001900     GO TO 9999-EXIT.
001910
002970 2700-EXIT.
002980     EXIT.
002990
002991*                                                                *
002992*   2800-CHECK-AS-OF-DATE -- A PROCESSING-DATE LINE IN THE RUN  *
002993*   PARMS THAT PROCESSING-DATE REJECTED WOULD RUN THE CHAIN ON  *
002994*   THE WRONG BUSINESS DAY; THE REASON GOES ON THE CHECKLIST    *
002995*                                                                *
002996 2800-CHECK-AS-OF-DATE.
002997     MOVE "AS-OF PROCESSING DATE" TO WS-CHECK-NAME.
002998     MOVE "00" TO WS-CHECK-STATUS.
002999     IF WS-DATE-OVERRIDE = 'E'
003000        MOVE "RJ" TO WS-CHECK-STATUS
003001        DISPLAY WS-OVERRIDE-MARK
003002     END-IF.
003003     PERFORM 7000-JUDGE-ONE-CHECK THRU 7000-EXIT.
003004 2800-EXIT.
003005     EXIT.
003006
003007*                                                                *
003010*   7000-JUDGE-ONE-CHECK -- PASS/FAIL LINE ON THE CHECKLIST     *
003020*                                                                *
003030 7000-JUDGE-ONE-CHECK.
