000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000255*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000256*   10/15/2026  DP   THE CLERK RUNNING THE INQUIRY NOW SIGNS ON,*
000257*                    AND THE ACCOUNT SHOWN IS WRITTEN TO THE    *
000258*                    READ-ACCESS LOG (SEE ADDRESS-ACCESS-LOG).  *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000730
000740 01  WS-IN-ACCOUNT              PIC X(07).
000750 01  WS-WORK-ACCOUNT            PIC 9(07).
000751*   THE CLERK ASKING (SEE ADDRESS-CLERK-CHECK) AND THE READ-ACCESS
000752*   LOG FIELDS (SEE ADDRESS-ACCESS-LOG).
000753 01  WS-CLERK-ID                PIC X(10).
000754 01  WS-CLERK-NAME              PIC X(30).
000755 01  WS-CLERK-ROLE              PIC X(01).
000756 01  WS-CHECK-RESULT            PIC X(01).
000757 01  WS-ACCESS-PROGRAM          PIC X(30)
000758     VALUE "ACCOUNT-HISTORY-INQUIRY".
000759 01  WS-ACCESS-KEY-TYPE         PIC X(01) VALUE 'A'.
000760 01  WS-ACCESS-KEY-VALUE        PIC X(30).
000761 01  WS-SWITCHES.
000770     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000780         88  WS-EOF-YES                    VALUE 'Y'.
000790     05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE 'N'.
000810
000820 01  WS-HISTORY-COUNT           PIC 9(05) VALUE ZERO.
000830 01  WS-LIVE-COUNT              PIC 9(05) VALUE ZERO.
000840 01  WS-DEBIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
000850 01  WS-CREDIT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
000860
000870 01  WS-DETAIL-LINE.
000880     05  FILLER                  PIC X(01) VALUE SPACES.
000890     05  WS-D-DATE               PIC 9(08).
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  WS-D-UID                PIC 9(09).
000920     05  FILLER                  PIC X(01) VALUE SPACES.
000930     05  WS-D-TYPE               PIC X(01).
000940     05  FILLER                  PIC X(01) VALUE SPACES.
000950     05  WS-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
000960     05  FILLER                  PIC X(01) VALUE SPACES.
000970     05  WS-D-END-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  WS-D-DESC               PIC X(25).
001000
001030*   0000-MAINLINE                                               *
001040*                                                                *
001050 0000-MAINLINE.
001051     DISPLAY "ENTER YOUR CLERK ID:".
001052     ACCEPT WS-CLERK-ID.
001053     IF WS-CLERK-ID = SPACES
001054        DISPLAY "A CLERK ID IS REQUIRED"
001055        GO TO 9999-EXIT
001056     END-IF.
001057     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001058          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001059     EVALUATE WS-CHECK-RESULT
001060        WHEN 'Y'
001061           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001062        WHEN 'M'
001063           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001064                   "CLERK NOT VERIFIED"
001065        WHEN OTHER
001066           DISPLAY "NOT AN ACTIVE CLERK"
001067           GO TO 9999-EXIT
001068     END-EVALUATE.
001069     DISPLAY "ENTER ACCOUNT NUMBER:".
001070     ACCEPT WS-IN-ACCOUNT.
001080     IF WS-IN-ACCOUNT NOT NUMERIC
001090        DISPLAY "ACCOUNT MUST BE NUMERIC"
001100        GO TO 9999-EXIT
001110     END-IF.
001120     MOVE WS-IN-ACCOUNT TO WS-WORK-ACCOUNT.
001121     MOVE SPACES TO WS-ACCESS-KEY-VALUE.
001122     MOVE WS-WORK-ACCOUNT TO WS-ACCESS-KEY-VALUE (1:7).
001123     CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
001124          WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
001125          WS-ACCESS-KEY-VALUE.
001130     OPEN OUTPUT PRINT-FILE.
001140     MOVE SPACES TO PRINT-LINE.
001150     STRING "WHOLE-LIFE ACTIVITY FOR ACCOUNT " WS-WORK-ACCOUNT
