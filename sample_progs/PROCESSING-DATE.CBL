000010******************************************************************
000020*                                                                *
000030*   PROCESSING-DATE                                              *
000040*                                                                *
000050*   CALLED SUBPROGRAM THAT HANDS A BATCH JOB THE BUSINESS DATE   *
000060*   IT IS RUNNING FOR (THE SAME SHAPE AS BUSINESS-DAY-CHECK):    *
000070*                                                                *
000080*       CALL "PROCESSING-DATE" USING PROCESSING-DATE,            *
000090*            OVERRIDE-FLAG, OVERRIDE-MARK                        *
000100*                                                                *
000110*   NORMALLY THAT IS TODAY'S DATE FROM THE SYSTEM CLOCK.  WHEN   *
000120*   THE NIGHTLY SUITE FAILS AND IS RE-RUN THE NEXT MORNING,      *
000130*   OPERATIONS PUTS A PROCESSING-DATE=YYYYMMDD LINE IN THE       *
000140*   SHARED LEDGER RUN PARAMETER FILE (LEDGER-RUN-PARMS.TXT) AND  *
000150*   EVERY JOB IN THE STREAM POSTS, AGES, DATES ITS NOTICES AND   *
000160*   REGISTERS ITS RUN AS OF THAT BUSINESS DAY INSTEAD.  THE      *
000170*   LINE MUST BE TAKEN OUT AGAIN ONCE THE CATCH-UP IS DONE.      *
000180*                                                                *
000190*   THE OVERRIDE IS HONORED ONLY WHEN IT IS A REAL DATE, IS A    *
000200*   PROCESSING DAY ON THE SHARED CALENDAR (BUSINESS-DAY-CHECK    *
000210*   HANDS IT BACK UNCHANGED), IS NOT LATER THAN TODAY AND IS NO  *
000220*   MORE THAN 31 DAYS BACK -- A MISTYPED YEAR MUST NOT POST A    *
000230*   NIGHT'S WORK INTO LAST YEAR'S BOOKS.                         *
000240*                                                                *
000250*   OVERRIDE-FLAG: N NO OVERRIDE (TODAY'S DATE), Y OVERRIDDEN,   *
000260*   E AN OVERRIDE WAS GIVEN BUT REJECTED (TODAY'S DATE IS        *
000270*   RETURNED; NIGHTLY-PREFLIGHT FAILS THE GATE ON THIS SO THE    *
000280*   CHAIN NEVER RUNS ON THE WRONG DAY).  OVERRIDE-MARK IS THE    *
000290*   LINE A JOB PUTS ON ITS REPORT HEADINGS WHEN THE FLAG IS Y,   *
000300*   OR THE REASON FOR THE REJECTION WHEN IT IS E.                *
000310*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.      PROCESSING-DATE.
000350 AUTHOR.          DATA PROCESSING.
000360 INSTALLATION.    ACCOUNTING SYSTEMS.
000370 DATE-WRITTEN.    10/15/2026.
000380 DATE-COMPILED.   10/15/2026.
000390*                                                                *
000400*   MODIFICATION HISTORY                                        *
000410*   ------------------------------------------------------------ *
000420*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000430*                                                                *
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL RUN-PARM-FILE
000480            ASSIGN       TO  RUNPARMS
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS  IS RUNPARM-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RUN-PARM-FILE
000550     RECORDING MODE IS F.
000560 01  RUN-PARM-LINE                PIC X(40).
000570
000580 WORKING-STORAGE SECTION.
000590 01  RUNPARMS                   PIC X(50)
000600     VALUE "ledger-run-parms.txt".
000610 01  RUNPARM-STATUS             PIC X(02).
000620 01  WS-PARM-NAME               PIC X(20).
000630 01  WS-PARM-VALUE              PIC X(20).
000640
000650*   THE ANSWER IS WORKED OUT ONCE PER PROGRAM LIFE -- A JOB THAT
000660*   ASKS AGAIN PAST MIDNIGHT MUST NOT CHANGE BUSINESS DAYS.
000670 01  WS-SETTLED-SWITCH          PIC X(01) VALUE 'N'.
000680     88  WS-DATE-SETTLED                  VALUE 'Y'.
000690 01  WS-SYSTEM-DATE             PIC 9(08) VALUE ZERO.
000700 01  WS-OVERRIDE-VALUE          PIC X(08) VALUE SPACES.
000710 01  WS-OVERRIDE-DATE           PIC 9(08) VALUE ZERO.
000720 01  WS-CALENDAR-DATE           PIC X(08).
000730 01  WS-SYSTEM-INTEGER          PIC 9(07) VALUE ZERO.
000740 01  WS-OVERRIDE-INTEGER        PIC 9(07) VALUE ZERO.
000750 01  WS-ANSWER-DATE             PIC 9(08) VALUE ZERO.
000760 01  WS-ANSWER-FLAG             PIC X(01) VALUE 'N'.
000770 01  WS-ANSWER-MARK             PIC X(60) VALUE SPACES.
000780
000790 LINKAGE SECTION.
000800 01  LK-PROCESSING-DATE          PIC 9(08).
000810 01  LK-OVERRIDE-FLAG            PIC X(01).
000820 01  LK-OVERRIDE-MARK            PIC X(60).
000830
000840 PROCEDURE DIVISION USING LK-PROCESSING-DATE, LK-OVERRIDE-FLAG,
000850                          LK-OVERRIDE-MARK.
000860*                                                                *
000870*   0000-MAINLINE                                               *
000880*                                                                *
000890 0000-MAINLINE.
000900     IF NOT WS-DATE-SETTLED
000910        PERFORM 1000-SETTLE-DATE THRU 1000-EXIT
000920     END-IF.
000930     MOVE WS-ANSWER-DATE TO LK-PROCESSING-DATE.
000940     MOVE WS-ANSWER-FLAG TO LK-OVERRIDE-FLAG.
000950     MOVE WS-ANSWER-MARK TO LK-OVERRIDE-MARK.
000960     GOBACK.
000970
000980*                                                                *
000990*   1000-SETTLE-DATE -- TODAY'S DATE UNLESS THE RUN PARAMETER    *
001000*   FILE CARRIES A PROCESSING-DATE LINE THAT PASSES 2000         *
001010*                                                                *
001020 1000-SETTLE-DATE.
001030     MOVE 'Y' TO WS-SETTLED-SWITCH.
001040     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001050     MOVE WS-SYSTEM-DATE TO WS-ANSWER-DATE.
001060     MOVE 'N' TO WS-ANSWER-FLAG.
001070     MOVE SPACES TO WS-ANSWER-MARK.
001080     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
001090     IF WS-OVERRIDE-VALUE = SPACES
001100        GO TO 1000-EXIT
001110     END-IF.
001120     PERFORM 2000-CHECK-OVERRIDE THRU 2000-EXIT.
001130     IF WS-ANSWER-FLAG = 'E'
001140        DISPLAY "PROCESSING-DATE: " WS-ANSWER-MARK
001150        GO TO 1000-EXIT
001160     END-IF.
001170     MOVE WS-OVERRIDE-DATE TO WS-ANSWER-DATE.
001180     MOVE 'Y' TO WS-ANSWER-FLAG.
001190     STRING "*** AS-OF DATE OVERRIDE: " WS-OVERRIDE-DATE
001200            " (RUN " WS-SYSTEM-DATE ") ***"
001210            DELIMITED BY SIZE INTO WS-ANSWER-MARK.
001220 1000-EXIT.
001230     EXIT.
001240
001250 1100-READ-RUN-PARMS.
001260     OPEN INPUT RUN-PARM-FILE.
001270     IF RUNPARM-STATUS NOT = '00'
001280        GO TO 1100-EXIT
001290     END-IF.
001300     PERFORM 1150-READ-ONE-PARM THRU 1150-EXIT
001310             UNTIL RUNPARM-STATUS NOT = '00'.
001320     CLOSE RUN-PARM-FILE.
001330 1100-EXIT.
001340     EXIT.
001350
001360 1150-READ-ONE-PARM.
001370     READ RUN-PARM-FILE
001380         AT END
001390            MOVE '10' TO RUNPARM-STATUS
001400            GO TO 1150-EXIT
001410     END-READ.
001420     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
001430     UNSTRING RUN-PARM-LINE DELIMITED BY "="
001440         INTO WS-PARM-NAME, WS-PARM-VALUE
001450     END-UNSTRING.
001460     IF WS-PARM-NAME = "PROCESSING-DATE"
001470        AND WS-PARM-VALUE NOT = SPACES
001480        MOVE WS-PARM-VALUE (1:8) TO WS-OVERRIDE-VALUE
001490     END-IF.
001500 1150-EXIT.
001510     EXIT.
001520
001530*                                                                *
001540*   2000-CHECK-OVERRIDE -- A REAL DATE, NOT IN THE FUTURE, NO    *
001550*   MORE THAN 31 DAYS BACK, AND A PROCESSING DAY.  ANY FAILURE   *
001560*   LEAVES TODAY'S DATE WITH FLAG E AND THE REASON AS THE MARK   *
001570*                                                                *
001580 2000-CHECK-OVERRIDE.
001590     MOVE 'E' TO WS-ANSWER-FLAG.
001600     IF WS-OVERRIDE-VALUE NOT NUMERIC
001610        STRING "PROCESSING-DATE " WS-OVERRIDE-VALUE
001620               " IS NOT A YYYYMMDD DATE -- IGNORED"
001630               DELIMITED BY SIZE INTO WS-ANSWER-MARK
001640        GO TO 2000-EXIT
001650     END-IF.
001660     MOVE WS-OVERRIDE-VALUE TO WS-OVERRIDE-DATE.
001670     COMPUTE WS-OVERRIDE-INTEGER =
001680        FUNCTION INTEGER-OF-DATE(WS-OVERRIDE-DATE).
001690     IF WS-OVERRIDE-INTEGER = ZERO
001700        STRING "PROCESSING-DATE " WS-OVERRIDE-VALUE
001710               " IS NOT A VALID DATE -- IGNORED"
001720               DELIMITED BY SIZE INTO WS-ANSWER-MARK
001730        GO TO 2000-EXIT
001740     END-IF.
001750     COMPUTE WS-SYSTEM-INTEGER =
001760        FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE).
001770     IF WS-OVERRIDE-INTEGER > WS-SYSTEM-INTEGER
001780        STRING "PROCESSING-DATE " WS-OVERRIDE-VALUE
001790               " IS LATER THAN TODAY -- IGNORED"
001800               DELIMITED BY SIZE INTO WS-ANSWER-MARK
001810        GO TO 2000-EXIT
001820     END-IF.
001830     IF WS-SYSTEM-INTEGER - WS-OVERRIDE-INTEGER > 31
001840        STRING "PROCESSING-DATE " WS-OVERRIDE-VALUE
001850               " IS OVER 31 DAYS BACK -- IGNORED"
001860               DELIMITED BY SIZE INTO WS-ANSWER-MARK
001870        GO TO 2000-EXIT
001880     END-IF.
001890     CALL "BUSINESS-DAY-CHECK" USING WS-OVERRIDE-VALUE,
001900          WS-CALENDAR-DATE.
001910     IF WS-CALENDAR-DATE NOT = WS-OVERRIDE-VALUE
001920        STRING "PROCESSING-DATE " WS-OVERRIDE-VALUE
001930               " IS NOT A PROCESSING DAY -- IGNORED"
001940               DELIMITED BY SIZE INTO WS-ANSWER-MARK
001950        GO TO 2000-EXIT
001960     END-IF.
001970     MOVE 'Y' TO WS-ANSWER-FLAG.
001980 2000-EXIT.
001990     EXIT.
