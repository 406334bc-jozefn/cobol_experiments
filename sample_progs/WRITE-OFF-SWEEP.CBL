000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000272*   10/15/2026  DP   WIDER LEDGER AMOUNTS; POSTING TOKENS ARE   *
000274*                    NOW IMPLIED-DECIMAL, AS LEDGER-POST        *
000276*                    EDITS THEM.                                *
000278*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000280*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000282*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000284*                    HEADING.                                   *
000286*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001280         88  WS-FIRST-ACCOUNT             VALUE 'Y'.
001290
001300 01  WS-TODAY-8                 PIC 9(08).
001302 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001304     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001306 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001310 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001320 01  WS-ITEM-INTEGER-DATE       PIC 9(07).
001330 01  WS-DAYS-OLD                PIC 9(05).
001340 01  WS-OLDEST-DAYS             PIC 9(05) VALUE ZERO.
001350 01  WS-PARM-NAME               PIC X(20).
001360 01  WS-PARM-VALUE              PIC X(20).
001370 01  WS-WRITEOFF-THRESHOLD      PIC 9(09)V9(02) VALUE 25.00.
001380 01  WS-PREV-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
001390 01  WS-OPEN-BALANCE            PIC 9(09)V9(02) VALUE ZERO.
001400 01  WS-ACCT-COMPANY            PIC X(02) VALUE "01".
001410 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001420 01  WS-NEW-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
001430 01  WS-OUT-ACCOUNT-ID          PIC 9(07).
001440 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
001450 01  WS-OUT-START               PIC S9(09)V9(02)
001455                                SIGN IS LEADING SEPARATE.
001460 01  WS-OUT-END                 PIC S9(09)V9(02)
001465                                SIGN IS LEADING SEPARATE.
001470 01  WS-SWEEP-AMOUNT            PIC 9(09)V9(02) VALUE ZERO.
001475 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
001480
001490 01  WS-BATCH-CO-SUB            PIC 9(01).
001500 01  WS-BATCH-CO-TABLE.
001510     05  WS-BATCH-CO OCCURS 2 TIMES.
001520         10  WS-BATCH-CO-COUNT  PIC 9(05) VALUE ZERO.
001530         10  WS-BATCH-CO-TOTAL  PIC 9(10)V9(02) VALUE ZERO.
001540 01  WS-HDR-NUMBER              PIC X(06).
001550 01  WS-HDR-COUNT               PIC 9(05).
001560 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
001570 01  WS-HDR-COMPANY             PIC X(02).
001580 01  WS-SWEEP-COUNT             PIC 9(05) VALUE ZERO.
001590 01  WS-SWEEP-TOTAL             PIC 9(10)V9(02) VALUE ZERO.
001600
001610 PROCEDURE DIVISION.
001620*                                                                *
001800*   1000-INITIALIZE                                             *
001810*                                                                *
001820 1000-INITIALIZE.
001830     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001835          WS-OVERRIDE-MARK.
001840     COMPUTE WS-TODAY-INTEGER-DATE =
001850        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001860     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
001980     OPEN OUTPUT REGISTER-FILE.
001990     MOVE "WRITE-OFF SWEEP REGISTER" TO REGISTER-LINE.
002000     WRITE REGISTER-LINE.
002002     IF WS-DATE-OVERRIDDEN
002004        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
002006        WRITE REGISTER-LINE
002008     END-IF.
002010     MOVE LOW-VALUES TO OI-ITEM-KEY.
002020     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
002030         INVALID KEY
002950     COMPUTE WS-NEW-BALANCE =
002960             WS-LAST-BALANCE - WS-SWEEP-AMOUNT.
002970     MOVE WS-NEW-BALANCE     TO WS-OUT-END.
002975     MOVE WS-SWEEP-AMOUNT    TO WS-AMOUNT-EDITED.
002980     MOVE SPACES TO BW-LINE.
002990     STRING "00000,"           DELIMITED BY SIZE
003000            WS-OUT-ACCOUNT-ID  DELIMITED BY SIZE
003230     ADD WS-SWEEP-AMOUNT TO WS-SWEEP-TOTAL.
003240     MOVE SPACES TO REGISTER-LINE.
003250     STRING "ACCOUNT " WS-OUT-ACCOUNT-ID
003260            "  WRITTEN OFF " WS-AMOUNT-EDITED
003270            "  OLDEST " WS-OLDEST-DAYS " DAYS"
003280            DELIMITED BY SIZE INTO REGISTER-LINE
003290     END-STRING.
