000520*   09/02/2026  DP   FEES NOW TRIGGER ONLY PAST THE ITEM'S      *
000530*                    TERMS-DRIVEN DUE DATE (OR STATEMENT DATE   *
000540*                    + 30 FOR OLDER ITEMS WITH NO DUE DATE).    *
000542*   10/15/2026  DP   WIDER LEDGER AMOUNTS; THE POSTING TOKENS   *
000544*                    NOW CARRY NINE-DIGIT AMOUNTS AND SIGNED    *
000546*                    BALANCES.                                  *
000548*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000550*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000552*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000554*                    HEADING.                                   *
000556*   10/15/2026  DP   AN ACCOUNT WHOSE CONTACT IS IN AN AREA     *
000558*                    UNDER A DISASTER-RELIEF DECLARATION DRAWS  *
000560*                    NO FEE WHILE THE RELIEF IS IN FORCE (SEE   *
000562*                    RELIEF-AREA-CHECK); THE REGISTER SHOWS THE *
000564*                    RELIEF AND A COUNT.                        *
000566*                                                                *
000568 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OPTIONAL OPEN-ITEMS
001750 01  WS-RATE-IN                  PIC X(05).
001760
001770 01  WS-TODAY-8                  PIC 9(08).
001772 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001774     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001776 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001780 01  WS-TODAY-INTEGER-DATE       PIC 9(07).
001790 01  WS-ITEM-INTEGER-DATE        PIC 9(07).
001800 01  WS-DAYS-OLD                 PIC 9(05).
001980 01  WS-PLAN-STATUS              PIC X(01).
001990*   ANSWER FROM LEGAL-HOLD-CHECK -- 'H' SUPPRESSES THE FEE.
002000 01  WS-HOLD-STATUS              PIC X(01).
002001*   ANSWER FROM RELIEF-AREA-CHECK -- 'R' SUPPRESSES THE FEE WHILE
002002*   A DISASTER-RELIEF DECLARATION COVERS THE ACCOUNT'S AREA.
002003 01  WS-RELIEF-ACTION            PIC X(01) VALUE 'F'.
002004 01  WS-RELIEF-STATUS            PIC X(01).
002005 01  WS-RELIEF-ID                PIC X(08).
002010
002020 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
002030 01  WS-PAST-DUE-AMOUNT          PIC 9(10)V9(02) VALUE ZERO.
002040 01  WS-FEE-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
002050 01  WS-LAST-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
002060 01  WS-NEW-BALANCE              PIC S9(09)V9(02) VALUE ZERO.
002070 01  WS-LINE-NUMBER              PIC 9(05) VALUE ZERO.
002080
002090 01  WS-FEE-COUNT                PIC 9(05) VALUE ZERO.
002100 01  WS-FEE-TOTAL                PIC 9(10)V9(02) VALUE ZERO.
002105 01  WS-RELIEF-COUNT             PIC 9(05) VALUE ZERO.
002110
002120*                                                                *
002130*   FORMATTED FIELDS FOR THE GENERATED BATCH LINE --            *
002140*   UID,ACCOUNT-ID,DESC,AMOUNT,START-BALANCE,END-BALANCE,TYPE   *
002150*                                                                *
002160 01  WS-OUT-ACCOUNT-ID           PIC 9(07).
002170 01  WS-OUT-AMOUNT               PIC 9(09)V9(02).
002180 01  WS-OUT-START                PIC S9(09)V9(02)
002185                                 SIGN IS LEADING SEPARATE.
002190 01  WS-OUT-END                  PIC S9(09)V9(02)
002195                                 SIGN IS LEADING SEPARATE.
002200
002210*                                                                *
002220*   PER-COMPANY BATCH CONTROL -- FEE LINES SPOOL TO THE WORK    *
002330 01  WS-BATCH-CO-TABLE.
002340     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
002350         10  WS-BATCH-CO-COUNT   PIC 9(05).
002360         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
002370 01  WS-HDR-NUMBER               PIC X(06).
002380 01  WS-HDR-COUNT                PIC 9(05).
002390 01  WS-HDR-TOTAL                PIC 9(10)V9(02).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-R-LINE               PIC 9(05).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  WS-R-PAST-DUE           PIC Z,ZZZ,ZZZ,ZZ9.99.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-R-RATE               PIC Z9.99.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-R-FEE                PIC ZZZ,ZZZ,ZZ9.99.
002540
002550 PROCEDURE DIVISION.
002560*                                                                *
002710*   THE FILES                                                    *
002720*                                                                *
002730 1000-INITIALIZE.
002740     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002745          WS-OVERRIDE-MARK.
002750     COMPUTE WS-TODAY-INTEGER-DATE =
002760        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002770     OPEN INPUT RATE-PARM-FILE.
003140     OPEN OUTPUT REGISTER-FILE.
003150     MOVE "LATE FEE ASSESSMENT REGISTER" TO REGISTER-LINE.
003160     WRITE REGISTER-LINE.
003162     IF WS-DATE-OVERRIDDEN
003164        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
003166        WRITE REGISTER-LINE
003168     END-IF.
003170     MOVE "ACCOUNT  LINE   PAST DUE       RATE   FEE"
003180        TO REGISTER-LINE.
003190     WRITE REGISTER-LINE.
004730     IF WS-FEE-AMOUNT = ZERO
004740        GO TO 5000-RESET
004750     END-IF.
004751*   AN ACCOUNT IN A DISASTER-RELIEF AREA DRAWS NO FEE WHILE THE
004752*   RELIEF IS IN FORCE (SEE RELIEF-AREA-CHECK) -- THE REGISTER
004753*   NAMES THE RELIEF AND THE FEE NOT CHARGED.
004754     CALL "RELIEF-AREA-CHECK" USING WS-PREV-ACCOUNT-ID,
004755          WS-RELIEF-ACTION, WS-TODAY-8, WS-RELIEF-STATUS,
004756          WS-RELIEF-ID.
004757     IF WS-RELIEF-STATUS = 'R'
004758        ADD 1 TO WS-RELIEF-COUNT
004759        MOVE SPACES TO REGISTER-LINE
004760        STRING WS-PREV-ACCOUNT-ID
004761               "  NO FEE -- DISASTER RELIEF " WS-RELIEF-ID
004762               "  FEE " WS-FEE-AMOUNT
004763               DELIMITED BY SIZE INTO REGISTER-LINE
004764        END-STRING
004765        WRITE REGISTER-LINE
004766        GO TO 5000-RESET
004767     END-IF.
004768     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
004770     ADD 1 TO WS-LINE-NUMBER.
004780     MOVE WS-PREV-ACCOUNT-ID  TO WS-OUT-ACCOUNT-ID.
004790     MOVE WS-FEE-AMOUNT       TO WS-OUT-AMOUNT.
005660            DELIMITED BY SIZE INTO REGISTER-LINE
005670     END-STRING.
005680     WRITE REGISTER-LINE.
005681     MOVE SPACES TO REGISTER-LINE.
005682     STRING "NO FEE -- DISASTER RELIEF: " WS-RELIEF-COUNT
005683            DELIMITED BY SIZE INTO REGISTER-LINE
005684     END-STRING.
005685     WRITE REGISTER-LINE.
005690     CLOSE REGISTER-FILE.
005700     CLOSE BATCH-WORK-FILE.
005710     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
005790     DISPLAY "LATE-FEE-ASSESSMENT RUN COMPLETE".
005800     DISPLAY "FEES GENERATED: " WS-FEE-COUNT.
005810     DISPLAY "FEE TOTAL:      " WS-FEE-TOTAL.
005815     DISPLAY "RELIEF SKIPS:   " WS-RELIEF-COUNT.
005820 8000-EXIT.
005830     EXIT.
005840
