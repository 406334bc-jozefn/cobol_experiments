000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000272*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS;  *
000274*                    POSTING TOKENS NOW IMPLIED-DECIMAL WITH    *
000276*                    SIGNED BALANCES, AS LEDGER-POST EDITS.     *
000277*   10/15/2026  DP   A DEACTIVATED MANDATE ON THE WORKLIST      *
000278*                    NAMES THE BANK ACCOUNT, MASKED TO THE      *
000279*                    LAST FOUR DIGITS (SEE BANK-NUMBER-MASK).   *
000280*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000281*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000282*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000283*                    HEADING.                                   *
000284*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001410         88  WS-CREDIT-MATCHED            VALUE 'Y'.
001420
001430 01  WS-TODAY-8                 PIC 9(08).
001432 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001434     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001436 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001440 01  WS-PARM-NAME               PIC X(20).
001450 01  WS-PARM-VALUE              PIC X(20).
001460*   THE NSF FEE CHARGED ON AN R01 RETURN.  ZERO SUPPRESSES THE
001510 01  WS-IN-AMOUNT               PIC X(12).
001520 01  WS-IN-CODE                 PIC X(03).
001530 01  WS-WORK-ACCOUNT            PIC 9(07) VALUE ZERO.
001540 01  WS-WORK-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
001550 01  WS-MATCHED-UID             PIC 9(09) VALUE ZERO.
001560 01  WS-MATCHED-COMPANY         PIC X(02) VALUE "01".
001570 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
001580 01  WS-NEW-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
001590 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
001600 01  WS-OUT-START               PIC S9(09)V9(02)
001605                                SIGN IS LEADING SEPARATE.
001610 01  WS-OUT-END                 PIC S9(09)V9(02)
001615                                SIGN IS LEADING SEPARATE.
001620 01  WS-OUT-UID                 PIC 9(09).
001630 01  WS-RETURN-COUNT            PIC 9(05) VALUE ZERO.
001640 01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE ZERO.
001650 01  WS-DEACTIVATED-COUNT       PIC 9(05) VALUE ZERO.
001652*   THE WORKLIST NEVER CARRIES A FULL BANK NUMBER -- ONLY THE
001654*   LAST FOUR DIGITS (SEE BANK-NUMBER-MASK).
001656 01  WS-MASK-IN                 PIC X(17).
001658 01  WS-MASK-OUT                PIC X(17).
001660
001670 01  WS-BATCH-CO-SUB            PIC 9(01).
001680 01  WS-BATCH-CO-TABLE.
001690     05  WS-BATCH-CO OCCURS 2 TIMES.
001700         10  WS-BATCH-CO-COUNT  PIC 9(05) VALUE ZERO.
001710         10  WS-BATCH-CO-TOTAL  PIC 9(10)V9(02) VALUE ZERO.
001720 01  WS-HDR-NUMBER              PIC X(06).
001730 01  WS-HDR-COUNT               PIC 9(05).
001740 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
001750 01  WS-HDR-COMPANY             PIC X(02).
001760
001770 PROCEDURE DIVISION.
001930*   1000-INITIALIZE                                             *
001940*                                                                *
001950 1000-INITIALIZE.
001960     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001965          WS-OVERRIDE-MARK.
001970     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
001980     OPEN INPUT RETURNS-FILE.
001990     IF RETURNS-STATUS NOT = '00'
002150     MOVE "ACH RETURN WORKLIST -- CUSTOMER THINKS THEY PAID"
002160          TO WORKLIST-LINE.
002170     WRITE WORKLIST-LINE.
002172     IF WS-DATE-OVERRIDDEN
002174        MOVE WS-OVERRIDE-MARK TO WORKLIST-LINE
002176        WRITE WORKLIST-LINE
002178     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
004340     IF BD-RETURN-COUNT >= 2 AND BD-AUTOPAY-ACTIVE
004350        MOVE 'N' TO BD-ACTIVE-FLAG
004360        ADD 1 TO WS-DEACTIVATED-COUNT
004363        MOVE BD-BANK-ACCOUNT-NUMBER TO WS-MASK-IN
004366        CALL "BANK-NUMBER-MASK" USING WS-MASK-IN, WS-MASK-OUT
004370        MOVE SPACES TO WORKLIST-LINE
004380        STRING "ACCOUNT " WS-WORK-ACCOUNT
004390               " AUTOPAY MANDATE DEACTIVATED AFTER "
004400               BD-RETURN-COUNT " RETURNS -- BANK ACCT "
004405               WS-MASK-OUT
004410               DELIMITED BY SIZE INTO WORKLIST-LINE
004420        END-STRING
004430        WRITE WORKLIST-LINE
