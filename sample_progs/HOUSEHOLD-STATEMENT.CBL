000270*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000272*   08/22/2026  DP   TYPE-F REFUND DISBURSEMENTS TOTAL WITH     *
000274*                    THE DEBITS.                                *
000275*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS;  *
000276*                    BALANCES ARE SIGNED SO A CREDIT BALANCE    *
000277*                    CARRIES AS A NEGATIVE AMOUNT.              *
000279*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000281*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000283*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000284*   10/15/2026  DP   EVERY HOUSEHOLD MAILING IS COUNTED ON      *
000285*                    THE MAILING LOG FOR POSTAGE (SEE           *
000286*                    MAILING-LOG).                              *
000287*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001070*   MONTHLY-STATEMENT                                            *
001080*                                                                *
001090 01  WS-TODAY-8                  PIC 9(08).
001092 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001094     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001096 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001100 01  WS-TODAY-YYYY               PIC 9(04).
001110 01  WS-TODAY-MM                 PIC 9(02).
001120 01  WS-STMT-YYYY                PIC 9(04).
001320         10  WS-CT-NAME          PIC X(41).
001330         10  WS-CT-STREET        PIC X(40).
001340         10  WS-CT-CSZ           PIC X(60).
001342         10  WS-CT-COMPANY       PIC X(02).
001344         10  WS-CT-COUNTRY       PIC X(03).
001350 01  WS-CONTACT-COUNT            PIC 9(03) VALUE ZERO.
001360 01  WS-CONTACT-INDEX            PIC 9(03) VALUE ZERO.
001370 01  WS-LOOKUP-ACCOUNT           PIC 9(07) VALUE ZERO.
001390
001400 01  WS-PREV-GROUP-KEY           PIC X(12) VALUE SPACES.
001410 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001420 01  WS-ACCT-DEBITS              PIC 9(11)V9(02) VALUE ZERO.
001430 01  WS-ACCT-CREDITS             PIC 9(11)V9(02) VALUE ZERO.
001434 01  WS-ACCT-END-BALANCE         PIC S9(09)V9(02) VALUE ZERO
001438                                 SIGN IS LEADING SEPARATE.
001442 01  WS-DETAIL-BALANCE           PIC S9(09)V9(02) VALUE ZERO
001446                                 SIGN IS LEADING SEPARATE.
001450 01  WS-HOUSEHOLD-TOTAL          PIC S9(10)V9(02) VALUE ZERO
001454                                 SIGN IS LEADING SEPARATE.
001460 01  WS-STATEMENT-COUNT          PIC 9(05) VALUE ZERO.
001461*   MAILING LOG PARAMETERS (SEE MAILING-LOG).
001462 01  WS-ML-FUNCTION              PIC X(01).
001463 01  WS-ML-JOB-NAME              PIC X(20)
001464     VALUE "HOUSEHOLD-STATEMENT".
001465 01  WS-ML-COMPANY               PIC X(02).
001466 01  WS-ML-CLASS                 PIC X(01) VALUE 'F'.
001467 01  WS-ML-COUNTRY               PIC X(03).
001468 01  WS-ML-CAMPAIGN              PIC X(08) VALUE SPACES.
001469 01  WS-ML-PIECES                PIC 9(07) VALUE 1.
001470
001480 PROCEDURE DIVISION.
001490*                                                                *
001650         INPUT PROCEDURE  IS 2000-LOAD-SORT-FILE
001660         OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS.
001670     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
001672     MOVE 'E' TO WS-ML-FUNCTION.
001674     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
001676          WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
001678          WS-ML-CAMPAIGN, WS-ML-PIECES.
001680     DISPLAY "HOUSEHOLD-STATEMENT RUN COMPLETE FOR "
001690             WS-STATEMENT-YYYYMM.
001700     DISPLAY "HOUSEHOLD STATEMENTS: " WS-STATEMENT-COUNT.
001740*   1000-SET-STATEMENT-PERIOD                                   *
001750*                                                                *
001760 1000-SET-STATEMENT-PERIOD.
001770     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001772          WS-OVERRIDE-MARK.
001774     IF WS-DATE-OVERRIDDEN
001776        DISPLAY WS-OVERRIDE-MARK
001778     END-IF.
001780     MOVE WS-TODAY-8 (1:4) TO WS-TODAY-YYYY.
001790     MOVE WS-TODAY-8 (5:2) TO WS-TODAY-MM.
001800     IF WS-TODAY-MM = 1
003100            FD-ZIP   DELIMITED BY SPACE
003110            INTO WS-CT-CSZ (WS-CONTACT-COUNT)
003120     END-STRING.
003122     MOVE FD-COMPANY-CODE TO WS-CT-COMPANY (WS-CONTACT-COUNT).
003124     MOVE FD-COUNTRY TO WS-CT-COUNTRY (WS-CONTACT-COUNT).
003130 1600-EXIT.
003140     EXIT.
003150
004560     END-IF.
004570     MOVE ZERO TO WS-HOUSEHOLD-TOTAL.
004580     ADD 1 TO WS-STATEMENT-COUNT.
004581*   ONE PIECE ON THE MAILING LOG PER HOUSEHOLD MAILING.
004582     MOVE SPACES TO WS-ML-COMPANY WS-ML-COUNTRY.
004583     IF WS-LOOKUP-HIT NOT = ZERO
004584        MOVE WS-CT-COMPANY (WS-LOOKUP-HIT) TO WS-ML-COMPANY
004585        MOVE WS-CT-COUNTRY (WS-LOOKUP-HIT) TO WS-ML-COUNTRY
004586     END-IF.
004587     MOVE 'P' TO WS-ML-FUNCTION.
004588     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
004589          WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
004590          WS-ML-CAMPAIGN, WS-ML-PIECES.
004595 3300-EXIT.
004600     EXIT.
004610
004620 3350-WRITE-ACCOUNT-HEADER.
004710     EXIT.
004720
004730 3400-WRITE-DETAIL-LINE.
004735     MOVE SD-END-BALANCE TO WS-DETAIL-BALANCE.
004740     MOVE SPACES TO STATEMENT-LINE.
004750     STRING "  " DELIMITED BY SIZE
004760            SD-TRANSACTION-DATE  DELIMITED BY SIZE
004810            "  " DELIMITED BY SIZE
004820            SD-AMOUNT            DELIMITED BY SIZE
004830            "  BAL "             DELIMITED BY SIZE
004840            WS-DETAIL-BALANCE    DELIMITED BY SIZE
004850            INTO STATEMENT-LINE
004860     END-STRING.
004870     WRITE STATEMENT-LINE.
