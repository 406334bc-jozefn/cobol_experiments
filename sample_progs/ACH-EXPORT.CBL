000310*   08/22/2026  DP   MONEY FIELDS ON THE GENERATED CREDIT       *
000320*                    LINES WIDENED TO NINE DIGITS TO MATCH      *
000330*                    THE POSTING EDIT.                          *
000333*   10/15/2026  DP   WIDER LEDGER AMOUNTS; A ZERO OR CREDIT     *
000336*                    BALANCE DRAWS NO DRAFT.                    *
000337*   10/15/2026  DP   THE DRAFT TOTAL IS NOW LOGGED ON THE BOOK  *
000338*                    DEPOSIT FILE AS THE SETTLEMENT THE BANK    *
000339*                    SHOULD CREDIT (BANK-DEPOSIT-RECONCILE).    *
000340*   10/15/2026  DP   THE DRAFT REGISTER SHOWS ONLY THE LAST FOUR*
000341*                    DIGITS OF THE ROUTING AND BANK ACCOUNT     *
000342*                    NUMBERS (SEE BANK-NUMBER-MASK); THE FULL   *
000343*                    NUMBERS GO ONLY TO THE BANK FILE.          *
000344*   10/15/2026  DP   THE BANK FILE IS KEPT AS A NUMBERED        *
000345*                    GENERATION ON THE OUTBOUND INTERFACE       *
000346*                    REGISTER (SEE INTERFACE-FILE-REGISTER) FOR *
000347*                    TRANSMISSION.                              *
000348*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000349*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000350*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000351*                    HEADING.                                   *
000352*   10/15/2026  DP   THE AUTOPAY CREDIT NOW CARRIES THE DRAFT   *
000353*                    MONTH (ACH AUTOPAY YYYYMM) AS ITS          *
000354*                    REFERENCE, SO LEDGER-POST HOLDS A SECOND   *
000355*                    DRAFT FOR THE SAME MONTH AND AMOUNT AS A   *
000356*                    SUSPECTED DUPLICATE.                       *
000357*                                                                *
000358 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL BANK-DETAILS
001490         88  WS-IDX-EOF                    VALUE 'Y'.
001500
001510 01  WS-TODAY-8                  PIC 9(08).
001512 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001514     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001516 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001520 01  WS-LAST-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
001530 01  WS-DRAFTED-COUNT            PIC 9(05) VALUE ZERO.
001540 01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
001550 01  WS-DRAFT-TOTAL              PIC 9(10)V9(02) VALUE ZERO.
001551
001552*                                                                *
001553*   THE DRAFT SETTLEMENT, LOGGED ON THE BOOK SIDE OF THE         *
001554*   DEPOSIT RECONCILIATION (SEE BOOK-DEPOSIT-LOG)                *
001555*                                                                *
001556 01  WS-DEP-SOURCE               PIC X(01) VALUE 'A'.
001557 01  WS-DEP-REFERENCE            PIC X(20).
001559
001561*                                                                *
001563*   OUTBOUND INTERFACE REGISTER FIELDS (SEE                      *
001565*   INTERFACE-FILE-REGISTER)                                     *
001567*                                                                *
001569 01  WS-IF-CODE                  PIC X(08) VALUE "ACHDEBIT".
001571 01  WS-IF-JOB-NAME              PIC X(20)
001573     VALUE "ACH-EXPORT".
001575 01  WS-IF-RECORDS               PIC 9(07) VALUE ZERO.
001577 01  WS-IF-HASH                  PIC S9(11)V9(02) VALUE ZERO.
001579 01  WS-IF-GENERATION            PIC 9(07) VALUE ZERO.
001581 01  WS-IF-RESULT                PIC X(02).
001583
001585 01  WS-OUT-AMOUNT               PIC 9(09)V9(02).
001587
001590*                                                                *
001600*   PER-COMPANY BATCH CONTROL -- CREDIT LINES SPOOL TO THE      *
001610*   WORK FILE TAGGED WITH THE ACCOUNT'S COMPANY (FROM ITS       *
001710 01  WS-BATCH-CO-TABLE.
001720     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
001730         10  WS-BATCH-CO-COUNT   PIC 9(05).
001740         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
001750 01  WS-HDR-NUMBER               PIC X(06).
001760 01  WS-HDR-COUNT                PIC 9(05).
001770 01  WS-HDR-TOTAL                PIC 9(10)V9(02).
001820 01  WS-REGISTER-DETAIL.
001830     05  WS-R-ACCOUNT            PIC 9(07).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-R-ROUTING            PIC X(09).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  WS-R-BANK-ACCT          PIC X(17).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  WS-R-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001891
001892*   THE REGISTER IS PRINTED AND HANDLED -- BANK NUMBERS GO ON IT
001893*   MASKED (SEE BANK-NUMBER-MASK).
001894 01  WS-MASK-IN                  PIC X(17).
001895 01  WS-MASK-OUT                 PIC X(17).
001900
001910 PROCEDURE DIVISION.
001920*                                                                *
001930*   0000-MAINLINE                                               *
001940*                                                                *
001950 0000-MAINLINE.
001960     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001965          WS-OVERRIDE-MARK.
001970     OPEN INPUT BANK-DETAILS.
001980     IF BANKDTL-STATUS NOT = '00'
001990        DISPLAY "NO BANK DETAILS FILE FOUND -- " BANKDTL
002110     OPEN OUTPUT REGISTER-FILE.
002120     MOVE "ACH DRAFT REGISTER" TO REGISTER-LINE.
002130     WRITE REGISTER-LINE.
002132     IF WS-DATE-OVERRIDDEN
002134        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
002136        WRITE REGISTER-LINE
002138     END-IF.
002140     MOVE "ACCOUNT  ROUTING    BANK ACCOUNT       AMOUNT"
002150        TO REGISTER-LINE.
002160     WRITE REGISTER-LINE.
002510        GO TO 3000-EXIT
002520     END-IF.
002530     PERFORM 5500-FIND-LAST-BALANCE THRU 5500-EXIT.
002536*   NOTHING OWED -- OR A CREDIT BALANCE -- DRAWS NO DRAFT.
002542     IF WS-LAST-BALANCE NOT > ZERO
002550        GO TO 3000-EXIT
002560     END-IF.
002570     PERFORM 6000-WRITE-DRAFT THRU 6000-EXIT.
003140     MOVE SPACES TO BW-LINE.
003150     STRING "00000,"         DELIMITED BY SIZE
003160            BD-ACCOUNT-ID    DELIMITED BY SIZE
003170            ",ACH AUTOPAY "  DELIMITED BY SIZE
003173            WS-TODAY-8 (1:6) DELIMITED BY SIZE
003176            ","              DELIMITED BY SIZE
003180            WS-OUT-AMOUNT    DELIMITED BY SIZE
003190            ","              DELIMITED BY SIZE
003200            WS-OUT-AMOUNT    DELIMITED BY SIZE
003320     ADD WS-LAST-BALANCE TO WS-BATCH-CO-TOTAL
003330         (WS-BATCH-CO-SUB).
003340     MOVE BD-ACCOUNT-ID          TO WS-R-ACCOUNT.
003344     MOVE BD-ROUTING-NUMBER      TO WS-MASK-IN.
003348     CALL "BANK-NUMBER-MASK" USING WS-MASK-IN, WS-MASK-OUT.
003352     MOVE WS-MASK-OUT (1:9)      TO WS-R-ROUTING.
003356     MOVE BD-BANK-ACCOUNT-NUMBER TO WS-MASK-IN.
003360     CALL "BANK-NUMBER-MASK" USING WS-MASK-IN, WS-MASK-OUT.
003364     MOVE WS-MASK-OUT            TO WS-R-BANK-ACCT.
003370     MOVE WS-LAST-BALANCE        TO WS-R-AMOUNT.
003380     MOVE WS-REGISTER-DETAIL TO REGISTER-LINE.
003390     WRITE REGISTER-LINE.
003570     CLOSE REGISTER-FILE.
003580     CLOSE BATCH-WORK-FILE.
003590     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
003591     IF WS-DRAFT-TOTAL > ZERO
003592        MOVE SPACES TO WS-DEP-REFERENCE
003593        STRING "ACH DRAFT " WS-TODAY-8
003594               DELIMITED BY SIZE INTO WS-DEP-REFERENCE
003595        END-STRING
003596        CALL "BOOK-DEPOSIT-LOG" USING WS-DEP-SOURCE, WS-TODAY-8,
003597             WS-DRAFT-TOTAL, WS-DRAFTED-COUNT, WS-DEP-REFERENCE
003598     END-IF.
003600     CLOSE ACH-FILE.
003601     MOVE WS-DRAFTED-COUNT TO WS-IF-RECORDS.
003602     MOVE WS-DRAFT-TOTAL   TO WS-IF-HASH.
003603     CALL "INTERFACE-FILE-REGISTER" USING WS-IF-CODE,
003604          WS-IF-JOB-NAME, ACHOUT, WS-IF-RECORDS, WS-IF-HASH,
003605          WS-IF-GENERATION, WS-IF-RESULT.
003610     CLOSE BANK-DETAILS.
003620     IF ACCTMSTR-STATUS = '00' OR ACCTMSTR-STATUS = '10'
003630        CLOSE ACCOUNT-MASTER
