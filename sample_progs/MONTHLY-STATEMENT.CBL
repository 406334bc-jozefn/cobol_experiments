000900*                    THE CYCLE DAY (1/8/15/22) TO THE DAY      *
000910*                    BEFORE NEXT MONTH'S.  NO PARM MEANS THE   *
000920*                    OLD WHOLE-MONTH RUN.                      *
000921*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE   *
000922*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN   *
000923*                    BY WALKING THE WHOLE ADDRESS BOOK.        *
000924*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS; *
000925*                    BALANCES ARE SIGNED SO A CREDIT BALANCE   *
000926*                    CARRIES AS A NEGATIVE AMOUNT.             *
000927*                    THE STUB ASKS FOR NOTHING ON A CREDIT.    *
000928*   10/15/2026  DP   A CONTACT FILED UNDER A BUSINESS           *
000929*                    CUSTOMER IS BILLED IN THE                  *
000930*                    ORGANIZATION'S LEGAL NAME WITH AN          *
000931*                    "ATTN:" LINE FOR THE PERSON.               *
000932*   10/15/2026  DP   THE ADDRESS BLOCK IS THE ADDRESS IN EFFECT *
000933*                    ON THE STATEMENT DATE FROM THE ADDRESS     *
000934*                    BOOK'S DATED POSTAL HISTORY, SO A RE-RUN   *
000935*                    OF AN OLDER PERIOD GOES TO THE ADDRESS OF  *
000936*                    THE TIME.                                  *
000938*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000940*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000942*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000943*   10/15/2026  DP   EVERY PRINTED STATEMENT IS COUNTED ON      *
000944*                    THE MAILING LOG FOR POSTAGE (SEE           *
000945*                    MAILING-LOG).                              *
000946*                                                                *
000948 ENVIRONMENT DIVISION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT OPTIONAL TRANSACTIONS
001080            ACCESS MODE  IS DYNAMIC
001090            RECORD KEY   IS FD-PHONE
001100            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
001105            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
001110            FILE STATUS  IS ADDRESS-STATUS.
001120
001130     SELECT STATEMENT-FILE
002850
002860 01  TRANSOUT-STATUS            PIC X(02).
002870 01  ADDRESS-STATUS             PIC X(02).
002875     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
002880 01  STMTOUT-STATUS             PIC X(02).
002890 01  PLACE-STATUS               PIC X(02).
002900 01  MSGCTL                     PIC X(50)
003580 01  WS-DETAIL-CYCLE            PIC 9(01).
003590 01  WS-SELECT-SWITCH           PIC X(01) VALUE 'N'.
003600     88  WS-DETAIL-SELECTED                VALUE 'Y'.
003601*   THE ADDRESS PRINTED IS THE ONE IN EFFECT ON THE DAY THE
003602*   STATEMENT WENT OUT (SEE ADDRESS-POSTAL-HISTORY AND
003603*   1090-SET-ADDRESS-DATE).
003604 01  WS-ADDRESS-AS-OF           PIC 9(08) VALUE ZERO.
003605 01  WS-POSTAL-FUNCTION         PIC X(01) VALUE 'L'.
003606 01  WS-POSTAL-SOURCE           PIC X(01) VALUE SPACE.
003607 01  WS-POSTAL-CLERK            PIC X(10) VALUE "MONSTMT".
003608 01  WS-POSTAL-BEFORE           PIC X(400) VALUE SPACES.
003609 01  WS-POSTAL-RESULT           PIC X(02).
003610*   BILLING-CURRENCY CONVERSION FOR THE ACCOUNT BEING PRINTED
003620*   (SEE CURRENCY-RATE-LOOKUP).  RATE 1 = PLAIN DOLLARS.
003630 01  WS-FX-CURRENCY             PIC X(03) VALUE SPACES.
003640 01  WS-FX-RATE                 PIC 9(02)V9(04) VALUE 1.
003650 01  WS-FX-FOUND                PIC X(01) VALUE 'N'.
003660 01  WS-FX-AMOUNT               PIC 9(10)V9(02) VALUE ZERO.
003666 01  WS-FX-BALANCE              PIC S9(10)V9(02) VALUE ZERO
003672                                SIGN IS LEADING SEPARATE.
003680 01  WS-FX-TAX                  PIC 9(10)V9(02) VALUE ZERO.
003690 01  WS-FX-TOTAL                PIC 9(12)V9(02) VALUE ZERO.
003693 01  WS-FX-END-BALANCE          PIC S9(10)V9(02) VALUE ZERO
003696                                SIGN IS LEADING SEPARATE.
003700*   REMITTANCE-STUB SCANLINE FIELDS (SEE SCANLINE-CHECK-DIGIT).
003710 01  WS-SCANLINE.
003720     05  WS-SCAN-DIGITS.
004300 01  WS-ITEM-DAYS-OLD           PIC 9(05).
004310 01  WS-EMAIL-COUNT             PIC 9(05) VALUE ZERO.
004320 01  WS-PRINT-COUNT             PIC 9(05) VALUE ZERO.
004321*   MAILING LOG PARAMETERS (SEE MAILING-LOG).
004322 01  WS-ML-FUNCTION             PIC X(01).
004323 01  WS-ML-JOB-NAME             PIC X(20)
004324     VALUE "MONTHLY-STATEMENT".
004325 01  WS-ML-CLASS                PIC X(01) VALUE 'F'.
004326 01  WS-ML-CAMPAIGN             PIC X(08) VALUE SPACES.
004327 01  WS-ML-PIECES               PIC 9(07) VALUE 1.
004330 01  SYSSTAT                    PIC X(50)
004340     VALUE "/mnt/c/cobfiles\system-status.idx".
004350 01  SYSSTAT-STATUS             PIC X(02).
004450*   JUST ENDED, SO THE PERIOD IS TODAY'S MONTH MINUS ONE.        *
004460*                                                                *
004470 01  WS-TODAY-8                  PIC 9(08).
004472 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
004474     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
004476 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
004480 01  WS-TODAY-YYYY               PIC 9(04).
004490 01  WS-TODAY-MM                 PIC 9(02).
004500 01  WS-STMT-YYYY                PIC 9(04).
004680*   ANSWER FROM LEGAL-HOLD-CHECK -- 'H' HOLDS THE STATEMENT.
004690 01  WS-HOLD-STATUS              PIC X(01).
004700 01  WS-LEGAL-HOLD-COUNT         PIC 9(05) VALUE ZERO.
004710 01  WS-DEBIT-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
004720 01  WS-CREDIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
004730*   TYPE-W WRITE-OFFS TOTAL ON THEIR OWN FOOTER LINE -- NEVER
004740*   FOLDED INTO THE PAYMENTS FIGURE.
004750 01  WS-WRITEOFF-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
004755 01  WS-LAST-END-BALANCE         PIC S9(09)V9(02) VALUE ZERO.
004760*   WHAT THE STUB ASKS FOR -- ZERO WHEN THE ACCOUNT IS IN CREDIT.
004765 01  WS-AMOUNT-DUE               PIC 9(09)V9(02) VALUE ZERO.
004770 01  WS-TAX-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
004780 01  WS-ACCOUNT-NAME             PIC X(41).
004790 01  WS-ACCOUNT-STREET           PIC X(40).
004800 01  WS-ACCOUNT-CITY-STATE-ZIP   PIC X(60).
004810 01  WS-ACCOUNT-COUNTRY          PIC X(03) VALUE SPACES.
004811*   A BUSINESS CONTACT (SEE ADDRESS-ORG-LINK IN THE ADDRESS BOOK
004812*   SUITE) IS BILLED IN THE ORGANIZATION'S LEGAL NAME, WITH THE
004813*   PERSON ON AN "ATTN:" LINE UNDER IT.
004814 01  WS-ACCOUNT-ATTN             PIC X(47) VALUE SPACES.
004815 01  WS-ORG-FUNCTION             PIC X(01) VALUE 'I'.
004816 01  WS-ORG-ID                   PIC X(08).
004817 01  WS-ORG-JOB-TITLE            PIC X(30).
004818 01  WS-ORG-DEPARTMENT           PIC X(20).
004819 01  WS-ORG-NAME                 PIC X(40).
004820 01  WS-ORG-CLERK                PIC X(10) VALUE SPACES.
004821 01  WS-ORG-RESULT               PIC X(02).
004822
004830 PROCEDURE DIVISION.
004840*                                                                *
004850*   0000-MAINLINE                                               *
005420        CLOSE ACCOUNT-MASTER
005430     END-IF.
005440     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
005442     MOVE 'E' TO WS-ML-FUNCTION.
005444     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
005446          SD-COMPANY-CODE, WS-ML-CLASS, WS-ACCOUNT-COUNTRY,
005448          WS-ML-CAMPAIGN, WS-ML-PIECES.
005450     MOVE 'E' TO WS-RC-FUNCTION.
005460     COMPUTE WS-RC-WRITTEN = WS-EMAIL-COUNT + WS-PRINT-COUNT.
005470     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
005620*   TO TODAY                                                     *
005630*                                                                *
005640 1000-SET-STATEMENT-PERIOD.
005650     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
005652          WS-OVERRIDE-MARK.
005654     IF WS-DATE-OVERRIDDEN
005656        DISPLAY WS-OVERRIDE-MARK
005658     END-IF.
005660     MOVE WS-TODAY-8 (1:4) TO WS-TODAY-YYYY.
005670     MOVE WS-TODAY-8 (5:2) TO WS-TODAY-MM.
005680     IF WS-TODAY-MM = 1
005830        DISPLAY "CYCLE AND CURRENCY READ AS DEFAULTS"
005840     END-IF.
005850     PERFORM 1080-SET-CYCLE-WINDOW THRU 1080-EXIT.
005855     PERFORM 1090-SET-ADDRESS-DATE THRU 1090-EXIT.
005860     OPEN INPUT XREF-FILE.
005870     IF XREF-STATUS = '00'
005880        MOVE 'Y' TO WS-XREF-SWITCH
006390     EXIT.
006400
006410*                                                                *
006415*   1080-SET-CYCLE-WINDOW -- FOR A CYCLE RUN, THE COVERED       *
006420*   WINDOW RUNS FROM THE STATEMENT MONTH'S CYCLE DAY (1ST,      *
006425*   8TH, 15TH OR 22ND) TO THE DAY BEFORE THE NEXT MONTH'S,      *
006430*   AND THE ACCOUNT MASTER IS OPENED FOR THE PER-ACCOUNT        *
006435*   CYCLE LOOKUP                                                *
006440*                                                                *
006445 1080-SET-CYCLE-WINDOW.
006450     IF WS-SELECT-CYCLE = ZERO
006455        GO TO 1080-EXIT
006460     END-IF.
006465     EVALUATE WS-SELECT-CYCLE
006470        WHEN 2 MOVE 8 TO WS-CYCLE-DAY
006475        WHEN 3 MOVE 15 TO WS-CYCLE-DAY
006480        WHEN 4 MOVE 22 TO WS-CYCLE-DAY
006485        WHEN OTHER MOVE 1 TO WS-CYCLE-DAY
006490     END-EVALUATE.
006495     COMPUTE WS-CYCLE-FROM =
006500        WS-STATEMENT-YYYYMM * 100 + WS-CYCLE-DAY.
006505     MOVE WS-STATEMENT-YYYYMM (1:4) TO WS-CY-YYYY.
006510     MOVE WS-STATEMENT-YYYYMM (5:2) TO WS-CY-MM.
006515     ADD 1 TO WS-CY-MM.
006520     IF WS-CY-MM > 12
006525        MOVE 1 TO WS-CY-MM
006530        ADD 1 TO WS-CY-YYYY
006535     END-IF.
006540     COMPUTE WS-CYCLE-CANDIDATE =
006545        (WS-CY-YYYY * 10000) + (WS-CY-MM * 100) + WS-CYCLE-DAY.
006550     COMPUTE WS-CYCLE-INT =
006555        FUNCTION INTEGER-OF-DATE(WS-CYCLE-CANDIDATE) - 1.
006560     COMPUTE WS-CYCLE-TO =
006565        FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT).
006570     DISPLAY "CYCLE " WS-SELECT-CYCLE " STATEMENTS COVER "
006575             WS-CYCLE-FROM " - " WS-CYCLE-TO.
006580 1080-EXIT.
006585     EXIT.
006590
006595*                                                                *
006600*   1090-SET-ADDRESS-DATE -- THE DATE WHOSE ADDRESS IS PRINTED. *
006605*   A RE-RUN OF AN OLDER PERIOD PRINTS THE ADDRESS THE          *
006610*   STATEMENT WENT TO WHEN IT WAS FIRST ISSUED -- THE FIRST OF  *
006615*   THE MONTH AFTER THE PERIOD, OR THAT MONTH'S CYCLE DAY FOR A *
006620*   CYCLE RUN                                                   *
006625*                                                                *
006630 1090-SET-ADDRESS-DATE.
006635     MOVE WS-TODAY-8 TO WS-ADDRESS-AS-OF.
006640     IF WS-STATEMENT-YYYYMM = WS-STMT-YYYY * 100 + WS-STMT-MM
006645        GO TO 1090-EXIT
006650     END-IF.
006655     IF WS-SELECT-CYCLE NOT = ZERO
006660        MOVE WS-CYCLE-CANDIDATE TO WS-ADDRESS-AS-OF
006665     ELSE
006670        MOVE WS-STATEMENT-YYYYMM (1:4) TO WS-CY-YYYY
006675        MOVE WS-STATEMENT-YYYYMM (5:2) TO WS-CY-MM
006680        ADD 1 TO WS-CY-MM
006685        IF WS-CY-MM > 12
006690           MOVE 1 TO WS-CY-MM
006695           ADD 1 TO WS-CY-YYYY
006700        END-IF
006705        COMPUTE WS-ADDRESS-AS-OF =
006710           (WS-CY-YYYY * 10000) + (WS-CY-MM * 100) + 1
006715     END-IF.
006720     IF WS-ADDRESS-AS-OF > WS-TODAY-8
006725        MOVE WS-TODAY-8 TO WS-ADDRESS-AS-OF
006730     END-IF.
006735     DISPLAY "ADDRESSES AS OF " WS-ADDRESS-AS-OF
006740             " FOR THE RE-RUN PERIOD".
006745 1090-EXIT.
006750     EXIT.
006770
006780*                                                                *
006790*   1100-TAKE-RUN-LOCK -- THE SAME LEDGER-FILES INTERLOCK        *
009580     IF WS-ACCOUNT-FOUND
009590        MOVE WS-ACCOUNT-NAME TO STATEMENT-LINE
009600        PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT
009602        IF WS-ACCOUNT-ATTN NOT = SPACES
009604           MOVE WS-ACCOUNT-ATTN TO STATEMENT-LINE
009606           PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT
009608        END-IF
009610        MOVE WS-ACCOUNT-STREET TO STATEMENT-LINE
009620        PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT
009630        MOVE WS-ACCOUNT-CITY-STATE-ZIP TO STATEMENT-LINE
011600     ELSE
011610        MOVE 'P' TO WS-CHANNEL
011620        ADD 1 TO WS-PRINT-COUNT
011630     END-IF
011631*   A PRINTED STATEMENT IS ONE PIECE ON THE MAILING LOG.
011632     IF WS-PRINT-CHANNEL
011633        MOVE 'P' TO WS-ML-FUNCTION
011634        CALL "MAILING-LOG" USING WS-ML-FUNCTION,
011635             WS-ML-JOB-NAME, SD-COMPANY-CODE, WS-ML-CLASS,
011636             WS-ACCOUNT-COUNTRY, WS-ML-CAMPAIGN, WS-ML-PIECES
011637     END-IF.
011640 3600-EXIT.
011650     EXIT.
011660
012270        PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT
012280     END-IF.
012290     MOVE SPACES TO STATEMENT-LINE.
012300     COMPUTE WS-FX-END-BALANCE ROUNDED =
012310        WS-LAST-END-BALANCE * WS-FX-RATE.
012320     STRING "  ENDING BALANCE: " WS-FX-END-BALANCE
012330            DELIMITED BY SIZE INTO STATEMENT-LINE
012340     END-STRING.
012350     PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT.
012490*   BANKS IN DOLLARS WHATEVER THE STATEMENT PRINTS IN.          *
012500*                                                                *
012510 4100-PRINT-REMITTANCE-STUB.
012512     MOVE ZERO TO WS-AMOUNT-DUE.
012514     IF WS-LAST-END-BALANCE > ZERO
012516        MOVE WS-LAST-END-BALANCE TO WS-AMOUNT-DUE
012518     END-IF.
012520     MOVE SPACES TO STATEMENT-LINE.
012530     PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT.
012540     MOVE "- - - - DETACH AND RETURN WITH YOUR PAYMENT - - - -"
012570     MOVE SPACES TO STATEMENT-LINE.
012580     STRING "ACCOUNT " WS-ARCH-ACCOUNT
012590            "  PERIOD " WS-STATEMENT-YYYYMM
012600            "  AMOUNT DUE " WS-AMOUNT-DUE
012610            DELIMITED BY SIZE INTO STATEMENT-LINE
012620     END-STRING.
012630     PERFORM 3800-PUT-STATEMENT-LINE THRU 3800-EXIT.
012640     MOVE WS-ARCH-ACCOUNT      TO WS-SCAN-ACCOUNT.
012650     MOVE WS-STATEMENT-YYYYMM  TO WS-SCAN-PERIOD.
012660     MOVE WS-AMOUNT-DUE        TO WS-SCAN-AMOUNT.
012670     CALL "SCANLINE-CHECK-DIGIT" USING WS-SCAN-DIGITS,
012680          WS-SCAN-CHECK.
012690     MOVE SPACES TO STATEMENT-LINE.
015010 4900-EXIT.
015020     EXIT.
015030
015040*   5000-LOOKUP-ACCOUNT -- READ THE CONTACT CARRYING THIS        *
015050*   ACCOUNT-ID ON THE FD-ACCOUNT-ID KEY, AS LEDGER-POST DOES     *
015060*                                                                *
015070 5000-LOOKUP-ACCOUNT.
015080     MOVE 'N' TO WS-FOUND-SWITCH.
015090     MOVE SPACES TO WS-ACCOUNT-EMAIL WS-ACCOUNT-CATEGORY
015100                    WS-ACCOUNT-COUNTRY WS-ACCOUNT-PHONE
015105                    WS-ACCOUNT-ATTN.
015110     IF NOT ADDRESS-FILE-READY
015120        GO TO 5000-EXIT
015130     END-IF.
015140*   AN OWNER LINK ON THE CROSS-REFERENCE WINS OVER THE
015150*   EMBEDDED FIELD -- THE KEYED READ BELOW IS THE FALLBACK FOR
015160*   ACCOUNTS WITH NO LINK ON FILE.
015170     IF WS-XREF-AVAILABLE
015180        PERFORM 4900-XREF-OWNER-LOOKUP THRU 4900-EXIT
015200           GO TO 5000-EXIT
015210        END-IF
015220     END-IF.
015230     MOVE SD-ACCOUNT-ID TO FD-ACCOUNT-ID.
015240     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
015250         INVALID KEY
015260            GO TO 5000-EXIT
015270     END-READ.
015280     MOVE 'Y' TO WS-FOUND-SWITCH.
015290     PERFORM 5050-CAPTURE-CONTACT THRU 5050-EXIT.
015390 5000-EXIT.
015400     EXIT.
015410
015420*                                                                *
015430*   5050-CAPTURE-CONTACT -- THE STATEMENT FIELDS FROM THE FD    *
015440*   RECORD, SHARED BY THE XREF AND ACCOUNT-ID PATHS             *
015450*                                                                *
015460 5050-CAPTURE-CONTACT.
015462*   A CONTACT WHO HAS MOVED SINCE THE STATEMENT DATE GETS THE
015464*   ADDRESS IN EFFECT ON THAT DATE; ONE WITH NO DATED HISTORY
015466*   KEEPS THE ADDRESS ON FILE, WHICH HAS NEVER CHANGED.
015467     CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
015468          WS-POSTAL-SOURCE, WS-POSTAL-CLERK, WS-ADDRESS-AS-OF,
015469          WS-POSTAL-BEFORE, ADDRESS-RECORD, WS-POSTAL-RESULT.
015470*   THE SEASONAL WINDOW IS TESTED BEFORE THE ADDRESS LINES ARE
015480*   BUILT, SO A SNOWBIRD'S STATEMENT FOLLOWS THE CUSTOMER.
015490     MOVE WS-TODAY-8 TO WS-SEASONAL-RUN-DATE.
015620            FD-LAST-NAME  DELIMITED BY SPACE
015630            INTO WS-ACCOUNT-NAME
015640     END-STRING.
015641     CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION, FD-PHONE,
015642          WS-ORG-ID, WS-ORG-JOB-TITLE, WS-ORG-DEPARTMENT,
015643          WS-ORG-NAME, WS-ORG-CLERK, WS-ORG-RESULT.
015644     IF WS-ORG-NAME NOT = SPACES
015645        STRING "ATTN: " WS-ACCOUNT-NAME
015646               DELIMITED BY SIZE INTO WS-ACCOUNT-ATTN
015647        END-STRING
015648        MOVE WS-ORG-NAME TO WS-ACCOUNT-NAME
015649     END-IF.
015650     MOVE FD-STREET-NAME TO WS-ACCOUNT-STREET.
015660*   AN EMAIL THE GATEWAY HAS BOUNCED (SEE
015670*   ADDRESS-EMAIL-RETURN-IMPORT) IS TREATED AS NO EMAIL, SO
