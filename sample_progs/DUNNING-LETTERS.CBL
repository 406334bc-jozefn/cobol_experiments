000480*                    THE CERTIFIED-MAIL FILE IN STATUS P FOR   *
000490*                    CERTIFIED-MAIL-MAINT TO BOOK AND LOG THE  *
000500*                    RETURN RECEIPT AGAINST.                   *
000502*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE   *
000504*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN   *
000506*                    BY WALKING THE WHOLE ADDRESS BOOK.        *
000508*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS. *
000510*   10/15/2026  DP   AN ACCOUNT WITH A PROMISE TO PAY THAT IS  *
000512*                    NOT YET DUE GETS NO LETTER (SEE           *
000514*                    PROMISE-TO-PAY-CHECK).                    *
000515*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000516*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000517*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000518*   10/15/2026  DP   EVERY NOTICE IS COUNTED ON THE MAILING     *
000519*                    LOG FOR POSTAGE -- FINAL NOTICES AS        *
000520*                    CERTIFIED MAIL (SEE MAILING-LOG).          *
000521*   10/15/2026  DP   AN ACCOUNT WHOSE CONTACT IS IN AN AREA     *
000522*                    UNDER A DISASTER-RELIEF DECLARATION GETS   *
000523*                    NO LETTER WHILE THE RELIEF IS IN FORCE     *
000524*                    (SEE RELIEF-AREA-CHECK); EACH IS NAMED ON  *
000525*                    THE CONSOLE WITH THE RELIEF.               *
000526*                                                                *
000527 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL OPEN-ITEMS
000650            ACCESS MODE  IS DYNAMIC
000660            RECORD KEY   IS FD-PHONE
000670            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000675            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000680            FILE STATUS  IS ADDRESS-STATUS.
000690
000700     SELECT OPTIONAL DUNNING-STATUS
001650
001660 01  OPENITEM-STATUS            PIC X(02).
001670 01  ADDRESS-STATUS             PIC X(02).
001675     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001680 01  DUNSTAT-STATUS             PIC X(02).
001690 01  LETTER-STATUS              PIC X(02).
001700
001770         88  WS-ACCOUNT-FOUND              VALUE 'Y'.
001780
001790 01  WS-TODAY-8                  PIC 9(08).
001792 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001794     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001796 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001800 01  WS-TODAY-INTEGER-DATE       PIC 9(07).
001810 01  WS-ITEM-INTEGER-DATE        PIC 9(07).
001820 01  WS-DAYS-OLD                 PIC S9(05).
001860 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001870*   ANSWER FROM PAYMENT-PLAN-CHECK -- 'A' SUPPRESSES THE LETTER.
001880 01  WS-PLAN-STATUS              PIC X(01).
001883*   ANSWER FROM PROMISE-TO-PAY-CHECK -- 'O' SUPPRESSES THE LETTER.
001886 01  WS-PROMISE-STATUS           PIC X(01).
001890*   ANSWER FROM LEGAL-HOLD-CHECK -- 'H' SUPPRESSES THE LETTER.
001900 01  WS-HOLD-STATUS              PIC X(01).
001901*   ANSWER FROM RELIEF-AREA-CHECK -- 'R' SUPPRESSES THE LETTER
001902*   WHILE A DISASTER-RELIEF DECLARATION COVERS THE ACCOUNT'S AREA.
001903 01  WS-RELIEF-ACTION            PIC X(01) VALUE 'D'.
001904 01  WS-RELIEF-STATUS            PIC X(01).
001905 01  WS-RELIEF-ID                PIC X(08).
001910*   BILLING-CURRENCY CONVERSION FOR THE LETTER BEING PRINTED
001920*   (SEE CURRENCY-RATE-LOOKUP).  RATE 1 = PLAIN DOLLARS.
001930 01  ACCTMSTR                    PIC X(50)
001960 01  WS-FX-CURRENCY              PIC X(03) VALUE SPACES.
001970 01  WS-FX-RATE                  PIC 9(02)V9(04) VALUE 1.
001980 01  WS-FX-FOUND                 PIC X(01) VALUE 'N'.
001990 01  WS-FX-AMOUNT                PIC 9(10)V9(02) VALUE ZERO.
002000 01  WS-PAST-DUE-AMOUNT          PIC 9(10)V9(02) VALUE ZERO.
002010 01  WS-TARGET-LEVEL             PIC 9(01) VALUE ZERO.
002020 01  WS-PRIOR-LEVEL              PIC 9(01) VALUE ZERO.
002030
002040 01  WS-LETTER-COUNT             PIC 9(05) VALUE ZERO.
002050 01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
002051 01  WS-RELIEF-COUNT             PIC 9(05) VALUE ZERO.
002052*   MAILING LOG FIELDS (SEE MAILING-LOG) -- ONE PIECE A NOTICE.
002053 01  WS-ML-FUNCTION              PIC X(01).
002054 01  WS-ML-JOB-NAME              PIC X(20)
002055     VALUE "DUNNING-LETTERS".
002056 01  WS-ML-COMPANY               PIC X(02).
002057 01  WS-ML-CLASS                 PIC X(01).
002058 01  WS-ML-COUNTRY               PIC X(03).
002059 01  WS-ML-CAMPAIGN              PIC X(08) VALUE SPACES.
002060 01  WS-ML-PIECES                PIC 9(07) VALUE 1.
002061
002070 01  WS-ACCOUNT-NAME             PIC X(41).
002080 01  WS-ACCOUNT-STREET           PIC X(40).
002090 01  WS-ACCOUNT-CITY-STATE-ZIP   PIC X(60).
002100 01  WS-DO-NOT-MAIL-FLAG         PIC X(01) VALUE 'N'.
002110
002120 01  WS-AMOUNT-EDITED            PIC Z,ZZZ,ZZZ,ZZ9.99.
002130
002140 PROCEDURE DIVISION.
002150*                                                                *
002290*   1000-INITIALIZE                                             *
002300*                                                                *
002310 1000-INITIALIZE.
002320     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002322          WS-OVERRIDE-MARK.
002324     IF WS-DATE-OVERRIDDEN
002326        DISPLAY WS-OVERRIDE-MARK
002328     END-IF.
002330     COMPUTE WS-TODAY-INTEGER-DATE =
002340        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002350     OPEN INPUT OPEN-ITEMS.
003450          WS-PLAN-STATUS.
003460     IF WS-PLAN-STATUS = 'A'
003470        GO TO 5000-RESET
003471     END-IF.
003472*   NOR DOES ONE WITH A PROMISE TO PAY THAT IS NOT YET DUE (SEE
003473*   PROMISE-TO-PAY-CHECK).  A BROKEN PROMISE RESUMES THE
003474*   ESCALATION WHERE IT LEFT OFF.
003475     CALL "PROMISE-TO-PAY-CHECK" USING WS-PREV-ACCOUNT-ID,
003476          WS-PROMISE-STATUS.
003477     IF WS-PROMISE-STATUS = 'O'
003478        GO TO 5000-RESET
003480     END-IF.
003490*   AN ACCOUNT ON LEGAL HOLD GETS NO LETTER -- THE LAW SAYS
003500*   ALL COLLECTION CONTACT STOPS (SEE LEGAL-HOLD-CHECK).  ITS
003540     IF WS-HOLD-STATUS = 'H'
003550        GO TO 5000-RESET
003560     END-IF.
003561*   AN ACCOUNT IN A DISASTER-RELIEF AREA GETS NO LETTER WHILE
003562*   THE RELIEF IS IN FORCE (SEE RELIEF-AREA-CHECK).  ITS DUNNING
003563*   HISTORY IS KEPT, AS FOR A LEGAL HOLD, FOR WHEN RELIEF ENDS.
003564     CALL "RELIEF-AREA-CHECK" USING WS-PREV-ACCOUNT-ID,
003565          WS-RELIEF-ACTION, WS-TODAY-8, WS-RELIEF-STATUS,
003566          WS-RELIEF-ID.
003567     IF WS-RELIEF-STATUS = 'R'
003568        ADD 1 TO WS-RELIEF-COUNT
003569        DISPLAY "ACCOUNT " WS-PREV-ACCOUNT-ID
003570                " NO LETTER -- DISASTER RELIEF " WS-RELIEF-ID
003571        GO TO 5000-RESET
003572     END-IF.
003573*   LEVELS NOW MEASURE DAYS PAST DUE, NOT DAYS SINCE POSTING.
003580     EVALUATE TRUE
003590         WHEN WS-OLDEST-DAYS <= 30
003600             MOVE 1 TO WS-TARGET-LEVEL
003870        ADD 1 TO WS-SKIPPED-COUNT
003880        GO TO 5000-RESET
003890     END-IF.
003891*   EVERY NOTICE IS COUNTED ON THE MAILING LOG -- A FINAL NOTICE
003892*   GOES CERTIFIED (SEE MAILING-LOG).
003893     MOVE FD-COMPANY-CODE TO WS-ML-COMPANY.
003894     MOVE FD-COUNTRY      TO WS-ML-COUNTRY.
003895     MOVE 'F' TO WS-ML-CLASS.
003896     IF WS-TARGET-LEVEL = 3
003897        MOVE 'C' TO WS-ML-CLASS
003898     END-IF.
003899     MOVE 'P' TO WS-ML-FUNCTION.
003900     PERFORM 6000-PRINT-LETTER THRU 6000-EXIT.
003901     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
003902          WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
003903          WS-ML-CAMPAIGN, WS-ML-PIECES.
003910     IF WS-TARGET-LEVEL = 3
003920        PERFORM 6700-RECORD-CERTIFIED THRU 6700-EXIT
003930     END-IF.
004050     EXIT.
004060
004070*                                                                *
004080*   5500-LOOKUP-ADDRESS -- READ THE CONTACT CARRYING THIS        *
004090*   ACCOUNT-ID ON THE FD-ACCOUNT-ID ALTERNATE KEY, THE SAME WAY  *
004100*   MONTHLY-STATEMENT DOES                                       *
004110*                                                                *
004120 5500-LOOKUP-ADDRESS.
004130     MOVE 'N' TO WS-FOUND-SWITCH.
004140     MOVE 'N' TO WS-DO-NOT-MAIL-FLAG.
004150     IF NOT ADDRESS-FILE-READY
004160        GO TO 5500-EXIT
004170     END-IF.
004180     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
004190     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
004200         INVALID KEY
004210            GO TO 5500-EXIT
004220     END-READ.
004230     MOVE 'Y' TO WS-FOUND-SWITCH.
004240     IF FD-DO-NOT-MAIL-YES
004250        MOVE 'Y' TO WS-DO-NOT-MAIL-FLAG
004260     END-IF.
004270     STRING FD-FIRST-NAME DELIMITED BY SPACE
004280            " " DELIMITED BY SIZE
004290            FD-LAST-NAME  DELIMITED BY SPACE
004300            INTO WS-ACCOUNT-NAME
004310     END-STRING.
004320     MOVE FD-STREET-NAME TO WS-ACCOUNT-STREET.
004330     STRING FD-CITY  DELIMITED BY SPACE
004340            ", "     DELIMITED BY SIZE
004350            FD-STATE DELIMITED BY SIZE
004360            " "      DELIMITED BY SIZE
004370            FD-ZIP   DELIMITED BY SPACE
004380            INTO WS-ACCOUNT-CITY-STATE-ZIP
004390     END-STRING.
004490 5500-EXIT.
004500     EXIT.
004510
006120*   8000-FINISH                                                  *
006130*                                                                *
006140 8000-FINISH.
006141     MOVE 'E' TO WS-ML-FUNCTION.
006142     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
006143          WS-ML-COMPANY, WS-ML-CLASS, WS-ML-COUNTRY,
006144          WS-ML-CAMPAIGN, WS-ML-PIECES.
006150     CLOSE LETTER-FILE.
006160     CLOSE CERTIFIED-FILE.
006170     CLOSE MANIFEST-FILE.
006220        CLOSE ACCOUNT-MASTER
006230     END-IF.
006240     CLOSE DUNNING-STATUS.
006250     IF ADDRESS-FILE-READY
006260        CLOSE ADDRESS-FILE
006270     END-IF.
006280     IF OPENITEM-STATUS = '00' OR OPENITEM-STATUS = '10'
006320     DISPLAY "LETTERS PRINTED: " WS-LETTER-COUNT.
006330     DISPLAY "  OF WHICH CERTIFIED: " WS-CERTIFIED-COUNT.
006340     DISPLAY "ACCOUNTS SKIPPED: " WS-SKIPPED-COUNT.
006345     DISPLAY "DISASTER RELIEF: " WS-RELIEF-COUNT.
006350 8000-EXIT.
006360     EXIT.
006370
