000250*   MODIFICATION HISTORY                                        *
000260*   ------------------------------------------------------------ *
000270*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000272*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE    *
000274*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN    *
000276*                    BY WALKING THE WHOLE ADDRESS BOOK.         *
000277*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS;  *
000278*                    BALANCES ARE SIGNED SO A CREDIT BALANCE    *
000279*                    CARRIES AS A NEGATIVE AMOUNT.              *
000280*   10/15/2026  DP   A STALE CHECK'S CREDIT IS NOT ACTIVITY;    *
000281*                    UNCLAIMED MONEY FLAGGED ON THE MASTER IS   *
000282*                    REPORTED AND ESCHEATED AT THE STATUTORY    *
000283*                    AGE.                                       *
000284*   10/15/2026  DP   THE ESCHEAT FILE IS KEPT AS A NUMBERED     *
000285*                    GENERATION ON THE OUTBOUND INTERFACE       *
000286*                    REGISTER (SEE INTERFACE-FILE-REGISTER) FOR *
000287*                    TRANSMISSION.                              *
000288*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000289*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000290*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000291*                    HEADING.                                   *
000292*                                                                *
000293 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL TRANSACTIONS-INDEX
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS FD-PHONE
000440            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000445            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000450            FILE STATUS  IS ADDRESS-STATUS.
000460
000470     SELECT OPTIONAL ACCOUNT-MASTER
001100
001110 01  TXIDX-STATUS               PIC X(02).
001120 01  ADDRESS-STATUS             PIC X(02).
001125     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001130 01  ACCTMSTR-STATUS            PIC X(02).
001140 01  PARM-STATUS                PIC X(02).
001150 01  REPORT-STATUS              PIC X(02).
001310 01  WS-ESCHEAT-MONTHS           PIC 9(03) VALUE 60.
001320
001330 01  WS-TODAY-8                  PIC 9(08).
001331 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001332     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001333 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001334 01  WS-WORK-YYYY                PIC 9(04).
001335 01  WS-WORK-MM                  PIC 9(02).
001340 01  WS-TODAY-MONTHS             PIC 9(06).
001350 01  WS-LAST-MONTHS              PIC 9(06).
001360 01  WS-MONTHS-IDLE              PIC S9(06).
001370
001380 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001390 01  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
001400 01  WS-LAST-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
001403 01  WS-BALANCE-EDITED           PIC ZZZ,ZZZ,ZZ9.99-.
001406 01  WS-ESCHEAT-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
001408*   UNCLAIMED MONEY FROM A STALE REFUND CHECK (SEE
001410*   STALE-CHECK-JOB), FROM THE ACCOUNT MASTER.
001412 01  WS-UNCLAIMED-AMOUNT         PIC 9(07)V9(02) VALUE ZERO.
001414 01  WS-UNCLAIMED-EDITED         PIC Z,ZZZ,ZZ9.99.
001416 01  WS-LAST-HOLDER              PIC X(50) VALUE SPACES.
001420
001430 01  WS-DORMANT-COUNT            PIC 9(05) VALUE ZERO.
001440 01  WS-ESCHEAT-COUNT            PIC 9(05) VALUE ZERO.
001460 01  WS-CONTACT-PHONE            PIC X(12).
001470 01  WS-CONTACT-STREET           PIC X(40).
001480 01  WS-CONTACT-CSZ              PIC X(60).
001481
001482*                                                                *
001483*   OUTBOUND INTERFACE REGISTER FIELDS (SEE                      *
001484*   INTERFACE-FILE-REGISTER)                                     *
001485*                                                                *
001486 01  WS-IF-CODE                  PIC X(08) VALUE "ESCHEAT".
001487 01  WS-IF-JOB-NAME              PIC X(20)
001488     VALUE "DORMANT-ACCOUNT-JOB".
001489 01  WS-IF-RECORDS               PIC 9(07) VALUE ZERO.
001490 01  WS-IF-HASH                  PIC S9(11)V9(02) VALUE ZERO.
001491 01  WS-IF-GENERATION            PIC 9(07) VALUE ZERO.
001492 01  WS-IF-RESULT                PIC X(02).
001493
001500 PROCEDURE DIVISION.
001510*                                                                *
001520*   0000-MAINLINE                                               *
001650*   1000-INITIALIZE                                             *
001660*                                                                *
001670 1000-INITIALIZE.
001680     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001685          WS-OVERRIDE-MARK.
001690     MOVE WS-TODAY-8 (1:4) TO WS-WORK-YYYY.
001695     MOVE WS-TODAY-8 (5:2) TO WS-WORK-MM.
001700     COMPUTE WS-TODAY-MONTHS = WS-WORK-YYYY * 12 + WS-WORK-MM.
002010     OPEN OUTPUT REPORT-FILE.
002020     MOVE "DORMANT ACCOUNT REPORT" TO REPORT-LINE.
002030     WRITE REPORT-LINE.
002032     IF WS-DATE-OVERRIDDEN
002034        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002036        WRITE REPORT-LINE
002038     END-IF.
002040     OPEN OUTPUT ESCHEAT-FILE.
002050     MOVE LOW-VALUES TO TX-ACCT-KEY.
002060     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
002320     END-IF.
002330     MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH.
002340     MOVE TX-ACCOUNT-ID       TO WS-PREV-ACCOUNT-ID.
002341*   THE CREDIT STALE-CHECK-JOB POSTS WHEN IT VOIDS AN UNCASHED
002342*   REFUND CHECK IS NOT THE CUSTOMER'S DOING AND DOES NOT COUNT
002343*   AS ACTIVITY.  IT LEAVES THE BALANCE UNCHANGED.
002344     IF TX-DESC (1:12) = "STALE CHECK "
002345        GO TO 3000-NEXT
002346     END-IF.
002350     IF TX-TRANSACTION-DATE > WS-LAST-DATE
002360        MOVE TX-TRANSACTION-DATE TO WS-LAST-DATE
002370        MOVE TX-END-BALANCE      TO WS-LAST-BALANCE
002380        MOVE TX-ACCOUNT-HOLDER   TO WS-LAST-HOLDER
002390     END-IF.
002395 3000-NEXT.
002400     PERFORM 2100-READ-INDEX THRU 2100-EXIT.
002410 3000-EXIT.
002420     EXIT.
002540        GO TO 5000-RESET
002550     END-IF.
002560     PERFORM 5500-LOOKUP-ADDRESS THRU 5500-EXIT.
002565     MOVE WS-LAST-BALANCE TO WS-BALANCE-EDITED.
002570     MOVE SPACES TO REPORT-LINE.
002580     STRING "ACCT " WS-PREV-ACCOUNT-ID
002590            " LAST ACTIVITY " WS-LAST-DATE
002600            " BALANCE " WS-BALANCE-EDITED
002610            " IDLE MONTHS " WS-MONTHS-IDLE
002620            DELIMITED BY SIZE INTO REPORT-LINE
002630     END-STRING.
002730     END-IF.
002740     ADD 1 TO WS-DORMANT-COUNT.
002750     PERFORM 6000-MARK-DORMANT THRU 6000-EXIT.
002751     IF WS-UNCLAIMED-AMOUNT > ZERO
002752        MOVE WS-UNCLAIMED-AMOUNT TO WS-UNCLAIMED-EDITED
002753        MOVE SPACES TO REPORT-LINE
002754        STRING "     UNCLAIMED REFUND " WS-UNCLAIMED-EDITED
002755               " FROM A STALE CHECK"
002756               DELIMITED BY SIZE INTO REPORT-LINE
002757        END-STRING
002758        WRITE REPORT-LINE
002759     END-IF.
002760     IF WS-MONTHS-IDLE >= WS-ESCHEAT-MONTHS
002770        AND (WS-LAST-BALANCE > ZERO
002775             OR WS-UNCLAIMED-AMOUNT > ZERO)
002780        PERFORM 6500-WRITE-ESCHEAT THRU 6500-EXIT
002790     END-IF.
002800 5000-RESET.
002810     MOVE ZERO   TO WS-LAST-DATE WS-LAST-BALANCE.
002815     MOVE ZERO   TO WS-UNCLAIMED-AMOUNT.
002820     MOVE SPACES TO WS-LAST-HOLDER.
002830 5000-EXIT.
002840     EXIT.
002900     MOVE 'N' TO WS-FOUND-SWITCH.
002910     MOVE SPACES TO WS-CONTACT-PHONE WS-CONTACT-STREET
002920                    WS-CONTACT-CSZ.
002930     IF NOT ADDRESS-FILE-READY
002940        GO TO 5500-EXIT
002950     END-IF.
002960     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
002970     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
002980         INVALID KEY
002990            GO TO 5500-EXIT
003000     END-READ.
003010     MOVE 'Y' TO WS-FOUND-SWITCH.
003020     MOVE FD-PHONE       TO WS-CONTACT-PHONE.
003030     MOVE FD-STREET-NAME TO WS-CONTACT-STREET.
003040     STRING FD-CITY  DELIMITED BY SPACE
003050            ", "     DELIMITED BY SIZE
003060            FD-STATE DELIMITED BY SIZE
003070            " "      DELIMITED BY SIZE
003080            FD-ZIP   DELIMITED BY SPACE
003090            INTO WS-CONTACT-CSZ
003100     END-STRING.
003200 5500-EXIT.
003210     EXIT.
003220
003230*                                                                *
003240*   6000-MARK-DORMANT -- ONLY AN OPEN ACCOUNT FLIPS TO DORMANT   *
003250*   -- FROZEN AND CLOSED KEEP THEIR STANDING.  ANY UNCLAIMED     *
003255*   MONEY THE MASTER HOLDS FOR THE ACCOUNT IS PICKED UP HERE     *
003260*                                                                *
003270 6000-MARK-DORMANT.
003280     IF ACCTMSTR-STATUS NOT = '00' AND ACCTMSTR-STATUS NOT = '05'
003330         INVALID KEY
003340            GO TO 6000-EXIT
003350     END-READ.
003352     IF AM-HOLDS-UNCLAIMED-FUNDS
003354        AND AM-UNCLAIMED-AMOUNT NUMERIC
003356        MOVE AM-UNCLAIMED-AMOUNT TO WS-UNCLAIMED-AMOUNT
003358     END-IF.
003360     IF AM-ACCOUNT-OPEN
003370        SET AM-ACCOUNT-DORMANT TO TRUE
003380        REWRITE ACCOUNT-MASTER-STRUCTURE
003460
003470*                                                                *
003480*   6500-WRITE-ESCHEAT -- ONE LINE IN THE STATE'S FORMAT:        *
003490*   HOLDER NAME, ADDRESS, ACCOUNT, AMOUNT, LAST ACTIVITY.  THE   *
003493*   AMOUNT IS THE UNCLAIMED REFUND MONEY WHERE THE ACCOUNT       *
003496*   HOLDS ANY, OTHERWISE THE BALANCE                             *
003500*                                                                *
003510 6500-WRITE-ESCHEAT.
003515     IF WS-UNCLAIMED-AMOUNT > ZERO
003516        MOVE WS-UNCLAIMED-AMOUNT TO WS-ESCHEAT-AMOUNT
003517     ELSE
003518        MOVE WS-LAST-BALANCE TO WS-ESCHEAT-AMOUNT
003519     END-IF.
003520     MOVE SPACES TO ESCHEAT-LINE.
003530     STRING FUNCTION TRIM(WS-LAST-HOLDER) DELIMITED BY SIZE
003540            ","                    DELIMITED BY SIZE
003580            ","                    DELIMITED BY SIZE
003590            WS-PREV-ACCOUNT-ID     DELIMITED BY SIZE
003600            ","                    DELIMITED BY SIZE
003610            WS-ESCHEAT-AMOUNT      DELIMITED BY SIZE
003620            ","                    DELIMITED BY SIZE
003630            WS-LAST-DATE           DELIMITED BY SIZE
003640            INTO ESCHEAT-LINE
003650     END-STRING.
003660     WRITE ESCHEAT-LINE.
003670     ADD 1 TO WS-ESCHEAT-COUNT.
003675     ADD WS-ESCHEAT-AMOUNT TO WS-IF-HASH.
003680 6500-EXIT.
003690     EXIT.
003700
003740 8000-FINISH.
003750     CLOSE REPORT-FILE.
003760     CLOSE ESCHEAT-FILE.
003762     MOVE WS-ESCHEAT-COUNT TO WS-IF-RECORDS.
003764     CALL "INTERFACE-FILE-REGISTER" USING WS-IF-CODE,
003766          WS-IF-JOB-NAME, ESCHEATOUT, WS-IF-RECORDS, WS-IF-HASH,
003768          WS-IF-GENERATION, WS-IF-RESULT.
003770     CLOSE ADDRESS-FILE.
003780     CLOSE ACCOUNT-MASTER.
003790     CLOSE TRANSACTIONS-INDEX.
