000110*   COMPANY) READY FOR THE POSTING RUN.  THE SWEEP HANDLES THE   *
000120*   SMALL BALANCES; THIS HANDLES THE ONES SOMEONE HAS TO ANSWER  *
000130*   FOR.                                                         *
000132*   AT SIGN-ON IT LISTS THE ACCOUNTS ACCOUNT-CLOSURE-JOB HAS     *
000134*   ROUTED HERE -- A CLOSING ACCOUNT LEFT WITH A SMALL DEBIT --  *
000136*   SO THE SUPERVISOR CAN KEY THEM; THE CLOSE FINISHES ONCE THE  *
000138*   WRITE-OFF HAS POSTED.                                        *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000252*   10/15/2026  DP   WIDER LEDGER AMOUNTS; POSTING TOKENS ARE   *
000254*                    NOW IMPLIED-DECIMAL, AS LEDGER-POST        *
000256*                    EDITS THEM.                                *
000257*   10/15/2026  DP   LISTS CLOSING ACCOUNTS AWAITING A          *
000258*                    WRITE-OFF AT SIGN-ON.                      *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000400            ACCESS MODE  IS DYNAMIC
000410            RECORD KEY   IS TX-ACCT-KEY
000420            FILE STATUS  IS TXIDX-STATUS.
000421
000422     SELECT OPTIONAL ACCOUNT-CLOSURES
000423            ASSIGN       TO  ACCTCLOSE
000424            ORGANIZATION IS INDEXED
000425            ACCESS MODE  IS DYNAMIC
000426            RECORD KEY   IS CL-ACCOUNT-ID
000427            FILE STATUS  IS ACCTCLOSE-STATUS.
000430
000440     SELECT WO-BATCH-FILE
000450            ASSIGN       TO  WOBATCH
000570 01  TRANSACTION-INDEX-STRUCTURE.
000580     COPY "TRANSACTION-INDEX-RECORD.CPY"
000590          REPLACING ==(TAG)== BY ==TX-==.
000591
000592 FD  ACCOUNT-CLOSURES.
000593 01  ACCOUNT-CLOSURE-STRUCTURE.
000594     COPY "ACCOUNT-CLOSURE-RECORD.CPY"
000595          REPLACING ==(TAG)== BY ==CL-==.
000600
000610 FD  WO-BATCH-FILE.
000620 01  WO-BATCH-LINE              PIC X(100).
000680     VALUE "/mnt/c/cobfiles\transactions.idx".
000690 01  WOBATCH                    PIC X(50)
000700     VALUE "writeoff-approved-batch.txt".
000703 01  ACCTCLOSE                  PIC X(50)
000706     VALUE "/mnt/c/cobfiles\account-closure.idx".
000710
000720 01  WOAPPR-STATUS              PIC X(02).
000730 01  TXIDX-STATUS               PIC X(02).
000740 01  WOBATCH-STATUS             PIC X(02).
000745 01  ACCTCLOSE-STATUS           PIC X(02).
000750
000760 01  WS-CLERK-ID                PIC X(10).
000770 01  WS-CLERK-NAME              PIC X(30).
000850 01  WS-WORK-ACCOUNT            PIC 9(07) VALUE ZERO.
000860 01  WS-WORK-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
000870 01  WS-LINE-COUNT              PIC 9(05) VALUE ZERO.
000880 01  WS-LINE-TOTAL              PIC 9(10)V9(02) VALUE ZERO.
000890 01  WS-HDR-NUMBER              PIC X(06).
000900 01  WS-HDR-COUNT               PIC 9(05).
000910 01  WS-HDR-TOTAL               PIC 9(10)V9(02).
000920 01  WS-OUT-AMOUNT              PIC 9(09)V9(02).
000930 01  WS-OUT-START               PIC S9(09)V9(02)
000935                                SIGN IS LEADING SEPARATE.
000940 01  WS-OUT-END                 PIC S9(09)V9(02)
000945                                SIGN IS LEADING SEPARATE.
000950 01  WS-LAST-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
000960 01  WS-NEW-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
000965 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
000970 01  WS-TX-EOF-SWITCH           PIC X(01) VALUE 'N'.
000980     88  WS-TX-EOF                        VALUE 'Y'.
000982 01  WS-CLOSURE-EOF-SWITCH      PIC X(01) VALUE 'N'.
000984     88  WS-CLOSURE-EOF                   VALUE 'Y'.
000986 01  WS-CLOSURE-COUNT           PIC 9(05) VALUE ZERO.
000990
001000*   THE APPROVED LINES ARE HELD HERE UNTIL CLOSE-OUT, THEN
001010*   WRITTEN UNDER ONE B-HEADER.  ONE SITTING, ONE BATCH.
001400        GO TO 9999-EXIT
001410     END-IF.
001420     OPEN INPUT TRANSACTIONS-INDEX.
001425     PERFORM 1500-LIST-CLOSURES THRU 1500-EXIT.
001430     PERFORM 2000-APPROVE-ONE THRU 2000-EXIT
001440             UNTIL WS-IN-ACCOUNT = "END".
001450     IF WS-LINE-COUNT > ZERO
001960     COMPUTE WS-NEW-BALANCE =
001970             WS-LAST-BALANCE - WS-WORK-AMOUNT.
001980     MOVE WS-NEW-BALANCE TO WS-OUT-END.
001985     MOVE WS-WORK-AMOUNT TO WS-AMOUNT-EDITED.
001990     MOVE SPACES TO WS-HELD-LINE (WS-LINE-COUNT).
002000     STRING "00000,"            DELIMITED BY SIZE
002010            WS-WORK-ACCOUNT     DELIMITED BY SIZE
002110            INTO WS-HELD-LINE (WS-LINE-COUNT)
002120     END-STRING.
002130     DISPLAY "APPROVED -- " WS-WORK-ACCOUNT " FOR "
002140             WS-AMOUNT-EDITED.
002150 2000-EXIT.
002160     EXIT.
002170
002890 8100-EXIT.
002900     EXIT.
002910
002920*                                                                *
002930*   1500-LIST-CLOSURES -- PENDING CLOSURES WHOSE LAST DEBIT     *
002940*   ACCOUNT-CLOSURE-JOB ROUTED HERE FOR WRITE-OFF               *
002950*                                                                *
002960 1500-LIST-CLOSURES.
002970     OPEN INPUT ACCOUNT-CLOSURES.
002980     IF ACCTCLOSE-STATUS NOT = '00'
002990        GO TO 1500-EXIT
003000     END-IF.
003010     MOVE 'N' TO WS-CLOSURE-EOF-SWITCH.
003020     MOVE ZERO TO WS-CLOSURE-COUNT.
003030     PERFORM 1600-ONE-CLOSURE THRU 1600-EXIT
003040             UNTIL WS-CLOSURE-EOF.
003050     CLOSE ACCOUNT-CLOSURES.
003060 1500-EXIT.
003070     EXIT.
003080
003090 1600-ONE-CLOSURE.
003100     READ ACCOUNT-CLOSURES NEXT RECORD
003110         AT END
003120            MOVE 'Y' TO WS-CLOSURE-EOF-SWITCH
003130            GO TO 1600-EXIT
003140     END-READ.
003150     IF NOT CL-CLOSURE-PENDING OR CL-WRITEOFF-AMOUNT = ZERO
003160        GO TO 1600-EXIT
003170     END-IF.
003180     IF WS-CLOSURE-COUNT = ZERO
003190        DISPLAY " "
003200        DISPLAY "CLOSING ACCOUNTS AWAITING WRITE-OFF APPROVAL:"
003210     END-IF.
003220     ADD 1 TO WS-CLOSURE-COUNT.
003230     MOVE CL-WRITEOFF-AMOUNT TO WS-AMOUNT-EDITED.
003240     DISPLAY "  " CL-ACCOUNT-ID "  " WS-AMOUNT-EDITED
003250             "  AS OF " CL-LAST-RUN-DATE.
003260 1600-EXIT.
003270     EXIT.
003280
003290 9999-EXIT.
003300     STOP RUN.
