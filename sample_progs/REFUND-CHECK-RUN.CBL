000110*   THROUGH A LEDGER-POST INPUT BATCH, AND RECORDS THE CHECK     *
000120*   ON THE CHECK REGISTER FILE FOR BANK RECONCILIATION.  CHECK   *
000130*   NUMBERS CONTINUE FROM THE HIGHEST ALREADY ON THE REGISTER.   *
000131*                                                                *
000132*   THE SAME RUN SETTLES THE SECURITY DEPOSITS SECURITY-DEPOSIT- *
000133*   REVIEW HAS RELEASED.  A DEPOSIT RELEASED FOR REFUND IS PAID  *
000134*   OUT IN FULL, WITH ITS INTEREST, BY CHECK.  ONE RELEASED ON A *
000135*   CLOSED ACCOUNT IS FIRST APPLIED TO THE BALANCE STILL OWED -- *
000136*   A "DEPOSIT APPLIED" CREDIT LINE IN THE SAME BATCH -- AND ANY *
000137*   REMAINDER IS PAID OUT BY CHECK.  NEITHER CHECK TOUCHES THE   *
000138*   LEDGER; EACH MOVEMENT GOES TO THE SECURITY DEPOSIT ENTRIES   *
000139*   FILE FOR GL-EXTRACT.                                         *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000350*                    COMPANY WITH A B,NUMBER,COUNT,TOTAL,CO    *
000360*                    HEADER SO POSTINGS LAND IN THE RIGHT      *
000370*                    BOOK AND THE REGISTRY CATCHES RERUNS.     *
000372*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE   *
000374*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN   *
000376*                    BY WALKING THE WHOLE ADDRESS BOOK.        *
000377*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS; *
000378*                    BALANCES ARE SIGNED SO A CREDIT BALANCE   *
000379*                    CARRIES AS A NEGATIVE AMOUNT.             *
000380*   10/15/2026  DP   NO REFUND FOR AN ACCOUNT HOLDING UNCLAIMED*
000381*                    MONEY FROM A STALE CHECK UNTIL THE FLAG   *
000382*                    IS CLEARED; NEW REGISTER ENTRIES START    *
000383*                    UNSENT TO POSITIVE PAY AND UNVOIDED.      *
000384*   10/15/2026  DP   RELEASED SECURITY DEPOSITS ARE REFUNDED BY *
000385*                    CHECK OR, ON A CLOSED ACCOUNT, APPLIED TO  *
000386*                    THE FINAL BALANCE FIRST.                   *
000388*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000390*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000392*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000394*                                                                *
000396 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL TRANSACTIONS-INDEX
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS FD-PHONE
000540            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000545            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000550            FILE STATUS  IS ADDRESS-STATUS.
000560
000570     SELECT OPTIONAL CHECK-REGISTER
000680            RECORD KEY   IS AM-ACCOUNT-ID
000690            FILE STATUS  IS ACCTMSTR-STATUS.
000700
000701*   SECURITY DEPOSITS RELEASED BY SECURITY-DEPOSIT-REVIEW, AND
000702*   THE ENTRIES FILE THEIR SETTLEMENT IS WRITTEN TO FOR THE GL.
000703     SELECT OPTIONAL SECURITY-DEPOSITS
000704            ASSIGN       TO  SECDEP
000705            ORGANIZATION IS INDEXED
000706            ACCESS MODE  IS DYNAMIC
000707            RECORD KEY   IS SD-DEPOSIT-KEY
000708            FILE STATUS  IS SECDEP-STATUS.
000709
000710     SELECT OPTIONAL DEPOSIT-ENTRY-FILE
000711            ASSIGN       TO  SECDEPENT
000712            ORGANIZATION IS LINE SEQUENTIAL
000713            FILE STATUS  IS SECDEPENT-STATUS.
000714
000715     SELECT CHECK-PRINT-FILE
000720            ASSIGN       TO  CHECKOUT
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS  IS CHECKOUT-STATUS.
001040     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001050          BY ==AM-==.
001060
001061 FD  SECURITY-DEPOSITS.
001062 01  SECURITY-DEPOSIT-STRUCTURE.
001063     COPY "SECURITY-DEPOSIT-RECORD.CPY" REPLACING ==(TAG)==
001064          BY ==SD-==.
001065
001066 FD  DEPOSIT-ENTRY-FILE
001067     RECORDING MODE IS F.
001068 01  DEPOSIT-ENTRY-STRUCTURE.
001069     COPY "SECURITY-DEPOSIT-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
001070          BY ==SE-==.
001071
001072 FD  CHECK-PRINT-FILE
001080     RECORDING MODE IS F.
001090 01  CHECK-PRINT-LINE             PIC X(80).
001100
001360     VALUE "refund-transactions-01.txt".
001370 01  DEBITOUT-02                PIC X(50)
001380     VALUE "refund-transactions-02.txt".
001382 01  SECDEP                     PIC X(50)
001384     VALUE "/mnt/c/cobfiles\security-deposits.idx".
001386 01  SECDEPENT                  PIC X(50)
001388     VALUE "security-deposit-entries.txt".
001390
001400 01  TXIDX-STATUS               PIC X(02).
001410 01  ADDRESS-STATUS             PIC X(02).
001415     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001420 01  CHECKREG-STATUS            PIC X(02).
001430 01  ACCTMSTR-STATUS            PIC X(02).
001440 01  CHECKOUT-STATUS            PIC X(02).
001450 01  DEBIT-STATUS               PIC X(02).
001453 01  SECDEP-STATUS              PIC X(02).
001456 01  SECDEPENT-STATUS           PIC X(02).
001460
001470 01  WS-SWITCHES.
001480     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001570         88  WS-SCAN-EOF                   VALUE 'Y'.
001580
001590 01  WS-TODAY-8                  PIC 9(08).
001592 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001594     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001596 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001600 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001610 01  WS-ACCT-DEBITS              PIC 9(11)V9(02) VALUE ZERO.
001620 01  WS-ACCT-CREDITS             PIC 9(11)V9(02) VALUE ZERO.
001630 01  WS-REFUND-AMOUNT            PIC 9(07)V9(02) VALUE ZERO.
001640 01  WS-NEXT-CHECK-NO            PIC 9(07) VALUE ZERO.
001650 01  WS-CHECK-COUNT              PIC 9(05) VALUE ZERO.
001710 01  WS-ACCOUNT-CITY-STATE-ZIP   PIC X(60).
001720
001730 01  WS-AMOUNT-EDITED            PIC $$,$$$,$$9.99.
001740 01  WS-OUT-AMOUNT               PIC 9(09)V9(02).
001750*   THE ACCOUNT'S LATEST POSTED END-BALANCE -- THE TYPE-F
001760*   REFUND LINE CARRIES IT AS BOTH START AND END, SINCE A
001770*   DISBURSEMENT OF HELD CREDIT LEAVES THE RECEIVABLE
001780*   BALANCE WHERE IT STOOD.
001790 01  WS-ACCT-LAST-END            PIC S9(09)V9(02) VALUE ZERO.
001800 01  WS-OUT-BALANCE              PIC S9(09)V9(02)
001805                                 SIGN IS LEADING SEPARATE.
001810
001820*                                                                *
001830*   PER-COMPANY BATCH CONTROL -- DETAILS SPOOL TO THE WORK      *
001930 01  WS-BATCH-CO-TABLE.
001940     05  WS-BATCH-CO-ENTRY OCCURS 2 TIMES.
001950         10  WS-BATCH-CO-COUNT   PIC 9(05).
001960         10  WS-BATCH-CO-TOTAL   PIC 9(10)V9(02).
001970 01  WS-HDR-NUMBER               PIC X(06).
001980 01  WS-HDR-COUNT                PIC 9(05).
001990 01  WS-HDR-TOTAL                PIC 9(10)V9(02).
002000 01  WS-HDR-COMPANY              PIC X(02).
002001*                                                                *
002002*   SECURITY DEPOSIT SETTLEMENT -- WHAT THE DEPOSIT AND ITS      *
002003*   INTEREST COME TO, HOW MUCH OF IT GOES AGAINST A CLOSED       *
002004*   ACCOUNT'S BALANCE, AND THE CHECK FOR THE REST (WHICH         *
002005*   6000/6500 PRINT AND REGISTER FROM WS-REFUND-AMOUNT)          *
002006*                                                                *
002007 01  WS-DEP-EOF-SWITCH          PIC X(01) VALUE 'N'.
002008     88  WS-DEP-EOF                       VALUE 'Y'.
002009 01  WS-DEPOSIT-PASS-SWITCH     PIC X(01) VALUE 'N'.
002010     88  WS-DEPOSIT-PASS                  VALUE 'Y'.
002011 01  WS-DEPOSIT-DUE             PIC 9(07)V9(02) VALUE ZERO.
002012 01  WS-DEPOSIT-APPLIED         PIC 9(07)V9(02) VALUE ZERO.
002013 01  WS-DEPOSIT-CHECK-NO        PIC 9(07) VALUE ZERO.
002014 01  WS-DEPOSIT-CHECK-COUNT     PIC 9(05) VALUE ZERO.
002015 01  WS-DEPOSIT-REFUND-TOTAL    PIC 9(09)V9(02) VALUE ZERO.
002016 01  WS-DEPOSIT-APPLY-COUNT     PIC 9(05) VALUE ZERO.
002017 01  WS-DEPOSIT-APPLY-TOTAL     PIC 9(09)V9(02) VALUE ZERO.
002018 01  WS-DEPOSIT-HELD-COUNT      PIC 9(05) VALUE ZERO.
002019 01  WS-OUT-END-BALANCE         PIC S9(09)V9(02)
002020                                SIGN IS LEADING SEPARATE.
002021 01  WS-ENTRY-MOVEMENT          PIC X(01).
002022 01  WS-ENTRY-AMOUNT            PIC 9(07)V9(02).
002023 01  WS-ENTRY-REFERENCE         PIC 9(07).
002024 01  WS-BW-EOF-SWITCH            PIC X(01) VALUE 'N'.
002025     88  WS-BW-EOF                         VALUE 'Y'.
002030
002040 PROCEDURE DIVISION.
002050*                                                                *
002060*   0000-MAINLINE                                               *
002070*                                                                *
002080 0000-MAINLINE.
002090     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002092          WS-OVERRIDE-MARK.
002094     IF WS-DATE-OVERRIDDEN
002096        DISPLAY WS-OVERRIDE-MARK
002098     END-IF.
002100     OPEN INPUT TRANSACTIONS-INDEX.
002110     IF TXIDX-STATUS NOT = '00'
002120        DISPLAY "TRANSACTION INDEX NOT AVAILABLE"
002920*   CARRIED IN END-BALANCE, SO THAT BALANCE COUNTS AS A DEBIT
002930*   HERE OR AN ARCHIVED ACCOUNT THAT MAKES ANY PAYMENT LOOKS
002940*   LIKE A CREDIT BALANCE AND DRAWS A BOGUS REFUND.
002945*   A CREDIT BALANCE CARRIED FORWARD COUNTS WITH THE CREDITS.
002950     IF TX-UID = ZERO
002953        IF TX-END-BALANCE < ZERO
002956           SUBTRACT TX-END-BALANCE FROM WS-ACCT-CREDITS
002959        ELSE
002962           ADD TX-END-BALANCE TO WS-ACCT-DEBITS
002965        END-IF
002970     ELSE
002980*   A PRIOR TYPE-F REFUND COUNTS WITH THE DEBITS TOO, OR THE
002990*   EXCESS IT ALREADY PAID OUT WOULD DRAW A SECOND CHECK
003420                  ADD 1 TO WS-HELD-COUNT
003430                  GO TO 5000-RESET
003440               END-IF
003441*   A STALE CHECK'S MONEY WAS PUT BACK ON THE ACCOUNT BY
003442*   STALE-CHECK-JOB.  IT STAYS THERE, HELD FOR ESCHEATMENT,
003443*   UNTIL THE CUSTOMER CLAIMS IT AND THE FLAG IS CLEARED ON
003444*   ACCOUNT-MASTER-MAINT -- NOT REFUNDED AGAIN BY CHECK.
003445               IF AM-HOLDS-UNCLAIMED-FUNDS
003446                  DISPLAY "ACCOUNT " WS-PREV-ACCOUNT-ID
003447                          " HOLDS UNCLAIMED MONEY -- REFUND HELD"
003448                  ADD 1 TO WS-HELD-COUNT
003449                  GO TO 5000-RESET
003450               END-IF
003451        END-READ
003460     END-IF.
003470     PERFORM 5500-LOOKUP-ADDRESS THRU 5500-EXIT.
003480     IF NOT WS-ACCOUNT-FOUND
003640     EXIT.
003650
003660*                                                                *
003670*   5500-LOOKUP-ADDRESS -- READ THE CONTACT CARRYING THIS        *
003680*   ACCOUNT-ID ON THE FD-ACCOUNT-ID ALTERNATE KEY, THE SAME WAY  *
003690*   MONTHLY-STATEMENT DOES                                       *
003700*                                                                *
003710 5500-LOOKUP-ADDRESS.
003720     MOVE 'N' TO WS-FOUND-SWITCH.
003730     IF NOT ADDRESS-FILE-READY
003740        GO TO 5500-EXIT
003750     END-IF.
003760     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
003770     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
003780         INVALID KEY
003790            GO TO 5500-EXIT
003800     END-READ.
003810     MOVE 'Y' TO WS-FOUND-SWITCH.
003820     MOVE SPACES TO WS-ACCOUNT-NAME.
003830     STRING FD-FIRST-NAME DELIMITED BY SPACE
003840            " " DELIMITED BY SIZE
003850            FD-LAST-NAME  DELIMITED BY SPACE
003860            INTO WS-ACCOUNT-NAME
003870     END-STRING.
003880     MOVE FD-STREET-NAME TO WS-ACCOUNT-STREET.
003890     MOVE SPACES TO WS-ACCOUNT-CITY-STATE-ZIP.
003900     STRING FD-CITY  DELIMITED BY SPACE
003910            ", "     DELIMITED BY SIZE
003920            FD-STATE DELIMITED BY SIZE
003930            " "      DELIMITED BY SIZE
003940            FD-ZIP   DELIMITED BY SPACE
003950            INTO WS-ACCOUNT-CITY-STATE-ZIP
003960     END-STRING.
004060 5500-EXIT.
004070     EXIT.
004080
004360     MOVE WS-ACCOUNT-CITY-STATE-ZIP TO CHECK-PRINT-LINE.
004370     WRITE CHECK-PRINT-LINE.
004380     MOVE SPACES TO CHECK-PRINT-LINE.
004381     IF WS-DEPOSIT-PASS
004382        STRING "REFUND OF SECURITY DEPOSIT ON ACCOUNT "
004383               WS-PREV-ACCOUNT-ID
004384               DELIMITED BY SIZE INTO CHECK-PRINT-LINE
004385        END-STRING
004386     ELSE
004390        STRING "REFUND OF CREDIT BALANCE ON ACCOUNT "
004400               WS-PREV-ACCOUNT-ID
004410               DELIMITED BY SIZE INTO CHECK-PRINT-LINE
004420        END-STRING
004425     END-IF.
004430     WRITE CHECK-PRINT-LINE.
004440     MOVE ALL "-" TO CHECK-PRINT-LINE.
004450     WRITE CHECK-PRINT-LINE.
004530     MOVE WS-ACCOUNT-NAME    TO CK-PAYEE-NAME.
004540     MOVE WS-REFUND-AMOUNT   TO CK-CHECK-AMOUNT.
004550     SET CK-CHECK-ISSUED     TO TRUE.
004552     SET CK-POSPAY-UNSENT    TO TRUE.
004554     MOVE SPACE              TO CK-VOID-REASON.
004556     MOVE ZERO               TO CK-VOID-DATE.
004560     WRITE CHECK-REGISTER-STRUCTURE
004570         INVALID KEY
004580            DISPLAY "CANNOT RECORD CHECK " WS-NEXT-CHECK-NO
005020*   8000-FINISH                                                  *
005030*                                                                *
005040 8000-FINISH.
005045     PERFORM 8800-SETTLE-DEPOSITS THRU 8800-EXIT.
005050     CLOSE CHECK-PRINT-FILE.
005060     CLOSE BATCH-WORK-FILE.
005070     PERFORM 8500-WRITE-COMPANY-BATCHES THRU 8500-EXIT.
005130     DISPLAY "CHECKS WRITTEN: " WS-CHECK-COUNT.
005140     DISPLAY "REFUND TOTAL:   " WS-REFUND-TOTAL.
005150     IF WS-HELD-COUNT > ZERO
005160        DISPLAY "REFUNDS HELD:   " WS-HELD-COUNT
005170     END-IF.
005171     DISPLAY "DEPOSIT CHECKS: " WS-DEPOSIT-CHECK-COUNT.
005172     DISPLAY "DEPOSITS PAID:  " WS-DEPOSIT-REFUND-TOTAL.
005173     DISPLAY "DEPOSITS APPLIED: " WS-DEPOSIT-APPLY-COUNT
005174             "  TOTAL: " WS-DEPOSIT-APPLY-TOTAL.
005175     IF WS-DEPOSIT-HELD-COUNT > ZERO
005176        DISPLAY "DEPOSITS HELD:  " WS-DEPOSIT-HELD-COUNT
005177     END-IF.
005180 8000-EXIT.
005190     EXIT.
005200
005810 8700-EXIT.
005820     EXIT.
005830
005840*                                                                *
005850*   8800-SETTLE-DEPOSITS -- PAY OUT OR APPLY EVERY SECURITY      *
005860*   DEPOSIT SECURITY-DEPOSIT-REVIEW HAS RELEASED                 *
005870*                                                                *
005880 8800-SETTLE-DEPOSITS.
005890     OPEN I-O SECURITY-DEPOSITS.
005900     IF SECDEP-STATUS NOT = '00'
005910        IF SECDEP-STATUS = '05'
005920           CLOSE SECURITY-DEPOSITS
005930        END-IF
005940        GO TO 8800-EXIT
005950     END-IF.
005960     OPEN EXTEND DEPOSIT-ENTRY-FILE.
005970     IF SECDEPENT-STATUS = '05' OR SECDEPENT-STATUS = '35'
005980        OPEN OUTPUT DEPOSIT-ENTRY-FILE
005990     END-IF.
006000     IF SECDEPENT-STATUS NOT = '00'
006010        DISPLAY "CANNOT OPEN " SECDEPENT " STATUS "
006020                SECDEPENT-STATUS " -- NO DEPOSITS SETTLED"
006030        CLOSE SECURITY-DEPOSITS
006040        GO TO 8800-EXIT
006050     END-IF.
006060     MOVE 'Y' TO WS-DEPOSIT-PASS-SWITCH.
006070     MOVE 'N' TO WS-DEP-EOF-SWITCH.
006080     MOVE LOW-VALUES TO SD-DEPOSIT-KEY.
006090     START SECURITY-DEPOSITS KEY IS >= SD-DEPOSIT-KEY
006100         INVALID KEY
006110            MOVE 'Y' TO WS-DEP-EOF-SWITCH
006120     END-START.
006130     PERFORM 8810-SETTLE-ONE-DEPOSIT THRU 8810-EXIT
006140             UNTIL WS-DEP-EOF.
006150     CLOSE SECURITY-DEPOSITS DEPOSIT-ENTRY-FILE.
006160 8800-EXIT.
006170     EXIT.
006180
006190 8810-SETTLE-ONE-DEPOSIT.
006200     READ SECURITY-DEPOSITS NEXT RECORD
006210         AT END
006220            MOVE 'Y' TO WS-DEP-EOF-SWITCH
006230            GO TO 8810-EXIT
006240     END-READ.
006250     IF NOT SD-DEPOSIT-REFUND-DUE AND NOT SD-DEPOSIT-APPLY-DUE
006260        GO TO 8810-EXIT
006270     END-IF.
006280     MOVE SD-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
006290*   A FROZEN ACCOUNT'S DEPOSIT WAITS, AS ITS CREDIT-BALANCE
006300*   REFUND DOES.  A CLOSED ONE IS EXACTLY WHAT APPLY DUE IS FOR.
006310     IF WS-MASTER-AVAILABLE
006320        MOVE SD-ACCOUNT-ID TO AM-ACCOUNT-ID
006330        READ ACCOUNT-MASTER
006340            INVALID KEY
006350               DISPLAY "DEPOSIT " SD-ACCOUNT-ID "-" SD-DEPOSIT-SEQ
006360                       " NOT ON ACCOUNT MASTER -- DEPOSIT HELD"
006370               ADD 1 TO WS-DEPOSIT-HELD-COUNT
006380               GO TO 8810-EXIT
006390            NOT INVALID KEY
006400               IF AM-ACCOUNT-FROZEN
006410                  DISPLAY "DEPOSIT " SD-ACCOUNT-ID "-"
006420                          SD-DEPOSIT-SEQ
006430                          " ACCOUNT IS FROZEN -- DEPOSIT HELD"
006440                  ADD 1 TO WS-DEPOSIT-HELD-COUNT
006450                  GO TO 8810-EXIT
006460               END-IF
006470        END-READ
006480     END-IF.
006490     COMPUTE WS-DEPOSIT-DUE =
006500        SD-DEPOSIT-AMOUNT + SD-ACCRUED-INTEREST.
006510     MOVE ZERO TO WS-DEPOSIT-APPLIED WS-DEPOSIT-CHECK-NO.
006520     PERFORM 8850-FIND-LAST-BALANCE THRU 8850-EXIT.
006530*   ON A CLOSED ACCOUNT THE DEPOSIT GOES FIRST AGAINST WHAT IS
006540*   STILL OWED, NEVER MORE -- THE SAME OPEN-BALANCE CLAMP
006550*   DRAWER-CLOSEOUT PUTS ON A COUNTER PAYMENT.
006560     IF SD-DEPOSIT-APPLY-DUE AND WS-ACCT-LAST-END > ZERO
006570        IF WS-ACCT-LAST-END < WS-DEPOSIT-DUE
006580           MOVE WS-ACCT-LAST-END TO WS-DEPOSIT-APPLIED
006590        ELSE
006600           MOVE WS-DEPOSIT-DUE TO WS-DEPOSIT-APPLIED
006610        END-IF
006620     END-IF.
006630     COMPUTE WS-REFUND-AMOUNT =
006635        WS-DEPOSIT-DUE - WS-DEPOSIT-APPLIED.
006640     IF WS-REFUND-AMOUNT > ZERO
006650        PERFORM 5500-LOOKUP-ADDRESS THRU 5500-EXIT
006660        IF NOT WS-ACCOUNT-FOUND
006670           DISPLAY "NO CONTACT ON FILE FOR ACCOUNT "
006680                   SD-ACCOUNT-ID " -- DEPOSIT HELD"
006690           ADD 1 TO WS-DEPOSIT-HELD-COUNT
006700           GO TO 8810-EXIT
006710        END-IF
006720     END-IF.
006730     IF WS-DEPOSIT-APPLIED > ZERO
006740        PERFORM 8860-WRITE-CREDIT-LINE THRU 8860-EXIT
006750        MOVE 'A'                TO WS-ENTRY-MOVEMENT
006760        MOVE WS-DEPOSIT-APPLIED TO WS-ENTRY-AMOUNT
006770        MOVE ZERO               TO WS-ENTRY-REFERENCE
006780        PERFORM 8870-WRITE-DEPOSIT-ENTRY THRU 8870-EXIT
006790        ADD 1 TO WS-DEPOSIT-APPLY-COUNT
006800        ADD WS-DEPOSIT-APPLIED TO WS-DEPOSIT-APPLY-TOTAL
006810     END-IF.
006820     IF WS-REFUND-AMOUNT > ZERO
006830        ADD 1 TO WS-NEXT-CHECK-NO
006840        MOVE WS-NEXT-CHECK-NO TO WS-DEPOSIT-CHECK-NO
006850        PERFORM 6000-PRINT-CHECK THRU 6000-EXIT
006860        PERFORM 6500-WRITE-REGISTER THRU 6500-EXIT
006870        MOVE 'F'              TO WS-ENTRY-MOVEMENT
006880        MOVE WS-REFUND-AMOUNT TO WS-ENTRY-AMOUNT
006890        MOVE WS-NEXT-CHECK-NO TO WS-ENTRY-REFERENCE
006900        PERFORM 8870-WRITE-DEPOSIT-ENTRY THRU 8870-EXIT
006910        ADD 1 TO WS-DEPOSIT-CHECK-COUNT
006920        ADD WS-REFUND-AMOUNT TO WS-DEPOSIT-REFUND-TOTAL
006930     END-IF.
006940     IF WS-DEPOSIT-APPLIED > ZERO
006950        SET SD-DEPOSIT-APPLIED TO TRUE
006960     ELSE
006970        SET SD-DEPOSIT-REFUNDED TO TRUE
006980     END-IF.
006990     MOVE WS-DEPOSIT-APPLIED  TO SD-APPLIED-AMOUNT.
007000     MOVE WS-REFUND-AMOUNT    TO SD-REFUND-AMOUNT.
007010     MOVE WS-DEPOSIT-CHECK-NO TO SD-CHECK-NUMBER.
007020     MOVE WS-TODAY-8          TO SD-SETTLED-DATE.
007030     REWRITE SECURITY-DEPOSIT-STRUCTURE
007040         INVALID KEY
007050            DISPLAY "WARNING: CANNOT MARK DEPOSIT " SD-ACCOUNT-ID
007060                    "-" SD-DEPOSIT-SEQ " SETTLED"
007070     END-REWRITE.
007080 8810-EXIT.
007090     EXIT.
007100
007110*                                                                *
007120*   8850-FIND-LAST-BALANCE -- THE ACCOUNT'S LATEST POSTED        *
007130*   END-BALANCE AND ITS COMPANY, FROM THE TRANSACTIONS INDEX     *
007140*                                                                *
007150 8850-FIND-LAST-BALANCE.
007160     MOVE ZERO TO WS-ACCT-LAST-END.
007170     MOVE SD-COMPANY-CODE TO WS-ACCT-COMPANY.
007180     IF WS-ACCT-COMPANY NOT = "02"
007190        MOVE "01" TO WS-ACCT-COMPANY
007200     END-IF.
007210     MOVE LOW-VALUES TO TX-ACCT-KEY.
007220     MOVE SD-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
007230     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
007240         INVALID KEY
007250            GO TO 8850-EXIT
007260     END-START.
007270     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
007280     PERFORM 8855-READ-ONE-ENTRY THRU 8855-EXIT
007290             UNTIL WS-SCAN-EOF.
007300 8850-EXIT.
007310     EXIT.
007320
007330 8855-READ-ONE-ENTRY.
007340     READ TRANSACTIONS-INDEX NEXT RECORD
007350         AT END
007360            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007370            GO TO 8855-EXIT
007380     END-READ.
007390     IF TX-ACCOUNT-ID NOT = SD-ACCOUNT-ID
007400        MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007410        GO TO 8855-EXIT
007420     END-IF.
007430     MOVE TX-END-BALANCE TO WS-ACCT-LAST-END.
007440     IF TX-COMPANY-CODE = "02"
007450        MOVE "02" TO WS-ACCT-COMPANY
007460     ELSE
007470        MOVE "01" TO WS-ACCT-COMPANY
007480     END-IF.
007490 8855-EXIT.
007500     EXIT.
007510
007520*                                                                *
007530*   8860-WRITE-CREDIT-LINE -- THE TYPE-C "DEPOSIT APPLIED" LINE  *
007540*   THAT TAKES THE APPLIED PART OFF THE BALANCE OWED, IN THE     *
007550*   SAME COMPANY BATCH AS THE REFUND LINES                       *
007560*                                                                *
007570 8860-WRITE-CREDIT-LINE.
007580     MOVE WS-DEPOSIT-APPLIED TO WS-OUT-AMOUNT.
007590     MOVE WS-ACCT-LAST-END   TO WS-OUT-BALANCE.
007600     COMPUTE WS-OUT-END-BALANCE =
007610        WS-ACCT-LAST-END - WS-DEPOSIT-APPLIED.
007620     MOVE SPACES TO BW-LINE.
007630     STRING "00000,"           DELIMITED BY SIZE
007640            SD-ACCOUNT-ID      DELIMITED BY SIZE
007650            ",DEPOSIT APPLIED " DELIMITED BY SIZE
007660            SD-DEPOSIT-SEQ     DELIMITED BY SIZE
007670            ","                DELIMITED BY SIZE
007680            WS-OUT-AMOUNT      DELIMITED BY SIZE
007690            ","                DELIMITED BY SIZE
007700            WS-OUT-BALANCE     DELIMITED BY SIZE
007710            ","                DELIMITED BY SIZE
007720            WS-OUT-END-BALANCE DELIMITED BY SIZE
007730            ",C"               DELIMITED BY SIZE
007740            INTO BW-LINE
007750     END-STRING.
007760     MOVE WS-ACCT-COMPANY TO BW-COMPANY.
007770     IF WS-ACCT-COMPANY = "02"
007780        MOVE 2 TO WS-BATCH-CO-SUB
007790     ELSE
007800        MOVE 1 TO WS-BATCH-CO-SUB
007810     END-IF.
007820     WRITE BATCH-WORK-RECORD.
007830     ADD 1 TO WS-BATCH-CO-COUNT (WS-BATCH-CO-SUB).
007840     ADD WS-DEPOSIT-APPLIED TO WS-BATCH-CO-TOTAL
007850         (WS-BATCH-CO-SUB).
007860 8860-EXIT.
007870     EXIT.
007880
007890*                                                                *
007900*   8870-WRITE-DEPOSIT-ENTRY -- ONE SETTLEMENT MOVEMENT, BOOKED  *
007910*   IN THE RUN MONTH TO THE COMPANY HOLDING THE DEPOSIT          *
007920*                                                                *
007930 8870-WRITE-DEPOSIT-ENTRY.
007940     MOVE SPACES             TO DEPOSIT-ENTRY-STRUCTURE.
007950     SET SE-DEPOSIT-MOVEMENT TO TRUE.
007960     MOVE SD-COMPANY-CODE    TO SE-COMPANY-CODE.
007970     MOVE WS-TODAY-8 (1:6)   TO SE-PERIOD.
007980     MOVE WS-TODAY-8         TO SE-ENTRY-DATE.
007990     MOVE SD-ACCOUNT-ID      TO SE-ACCOUNT-ID.
008000     MOVE SD-DEPOSIT-SEQ     TO SE-DEPOSIT-SEQ.
008010     MOVE WS-ENTRY-MOVEMENT  TO SE-MOVEMENT.
008020     MOVE WS-ENTRY-AMOUNT    TO SE-AMOUNT.
008030     MOVE WS-ENTRY-REFERENCE TO SE-REFERENCE.
008040     WRITE DEPOSIT-ENTRY-STRUCTURE.
008050 8870-EXIT.
008060     EXIT.
008070
008080 9999-EXIT.
008090     STOP RUN.
