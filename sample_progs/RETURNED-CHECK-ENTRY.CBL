000010******************************************************************
000020*                                                                *
000030*   RETURNED-CHECK-ENTRY                                         *
000040*                                                                *
000050*   CASH DESK CONSOLE FOR A PAPER CHECK THE BANK SENDS BACK      *
000060*   UNPAID (NSF, CLOSED ACCOUNT, STOP PAYMENT) -- A LOCKBOX      *
000070*   CHECK FROM LOCKBOX-IMPORT OR A COUNTER CHECK FROM            *
000080*   PAYMENT-ENTRY.  THE CLERK KEYS THE ACCOUNT, CHECK NUMBER     *
000090*   AND AMOUNT FROM THE BANK'S RETURN ADVICE AND THE SCREEN --   *
000100*                                                                *
000110*       FINDS THE CREDIT THE CHECK POSTED AS ON                  *
000120*       TRANSACTIONS-INDEX ("LOCKBOX PMT NNNN" OR "COUNTER PMT   *
000130*       NNNN"), REFUSING ONE ALREADY REVERSED OR ALREADY ON THE  *
000140*       RETURNED-CHECK FILE                                      *
000150*       RECORDS THE RETURN OPEN ON THE RETURNED-CHECK FILE WITH  *
000160*       THE RETURNED-CHECK FEE (NSF-FEE= RUN PARM, DEFAULT       *
000170*       15.00, ZERO WAIVES IT)                                   *
000180*       ON THE ACCOUNT'S SECOND RETURN INSIDE TWELVE MONTHS,     *
000190*       MARKS THE ACCOUNT MASTER CASH ONLY, SO PAYMENT-ENTRY     *
000200*       TAKES NO FURTHER CHECK FROM IT                           *
000210*                                                                *
000220*   NOTHING TOUCHES THE LEDGER HERE.  THE DAILY                  *
000230*   RETURNED-CHECK-JOB BATCHES EACH OPEN RETURN AS A TYPE-R      *
000240*   REVERSAL OF THE CREDIT'S UID PLUS THE FEE DEBIT, AND         *
000250*   LEDGER-POST'S REVERSAL REOPENS THE ITEMS THE CHECK PAID.     *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      RETURNED-CHECK-ENTRY.
000300 AUTHOR.          DATA PROCESSING.
000310 INSTALLATION.    ACCOUNTING SYSTEMS.
000320 DATE-WRITTEN.    10/15/2026.
000330 DATE-COMPILED.   10/15/2026.
000340*                                                                *
000350*   MODIFICATION HISTORY                                        *
000360*   ------------------------------------------------------------ *
000370*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000380*                                                                *
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL RETURNED-CHECKS
000430            ASSIGN       TO  RTNCHECK
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS RT-RETURN-KEY
000470            FILE STATUS  IS RTNCHECK-STATUS.
000480
000490     SELECT OPTIONAL TRANSACTIONS-INDEX
000500            ASSIGN       TO  ACCTIDX
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS TX-ACCT-KEY
000540            FILE STATUS  IS TXIDX-STATUS.
000550
000560     SELECT OPTIONAL ACCOUNT-MASTER
000570            ASSIGN       TO  ACCTMSTR
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE  IS DYNAMIC
000600            RECORD KEY   IS AM-ACCOUNT-ID
000610            FILE STATUS  IS ACCTMSTR-STATUS.
000620
000630     SELECT OPTIONAL RUN-PARM-FILE
000640            ASSIGN       TO  RUNPARMS
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS  IS RUNPARM-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RETURNED-CHECKS.
000710 01  RETURNED-CHECK-STRUCTURE.
000720     COPY "RETURNED-CHECK-RECORD.CPY" REPLACING ==(TAG)==
000730          BY ==RT-==.
000740
000750 FD  TRANSACTIONS-INDEX.
000760 01  TRANSACTION-INDEX-STRUCTURE.
000770     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000780          BY ==TX-==.
000790
000800 FD  ACCOUNT-MASTER.
000810 01  ACCOUNT-MASTER-STRUCTURE.
000820     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000830          BY ==AM-==.
000840
000850 FD  RUN-PARM-FILE
000860     RECORD VARYING IN SIZE FROM 1 TO 40.
000870 01  RUN-PARM-LINE              PIC X(40).
000880
000890 WORKING-STORAGE SECTION.
000900*                                                                *
000910*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
000920*                                                                *
000930 01  RTNCHECK                   PIC X(50)
000940     VALUE "/mnt/c/cobfiles\returned-checks.idx".
000950 01  ACCTIDX                    PIC X(50)
000960     VALUE "/mnt/c/cobfiles\transactions.idx".
000970 01  ACCTMSTR                   PIC X(50)
000980     VALUE "/mnt/c/cobfiles\account-master.idx".
000990 01  RUNPARMS                   PIC X(50)
001000     VALUE "ledger-run-parms.txt".
001010
001020 01  RTNCHECK-STATUS            PIC X(02).
001030 01  TXIDX-STATUS               PIC X(02).
001040 01  ACCTMSTR-STATUS            PIC X(02).
001050 01  RUNPARM-STATUS             PIC X(02).
001060
001070*                                                                *
001080*   CLERK SIGN-ON (SEE ADDRESS-CLERK-CHECK)                     *
001090*                                                                *
001100 01  WS-CLERK-ID                PIC X(10).
001110 01  WS-CLERK-NAME              PIC X(30).
001120 01  WS-CLERK-ROLE              PIC X(01).
001130 01  WS-CHECK-RESULT            PIC X(01).
001140
001150 01  WS-TODAY-8                 PIC 9(08).
001160 01  WS-NOW-TIME                PIC X(08).
001170 01  WS-PARM-NAME               PIC X(20).
001180 01  WS-PARM-VALUE              PIC X(20).
001190*   THE RETURNED-CHECK FEE, THE SAME NSF-FEE= PARM ACH-RETURN-
001200*   IMPORT CHARGES ON AN R01.  ZERO WAIVES IT.
001210 01  WS-NSF-FEE                 PIC 9(04)V9(02) VALUE 15.00.
001220*   A RETURN INSIDE THIS MANY DAYS OF AN EARLIER ONE MAKES THE
001230*   ACCOUNT CASH ONLY.
001240 01  WS-LOOKBACK-DAYS           PIC 9(03) VALUE 365.
001250 01  WS-LOOKBACK-DATE           PIC 9(08) VALUE ZERO.
001260
001270*                                                                *
001280*   ONE RETURN BEING KEYED                                      *
001290*                                                                *
001300 01  WS-IN-ANSWER               PIC X(20).
001310 01  WS-IN-CHECK-NO             PIC X(10).
001320 01  WS-WORK-ACCOUNT            PIC 9(07).
001330 01  WS-CHECK-AMOUNT            PIC 9(09)V9(02) VALUE ZERO.
001340 01  WS-LOCKBOX-DESC            PIC X(25).
001350 01  WS-COUNTER-DESC            PIC X(25).
001360 01  WS-MATCHED-UID             PIC 9(09) VALUE ZERO.
001370 01  WS-MATCHED-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
001380 01  WS-MATCHED-DATE            PIC 9(08) VALUE ZERO.
001390 01  WS-MATCHED-COMPANY         PIC X(02) VALUE "01".
001400 01  WS-MATCHED-SOURCE          PIC X(01).
001410 01  WS-PRIOR-RETURNS           PIC 9(03) VALUE ZERO.
001420 01  WS-RETURN-COUNT            PIC 9(05) VALUE ZERO.
001430 01  WS-CASH-ONLY-COUNT         PIC 9(05) VALUE ZERO.
001440 01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001450 01  WS-EDIT-FEE                PIC Z,ZZ9.99.
001460
001470 01  WS-SWITCHES.
001480     05  WS-DONE-SWITCH          PIC X(01) VALUE 'N'.
001490         88  WS-DONE                       VALUE 'Y'.
001500     05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE 'N'.
001510         88  WS-IDX-EOF                    VALUE 'Y'.
001520     05  WS-RT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001530         88  WS-RT-EOF                     VALUE 'Y'.
001540     05  WS-MATCH-SWITCH         PIC X(01) VALUE 'N'.
001550         88  WS-CREDIT-MATCHED             VALUE 'Y'.
001560     05  WS-REVERSED-SWITCH      PIC X(01) VALUE 'N'.
001570         88  WS-CREDIT-REVERSED            VALUE 'Y'.
001580     05  WS-MASTER-SWITCH        PIC X(01) VALUE 'N'.
001590         88  WS-MASTER-AVAILABLE           VALUE 'Y'.
001600
001610*                                                                *
001620*   LEDGER JOURNAL (SEE LEDGER-JOURNAL-WRITE)                   *
001630*                                                                *
001640 01  WS-JL-FILE-ID               PIC X(01).
001650 01  WS-JL-ACTION                PIC X(01).
001660 01  WS-JL-KEY                   PIC X(16).
001670 01  WS-JL-BEFORE                PIC X(200).
001680 01  WS-JL-AFTER                 PIC X(200).
001690
001700 PROCEDURE DIVISION.
001710*                                                                *
001720*   0000-MAINLINE                                               *
001730*                                                                *
001740 0000-MAINLINE.
001750     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001760     DISPLAY "ENTER YOUR CLERK ID:".
001770     ACCEPT WS-CLERK-ID.
001780     IF WS-CLERK-ID = SPACES
001790        DISPLAY "A CLERK ID IS REQUIRED"
001800        GO TO 9999-EXIT
001810     END-IF.
001820     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001830          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001840     EVALUATE TRUE
001850        WHEN WS-CHECK-RESULT = 'M'
001860           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001870                   "ROLE NOT VERIFIED"
001880        WHEN WS-CHECK-RESULT = 'Y'
001890             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
001900           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001910        WHEN OTHER
001920           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001930           GO TO 9999-EXIT
001940     END-EVALUATE.
001950     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001960     IF WS-DONE
001970        GO TO 9999-EXIT
001980     END-IF.
001990     PERFORM 2000-TAKE-ONE-RETURN THRU 2000-EXIT
002000             UNTIL WS-DONE.
002010     PERFORM 8000-FINISH THRU 8000-EXIT.
002020     GO TO 9999-EXIT.
002030
002040*                                                                *
002050*   1000-OPEN-FILES -- THE CREDIT CANNOT BE FOUND WITHOUT THE    *
002060*   INDEX, SO NO INDEX, NO SESSION                               *
002070*                                                                *
002080 1000-OPEN-FILES.
002090     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
002100     COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
002110        (FUNCTION INTEGER-OF-DATE(WS-TODAY-8) - WS-LOOKBACK-DAYS).
002120     OPEN I-O RETURNED-CHECKS.
002130     IF RTNCHECK-STATUS NOT = '00' AND RTNCHECK-STATUS NOT = '05'
002140        DISPLAY "CANNOT OPEN RETURNED-CHECK FILE, STATUS "
002150                RTNCHECK-STATUS
002160        MOVE 'Y' TO WS-DONE-SWITCH
002170        GO TO 1000-EXIT
002180     END-IF.
002190     OPEN INPUT TRANSACTIONS-INDEX.
002200     IF TXIDX-STATUS NOT = '00'
002210        DISPLAY "TRANSACTION INDEX NOT AVAILABLE -- "
002220                "RETURNS CANNOT BE MATCHED"
002230        CLOSE RETURNED-CHECKS
002240        MOVE 'Y' TO WS-DONE-SWITCH
002250        GO TO 1000-EXIT
002260     END-IF.
002270     OPEN I-O ACCOUNT-MASTER.
002280     IF ACCTMSTR-STATUS = '00'
002290        MOVE 'Y' TO WS-MASTER-SWITCH
002300     ELSE
002310        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
002320        DISPLAY "CASH-ONLY ACCOUNTS WILL NOT BE MARKED"
002330     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360
002370 1050-READ-RUN-PARMS.
002380     OPEN INPUT RUN-PARM-FILE.
002390     IF RUNPARM-STATUS NOT = '00'
002400        GO TO 1050-EXIT
002410     END-IF.
002420     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
002430             UNTIL RUNPARM-STATUS NOT = '00'.
002440     CLOSE RUN-PARM-FILE.
002450 1050-EXIT.
002460     EXIT.
002470
002480 1060-READ-ONE-PARM.
002490     READ RUN-PARM-FILE
002500         AT END
002510            MOVE '10' TO RUNPARM-STATUS
002520            GO TO 1060-EXIT
002530     END-READ.
002540     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002550     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002560         INTO WS-PARM-NAME, WS-PARM-VALUE
002570     END-UNSTRING.
002580     IF WS-PARM-NAME = "NSF-FEE"
002590        COMPUTE WS-NSF-FEE = FUNCTION NUMVAL(WS-PARM-VALUE)
002600     END-IF.
002610 1060-EXIT.
002620     EXIT.
002630
002640*                                                                *
002650*   2000-TAKE-ONE-RETURN -- ACCOUNT, CHECK NUMBER, AMOUNT, THEN  *
002660*   MATCH, CONFIRM AND RECORD                                    *
002670*                                                                *
002680 2000-TAKE-ONE-RETURN.
002690     DISPLAY " ".
002700     DISPLAY "ACCOUNT NUMBER OF THE RETURNED CHECK, OR END:".
002710     ACCEPT WS-IN-ANSWER.
002720     IF WS-IN-ANSWER = "END" OR WS-IN-ANSWER = "end"
002730        MOVE 'Y' TO WS-DONE-SWITCH
002740        GO TO 2000-EXIT
002750     END-IF.
002760     IF WS-IN-ANSWER (1:7) NOT NUMERIC
002770        DISPLAY "ACCOUNT MUST BE A SEVEN-DIGIT NUMBER"
002780        GO TO 2000-EXIT
002790     END-IF.
002800     MOVE WS-IN-ANSWER (1:7) TO WS-WORK-ACCOUNT.
002810     IF WS-MASTER-AVAILABLE
002820        MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID
002830        READ ACCOUNT-MASTER
002840            INVALID KEY
002850               DISPLAY "ACCOUNT NOT ON THE ACCOUNT MASTER"
002860               GO TO 2000-EXIT
002870        END-READ
002880     END-IF.
002890     DISPLAY "CHECK NUMBER:".
002900     ACCEPT WS-IN-CHECK-NO.
002910     IF WS-IN-CHECK-NO = SPACES
002920        DISPLAY "THE CHECK NUMBER IS REQUIRED"
002930        GO TO 2000-EXIT
002940     END-IF.
002950     DISPLAY "CHECK AMOUNT:".
002960     ACCEPT WS-IN-ANSWER.
002970     COMPUTE WS-CHECK-AMOUNT = FUNCTION NUMVAL(WS-IN-ANSWER).
002980     IF WS-CHECK-AMOUNT = ZERO
002990        DISPLAY "AMOUNT MUST NOT BE ZERO"
003000        GO TO 2000-EXIT
003010     END-IF.
003020     PERFORM 3000-MATCH-POSTED-CREDIT THRU 3000-EXIT.
003030     IF NOT WS-CREDIT-MATCHED
003040        DISPLAY "NO POSTED LOCKBOX OR COUNTER CREDIT FOR CHECK "
003050                WS-IN-CHECK-NO " ON THIS ACCOUNT"
003060        GO TO 2000-EXIT
003070     END-IF.
003080     IF WS-CREDIT-REVERSED
003090        DISPLAY "CREDIT UID " WS-MATCHED-UID
003100                " HAS ALREADY BEEN REVERSED"
003110        GO TO 2000-EXIT
003120     END-IF.
003130     MOVE WS-WORK-ACCOUNT TO RT-ACCOUNT-ID.
003140     MOVE WS-MATCHED-UID  TO RT-CREDIT-UID.
003150     READ RETURNED-CHECKS
003160         INVALID KEY
003170            CONTINUE
003180         NOT INVALID KEY
003190            DISPLAY "CHECK " WS-IN-CHECK-NO " WAS ALREADY "
003200                    "RETURNED ON " RT-RETURN-DATE
003210            GO TO 2000-EXIT
003220     END-READ.
003230     PERFORM 4000-COUNT-PRIOR-RETURNS THRU 4000-EXIT.
003240     MOVE WS-MATCHED-AMOUNT TO WS-EDIT-AMOUNT.
003250     DISPLAY "CREDIT UID " WS-MATCHED-UID " POSTED "
003260             WS-MATCHED-DATE " FOR " WS-EDIT-AMOUNT.
003270*   THE LOCKBOX AND THE DRAWER POST NO MORE THAN THE ACCOUNT
003280*   OWED; THE REST OF SUCH A CHECK NEVER REACHED THE LEDGER AND
003290*   IS CLEARED FROM THE EXCESS REPORT IT WENT TO.
003300     IF WS-MATCHED-AMOUNT < WS-CHECK-AMOUNT
003310        DISPLAY "NOTE -- ONLY THE POSTED AMOUNT IS REVERSED; "
003320                "CLEAR THE EXCESS SEPARATELY"
003330     END-IF.
003340     MOVE WS-NSF-FEE TO WS-EDIT-FEE.
003350     DISPLAY "RETURNED-CHECK FEE " WS-EDIT-FEE.
003360     IF WS-PRIOR-RETURNS > ZERO
003370        DISPLAY "ACCOUNT HAS " WS-PRIOR-RETURNS
003380                " OTHER RETURN(S) IN TWELVE MONTHS -- "
003390                "IT WILL BE MADE CASH ONLY"
003400     END-IF.
003410     DISPLAY "RECORD THIS RETURN (Y/N):".
003420     ACCEPT WS-IN-ANSWER.
003430     IF WS-IN-ANSWER NOT = "Y" AND WS-IN-ANSWER NOT = "y"
003440        DISPLAY "NOTHING RECORDED"
003450        GO TO 2000-EXIT
003460     END-IF.
003470     PERFORM 5000-RECORD-RETURN THRU 5000-EXIT.
003480 2000-EXIT.
003490     EXIT.
003500
003510*                                                                *
003520*   3000-MATCH-POSTED-CREDIT -- THE MOST RECENT CREDIT ON THE    *
003530*   ACCOUNT THAT POSTED FROM THIS CHECK, NO LARGER THAN IT, AND  *
003540*   WHETHER ANY LATER ENTRY REVERSED IT                          *
003550*                                                                *
003560 3000-MATCH-POSTED-CREDIT.
003570     MOVE 'N' TO WS-MATCH-SWITCH WS-REVERSED-SWITCH
003580                 WS-IDX-EOF-SWITCH.
003590     MOVE ZERO TO WS-MATCHED-UID WS-MATCHED-AMOUNT
003600                  WS-MATCHED-DATE.
003610     MOVE SPACES TO WS-LOCKBOX-DESC WS-COUNTER-DESC.
003620     STRING "LOCKBOX PMT "  DELIMITED BY SIZE
003630            WS-IN-CHECK-NO  DELIMITED BY SPACE
003640            INTO WS-LOCKBOX-DESC
003650     END-STRING.
003660     STRING "COUNTER PMT "  DELIMITED BY SIZE
003670            WS-IN-CHECK-NO  DELIMITED BY SPACE
003680            INTO WS-COUNTER-DESC
003690     END-STRING.
003700     MOVE LOW-VALUES TO TX-ACCT-KEY.
003710     MOVE WS-WORK-ACCOUNT TO TX-ACCT-KEY (1:7).
003720     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
003730         INVALID KEY
003740            MOVE 'Y' TO WS-IDX-EOF-SWITCH
003750     END-START.
003760     PERFORM 3100-ONE-POSTING THRU 3100-EXIT
003770             UNTIL WS-IDX-EOF.
003780 3000-EXIT.
003790     EXIT.
003800
003810 3100-ONE-POSTING.
003820     READ TRANSACTIONS-INDEX NEXT RECORD
003830         AT END
003840            MOVE 'Y' TO WS-IDX-EOF-SWITCH
003850            GO TO 3100-EXIT
003860     END-READ.
003870     IF TX-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
003880        MOVE 'Y' TO WS-IDX-EOF-SWITCH
003890        GO TO 3100-EXIT
003900     END-IF.
003910     IF WS-CREDIT-MATCHED
003920        AND TX-REVERSED-UID = WS-MATCHED-UID
003930        MOVE 'Y' TO WS-REVERSED-SWITCH
003940     END-IF.
003950     IF NOT TX-CREDIT-TRANSACTION
003960        OR TX-REVERSED-UID NOT = ZERO
003970        OR TX-AMOUNT > WS-CHECK-AMOUNT
003980        GO TO 3100-EXIT
003990     END-IF.
004000     IF TX-DESC = WS-LOCKBOX-DESC
004010        MOVE 'L' TO WS-MATCHED-SOURCE
004020     ELSE
004030        IF TX-DESC = WS-COUNTER-DESC
004040           MOVE 'K' TO WS-MATCHED-SOURCE
004050        ELSE
004060           GO TO 3100-EXIT
004070        END-IF
004080     END-IF.
004090     MOVE 'Y' TO WS-MATCH-SWITCH.
004100     MOVE 'N' TO WS-REVERSED-SWITCH.
004110     MOVE TX-UID              TO WS-MATCHED-UID.
004120     MOVE TX-AMOUNT           TO WS-MATCHED-AMOUNT.
004130     MOVE TX-TRANSACTION-DATE TO WS-MATCHED-DATE.
004140     IF TX-COMPANY-CODE = "02"
004150        MOVE "02" TO WS-MATCHED-COMPANY
004160     ELSE
004170        MOVE "01" TO WS-MATCHED-COMPANY
004180     END-IF.
004190 3100-EXIT.
004200     EXIT.
004210
004220*                                                                *
004230*   4000-COUNT-PRIOR-RETURNS -- THE ACCOUNT'S OTHER RETURNS      *
004240*   DATED INSIDE THE LOOKBACK WINDOW                             *
004250*                                                                *
004260 4000-COUNT-PRIOR-RETURNS.
004270     MOVE ZERO TO WS-PRIOR-RETURNS.
004280     MOVE 'N' TO WS-RT-EOF-SWITCH.
004290     MOVE WS-WORK-ACCOUNT TO RT-ACCOUNT-ID.
004300     MOVE ZERO TO RT-CREDIT-UID.
004310     START RETURNED-CHECKS KEY IS >= RT-RETURN-KEY
004320         INVALID KEY
004330            GO TO 4000-EXIT
004340     END-START.
004350     PERFORM 4100-COUNT-ONE-RETURN THRU 4100-EXIT
004360             UNTIL WS-RT-EOF.
004370 4000-EXIT.
004380     EXIT.
004390
004400 4100-COUNT-ONE-RETURN.
004410     READ RETURNED-CHECKS NEXT RECORD
004420         AT END
004430            MOVE 'Y' TO WS-RT-EOF-SWITCH
004440            GO TO 4100-EXIT
004450     END-READ.
004460     IF RT-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
004470        MOVE 'Y' TO WS-RT-EOF-SWITCH
004480        GO TO 4100-EXIT
004490     END-IF.
004500     IF RT-RETURN-DATE >= WS-LOOKBACK-DATE
004510        ADD 1 TO WS-PRIOR-RETURNS
004520     END-IF.
004530 4100-EXIT.
004540     EXIT.
004550
004560*                                                                *
004570*   5000-RECORD-RETURN -- THE RETURN GOES ON FILE OPEN FOR THE   *
004580*   DAILY JOB; A REPEAT BOUNCER IS MADE CASH ONLY FIRST SO THE   *
004590*   RECORD SAYS SO                                               *
004600*                                                                *
004610 5000-RECORD-RETURN.
004620     ACCEPT WS-NOW-TIME FROM TIME.
004630     MOVE SPACES TO RETURNED-CHECK-STRUCTURE.
004640     MOVE WS-WORK-ACCOUNT    TO RT-ACCOUNT-ID.
004650     MOVE WS-MATCHED-UID     TO RT-CREDIT-UID.
004660     MOVE WS-MATCHED-COMPANY TO RT-COMPANY-CODE.
004670     MOVE WS-IN-CHECK-NO     TO RT-CHECK-NO.
004680     MOVE WS-MATCHED-AMOUNT  TO RT-CHECK-AMOUNT.
004690     MOVE WS-MATCHED-SOURCE  TO RT-PAYMENT-SOURCE.
004700     MOVE WS-MATCHED-DATE    TO RT-PAYMENT-DATE.
004710     MOVE WS-TODAY-8         TO RT-RETURN-DATE.
004720     MOVE WS-NOW-TIME        TO RT-RETURN-TIME.
004730     MOVE WS-CLERK-ID        TO RT-CLERK-ID.
004740     MOVE WS-NSF-FEE         TO RT-FEE-AMOUNT.
004750     MOVE 'N'                TO RT-CASH-ONLY-SET.
004760     SET RT-RETURN-OPEN      TO TRUE.
004770     MOVE ZERO               TO RT-BATCH-DATE.
004780     IF WS-PRIOR-RETURNS > ZERO
004790        PERFORM 6000-MAKE-CASH-ONLY THRU 6000-EXIT
004800     END-IF.
004810     WRITE RETURNED-CHECK-STRUCTURE
004820         INVALID KEY
004830            DISPLAY "CANNOT RECORD THE RETURN, STATUS "
004840                    RTNCHECK-STATUS
004850            GO TO 5000-EXIT
004860     END-WRITE.
004870     ADD 1 TO WS-RETURN-COUNT.
004880     DISPLAY "RETURN RECORDED -- CREDIT UID " WS-MATCHED-UID
004890             " WILL BE REVERSED ON THE NEXT RETURNED-CHECK RUN".
004900 5000-EXIT.
004910     EXIT.
004920
004930*                                                                *
004940*   6000-MAKE-CASH-ONLY -- SECOND BOUNCE IN TWELVE MONTHS.  THE  *
004950*   MASTER REWRITE IS JOURNALED LIKE EVERY OTHER ONE             *
004960*                                                                *
004970 6000-MAKE-CASH-ONLY.
004980     IF NOT WS-MASTER-AVAILABLE
004990        DISPLAY "ACCOUNT MASTER NOT AVAILABLE -- MARK THE "
005000                "ACCOUNT CASH ONLY BY HAND"
005010        GO TO 6000-EXIT
005020     END-IF.
005030     MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID.
005040     READ ACCOUNT-MASTER
005050         INVALID KEY
005060            DISPLAY "ACCOUNT NOT ON THE ACCOUNT MASTER -- NOT "
005070                    "MARKED CASH ONLY"
005080            GO TO 6000-EXIT
005090     END-READ.
005100     IF AM-CASH-ONLY
005110        DISPLAY "ACCOUNT IS ALREADY CASH ONLY SINCE "
005120                AM-CASH-ONLY-DATE
005130        GO TO 6000-EXIT
005140     END-IF.
005150     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-BEFORE.
005160     SET AM-CASH-ONLY TO TRUE.
005170     MOVE WS-TODAY-8 TO AM-CASH-ONLY-DATE.
005180     REWRITE ACCOUNT-MASTER-STRUCTURE
005190         INVALID KEY
005200            DISPLAY "CANNOT MARK ACCOUNT " AM-ACCOUNT-ID
005210                    " CASH ONLY"
005220            GO TO 6000-EXIT
005230     END-REWRITE.
005240     MOVE 'M' TO WS-JL-FILE-ID.
005250     MOVE 'R' TO WS-JL-ACTION.
005260     MOVE SPACES TO WS-JL-KEY.
005270     MOVE AM-ACCOUNT-ID TO WS-JL-KEY (1:7).
005280     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-AFTER.
005290     CALL "LEDGER-JOURNAL-WRITE" USING WS-JL-FILE-ID,
005300          WS-JL-ACTION, WS-JL-KEY, WS-JL-BEFORE, WS-JL-AFTER.
005310     MOVE 'Y' TO RT-CASH-ONLY-SET.
005320     ADD 1 TO WS-CASH-ONLY-COUNT.
005330     DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS NOW CASH ONLY".
005340 6000-EXIT.
005350     EXIT.
005360
005370*                                                                *
005380*   8000-FINISH                                                  *
005390*                                                                *
005400 8000-FINISH.
005410     CLOSE RETURNED-CHECKS.
005420     CLOSE TRANSACTIONS-INDEX.
005430     IF WS-MASTER-AVAILABLE
005440        CLOSE ACCOUNT-MASTER
005450     END-IF.
005460     DISPLAY "SESSION -- " WS-RETURN-COUNT " RETURN(S) RECORDED, "
005470             WS-CASH-ONLY-COUNT " ACCOUNT(S) MADE CASH ONLY".
005480     DISPLAY "RUN RETURNED-CHECK-JOB AT END OF DAY TO BATCH "
005490             "THE REVERSALS.".
005500 8000-EXIT.
005510     EXIT.
005520
005530 9999-EXIT.
005540     STOP RUN.
