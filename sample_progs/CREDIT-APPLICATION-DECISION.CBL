000010******************************************************************
000020*                                                                *
000030*   CREDIT-APPLICATION-DECISION                                  *
000040*                                                                *
000050*   SUPERVISOR CONSOLE FOR THE CREDIT APPLICATION DECISION       *
000060*   QUEUE.  EACH APPLICATION CREDIT-APPLICATION-SCORE HAS        *
000070*   SCORED IS SHOWN WITH ITS REFERENCES, SCORE, THE              *
000080*   SCORECARD'S RECOMMENDATION AND ITS REASONS, AND THE          *
000090*   SUPERVISOR DECIDES IT --                                     *
000100*       (A)PPROVE AT THE LIMIT ASKED                             *
000110*       (L)OWER -- APPROVE AT A LOWER LIMIT, KEYED               *
000120*       (D)EPOSIT -- APPROVE SUBJECT TO A SECURITY DEPOSIT,      *
000130*           KEYED; THE ACCOUNT IS OPENED FROZEN UNTIL THE        *
000140*           DEPOSIT IS TAKEN AT PAYMENT-ENTRY                    *
000150*       (X) DECLINE                                              *
000160*   OR PRESSES ENTER TO LEAVE IT FOR LATER.  ONLY A SUPERVISOR   *
000170*   ON THE CLERK MASTER MAY SIGN ON -- THE SAME RULE AS          *
000180*   CREDIT-REVIEW-APPROVAL.                                      *
000190*                                                                *
000200*   EVERY DECISION IS STAMPED WITH WHO MADE IT AND WHEN, IS      *
000210*   KEPT UNTIL THE DECISION DATE PLUS CREDIT-APP-RETAIN-MONTHS=  *
000220*   MONTHS (SHARED LEDGER RUN PARAMETER FILE, DEFAULT 25 --      *
000230*   THE REGULATION B RETENTION PERIOD), AND IS APPENDED TO THE   *
000240*   CREDIT APPLICATION DECISION LOG.  AN APPROVAL MAY BE         *
000250*   ONBOARDED ON THE SPOT -- CUSTOMER-ONBOARDING IS RUN FOR      *
000260*   THE APPLICANT'S CONTACT AND OPENS THE ACCOUNT AT THE         *
000270*   APPROVED LIMIT AND TERMS.                                    *
000280*                                                                *
000290*   A DECLINE CARRIES ITS PRINCIPAL REASONS -- THE SCORECARD'S,  *
000300*   OR UP TO FOUR KEYED BY THE SUPERVISOR WHERE THE SCORECARD    *
000310*   GAVE NONE -- ONTO THE ADVERSE-ACTION LIST.  WHEN THE         *
000320*   SESSION ENDS THE LIST IS MAILED THROUGH                      *
000330*   ADDRESS-LETTER-WRITER WITH A PHONE-LIST CRITERION, ONE       *
000340*   REASON TO A NOTE, USING THE ADVERSE-ACTION TEMPLATE (WRITTEN *
000350*   HERE IF NOT ALREADY ON HAND).                                *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.      CREDIT-APPLICATION-DECISION.
000400 AUTHOR.          DATA PROCESSING.
000410 INSTALLATION.    ACCOUNTING SYSTEMS.
000420 DATE-WRITTEN.    10/15/2026.
000430 DATE-COMPILED.   10/15/2026.
000440*                                                                *
000450*   MODIFICATION HISTORY                                        *
000460*   ------------------------------------------------------------ *
000470*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000480*                                                                *
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL CREDIT-APPLICATIONS
000530            ASSIGN       TO  CREDAPP
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE  IS DYNAMIC
000560            RECORD KEY   IS AP-APPLICATION-NUMBER
000570            ALTERNATE RECORD KEY IS AP-APPLICANT-PHONE
000580                     WITH DUPLICATES
000590            FILE STATUS  IS CREDAPP-STATUS.
000600
000610     SELECT OPTIONAL RUN-PARM-FILE
000620            ASSIGN       TO  RUNPARMS
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS  IS RUNPARM-STATUS.
000650
000660     SELECT OPTIONAL DECISION-LOG
000670            ASSIGN       TO  DECISIONLOG
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS  IS DECISIONLOG-STATUS.
000700
000710     SELECT ADVERSE-LIST-FILE
000720            ASSIGN       TO  ADVERSELIST
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS  IS ADVERSELIST-STATUS.
000750
000760     SELECT LETTER-CRIT-FILE
000770            ASSIGN       TO  LETTERCRIT
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS  IS LETTERCRIT-STATUS.
000800
000810     SELECT OPTIONAL LETTER-TEMPLATE-FILE
000820            ASSIGN       TO  LETTERTPL
000830            ORGANIZATION IS LINE SEQUENTIAL
000840            FILE STATUS  IS LETTERTPL-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CREDIT-APPLICATIONS.
000890 01  CREDIT-APPLICANT-STRUCTURE.
000900     COPY "CREDIT-APPLICANT-RECORD.CPY" REPLACING ==(TAG)==
000910          BY ==AP-==.
000920
000930 FD  RUN-PARM-FILE
000940     RECORDING MODE IS F.
000950 01  RUN-PARM-LINE                PIC X(40).
000960
000970 FD  DECISION-LOG.
000980 01  DECISION-LOG-LINE            PIC X(100).
000990
001000 FD  ADVERSE-LIST-FILE
001010     RECORDING MODE IS F.
001020 01  ADVERSE-LIST-LINE            PIC X(200).
001030
001040 FD  LETTER-CRIT-FILE
001050     RECORDING MODE IS F.
001060 01  LETTER-CRIT-LINE             PIC X(60).
001070
001080 FD  LETTER-TEMPLATE-FILE
001090     RECORDING MODE IS F.
001100 01  LETTER-TEMPLATE-LINE         PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130 01  CREDAPP                    PIC X(50)
001140     VALUE "/mnt/c/cobfiles\credit-applications.idx".
001150 01  RUNPARMS                   PIC X(50)
001160     VALUE "ledger-run-parms.txt".
001170 01  DECISIONLOG                PIC X(50)
001180     VALUE "credit-application-decisions.txt".
001190*   THE ADVERSE-ACTION MAILING (SEE ADDRESS-LETTER-WRITER)
001200 01  ADVERSELIST                PIC X(50)
001210     VALUE "adverse-action-list.txt".
001220 01  LETTERCRIT                 PIC X(50)
001230     VALUE "adverse-action-criteria.txt".
001240 01  LETTERTPL                  PIC X(50)
001250     VALUE "adverse-action-template.txt".
001260 01  LETTEROUT                  PIC X(50)
001270     VALUE "adverse-action-letters.txt".
001280
001290 01  CREDAPP-STATUS             PIC X(02).
001300 01  RUNPARM-STATUS             PIC X(02).
001310 01  DECISIONLOG-STATUS         PIC X(02).
001320 01  ADVERSELIST-STATUS         PIC X(02).
001330 01  LETTERCRIT-STATUS          PIC X(02).
001340 01  LETTERTPL-STATUS           PIC X(02).
001350
001360 01  WS-CLERK-ID                PIC X(10).
001370 01  WS-CLERK-NAME              PIC X(30).
001380 01  WS-CLERK-ROLE              PIC X(01).
001390 01  WS-CHECK-RESULT            PIC X(01).
001400 01  WS-TODAY-8                 PIC 9(08).
001410 01  WS-PARM-NAME               PIC X(20).
001420 01  WS-PARM-VALUE              PIC X(20).
001430 01  WS-COMMAND                 PIC X(200).
001440
001450 01  WS-ACTION                  PIC X(01).
001460 01  WS-ANSWER                  PIC X(01).
001470 01  WS-IN-VALUE                PIC X(50).
001480 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001490     88  WS-QUEUE-EOF                     VALUE 'Y'.
001500 01  WS-DECIDED-SWITCH          PIC X(01) VALUE 'N'.
001510     88  WS-APPLICATION-DECIDED           VALUE 'Y'.
001520 01  WS-LIST-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001530     88  WS-ADVERSE-LIST-OPEN             VALUE 'Y'.
001540 01  WS-LAST-APPLICATION        PIC 9(07) VALUE ZERO.
001550 01  WS-ONBOARD-PHONE           PIC X(12).
001560 01  WS-REF-I                   PIC 9(01) VALUE ZERO.
001570 01  WS-REASON-I                PIC 9(01) VALUE ZERO.
001580 01  WS-PENDING-COUNT           PIC 9(05) VALUE ZERO.
001590 01  WS-APPROVED-COUNT          PIC 9(05) VALUE ZERO.
001600 01  WS-DECLINED-COUNT          PIC 9(05) VALUE ZERO.
001610 01  WS-AMOUNT-EDITED           PIC ZZ,ZZZ,ZZ9.99.
001620 01  WS-DEPOSIT-EDITED          PIC ZZ,ZZZ,ZZ9.99.
001630 01  WS-SCORE-EDITED            PIC -ZZ9.
001640
001650*   RETENTION -- THE DECISION DATE PLUS WS-RETAIN-MONTHS, THE
001660*   DAY HELD TO THE 28TH SO EVERY MONTH HAS IT.
001670 01  WS-RETAIN-MONTHS           PIC 9(03) VALUE 25.
001680 01  WS-RETAIN-DATE             PIC 9(08).
001690 01  WS-RETAIN-PARTS REDEFINES WS-RETAIN-DATE.
001700     05  WS-RETAIN-YYYY         PIC 9(04).
001710     05  WS-RETAIN-MM           PIC 9(02).
001720     05  WS-RETAIN-DD           PIC 9(02).
001730 01  WS-MONTH-COUNT             PIC 9(07).
001740
001750*                                                                *
001760*   THE ADVERSE-ACTION LETTER WRITTEN WHEN THE TEMPLATE FILE IS *
001770*   NOT ALREADY ON HAND.  THE CREDIT DEPARTMENT MAY EDIT THE    *
001780*   FILE; A LATER SESSION LEAVES AN EXISTING TEMPLATE ALONE.    *
001790*                                                                *
001800 01  WS-TEMPLATE-TEXT.
001810     05  FILLER PIC X(60) VALUE "&COMPANY".
001820     05  FILLER PIC X(60) VALUE "&ATTN".
001830     05  FILLER PIC X(60) VALUE "&STREET".
001840     05  FILLER PIC X(60) VALUE "&CITY, &STATE  &ZIP".
001850     05  FILLER PIC X(60) VALUE SPACES.
001860     05  FILLER PIC X(60) VALUE "RE: YOUR APPLICATION FOR CREDIT".
001870     05  FILLER PIC X(60) VALUE SPACES.
001880     05  FILLER PIC X(60) VALUE "DEAR &FIRST-NAME &LAST-NAME:".
001890     05  FILLER PIC X(60) VALUE SPACES.
001900     05  FILLER PIC X(60) VALUE
001910         "THANK YOU FOR YOUR RECENT APPLICATION FOR CREDIT".
001920     05  FILLER PIC X(60) VALUE
001930         "WITH US.  AFTER CAREFUL REVIEW WE ARE UNABLE TO".
001940     05  FILLER PIC X(60) VALUE
001950         "APPROVE IT AT THIS TIME.  THE PRINCIPAL REASONS".
001960     05  FILLER PIC X(60) VALUE "FOR OUR DECISION ARE --".
001970     05  FILLER PIC X(60) VALUE SPACES.
001980     05  FILLER PIC X(60) VALUE "    &NOTE1".
001990     05  FILLER PIC X(60) VALUE "    &NOTE2".
002000     05  FILLER PIC X(60) VALUE "    &NOTE3".
002010     05  FILLER PIC X(60) VALUE "    &NOTE4".
002020     05  FILLER PIC X(60) VALUE SPACES.
002030     05  FILLER PIC X(60) VALUE
002040         "THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT PROHIBITS".
002050     05  FILLER PIC X(60) VALUE
002060         "CREDITORS FROM DISCRIMINATING AGAINST CREDIT".
002070     05  FILLER PIC X(60) VALUE
002080         "APPLICANTS ON THE BASIS OF RACE, COLOR, RELIGION,".
002090     05  FILLER PIC X(60) VALUE
002100         "NATIONAL ORIGIN, SEX, MARITAL STATUS OR AGE".
002110     05  FILLER PIC X(60) VALUE
002120         "(PROVIDED THE APPLICANT HAS THE CAPACITY TO".
002130     05  FILLER PIC X(60) VALUE
002140         "CONTRACT), BECAUSE ALL OR PART OF THE APPLICANT'S".
002150     05  FILLER PIC X(60) VALUE
002160         "INCOME DERIVES FROM ANY PUBLIC ASSISTANCE PROGRAM,".
002170     05  FILLER PIC X(60) VALUE
002180         "OR BECAUSE THE APPLICANT HAS IN GOOD FAITH EXERCISED".
002190     05  FILLER PIC X(60) VALUE
002200         "ANY RIGHT UNDER THE CONSUMER CREDIT PROTECTION ACT.".
002210     05  FILLER PIC X(60) VALUE
002220         "THE FEDERAL AGENCY THAT ADMINISTERS COMPLIANCE WITH".
002230     05  FILLER PIC X(60) VALUE
002240         "THIS LAW CONCERNING THIS CREDITOR IS THE FEDERAL".
002250     05  FILLER PIC X(60) VALUE
002260         "TRADE COMMISSION, EQUAL CREDIT OPPORTUNITY,".
002270     05  FILLER PIC X(60) VALUE "WASHINGTON, DC 20580.".
002280     05  FILLER PIC X(60) VALUE SPACES.
002290     05  FILLER PIC X(60) VALUE
002300         "YOU ARE WELCOME TO APPLY AGAIN AT ANY TIME.  IF YOU".
002310     05  FILLER PIC X(60) VALUE
002320         "HAVE QUESTIONS, PLEASE CALL OUR CREDIT DEPARTMENT.".
002330     05  FILLER PIC X(60) VALUE SPACES.
002340     05  FILLER PIC X(60) VALUE "SINCERELY,".
002350     05  FILLER PIC X(60) VALUE SPACES.
002360     05  FILLER PIC X(60) VALUE "CREDIT DEPARTMENT".
002370 01  WS-TEMPLATE-TABLE REDEFINES WS-TEMPLATE-TEXT.
002380     05  WS-TEMPLATE-ROW        PIC X(60) OCCURS 39 TIMES.
002390 01  WS-TPL-SUB                 PIC 9(02).
002400
002410 PROCEDURE DIVISION.
002420*                                                                *
002430*   0000-MAINLINE                                               *
002440*                                                                *
002450 0000-MAINLINE.
002460     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
002470     DISPLAY "ENTER YOUR CLERK ID:".
002480     ACCEPT WS-CLERK-ID.
002490     IF WS-CLERK-ID = SPACES
002500        DISPLAY "A CLERK ID IS REQUIRED"
002510        GO TO 9999-EXIT
002520     END-IF.
002530     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
002540          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
002550     EVALUATE TRUE
002560        WHEN WS-CHECK-RESULT = 'M'
002570           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
002580                   "ROLE NOT VERIFIED"
002590        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
002600           DISPLAY "SIGNED ON: " WS-CLERK-NAME
002610        WHEN OTHER
002620           DISPLAY "ONLY A SUPERVISOR MAY DECIDE CREDIT "
002630                   "APPLICATIONS"
002640           GO TO 9999-EXIT
002650     END-EVALUATE.
002660     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002670     PERFORM 1500-SET-RETAIN-DATE THRU 1500-EXIT.
002680     OPEN I-O CREDIT-APPLICATIONS.
002690     IF CREDAPP-STATUS NOT = '00'
002700        DISPLAY "NO CREDIT APPLICATIONS ON FILE -- TAKE ONE ON "
002710                "CREDIT-APPLICATION-INTAKE FIRST"
002720        GO TO 9999-EXIT
002730     END-IF.
002740     OPEN EXTEND DECISION-LOG.
002750     IF DECISIONLOG-STATUS = '05' OR DECISIONLOG-STATUS = '35'
002760        OPEN OUTPUT DECISION-LOG
002770        CLOSE       DECISION-LOG
002780        OPEN EXTEND DECISION-LOG
002790     END-IF.
002800     MOVE ZERO TO AP-APPLICATION-NUMBER.
002810     START CREDIT-APPLICATIONS KEY IS >= AP-APPLICATION-NUMBER
002820         INVALID KEY
002830            MOVE 'Y' TO WS-EOF-SWITCH
002840     END-START.
002850     PERFORM 2000-WORK-ONE-APPLICATION THRU 2000-EXIT
002860             UNTIL WS-QUEUE-EOF.
002870     CLOSE CREDIT-APPLICATIONS.
002880     CLOSE DECISION-LOG.
002890     IF WS-ADVERSE-LIST-OPEN
002900        CLOSE ADVERSE-LIST-FILE
002910        PERFORM 8500-START-ADVERSE-LETTERS THRU 8500-EXIT
002920     END-IF.
002930     IF WS-PENDING-COUNT = ZERO
002940        DISPLAY "NO SCORED APPLICATIONS AWAITING A DECISION."
002950     END-IF.
002960     DISPLAY "APPROVED: " WS-APPROVED-COUNT
002970             "  DECLINED: " WS-DECLINED-COUNT.
002980     GO TO 9999-EXIT.
002990
003000*                                                                *
003010*   1000-READ-RUN-PARMS -- CREDIT-APP-RETAIN-MONTHS= IN THE     *
003020*   SHARED LEDGER RUN PARAMETER FILE                            *
003030*                                                                *
003040 1000-READ-RUN-PARMS.
003050     OPEN INPUT RUN-PARM-FILE.
003060     IF RUNPARM-STATUS NOT = '00'
003070        GO TO 1000-EXIT
003080     END-IF.
003090     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003100             UNTIL RUNPARM-STATUS NOT = '00'.
003110     CLOSE RUN-PARM-FILE.
003120 1000-EXIT.
003130     EXIT.
003140
003150 1100-READ-ONE-PARM.
003160     READ RUN-PARM-FILE
003170         AT END
003180            MOVE '10' TO RUNPARM-STATUS
003190            GO TO 1100-EXIT
003200     END-READ.
003210     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003220     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003230         INTO WS-PARM-NAME, WS-PARM-VALUE
003240     END-UNSTRING.
003250     IF WS-PARM-NAME = "CREDIT-APP-RETAIN-MONTHS"
003260        COMPUTE WS-RETAIN-MONTHS = FUNCTION NUMVAL(WS-PARM-VALUE)
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300
003310*                                                                *
003320*   1500-SET-RETAIN-DATE -- EVERY DECISION THIS SESSION IS KEPT *
003330*   UNTIL THE SAME DAY                                          *
003340*                                                                *
003350 1500-SET-RETAIN-DATE.
003360     MOVE WS-TODAY-8 TO WS-RETAIN-DATE.
003370     COMPUTE WS-MONTH-COUNT = WS-RETAIN-YYYY * 12
003380                            + WS-RETAIN-MM - 1
003390                            + WS-RETAIN-MONTHS.
003400     DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-RETAIN-YYYY
003410         REMAINDER WS-RETAIN-MM.
003420     ADD 1 TO WS-RETAIN-MM.
003430     IF WS-RETAIN-DD > 28
003440        MOVE 28 TO WS-RETAIN-DD
003450     END-IF.
003460 1500-EXIT.
003470     EXIT.
003480
003490*                                                                *
003500*   2000-WORK-ONE-APPLICATION                                   *
003510*                                                                *
003520 2000-WORK-ONE-APPLICATION.
003530     READ CREDIT-APPLICATIONS NEXT RECORD
003540         AT END
003550            MOVE 'Y' TO WS-EOF-SWITCH
003560            GO TO 2000-EXIT
003570     END-READ.
003580     IF NOT AP-APP-SCORED
003590        GO TO 2000-EXIT
003600     END-IF.
003610     ADD 1 TO WS-PENDING-COUNT.
003620     PERFORM 2100-SHOW-APPLICATION THRU 2100-EXIT.
003630     DISPLAY "(A)PPROVE, (L)OWER LIMIT, (D)EPOSIT, (X) DECLINE, "
003640             "ENTER TO SKIP:".
003650     ACCEPT WS-ACTION.
003660     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
003670     MOVE 'N' TO WS-DECIDED-SWITCH.
003680     EVALUATE WS-ACTION
003690        WHEN 'A'
003700           MOVE AP-REQUESTED-LIMIT TO AP-APPROVED-LIMIT
003710           MOVE ZERO TO AP-DEPOSIT-REQUIRED
003720           SET AP-APP-APPROVED TO TRUE
003730           PERFORM 3000-CONFIRM-TERMS THRU 3000-EXIT
003740        WHEN 'L'
003750           PERFORM 3100-KEY-LOWER-LIMIT THRU 3100-EXIT
003760        WHEN 'D'
003770           PERFORM 3200-KEY-DEPOSIT THRU 3200-EXIT
003780        WHEN 'X'
003790           PERFORM 3300-DECLINE THRU 3300-EXIT
003800        WHEN OTHER
003810           CONTINUE
003820     END-EVALUATE.
003830     IF NOT WS-APPLICATION-DECIDED
003840        GO TO 2000-EXIT
003850     END-IF.
003860     MOVE WS-CLERK-ID    TO AP-DECIDED-BY.
003870     MOVE WS-TODAY-8     TO AP-DECIDED-DATE.
003880     MOVE WS-RETAIN-DATE TO AP-RETAIN-UNTIL.
003890     REWRITE CREDIT-APPLICANT-STRUCTURE
003900         INVALID KEY
003910            DISPLAY "CANNOT REWRITE APPLICATION "
003920                    AP-APPLICATION-NUMBER " -- NOT DECIDED"
003930            GO TO 2000-EXIT
003940     END-REWRITE.
003950     PERFORM 4000-WRITE-DECISION-LINE THRU 4000-EXIT.
003960     IF AP-APP-DECLINED
003970        PERFORM 4500-LIST-ADVERSE-ACTION THRU 4500-EXIT
003980        ADD 1 TO WS-DECLINED-COUNT
003990        DISPLAY "DECLINED -- ADVERSE-ACTION LETTER QUEUED."
004000        GO TO 2000-EXIT
004010     END-IF.
004020     ADD 1 TO WS-APPROVED-COUNT.
004030     DISPLAY "APPROVED.".
004040     PERFORM 5000-OFFER-ONBOARDING THRU 5000-EXIT.
004050 2000-EXIT.
004060     EXIT.
004070
004080*                                                                *
004090*   2100-SHOW-APPLICATION                                       *
004100*                                                                *
004110 2100-SHOW-APPLICATION.
004120     DISPLAY " ".
004130     MOVE AP-SCORE TO WS-SCORE-EDITED.
004140     DISPLAY "APPLICATION " AP-APPLICATION-NUMBER
004150             "  TAKEN " AP-APPLICATION-DATE
004160             " BY " AP-TAKEN-BY
004170             "  SCORE " WS-SCORE-EDITED.
004180     DISPLAY "  " AP-APPLICANT-NAME "  PHONE " AP-APPLICANT-PHONE
004190             "  TYPE " AP-APPLICANT-TYPE.
004200     MOVE AP-REQUESTED-LIMIT TO WS-AMOUNT-EDITED.
004210     DISPLAY "  REQUESTED " WS-AMOUNT-EDITED
004220             " " AP-REQUESTED-TERMS
004230             "  YEARS " AP-YEARS-IN-BUSINESS.
004240     MOVE AP-DECLARED-INCOME TO WS-AMOUNT-EDITED.
004250     DISPLAY "  DECLARED INCOME/REVENUE " WS-AMOUNT-EDITED.
004260     DISPLAY "  BANK " AP-BANK-NAME " [" AP-BANK-RATING "]".
004270     PERFORM 2150-SHOW-ONE-REFERENCE THRU 2150-EXIT
004280             VARYING WS-REF-I FROM 1 BY 1
004290             UNTIL WS-REF-I > 3.
004300     MOVE AP-RECOMMENDED-LIMIT   TO WS-AMOUNT-EDITED.
004310     MOVE AP-RECOMMENDED-DEPOSIT TO WS-DEPOSIT-EDITED.
004320     DISPLAY "  RECOMMENDATION [" AP-RECOMMENDATION "]"
004330             "  LIMIT " WS-AMOUNT-EDITED
004340             "  DEPOSIT " WS-DEPOSIT-EDITED.
004350     PERFORM 2160-SHOW-ONE-REASON THRU 2160-EXIT
004360             VARYING WS-REASON-I FROM 1 BY 1
004370             UNTIL WS-REASON-I > 4.
004380 2100-EXIT.
004390     EXIT.
004400
004410 2150-SHOW-ONE-REFERENCE.
004420     IF AP-REF-NAME (WS-REF-I) NOT = SPACES
004430        DISPLAY "  TRADE REF " AP-REF-NAME (WS-REF-I)
004440                " [" AP-REF-RATING (WS-REF-I) "]"
004450     END-IF.
004460 2150-EXIT.
004470     EXIT.
004480
004490 2160-SHOW-ONE-REASON.
004500     IF AP-REASON-CODE (WS-REASON-I) NOT = SPACES
004510        DISPLAY "  REASON " AP-REASON-CODE (WS-REASON-I)
004520                " " AP-REASON-TEXT (WS-REASON-I)
004530     END-IF.
004540 2160-EXIT.
004550     EXIT.
004560
004570*                                                                *
004580*   3000-CONFIRM-TERMS -- THE TERMS ASKED FOR UNLESS THE        *
004590*   SUPERVISOR KEYS OTHERS                                      *
004600*                                                                *
004610 3000-CONFIRM-TERMS.
004620     DISPLAY "BILLING TERMS [" AP-REQUESTED-TERMS
004630             "] (ENTER TO KEEP):".
004640     ACCEPT WS-IN-VALUE.
004650     IF WS-IN-VALUE = SPACES
004660        MOVE AP-REQUESTED-TERMS TO AP-APPROVED-TERMS
004670     ELSE
004680        MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:3))
004690           TO AP-APPROVED-TERMS
004700     END-IF.
004710     MOVE 'Y' TO WS-DECIDED-SWITCH.
004720 3000-EXIT.
004730     EXIT.
004740
004750*                                                                *
004760*   3100-KEY-LOWER-LIMIT -- MORE THAN NOTHING, LESS THAN ASKED  *
004770*                                                                *
004780 3100-KEY-LOWER-LIMIT.
004790     IF AP-RECOMMENDATION = 'L'
004800        MOVE AP-RECOMMENDED-LIMIT TO WS-AMOUNT-EDITED
004810        DISPLAY "APPROVED LIMIT [" WS-AMOUNT-EDITED
004820                "] (ENTER TO ACCEPT):"
004830     ELSE
004840        DISPLAY "APPROVED LIMIT:"
004850     END-IF.
004860     ACCEPT WS-IN-VALUE.
004870     IF WS-IN-VALUE = SPACES AND AP-RECOMMENDATION = 'L'
004880        MOVE AP-RECOMMENDED-LIMIT TO AP-APPROVED-LIMIT
004890     ELSE
004900        COMPUTE AP-APPROVED-LIMIT = FUNCTION NUMVAL(WS-IN-VALUE)
004910     END-IF.
004920     IF AP-APPROVED-LIMIT = ZERO
004930        OR AP-APPROVED-LIMIT NOT < AP-REQUESTED-LIMIT
004940        DISPLAY "A LOWER LIMIT MUST BE ABOVE ZERO AND BELOW THE "
004950                "LIMIT ASKED -- NOT DECIDED"
004960        GO TO 3100-EXIT
004970     END-IF.
004980     MOVE ZERO TO AP-DEPOSIT-REQUIRED.
004990     SET AP-APP-APPROVED-LOWER TO TRUE.
005000     PERFORM 3000-CONFIRM-TERMS THRU 3000-EXIT.
005010 3100-EXIT.
005020     EXIT.
005030
005040*                                                                *
005050*   3200-KEY-DEPOSIT -- THE LIMIT ASKED, ONCE THE DEPOSIT IS    *
005060*   IN HAND                                                     *
005070*                                                                *
005080 3200-KEY-DEPOSIT.
005090     IF AP-RECOMMENDATION = 'D'
005100        MOVE AP-RECOMMENDED-DEPOSIT TO WS-DEPOSIT-EDITED
005110        DISPLAY "DEPOSIT REQUIRED [" WS-DEPOSIT-EDITED
005120                "] (ENTER TO ACCEPT):"
005130     ELSE
005140        DISPLAY "DEPOSIT REQUIRED:"
005150     END-IF.
005160     ACCEPT WS-IN-VALUE.
005170     IF WS-IN-VALUE = SPACES AND AP-RECOMMENDATION = 'D'
005180        MOVE AP-RECOMMENDED-DEPOSIT TO AP-DEPOSIT-REQUIRED
005190     ELSE
005200        COMPUTE AP-DEPOSIT-REQUIRED = FUNCTION NUMVAL(WS-IN-VALUE)
005210     END-IF.
005220     IF AP-DEPOSIT-REQUIRED = ZERO
005230        DISPLAY "A DEPOSIT AMOUNT IS REQUIRED -- NOT DECIDED"
005240        GO TO 3200-EXIT
005250     END-IF.
005260     MOVE AP-REQUESTED-LIMIT TO AP-APPROVED-LIMIT.
005270     SET AP-APP-DEPOSIT-REQUIRED TO TRUE.
005280     PERFORM 3000-CONFIRM-TERMS THRU 3000-EXIT.
005290 3200-EXIT.
005300     EXIT.
005310
005320*                                                                *
005330*   3300-DECLINE -- THE SCORECARD'S REASONS STAND; WHERE IT     *
005340*   GAVE NONE THE SUPERVISOR MUST KEY AT LEAST ONE              *
005350*                                                                *
005360 3300-DECLINE.
005370     IF AP-REASON-CODE (1) = SPACES
005380        PERFORM 3350-KEY-ONE-REASON THRU 3350-EXIT
005390                VARYING WS-REASON-I FROM 1 BY 1
005400                UNTIL WS-REASON-I > 4
005410        IF AP-REASON-CODE (1) = SPACES
005420           DISPLAY "A DECLINE NEEDS AT LEAST ONE REASON -- NOT "
005430                   "DECIDED"
005440           GO TO 3300-EXIT
005450        END-IF
005460     END-IF.
005470     MOVE ZERO TO AP-APPROVED-LIMIT AP-DEPOSIT-REQUIRED.
005480     MOVE SPACES TO AP-APPROVED-TERMS.
005490     MOVE WS-TODAY-8 TO AP-LETTER-DATE.
005500     SET AP-APP-DECLINED TO TRUE.
005510     MOVE 'Y' TO WS-DECIDED-SWITCH.
005520 3300-EXIT.
005530     EXIT.
005540
005550 3350-KEY-ONE-REASON.
005560     IF WS-REASON-I > 1
005570        AND AP-REASON-CODE (WS-REASON-I - 1) = SPACES
005580        GO TO 3350-EXIT
005590     END-IF.
005600     DISPLAY "DECLINE REASON " WS-REASON-I " (OR BLANK):".
005610     ACCEPT WS-IN-VALUE.
005620     IF WS-IN-VALUE = SPACES
005630        GO TO 3350-EXIT
005640     END-IF.
005650     INSPECT WS-IN-VALUE REPLACING ALL "," BY " ".
005660     MOVE "SV" TO AP-REASON-CODE (WS-REASON-I).
005670     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:40))
005680        TO AP-REASON-TEXT (WS-REASON-I).
005690 3350-EXIT.
005700     EXIT.
005710
005720*                                                                *
005730*   4000-WRITE-DECISION-LINE -- WHO DECIDED WHAT, WHEN          *
005740*                                                                *
005750 4000-WRITE-DECISION-LINE.
005760     MOVE AP-APPROVED-LIMIT   TO WS-AMOUNT-EDITED.
005770     MOVE AP-DEPOSIT-REQUIRED TO WS-DEPOSIT-EDITED.
005780     MOVE AP-SCORE            TO WS-SCORE-EDITED.
005790     MOVE SPACES TO DECISION-LOG-LINE.
005800     STRING WS-TODAY-8
005810            " " AP-APPLICATION-NUMBER
005820            " " AP-APPLICANT-PHONE
005830            " DECIDED " AP-APPLICATION-STATUS
005840            " SCORE " WS-SCORE-EDITED
005850            " LIMIT " WS-AMOUNT-EDITED
005860            " " AP-APPROVED-TERMS
005870            " DEPOSIT " WS-DEPOSIT-EDITED
005880            " BY " WS-CLERK-ID
005890            DELIMITED BY SIZE INTO DECISION-LOG-LINE
005900     END-STRING.
005910     WRITE DECISION-LOG-LINE.
005920 4000-EXIT.
005930     EXIT.
005940
005950*                                                                *
005960*   4500-LIST-ADVERSE-ACTION -- ONE LINE PER DECLINE, THE       *
005970*   CONTACT PHONE AND THE REASONS AS THE LETTER'S FOUR NOTES    *
005980*                                                                *
005990 4500-LIST-ADVERSE-ACTION.
006000     IF NOT WS-ADVERSE-LIST-OPEN
006010        OPEN OUTPUT ADVERSE-LIST-FILE
006020        MOVE 'Y' TO WS-LIST-OPEN-SWITCH
006030     END-IF.
006040     MOVE SPACES TO ADVERSE-LIST-LINE.
006050     STRING AP-APPLICANT-PHONE   DELIMITED BY SPACE
006060            ","                  DELIMITED BY SIZE
006070            AP-REASON-TEXT (1)   DELIMITED BY "  "
006080            ","                  DELIMITED BY SIZE
006090            AP-REASON-TEXT (2)   DELIMITED BY "  "
006100            ","                  DELIMITED BY SIZE
006110            AP-REASON-TEXT (3)   DELIMITED BY "  "
006120            ","                  DELIMITED BY SIZE
006130            AP-REASON-TEXT (4)   DELIMITED BY "  "
006140            INTO ADVERSE-LIST-LINE
006150     END-STRING.
006160     WRITE ADVERSE-LIST-LINE.
006170 4500-EXIT.
006180     EXIT.
006190
006200*                                                                *
006210*   5000-OFFER-ONBOARDING -- THE APPLICATION FILE IS CLOSED     *
006220*   WHILE CUSTOMER-ONBOARDING RUNS (IT MARKS THE APPLICATION    *
006230*   ONBOARDED), THEN REOPENED PAST THIS APPLICATION             *
006240*                                                                *
006250 5000-OFFER-ONBOARDING.
006260     DISPLAY "ONBOARD THE CUSTOMER NOW (Y/N)?".
006270     ACCEPT WS-ANSWER.
006280     MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
006290     IF WS-ANSWER NOT = 'Y'
006300        DISPLAY "RUN CUSTOMER-ONBOARDING " AP-APPLICANT-PHONE
006310                " WHEN READY"
006320        GO TO 5000-EXIT
006330     END-IF.
006340     MOVE AP-APPLICATION-NUMBER TO WS-LAST-APPLICATION.
006350     MOVE AP-APPLICANT-PHONE    TO WS-ONBOARD-PHONE.
006360     CLOSE CREDIT-APPLICATIONS.
006370     MOVE SPACES TO WS-COMMAND.
006380     STRING "CUSTOMER-ONBOARDING " DELIMITED BY SIZE
006390            WS-ONBOARD-PHONE       DELIMITED BY SPACE
006400            INTO WS-COMMAND
006410     END-STRING.
006420     CALL "SYSTEM" USING WS-COMMAND.
006430     MOVE ZERO TO RETURN-CODE.
006440     OPEN I-O CREDIT-APPLICATIONS.
006450     IF CREDAPP-STATUS NOT = '00'
006460        DISPLAY "CANNOT REOPEN CREDIT APPLICATION FILE, STATUS "
006470                CREDAPP-STATUS
006480        MOVE 'Y' TO WS-EOF-SWITCH
006490        GO TO 5000-EXIT
006500     END-IF.
006510     MOVE WS-LAST-APPLICATION TO AP-APPLICATION-NUMBER.
006520     START CREDIT-APPLICATIONS KEY IS > AP-APPLICATION-NUMBER
006530         INVALID KEY
006540            MOVE 'Y' TO WS-EOF-SWITCH
006550     END-START.
006560 5000-EXIT.
006570     EXIT.
006580
006590*                                                                *
006600*   8500-START-ADVERSE-LETTERS -- THE CRITERIA FILE SELECTS THE *
006610*   LISTED CONTACTS, THE TEMPLATE IS WRITTEN IF IT IS NOT ON    *
006620*   HAND, AND ADDRESS-LETTER-WRITER IS RUN WITH THE THREE FILE  *
006630*   NAMES.  THE LETTERS COME OUT IN ADVERSE-ACTION-LETTERS.TXT  *
006640*   FOR THE MAILROOM.                                           *
006650*                                                                *
006660 8500-START-ADVERSE-LETTERS.
006670     OPEN OUTPUT LETTER-CRIT-FILE.
006680     MOVE SPACES TO LETTER-CRIT-LINE.
006690     STRING "PHONE-LIST,EQ," ADVERSELIST
006700            DELIMITED BY SIZE INTO LETTER-CRIT-LINE
006710     END-STRING.
006720     WRITE LETTER-CRIT-LINE.
006730     CLOSE LETTER-CRIT-FILE.
006740     OPEN INPUT LETTER-TEMPLATE-FILE.
006750     IF LETTERTPL-STATUS = '00'
006760        CLOSE LETTER-TEMPLATE-FILE
006770     ELSE
006780        IF LETTERTPL-STATUS = '05'
006790           CLOSE LETTER-TEMPLATE-FILE
006800        END-IF
006810        OPEN OUTPUT LETTER-TEMPLATE-FILE
006820        MOVE 1 TO WS-TPL-SUB
006830        PERFORM 8600-WRITE-TEMPLATE-LINE THRU 8600-EXIT
006840                UNTIL WS-TPL-SUB > 39
006850        CLOSE LETTER-TEMPLATE-FILE
006860     END-IF.
006870     MOVE SPACES TO WS-COMMAND.
006880     STRING "ADDRESS-LETTER-WRITER " DELIMITED BY SIZE
006890            LETTERTPL  DELIMITED BY SPACE
006900            " "        DELIMITED BY SIZE
006910            LETTERCRIT DELIMITED BY SPACE
006920            " "        DELIMITED BY SIZE
006930            LETTEROUT  DELIMITED BY SPACE
006940            INTO WS-COMMAND
006950     END-STRING.
006960     DISPLAY "RUNNING: " WS-COMMAND.
006970     CALL "SYSTEM" USING WS-COMMAND.
006980     IF RETURN-CODE NOT = ZERO
006990        DISPLAY "WARNING -- ADVERSE-ACTION LETTER RUN ENDED, RC "
007000                RETURN-CODE
007010        DISPLAY "RERUN IT BY HAND BEFORE THE NEXT SESSION"
007020     END-IF.
007030     MOVE ZERO TO RETURN-CODE.
007040 8500-EXIT.
007050     EXIT.
007060
007070 8600-WRITE-TEMPLATE-LINE.
007080     MOVE WS-TEMPLATE-ROW (WS-TPL-SUB) TO LETTER-TEMPLATE-LINE.
007090     WRITE LETTER-TEMPLATE-LINE.
007100     ADD 1 TO WS-TPL-SUB.
007110 8600-EXIT.
007120     EXIT.
007130
007140 9999-EXIT.
007150     STOP RUN.
