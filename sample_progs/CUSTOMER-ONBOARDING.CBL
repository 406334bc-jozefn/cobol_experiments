000150*   NEW CUSTOMER IS QUEUED FOR THE WELCOME LETTER -- THE DAILY   *
000160*   ADDRESS-LETTER-WRITER RUN SELECTS ON DATE-ADDED,EQ,TODAY     *
000170*   AND THE QUEUE FILE IS THE MAILROOM'S WORKLIST.               *
000171*   THE CONTACT WHO REFERRED THE NEW CUSTOMER, WHEN ONE DID, IS *
000172*   RECORDED AS A PENDING REFERRAL FOR REFERRAL-CREDIT-JOB.     *
000173*                                                                *
000174*   RUN WITH A CONTACT'S PHONE ON THE COMMAND LINE (AS THE       *
000175*   OPPORTUNITY SCREEN DOES WHEN A DEAL IS MARKED WON), IT       *
000176*   CONVERTS THAT EXISTING CONTACT INSTEAD: ONLY THE ACCOUNT     *
000177*   TERMS ARE CAPTURED, THE ACCOUNT IS OPENED, AND THE CONTACT   *
000178*   IS REWRITTEN WITH ITS NEW ACCOUNT-ID.  A CONVERTED CONTACT   *
000179*   KEEPS ITS ORIGINAL DATE-ADDED, SO ITS WELCOME LETTER COMES   *
000180*   FROM THE QUEUE FILE LINE RATHER THAN THE DAILY RUN.          *
000181*                                                                *
000182*   THE CREDIT LIMIT AND TERMS COME FROM THE CONTACT'S APPROVED  *
000183*   CREDIT APPLICATION (SEE CREDIT-APPLICATION-DECISION), WHICH  *
000184*   IS THEN MARKED ONBOARDED; A DEPOSIT APPROVAL OPENS THE       *
000185*   ACCOUNT FROZEN (REASON DP) UNTIL THE DEPOSIT IS TAKEN.  A    *
000186*   DECLINED APPLICANT MAY BE OPENED ONLY AS PREPAID, AND WITH   *
000187*   NO APPLICATION ONLY A SUPERVISOR MAY KEY A CREDIT LIMIT.     *
000188*                                                                *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.      CUSTOMER-ONBOARDING.
000270*   MODIFICATION HISTORY                                        *
000280*   ------------------------------------------------------------ *
000290*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000291*   10/15/2026  DP   CONVERT AN EXISTING CONTACT WHOSE          *
000292*                    PHONE IS GIVEN ON THE COMMAND LINE.        *
000293*   10/15/2026  DP   ASK WHO REFERRED THE CUSTOMER AND          *
000294*                    RECORD THE "REFERRED BY" LINK.             *
000295*   10/15/2026  DP   TAKE THE CREDIT LIMIT AND TERMS FROM THE   *
000296*                    CONTACT'S APPROVED CREDIT APPLICATION AND  *
000297*                    MARK IT ONBOARDED; OPEN A DEPOSIT APPROVAL *
000298*                    FROZEN (DP); NO LIMIT WITHOUT AN           *
000299*                    APPLICATION UNLESS A SUPERVISOR KEYS ONE.  *
000300*                                                                *
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000750            ASSIGN       TO  WELCOMEQ
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS  IS WELCOMEQ-STATUS.
000771
000772     SELECT OPTIONAL CREDIT-APPLICATIONS
000773            ASSIGN       TO  CREDAPP
000774            ORGANIZATION IS INDEXED
000775            ACCESS MODE  IS DYNAMIC
000776            RECORD KEY   IS AP-APPLICATION-NUMBER
000777            ALTERNATE RECORD KEY IS AP-APPLICANT-PHONE
000778                     WITH DUPLICATES
000779            FILE STATUS  IS CREDAPP-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
001030
001040 FD  WELCOME-QUEUE.
001050 01  WELCOME-QUEUE-LINE           PIC X(80).
001051
001052 FD  CREDIT-APPLICATIONS.
001053 01  CREDIT-APPLICANT-STRUCTURE.
001054     COPY "CREDIT-APPLICANT-RECORD.CPY" REPLACING ==(TAG)==
001055          BY ==AP-==.
001060
001070 WORKING-STORAGE SECTION.
001080 01  ADDROUT                    PIC X(50)
001170     VALUE "/mnt/c/cobfiles\account-id-counter.dat".
001180 01  WELCOMEQ                   PIC X(50)
001190     VALUE "welcome-letter-queue.txt".
001193 01  CREDAPP                    PIC X(50)
001196     VALUE "/mnt/c/cobfiles\credit-applications.idx".
001200
001210 01  ADDRESS-STATUS             PIC X(02).
001220 01  ACCTMSTR-STATUS            PIC X(02).
001240 01  BANKDET-STATUS             PIC X(02).
001250 01  ACCTCOUNT-STATUS           PIC X(02).
001260 01  WELCOMEQ-STATUS            PIC X(02).
001265 01  CREDAPP-STATUS             PIC X(02).
001270
001280 01  WS-CLERK-ID                PIC X(10).
001290 01  WS-CLERK-NAME              PIC X(30).
001406 01  WS-HOLD-LIMIT              PIC 9(07)V9(02) VALUE ZERO.
001407 01  WS-HOLD-TERMS              PIC X(03) VALUE SPACES.
001408 01  WS-HOLD-CYCLE              PIC 9(01) VALUE 1.
001409*   THE CONTACT'S LATEST CREDIT APPLICATION (SEE
001410*   CREDIT-APPLICATION-DECISION) -- AN APPROVAL SETS THE TERMS.
001411 01  WS-CREDAPP-SWITCH          PIC X(01) VALUE 'N'.
001412     88  WS-CREDAPP-OPEN                  VALUE 'Y'.
001413 01  WS-APP-NUMBER              PIC 9(07) VALUE ZERO.
001414 01  WS-APP-STATUS              PIC X(01) VALUE SPACE.
001415     88  WS-APP-AWAITING-DECISION         VALUE 'R' 'S'.
001416     88  WS-APP-APPROVED                  VALUE 'A' 'L' 'D'.
001417     88  WS-APP-DEPOSIT-APPROVAL          VALUE 'D'.
001418     88  WS-APP-DECLINED                  VALUE 'X'.
001419     88  WS-APP-ONBOARDED                 VALUE 'O'.
001420 01  WS-APP-LIMIT               PIC 9(07)V9(02) VALUE ZERO.
001421 01  WS-APP-TERMS               PIC X(03) VALUE SPACES.
001422 01  WS-APP-DEPOSIT             PIC 9(07)V9(02) VALUE ZERO.
001423 01  WS-APP-SCAN-SWITCH         PIC X(01) VALUE 'N'.
001424     88  WS-APP-SCAN-DONE                 VALUE 'Y'.
001425 01  WS-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
001426     88  WS-TERMS-REFUSED                 VALUE 'Y'.
001427 01  WS-DEPOSIT-SWITCH          PIC X(01) VALUE 'N'.
001428     88  WS-DEPOSIT-HOLD                  VALUE 'Y'.
001429 01  WS-SHOW-AMOUNT             PIC Z,ZZZ,ZZ9.99.
001430*   A CONTACT PHONE ON THE COMMAND LINE -- CONVERT THAT CONTACT.
001431 01  WS-COMMAND-ARGS            PIC X(80) VALUE SPACES.
001432 01  WS-PROSPECT-PHONE          PIC X(12) VALUE SPACES.
001433 01  WS-PROSPECT-SWITCH         PIC X(01) VALUE 'N'.
001434     88  WS-PROSPECT-MODE                 VALUE 'Y'.
001435*   THE EXISTING CONTACT WHO REFERRED THIS CUSTOMER (SEE
001436*   ADDRESS-REFERRAL-LINK) AND THE NEW CONTACT'S PHONE, HELD
001437*   WHILE THE REFERRER IS LOOKED UP THROUGH THE RECORD AREA.
001438 01  WS-REFERRED-BY             PIC X(12) VALUE SPACES.
001439 01  WS-HOLD-PHONE              PIC X(12) VALUE SPACES.
001440 01  WS-REFERRAL-FUNCTION       PIC X(01) VALUE 'A'.
001441 01  WS-REFERRAL-RESULT         PIC X(02) VALUE SPACES.
001442
001443*                                                                *
001444*   SOUNDEX CODING WORK FIELDS -- THE SAME CODING THE ADDRESS   *
001445*   BOOK'S CSV IMPORT USES, SO THE SOUNDS-LIKE SEARCH FINDS     *
001450*   CUSTOMERS ADDED HERE TOO                                    *
001460*                                                                *
001470 01  WS-SOUNDEX-LETTER          PIC X(01).
001590*                                                                *
001600 0000-MAINLINE.
001610     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001611     ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
001612     UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
001613         INTO WS-PROSPECT-PHONE
001614     END-UNSTRING.
001615     IF WS-PROSPECT-PHONE NOT = SPACES
001616        MOVE 'Y' TO WS-PROSPECT-SWITCH
001617     END-IF.
001620     DISPLAY "ENTER YOUR CLERK ID:".
001630     ACCEPT WS-CLERK-ID.
001640     IF WS-CLERK-ID = SPACES
001990        CLOSE       WELCOME-QUEUE
002000        OPEN EXTEND WELCOME-QUEUE
002010     END-IF.
002012     OPEN I-O CREDIT-APPLICATIONS.
002014     IF CREDAPP-STATUS = '00' OR CREDAPP-STATUS = '05'
002016        MOVE 'Y' TO WS-CREDAPP-SWITCH
002018     END-IF.
002020     IF WS-PROSPECT-MODE
002022        PERFORM 2500-ONBOARD-PROSPECT THRU 2500-EXIT
002024     ELSE
002026        PERFORM 2000-ONBOARD-ONE-CUSTOMER THRU 2000-EXIT
002028                UNTIL WS-DONE
002030     END-IF.
002040     CLOSE ADDRESS-FILE.
002050     CLOSE ACCOUNT-MASTER.
002060     IF XREF-STATUS = '00' OR XREF-STATUS = '05'
002100        CLOSE BANK-DETAILS
002110     END-IF.
002120     CLOSE WELCOME-QUEUE.
002122     IF WS-CREDAPP-OPEN
002124        CLOSE CREDIT-APPLICATIONS
002126     END-IF.
002130     GO TO 9999-EXIT.
002140
002150*                                                                *
002680     MOVE FD-LAST-NAME TO WS-SOUNDEX-SOURCE.
002690     PERFORM 7000-COMPUTE-SOUNDEX THRU 7000-EXIT.
002700     MOVE WS-SOUNDEX-RESULT TO FD-SOUNDEX.
002710     PERFORM 2800-CAPTURE-TERMS THRU 2800-EXIT.
002712     IF WS-TERMS-REFUSED
002714        GO TO 2000-EXIT
002716     END-IF.
002720     PERFORM 2900-CAPTURE-REFERRAL THRU 2900-EXIT.
002910     PERFORM 3000-ASSIGN-ACCOUNT-ID THRU 3000-EXIT.
002920     IF WS-NEW-ACCOUNT = ZERO
002930        GO TO 2000-EXIT
002950     PERFORM 4000-WRITE-BOTH-RECORDS THRU 4000-EXIT.
002960 2000-EXIT.
002970     EXIT.
002971
002972*                                                                *
002973*   2500-ONBOARD-PROSPECT -- AN EXISTING CONTACT, NAMED ON THE  *
002974*   COMMAND LINE, BECOMES A CUSTOMER                            *
002975*                                                                *
002976 2500-ONBOARD-PROSPECT.
002977     MOVE SPACES TO ADDRESS-RECORD.
002978     MOVE WS-PROSPECT-PHONE TO FD-PHONE.
002979     READ ADDRESS-FILE
002980         INVALID KEY
002981            DISPLAY "NO CONTACT WITH PHONE " WS-PROSPECT-PHONE
002982                    " -- NOTHING WAS WRITTEN"
002983            GO TO 2500-EXIT
002984     END-READ.
002985     IF FD-ACCOUNT-ID IS NUMERIC AND FD-ACCOUNT-ID NOT = ZERO
002986        DISPLAY "CONTACT " FD-PHONE " ALREADY BILLS UNDER "
002987                "ACCOUNT " FD-ACCOUNT-ID
002988        GO TO 2500-EXIT
002989     END-IF.
002990     DISPLAY "CONVERTING CONTACT " FD-PHONE " " FD-LAST-NAME.
002991     MOVE WS-CLERK-ID TO FD-LAST-UPDATED-BY.
002992     MOVE WS-TODAY-8  TO FD-LAST-UPDATED-DATE.
002993     PERFORM 2800-CAPTURE-TERMS THRU 2800-EXIT.
002994     IF WS-TERMS-REFUSED
002995        GO TO 2500-EXIT
002996     END-IF.
002997     PERFORM 2900-CAPTURE-REFERRAL THRU 2900-EXIT.
002998     PERFORM 3000-ASSIGN-ACCOUNT-ID THRU 3000-EXIT.
002999     IF WS-NEW-ACCOUNT = ZERO
003000        GO TO 2500-EXIT
003001     END-IF.
003002     PERFORM 4000-WRITE-BOTH-RECORDS THRU 4000-EXIT.
003003 2500-EXIT.
003004     EXIT.
003005
003006*                                                                *
003007*   2700-FIND-APPLICATION -- THE CONTACT'S LATEST CREDIT        *
003008*   APPLICATION, IF ANY (SEE CREDIT-APPLICATION-DECISION)       *
003009*                                                                *
003010 2700-FIND-APPLICATION.
003011     MOVE ZERO   TO WS-APP-NUMBER.
003012     MOVE SPACES TO WS-APP-STATUS.
003013     IF NOT WS-CREDAPP-OPEN
003014        GO TO 2700-EXIT
003015     END-IF.
003016     MOVE 'N' TO WS-APP-SCAN-SWITCH.
003017     MOVE FD-PHONE TO AP-APPLICANT-PHONE.
003018     START CREDIT-APPLICATIONS KEY IS = AP-APPLICANT-PHONE
003019         INVALID KEY
003020            GO TO 2700-EXIT
003021     END-START.
003022     PERFORM 2750-CHECK-ONE-APPLICATION THRU 2750-EXIT
003023             UNTIL WS-APP-SCAN-DONE.
003024*   AN APPLICATION ALREADY USED TO OPEN AN ACCOUNT DOES NOT
003025*   CARRY OVER TO A NEW ONE.
003026     IF WS-APP-ONBOARDED
003027        MOVE ZERO   TO WS-APP-NUMBER
003028        MOVE SPACES TO WS-APP-STATUS
003029     END-IF.
003030 2700-EXIT.
003031     EXIT.
003032
003033 2750-CHECK-ONE-APPLICATION.
003034     READ CREDIT-APPLICATIONS NEXT RECORD
003035         AT END
003036            MOVE 'Y' TO WS-APP-SCAN-SWITCH
003037            GO TO 2750-EXIT
003038     END-READ.
003039     IF AP-APPLICANT-PHONE NOT = FD-PHONE
003040        MOVE 'Y' TO WS-APP-SCAN-SWITCH
003041        GO TO 2750-EXIT
003042     END-IF.
003043     IF AP-APPLICATION-NUMBER > WS-APP-NUMBER
003044        MOVE AP-APPLICATION-NUMBER TO WS-APP-NUMBER
003045        MOVE AP-APPLICATION-STATUS TO WS-APP-STATUS
003046        MOVE AP-APPROVED-LIMIT     TO WS-APP-LIMIT
003047        MOVE AP-APPROVED-TERMS     TO WS-APP-TERMS
003048        MOVE AP-DEPOSIT-REQUIRED   TO WS-APP-DEPOSIT
003049     END-IF.
003050 2750-EXIT.
003051     EXIT.
003052
003053*                                                                *
003054*   2800-CAPTURE-TERMS                                          *
003055*                                                                *
003056 2800-CAPTURE-TERMS.
003057*   ACCOUNT TERMS, CAPTURED IN THE SAME SITTING AND HELD IN
003058*   WORKING STORAGE UNTIL THE NUMBER IS ASSIGNED.  AN APPROVED
003059*   CREDIT APPLICATION FIXES THE LIMIT AND TERMS; WITHOUT ONE
003060*   ONLY A SUPERVISOR MAY GRANT CREDIT.
003061     MOVE 'N' TO WS-REFUSED-SWITCH WS-DEPOSIT-SWITCH.
003062     MOVE SPACES TO WS-HOLD-TERMS.
003063     PERFORM 2700-FIND-APPLICATION THRU 2700-EXIT.
003064     EVALUATE TRUE
003065        WHEN WS-APP-AWAITING-DECISION
003066           DISPLAY "CREDIT APPLICATION " WS-APP-NUMBER
003067                   " IS STILL AWAITING A DECISION"
003068           DISPLAY "NOTHING WAS WRITTEN"
003069           MOVE 'Y' TO WS-REFUSED-SWITCH
003070           GO TO 2800-EXIT
003071        WHEN WS-APP-DECLINED
003072           DISPLAY "CREDIT APPLICATION " WS-APP-NUMBER
003073                   " WAS DECLINED"
003074           DISPLAY "OPEN AS A PREPAID ACCOUNT, NO CREDIT (Y/N)?"
003075           ACCEPT WS-ANSWER
003076           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
003077           IF WS-ANSWER NOT = 'Y'
003078              DISPLAY "NOTHING WAS WRITTEN"
003079              MOVE 'Y' TO WS-REFUSED-SWITCH
003080              GO TO 2800-EXIT
003081           END-IF
003082           MOVE ZERO TO WS-HOLD-LIMIT
003083        WHEN WS-APP-APPROVED
003084           MOVE WS-APP-LIMIT TO WS-HOLD-LIMIT
003085           MOVE WS-APP-TERMS TO WS-HOLD-TERMS
003086           MOVE WS-APP-LIMIT TO WS-SHOW-AMOUNT
003087           DISPLAY "CREDIT APPLICATION " WS-APP-NUMBER
003088                   " APPROVED -- LIMIT " WS-SHOW-AMOUNT
003089                   " TERMS " WS-HOLD-TERMS
003090           IF WS-APP-DEPOSIT-APPROVAL
003091              MOVE 'Y' TO WS-DEPOSIT-SWITCH
003092              MOVE WS-APP-DEPOSIT TO WS-SHOW-AMOUNT
003093              DISPLAY "SECURITY DEPOSIT OF " WS-SHOW-AMOUNT
003094                      " REQUIRED -- THE ACCOUNT OPENS FROZEN"
003095           END-IF
003096        WHEN WS-CHECK-RESULT = 'M' OR WS-CLERK-ROLE = 'S'
003097           DISPLAY "CREDIT LIMIT:"
003098           ACCEPT WS-IN-VALUE
003099           COMPUTE WS-HOLD-LIMIT = FUNCTION NUMVAL(WS-IN-VALUE)
003100        WHEN OTHER
003101           DISPLAY "NO CREDIT APPLICATION ON FILE -- OPENING "
003102                   "WITH NO CREDIT"
003103           DISPLAY "TAKE ONE ON CREDIT-APPLICATION-INTAKE, OR "
003104                   "HAVE A SUPERVISOR SET THE LIMIT"
003105           MOVE ZERO TO WS-HOLD-LIMIT
003106     END-EVALUATE.
003107     IF WS-HOLD-TERMS = SPACES
003108        DISPLAY "BILLING TERMS (E.G. N30):"
003109        ACCEPT WS-IN-VALUE
003110        MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:3))
003111           TO WS-HOLD-TERMS
003112     END-IF.
003113     DISPLAY "BILLING CYCLE (1-4):".
003114     ACCEPT WS-IN-VALUE.
003115     IF WS-IN-VALUE (1:1) >= '1' AND WS-IN-VALUE (1:1) <= '4'
003116        MOVE WS-IN-VALUE (1:1) TO WS-HOLD-CYCLE
003117     ELSE
003118        MOVE 1 TO WS-HOLD-CYCLE
003119     END-IF.
003120 2800-EXIT.
003121     EXIT.
003122
003123*                                                                *
003124*   2900-CAPTURE-REFERRAL -- THE EXISTING CONTACT, IF ANY, WHO  *
003125*   SENT THIS CUSTOMER TO US                                    *
003126*                                                                *
003127 2900-CAPTURE-REFERRAL.
003128     MOVE SPACES TO WS-REFERRED-BY.
003129     DISPLAY "REFERRED BY (EXISTING CONTACT'S PHONE, OR BLANK):".
003130     ACCEPT WS-IN-VALUE.
003131     MOVE WS-IN-VALUE (1:12) TO WS-REFERRED-BY.
003132     IF WS-REFERRED-BY = FD-PHONE
003133        DISPLAY "A CUSTOMER CANNOT REFER THEMSELVES -- IGNORED"
003134        MOVE SPACES TO WS-REFERRED-BY
003135     END-IF.
003136 2900-EXIT.
003137     EXIT.
003138
003139*                                                                *
003140*   3000-ASSIGN-ACCOUNT-ID -- NEXT NUMBER FROM THE SHARED       *
003141*   COUNTER, SKIPPING ANY NUMBER ALREADY ON THE MASTER (A       *
003142*   HAND-KEYED ACCOUNT MAY HAVE CLAIMED IT)                     *
003143*                                                                *
003144 3000-ASSIGN-ACCOUNT-ID.
003145     MOVE ZERO TO WS-NEW-ACCOUNT WS-ASSIGN-TRIES.
003146     PERFORM 3100-TRY-ONE-NUMBER THRU 3100-EXIT
003147             UNTIL WS-NEW-ACCOUNT > ZERO
003148                OR WS-ASSIGN-TRIES > 20.
003149     IF WS-NEW-ACCOUNT = ZERO
003150        DISPLAY "CANNOT ASSIGN AN ACCOUNT NUMBER -- NOTHING "
003151                "WAS WRITTEN"
003152     END-IF.
003153 3000-EXIT.
003154     EXIT.
003160 3100-TRY-ONE-NUMBER.
003170     ADD 1 TO WS-ASSIGN-TRIES.
003180     MOVE ZERO TO WS-CTR-OPEN-TRIES.
003630 4000-WRITE-BOTH-RECORDS.
003640*   THE NUMBER PROBE READ THROUGH THE MASTER BUFFER -- BUILD
003650*   THE RECORD FRESH FROM THE HELD TERMS.
003651     MOVE SPACES TO ACCOUNT-MASTER-STRUCTURE.
003652     MOVE WS-NEW-ACCOUNT TO AM-ACCOUNT-ID.
003653     MOVE WS-TODAY-8     TO AM-OPEN-DATE.
003654     SET AM-ACCOUNT-OPEN TO TRUE.
003655     MOVE WS-HOLD-LIMIT  TO AM-CREDIT-LIMIT.
003656     MOVE WS-HOLD-TERMS  TO AM-BILLING-TERMS.
003657     MOVE WS-HOLD-CYCLE  TO AM-BILLING-CYCLE.
003658     SET AM-NO-LEGAL-HOLD TO TRUE.
003659     MOVE SPACES TO AM-HOLD-REASON AM-CURRENCY-CODE.
003660     MOVE ZERO   TO AM-HOLD-DATE.
003661*   A DEPOSIT APPROVAL OPENS FROZEN UNTIL THE DEPOSIT IS TAKEN.
003662     IF WS-DEPOSIT-HOLD
003663        SET AM-ACCOUNT-FROZEN TO TRUE
003664        MOVE 'M'  TO AM-FREEZE-SOURCE
003665        MOVE "DP" TO AM-FREEZE-REASON
003666     END-IF.
003670     WRITE ACCOUNT-MASTER-STRUCTURE
003680         INVALID KEY
003690            DISPLAY "CANNOT WRITE THE ACCOUNT MASTER -- "
003710            GO TO 4000-EXIT
003720     END-WRITE.
003730     MOVE WS-NEW-ACCOUNT TO FD-ACCOUNT-ID.
003731     IF WS-PROSPECT-MODE
003732        REWRITE ADDRESS-RECORD
003733            INVALID KEY
003734               DISPLAY "CANNOT UPDATE THE CONTACT -- BACKING THE "
003735                       "ACCOUNT OUT"
003736               DELETE ACCOUNT-MASTER RECORD
003737               GO TO 4000-EXIT
003738        END-REWRITE
003739     ELSE
003740        WRITE ADDRESS-RECORD
003750            INVALID KEY
003760               DISPLAY "CANNOT WRITE THE CONTACT -- BACKING THE "
003770                       "ACCOUNT OUT"
003780               DELETE ACCOUNT-MASTER RECORD
003790               GO TO 4000-EXIT
003800        END-WRITE
003805     END-IF.
003810*   THE OWNER LINK ON THE CROSS-REFERENCE (SEE THE F15 SCREEN
003820*   IN ADDRESS.CBL) -- THE STATEMENT AND INQUIRY JOBS FOLLOW
003830*   IT FIRST.
003980     END-IF.
003990     PERFORM 5000-OFFER-AUTOPAY THRU 5000-EXIT.
004000     PERFORM 6000-QUEUE-WELCOME-LETTER THRU 6000-EXIT.
004005     PERFORM 4500-RECORD-REFERRAL THRU 4500-EXIT.
004007     PERFORM 4700-MARK-APPLICATION THRU 4700-EXIT.
004010     DISPLAY "CUSTOMER SET UP -- ACCOUNT " WS-NEW-ACCOUNT
004020             " LINKED TO " FD-PHONE.
004030 4000-EXIT.
004040     EXIT.
004050
004051*                                                                *
004052*   4500-RECORD-REFERRAL -- THE REFERRER MUST BE A CONTACT ON   *
004053*   FILE; THE LINK GOES ON AS PENDING UNTIL THE NEW ACCOUNT'S   *
004054*   FIRST PAYMENT POSTS                                         *
004055*                                                                *
004056 4500-RECORD-REFERRAL.
004057     IF WS-REFERRED-BY = SPACES
004058        GO TO 4500-EXIT
004059     END-IF.
004060     MOVE FD-PHONE TO WS-HOLD-PHONE.
004061     MOVE WS-REFERRED-BY TO FD-PHONE.
004062     READ ADDRESS-FILE
004063         INVALID KEY
004064            DISPLAY "REFERRER " WS-REFERRED-BY
004065              " IS NOT A CONTACT "
004066                    "ON FILE -- REFERRAL NOT RECORDED, ADD IT ON "
004067                    "THE ADDRESS SCREEN"
004068            MOVE SPACES TO WS-REFERRED-BY
004069     END-READ.
004070     MOVE WS-HOLD-PHONE TO FD-PHONE.
004071     READ ADDRESS-FILE
004072         INVALID KEY
004073            CONTINUE
004074     END-READ.
004075     IF WS-REFERRED-BY = SPACES
004076        GO TO 4500-EXIT
004077     END-IF.
004078     MOVE 'A' TO WS-REFERRAL-FUNCTION.
004079     CALL "ADDRESS-REFERRAL-LINK" USING WS-REFERRAL-FUNCTION,
004080          FD-PHONE, WS-REFERRED-BY, WS-CLERK-ID,
004081          WS-REFERRAL-RESULT.
004082     EVALUATE WS-REFERRAL-RESULT
004083        WHEN "00"
004084           DISPLAY "REFERRAL BY " WS-REFERRED-BY " RECORDED"
004085        WHEN "DU"
004086           DISPLAY "ALREADY REFERRED BY ANOTHER CONTACT -- "
004087                   "REFERRAL NOT CHANGED"
004088        WHEN OTHER
004089           DISPLAY "WARNING: REFERRAL NOT RECORDED, RESULT "
004090                   WS-REFERRAL-RESULT
004091     END-EVALUATE.
004092 4500-EXIT.
004093     EXIT.
004094
004095*                                                                *
004096*   4700-MARK-APPLICATION -- THE APPROVED CREDIT APPLICATION    *
004097*   THE ACCOUNT WAS OPENED ON IS MARKED ONBOARDED               *
004098*                                                                *
004099 4700-MARK-APPLICATION.
004100     IF NOT WS-APP-APPROVED
004101        GO TO 4700-EXIT
004102     END-IF.
004103     MOVE WS-APP-NUMBER TO AP-APPLICATION-NUMBER.
004104     READ CREDIT-APPLICATIONS
004105         INVALID KEY
004106            DISPLAY "WARNING: CREDIT APPLICATION " WS-APP-NUMBER
004107                    " NOT FOUND -- NOT MARKED ONBOARDED"
004108            GO TO 4700-EXIT
004109     END-READ.
004110     SET AP-APP-ONBOARDED TO TRUE.
004111     MOVE WS-NEW-ACCOUNT TO AP-ACCOUNT-ID.
004112     MOVE WS-TODAY-8     TO AP-ONBOARDED-DATE.
004113     REWRITE CREDIT-APPLICANT-STRUCTURE
004114         INVALID KEY
004115            DISPLAY "WARNING: CREDIT APPLICATION " WS-APP-NUMBER
004116                    " NOT MARKED ONBOARDED"
004117     END-REWRITE.
004118 4700-EXIT.
004119     EXIT.
004120
004121*                                                                *
004122*   5000-OFFER-AUTOPAY                                          *
004123*                                                                *
004124 5000-OFFER-AUTOPAY.
004125     IF BANKDET-STATUS NOT = '00' AND BANKDET-STATUS NOT = '05'
004126        GO TO 5000-EXIT
004127     END-IF.
004130     DISPLAY "SET UP AUTOPAY (Y/N)?".
004140     ACCEPT WS-ANSWER.
004150     MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
