000010******************************************************************
000020*                                                                *
000030*   CREDIT-APPLICATION-INTAKE                                    *
000040*                                                                *
000050*   CLERK CONSOLE FOR TAKING DOWN A CREDIT APPLICATION FROM A    *
000060*   PROSPECTIVE CUSTOMER BEFORE ANY ACCOUNT IS OPENED (SEE       *
000070*   CREDIT-APPLICANT-RECORD.CPY).  THE APPLICANT MUST ALREADY    *
000080*   BE A CONTACT ON THE ADDRESS BOOK -- ADD IT ON ADDRESS.CBL    *
000090*   FIRST -- AND MUST NOT ALREADY BILL UNDER AN ACCOUNT (AN      *
000100*   EXISTING CUSTOMER'S LIMIT IS CREDIT-LIMIT-REVIEW'S           *
000110*   BUSINESS) OR HAVE AN APPLICATION STILL OPEN.                 *
000120*                                                                *
000130*   THE CLERK KEYS THE REQUESTED LIMIT AND TERMS, THE YEARS IN   *
000140*   BUSINESS (YEARS IN THE PRESENT JOB FOR A PERSON), THE        *
000150*   DECLARED ANNUAL INCOME OR REVENUE, THE BANK REFERENCE AND    *
000160*   UP TO THREE TRADE REFERENCES, EACH WITH THE RATING THE       *
000170*   CLERK GOT ON THE CALL.  THE APPLICATION NUMBER COMES FROM    *
000180*   THE SHARED APPLICATION COUNTER (THE SAME EXCLUSIVE-LOCK      *
000190*   COUNTER SHAPE CUSTOMER-ONBOARDING USES FOR ACCOUNT           *
000200*   NUMBERS), THE RECORD IS WRITTEN AS RECEIVED FOR THE NIGHTLY  *
000210*   CREDIT-APPLICATION-SCORE RUN, AND A LINE GOES ON THE         *
000220*   CREDIT APPLICATION DECISION LOG.                             *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      CREDIT-APPLICATION-INTAKE.
000270 AUTHOR.          DATA PROCESSING.
000280 INSTALLATION.    ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.    10/15/2026.
000300 DATE-COMPILED.   10/15/2026.
000310*                                                                *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------------ *
000340*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000350*                                                                *
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL ADDRESS-FILE
000400            ASSIGN       TO  ADDROUT
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS FD-PHONE
000440            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000450            FILE STATUS  IS ADDRESS-STATUS.
000460
000470     SELECT OPTIONAL CREDIT-APPLICATIONS
000480            ASSIGN       TO  CREDAPP
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE  IS DYNAMIC
000510            RECORD KEY   IS AP-APPLICATION-NUMBER
000520            ALTERNATE RECORD KEY IS AP-APPLICANT-PHONE
000530                     WITH DUPLICATES
000540            FILE STATUS  IS CREDAPP-STATUS.
000550
000560*   SHARED APPLICATION-NUMBER COUNTER -- SINGLE RECORD,
000570*   EXCLUSIVE LOCK, AS THE ACCOUNT-ID COUNTER.
000580     SELECT APPLICATION-COUNTER
000590            ASSIGN       TO  APPCOUNT
000600            ORGANIZATION IS SEQUENTIAL
000610            LOCK MODE    IS EXCLUSIVE
000620            FILE STATUS  IS APPCOUNT-STATUS.
000630
000640     SELECT OPTIONAL DECISION-LOG
000650            ASSIGN       TO  DECISIONLOG
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS  IS DECISIONLOG-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ADDRESS-FILE.
000720 01  ADDRESS-RECORD.
000730     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000740
000750 FD  CREDIT-APPLICATIONS.
000760 01  CREDIT-APPLICANT-STRUCTURE.
000770     COPY "CREDIT-APPLICANT-RECORD.CPY" REPLACING ==(TAG)==
000780          BY ==AP-==.
000790
000800 FD  APPLICATION-COUNTER.
000810 01  APPLICATION-COUNTER-REC.
000820     05  AN-NEXT-APPLICATION      PIC 9(07).
000830
000840 FD  DECISION-LOG.
000850 01  DECISION-LOG-LINE            PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880 01  ADDROUT                    PIC X(50)
000890     VALUE "/mnt/c/cobfiles\address.idx".
000900 01  CREDAPP                    PIC X(50)
000910     VALUE "/mnt/c/cobfiles\credit-applications.idx".
000920 01  APPCOUNT                   PIC X(50)
000930     VALUE "/mnt/c/cobfiles\credit-application-counter.dat".
000940 01  DECISIONLOG                PIC X(50)
000950     VALUE "credit-application-decisions.txt".
000960
000970 01  ADDRESS-STATUS             PIC X(02).
000980 01  CREDAPP-STATUS             PIC X(02).
000990 01  APPCOUNT-STATUS            PIC X(02).
001000 01  DECISIONLOG-STATUS         PIC X(02).
001010
001020 01  WS-CLERK-ID                PIC X(10).
001030 01  WS-CLERK-NAME              PIC X(30).
001040 01  WS-CLERK-ROLE              PIC X(01).
001050 01  WS-CHECK-RESULT            PIC X(01).
001060 01  WS-TODAY-8                 PIC 9(08).
001070
001080 01  WS-IN-VALUE                PIC X(50).
001090 01  WS-PHONE                   PIC X(12).
001100 01  WS-NEW-APPLICATION         PIC 9(07) VALUE ZERO.
001110 01  WS-OPEN-APPLICATION        PIC 9(07) VALUE ZERO.
001120 01  WS-CTR-OPEN-TRIES          PIC 9(02) VALUE ZERO.
001130 01  WS-ASSIGN-TRIES            PIC 9(02) VALUE ZERO.
001140 01  WS-REF-I                   PIC 9(01) VALUE ZERO.
001150 01  WS-TAKEN-COUNT             PIC 9(05) VALUE ZERO.
001160 01  WS-DONE-SWITCH             PIC X(01) VALUE 'N'.
001170     88  WS-DONE                          VALUE 'Y'.
001180 01  WS-SCAN-SWITCH             PIC X(01) VALUE 'N'.
001190     88  WS-SCAN-DONE                     VALUE 'Y'.
001200 01  WS-REFS-SWITCH             PIC X(01) VALUE 'N'.
001210     88  WS-REFS-DONE                     VALUE 'Y'.
001220*   THE CAPTURED APPLICATION -- HELD HERE BECAUSE THE
001230*   APPLICATION-NUMBER PROBE READS THROUGH THE RECORD AREA.
001240 01  WS-HOLD-APPLICATION        PIC X(600).
001250 01  WS-LIMIT-EDITED            PIC ZZ,ZZZ,ZZ9.99.
001260
001270 PROCEDURE DIVISION.
001280*                                                                *
001290*   0000-MAINLINE                                               *
001300*                                                                *
001310 0000-MAINLINE.
001320     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001330     DISPLAY "ENTER YOUR CLERK ID:".
001340     ACCEPT WS-CLERK-ID.
001350     IF WS-CLERK-ID = SPACES
001360        DISPLAY "A CLERK ID IS REQUIRED"
001370        GO TO 9999-EXIT
001380     END-IF.
001390     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001400          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001410     EVALUATE TRUE
001420        WHEN WS-CHECK-RESULT = 'M'
001430           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001440                   "ROLE NOT VERIFIED"
001450        WHEN WS-CHECK-RESULT = 'Y'
001460             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
001470           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001480        WHEN OTHER
001490           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001500           GO TO 9999-EXIT
001510     END-EVALUATE.
001520     OPEN INPUT ADDRESS-FILE.
001530     IF ADDRESS-STATUS NOT = '00'
001540        DISPLAY "CANNOT OPEN ADDRESS FILE, STATUS "
001550                ADDRESS-STATUS
001560        GO TO 9999-EXIT
001570     END-IF.
001580     OPEN I-O CREDIT-APPLICATIONS.
001590     IF CREDAPP-STATUS NOT = '00' AND CREDAPP-STATUS NOT = '05'
001600        DISPLAY "CANNOT OPEN CREDIT APPLICATION FILE, STATUS "
001610                CREDAPP-STATUS
001620        CLOSE ADDRESS-FILE
001630        GO TO 9999-EXIT
001640     END-IF.
001650     OPEN EXTEND DECISION-LOG.
001660     IF DECISIONLOG-STATUS = '05' OR DECISIONLOG-STATUS = '35'
001670        OPEN OUTPUT DECISION-LOG
001680        CLOSE       DECISION-LOG
001690        OPEN EXTEND DECISION-LOG
001700     END-IF.
001710     PERFORM 2000-TAKE-ONE-APPLICATION THRU 2000-EXIT
001720             UNTIL WS-DONE.
001730     CLOSE ADDRESS-FILE.
001740     CLOSE CREDIT-APPLICATIONS.
001750     CLOSE DECISION-LOG.
001760     DISPLAY "APPLICATIONS TAKEN: " WS-TAKEN-COUNT.
001770     GO TO 9999-EXIT.
001780
001790*                                                                *
001800*   2000-TAKE-ONE-APPLICATION                                   *
001810*                                                                *
001820 2000-TAKE-ONE-APPLICATION.
001830     DISPLAY " ".
001840     DISPLAY "APPLICANT'S CONTACT PHONE (OR END):".
001850     ACCEPT WS-IN-VALUE.
001860     IF WS-IN-VALUE = "END" OR WS-IN-VALUE = "end"
001870        MOVE 'Y' TO WS-DONE-SWITCH
001880        GO TO 2000-EXIT
001890     END-IF.
001900     IF WS-IN-VALUE = SPACES
001910        GO TO 2000-EXIT
001920     END-IF.
001930     MOVE WS-IN-VALUE (1:12) TO WS-PHONE.
001940     MOVE SPACES TO ADDRESS-RECORD.
001950     MOVE WS-PHONE TO FD-PHONE.
001960     READ ADDRESS-FILE
001970         INVALID KEY
001980            DISPLAY "NO CONTACT WITH THAT PHONE -- ADD THE "
001990                    "APPLICANT ON ADDRESS.CBL FIRST"
002000            GO TO 2000-EXIT
002010     END-READ.
002020     IF FD-ACCOUNT-ID IS NUMERIC AND FD-ACCOUNT-ID NOT = ZERO
002030        DISPLAY "CONTACT ALREADY BILLS UNDER ACCOUNT "
002040                FD-ACCOUNT-ID " -- A LIMIT CHANGE GOES THROUGH "
002050                "CREDIT-LIMIT-REVIEW"
002060        GO TO 2000-EXIT
002070     END-IF.
002080     PERFORM 2100-FIND-OPEN-APPLICATION THRU 2100-EXIT.
002090     IF WS-OPEN-APPLICATION NOT = ZERO
002100        DISPLAY "APPLICATION " WS-OPEN-APPLICATION
002110                " IS STILL OPEN FOR THIS CONTACT"
002120        GO TO 2000-EXIT
002130     END-IF.
002140     DISPLAY "APPLICANT: " FD-FIRST-NAME " " FD-LAST-NAME.
002150     PERFORM 2500-CAPTURE-APPLICATION THRU 2500-EXIT.
002160     IF AP-REQUESTED-LIMIT = ZERO
002170        DISPLAY "A REQUESTED LIMIT IS REQUIRED -- NOTHING WAS "
002180                "WRITTEN"
002190        GO TO 2000-EXIT
002200     END-IF.
002210     MOVE CREDIT-APPLICANT-STRUCTURE TO WS-HOLD-APPLICATION.
002220     PERFORM 3000-ASSIGN-APPLICATION-NUMBER THRU 3000-EXIT.
002230     IF WS-NEW-APPLICATION = ZERO
002240        GO TO 2000-EXIT
002250     END-IF.
002260     MOVE WS-HOLD-APPLICATION TO CREDIT-APPLICANT-STRUCTURE.
002270     MOVE WS-NEW-APPLICATION  TO AP-APPLICATION-NUMBER.
002280     WRITE CREDIT-APPLICANT-STRUCTURE
002290         INVALID KEY
002300            DISPLAY "CANNOT WRITE THE APPLICATION -- NOTHING WAS "
002310                    "WRITTEN"
002320            GO TO 2000-EXIT
002330     END-WRITE.
002340     ADD 1 TO WS-TAKEN-COUNT.
002350     MOVE AP-REQUESTED-LIMIT TO WS-LIMIT-EDITED.
002360     MOVE SPACES TO DECISION-LOG-LINE.
002370     STRING WS-TODAY-8
002380            " " AP-APPLICATION-NUMBER
002390            " " AP-APPLICANT-PHONE
002400            " RECEIVED, REQUESTED " WS-LIMIT-EDITED
002410            " " AP-REQUESTED-TERMS
002420            " BY " WS-CLERK-ID
002430            DELIMITED BY SIZE INTO DECISION-LOG-LINE
002440     END-STRING.
002450     WRITE DECISION-LOG-LINE.
002460     DISPLAY "APPLICATION " AP-APPLICATION-NUMBER
002470             " TAKEN -- IT WILL BE SCORED TONIGHT".
002480 2000-EXIT.
002490     EXIT.
002500
002510*                                                                *
002520*   2100-FIND-OPEN-APPLICATION -- ANY APPLICATION FOR THE       *
002530*   PHONE NOT YET DECLINED OR ONBOARDED                         *
002540*                                                                *
002550 2100-FIND-OPEN-APPLICATION.
002560     MOVE ZERO TO WS-OPEN-APPLICATION.
002570     MOVE 'N' TO WS-SCAN-SWITCH.
002580     MOVE WS-PHONE TO AP-APPLICANT-PHONE.
002590     START CREDIT-APPLICATIONS KEY IS = AP-APPLICANT-PHONE
002600         INVALID KEY
002610            GO TO 2100-EXIT
002620     END-START.
002630     PERFORM 2150-CHECK-ONE-APPLICATION THRU 2150-EXIT
002640             UNTIL WS-SCAN-DONE.
002650 2100-EXIT.
002660     EXIT.
002670
002680 2150-CHECK-ONE-APPLICATION.
002690     READ CREDIT-APPLICATIONS NEXT RECORD
002700         AT END
002710            MOVE 'Y' TO WS-SCAN-SWITCH
002720            GO TO 2150-EXIT
002730     END-READ.
002740     IF AP-APPLICANT-PHONE NOT = WS-PHONE
002750        MOVE 'Y' TO WS-SCAN-SWITCH
002760        GO TO 2150-EXIT
002770     END-IF.
002780     IF AP-APP-AWAITING-DECISION OR AP-APP-READY-TO-ONBOARD
002790        MOVE AP-APPLICATION-NUMBER TO WS-OPEN-APPLICATION
002800        MOVE 'Y' TO WS-SCAN-SWITCH
002810     END-IF.
002820 2150-EXIT.
002830     EXIT.
002840
002850*                                                                *
002860*   2500-CAPTURE-APPLICATION                                    *
002870*                                                                *
002880 2500-CAPTURE-APPLICATION.
002890     MOVE SPACES TO CREDIT-APPLICANT-STRUCTURE.
002900     MOVE ZERO TO AP-APPLICATION-NUMBER AP-REQUESTED-LIMIT
002910                  AP-YEARS-IN-BUSINESS AP-DECLARED-INCOME
002920                  AP-SCORE AP-SCORED-DATE AP-RECOMMENDED-LIMIT
002930                  AP-RECOMMENDED-DEPOSIT AP-APPROVED-LIMIT
002940                  AP-DEPOSIT-REQUIRED AP-DECIDED-DATE
002950                  AP-LETTER-DATE AP-ACCOUNT-ID AP-ONBOARDED-DATE
002960                  AP-RETAIN-UNTIL.
002970     MOVE WS-PHONE    TO AP-APPLICANT-PHONE.
002980     MOVE WS-TODAY-8  TO AP-APPLICATION-DATE.
002990     MOVE WS-CLERK-ID TO AP-TAKEN-BY.
003000     SET AP-APP-RECEIVED TO TRUE.
003010     IF FD-COMPANY-CODE = SPACES
003020        MOVE "01" TO AP-COMPANY-CODE
003030     ELSE
003040        MOVE FD-COMPANY-CODE TO AP-COMPANY-CODE
003050     END-IF.
003060     DISPLAY "(P)ERSONAL OR (B)USINESS APPLICANT:".
003070     ACCEPT WS-IN-VALUE.
003080     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:1))
003090        TO AP-APPLICANT-TYPE.
003100     IF NOT AP-APPLICANT-BUSINESS
003110        SET AP-APPLICANT-PERSONAL TO TRUE
003120     END-IF.
003130     IF AP-APPLICANT-BUSINESS
003140        DISPLAY "BUSINESS LEGAL NAME:"
003150        ACCEPT WS-IN-VALUE
003160        MOVE WS-IN-VALUE (1:40) TO AP-APPLICANT-NAME
003170     ELSE
003180        STRING FD-FIRST-NAME DELIMITED BY "  "
003190               " "           DELIMITED BY SIZE
003200               FD-LAST-NAME  DELIMITED BY "  "
003210               INTO AP-APPLICANT-NAME
003220        END-STRING
003230     END-IF.
003240     DISPLAY "REQUESTED CREDIT LIMIT:".
003250     ACCEPT WS-IN-VALUE.
003260     COMPUTE AP-REQUESTED-LIMIT = FUNCTION NUMVAL(WS-IN-VALUE).
003270     DISPLAY "REQUESTED BILLING TERMS (E.G. N30):".
003280     ACCEPT WS-IN-VALUE.
003290     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:3))
003300        TO AP-REQUESTED-TERMS.
003310     IF AP-APPLICANT-BUSINESS
003320        DISPLAY "YEARS IN BUSINESS:"
003330     ELSE
003340        DISPLAY "YEARS WITH PRESENT EMPLOYER:"
003350     END-IF.
003360     ACCEPT WS-IN-VALUE.
003370     COMPUTE AP-YEARS-IN-BUSINESS = FUNCTION NUMVAL(WS-IN-VALUE).
003380     IF AP-APPLICANT-BUSINESS
003390        DISPLAY "DECLARED ANNUAL REVENUE:"
003400     ELSE
003410        DISPLAY "DECLARED ANNUAL INCOME:"
003420     END-IF.
003430     ACCEPT WS-IN-VALUE.
003440     COMPUTE AP-DECLARED-INCOME = FUNCTION NUMVAL(WS-IN-VALUE).
003450     DISPLAY "BANK REFERENCE -- BANK NAME (OR BLANK):".
003460     ACCEPT WS-IN-VALUE.
003470     MOVE WS-IN-VALUE (1:30) TO AP-BANK-NAME.
003480     IF AP-BANK-NAME = SPACES
003490        MOVE 'U' TO AP-BANK-RATING
003500     ELSE
003510        DISPLAY "BANK PHONE:"
003520        ACCEPT WS-IN-VALUE
003530        MOVE WS-IN-VALUE (1:12) TO AP-BANK-PHONE
003540        DISPLAY "BANK RATING (G)OOD (S)ATISFACTORY (P)OOR "
003550                "(U)NVERIFIED:"
003560        ACCEPT WS-IN-VALUE
003570        MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:1))
003580           TO AP-BANK-RATING
003590        IF NOT AP-BANK-RATING-VALID
003600           MOVE 'U' TO AP-BANK-RATING
003610        END-IF
003620     END-IF.
003630     MOVE 'N' TO WS-REFS-SWITCH.
003640     PERFORM 2600-CAPTURE-ONE-REFERENCE THRU 2600-EXIT
003650             VARYING WS-REF-I FROM 1 BY 1
003660             UNTIL WS-REF-I > 3 OR WS-REFS-DONE.
003670 2500-EXIT.
003680     EXIT.
003690
003700*                                                                *
003710*   2600-CAPTURE-ONE-REFERENCE -- A BLANK NAME ENDS THE LIST    *
003720*                                                                *
003730 2600-CAPTURE-ONE-REFERENCE.
003740     DISPLAY "TRADE REFERENCE " WS-REF-I " NAME (OR BLANK):".
003750     ACCEPT WS-IN-VALUE.
003760     IF WS-IN-VALUE = SPACES
003770        MOVE 'Y' TO WS-REFS-SWITCH
003780        GO TO 2600-EXIT
003790     END-IF.
003800     MOVE WS-IN-VALUE (1:30) TO AP-REF-NAME (WS-REF-I).
003810     DISPLAY "  PHONE:".
003820     ACCEPT WS-IN-VALUE.
003830     MOVE WS-IN-VALUE (1:12) TO AP-REF-PHONE (WS-REF-I).
003840     DISPLAY "  RATING (G)OOD (S)ATISFACTORY (P)OOR "
003850             "(U)NVERIFIED:".
003860     ACCEPT WS-IN-VALUE.
003870     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:1))
003880        TO AP-REF-RATING (WS-REF-I).
003890     IF AP-REF-RATING (WS-REF-I) NOT = 'G'
003900        AND AP-REF-RATING (WS-REF-I) NOT = 'S'
003910        AND AP-REF-RATING (WS-REF-I) NOT = 'P'
003920        MOVE 'U' TO AP-REF-RATING (WS-REF-I)
003930     END-IF.
003940 2600-EXIT.
003950     EXIT.
003960
003970*                                                                *
003980*   3000-ASSIGN-APPLICATION-NUMBER -- NEXT NUMBER FROM THE      *
003990*   SHARED COUNTER, SKIPPING ANY NUMBER ALREADY ON FILE         *
004000*                                                                *
004010 3000-ASSIGN-APPLICATION-NUMBER.
004020     MOVE ZERO TO WS-NEW-APPLICATION WS-ASSIGN-TRIES.
004030     PERFORM 3100-TRY-ONE-NUMBER THRU 3100-EXIT
004040             UNTIL WS-NEW-APPLICATION > ZERO
004050                OR WS-ASSIGN-TRIES > 20.
004060     IF WS-NEW-APPLICATION = ZERO
004070        DISPLAY "CANNOT ASSIGN AN APPLICATION NUMBER -- NOTHING "
004080                "WAS WRITTEN"
004090     END-IF.
004100 3000-EXIT.
004110     EXIT.
004120
004130 3100-TRY-ONE-NUMBER.
004140     ADD 1 TO WS-ASSIGN-TRIES.
004150     MOVE ZERO TO WS-CTR-OPEN-TRIES.
004160     MOVE SPACES TO APPCOUNT-STATUS.
004170     PERFORM 3200-OPEN-APPLICATION-COUNTER THRU 3200-EXIT
004180             UNTIL APPCOUNT-STATUS = '00'
004190                OR WS-CTR-OPEN-TRIES > 20.
004200     IF APPCOUNT-STATUS NOT = '00'
004210        MOVE 21 TO WS-ASSIGN-TRIES
004220        GO TO 3100-EXIT
004230     END-IF.
004240     READ APPLICATION-COUNTER.
004250     IF AN-NEXT-APPLICATION NOT NUMERIC
004260        MOVE ZERO TO AN-NEXT-APPLICATION
004270     END-IF.
004280     ADD 1 TO AN-NEXT-APPLICATION.
004290     REWRITE APPLICATION-COUNTER-REC.
004300     CLOSE APPLICATION-COUNTER.
004310     MOVE AN-NEXT-APPLICATION TO AP-APPLICATION-NUMBER.
004320     READ CREDIT-APPLICATIONS
004330         INVALID KEY
004340            MOVE AN-NEXT-APPLICATION TO WS-NEW-APPLICATION
004350     END-READ.
004360 3100-EXIT.
004370     EXIT.
004380
004390 3200-OPEN-APPLICATION-COUNTER.
004400     ADD 1 TO WS-CTR-OPEN-TRIES.
004410     OPEN I-O APPLICATION-COUNTER.
004420     IF APPCOUNT-STATUS = '35'
004430        OPEN OUTPUT APPLICATION-COUNTER
004440        MOVE ZERO TO AN-NEXT-APPLICATION
004450        WRITE APPLICATION-COUNTER-REC
004460        CLOSE APPLICATION-COUNTER
004470        OPEN I-O APPLICATION-COUNTER
004480     END-IF.
004490 3200-EXIT.
004500     EXIT.
004510
004520 9999-EXIT.
004530     STOP RUN.
