000010******************************************************************
000020*                                                                *
000030*   CREDIT-APPLICATION-SCORE                                     *
000040*                                                                *
000050*   NIGHTLY SCORING OF THE CREDIT APPLICATIONS TAKEN DOWN ON     *
000060*   CREDIT-APPLICATION-INTAKE.  EACH APPLICATION STILL AT        *
000070*   RECEIVED IS SCORED AGAINST THE SCORECARD TABLE IN            *
000080*   CREDIT-SCORECARD.TXT, ONE LINE PER ENTRY --                  *
000090*       YEARS,LOW,HIGH,POINTS,REASON    YEARS IN BUSINESS/JOB    *
000100*       INCOME,LOW,HIGH,POINTS,REASON   DECLARED INCOME OR       *
000110*                                       REVENUE AS A WHOLE       *
000120*                                       MULTIPLE OF THE LIMIT    *
000130*                                       REQUESTED                *
000140*       BANK,RATING,RATING,POINTS,REASON   BANK REFERENCE G/S/P/U*
000150*       REFS,LOW,HIGH,POINTS,REASON     TRADE REFERENCES RATED   *
000160*                                       GOOD OR SATISFACTORY     *
000170*       REASON,CODE,TEXT                THE WORDING OF A REASON  *
000180*       APPROVE,MIN                     APPROVE AT THE REQUEST   *
000190*       LOWER,MIN,PCT                   APPROVE AT PCT OF IT     *
000200*       DEPOSIT,MIN,PCT                 APPROVE WITH A DEPOSIT   *
000210*                                       OF PCT OF THE LIMIT      *
000220*   THE POINTS OF EVERY BAND THE APPLICANT FALLS IN ARE ADDED    *
000230*   UP.  A SCORE AT OR ABOVE THE APPROVE MINIMUM RECOMMENDS      *
000240*   APPROVAL, THEN LOWER, THEN DEPOSIT; BELOW THE DEPOSIT        *
000250*   MINIMUM RECOMMENDS DECLINE.  A BAND CARRYING A REASON CODE   *
000260*   IS AN ADVERSE BAND -- UP TO FOUR OF THOSE THE APPLICANT      *
000270*   FELL IN ARE KEPT ON THE APPLICATION, FEWEST POINTS FIRST,    *
000280*   AS THE PRINCIPAL REASONS FOR AN ADVERSE-ACTION LETTER.       *
000290*                                                                *
000300*   THE APPLICATION IS REWRITTEN AS SCORED FOR THE SUPERVISOR'S  *
000310*   DECISION ON CREDIT-APPLICATION-DECISION, AND A SCORING       *
000320*   REPORT IS SPOOLED THROUGH REPORT-SPOOL-REGISTER WITH         *
000330*   MONTH-END RETENTION.  WITH NO SCORECARD ON HAND NOTHING IS   *
000340*   SCORED AND THE RUN ENDS WITH RETURN CODE 8.                  *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.      CREDIT-APPLICATION-SCORE.
000390 AUTHOR.          DATA PROCESSING.
000400 INSTALLATION.    ACCOUNTING SYSTEMS.
000410 DATE-WRITTEN.    10/15/2026.
000420 DATE-COMPILED.   10/15/2026.
000430*                                                                *
000440*   MODIFICATION HISTORY                                        *
000450*   ------------------------------------------------------------ *
000460*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000470*                                                                *
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL CREDIT-APPLICATIONS
000520            ASSIGN       TO  CREDAPP
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS AP-APPLICATION-NUMBER
000560            ALTERNATE RECORD KEY IS AP-APPLICANT-PHONE
000570                     WITH DUPLICATES
000580            FILE STATUS  IS CREDAPP-STATUS.
000590
000600     SELECT OPTIONAL SCORECARD-FILE
000610            ASSIGN       TO  SCORECARD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS  IS SCORECARD-STATUS.
000640
000650     SELECT REPORT-FILE
000660            ASSIGN       TO  REPORTOUT
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS  IS REPORT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CREDIT-APPLICATIONS.
000730 01  CREDIT-APPLICANT-STRUCTURE.
000740     COPY "CREDIT-APPLICANT-RECORD.CPY" REPLACING ==(TAG)==
000750          BY ==AP-==.
000760
000770 FD  SCORECARD-FILE
000780     RECORDING MODE IS F.
000790 01  SCORECARD-LINE               PIC X(80).
000800
000810 FD  REPORT-FILE.
000820 01  REPORT-LINE                PIC X(100).
000830
000840 WORKING-STORAGE SECTION.
000850 01  CREDAPP                    PIC X(50)
000860     VALUE "/mnt/c/cobfiles\credit-applications.idx".
000870 01  SCORECARD                  PIC X(50)
000880     VALUE "credit-scorecard.txt".
000890 01  REPORTOUT                  PIC X(50).
000900
000910 01  CREDAPP-STATUS             PIC X(02).
000920 01  SCORECARD-STATUS           PIC X(02).
000930 01  REPORT-STATUS              PIC X(02).
000940
000950*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
000960 01  WS-RC-FUNCTION             PIC X(01).
000970 01  WS-RC-JOB-NAME             PIC X(20)
000980     VALUE "CREDIT-APP-SCORE".
000990 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001000 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001010 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001020
001030*                                                                *
001040*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001050*                                                                *
001060 01  WS-SPOOL-FUNCTION          PIC X(01).
001070 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001080     VALUE "credit-app-score".
001090 01  WS-SPOOL-JOB-NAME          PIC X(20)
001100     VALUE "CREDIT-APP-SCORE".
001110 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
001120 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001130 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001140 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001150
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001180         88  WS-EOF-YES                   VALUE 'Y'.
001190
001200 01  WS-TODAY-8                 PIC 9(08).
001210 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001220     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001230 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001240
001250*                                                                *
001260*   THE SCORECARD -- BANDS, REASON WORDING AND THE THREE        *
001270*   DECISION MINIMUMS                                           *
001280*                                                                *
001290 01  WS-SC-TYPE                 PIC X(08).
001300 01  WS-SC-FIELD-1              PIC X(40).
001310 01  WS-SC-FIELD-2              PIC X(40).
001320 01  WS-SC-FIELD-3              PIC X(10).
001330 01  WS-SC-FIELD-4              PIC X(02).
001340 01  WS-BAND-TABLE.
001350     05  WS-BAND-ENTRY OCCURS 40 TIMES.
001360         10  WS-BAND-FACTOR     PIC X(06).
001370         10  WS-BAND-LOW        PIC 9(09).
001380         10  WS-BAND-HIGH       PIC 9(09).
001390         10  WS-BAND-RATING-LOW PIC X(01).
001400         10  WS-BAND-RATING-HIGH
001410                                PIC X(01).
001420         10  WS-BAND-POINTS     PIC S9(03).
001430         10  WS-BAND-REASON     PIC X(02).
001440 01  WS-BAND-COUNT              PIC 9(02) VALUE ZERO.
001450 01  WS-BAND-I                  PIC 9(02) VALUE ZERO.
001460 01  WS-REASON-TABLE.
001470     05  WS-REASON-ENTRY OCCURS 20 TIMES.
001480         10  WS-RT-CODE         PIC X(02).
001490         10  WS-RT-TEXT         PIC X(40).
001500 01  WS-REASON-COUNT            PIC 9(02) VALUE ZERO.
001510 01  WS-REASON-I                PIC 9(02) VALUE ZERO.
001520 01  WS-APPROVE-MIN             PIC S9(03) VALUE ZERO.
001530 01  WS-LOWER-MIN               PIC S9(03) VALUE ZERO.
001540 01  WS-LOWER-PCT               PIC 9(03) VALUE ZERO.
001550 01  WS-DEPOSIT-MIN             PIC S9(03) VALUE ZERO.
001560 01  WS-DEPOSIT-PCT             PIC 9(03) VALUE ZERO.
001570 01  WS-MINIMUMS-SEEN           PIC 9(01) VALUE ZERO.
001580
001590*                                                                *
001600*   ONE APPLICATION'S SCORING                                   *
001610*                                                                *
001620 01  WS-YEARS-VALUE             PIC 9(09).
001630 01  WS-INCOME-MULTIPLE         PIC 9(09).
001640 01  WS-REFS-VALUE              PIC 9(09).
001650 01  WS-FACTOR-VALUE            PIC 9(09).
001660 01  WS-REF-I                   PIC 9(01).
001670 01  WS-SCORE                   PIC S9(03).
001680 01  WS-HIT-TABLE.
001690     05  WS-HIT-ENTRY OCCURS 8 TIMES.
001700         10  WS-HIT-REASON      PIC X(02).
001710         10  WS-HIT-POINTS      PIC S9(03).
001720 01  WS-HIT-COUNT               PIC 9(01) VALUE ZERO.
001730 01  WS-HIT-I                   PIC 9(01) VALUE ZERO.
001740 01  WS-HIT-J                   PIC 9(01) VALUE ZERO.
001750 01  WS-HIT-SWAP.
001760     05  WS-SWAP-REASON         PIC X(02).
001770     05  WS-SWAP-POINTS         PIC S9(03).
001780
001790 01  WS-APPS-READ               PIC 9(07) VALUE ZERO.
001800 01  WS-SCORED-COUNT            PIC 9(05) VALUE ZERO.
001810 01  WS-APPROVE-COUNT           PIC 9(05) VALUE ZERO.
001820 01  WS-LOWER-COUNT             PIC 9(05) VALUE ZERO.
001830 01  WS-DEPOSIT-COUNT           PIC 9(05) VALUE ZERO.
001840 01  WS-DECLINE-COUNT           PIC 9(05) VALUE ZERO.
001850
001860*                                                                *
001870*   REPORT LINES                                                *
001880*                                                                *
001890 01  WS-DETAIL-LINE.
001900     05  WS-DL-APPLICATION       PIC 9(07).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-DL-PHONE             PIC X(12).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  WS-DL-NAME              PIC X(24).
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  WS-DL-REQUESTED         PIC Z,ZZZ,ZZ9.99.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  WS-DL-SCORE             PIC -ZZ9.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  WS-DL-RECOMMENDATION    PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  WS-DL-LIMIT             PIC Z,ZZZ,ZZ9.99.
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  WS-DL-DEPOSIT           PIC Z,ZZZ,ZZ9.99.
002050 01  WS-REASON-LINE.
002060     05  FILLER                  PIC X(11) VALUE SPACES.
002070     05  FILLER                  PIC X(08) VALUE "REASON  ".
002080     05  WS-RL-CODE              PIC X(02).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-RL-TEXT              PIC X(40).
002110
002120 PROCEDURE DIVISION.
002130*                                                                *
002140*   0000-MAINLINE                                               *
002150*                                                                *
002160 0000-MAINLINE.
002170     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002180          WS-OVERRIDE-MARK.
002190     MOVE 'S' TO WS-RC-FUNCTION.
002200     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002210          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002220          WS-RC-CODE.
002230     PERFORM 1000-LOAD-SCORECARD THRU 1000-EXIT.
002240     IF WS-BAND-COUNT = ZERO OR WS-MINIMUMS-SEEN < 3
002250        DISPLAY "NO COMPLETE SCORECARD IN " SCORECARD
002260                " -- NOTHING SCORED"
002270        MOVE "0012" TO WS-RC-CODE
002280        MOVE 8 TO RETURN-CODE
002290        GO TO 0000-END-RUN
002300     END-IF.
002310     OPEN I-O CREDIT-APPLICATIONS.
002320     IF CREDAPP-STATUS NOT = '00' AND CREDAPP-STATUS NOT = '05'
002330        DISPLAY "CANNOT OPEN CREDIT APPLICATION FILE, STATUS "
002340                CREDAPP-STATUS
002350        MOVE "FAIL" TO WS-RC-CODE
002360        MOVE 8 TO RETURN-CODE
002370        GO TO 0000-END-RUN
002380     END-IF.
002390     PERFORM 1500-START-REPORT THRU 1500-EXIT.
002400     MOVE ZERO TO AP-APPLICATION-NUMBER.
002410     START CREDIT-APPLICATIONS KEY IS >= AP-APPLICATION-NUMBER
002420         INVALID KEY
002430            MOVE 'Y' TO WS-EOF-SWITCH
002440     END-START.
002450     PERFORM 2000-SCORE-ONE-APPLICATION THRU 2000-EXIT
002460             UNTIL WS-EOF-YES.
002470     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002480     CLOSE CREDIT-APPLICATIONS.
002490     CLOSE REPORT-FILE.
002500     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
002510     MOVE 'R' TO WS-SPOOL-FUNCTION.
002520     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002530          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002540          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002550          WS-SPOOL-MEMBER-NAME.
002560 0000-END-RUN.
002570     MOVE 'E' TO WS-RC-FUNCTION.
002580     MOVE WS-APPS-READ TO WS-RC-READ.
002590     MOVE WS-SCORED-COUNT TO WS-RC-WRITTEN.
002600     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002610          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002620          WS-RC-CODE.
002630     DISPLAY "CREDIT-APPLICATION-SCORE RUN COMPLETE".
002640     DISPLAY "APPLICATIONS SCORED:  " WS-SCORED-COUNT.
002650     GO TO 9999-EXIT.
002660
002670*                                                                *
002680*   1000-LOAD-SCORECARD                                         *
002690*                                                                *
002700 1000-LOAD-SCORECARD.
002710     OPEN INPUT SCORECARD-FILE.
002720     IF SCORECARD-STATUS NOT = '00'
002730        GO TO 1000-EXIT
002740     END-IF.
002750     PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
002760             UNTIL SCORECARD-STATUS NOT = '00'.
002770     CLOSE SCORECARD-FILE.
002780 1000-EXIT.
002790     EXIT.
002800
002810 1100-LOAD-ONE-LINE.
002820     READ SCORECARD-FILE
002830         AT END
002840            MOVE '10' TO SCORECARD-STATUS
002850            GO TO 1100-EXIT
002860     END-READ.
002870     IF SCORECARD-LINE = SPACES OR SCORECARD-LINE (1:1) = '*'
002880        GO TO 1100-EXIT
002890     END-IF.
002900     MOVE SPACES TO WS-SC-TYPE WS-SC-FIELD-1 WS-SC-FIELD-2
002910                    WS-SC-FIELD-3 WS-SC-FIELD-4.
002920     UNSTRING SCORECARD-LINE DELIMITED BY ","
002930         INTO WS-SC-TYPE, WS-SC-FIELD-1, WS-SC-FIELD-2,
002940              WS-SC-FIELD-3, WS-SC-FIELD-4
002950     END-UNSTRING.
002960     MOVE FUNCTION UPPER-CASE(WS-SC-TYPE) TO WS-SC-TYPE.
002970     EVALUATE WS-SC-TYPE
002980        WHEN "YEARS"
002990        WHEN "INCOME"
003000        WHEN "REFS"
003010        WHEN "BANK"
003020           IF WS-BAND-COUNT < 40
003030              ADD 1 TO WS-BAND-COUNT
003040              PERFORM 1200-STORE-BAND THRU 1200-EXIT
003050           END-IF
003060        WHEN "REASON"
003070           IF WS-REASON-COUNT < 20
003080              ADD 1 TO WS-REASON-COUNT
003090              MOVE WS-SC-FIELD-1 (1:2)
003100                 TO WS-RT-CODE (WS-REASON-COUNT)
003110              MOVE WS-SC-FIELD-2
003120                 TO WS-RT-TEXT (WS-REASON-COUNT)
003130           END-IF
003140        WHEN "APPROVE"
003150           COMPUTE WS-APPROVE-MIN = FUNCTION NUMVAL(WS-SC-FIELD-1)
003160           ADD 1 TO WS-MINIMUMS-SEEN
003170        WHEN "LOWER"
003180           COMPUTE WS-LOWER-MIN = FUNCTION NUMVAL(WS-SC-FIELD-1)
003190           COMPUTE WS-LOWER-PCT = FUNCTION NUMVAL(WS-SC-FIELD-2)
003200           ADD 1 TO WS-MINIMUMS-SEEN
003210        WHEN "DEPOSIT"
003220           COMPUTE WS-DEPOSIT-MIN = FUNCTION NUMVAL(WS-SC-FIELD-1)
003230           COMPUTE WS-DEPOSIT-PCT = FUNCTION NUMVAL(WS-SC-FIELD-2)
003240           ADD 1 TO WS-MINIMUMS-SEEN
003250        WHEN OTHER
003260           DISPLAY "SCORECARD LINE IGNORED: " SCORECARD-LINE
003270     END-EVALUATE.
003280 1100-EXIT.
003290     EXIT.
003300
003310 1200-STORE-BAND.
003320     MOVE SPACES TO WS-BAND-ENTRY (WS-BAND-COUNT).
003330     MOVE WS-SC-TYPE TO WS-BAND-FACTOR (WS-BAND-COUNT).
003340     MOVE ZERO TO WS-BAND-LOW (WS-BAND-COUNT)
003350                  WS-BAND-HIGH (WS-BAND-COUNT).
003360     IF WS-SC-TYPE = "BANK"
003370        MOVE FUNCTION UPPER-CASE(WS-SC-FIELD-1 (1:1))
003380           TO WS-BAND-RATING-LOW (WS-BAND-COUNT)
003390        MOVE FUNCTION UPPER-CASE(WS-SC-FIELD-2 (1:1))
003400           TO WS-BAND-RATING-HIGH (WS-BAND-COUNT)
003410     ELSE
003420        COMPUTE WS-BAND-LOW (WS-BAND-COUNT)
003430              = FUNCTION NUMVAL(WS-SC-FIELD-1)
003440        COMPUTE WS-BAND-HIGH (WS-BAND-COUNT)
003450              = FUNCTION NUMVAL(WS-SC-FIELD-2)
003460     END-IF.
003470     COMPUTE WS-BAND-POINTS (WS-BAND-COUNT)
003480           = FUNCTION NUMVAL(WS-SC-FIELD-3).
003490     MOVE WS-SC-FIELD-4 TO WS-BAND-REASON (WS-BAND-COUNT).
003500 1200-EXIT.
003510     EXIT.
003520
003530*                                                                *
003540*   1500-START-REPORT                                           *
003550*                                                                *
003560 1500-START-REPORT.
003570     MOVE 'N' TO WS-SPOOL-FUNCTION.
003580     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003590          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003600          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003610          WS-SPOOL-MEMBER-NAME.
003620     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
003630     OPEN OUTPUT REPORT-FILE.
003640     MOVE SPACES TO REPORT-LINE.
003650     STRING "CREDIT APPLICATION SCORING   RUN " WS-TODAY-8
003660            DELIMITED BY SIZE INTO REPORT-LINE
003670     END-STRING.
003680     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003690     IF WS-DATE-OVERRIDDEN
003700        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
003710        PERFORM 5900-PUT-LINE THRU 5900-EXIT
003720     END-IF.
003730     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003740     MOVE "APPLIC.  PHONE        APPLICANT                   "
003750        & "REQUESTED SCORE  RECOMMEND      LIMIT      DEPOSIT"
003760        TO REPORT-LINE.
003770     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003780     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003790 1500-EXIT.
003800     EXIT.
003810
003820*                                                                *
003830*   2000-SCORE-ONE-APPLICATION -- ONLY A RECEIVED APPLICATION   *
003840*   IS SCORED; A SCORED ONE AWAITING ITS DECISION IS LEFT AS IT *
003850*   STANDS                                                      *
003860*                                                                *
003870 2000-SCORE-ONE-APPLICATION.
003880     READ CREDIT-APPLICATIONS NEXT RECORD
003890         AT END
003900            MOVE 'Y' TO WS-EOF-SWITCH
003910            GO TO 2000-EXIT
003920     END-READ.
003930     ADD 1 TO WS-APPS-READ.
003940     IF NOT AP-APP-RECEIVED
003950        GO TO 2000-EXIT
003960     END-IF.
003970     PERFORM 2100-COMPUTE-FACTORS THRU 2100-EXIT.
003980     MOVE ZERO TO WS-SCORE WS-HIT-COUNT.
003990     PERFORM 2200-APPLY-ONE-BAND THRU 2200-EXIT
004000             VARYING WS-BAND-I FROM 1 BY 1
004010             UNTIL WS-BAND-I > WS-BAND-COUNT.
004020     PERFORM 2300-ORDER-REASONS THRU 2300-EXIT.
004030     PERFORM 2400-RECOMMEND THRU 2400-EXIT.
004040     MOVE WS-SCORE   TO AP-SCORE.
004050     MOVE WS-TODAY-8 TO AP-SCORED-DATE.
004060     SET AP-APP-SCORED TO TRUE.
004070     REWRITE CREDIT-APPLICANT-STRUCTURE
004080         INVALID KEY
004090            DISPLAY "CANNOT REWRITE APPLICATION "
004100                    AP-APPLICATION-NUMBER
004110            GO TO 2000-EXIT
004120     END-REWRITE.
004130     ADD 1 TO WS-SCORED-COUNT.
004140     PERFORM 5000-PRINT-APPLICATION THRU 5000-EXIT.
004150 2000-EXIT.
004160     EXIT.
004170
004180*                                                                *
004190*   2100-COMPUTE-FACTORS -- THE INCOME MULTIPLE IS THE WHOLE    *
004200*   NUMBER OF TIMES THE DECLARED FIGURE COVERS THE LIMIT ASKED  *
004210*                                                                *
004220 2100-COMPUTE-FACTORS.
004230     MOVE AP-YEARS-IN-BUSINESS TO WS-YEARS-VALUE.
004240     IF AP-REQUESTED-LIMIT > ZERO
004250        DIVIDE AP-DECLARED-INCOME BY AP-REQUESTED-LIMIT
004260            GIVING WS-INCOME-MULTIPLE
004270     ELSE
004280        MOVE ZERO TO WS-INCOME-MULTIPLE
004290     END-IF.
004300     MOVE ZERO TO WS-REFS-VALUE.
004310     PERFORM 2150-COUNT-ONE-REFERENCE THRU 2150-EXIT
004320             VARYING WS-REF-I FROM 1 BY 1
004330             UNTIL WS-REF-I > 3.
004340 2100-EXIT.
004350     EXIT.
004360
004370 2150-COUNT-ONE-REFERENCE.
004380     IF AP-REF-RATING (WS-REF-I) = 'G'
004390        OR AP-REF-RATING (WS-REF-I) = 'S'
004400        ADD 1 TO WS-REFS-VALUE
004410     END-IF.
004420 2150-EXIT.
004430     EXIT.
004440
004450*                                                                *
004460*   2200-APPLY-ONE-BAND                                         *
004470*                                                                *
004480 2200-APPLY-ONE-BAND.
004490     EVALUATE WS-BAND-FACTOR (WS-BAND-I)
004500        WHEN "BANK"
004510           IF AP-BANK-RATING < WS-BAND-RATING-LOW (WS-BAND-I)
004520              OR AP-BANK-RATING > WS-BAND-RATING-HIGH (WS-BAND-I)
004530              GO TO 2200-EXIT
004540           END-IF
004550           GO TO 2200-SCORE-BAND
004560        WHEN "YEARS"
004570           MOVE WS-YEARS-VALUE TO WS-FACTOR-VALUE
004580        WHEN "INCOME"
004590           MOVE WS-INCOME-MULTIPLE TO WS-FACTOR-VALUE
004600        WHEN "REFS"
004610           MOVE WS-REFS-VALUE TO WS-FACTOR-VALUE
004620        WHEN OTHER
004630           GO TO 2200-EXIT
004640     END-EVALUATE.
004650     IF WS-FACTOR-VALUE < WS-BAND-LOW (WS-BAND-I)
004660        OR WS-FACTOR-VALUE > WS-BAND-HIGH (WS-BAND-I)
004670        GO TO 2200-EXIT
004680     END-IF.
004690 2200-SCORE-BAND.
004700     ADD WS-BAND-POINTS (WS-BAND-I) TO WS-SCORE.
004710     IF WS-BAND-REASON (WS-BAND-I) NOT = SPACES
004720        AND WS-HIT-COUNT < 8
004730        ADD 1 TO WS-HIT-COUNT
004740        MOVE WS-BAND-REASON (WS-BAND-I)
004750           TO WS-HIT-REASON (WS-HIT-COUNT)
004760        MOVE WS-BAND-POINTS (WS-BAND-I)
004770           TO WS-HIT-POINTS (WS-HIT-COUNT)
004780     END-IF.
004790 2200-EXIT.
004800     EXIT.
004810
004820*                                                                *
004830*   2300-ORDER-REASONS -- THE ADVERSE BANDS, FEWEST POINTS      *
004840*   FIRST, AND THE FIRST FOUR KEPT WITH THEIR WORDING           *
004850*                                                                *
004860 2300-ORDER-REASONS.
004870     IF WS-HIT-COUNT > 1
004880        PERFORM 2310-SWAP-IF-WORSE THRU 2310-EXIT
004890                VARYING WS-HIT-I FROM 1 BY 1
004900                UNTIL WS-HIT-I >= WS-HIT-COUNT
004910                AFTER WS-HIT-J FROM 1 BY 1
004920                UNTIL WS-HIT-J > WS-HIT-COUNT
004930     END-IF.
004940     PERFORM 2320-STORE-ONE-REASON THRU 2320-EXIT
004950             VARYING WS-HIT-I FROM 1 BY 1
004960             UNTIL WS-HIT-I > 4.
004970 2300-EXIT.
004980     EXIT.
004990
005000 2310-SWAP-IF-WORSE.
005010     IF WS-HIT-J > WS-HIT-I
005020        AND WS-HIT-POINTS (WS-HIT-J) < WS-HIT-POINTS (WS-HIT-I)
005030        MOVE WS-HIT-ENTRY (WS-HIT-I) TO WS-HIT-SWAP
005040        MOVE WS-HIT-ENTRY (WS-HIT-J) TO WS-HIT-ENTRY (WS-HIT-I)
005050        MOVE WS-HIT-SWAP             TO WS-HIT-ENTRY (WS-HIT-J)
005060     END-IF.
005070 2310-EXIT.
005080     EXIT.
005090
005100 2320-STORE-ONE-REASON.
005110     MOVE SPACES TO AP-REASON (WS-HIT-I).
005120     IF WS-HIT-I > WS-HIT-COUNT
005130        GO TO 2320-EXIT
005140     END-IF.
005150     MOVE WS-HIT-REASON (WS-HIT-I) TO AP-REASON-CODE (WS-HIT-I).
005160     MOVE "SEE CREDIT POLICY" TO AP-REASON-TEXT (WS-HIT-I).
005170     PERFORM 2330-FIND-REASON-TEXT THRU 2330-EXIT
005180             VARYING WS-REASON-I FROM 1 BY 1
005190             UNTIL WS-REASON-I > WS-REASON-COUNT.
005200 2320-EXIT.
005210     EXIT.
005220
005230 2330-FIND-REASON-TEXT.
005240     IF WS-RT-CODE (WS-REASON-I) = AP-REASON-CODE (WS-HIT-I)
005250        MOVE WS-RT-TEXT (WS-REASON-I) TO AP-REASON-TEXT (WS-HIT-I)
005260     END-IF.
005270 2330-EXIT.
005280     EXIT.
005290
005300*                                                                *
005310*   2400-RECOMMEND                                              *
005320*                                                                *
005330 2400-RECOMMEND.
005340     MOVE ZERO TO AP-RECOMMENDED-LIMIT AP-RECOMMENDED-DEPOSIT.
005350     EVALUATE TRUE
005360        WHEN WS-SCORE >= WS-APPROVE-MIN
005370           MOVE 'A' TO AP-RECOMMENDATION
005380           MOVE AP-REQUESTED-LIMIT TO AP-RECOMMENDED-LIMIT
005390           ADD 1 TO WS-APPROVE-COUNT
005400        WHEN WS-SCORE >= WS-LOWER-MIN
005410           MOVE 'L' TO AP-RECOMMENDATION
005420           COMPUTE AP-RECOMMENDED-LIMIT ROUNDED
005430                 = AP-REQUESTED-LIMIT * WS-LOWER-PCT / 100
005440           ADD 1 TO WS-LOWER-COUNT
005450        WHEN WS-SCORE >= WS-DEPOSIT-MIN
005460           MOVE 'D' TO AP-RECOMMENDATION
005470           MOVE AP-REQUESTED-LIMIT TO AP-RECOMMENDED-LIMIT
005480           COMPUTE AP-RECOMMENDED-DEPOSIT ROUNDED
005490                 = AP-REQUESTED-LIMIT * WS-DEPOSIT-PCT / 100
005500           ADD 1 TO WS-DEPOSIT-COUNT
005510        WHEN OTHER
005520           MOVE 'X' TO AP-RECOMMENDATION
005530           ADD 1 TO WS-DECLINE-COUNT
005540     END-EVALUATE.
005550 2400-EXIT.
005560     EXIT.
005570
005580*                                                                *
005590*   5000-PRINT-APPLICATION                                      *
005600*                                                                *
005610 5000-PRINT-APPLICATION.
005620     MOVE AP-APPLICATION-NUMBER  TO WS-DL-APPLICATION.
005630     MOVE AP-APPLICANT-PHONE     TO WS-DL-PHONE.
005640     MOVE AP-APPLICANT-NAME      TO WS-DL-NAME.
005650     MOVE AP-REQUESTED-LIMIT     TO WS-DL-REQUESTED.
005660     MOVE AP-SCORE               TO WS-DL-SCORE.
005670     EVALUATE AP-RECOMMENDATION
005680        WHEN 'A'
005690           MOVE "APPROVE"  TO WS-DL-RECOMMENDATION
005700        WHEN 'L'
005710           MOVE "LOWER"    TO WS-DL-RECOMMENDATION
005720        WHEN 'D'
005730           MOVE "DEPOSIT"  TO WS-DL-RECOMMENDATION
005740        WHEN OTHER
005750           MOVE "DECLINE"  TO WS-DL-RECOMMENDATION
005760     END-EVALUATE.
005770     MOVE AP-RECOMMENDED-LIMIT   TO WS-DL-LIMIT.
005780     MOVE AP-RECOMMENDED-DEPOSIT TO WS-DL-DEPOSIT.
005790     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005810     PERFORM 5100-PRINT-ONE-REASON THRU 5100-EXIT
005820             VARYING WS-HIT-I FROM 1 BY 1
005830             UNTIL WS-HIT-I > 4.
005840 5000-EXIT.
005850     EXIT.
005860
005870 5100-PRINT-ONE-REASON.
005880     IF AP-REASON-CODE (WS-HIT-I) = SPACES
005890        GO TO 5100-EXIT
005900     END-IF.
005910     MOVE AP-REASON-CODE (WS-HIT-I) TO WS-RL-CODE.
005920     MOVE AP-REASON-TEXT (WS-HIT-I) TO WS-RL-TEXT.
005930     MOVE WS-REASON-LINE TO REPORT-LINE.
005940     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005950 5100-EXIT.
005960     EXIT.
005970
005980 5900-PUT-LINE.
005990     WRITE REPORT-LINE.
006000     ADD 1 TO WS-LINE-COUNT.
006010     MOVE SPACES TO REPORT-LINE.
006020 5900-EXIT.
006030     EXIT.
006040
006050*                                                                *
006060*   8000-PRINT-TOTALS                                           *
006070*                                                                *
006080 8000-PRINT-TOTALS.
006090     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006100     STRING "APPLICATIONS SCORED " WS-SCORED-COUNT
006110            "  APPROVE " WS-APPROVE-COUNT
006120            "  LOWER " WS-LOWER-COUNT
006130            "  DEPOSIT " WS-DEPOSIT-COUNT
006140            "  DECLINE " WS-DECLINE-COUNT
006150            DELIMITED BY SIZE INTO REPORT-LINE
006160     END-STRING.
006170     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006180 8000-EXIT.
006190     EXIT.
006200
006210 9999-EXIT.
006220     STOP RUN.
