000010******************************************************************
000020*                                                                *
000030*   REFERRAL-REPORT                                              *
000040*                                                                *
000050*   RANKS THE CONTACTS WHO SEND US CUSTOMERS.  ONE LINE PER      *
000060*   REFERRER FROM THE "REFERRED BY" LINKS ON THE REFERRAL FILE,  *
000070*   MOST REFERRALS FIRST (TIES BROKEN ON THE AMOUNT ALREADY      *
000080*   PAID), SHOWING HOW MANY OF THEIR REFERRALS ARE STILL PENDING *
000090*   -- WAITING FOR THE REFERRED ACCOUNT'S FIRST PAYMENT -- AND   *
000100*   HOW MANY REFERRAL-CREDIT-JOB HAS PAID, WITH THE REWARD       *
000110*   VALUE OF EACH.                                               *
000120*                                                                *
000130*   A PAID REWARD IS THE CREDIT ACTUALLY WRITTEN ON THE          *
000140*   REFERRAL.  A PENDING REWARD IS VALUED AT THE CURRENT         *
000150*   REFERRAL-CREDIT=AMOUNT IN THE RUN PARAMETER FILE (25.00      *
000160*   WHEN THERE IS NONE), THE SAME AMOUNT THE JOB WOULD PAY.      *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      REFERRAL-REPORT.
000210 AUTHOR.          DATA PROCESSING.
000220 INSTALLATION.    ACCOUNTING SYSTEMS.
000230 DATE-WRITTEN.    10/15/2026.
000240 DATE-COMPILED.   10/15/2026.
000250*                                                                *
000260*   MODIFICATION HISTORY                                         *
000270*   ------------------------------------------------------------ *
000280*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000282*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000284*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000286*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000288*                    HEADING.                                   *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL REFERRAL-FILE
000340            ASSIGN       TO  REFERRALS
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE  IS DYNAMIC
000370            RECORD KEY   IS RF-REFERRED-PHONE
000380            FILE STATUS  IS REFERRAL-STATUS.
000390
000400     SELECT OPTIONAL ADDRESS-FILE
000410            ASSIGN       TO  ADDROUT
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE  IS DYNAMIC
000440            RECORD KEY   IS FD-PHONE
000450            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000460            FILE STATUS  IS ADDRESS-STATUS.
000470
000480     SELECT OPTIONAL RUN-PARM-FILE
000490            ASSIGN       TO  RUNPARMS
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS  IS RUNPARM-STATUS.
000520
000530     SELECT SORT-WORK-FILE
000540            ASSIGN       TO  "referralsort.tmp".
000550
000560     SELECT REPORT-FILE
000570            ASSIGN       TO  REPORTOUT
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS  IS REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  REFERRAL-FILE.
000640 01  REFERRAL-STRUCTURE.
000650     COPY "ADDRESS-REFERRAL-RECORD.CPY"
000660          REPLACING ==(TAG)== BY ==RF-==.
000670
000680 FD  ADDRESS-FILE.
000690 01  ADDRESS-STRUCTURE.
000700     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000710
000720 FD  RUN-PARM-FILE
000730     RECORD VARYING IN SIZE FROM 1 TO 40.
000740 01  RUN-PARM-LINE              PIC X(40).
000750
000760 SD  SORT-WORK-FILE.
000770 01  SORT-RECORD.
000780     05  SD-REFERRED-COUNT      PIC 9(05).
000790     05  SD-PAID-AMOUNT         PIC 9(09)V9(02).
000800     05  SD-REFERRER-PHONE      PIC X(12).
000810     05  SD-PENDING-COUNT       PIC 9(05).
000820     05  SD-PAID-COUNT          PIC 9(05).
000830
000840 FD  REPORT-FILE.
000850 01  REPORT-LINE                PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880 01  REFERRALS                  PIC X(50)
000890     VALUE "/mnt/c/cobfiles\address-referral.idx".
000900 01  ADDROUT                    PIC X(50)
000910     VALUE "/mnt/c/cobfiles\address.idx".
000920 01  RUNPARMS                   PIC X(50)
000930     VALUE "ledger-run-parms.txt".
000940 01  REPORTOUT                  PIC X(50).
000950
000960*                                                                *
000970*   REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)              *
000980*                                                                *
000990 01  WS-SPOOL-FUNCTION          PIC X(01).
001000 01  WS-SPOOL-REPORT            PIC X(20)
001010     VALUE "referral-report".
001020 01  WS-SPOOL-JOB               PIC X(20)
001030     VALUE "REFERRAL-REPORT".
001040 01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'M'.
001050 01  WS-SPOOL-LINES             PIC 9(07) VALUE ZERO.
001060
001070*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001080 01  WS-RC-FUNCTION             PIC X(01).
001090 01  WS-RC-JOB-NAME             PIC X(20)
001100     VALUE "REFERRAL-REPORT".
001110 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001120 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001130 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001140
001150 01  REFERRAL-STATUS            PIC X(02).
001160 01  ADDRESS-STATUS             PIC X(02).
001170 01  RUNPARM-STATUS             PIC X(02).
001180 01  REPORT-STATUS              PIC X(02).
001190
001200 01  WS-SWITCHES.
001210     05  WS-REF-EOF-SWITCH      PIC X(01) VALUE 'N'.
001220         88  WS-REF-EOF                   VALUE 'Y'.
001230     05  WS-SORT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001240         88  WS-SORT-EOF                  VALUE 'Y'.
001250
001260 01  WS-TODAY-8                 PIC 9(08).
001262 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001264     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001266 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001270 01  WS-PARM-NAME               PIC X(20).
001280 01  WS-PARM-VALUE              PIC X(20).
001290*   THE VALUE PUT ON EACH PENDING REFERRAL -- THE SAME
001300*   REFERRAL-CREDIT= AMOUNT REFERRAL-CREDIT-JOB PAYS.
001310 01  WS-REFERRAL-CREDIT         PIC 9(07)V9(02) VALUE 25.00.
001320
001330*   ONE ENTRY PER REFERRER.
001340 01  WS-REF-TABLE.
001350     05  WS-REF-ENTRY OCCURS 500 TIMES.
001360         10  WS-REF-PHONE       PIC X(12).
001370         10  WS-REF-REFERRED    PIC 9(05).
001380         10  WS-REF-PENDING     PIC 9(05).
001390         10  WS-REF-PAID        PIC 9(05).
001400         10  WS-REF-PAID-AMOUNT PIC 9(09)V9(02).
001410 01  WS-REF-COUNT               PIC 9(04) VALUE ZERO.
001420 01  WS-REF-I                   PIC 9(04) VALUE ZERO.
001430 01  WS-REF-DROPPED             PIC 9(05) VALUE ZERO.
001440
001450 01  WS-RANK                    PIC 9(04) VALUE ZERO.
001460 01  WS-PENDING-VALUE           PIC 9(09)V9(02) VALUE ZERO.
001470 01  WS-TOT-REFERRED            PIC 9(07) VALUE ZERO.
001480 01  WS-TOT-PENDING             PIC 9(07) VALUE ZERO.
001490 01  WS-TOT-PAID                PIC 9(07) VALUE ZERO.
001500 01  WS-TOT-PENDING-VALUE       PIC 9(10)V9(02) VALUE ZERO.
001510 01  WS-TOT-PAID-AMOUNT         PIC 9(10)V9(02) VALUE ZERO.
001520
001530 01  WS-HEAD-LINE-1.
001540     05  FILLER                 PIC X(30)
001550         VALUE "REFERRER RANKING AS OF ".
001560     05  WS-H1-DATE             PIC 9(08).
001570
001580 01  WS-HEAD-LINE-2.
001590     05  FILLER                 PIC X(06) VALUE "RANK".
001600     05  FILLER                 PIC X(14) VALUE "REFERRER".
001610     05  FILLER                 PIC X(30) VALUE "NAME".
001620     05  FILLER                 PIC X(10) VALUE "  REFERRED".
001630     05  FILLER                 PIC X(09) VALUE "  PENDING".
001640     05  FILLER                 PIC X(16)
001650         VALUE "   PENDING VALUE".
001660     05  FILLER                 PIC X(06) VALUE "  PAID".
001670     05  FILLER                 PIC X(16)
001680         VALUE "      PAID VALUE".
001690
001700 01  WS-DETAIL-LINE.
001710     05  WS-DL-RANK             PIC ZZZ9.
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  WS-DL-PHONE            PIC X(12).
001740     05  FILLER                 PIC X(02) VALUE SPACES.
001750     05  WS-DL-NAME             PIC X(30).
001760     05  FILLER                 PIC X(02) VALUE SPACES.
001770     05  WS-DL-REFERRED         PIC Z(07)9.
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  WS-DL-PENDING          PIC Z(06)9.
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  WS-DL-PENDING-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  WS-DL-PAID             PIC Z(03)9.
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  WS-DL-PAID-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
001860
001870 PROCEDURE DIVISION.
001880*                                                                *
001890*   0000-MAINLINE                                                *
001900*                                                                *
001910 0000-MAINLINE.
001920     MOVE 'S' TO WS-RC-FUNCTION.
001930     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001940          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001950          WS-RC-CODE.
001960     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001970     PERFORM 2000-TALLY-REFERRALS  THRU 2000-EXIT.
001980     SORT SORT-WORK-FILE
001990         ON DESCENDING KEY SD-REFERRED-COUNT
002000            DESCENDING KEY SD-PAID-AMOUNT
002010            ASCENDING  KEY SD-REFERRER-PHONE
002020         INPUT PROCEDURE  IS 3000-RELEASE-REFERRERS
002030         OUTPUT PROCEDURE IS 4000-PRINT-RANKING.
002040     PERFORM 8000-FINISH           THRU 8000-EXIT.
002050     GO TO 9999-EXIT.
002060
002070*                                                                *
002080*   1000-INITIALIZE                                              *
002090*                                                                *
002100 1000-INITIALIZE.
002110     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002115          WS-OVERRIDE-MARK.
002120     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
002130     OPEN INPUT ADDRESS-FILE.
002140     IF ADDRESS-STATUS NOT = '00'
002150        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, STATUS "
002160                ADDRESS-STATUS " -- NAMES WILL BE BLANK"
002170     END-IF.
002180     MOVE 'N' TO WS-SPOOL-FUNCTION.
002190     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002200          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
002210          WS-SPOOL-LINES, REPORTOUT.
002220     OPEN OUTPUT REPORT-FILE.
002230     MOVE WS-TODAY-8 TO WS-H1-DATE.
002240     WRITE REPORT-LINE FROM WS-HEAD-LINE-1.
002242     IF WS-DATE-OVERRIDDEN
002244        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
002246        ADD 1 TO WS-SPOOL-LINES
002248     END-IF.
002250     MOVE SPACES TO REPORT-LINE.
002260     WRITE REPORT-LINE.
002270     WRITE REPORT-LINE FROM WS-HEAD-LINE-2.
002280     ADD 3 TO WS-SPOOL-LINES.
002290 1000-EXIT.
002300     EXIT.
002310
002320 1050-READ-RUN-PARMS.
002330     OPEN INPUT RUN-PARM-FILE.
002340     IF RUNPARM-STATUS NOT = '00'
002350        GO TO 1050-EXIT
002360     END-IF.
002370     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
002380             UNTIL RUNPARM-STATUS NOT = '00'.
002390     CLOSE RUN-PARM-FILE.
002400 1050-EXIT.
002410     EXIT.
002420
002430 1060-READ-ONE-PARM.
002440     READ RUN-PARM-FILE
002450         AT END
002460            MOVE '10' TO RUNPARM-STATUS
002470            GO TO 1060-EXIT
002480     END-READ.
002490     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002500     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002510         INTO WS-PARM-NAME, WS-PARM-VALUE
002520     END-UNSTRING.
002530     IF WS-PARM-NAME = "REFERRAL-CREDIT"
002540        COMPUTE WS-REFERRAL-CREDIT =
002550                FUNCTION NUMVAL(WS-PARM-VALUE)
002560     END-IF.
002570 1060-EXIT.
002580     EXIT.
002590
002600*                                                                *
002610*   2000-TALLY-REFERRALS -- ONE PASS OVER THE REFERRAL FILE,     *
002620*   COUNTING EACH LINK AGAINST ITS REFERRER                      *
002630*                                                                *
002640 2000-TALLY-REFERRALS.
002650     OPEN INPUT REFERRAL-FILE.
002660     IF REFERRAL-STATUS NOT = '00'
002670        DISPLAY "NO REFERRALS ON FILE, STATUS " REFERRAL-STATUS
002680        GO TO 2000-EXIT
002690     END-IF.
002700     MOVE LOW-VALUES TO RF-REFERRED-PHONE.
002710     START REFERRAL-FILE KEY IS >= RF-REFERRED-PHONE
002720         INVALID KEY
002730            MOVE 'Y' TO WS-REF-EOF-SWITCH
002740     END-START.
002750     PERFORM 2100-TALLY-ONE-REFERRAL THRU 2100-EXIT
002760             UNTIL WS-REF-EOF.
002770     CLOSE REFERRAL-FILE.
002780 2000-EXIT.
002790     EXIT.
002800
002810 2100-TALLY-ONE-REFERRAL.
002820     READ REFERRAL-FILE NEXT RECORD
002830         AT END
002840            MOVE 'Y' TO WS-REF-EOF-SWITCH
002850            GO TO 2100-EXIT
002860     END-READ.
002870     ADD 1 TO WS-RC-READ.
002880     PERFORM 2200-FIND-REFERRER THRU 2200-EXIT.
002890     IF WS-REF-I = ZERO
002900        GO TO 2100-EXIT
002910     END-IF.
002920     ADD 1 TO WS-REF-REFERRED (WS-REF-I).
002930     IF RF-REFERRAL-CREDITED
002940        ADD 1 TO WS-REF-PAID (WS-REF-I)
002950        ADD RF-CREDIT-AMOUNT TO WS-REF-PAID-AMOUNT (WS-REF-I)
002960     ELSE
002970        ADD 1 TO WS-REF-PENDING (WS-REF-I)
002980     END-IF.
002990 2100-EXIT.
003000     EXIT.
003010
003020*                                                                *
003030*   2200-FIND-REFERRER -- RF-REFERRER-PHONE'S ENTRY, ADDED IF    *
003040*   NEW.  WS-REF-I COMES BACK ZERO WHEN THE TABLE IS FULL        *
003050*                                                                *
003060 2200-FIND-REFERRER.
003070     MOVE 1 TO WS-REF-I.
003080     PERFORM 2250-CHECK-ONE-ENTRY THRU 2250-EXIT
003090             UNTIL WS-REF-I > WS-REF-COUNT
003100                OR WS-REF-PHONE (WS-REF-I) = RF-REFERRER-PHONE.
003110     IF WS-REF-I <= WS-REF-COUNT
003120        GO TO 2200-EXIT
003130     END-IF.
003140     IF WS-REF-COUNT >= 500
003150        ADD 1 TO WS-REF-DROPPED
003160        MOVE ZERO TO WS-REF-I
003170        GO TO 2200-EXIT
003180     END-IF.
003190     ADD 1 TO WS-REF-COUNT.
003200     MOVE WS-REF-COUNT TO WS-REF-I.
003210     INITIALIZE WS-REF-ENTRY (WS-REF-I).
003220     MOVE RF-REFERRER-PHONE TO WS-REF-PHONE (WS-REF-I).
003230 2200-EXIT.
003240     EXIT.
003250
003260 2250-CHECK-ONE-ENTRY.
003270     ADD 1 TO WS-REF-I.
003280 2250-EXIT.
003290     EXIT.
003300
003310*                                                                *
003320*   3000-RELEASE-REFERRERS -- EVERY REFERRER TO THE SORT         *
003330*                                                                *
003340 3000-RELEASE-REFERRERS.
003350     MOVE 1 TO WS-REF-I.
003360     PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
003370             UNTIL WS-REF-I > WS-REF-COUNT.
003380 3000-EXIT.
003390     EXIT.
003400
003410 3100-RELEASE-ONE.
003420     MOVE WS-REF-REFERRED (WS-REF-I)    TO SD-REFERRED-COUNT.
003430     MOVE WS-REF-PAID-AMOUNT (WS-REF-I) TO SD-PAID-AMOUNT.
003440     MOVE WS-REF-PHONE (WS-REF-I)       TO SD-REFERRER-PHONE.
003450     MOVE WS-REF-PENDING (WS-REF-I)     TO SD-PENDING-COUNT.
003460     MOVE WS-REF-PAID (WS-REF-I)        TO SD-PAID-COUNT.
003470     RELEASE SORT-RECORD.
003480     ADD 1 TO WS-REF-I.
003490 3100-EXIT.
003500     EXIT.
003510
003520*                                                                *
003530*   4000-PRINT-RANKING -- ONE LINE PER REFERRER, BEST FIRST      *
003540*                                                                *
003550 4000-PRINT-RANKING.
003560     PERFORM 4100-RETURN-REFERRER THRU 4100-EXIT.
003570     PERFORM 4200-PRINT-ONE-REFERRER THRU 4200-EXIT
003580             UNTIL WS-SORT-EOF.
003590 4000-EXIT.
003600     EXIT.
003610
003620 4100-RETURN-REFERRER.
003630     RETURN SORT-WORK-FILE
003640         AT END
003650            MOVE 'Y' TO WS-SORT-EOF-SWITCH
003660     END-RETURN.
003670 4100-EXIT.
003680     EXIT.
003690
003700 4200-PRINT-ONE-REFERRER.
003710     ADD 1 TO WS-RANK.
003720     ADD 1 TO WS-RC-WRITTEN.
003730     MOVE SPACES TO WS-DL-NAME.
003740     IF ADDRESS-STATUS = '00' OR ADDRESS-STATUS = '23'
003750        MOVE SD-REFERRER-PHONE TO FD-PHONE
003760        READ ADDRESS-FILE
003770            INVALID KEY
003780               MOVE "(NO LONGER ON FILE)" TO WS-DL-NAME
003790            NOT INVALID KEY
003800               STRING FD-FIRST-NAME DELIMITED BY "  "
003810                      " "           DELIMITED BY SIZE
003820                      FD-LAST-NAME  DELIMITED BY "  "
003830                      INTO WS-DL-NAME
003840               END-STRING
003850        END-READ
003860     END-IF.
003870     COMPUTE WS-PENDING-VALUE =
003880             SD-PENDING-COUNT * WS-REFERRAL-CREDIT.
003890     MOVE WS-RANK            TO WS-DL-RANK.
003900     MOVE SD-REFERRER-PHONE  TO WS-DL-PHONE.
003910     MOVE SD-REFERRED-COUNT  TO WS-DL-REFERRED.
003920     MOVE SD-PENDING-COUNT   TO WS-DL-PENDING.
003930     MOVE WS-PENDING-VALUE   TO WS-DL-PENDING-VALUE.
003940     MOVE SD-PAID-COUNT      TO WS-DL-PAID.
003950     MOVE SD-PAID-AMOUNT     TO WS-DL-PAID-VALUE.
003960     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003970     ADD 1 TO WS-SPOOL-LINES.
003980     ADD SD-REFERRED-COUNT TO WS-TOT-REFERRED.
003990     ADD SD-PENDING-COUNT  TO WS-TOT-PENDING.
004000     ADD SD-PAID-COUNT     TO WS-TOT-PAID.
004010     ADD WS-PENDING-VALUE  TO WS-TOT-PENDING-VALUE.
004020     ADD SD-PAID-AMOUNT    TO WS-TOT-PAID-AMOUNT.
004030     PERFORM 4100-RETURN-REFERRER THRU 4100-EXIT.
004040 4200-EXIT.
004050     EXIT.
004060
004070*                                                                *
004080*   8000-FINISH -- THE GRAND TOTAL LINE, THEN THE SPOOL          *
004090*                                                                *
004100 8000-FINISH.
004110     MOVE SPACES TO REPORT-LINE.
004120     WRITE REPORT-LINE.
004130     MOVE SPACES            TO WS-DL-PHONE.
004140     MOVE "ALL REFERRERS"   TO WS-DL-NAME.
004150     MOVE WS-RANK           TO WS-DL-RANK.
004160     MOVE WS-TOT-REFERRED   TO WS-DL-REFERRED.
004170     MOVE WS-TOT-PENDING    TO WS-DL-PENDING.
004180     MOVE WS-TOT-PENDING-VALUE TO WS-DL-PENDING-VALUE.
004190     MOVE WS-TOT-PAID       TO WS-DL-PAID.
004200     MOVE WS-TOT-PAID-AMOUNT TO WS-DL-PAID-VALUE.
004210     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004220     ADD 2 TO WS-SPOOL-LINES.
004230     CLOSE REPORT-FILE.
004240     MOVE 'R' TO WS-SPOOL-FUNCTION.
004250     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004260          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
004270          WS-SPOOL-LINES, REPORTOUT.
004280     IF ADDRESS-STATUS = '00' OR ADDRESS-STATUS = '23'
004290        CLOSE ADDRESS-FILE
004300     END-IF.
004310     IF WS-REF-DROPPED > 0
004320        DISPLAY "WARNING -- REFERRER TABLE FULL AT 500, "
004330                WS-REF-DROPPED " REFERRAL(S) NOT RANKED"
004340        MOVE "0004" TO WS-RC-CODE
004350     END-IF.
004360     MOVE 'E' TO WS-RC-FUNCTION.
004370     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
004380          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
004390          WS-RC-CODE.
004400     DISPLAY "REFERRAL-REPORT COMPLETE -- " WS-RANK
004410             " REFERRER(S) RANKED".
004420 8000-EXIT.
004430     EXIT.
004440
004450 9999-EXIT.
004460     STOP RUN.
