000010******************************************************************
000020*                                                                *
000030*   QUOTA-ATTAINMENT-REPORT                                      *
000040*                                                                *
000050*   MONTHLY QUOTA ATTAINMENT BY TERRITORY REP.  FOR EACH         *
000060*   TERRITORY WITH A QUOTA OR ACTIVITY THIS YEAR, SHOWS BILLED   *
000070*   REVENUE, COLLECTIONS AND NEW ACCOUNTS OPENED AGAINST THE     *
000080*   QUOTAS SET ON ADDRESS-QUOTA-MAINT, FOR THE MONTH AND FOR THE *
000090*   YEAR TO DATE, WITH THE PERCENT OF QUOTA REACHED.             *
000100*                                                                *
000110*   REVENUE AND COLLECTIONS COME FROM THE POSTED LEDGER THROUGH  *
000120*   THE SHARED LEDGER-SALES-CLASSIFY ROUTINE, FOR THE SAME       *
000130*   PERIOD (PRIOR MONTH, OR COMMISSION-PERIOD=YYYYMM IN THE RUN  *
000140*   PARAMETER FILE) AND THE SAME ACCOUNT-TO-TERRITORY MAP        *
000150*   COMMISSION-RUN PAYS ON -- SO A REP'S ATTAINMENT AND THEIR    *
000160*   COMMISSION NEVER DISAGREE.  NEW ACCOUNTS ARE MASTERS WHOSE   *
000170*   OPEN DATE FALLS IN THE PERIOD, IN THE OWNING CONTACT'S       *
000180*   TERRITORY.                                                   *
000190*                                                                *
000200*   EACH TERRITORY'S SECTION IS HEADED BY A "TERRITORY ...."     *
000210*   LINE, AND THE FINISHED REPORT IS HANDED TO                   *
000220*   ADDRESS-REPORT-BURST SO EACH REP GETS THEIR OWN SPOOL        *
000230*   MEMBER (QUOTA-<CODE>) AS WELL AS THE FULL COPY.              *
000240*                                                                *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.      QUOTA-ATTAINMENT-REPORT.
000280 AUTHOR.          DATA PROCESSING.
000290 INSTALLATION.    ACCOUNTING SYSTEMS.
000300 DATE-WRITTEN.    10/15/2026.
000310 DATE-COMPILED.   10/15/2026.
000320*                                                                *
000330*   MODIFICATION HISTORY                                         *
000340*   ------------------------------------------------------------ *
000350*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000352*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000354*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000356*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000358*                    HEADING.                                   *
000360*                                                                *
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL TRANSACTIONS
000410            ASSIGN       TO  TRANSOUT
000420            ORGANIZATION IS SEQUENTIAL
000430            FILE STATUS  IS TRANSOUT-STATUS.
000440
000450     SELECT OPTIONAL ADDRESS-FILE
000460            ASSIGN       TO  ADDROUT
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS FD-PHONE
000500            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000510            FILE STATUS  IS ADDRESS-STATUS.
000520
000530     SELECT OPTIONAL ACCOUNT-MASTER
000540            ASSIGN       TO  ACCTMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE  IS DYNAMIC
000570            RECORD KEY   IS AM-ACCOUNT-ID
000580            FILE STATUS  IS ACCTMSTR-STATUS.
000590
000600     SELECT OPTIONAL TERRITORY-FILE
000610            ASSIGN       TO  TERROUT
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE  IS DYNAMIC
000640            RECORD KEY   IS TR2-RANGE-KEY
000650            FILE STATUS  IS TERRITORY-STATUS.
000660
000670     SELECT OPTIONAL QUOTA-FILE
000680            ASSIGN       TO  QUOTAIN
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE  IS DYNAMIC
000710            RECORD KEY   IS QU-QUOTA-KEY
000720            FILE STATUS  IS QUOTA-STATUS.
000730
000740     SELECT OPTIONAL RUN-PARM-FILE
000750            ASSIGN       TO  RUNPARMS
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS  IS RUNPARM-STATUS.
000780
000790     SELECT REPORT-FILE
000800            ASSIGN       TO  REPORTOUT
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS  IS REPORT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TRANSACTIONS.
000870 01  TRANSACTION-STRUCTURE.
000880     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
000890
000900 FD  ADDRESS-FILE.
000910 01  ADDRESS-STRUCTURE.
000920     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000930
000940 FD  ACCOUNT-MASTER.
000950 01  ACCOUNT-MASTER-STRUCTURE.
000960     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000970          BY ==AM-==.
000980
000990 FD  TERRITORY-FILE.
001000 01  TERRITORY-STRUCTURE.
001010     COPY "ADDRESS-TERRITORY-RECORD.CPY"
001020          REPLACING ==(TAG)== BY ==TR2-==.
001030
001040 FD  QUOTA-FILE.
001050 01  QUOTA-STRUCTURE.
001060     COPY "ADDRESS-QUOTA-RECORD.CPY"
001070          REPLACING ==(TAG)== BY ==QU-==.
001080
001090 FD  RUN-PARM-FILE
001100     RECORD VARYING IN SIZE FROM 1 TO 40.
001110 01  RUN-PARM-LINE              PIC X(40).
001120
001130 FD  REPORT-FILE.
001140 01  REPORT-LINE                PIC X(132).
001150
001160 WORKING-STORAGE SECTION.
001170 01  TRANSOUT                   PIC X(50)
001180     VALUE "transactions.txt".
001190 01  ADDROUT                    PIC X(50)
001200     VALUE "/mnt/c/cobfiles\address.idx".
001210 01  ACCTMSTR                   PIC X(50)
001220     VALUE "/mnt/c/cobfiles\account-master.idx".
001230 01  TERROUT                    PIC X(50)
001240     VALUE "/mnt/c/cobfiles\address-territory.idx".
001250 01  QUOTAIN                    PIC X(50)
001260     VALUE "/mnt/c/cobfiles\address-quota.idx".
001270 01  RUNPARMS                   PIC X(50)
001280     VALUE "ledger-run-parms.txt".
001290 01  REPORTOUT                  PIC X(50).
001300
001310*                                                                *
001320*   REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)              *
001330*                                                                *
001340 01  WS-SPOOL-FUNCTION          PIC X(01).
001350 01  WS-SPOOL-REPORT            PIC X(20)
001360     VALUE "quota-attainment".
001370 01  WS-SPOOL-JOB               PIC X(20)
001380     VALUE "QUOTA-ATTAINMENT".
001390 01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'M'.
001400 01  WS-SPOOL-LINES             PIC 9(07) VALUE ZERO.
001410
001420*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001430 01  WS-RC-FUNCTION             PIC X(01).
001440 01  WS-RC-JOB-NAME             PIC X(20)
001450     VALUE "QUOTA-ATTAINMENT".
001460 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001470 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001480 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001490
001500 01  TRANSOUT-STATUS            PIC X(02).
001510 01  ADDRESS-STATUS             PIC X(02).
001520 01  ACCTMSTR-STATUS            PIC X(02).
001530 01  TERRITORY-STATUS           PIC X(02).
001540 01  QUOTA-STATUS               PIC X(02).
001550 01  RUNPARM-STATUS             PIC X(02).
001560 01  REPORT-STATUS              PIC X(02).
001570
001580 01  WS-SWITCHES.
001590     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001600         88  WS-EOF-YES                   VALUE 'Y'.
001610     05  WS-ADDR-EOF-SWITCH     PIC X(01) VALUE 'N'.
001620         88  WS-ADDR-EOF                  VALUE 'Y'.
001630     05  WS-QUOTA-EOF-SWITCH    PIC X(01) VALUE 'N'.
001640         88  WS-QUOTA-EOF                 VALUE 'Y'.
001650     05  WS-ACCT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001660         88  WS-ACCT-EOF                  VALUE 'Y'.
001670
001680 01  WS-TODAY-8                 PIC 9(08).
001682 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001684     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001686 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001690 01  WS-PARM-NAME               PIC X(20).
001700 01  WS-PARM-VALUE              PIC X(20).
001710*   THE REPORT PERIOD -- PRIOR MONTH UNLESS OVERRIDDEN BY THE
001720*   SAME COMMISSION-PERIOD=YYYYMM LINE COMMISSION-RUN OBEYS.
001730*   THE YEAR TO DATE RUNS FROM JANUARY OF THE PERIOD'S YEAR.
001740 01  WS-PERIOD-YYYYMM           PIC 9(06) VALUE ZERO.
001750 01  WS-PERIOD-YYYY             PIC 9(04) VALUE ZERO.
001760 01  WS-PERIOD-MM               PIC 9(02) VALUE ZERO.
001770 01  WS-YEAR-START              PIC 9(06) VALUE ZERO.
001780 01  WS-ENTRY-PERIOD            PIC 9(06) VALUE ZERO.
001790
001800*   ACCOUNT-TO-TERRITORY MAP, BUILT FROM ONE PASS OVER THE
001810*   ADDRESS BOOK EXACTLY AS COMMISSION-RUN BUILDS IT.
001820 01  WS-ACCT-MAP-TABLE.
001830     05  WS-ACCT-MAP OCCURS 1000 TIMES.
001840         10  WS-MAP-ACCOUNT     PIC 9(07).
001850         10  WS-MAP-TERRITORY   PIC X(04).
001860 01  WS-ACCT-MAP-COUNT          PIC 9(04) VALUE ZERO.
001870 01  WS-MAP-I                   PIC 9(04) VALUE ZERO.
001880 01  WS-MAP-DROPPED             PIC 9(05) VALUE ZERO.
001890 01  WS-FIND-ACCOUNT            PIC 9(07).
001900 01  WS-FOUND-TERRITORY         PIC X(04).
001910
001920*   ONE ENTRY PER TERRITORY -- ACTUALS AND QUOTAS, FOR THE
001930*   MONTH AND THE YEAR TO DATE.
001940 01  WS-TERR-TABLE.
001950     05  WS-TERR-ENTRY OCCURS 50 TIMES.
001960         10  WS-TERR-CODE       PIC X(04).
001970         10  WS-TM-REVENUE      PIC S9(09)V9(02).
001980         10  WS-TY-REVENUE      PIC S9(09)V9(02).
001990         10  WS-TM-COLLECTED    PIC S9(09)V9(02).
002000         10  WS-TY-COLLECTED    PIC S9(09)V9(02).
002010         10  WS-TM-NEW          PIC 9(05).
002020         10  WS-TY-NEW          PIC 9(05).
002030         10  WS-QM-REVENUE      PIC 9(09)V9(02).
002040         10  WS-QY-REVENUE      PIC 9(09)V9(02).
002050         10  WS-QM-COLLECTED    PIC 9(09)V9(02).
002060         10  WS-QY-COLLECTED    PIC 9(09)V9(02).
002070         10  WS-QM-NEW          PIC 9(05).
002080         10  WS-QY-NEW          PIC 9(05).
002090 01  WS-TERR-COUNT              PIC 9(02) VALUE ZERO.
002100 01  WS-TERR-I                  PIC 9(02) VALUE ZERO.
002110 01  WS-TERR-DROPPED            PIC 9(05) VALUE ZERO.
002120
002130 01  WS-SALES-AMOUNT            PIC S9(09)V9(02) VALUE ZERO.
002140 01  WS-COLLECTED-AMOUNT        PIC S9(09)V9(02) VALUE ZERO.
002150 01  WS-REP-NAME                PIC X(20).
002160 01  WS-COMMAND                 PIC X(200).
002170
002180*   PERCENT-OF-QUOTA WORK FIELDS.
002190 01  WS-PCT-ACTUAL              PIC S9(09)V9(02).
002200 01  WS-PCT-QUOTA               PIC 9(09)V9(02).
002210 01  WS-PCT-VALUE               PIC S9(05).
002220 01  WS-PCT-EDITED              PIC ----9.
002230 01  WS-PCT-TEXT                PIC X(06).
002240
002250 01  WS-HEAD-LINE-1.
002260     05  FILLER                 PIC X(27)
002270         VALUE "QUOTA ATTAINMENT FOR MONTH ".
002280     05  WS-H1-PERIOD           PIC 9(06).
002290     05  FILLER                 PIC X(27)
002300         VALUE ", YEAR TO DATE FROM MONTH ".
002310     05  WS-H1-YEAR-START       PIC 9(06).
002320
002330 01  WS-HEAD-LINE-2.
002340     05  FILLER                 PIC X(18) VALUE "  MEASURE".
002350     05  FILLER                 PIC X(14) VALUE "  MONTH ACTUAL".
002360     05  FILLER                 PIC X(16)
002370         VALUE "     MONTH QUOTA".
002380     05  FILLER                 PIC X(08) VALUE "     PCT".
002390     05  FILLER                 PIC X(16)
002400         VALUE "      YTD ACTUAL".
002410     05  FILLER                 PIC X(16)
002420         VALUE "       YTD QUOTA".
002430     05  FILLER                 PIC X(08) VALUE "     PCT".
002440
002450 01  WS-TERR-LINE.
002460     05  FILLER                 PIC X(10) VALUE "TERRITORY ".
002470     05  WS-TL-CODE             PIC X(04).
002480     05  FILLER                 PIC X(07) VALUE "  REP: ".
002490     05  WS-TL-REP              PIC X(20).
002500
002510 01  WS-MONEY-LINE.
002520     05  FILLER                 PIC X(02) VALUE SPACES.
002530     05  WS-ML-MEASURE          PIC X(16).
002540     05  WS-ML-MONTH-ACTUAL     PIC ---,---,--9.99.
002550     05  FILLER                 PIC X(02) VALUE SPACES.
002560     05  WS-ML-MONTH-QUOTA      PIC ZZZ,ZZZ,ZZ9.99.
002570     05  FILLER                 PIC X(02) VALUE SPACES.
002580     05  WS-ML-MONTH-PCT        PIC X(06).
002590     05  FILLER                 PIC X(02) VALUE SPACES.
002600     05  WS-ML-YTD-ACTUAL       PIC ---,---,--9.99.
002610     05  FILLER                 PIC X(02) VALUE SPACES.
002620     05  WS-ML-YTD-QUOTA        PIC ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  WS-ML-YTD-PCT          PIC X(06).
002650
002660 01  WS-COUNT-LINE.
002670     05  FILLER                 PIC X(02) VALUE SPACES.
002680     05  WS-CL-MEASURE          PIC X(16).
002690     05  WS-CL-MONTH-ACTUAL     PIC Z(10)9.
002700     05  FILLER                 PIC X(05) VALUE SPACES.
002710     05  WS-CL-MONTH-QUOTA      PIC Z(10)9.
002720     05  FILLER                 PIC X(05) VALUE SPACES.
002730     05  WS-CL-MONTH-PCT        PIC X(06).
002740     05  FILLER                 PIC X(02) VALUE SPACES.
002750     05  WS-CL-YTD-ACTUAL       PIC Z(10)9.
002760     05  FILLER                 PIC X(05) VALUE SPACES.
002770     05  WS-CL-YTD-QUOTA        PIC Z(10)9.
002780     05  FILLER                 PIC X(05) VALUE SPACES.
002790     05  WS-CL-YTD-PCT          PIC X(06).
002800
002810 PROCEDURE DIVISION.
002820*                                                                *
002830*   0000-MAINLINE                                                *
002840*                                                                *
002850 0000-MAINLINE.
002860     MOVE 'S' TO WS-RC-FUNCTION.
002870     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002880          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002890          WS-RC-CODE.
002900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002910     PERFORM 2000-LOAD-QUOTAS      THRU 2000-EXIT.
002920     PERFORM 3000-WALK-ONE-DETAIL  THRU 3000-EXIT
002930             UNTIL WS-EOF-YES.
002940     PERFORM 4000-COUNT-NEW-ACCOUNTS THRU 4000-EXIT.
002950     PERFORM 7000-WRITE-REPORT     THRU 7000-EXIT.
002960     PERFORM 8000-FINISH           THRU 8000-EXIT.
002970     GO TO 9999-EXIT.
002980
002990*                                                                *
003000*   1000-INITIALIZE                                              *
003010*                                                                *
003020 1000-INITIALIZE.
003030     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
003032          WS-OVERRIDE-MARK.
003040*   DEFAULT PERIOD IS THE PRIOR MONTH.
003050     MOVE WS-TODAY-8 (1:4) TO WS-PERIOD-YYYY.
003060     MOVE WS-TODAY-8 (5:2) TO WS-PERIOD-MM.
003070     IF WS-PERIOD-MM = 1
003080        SUBTRACT 1 FROM WS-PERIOD-YYYY
003090        MOVE 12 TO WS-PERIOD-MM
003100     ELSE
003110        SUBTRACT 1 FROM WS-PERIOD-MM
003120     END-IF.
003130     COMPUTE WS-PERIOD-YYYYMM =
003140             (WS-PERIOD-YYYY * 100) + WS-PERIOD-MM.
003150     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003160     COMPUTE WS-YEAR-START =
003170             ((WS-PERIOD-YYYYMM / 100) * 100) + 1.
003180     DISPLAY "QUOTA ATTAINMENT PERIOD " WS-PERIOD-YYYYMM
003190             " YEAR TO DATE FROM " WS-YEAR-START.
003200     PERFORM 1200-BUILD-ACCOUNT-MAP THRU 1200-EXIT.
003210     OPEN INPUT TERRITORY-FILE.
003220     IF TERRITORY-STATUS NOT = '00'
003230        DISPLAY "WARNING -- TERRITORY TABLE NOT AVAILABLE, "
003240        DISPLAY "REP NAMES WILL SHOW (UNKNOWN REP)"
003250     END-IF.
003260     OPEN INPUT TRANSACTIONS.
003270     IF TRANSOUT-STATUS NOT = '00'
003280        DISPLAY "CANNOT OPEN LEDGER, STATUS " TRANSOUT-STATUS
003290        MOVE 'Y' TO WS-EOF-SWITCH
003300        MOVE "0012" TO WS-RC-CODE
003310     END-IF.
003320 1000-EXIT.
003330     EXIT.
003340
003350 1050-READ-RUN-PARMS.
003360     OPEN INPUT RUN-PARM-FILE.
003370     IF RUNPARM-STATUS NOT = '00'
003380        GO TO 1050-EXIT
003390     END-IF.
003400     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003410             UNTIL RUNPARM-STATUS NOT = '00'.
003420     CLOSE RUN-PARM-FILE.
003430 1050-EXIT.
003440     EXIT.
003450
003460 1060-READ-ONE-PARM.
003470     READ RUN-PARM-FILE
003480         AT END
003490            MOVE '10' TO RUNPARM-STATUS
003500            GO TO 1060-EXIT
003510     END-READ.
003520     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003530     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003540         INTO WS-PARM-NAME, WS-PARM-VALUE
003550     END-UNSTRING.
003560     IF WS-PARM-NAME = "COMMISSION-PERIOD"
003570        AND WS-PARM-VALUE (1:6) NUMERIC
003580        MOVE WS-PARM-VALUE (1:6) TO WS-PERIOD-YYYYMM
003590     END-IF.
003600 1060-EXIT.
003610     EXIT.
003620
003630*                                                                *
003640*   1200-BUILD-ACCOUNT-MAP -- ONE PASS OVER THE ADDRESS BOOK     *
003650*   CAPTURES EACH BILLING ACCOUNT'S TERRITORY                    *
003660*                                                                *
003670 1200-BUILD-ACCOUNT-MAP.
003680     OPEN INPUT ADDRESS-FILE.
003690     IF ADDRESS-STATUS NOT = '00' AND ADDRESS-STATUS NOT = '05'
003700        DISPLAY "CANNOT OPEN ADDRESS FILE, STATUS "
003710                ADDRESS-STATUS
003720        GO TO 1200-EXIT
003730     END-IF.
003740     MOVE LOW-VALUES TO FD-PHONE.
003750     START ADDRESS-FILE KEY IS >= FD-PHONE
003760         INVALID KEY
003770            MOVE 'Y' TO WS-ADDR-EOF-SWITCH
003780     END-START.
003790     PERFORM 1250-MAP-ONE-CONTACT THRU 1250-EXIT
003800             UNTIL WS-ADDR-EOF.
003810     CLOSE ADDRESS-FILE.
003820     IF WS-MAP-DROPPED > 0
003830        DISPLAY "WARNING -- ACCOUNT MAP FULL AT 1000, "
003840                WS-MAP-DROPPED " ACCOUNT(S) NOT MAPPED"
003850     END-IF.
003860 1200-EXIT.
003870     EXIT.
003880
003890 1250-MAP-ONE-CONTACT.
003900     READ ADDRESS-FILE NEXT RECORD
003910         AT END
003920            MOVE 'Y' TO WS-ADDR-EOF-SWITCH
003930            GO TO 1250-EXIT
003940     END-READ.
003950     IF FD-ACCOUNT-ID = ZERO
003960        GO TO 1250-EXIT
003970     END-IF.
003980     IF WS-ACCT-MAP-COUNT >= 1000
003990        ADD 1 TO WS-MAP-DROPPED
004000        GO TO 1250-EXIT
004010     END-IF.
004020     ADD 1 TO WS-ACCT-MAP-COUNT.
004030     MOVE FD-ACCOUNT-ID TO WS-MAP-ACCOUNT (WS-ACCT-MAP-COUNT).
004040     MOVE FD-TERRITORY  TO WS-MAP-TERRITORY (WS-ACCT-MAP-COUNT).
004050 1250-EXIT.
004060     EXIT.
004070
004080*                                                                *
004090*   2000-LOAD-QUOTAS -- EVERY QUOTA FROM JANUARY THROUGH THE     *
004100*   PERIOD ADDS TO THE YEAR TO DATE; THE PERIOD'S OWN IS THE     *
004110*   MONTH'S                                                      *
004120*                                                                *
004130 2000-LOAD-QUOTAS.
004140     OPEN INPUT QUOTA-FILE.
004150     IF QUOTA-STATUS NOT = '00'
004160        DISPLAY "WARNING -- NO QUOTA FILE, STATUS " QUOTA-STATUS
004170                " -- ATTAINMENT SHOWS ACTUALS ONLY"
004180        GO TO 2000-EXIT
004190     END-IF.
004200     MOVE LOW-VALUES TO QU-QUOTA-KEY.
004210     START QUOTA-FILE KEY IS >= QU-QUOTA-KEY
004220         INVALID KEY
004230            MOVE 'Y' TO WS-QUOTA-EOF-SWITCH
004240     END-START.
004250     PERFORM 2100-LOAD-ONE-QUOTA THRU 2100-EXIT
004260             UNTIL WS-QUOTA-EOF.
004270     CLOSE QUOTA-FILE.
004280 2000-EXIT.
004290     EXIT.
004300
004310 2100-LOAD-ONE-QUOTA.
004320     READ QUOTA-FILE NEXT RECORD
004330         AT END
004340            MOVE 'Y' TO WS-QUOTA-EOF-SWITCH
004350            GO TO 2100-EXIT
004360     END-READ.
004370     IF QU-PERIOD < WS-YEAR-START
004380        OR QU-PERIOD > WS-PERIOD-YYYYMM
004390        GO TO 2100-EXIT
004400     END-IF.
004410     MOVE QU-TERRITORY-CODE TO WS-FOUND-TERRITORY.
004420     PERFORM 5000-FIND-TERRITORY-ENTRY THRU 5000-EXIT.
004430     IF WS-TERR-I = ZERO
004440        GO TO 2100-EXIT
004450     END-IF.
004460     ADD QU-REVENUE-QUOTA     TO WS-QY-REVENUE (WS-TERR-I).
004470     ADD QU-COLLECTION-QUOTA  TO WS-QY-COLLECTED (WS-TERR-I).
004480     ADD QU-NEW-ACCOUNT-QUOTA TO WS-QY-NEW (WS-TERR-I).
004490     IF QU-PERIOD = WS-PERIOD-YYYYMM
004500        MOVE QU-REVENUE-QUOTA     TO WS-QM-REVENUE (WS-TERR-I)
004510        MOVE QU-COLLECTION-QUOTA  TO WS-QM-COLLECTED (WS-TERR-I)
004520        MOVE QU-NEW-ACCOUNT-QUOTA TO WS-QM-NEW (WS-TERR-I)
004530     END-IF.
004540 2100-EXIT.
004550     EXIT.
004560
004570*                                                                *
004580*   3000-WALK-ONE-DETAIL -- ONE LEDGER RECORD IN THE YEAR TO     *
004590*   DATE, MEASURED BY THE SHARED RULE COMMISSION-RUN PAYS ON     *
004600*                                                                *
004610 3000-WALK-ONE-DETAIL.
004620     READ TRANSACTIONS
004630         AT END
004640            MOVE 'Y' TO WS-EOF-SWITCH
004650            GO TO 3000-EXIT
004660     END-READ.
004670     ADD 1 TO WS-RC-READ.
004680     IF NOT TR-DETAIL-RECORD
004690        GO TO 3000-EXIT
004700     END-IF.
004710     MOVE TR-TRANSACTION-DATE (1:6) TO WS-ENTRY-PERIOD.
004720     IF WS-ENTRY-PERIOD < WS-YEAR-START
004730        OR WS-ENTRY-PERIOD > WS-PERIOD-YYYYMM
004740        GO TO 3000-EXIT
004750     END-IF.
004760     CALL "LEDGER-SALES-CLASSIFY" USING TRANSACTION-STRUCTURE,
004770          WS-SALES-AMOUNT, WS-COLLECTED-AMOUNT.
004780     IF WS-SALES-AMOUNT = ZERO AND WS-COLLECTED-AMOUNT = ZERO
004790        GO TO 3000-EXIT
004800     END-IF.
004810     MOVE TR-ACCOUNT-ID TO WS-FIND-ACCOUNT.
004820     PERFORM 5100-FIND-TERRITORY THRU 5100-EXIT.
004830     IF WS-FOUND-TERRITORY = SPACES
004840        GO TO 3000-EXIT
004850     END-IF.
004860     PERFORM 5000-FIND-TERRITORY-ENTRY THRU 5000-EXIT.
004870     IF WS-TERR-I = ZERO
004880        GO TO 3000-EXIT
004890     END-IF.
004900     ADD WS-SALES-AMOUNT     TO WS-TY-REVENUE (WS-TERR-I).
004910     ADD WS-COLLECTED-AMOUNT TO WS-TY-COLLECTED (WS-TERR-I).
004920     IF WS-ENTRY-PERIOD = WS-PERIOD-YYYYMM
004930        ADD WS-SALES-AMOUNT     TO WS-TM-REVENUE (WS-TERR-I)
004940        ADD WS-COLLECTED-AMOUNT TO WS-TM-COLLECTED (WS-TERR-I)
004950     END-IF.
004960 3000-EXIT.
004970     EXIT.
004980
004990*                                                                *
005000*   4000-COUNT-NEW-ACCOUNTS -- MASTERS OPENED IN THE YEAR TO     *
005010*   DATE, IN THE OWNING CONTACT'S TERRITORY                      *
005020*                                                                *
005030 4000-COUNT-NEW-ACCOUNTS.
005040     OPEN INPUT ACCOUNT-MASTER.
005050     IF ACCTMSTR-STATUS NOT = '00'
005060        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, STATUS "
005070                ACCTMSTR-STATUS " -- NEW ACCOUNTS NOT COUNTED"
005080        GO TO 4000-EXIT
005090     END-IF.
005100     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
005110     START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-ID
005120         INVALID KEY
005130            MOVE 'Y' TO WS-ACCT-EOF-SWITCH
005140     END-START.
005150     PERFORM 4100-COUNT-ONE-ACCOUNT THRU 4100-EXIT
005160             UNTIL WS-ACCT-EOF.
005170     CLOSE ACCOUNT-MASTER.
005180 4000-EXIT.
005190     EXIT.
005200
005210 4100-COUNT-ONE-ACCOUNT.
005220     READ ACCOUNT-MASTER NEXT RECORD
005230         AT END
005240            MOVE 'Y' TO WS-ACCT-EOF-SWITCH
005250            GO TO 4100-EXIT
005260     END-READ.
005270     IF AM-OPEN-DATE NOT NUMERIC
005280        GO TO 4100-EXIT
005290     END-IF.
005300     MOVE AM-OPEN-DATE (1:6) TO WS-ENTRY-PERIOD.
005310     IF WS-ENTRY-PERIOD < WS-YEAR-START
005320        OR WS-ENTRY-PERIOD > WS-PERIOD-YYYYMM
005330        GO TO 4100-EXIT
005340     END-IF.
005350     MOVE AM-ACCOUNT-ID TO WS-FIND-ACCOUNT.
005360     PERFORM 5100-FIND-TERRITORY THRU 5100-EXIT.
005370     IF WS-FOUND-TERRITORY = SPACES
005380        GO TO 4100-EXIT
005390     END-IF.
005400     PERFORM 5000-FIND-TERRITORY-ENTRY THRU 5000-EXIT.
005410     IF WS-TERR-I = ZERO
005420        GO TO 4100-EXIT
005430     END-IF.
005440     ADD 1 TO WS-TY-NEW (WS-TERR-I).
005450     IF WS-ENTRY-PERIOD = WS-PERIOD-YYYYMM
005460        ADD 1 TO WS-TM-NEW (WS-TERR-I)
005470     END-IF.
005480 4100-EXIT.
005490     EXIT.
005500
005510*                                                                *
005520*   5000-FIND-TERRITORY-ENTRY -- WS-FOUND-TERRITORY'S ENTRY,     *
005530*   ADDED IF NEW.  WS-TERR-I COMES BACK ZERO WHEN THE TABLE IS   *
005540*   FULL                                                         *
005550*                                                                *
005560 5000-FIND-TERRITORY-ENTRY.
005570     MOVE 1 TO WS-TERR-I.
005580     PERFORM 5050-CHECK-ONE-ENTRY THRU 5050-EXIT
005590             UNTIL WS-TERR-I > WS-TERR-COUNT
005600                OR WS-TERR-CODE (WS-TERR-I) = WS-FOUND-TERRITORY.
005610     IF WS-TERR-I <= WS-TERR-COUNT
005620        GO TO 5000-EXIT
005630     END-IF.
005640     IF WS-TERR-COUNT >= 50
005650        ADD 1 TO WS-TERR-DROPPED
005660        MOVE ZERO TO WS-TERR-I
005670        GO TO 5000-EXIT
005680     END-IF.
005690     ADD 1 TO WS-TERR-COUNT.
005700     MOVE WS-TERR-COUNT TO WS-TERR-I.
005710     INITIALIZE WS-TERR-ENTRY (WS-TERR-I).
005720     MOVE WS-FOUND-TERRITORY TO WS-TERR-CODE (WS-TERR-I).
005730 5000-EXIT.
005740     EXIT.
005750
005760 5050-CHECK-ONE-ENTRY.
005770     ADD 1 TO WS-TERR-I.
005780 5050-EXIT.
005790     EXIT.
005800
005810 5100-FIND-TERRITORY.
005820     MOVE SPACES TO WS-FOUND-TERRITORY.
005830     MOVE 1 TO WS-MAP-I.
005840     PERFORM 5150-CHECK-ONE-MAP THRU 5150-EXIT
005850             UNTIL WS-MAP-I > WS-ACCT-MAP-COUNT.
005860 5100-EXIT.
005870     EXIT.
005880
005890 5150-CHECK-ONE-MAP.
005900     IF WS-MAP-ACCOUNT (WS-MAP-I) = WS-FIND-ACCOUNT
005910        MOVE WS-MAP-TERRITORY (WS-MAP-I) TO WS-FOUND-TERRITORY
005920        MOVE WS-ACCT-MAP-COUNT TO WS-MAP-I
005930     END-IF.
005940     ADD 1 TO WS-MAP-I.
005950 5150-EXIT.
005960     EXIT.
005970
005980*                                                                *
005990*   7000-WRITE-REPORT -- TITLE LINES, THEN ONE SECTION PER       *
006000*   TERRITORY, THEN THE BURST INTO PER-REP MEMBERS               *
006010*                                                                *
006020 7000-WRITE-REPORT.
006030     MOVE 'N' TO WS-SPOOL-FUNCTION.
006040     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006050          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
006060          WS-SPOOL-LINES, REPORTOUT.
006070     OPEN OUTPUT REPORT-FILE.
006080     IF REPORT-STATUS NOT = '00'
006090        DISPLAY "CANNOT OPEN REPORT " REPORTOUT ", STATUS "
006100                REPORT-STATUS
006110        MOVE "0012" TO WS-RC-CODE
006120        GO TO 7000-EXIT
006130     END-IF.
006140     MOVE WS-PERIOD-YYYYMM TO WS-H1-PERIOD.
006150     MOVE WS-YEAR-START    TO WS-H1-YEAR-START.
006160     WRITE REPORT-LINE FROM WS-HEAD-LINE-1.
006162     IF WS-DATE-OVERRIDDEN
006164        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
006166        ADD 1 TO WS-SPOOL-LINES
006168     END-IF.
006170     MOVE SPACES TO REPORT-LINE.
006180     WRITE REPORT-LINE.
006190     WRITE REPORT-LINE FROM WS-HEAD-LINE-2.
006200     ADD 3 TO WS-SPOOL-LINES.
006210     MOVE 1 TO WS-TERR-I.
006220     PERFORM 7100-ONE-TERRITORY THRU 7100-EXIT
006230             UNTIL WS-TERR-I > WS-TERR-COUNT.
006240     CLOSE REPORT-FILE.
006250     MOVE 'R' TO WS-SPOOL-FUNCTION.
006260     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006270          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
006280          WS-SPOOL-LINES, REPORTOUT.
006290     IF WS-TERR-COUNT > ZERO
006300        PERFORM 7500-BURST-BY-TERRITORY THRU 7500-EXIT
006310     END-IF.
006320 7000-EXIT.
006330     EXIT.
006340
006350 7100-ONE-TERRITORY.
006360     PERFORM 7200-LOOK-UP-REP THRU 7200-EXIT.
006370     ADD 1 TO WS-RC-WRITTEN.
006380     MOVE SPACES TO REPORT-LINE.
006390     WRITE REPORT-LINE.
006400     MOVE WS-TERR-CODE (WS-TERR-I) TO WS-TL-CODE.
006410     MOVE WS-REP-NAME              TO WS-TL-REP.
006420     WRITE REPORT-LINE FROM WS-TERR-LINE.
006430     MOVE "BILLED REVENUE"              TO WS-ML-MEASURE.
006440     MOVE WS-TM-REVENUE (WS-TERR-I)     TO WS-ML-MONTH-ACTUAL
006450                                           WS-PCT-ACTUAL.
006460     MOVE WS-QM-REVENUE (WS-TERR-I)     TO WS-ML-MONTH-QUOTA
006470                                           WS-PCT-QUOTA.
006480     PERFORM 7300-PERCENT-OF-QUOTA THRU 7300-EXIT.
006490     MOVE WS-PCT-TEXT                   TO WS-ML-MONTH-PCT.
006500     MOVE WS-TY-REVENUE (WS-TERR-I)     TO WS-ML-YTD-ACTUAL
006510                                           WS-PCT-ACTUAL.
006520     MOVE WS-QY-REVENUE (WS-TERR-I)     TO WS-ML-YTD-QUOTA
006530                                           WS-PCT-QUOTA.
006540     PERFORM 7300-PERCENT-OF-QUOTA THRU 7300-EXIT.
006550     MOVE WS-PCT-TEXT                   TO WS-ML-YTD-PCT.
006560     WRITE REPORT-LINE FROM WS-MONEY-LINE.
006570     MOVE "COLLECTIONS"                 TO WS-ML-MEASURE.
006580     MOVE WS-TM-COLLECTED (WS-TERR-I)   TO WS-ML-MONTH-ACTUAL
006590                                           WS-PCT-ACTUAL.
006600     MOVE WS-QM-COLLECTED (WS-TERR-I)   TO WS-ML-MONTH-QUOTA
006610                                           WS-PCT-QUOTA.
006620     PERFORM 7300-PERCENT-OF-QUOTA THRU 7300-EXIT.
006630     MOVE WS-PCT-TEXT                   TO WS-ML-MONTH-PCT.
006640     MOVE WS-TY-COLLECTED (WS-TERR-I)   TO WS-ML-YTD-ACTUAL
006650                                           WS-PCT-ACTUAL.
006660     MOVE WS-QY-COLLECTED (WS-TERR-I)   TO WS-ML-YTD-QUOTA
006670                                           WS-PCT-QUOTA.
006680     PERFORM 7300-PERCENT-OF-QUOTA THRU 7300-EXIT.
006690     MOVE WS-PCT-TEXT                   TO WS-ML-YTD-PCT.
006700     WRITE REPORT-LINE FROM WS-MONEY-LINE.
006710     MOVE "NEW ACCOUNTS"                TO WS-CL-MEASURE.
006720     MOVE WS-TM-NEW (WS-TERR-I)         TO WS-CL-MONTH-ACTUAL
006730                                           WS-PCT-ACTUAL.
006740     MOVE WS-QM-NEW (WS-TERR-I)         TO WS-CL-MONTH-QUOTA
006750                                           WS-PCT-QUOTA.
006760     PERFORM 7300-PERCENT-OF-QUOTA THRU 7300-EXIT.
006770     MOVE WS-PCT-TEXT                   TO WS-CL-MONTH-PCT.
006780     MOVE WS-TY-NEW (WS-TERR-I)         TO WS-CL-YTD-ACTUAL
006790                                           WS-PCT-ACTUAL.
006800     MOVE WS-QY-NEW (WS-TERR-I)         TO WS-CL-YTD-QUOTA
006810                                           WS-PCT-QUOTA.
006820     PERFORM 7300-PERCENT-OF-QUOTA THRU 7300-EXIT.
006830     MOVE WS-PCT-TEXT                   TO WS-CL-YTD-PCT.
006840     WRITE REPORT-LINE FROM WS-COUNT-LINE.
006850     ADD 5 TO WS-SPOOL-LINES.
006860     ADD 1 TO WS-TERR-I.
006870 7100-EXIT.
006880     EXIT.
006890
006900*                                                                *
006910*   7200-LOOK-UP-REP -- THE REP NAME LIVES ON THE TERRITORY      *
006920*   TABLE'S FIRST ZIP RANGE, AS COMMISSION-RUN FINDS IT          *
006930*                                                                *
006940 7200-LOOK-UP-REP.
006950     MOVE "(UNKNOWN REP)" TO WS-REP-NAME.
006960     IF TERRITORY-STATUS NOT = '00'
006970        GO TO 7200-EXIT
006980     END-IF.
006990     MOVE WS-TERR-CODE (WS-TERR-I) TO TR2-TERRITORY-CODE.
007000     MOVE 1 TO TR2-RANGE-SEQ.
007010     READ TERRITORY-FILE
007020         INVALID KEY
007030            GO TO 7200-EXIT
007040     END-READ.
007050     MOVE TR2-REP-NAME TO WS-REP-NAME.
007060 7200-EXIT.
007070     EXIT.
007080
007090*                                                                *
007100*   7300-PERCENT-OF-QUOTA -- WS-PCT-ACTUAL AS A PERCENT OF       *
007110*   WS-PCT-QUOTA, OR "N/A" WHEN NO QUOTA WAS SET                 *
007120*                                                                *
007130 7300-PERCENT-OF-QUOTA.
007140     IF WS-PCT-QUOTA = ZERO
007150        MOVE "   N/A" TO WS-PCT-TEXT
007160        GO TO 7300-EXIT
007170     END-IF.
007180     COMPUTE WS-PCT-VALUE ROUNDED =
007190             (WS-PCT-ACTUAL * 100) / WS-PCT-QUOTA
007200         ON SIZE ERROR
007210            MOVE 99999 TO WS-PCT-VALUE
007220     END-COMPUTE.
007230     MOVE WS-PCT-VALUE TO WS-PCT-EDITED.
007240     MOVE SPACES TO WS-PCT-TEXT.
007250     STRING WS-PCT-EDITED "%" DELIMITED BY SIZE
007260            INTO WS-PCT-TEXT
007270     END-STRING.
007280 7300-EXIT.
007290     EXIT.
007300
007310*                                                                *
007320*   7500-BURST-BY-TERRITORY -- EACH REP'S SECTION TO ITS OWN     *
007330*   SPOOL MEMBER THROUGH THE TERRITORY REPORT BURST              *
007340*                                                                *
007350 7500-BURST-BY-TERRITORY.
007360     MOVE SPACES TO WS-COMMAND.
007370     STRING "ADDRESS-REPORT-BURST " DELIMITED BY SIZE
007380            REPORTOUT  DELIMITED BY SPACE
007390            " QUOTA-"  DELIMITED BY SIZE
007400            INTO WS-COMMAND
007410     END-STRING.
007420     DISPLAY "RUNNING: " WS-COMMAND.
007430     CALL "SYSTEM" USING WS-COMMAND.
007440     IF RETURN-CODE NOT = ZERO
007450        DISPLAY "WARNING -- TERRITORY BURST ENDED, RC "
007460                RETURN-CODE " -- RERUN IT BY HAND"
007470        MOVE "0004" TO WS-RC-CODE
007480     END-IF.
007490     MOVE ZERO TO RETURN-CODE.
007500 7500-EXIT.
007510     EXIT.
007520
007530*                                                                *
007540*   8000-FINISH                                                  *
007550*                                                                *
007560 8000-FINISH.
007570     IF TRANSOUT-STATUS = '00' OR TRANSOUT-STATUS = '10'
007580        CLOSE TRANSACTIONS
007590     END-IF.
007600     IF TERRITORY-STATUS = '00'
007610        CLOSE TERRITORY-FILE
007620     END-IF.
007630     IF WS-TERR-DROPPED > 0
007640        DISPLAY "WARNING -- TERRITORY TABLE FULL AT 50, "
007650                WS-TERR-DROPPED " ENTRY(IES) NOT REPORTED"
007660        MOVE "0004" TO WS-RC-CODE
007670     END-IF.
007680     MOVE 'E' TO WS-RC-FUNCTION.
007690     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
007700          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
007710          WS-RC-CODE.
007720     DISPLAY "QUOTA-ATTAINMENT-REPORT COMPLETE".
007730 8000-EXIT.
007740     EXIT.
007750
007760 9999-EXIT.
007770     STOP RUN.
