000010******************************************************************
000020*                                                                *
000030*   AUDIT-CONFIRM-SAMPLE                                         *
000040*                                                                *
000050*   DRAWS THE EXTERNAL AUDITORS' RECEIVABLES CONFIRMATION        *
000060*   SAMPLE AND PRINTS THE POSITIVE-CONFIRMATION LETTERS.  EACH   *
000070*   ACCOUNT'S BALANCE AS OF THE CONFIRMATION DATE IS TAKEN FROM  *
000080*   THE OPEN-ITEMS FILE -- THE REMAINING AMOUNT OF EVERY OPEN OR *
000090*   PART-PAID ITEM DATED ON OR BEFORE THAT DATE, DISPUTED ITEMS  *
000100*   INCLUDED.  EVERY ACCOUNT WITH A BALANCE AT OR OVER THE       *
000110*   CONFIRM-OVER AMOUNT IS TAKEN; FROM THE REST, CONFIRM-SAMPLE  *
000120*   ACCOUNTS ARE PICKED AT RANDOM BY SELECTION SAMPLING (EACH    *
000130*   ACCOUNT TAKEN WITH PROBABILITY STILL-NEEDED OVER STILL-LEFT, *
000140*   SO EXACTLY THAT MANY COME OUT IN ONE PASS).                  *
000150*                                                                *
000160*   THE RANDOM NUMBERS ARE THE MINIMAL-STANDARD MULTIPLICATIVE   *
000170*   GENERATOR (SEED TIMES 16807 MODULO 2**31 - 1) IN PLAIN       *
000180*   ARITHMETIC, SO THE SAME SEED, AS-OF DATE AND PARAMETERS      *
000190*   DRAW THE SAME ACCOUNTS ON ANY MACHINE.  THE SEED AND         *
000200*   PARAMETERS ARE KEPT ON THE SAMPLE CONTROL RECORD AND PRINTED *
000210*   AT THE HEAD OF THE SAMPLE LISTING FOR THE AUDIT FILE.        *
000220*                                                                *
000230*   RUN PARAMETERS (LEDGER-RUN-PARMS.TXT):                       *
000240*     CONFIRM-AS-OF=YYYYMMDD   CONFIRMATION DATE (DEFAULT TODAY) *
000250*     CONFIRM-SEED=NNNNNNNNN   SEED (DEFAULT FROM THE CLOCK)     *
000260*     CONFIRM-SAMPLE=NNNNN     RANDOM PICKS (DEFAULT 25)         *
000270*     CONFIRM-OVER=NNNNNNNNN   WHOLE DOLLARS (DEFAULT 10000)     *
000280*     CONFIRM-AUDITOR=...      FIRM THE REPLIES GO TO            *
000290*     CONFIRM-AUDITOR-ADDR=... ITS ADDRESS, ONE LINE             *
000300*                                                                *
000310*   A SAMPLE IS DRAWN ONCE PER AS-OF DATE -- A SECOND RUN FOR    *
000320*   THE SAME DATE IS REFUSED, SO RECORDED RESPONSES ARE NEVER    *
000330*   OVERWRITTEN.  NO LETTER GOES TO AN ACCOUNT ON LEGAL HOLD, A  *
000340*   DECEASED CONTACT OR AN ACCOUNT WITH NO CONTACT ON FILE; THE  *
000350*   ACCOUNT STAYS IN THE SAMPLE MARKED NOT MAILED FOR THE        *
000360*   AUDITORS' ALTERNATIVE PROCEDURES.                            *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.      AUDIT-CONFIRM-SAMPLE.
000410 AUTHOR.          DATA PROCESSING.
000420 INSTALLATION.    ACCOUNTING SYSTEMS.
000430 DATE-WRITTEN.    10/15/2026.
000440 DATE-COMPILED.   10/15/2026.
000450*                                                                *
000460*   MODIFICATION HISTORY                                        *
000470*   ------------------------------------------------------------ *
000480*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000482*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000484*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000486*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000488*                    HEADING.                                   *
000490*                                                                *
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL OPEN-ITEMS
000540            ASSIGN       TO  OPENITEM
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE  IS DYNAMIC
000570            RECORD KEY   IS OI-ITEM-KEY
000580            FILE STATUS  IS OPENITEM-STATUS.
000590
000600     SELECT OPTIONAL CONFIRMATIONS
000610            ASSIGN       TO  AUDCONF
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE  IS DYNAMIC
000640            RECORD KEY   IS AC-CONFIRM-KEY
000650            FILE STATUS  IS AUDCONF-STATUS.
000660
000670     SELECT OPTIONAL ADDRESS-FILE
000680            ASSIGN       TO  ADDROUT
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE  IS DYNAMIC
000710            RECORD KEY   IS FD-PHONE
000720            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000730            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000740            FILE STATUS  IS ADDRESS-STATUS.
000750
000760     SELECT OPTIONAL XREF-FILE
000770            ASSIGN       TO  XREFOUT
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE  IS DYNAMIC
000800            RECORD KEY   IS XR-XREF-KEY
000810            ALTERNATE RECORD KEY IS XR-ACCOUNT-ID
000820                     WITH DUPLICATES
000830            FILE STATUS  IS XREF-STATUS.
000840
000850     SELECT LETTER-FILE
000860            ASSIGN       TO  LETTEROUT
000870            ORGANIZATION IS LINE SEQUENTIAL
000880            FILE STATUS  IS LETTEROUT-STATUS.
000890
000900     SELECT SAMPLE-LISTING
000910            ASSIGN       TO  LISTOUT
000920            ORGANIZATION IS LINE SEQUENTIAL
000930            FILE STATUS  IS LISTOUT-STATUS.
000940
000950     SELECT OPTIONAL RUN-PARM-FILE
000960            ASSIGN       TO  RUNPARMS
000970            ORGANIZATION IS LINE SEQUENTIAL
000980            FILE STATUS  IS RUNPARM-STATUS.
000990
001000     SELECT OPTIONAL SYSTEM-STATUS
001010            ASSIGN       TO  SYSSTAT
001020            ORGANIZATION IS INDEXED
001030            ACCESS MODE  IS DYNAMIC
001040            RECORD KEY   IS SS-LOCK-NAME
001050            FILE STATUS  IS SYSSTAT-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  OPEN-ITEMS.
001100 01  OPEN-ITEM-STRUCTURE.
001110     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
001120
001130 FD  CONFIRMATIONS.
001140 01  CONFIRMATION-STRUCTURE.
001150     COPY "AUDIT-CONFIRMATION-RECORD.CPY" REPLACING ==(TAG)==
001160          BY ==AC-==.
001170
001180 FD  ADDRESS-FILE.
001190 01  ADDRESS-RECORD.
001200     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001210
001220 FD  XREF-FILE.
001230 01  XREF-STRUCTURE.
001240     COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
001250          REPLACING ==(TAG)== BY ==XR-==.
001260
001270 FD  LETTER-FILE
001280     RECORDING MODE IS F.
001290 01  LETTER-LINE                  PIC X(80).
001300
001310 FD  SAMPLE-LISTING
001320     RECORDING MODE IS F.
001330 01  LISTING-LINE                 PIC X(100).
001340
001350 FD  RUN-PARM-FILE
001360     RECORDING MODE IS F.
001370 01  RUN-PARM-LINE                PIC X(80).
001380
001390 FD  SYSTEM-STATUS.
001400 01  SYSTEM-STATUS-STRUCTURE.
001410     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
001420          BY ==SS-==.
001430
001440 WORKING-STORAGE SECTION.
001450*                                                                *
001460*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001470*                                                                *
001480 01  OPENITEM                   PIC X(50)
001490     VALUE "/mnt/c/cobfiles\open-items.idx".
001500 01  OPENITEM-STATUS            PIC X(02).
001510 01  AUDCONF                    PIC X(50)
001520     VALUE "/mnt/c/cobfiles\audit-confirmations.idx".
001530 01  AUDCONF-STATUS             PIC X(02).
001540 01  ADDROUT                    PIC X(50)
001550     VALUE "/mnt/c/cobfiles\address.idx".
001560 01  ADDRESS-STATUS             PIC X(02).
001570     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001580 01  XREFOUT                    PIC X(50)
001590     VALUE "/mnt/c/cobfiles\address-xref.idx".
001600 01  XREF-STATUS                PIC X(02).
001610 01  WS-XREF-SWITCH             PIC X(01) VALUE 'N'.
001620     88  WS-XREF-AVAILABLE                VALUE 'Y'.
001630 01  WS-XREF-HIT-SWITCH         PIC X(01) VALUE 'N'.
001640 01  LETTEROUT                  PIC X(50).
001650 01  LETTEROUT-STATUS           PIC X(02).
001660 01  LISTOUT                    PIC X(50).
001670 01  LISTOUT-STATUS             PIC X(02).
001680 01  RUNPARMS                   PIC X(50)
001690     VALUE "ledger-run-parms.txt".
001700 01  RUNPARM-STATUS             PIC X(02).
001710 01  SYSSTAT                    PIC X(50)
001720     VALUE "/mnt/c/cobfiles\system-status.idx".
001730 01  SYSSTAT-STATUS             PIC X(02).
001740 01  WS-RUN-LOCK-SWITCH         PIC X(01) VALUE 'N'.
001750     88  WS-RUN-LOCK-HELD                  VALUE 'Y'.
001760
001770 01  WS-RC-FUNCTION             PIC X(01).
001780 01  WS-RC-JOB-NAME             PIC X(20)
001790     VALUE "AUDIT-CONFIRM-SAMPLE".
001800 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001810 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001820 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001830
001840*                                                                *
001850*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER) --    *
001860*   THE SAMPLE LISTING GOES TO THE AUDIT FILE AND IS KEPT FOR    *
001870*   GOOD; THE LETTERS ARE KEPT FOR THE MONTH                     *
001880*                                                                *
001890 01  WS-SPOOL-FUNCTION          PIC X(01).
001900 01  WS-SPOOL-REPORT-NAME       PIC X(20).
001910 01  WS-SPOOL-JOB-NAME          PIC X(20)
001920     VALUE "AUDIT-CONFIRM-SAMPLE".
001930 01  WS-SPOOL-RETENTION         PIC X(01).
001940 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001950 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001960 01  WS-LETTER-MEMBER           PIC X(50).
001970 01  WS-LETTER-LINE-COUNT       PIC 9(07) VALUE ZERO.
001980 01  WS-LISTING-MEMBER          PIC X(50).
001990 01  WS-LISTING-LINE-COUNT      PIC 9(07) VALUE ZERO.
002000
002010 01  WS-COMPANY-NAME-1          PIC X(40)
002020     VALUE "AMES SUPPLY COMPANY".
002030 01  WS-COMPANY-NAME-2          PIC X(40)
002040     VALUE "RIVERSIDE TRADING COMPANY".
002050
002060 01  WS-TODAY-8                 PIC 9(08).
002062 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
002064     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
002066 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
002070 01  WS-NOW-TIME                PIC X(08).
002080 01  WS-NOW-NUMERIC REDEFINES WS-NOW-TIME
002090                                PIC 9(08).
002100
002110*                                                                *
002120*   RUN PARAMETERS                                               *
002130*                                                                *
002140 01  WS-PARM-NAME               PIC X(20).
002150 01  WS-PARM-VALUE              PIC X(50).
002160 01  WS-AS-OF-DATE              PIC 9(08) VALUE ZERO.
002170 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
002180     05  WS-AS-OF-YYYY          PIC 9(04).
002190     05  WS-AS-OF-MM            PIC 9(02).
002200     05  WS-AS-OF-DD            PIC 9(02).
002210 01  WS-SEED                    PIC 9(09) VALUE ZERO.
002220 01  WS-SAMPLE-SIZE             PIC 9(05) VALUE 25.
002230 01  WS-OVER-AMOUNT             PIC 9(09)V9(02) VALUE 10000.00.
002240 01  WS-AUDITOR-NAME            PIC X(50)
002250     VALUE "OUR INDEPENDENT AUDITORS".
002260 01  WS-AUDITOR-ADDRESS         PIC X(50) VALUE SPACES.
002270
002280*                                                                *
002290*   SELECTION SAMPLING -- THE GENERATOR AND ITS COUNTS           *
002300*                                                                *
002310 77  WS-RANDOM                  PIC 9(10) COMP VALUE ZERO.
002320 77  WS-RANDOM-PRODUCT          PIC 9(18) COMP VALUE ZERO.
002330 77  WS-RANDOM-QUOTIENT         PIC 9(18) COMP VALUE ZERO.
002340 77  WS-MODULUS                 PIC 9(10) COMP VALUE 2147483647.
002350 77  WS-MULTIPLIER              PIC 9(05) COMP VALUE 16807.
002360 77  WS-LEFT-SIDE               PIC 9(18) COMP VALUE ZERO.
002370 77  WS-RIGHT-SIDE              PIC 9(18) COMP VALUE ZERO.
002380 01  WS-RANDOM-POPULATION       PIC 9(07) VALUE ZERO.
002390 01  WS-RANDOM-SEEN             PIC 9(07) VALUE ZERO.
002400 01  WS-RANDOM-PICKED           PIC 9(05) VALUE ZERO.
002410 01  WS-OVER-COUNT              PIC 9(05) VALUE ZERO.
002420 01  WS-POPULATION-COUNT        PIC 9(07) VALUE ZERO.
002430 01  WS-POPULATION-BALANCE      PIC 9(11)V9(02) VALUE ZERO.
002440 01  WS-SELECTED-COUNT          PIC 9(05) VALUE ZERO.
002450 01  WS-SELECTED-BALANCE        PIC 9(11)V9(02) VALUE ZERO.
002460 01  WS-MAILED-COUNT            PIC 9(05) VALUE ZERO.
002470 01  WS-NOT-MAILED-COUNT        PIC 9(05) VALUE ZERO.
002480
002490 01  WS-SWITCHES.
002500     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002510         88  WS-EOF-YES                   VALUE 'Y'.
002520     05  WS-PASS-SWITCH         PIC X(01) VALUE '1'.
002530         88  WS-COUNTING-PASS             VALUE '1'.
002540         88  WS-DRAWING-PASS              VALUE '2'.
002550     05  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002560         88  WS-ACCOUNT-FOUND             VALUE 'Y'.
002570     05  WS-DECEASED-SWITCH     PIC X(01) VALUE 'N'.
002580         88  WS-CONTACT-DECEASED          VALUE 'Y'.
002590
002600*                                                                *
002610*   THE ACCOUNT IN HAND                                          *
002620*                                                                *
002630 01  WS-PREV-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
002640 01  WS-ACCOUNT-BALANCE         PIC 9(11)V9(02) VALUE ZERO.
002650 01  WS-ACCOUNT-COMPANY         PIC X(02).
002660 01  WS-SELECT-REASON           PIC X(01).
002670 01  WS-HOLD-STATUS             PIC X(01).
002680 01  WS-SEASONAL-RUN-DATE       PIC X(08).
002690 01  WS-SEASONAL-ACTIVE         PIC X(01).
002700 01  WS-SEASONAL-STREET         PIC X(40).
002710 01  WS-SEASONAL-CITY           PIC X(40).
002720 01  WS-SEASONAL-STATE          PIC X(02).
002730 01  WS-SEASONAL-ZIP            PIC X(10).
002740 01  WS-ACCOUNT-NAME            PIC X(41).
002750 01  WS-ACCOUNT-STREET          PIC X(40).
002760 01  WS-ACCOUNT-CITY-STATE-ZIP  PIC X(60).
002770 01  WS-ACCOUNT-COUNTRY         PIC X(03) VALUE SPACES.
002780
002790*                                                                *
002800*   PRINT LINES                                                  *
002810*                                                                *
002820 01  WS-FORM-FEED               PIC X(01) VALUE X"0C".
002830 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002840 01  WS-SHORT-EDITED            PIC Z,ZZZ,ZZ9.
002850 01  WS-AS-OF-EDITED.
002860     05  WS-AE-MM               PIC 9(02).
002870     05  FILLER                 PIC X(01) VALUE "/".
002880     05  WS-AE-DD               PIC 9(02).
002890     05  FILLER                 PIC X(01) VALUE "/".
002900     05  WS-AE-YYYY             PIC 9(04).
002910 01  WS-LISTING-DETAIL.
002920     05  WS-LD-ACCOUNT          PIC 9(07).
002930     05  FILLER                 PIC X(03) VALUE SPACES.
002940     05  WS-LD-REASON           PIC X(12).
002950     05  FILLER                 PIC X(02) VALUE SPACES.
002960     05  WS-LD-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002970     05  FILLER                 PIC X(03) VALUE SPACES.
002980     05  WS-LD-MAILED           PIC X(30).
002990     05  FILLER                 PIC X(25) VALUE SPACES.
003000
003010 PROCEDURE DIVISION.
003020*                                                                *
003030*   0000-MAINLINE                                               *
003040*                                                                *
003050 0000-MAINLINE.
003060     MOVE 'S' TO WS-RC-FUNCTION.
003070     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003080          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003090          WS-RC-CODE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
003120     IF NOT WS-RUN-LOCK-HELD
003130        MOVE "0008" TO WS-RC-CODE
003140        MOVE 8 TO RETURN-CODE
003150        GO TO 0000-END-RUN
003160     END-IF.
003170     PERFORM 1300-OPEN-CONFIRMATIONS THRU 1300-EXIT.
003180     IF WS-RC-CODE NOT = "0000"
003190        PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT
003200        GO TO 0000-END-RUN
003210     END-IF.
003220     OPEN INPUT OPEN-ITEMS.
003230     IF OPENITEM-STATUS NOT = '00'
003240        DISPLAY "NO OPEN ITEMS FILE FOUND -- " OPENITEM
003250        MOVE "FLAG" TO WS-RC-CODE
003260        CLOSE CONFIRMATIONS
003270        PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT
003280        GO TO 0000-END-RUN
003290     END-IF.
003300*   PASS ONE COUNTS THE ACCOUNTS THE RANDOM PICK DRAWS FROM;
003310*   PASS TWO DRAWS THE SAMPLE AND PRINTS THE LETTERS.
003320     MOVE '1' TO WS-PASS-SWITCH.
003330     PERFORM 2000-SCAN-OPEN-ITEMS THRU 2000-EXIT.
003340     IF WS-SAMPLE-SIZE > WS-RANDOM-POPULATION
003350        MOVE WS-RANDOM-POPULATION TO WS-SAMPLE-SIZE
003360     END-IF.
003370     PERFORM 1400-START-OUTPUTS THRU 1400-EXIT.
003380     MOVE '2' TO WS-PASS-SWITCH.
003390     PERFORM 2000-SCAN-OPEN-ITEMS THRU 2000-EXIT.
003400     CLOSE OPEN-ITEMS.
003410     PERFORM 4000-WRITE-CONTROL-RECORD THRU 4000-EXIT.
003420     PERFORM 8000-FINISH-OUTPUTS THRU 8000-EXIT.
003430     CLOSE CONFIRMATIONS.
003440     CLOSE ADDRESS-FILE.
003450     IF WS-XREF-AVAILABLE
003460        CLOSE XREF-FILE
003470     END-IF.
003480     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
003490     MOVE WS-SELECTED-COUNT TO WS-RC-WRITTEN.
003500     DISPLAY "AUDIT-CONFIRM-SAMPLE COMPLETE FOR " WS-AS-OF-DATE.
003510     DISPLAY "SEED:                       " WS-SEED.
003520     DISPLAY "ACCOUNTS WITH A BALANCE:    " WS-POPULATION-COUNT.
003530     DISPLAY "SELECTED OVER THE AMOUNT:   " WS-OVER-COUNT.
003540     DISPLAY "SELECTED AT RANDOM:         " WS-RANDOM-PICKED.
003550     DISPLAY "LETTERS PRINTED:            " WS-MAILED-COUNT.
003560     DISPLAY "NOT MAILED:                 " WS-NOT-MAILED-COUNT.
003570 0000-END-RUN.
003580     MOVE 'E' TO WS-RC-FUNCTION.
003590     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003600          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003610          WS-RC-CODE.
003620     GO TO 9999-EXIT.
003630
003640*                                                                *
003650*   1000-INITIALIZE -- DEFAULTS, THEN THE RUN PARAMETERS.  A     *
003660*   SEED NOT GIVEN IS TAKEN FROM THE CLOCK AND RECORDED LIKE     *
003670*   ANY OTHER.                                                   *
003680*                                                                *
003690 1000-INITIALIZE.
003700     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
003705          WS-OVERRIDE-MARK.
003710     ACCEPT WS-NOW-TIME FROM TIME.
003720     MOVE WS-TODAY-8 TO WS-AS-OF-DATE.
003730     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003740     IF WS-SEED = ZERO
003750        COMPUTE WS-SEED = WS-NOW-NUMERIC + 1
003760     END-IF.
003770     DIVIDE WS-SEED BY WS-MODULUS GIVING WS-RANDOM-QUOTIENT
003780            REMAINDER WS-RANDOM.
003790     IF WS-RANDOM = ZERO
003800        MOVE 1 TO WS-RANDOM
003810     END-IF.
003820     MOVE WS-AS-OF-MM   TO WS-AE-MM.
003830     MOVE WS-AS-OF-DD   TO WS-AE-DD.
003840     MOVE WS-AS-OF-YYYY TO WS-AE-YYYY.
003850 1000-EXIT.
003860     EXIT.
003870
003880 1050-READ-RUN-PARMS.
003890     OPEN INPUT RUN-PARM-FILE.
003900     IF RUNPARM-STATUS NOT = '00'
003910        GO TO 1050-EXIT
003920     END-IF.
003930     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003940             UNTIL RUNPARM-STATUS NOT = '00'.
003950     CLOSE RUN-PARM-FILE.
003960 1050-EXIT.
003970     EXIT.
003980
003990 1060-READ-ONE-PARM.
004000     READ RUN-PARM-FILE
004010         AT END
004020            MOVE '10' TO RUNPARM-STATUS
004030            GO TO 1060-EXIT
004040     END-READ.
004050     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
004060     UNSTRING RUN-PARM-LINE DELIMITED BY "="
004070         INTO WS-PARM-NAME, WS-PARM-VALUE
004080     END-UNSTRING.
004090     EVALUATE WS-PARM-NAME
004100        WHEN "CONFIRM-AS-OF"
004110           IF WS-PARM-VALUE (1:8) NUMERIC
004120              MOVE WS-PARM-VALUE (1:8) TO WS-AS-OF-DATE
004130           END-IF
004140        WHEN "CONFIRM-SEED"
004150           COMPUTE WS-SEED = FUNCTION NUMVAL(WS-PARM-VALUE)
004160        WHEN "CONFIRM-SAMPLE"
004170           COMPUTE WS-SAMPLE-SIZE =
004180                   FUNCTION NUMVAL(WS-PARM-VALUE)
004190        WHEN "CONFIRM-OVER"
004200           COMPUTE WS-OVER-AMOUNT =
004210                   FUNCTION NUMVAL(WS-PARM-VALUE)
004220        WHEN "CONFIRM-AUDITOR"
004230           MOVE WS-PARM-VALUE TO WS-AUDITOR-NAME
004240        WHEN "CONFIRM-AUDITOR-ADDR"
004250           MOVE WS-PARM-VALUE TO WS-AUDITOR-ADDRESS
004260        WHEN OTHER
004270           CONTINUE
004280     END-EVALUATE.
004290 1060-EXIT.
004300     EXIT.
004310
004320*                                                                *
004330*   1100-TAKE-RUN-LOCK -- THE LEDGER-FILES LOCK, SO NO POSTING   *
004340*   MOVES THE OPEN ITEMS BETWEEN THE TWO PASSES                  *
004350*                                                                *
004360 1100-TAKE-RUN-LOCK.
004370     OPEN I-O SYSTEM-STATUS.
004380     IF SYSSTAT-STATUS NOT = '00' AND SYSSTAT-STATUS NOT = '05'
004390        DISPLAY "CANNOT OPEN SYSTEM STATUS FILE, STATUS "
004400                SYSSTAT-STATUS
004410        GO TO 1100-EXIT
004420     END-IF.
004430     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
004440     READ SYSTEM-STATUS
004450         INVALID KEY
004460            CONTINUE
004470         NOT INVALID KEY
004480            DISPLAY "LEDGER FILES ARE LOCKED BY " SS-JOB-NAME
004490                    " SINCE " SS-LOCK-DATE " " SS-LOCK-TIME
004500            DISPLAY "RUN ABANDONED -- CLEAR THE LOCK WITH "
004510                    "SYSTEM-STATUS-CONSOLE IF IT IS STALE"
004520            CLOSE SYSTEM-STATUS
004530            GO TO 1100-EXIT
004540     END-READ.
004550     MOVE "LEDGER-FILES"         TO SS-LOCK-NAME.
004560     MOVE "AUDIT-CONFIRM-SAMPLE" TO SS-JOB-NAME.
004570     MOVE WS-TODAY-8             TO SS-LOCK-DATE.
004580     MOVE WS-NOW-TIME            TO SS-LOCK-TIME.
004590     WRITE SYSTEM-STATUS-STRUCTURE
004600         INVALID KEY
004610            DISPLAY "CANNOT TAKE THE LEDGER-FILES RUN LOCK"
004620            CLOSE SYSTEM-STATUS
004630            GO TO 1100-EXIT
004640     END-WRITE.
004650     MOVE 'Y' TO WS-RUN-LOCK-SWITCH.
004660 1100-EXIT.
004670     EXIT.
004680
004690 1200-RELEASE-RUN-LOCK.
004700     IF WS-RUN-LOCK-HELD
004710        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
004720        DELETE SYSTEM-STATUS RECORD
004730            INVALID KEY
004740               DISPLAY "WARNING: RUN LOCK ALREADY GONE"
004750        END-DELETE
004760        CLOSE SYSTEM-STATUS
004770        MOVE 'N' TO WS-RUN-LOCK-SWITCH
004780     END-IF.
004790 1200-EXIT.
004800     EXIT.
004810
004820*                                                                *
004830*   1300-OPEN-CONFIRMATIONS -- REFUSE A SECOND DRAW FOR AN       *
004840*   AS-OF DATE ALREADY SAMPLED                                   *
004850*                                                                *
004860 1300-OPEN-CONFIRMATIONS.
004870     OPEN I-O CONFIRMATIONS.
004880     IF AUDCONF-STATUS NOT = '00' AND AUDCONF-STATUS NOT = '05'
004890        DISPLAY "CANNOT OPEN CONFIRMATION FILE, STATUS "
004900                AUDCONF-STATUS
004910        MOVE "FLAG" TO WS-RC-CODE
004920        GO TO 1300-EXIT
004930     END-IF.
004940     MOVE WS-AS-OF-DATE TO AC-AS-OF-DATE.
004950     MOVE ZERO          TO AC-ACCOUNT-ID.
004960     READ CONFIRMATIONS
004970         INVALID KEY
004980            GO TO 1300-EXIT
004990     END-READ.
005000     DISPLAY "A CONFIRMATION SAMPLE AS OF " WS-AS-OF-DATE
005010             " WAS ALREADY DRAWN ON " AC-DRAWN-DATE
005020             " WITH SEED " AC-SAMPLE-SEED.
005030     DISPLAY "RUN ABANDONED -- RESPONSES ARE RECORDED AGAINST "
005040             "THAT SAMPLE".
005050     MOVE "FLAG" TO WS-RC-CODE.
005060     CLOSE CONFIRMATIONS.
005070 1300-EXIT.
005080     EXIT.
005090
005100*                                                                *
005110*   1400-START-OUTPUTS -- CONTACT FILES, SPOOL MEMBERS, AND THE  *
005120*   PARAMETERS AT THE HEAD OF THE SAMPLE LISTING                 *
005130*                                                                *
005140 1400-START-OUTPUTS.
005150     OPEN INPUT ADDRESS-FILE.
005160     IF NOT ADDRESS-FILE-READY
005170        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, NO "
005180                "LETTERS CAN BE ADDRESSED"
005190     END-IF.
005200     OPEN INPUT XREF-FILE.
005210     IF XREF-STATUS = '00'
005220        MOVE 'Y' TO WS-XREF-SWITCH
005230     ELSE
005240        CLOSE XREF-FILE
005250     END-IF.
005260     MOVE 'N' TO WS-SPOOL-FUNCTION.
005270     MOVE "confirm-letters" TO WS-SPOOL-REPORT-NAME.
005280     MOVE 'M' TO WS-SPOOL-RETENTION.
005290     MOVE ZERO TO WS-SPOOL-LINE-COUNT.
005300     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
005310          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
005320          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
005330          WS-SPOOL-MEMBER-NAME.
005340     MOVE WS-SPOOL-MEMBER-NAME TO LETTEROUT WS-LETTER-MEMBER.
005350     OPEN OUTPUT LETTER-FILE.
005360     MOVE 'N' TO WS-SPOOL-FUNCTION.
005370     MOVE "confirm-sample" TO WS-SPOOL-REPORT-NAME.
005380     MOVE 'P' TO WS-SPOOL-RETENTION.
005390     MOVE ZERO TO WS-SPOOL-LINE-COUNT.
005400     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
005410          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
005420          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
005430          WS-SPOOL-MEMBER-NAME.
005440     MOVE WS-SPOOL-MEMBER-NAME TO LISTOUT WS-LISTING-MEMBER.
005450     OPEN OUTPUT SAMPLE-LISTING.
005460     MOVE SPACES TO LISTING-LINE.
005470     STRING "RECEIVABLES CONFIRMATION SAMPLE AS OF "
005480            WS-AS-OF-EDITED "     DRAWN " WS-TODAY-8
005490            " " WS-NOW-TIME
005500            DELIMITED BY SIZE INTO LISTING-LINE
005510     END-STRING.
005520     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005522     IF WS-DATE-OVERRIDDEN
005524        MOVE WS-OVERRIDE-MARK TO LISTING-LINE
005526        PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT
005528     END-IF.
005530     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005540     MOVE "SAMPLE PARAMETERS -- THE SAME SEED, AS-OF DATE AND"
005550       TO LISTING-LINE.
005560     MOVE " PARAMETERS REDRAW THE SAME ACCOUNTS"
005570       TO LISTING-LINE (51:36).
005580     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005590     STRING "  SEED                       " WS-SEED
005600            DELIMITED BY SIZE INTO LISTING-LINE
005610     END-STRING.
005620     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005630     STRING "  RANDOM PICKS REQUESTED     " WS-SAMPLE-SIZE
005640            DELIMITED BY SIZE INTO LISTING-LINE
005650     END-STRING.
005660     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005670     MOVE WS-OVER-AMOUNT TO WS-AMOUNT-EDITED.
005680     STRING "  EVERY BALANCE AT OR OVER " WS-AMOUNT-EDITED
005690            DELIMITED BY SIZE INTO LISTING-LINE
005700     END-STRING.
005710     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005720     MOVE WS-RANDOM-POPULATION TO WS-SHORT-EDITED.
005730     STRING "  ACCOUNTS IN RANDOM POOL    " WS-SHORT-EDITED
005740            DELIMITED BY SIZE INTO LISTING-LINE
005750     END-STRING.
005760     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005770     MOVE "REPLIES TO" TO LISTING-LINE (3:10).
005780     MOVE WS-AUDITOR-NAME TO LISTING-LINE (31:50).
005790     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005800     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005810     MOVE "ACCOUNT   SELECTED        BALANCE ON FILE"
005820       TO LISTING-LINE.
005830     MOVE "LETTER" TO LISTING-LINE (46:6).
005840     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
005850 1400-EXIT.
005860     EXIT.
005870
005880*                                                                *
005890*   2000-SCAN-OPEN-ITEMS -- ONE PASS OVER THE FILE IN KEY ORDER, *
005900*   ONE CONTROL BREAK PER ACCOUNT                                *
005910*                                                                *
005920 2000-SCAN-OPEN-ITEMS.
005930     MOVE 'N' TO WS-EOF-SWITCH.
005940     MOVE ZERO TO WS-PREV-ACCOUNT-ID WS-ACCOUNT-BALANCE.
005950     MOVE LOW-VALUES TO OI-ITEM-KEY.
005960     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
005970         INVALID KEY
005980            MOVE 'Y' TO WS-EOF-SWITCH
005990     END-START.
006000     PERFORM 2100-READ-ITEM THRU 2100-EXIT
006010             UNTIL WS-EOF-YES.
006020     IF WS-PREV-ACCOUNT-ID NOT = ZERO
006030        PERFORM 3000-ACCOUNT-BREAK THRU 3000-EXIT
006040     END-IF.
006050 2000-EXIT.
006060     EXIT.
006070
006080 2100-READ-ITEM.
006090     READ OPEN-ITEMS NEXT RECORD
006100         AT END
006110            MOVE 'Y' TO WS-EOF-SWITCH
006120            GO TO 2100-EXIT
006130     END-READ.
006140     IF WS-COUNTING-PASS
006150        ADD 1 TO WS-RC-READ
006160     END-IF.
006170     IF OI-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
006180        IF WS-PREV-ACCOUNT-ID NOT = ZERO
006190           PERFORM 3000-ACCOUNT-BREAK THRU 3000-EXIT
006200        END-IF
006210        MOVE OI-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
006220        MOVE ZERO TO WS-ACCOUNT-BALANCE
006230        IF OI-COMPANY-CODE = "02"
006240           MOVE "02" TO WS-ACCOUNT-COMPANY
006250        ELSE
006260           MOVE "01" TO WS-ACCOUNT-COMPANY
006270        END-IF
006280     END-IF.
006290     IF OI-ITEM-DATE > WS-AS-OF-DATE
006300        GO TO 2100-EXIT
006310     END-IF.
006320     IF OI-ITEM-OPEN OR OI-ITEM-PARTIAL
006330        ADD OI-REMAINING-AMOUNT TO WS-ACCOUNT-BALANCE
006340     END-IF.
006350 2100-EXIT.
006360     EXIT.
006370
006380*                                                                *
006390*   3000-ACCOUNT-BREAK -- PASS ONE COUNTS; PASS TWO DECIDES.     *
006400*   AN ACCOUNT UNDER THE AMOUNT IS TAKEN WHEN THE NEXT RANDOM    *
006410*   NUMBER, SCALED BY THE ACCOUNTS STILL LEFT IN THE POOL, FALLS *
006420*   UNDER THE PICKS STILL NEEDED -- WORKED IN WHOLE NUMBERS AS   *
006430*   RANDOM * LEFT < NEEDED * MODULUS.                            *
006440*                                                                *
006450 3000-ACCOUNT-BREAK.
006460     IF WS-ACCOUNT-BALANCE = ZERO
006470        GO TO 3000-EXIT
006480     END-IF.
006490     IF WS-COUNTING-PASS
006500        ADD 1 TO WS-POPULATION-COUNT
006510        ADD WS-ACCOUNT-BALANCE TO WS-POPULATION-BALANCE
006520        IF WS-ACCOUNT-BALANCE < WS-OVER-AMOUNT
006530           ADD 1 TO WS-RANDOM-POPULATION
006540        END-IF
006550        GO TO 3000-EXIT
006560     END-IF.
006570     IF WS-ACCOUNT-BALANCE NOT < WS-OVER-AMOUNT
006580        MOVE 'T' TO WS-SELECT-REASON
006590        ADD 1 TO WS-OVER-COUNT
006600        PERFORM 3500-TAKE-ACCOUNT THRU 3500-EXIT
006610        GO TO 3000-EXIT
006620     END-IF.
006630     PERFORM 3100-NEXT-RANDOM THRU 3100-EXIT.
006640     COMPUTE WS-LEFT-SIDE =
006650             WS-RANDOM * (WS-RANDOM-POPULATION - WS-RANDOM-SEEN).
006660     COMPUTE WS-RIGHT-SIDE =
006670             (WS-SAMPLE-SIZE - WS-RANDOM-PICKED) * WS-MODULUS.
006680     ADD 1 TO WS-RANDOM-SEEN.
006690     IF WS-LEFT-SIDE < WS-RIGHT-SIDE
006700        MOVE 'R' TO WS-SELECT-REASON
006710        ADD 1 TO WS-RANDOM-PICKED
006720        PERFORM 3500-TAKE-ACCOUNT THRU 3500-EXIT
006730     END-IF.
006740 3000-EXIT.
006750     EXIT.
006760
006770 3100-NEXT-RANDOM.
006780     COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM * WS-MULTIPLIER.
006790     DIVIDE WS-RANDOM-PRODUCT BY WS-MODULUS
006800            GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM.
006810 3100-EXIT.
006820     EXIT.
006830
006840*                                                                *
006850*   3500-TAKE-ACCOUNT -- RECORD IT, DECIDE WHETHER A LETTER CAN  *
006860*   GO, PRINT IT, AND LIST IT                                    *
006870*                                                                *
006880 3500-TAKE-ACCOUNT.
006890     ADD 1 TO WS-SELECTED-COUNT.
006900     ADD WS-ACCOUNT-BALANCE TO WS-SELECTED-BALANCE.
006910     MOVE SPACES TO CONFIRMATION-STRUCTURE.
006920     MOVE WS-AS-OF-DATE      TO AC-AS-OF-DATE.
006930     MOVE WS-PREV-ACCOUNT-ID TO AC-ACCOUNT-ID.
006940     MOVE WS-SELECT-REASON   TO AC-SELECT-REASON.
006950     MOVE WS-ACCOUNT-BALANCE TO AC-BALANCE-ON-FILE.
006960     MOVE WS-ACCOUNT-COMPANY TO AC-COMPANY-CODE.
006970     MOVE ZERO TO AC-MAILED-DATE AC-CUSTOMER-AMOUNT
006980                  AC-RESPONSE-DATE.
006990     CALL "LEGAL-HOLD-CHECK" USING WS-PREV-ACCOUNT-ID,
007000          WS-HOLD-STATUS.
007010     PERFORM 5000-LOOKUP-ACCOUNT THRU 5000-EXIT.
007020     EVALUATE TRUE
007030        WHEN WS-HOLD-STATUS = 'H'
007040           SET AC-HELD-LEGAL-HOLD TO TRUE
007050        WHEN WS-CONTACT-DECEASED
007060           SET AC-HELD-DECEASED TO TRUE
007070        WHEN NOT WS-ACCOUNT-FOUND
007080           SET AC-HELD-NO-ADDRESS TO TRUE
007090        WHEN OTHER
007100           SET AC-LETTER-MAILED TO TRUE
007110           MOVE WS-TODAY-8 TO AC-MAILED-DATE
007120     END-EVALUATE.
007130*   A PART-WRITTEN SAMPLE LEFT BY A RUN THAT DIED BEFORE ITS
007140*   CONTROL RECORD IS SIMPLY REDRAWN OVER.
007150     WRITE CONFIRMATION-STRUCTURE
007160         INVALID KEY
007170            REWRITE CONFIRMATION-STRUCTURE
007180     END-WRITE.
007190     IF AC-LETTER-MAILED
007200        ADD 1 TO WS-MAILED-COUNT
007210        PERFORM 6000-PRINT-LETTER THRU 6000-EXIT
007220     ELSE
007230        ADD 1 TO WS-NOT-MAILED-COUNT
007240     END-IF.
007250     MOVE WS-PREV-ACCOUNT-ID TO WS-LD-ACCOUNT.
007260     IF AC-SELECTED-OVER-AMOUNT
007270        MOVE "OVER AMOUNT" TO WS-LD-REASON
007280     ELSE
007290        MOVE "RANDOM" TO WS-LD-REASON
007300     END-IF.
007310     MOVE WS-ACCOUNT-BALANCE TO WS-LD-BALANCE.
007320     EVALUATE TRUE
007330        WHEN AC-LETTER-MAILED
007340           MOVE "MAILED" TO WS-LD-MAILED
007350        WHEN AC-HELD-LEGAL-HOLD
007360           MOVE "NOT MAILED -- LEGAL HOLD" TO WS-LD-MAILED
007370        WHEN AC-HELD-DECEASED
007380           MOVE "NOT MAILED -- DECEASED" TO WS-LD-MAILED
007390        WHEN OTHER
007400           MOVE "NOT MAILED -- NO CONTACT" TO WS-LD-MAILED
007410     END-EVALUATE.
007420     MOVE WS-LISTING-DETAIL TO LISTING-LINE.
007430     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
007440 3500-EXIT.
007450     EXIT.
007460
007470*                                                                *
007480*   4000-WRITE-CONTROL-RECORD -- WRITTEN LAST, SO ITS PRESENCE   *
007490*   MEANS THE SAMPLE IS COMPLETE                                 *
007500*                                                                *
007510 4000-WRITE-CONTROL-RECORD.
007520     MOVE SPACES TO CONFIRMATION-STRUCTURE.
007530     MOVE WS-AS-OF-DATE         TO AC-AS-OF-DATE.
007540     MOVE ZERO                  TO AC-ACCOUNT-ID.
007550     MOVE WS-SEED               TO AC-SAMPLE-SEED.
007560     MOVE WS-SAMPLE-SIZE        TO AC-SAMPLE-SIZE.
007570     MOVE WS-OVER-AMOUNT        TO AC-OVER-AMOUNT.
007580     MOVE WS-POPULATION-COUNT   TO AC-POPULATION-COUNT.
007590     MOVE WS-POPULATION-BALANCE TO AC-POPULATION-BALANCE.
007600     MOVE WS-SELECTED-COUNT     TO AC-SELECTED-COUNT.
007610     MOVE WS-SELECTED-BALANCE   TO AC-SELECTED-BALANCE.
007620     MOVE WS-TODAY-8            TO AC-DRAWN-DATE.
007630     MOVE WS-NOW-TIME           TO AC-DRAWN-TIME.
007640     WRITE CONFIRMATION-STRUCTURE
007650         INVALID KEY
007660            DISPLAY "COULD NOT WRITE THE SAMPLE CONTROL RECORD, "
007670                    "STATUS " AUDCONF-STATUS
007680            MOVE "FLAG" TO WS-RC-CODE
007690     END-WRITE.
007700 4000-EXIT.
007710     EXIT.
007720
007730*                                                                *
007740*   4900-XREF-OWNER-LOOKUP / 5000-LOOKUP-ACCOUNT /               *
007750*   5050-CAPTURE-CONTACT -- THE OWNER LINK FIRST, THEN THE       *
007760*   CONTACT CARRYING THE ACCOUNT-ID, AS THE MONTHLY STATEMENT    *
007770*                                                                *
007780 4900-XREF-OWNER-LOOKUP.
007790     MOVE 'N' TO WS-XREF-HIT-SWITCH.
007800     MOVE WS-PREV-ACCOUNT-ID TO XR-ACCOUNT-ID.
007810     START XREF-FILE KEY IS >= XR-ACCOUNT-ID
007820         INVALID KEY
007830            GO TO 4900-EXIT
007840     END-START.
007850 4900-READ-NEXT.
007860     READ XREF-FILE NEXT RECORD
007870         AT END
007880            GO TO 4900-EXIT
007890     END-READ.
007900     IF XR-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
007910        GO TO 4900-EXIT
007920     END-IF.
007930     IF XR-ROLE NOT = 'O'
007940        GO TO 4900-READ-NEXT
007950     END-IF.
007960     MOVE XR-PHONE TO FD-PHONE.
007970     READ ADDRESS-FILE
007980         INVALID KEY
007990            GO TO 4900-READ-NEXT
008000     END-READ.
008010     MOVE 'Y' TO WS-FOUND-SWITCH.
008020     PERFORM 5050-CAPTURE-CONTACT THRU 5050-EXIT.
008030 4900-EXIT.
008040     EXIT.
008050
008060 5000-LOOKUP-ACCOUNT.
008070     MOVE 'N' TO WS-FOUND-SWITCH WS-DECEASED-SWITCH.
008080     MOVE SPACES TO WS-ACCOUNT-COUNTRY WS-ACCOUNT-NAME
008090                    WS-ACCOUNT-STREET WS-ACCOUNT-CITY-STATE-ZIP.
008100     IF NOT ADDRESS-FILE-READY
008110        GO TO 5000-EXIT
008120     END-IF.
008130     IF WS-XREF-AVAILABLE
008140        PERFORM 4900-XREF-OWNER-LOOKUP THRU 4900-EXIT
008150        IF WS-ACCOUNT-FOUND
008160           GO TO 5000-EXIT
008170        END-IF
008180     END-IF.
008190     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
008200     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
008210         INVALID KEY
008220            GO TO 5000-EXIT
008230     END-READ.
008240     MOVE 'Y' TO WS-FOUND-SWITCH.
008250     PERFORM 5050-CAPTURE-CONTACT THRU 5050-EXIT.
008260 5000-EXIT.
008270     EXIT.
008280
008290 5050-CAPTURE-CONTACT.
008300     IF FD-DECEASED-YES
008310        MOVE 'Y' TO WS-DECEASED-SWITCH
008320     END-IF.
008330     MOVE WS-TODAY-8 TO WS-SEASONAL-RUN-DATE.
008340     CALL "ADDRESS-SEASONAL-CHECK" USING FD-PHONE,
008350          WS-SEASONAL-RUN-DATE, WS-SEASONAL-ACTIVE,
008360          WS-SEASONAL-STREET, WS-SEASONAL-CITY,
008370          WS-SEASONAL-STATE, WS-SEASONAL-ZIP.
008380     IF WS-SEASONAL-ACTIVE = 'Y'
008390        MOVE WS-SEASONAL-STREET TO FD-STREET-NAME
008400        MOVE WS-SEASONAL-CITY   TO FD-CITY
008410        MOVE WS-SEASONAL-STATE  TO FD-STATE
008420        MOVE WS-SEASONAL-ZIP    TO FD-ZIP
008430     END-IF.
008440     STRING FD-FIRST-NAME DELIMITED BY SPACE
008450            " " DELIMITED BY SIZE
008460            FD-LAST-NAME  DELIMITED BY SPACE
008470            INTO WS-ACCOUNT-NAME
008480     END-STRING.
008490     MOVE FD-STREET-NAME TO WS-ACCOUNT-STREET.
008500     MOVE FD-COUNTRY     TO WS-ACCOUNT-COUNTRY.
008510     IF FD-COUNTRY NOT = SPACES AND FD-COUNTRY NOT = "US"
008520        STRING FD-CITY  DELIMITED BY SPACE
008530               "  "     DELIMITED BY SIZE
008540               FD-ZIP   DELIMITED BY SPACE
008550               INTO WS-ACCOUNT-CITY-STATE-ZIP
008560        END-STRING
008570     ELSE
008580        STRING FD-CITY  DELIMITED BY SPACE
008590               ", "     DELIMITED BY SIZE
008600               FD-STATE DELIMITED BY SIZE
008610               " "      DELIMITED BY SIZE
008620               FD-ZIP   DELIMITED BY SPACE
008630               INTO WS-ACCOUNT-CITY-STATE-ZIP
008640        END-STRING
008650     END-IF.
008660 5050-EXIT.
008670     EXIT.
008680
008690*                                                                *
008700*   6000-PRINT-LETTER -- ONE POSITIVE-CONFIRMATION LETTER.  THE  *
008710*   REPLY FORM AT THE FOOT GOES BACK TO THE AUDITORS, NOT TO US, *
008720*   AND CARRIES THE CONFIRMATION REFERENCE THE RESPONSE SCREEN   *
008730*   IS KEYED ON.                                                 *
008740*                                                                *
008750 6000-PRINT-LETTER.
008760     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008770     IF WS-ACCOUNT-COMPANY = "02"
008780        MOVE WS-COMPANY-NAME-2 TO LETTER-LINE
008790     ELSE
008800        MOVE WS-COMPANY-NAME-1 TO LETTER-LINE
008810     END-IF.
008820     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008830     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008840     MOVE WS-ACCOUNT-NAME TO LETTER-LINE.
008850     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008860     MOVE WS-ACCOUNT-STREET TO LETTER-LINE.
008870     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008880     MOVE WS-ACCOUNT-CITY-STATE-ZIP TO LETTER-LINE.
008890     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008900     IF WS-ACCOUNT-COUNTRY NOT = SPACES
008910        AND WS-ACCOUNT-COUNTRY NOT = "US"
008920        MOVE WS-ACCOUNT-COUNTRY TO LETTER-LINE
008930        PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT
008940     END-IF.
008950     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
008960     STRING "RE: CONFIRMATION OF ACCOUNT " WS-PREV-ACCOUNT-ID
008970            " AS OF " WS-AS-OF-EDITED
008980            DELIMITED BY SIZE INTO LETTER-LINE
008990     END-STRING.
009000     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009010     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009020     MOVE "OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS."
009030       TO LETTER-LINE.
009040     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009050     MOVE "PLEASE CONFIRM DIRECTLY TO THEM THE BALANCE OF YOUR"
009060       TO LETTER-LINE.
009070     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009080     STRING "ACCOUNT WITH US AS OF " WS-AS-OF-EDITED
009090            ", WHICH OUR RECORDS SHOW AS:"
009100            DELIMITED BY SIZE INTO LETTER-LINE
009110     END-STRING.
009120     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009130     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009140     MOVE WS-ACCOUNT-BALANCE TO WS-AMOUNT-EDITED.
009150     STRING "          BALANCE DUE US   $" WS-AMOUNT-EDITED
009160            DELIMITED BY SIZE INTO LETTER-LINE
009170     END-STRING.
009180     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009190     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009200     MOVE "THIS IS NOT A REQUEST FOR PAYMENT.  PLEASE SIGN BELOW"
009210       TO LETTER-LINE.
009220     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009230     MOVE "AND RETURN THIS LETTER TO:" TO LETTER-LINE.
009240     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009250     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009260     MOVE WS-AUDITOR-NAME TO LETTER-LINE (11:50).
009270     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009280     IF WS-AUDITOR-ADDRESS NOT = SPACES
009290        MOVE WS-AUDITOR-ADDRESS TO LETTER-LINE (11:50)
009300        PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT
009310     END-IF.
009320     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009330     MOVE ALL "-" TO LETTER-LINE (1:58).
009340     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009350     STRING "CONFIRMATION REFERENCE " WS-AS-OF-DATE "-"
009360            WS-PREV-ACCOUNT-ID
009370            DELIMITED BY SIZE INTO LETTER-LINE
009380     END-STRING.
009390     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009400     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009410     MOVE "[ ] THE BALANCE SHOWN ABOVE AGREES WITH OUR RECORDS."
009420       TO LETTER-LINE.
009430     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009440     MOVE "[ ] THE BALANCE DOES NOT AGREE.  OUR RECORDS SHOW"
009450       TO LETTER-LINE.
009460     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009470     MOVE "    $______________  (PLEASE EXPLAIN BELOW)"
009480       TO LETTER-LINE.
009490     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009500     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009510     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009520     MOVE "SIGNED ____________________________  DATE ____________"
009530       TO LETTER-LINE.
009540     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009550     MOVE WS-FORM-FEED TO LETTER-LINE.
009560     PERFORM 7900-PUT-LETTER-LINE THRU 7900-EXIT.
009570 6000-EXIT.
009580     EXIT.
009590
009600 7900-PUT-LETTER-LINE.
009610     WRITE LETTER-LINE.
009620     ADD 1 TO WS-LETTER-LINE-COUNT.
009630     MOVE SPACES TO LETTER-LINE.
009640 7900-EXIT.
009650     EXIT.
009660
009670 7950-PUT-LISTING-LINE.
009680     WRITE LISTING-LINE.
009690     ADD 1 TO WS-LISTING-LINE-COUNT.
009700     MOVE SPACES TO LISTING-LINE.
009710 7950-EXIT.
009720     EXIT.
009730
009740*                                                                *
009750*   8000-FINISH-OUTPUTS -- TOTALS ON THE LISTING, THEN CLOSE AND *
009760*   REGISTER BOTH SPOOL MEMBERS                                  *
009770*                                                                *
009780 8000-FINISH-OUTPUTS.
009790     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
009800     MOVE WS-POPULATION-COUNT TO WS-SHORT-EDITED.
009810     MOVE WS-POPULATION-BALANCE TO WS-AMOUNT-EDITED.
009820     STRING "ACCOUNTS WITH A BALANCE   " WS-SHORT-EDITED
009830            "   " WS-AMOUNT-EDITED
009840            DELIMITED BY SIZE INTO LISTING-LINE
009850     END-STRING.
009860     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
009870     MOVE WS-SELECTED-COUNT TO WS-SHORT-EDITED.
009880     MOVE WS-SELECTED-BALANCE TO WS-AMOUNT-EDITED.
009890     STRING "ACCOUNTS SELECTED         " WS-SHORT-EDITED
009900            "   " WS-AMOUNT-EDITED
009910            DELIMITED BY SIZE INTO LISTING-LINE
009920     END-STRING.
009930     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
009940     MOVE WS-OVER-COUNT TO WS-SHORT-EDITED.
009950     STRING "  OVER THE AMOUNT         " WS-SHORT-EDITED
009960            DELIMITED BY SIZE INTO LISTING-LINE
009970     END-STRING.
009980     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
009990     MOVE WS-RANDOM-PICKED TO WS-SHORT-EDITED.
010000     STRING "  AT RANDOM               " WS-SHORT-EDITED
010010            DELIMITED BY SIZE INTO LISTING-LINE
010020     END-STRING.
010030     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
010040     MOVE WS-MAILED-COUNT TO WS-SHORT-EDITED.
010050     STRING "LETTERS MAILED            " WS-SHORT-EDITED
010060            DELIMITED BY SIZE INTO LISTING-LINE
010070     END-STRING.
010080     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
010090     MOVE WS-NOT-MAILED-COUNT TO WS-SHORT-EDITED.
010100     STRING "NOT MAILED                " WS-SHORT-EDITED
010110            DELIMITED BY SIZE INTO LISTING-LINE
010120     END-STRING.
010130     PERFORM 7950-PUT-LISTING-LINE THRU 7950-EXIT.
010140     CLOSE LETTER-FILE.
010150     CLOSE SAMPLE-LISTING.
010160     MOVE 'R' TO WS-SPOOL-FUNCTION.
010170     MOVE "confirm-letters" TO WS-SPOOL-REPORT-NAME.
010180     MOVE 'M' TO WS-SPOOL-RETENTION.
010190     MOVE WS-LETTER-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
010200     MOVE WS-LETTER-MEMBER TO WS-SPOOL-MEMBER-NAME.
010210     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
010220          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
010230          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
010240          WS-SPOOL-MEMBER-NAME.
010250     MOVE 'R' TO WS-SPOOL-FUNCTION.
010260     MOVE "confirm-sample" TO WS-SPOOL-REPORT-NAME.
010270     MOVE 'P' TO WS-SPOOL-RETENTION.
010280     MOVE WS-LISTING-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
010290     MOVE WS-LISTING-MEMBER TO WS-SPOOL-MEMBER-NAME.
010300     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
010310          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
010320          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
010330          WS-SPOOL-MEMBER-NAME.
010340 8000-EXIT.
010350     EXIT.
010360
010370 9999-EXIT.
010380     STOP RUN.
