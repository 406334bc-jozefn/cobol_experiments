000010******************************************************************
000020*                                                                *
000030*   YEAR-END-SUMMARY                                             *
000040*                                                                *
000050*   ONE-PAGE YEAR-END SUMMARY LETTER PER ACCOUNT -- WHAT THE     *
000060*   CUSTOMER WAS CHARGED, PAID AND WAS TAXED OVER THE CALENDAR   *
000070*   YEAR, SO THE JANUARY CALLS FOR "A TOTAL FOR MY ACCOUNTANT"   *
000080*   NO LONGER MEAN ADDING UP TWELVE STATEMENT REPRINTS BY HAND.  *
000090*   THE ARCHIVED HISTORY FILE AND THE LIVE LEDGER ARE BOTH READ, *
000100*   AND EVERY ACCOUNT WITH ACTIVITY IN THE YEAR IS TOTALLED:     *
000110*                                                                *
000120*     - CHARGES BY CHARGE CODE, NET OF TAX (MATCHED ON THE       *
000130*       POSTED DESCRIPTION, AS CHARGE-CODE-REVENUE-REPORT        *
000140*       DOES; FREE-TEXT CHARGES TOTAL AS OTHER CHARGES)          *
000150*     - LATE FEES AND FINANCE CHARGES (THE LATE-FEE RUN'S        *
000160*       FINANCE CHARGES AND THE RETURNED-PAYMENT NSF FEES)       *
000170*     - PAYMENTS, AND ANY PAYMENTS RETURNED UNPAID               *
000180*     - CREDITS AND ADJUSTMENTS (REVERSED CHARGES)               *
000190*     - REFUNDS, WRITE-OFFS                                      *
000200*     - SALES TAX BY TAX-STATE                                   *
000210*                                                                *
000220*   THE LETTERS GO OUT THE WAY THE MONTHLY STATEMENT DOES:       *
000230*   HELD FOR AN ACCOUNT ON LEGAL HOLD, SUPPRESSED FOR A          *
000240*   DECEASED CONTACT, AND SPLIT BY DELIVERY CHANNEL -- A         *
000250*   CONTACT WITH A GOOD EMAIL AND NO EMAIL OPT-OUT GETS ITS OWN  *
000260*   SPOOL MEMBER ON THE DISPATCH MANIFEST, EVERYONE ELSE STAYS   *
000270*   ON THE PRINT STREAM.  A SUMMARY-YEAR=YYYY RUN PARM PICKS     *
000280*   THE YEAR; THE DEFAULT IS THE YEAR BEFORE THE RUN DATE.       *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.      YEAR-END-SUMMARY.
000330 AUTHOR.          DATA PROCESSING.
000340 INSTALLATION.    ACCOUNTING SYSTEMS.
000350 DATE-WRITTEN.    10/15/2026.
000360 DATE-COMPILED.   10/15/2026.
000370*                                                                *
000380*   MODIFICATION HISTORY                                        *
000390*   ------------------------------------------------------------ *
000400*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000402*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000404*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000406*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000410*                                                                *
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL TRANSACTIONS
000460            ASSIGN       TO  TRANSOUT
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS  IS TRANSOUT-STATUS.
000490
000500     SELECT OPTIONAL HISTORY-FILE
000510            ASSIGN       TO  HISTOUT
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS  IS HISTOUT-STATUS.
000540
000550     SELECT SORT-WORK-FILE
000560            ASSIGN       TO  "yesort.tmp".
000570
000580     SELECT OPTIONAL ADDRESS-FILE
000590            ASSIGN       TO  ADDROUT
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE  IS DYNAMIC
000620            RECORD KEY   IS FD-PHONE
000630            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000640            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000650            FILE STATUS  IS ADDRESS-STATUS.
000660
000670*   CONTACT/ACCOUNT CROSS-REFERENCE -- AN OWNER LINK NAMES THE
000680*   CONTACT THE LETTER GOES TO, AS ON THE MONTHLY STATEMENT.
000690     SELECT OPTIONAL XREF-FILE
000700            ASSIGN       TO  XREFOUT
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE  IS DYNAMIC
000730            RECORD KEY   IS XR-XREF-KEY
000740            ALTERNATE RECORD KEY IS XR-ACCOUNT-ID
000750                     WITH DUPLICATES
000760            FILE STATUS  IS XREF-STATUS.
000770
000780     SELECT OPTIONAL CHARGE-CODES
000790            ASSIGN       TO  CHGCODES
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE  IS DYNAMIC
000820            RECORD KEY   IS CC-CHARGE-CODE
000830            FILE STATUS  IS CHGCODE-STATUS.
000840
000850     SELECT SUMMARY-LETTER-FILE
000860            ASSIGN       TO  LETTEROUT
000870            ORGANIZATION IS LINE SEQUENTIAL
000880            FILE STATUS  IS LETTEROUT-STATUS.
000890
000900*   ONE SPOOL MEMBER PER EMAIL-DELIVERY ACCOUNT -- THE FILE
000910*   NAME IS BUILT PER ACCOUNT AND THE FILE REOPENED AT EACH
000920*   ACCOUNT BREAK.
000930     SELECT EMAIL-SPOOL-FILE
000940            ASSIGN       TO  EMAILSPOOL
000950            ORGANIZATION IS LINE SEQUENTIAL
000960            FILE STATUS  IS EMAILSPOOL-STATUS.
000970
000980     SELECT EMAIL-MANIFEST-FILE
000990            ASSIGN       TO  MANIFESTOUT
001000            ORGANIZATION IS LINE SEQUENTIAL
001010            FILE STATUS  IS MANIFEST-STATUS.
001020
001030     SELECT DELIVERY-SUMMARY-FILE
001040            ASSIGN       TO  SUMMARYOUT
001050            ORGANIZATION IS LINE SEQUENTIAL
001060            FILE STATUS  IS SUMMARY-STATUS.
001070
001080     SELECT OPTIONAL RUN-PARM-FILE
001090            ASSIGN       TO  RUNPARMS
001100            ORGANIZATION IS LINE SEQUENTIAL
001110            FILE STATUS  IS RUNPARM-STATUS.
001120
001130     SELECT OPTIONAL SYSTEM-STATUS
001140            ASSIGN       TO  SYSSTAT
001150            ORGANIZATION IS INDEXED
001160            ACCESS MODE  IS DYNAMIC
001170            RECORD KEY   IS SS-LOCK-NAME
001180            FILE STATUS  IS SYSSTAT-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  TRANSACTIONS
001230     RECORDING MODE IS F.
001240 01  TRANSACTION-STRUCTURE.
001250     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
001260
001270 FD  HISTORY-FILE
001280     RECORDING MODE IS F.
001290 01  HISTORY-STRUCTURE.
001300     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==HS-==.
001310
001320 SD  SORT-WORK-FILE.
001330 01  SORT-RECORD.
001340     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==SD-==.
001350
001360 FD  ADDRESS-FILE.
001370 01  ADDRESS-RECORD.
001380     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001390
001400 FD  XREF-FILE.
001410 01  XREF-STRUCTURE.
001420     COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
001430          REPLACING ==(TAG)== BY ==XR-==.
001440
001450 FD  CHARGE-CODES.
001460 01  CHARGE-CODE-STRUCTURE.
001470     COPY "CHARGE-CODE-RECORD.CPY" REPLACING ==(TAG)==
001480          BY ==CC-==.
001490
001500 FD  SUMMARY-LETTER-FILE
001510     RECORDING MODE IS F.
001520 01  SUMMARY-LETTER-LINE          PIC X(80).
001530
001540 FD  EMAIL-SPOOL-FILE
001550     RECORDING MODE IS F.
001560 01  EMAIL-SPOOL-LINE             PIC X(80).
001570
001580 FD  EMAIL-MANIFEST-FILE
001590     RECORDING MODE IS F.
001600 01  EMAIL-MANIFEST-LINE          PIC X(150).
001610
001620 FD  DELIVERY-SUMMARY-FILE
001630     RECORDING MODE IS F.
001640 01  DELIVERY-SUMMARY-LINE        PIC X(80).
001650
001660 FD  RUN-PARM-FILE
001670     RECORDING MODE IS F.
001680 01  RUN-PARM-LINE                PIC X(40).
001690
001700 FD  SYSTEM-STATUS.
001710 01  SYSTEM-STATUS-STRUCTURE.
001720     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
001730          BY ==SS-==.
001740
001750 WORKING-STORAGE SECTION.
001760*                                                                *
001770*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001780*                                                                *
001790 01  TRANSOUT                   PIC X(50)
001800     VALUE "transactions.txt".
001810 01  TRANSOUT-STATUS            PIC X(02).
001820 01  HISTOUT                    PIC X(50)
001830     VALUE "transactions-history.txt".
001840 01  HISTOUT-STATUS             PIC X(02).
001850 01  ADDROUT                    PIC X(50)
001860     VALUE "/mnt/c/cobfiles\address.idx".
001870 01  ADDRESS-STATUS             PIC X(02).
001880     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001890 01  XREFOUT                    PIC X(50)
001900     VALUE "/mnt/c/cobfiles\address-xref.idx".
001910 01  XREF-STATUS                PIC X(02).
001920 01  WS-XREF-SWITCH             PIC X(01) VALUE 'N'.
001930     88  WS-XREF-AVAILABLE                VALUE 'Y'.
001940 01  WS-XREF-HIT-SWITCH         PIC X(01) VALUE 'N'.
001950 01  CHGCODES                   PIC X(50)
001960     VALUE "/mnt/c/cobfiles\charge-codes.idx".
001970 01  CHGCODE-STATUS             PIC X(02).
001980 01  LETTEROUT                  PIC X(50)
001990     VALUE "year-end-summaries.txt".
002000 01  LETTEROUT-STATUS           PIC X(02).
002010 01  EMAILSPOOL                 PIC X(50) VALUE SPACES.
002020 01  EMAILSPOOL-STATUS          PIC X(02).
002030 01  MANIFESTOUT                PIC X(50)
002040     VALUE "year-end-email-manifest.txt".
002050 01  MANIFEST-STATUS            PIC X(02).
002060 01  SUMMARYOUT                 PIC X(50)
002070     VALUE "year-end-delivery-summary.txt".
002080 01  SUMMARY-STATUS             PIC X(02).
002090 01  RUNPARMS                   PIC X(50)
002100     VALUE "ledger-run-parms.txt".
002110 01  RUNPARM-STATUS             PIC X(02).
002120 01  WS-PARM-NAME               PIC X(20).
002130 01  WS-PARM-VALUE              PIC X(20).
002140 01  SYSSTAT                    PIC X(50)
002150     VALUE "/mnt/c/cobfiles\system-status.idx".
002160 01  SYSSTAT-STATUS             PIC X(02).
002170 01  WS-RUN-LOCK-SWITCH         PIC X(01) VALUE 'N'.
002180     88  WS-RUN-LOCK-HELD                  VALUE 'Y'.
002190 01  WS-NOW-TIME                PIC X(08).
002200
002210 01  WS-RC-FUNCTION             PIC X(01).
002220 01  WS-RC-JOB-NAME             PIC X(20)
002230     VALUE "YEAR-END-SUMMARY".
002240 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002250 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002260 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002270
002280 01  WS-COMPANY-NAME-1          PIC X(40)
002290     VALUE "AMES SUPPLY COMPANY".
002300 01  WS-COMPANY-NAME-2          PIC X(40)
002310     VALUE "RIVERSIDE TRADING COMPANY".
002320
002330 01  WS-TODAY-8                 PIC 9(08).
002332 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
002334     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
002336 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
002340 01  WS-TODAY-YYYY              PIC 9(04).
002350 01  WS-SUMMARY-YEAR            PIC 9(04) VALUE ZERO.
002360
002370 01  WS-SWITCHES.
002380     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002390         88  WS-EOF-YES                   VALUE 'Y'.
002400     05  WS-SORT-EOF-SWITCH     PIC X(01) VALUE 'N'.
002410         88  WS-SORT-EOF                  VALUE 'Y'.
002420     05  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002430         88  WS-ACCOUNT-FOUND             VALUE 'Y'.
002440     05  WS-DECEASED-SWITCH     PIC X(01) VALUE 'N'.
002450         88  WS-CONTACT-DECEASED          VALUE 'Y'.
002460
002470*                                                                *
002480*   DELIVERY SPLIT -- THE SAME RULES AS THE MONTHLY STATEMENT    *
002490*   (SEE 3600-SET-DELIVERY-CHANNEL THERE)                        *
002500*                                                                *
002510 01  WS-CHANNEL                 PIC X(01) VALUE 'P'.
002520     88  WS-EMAIL-CHANNEL                  VALUE 'E'.
002530     88  WS-PRINT-CHANNEL                  VALUE 'P'.
002540 01  WS-SPOOL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002550     88  WS-SPOOL-OPEN                     VALUE 'Y'.
002560 01  WS-ACCOUNT-EMAIL           PIC X(50) VALUE SPACES.
002570 01  WS-ACCOUNT-PHONE           PIC X(12) VALUE SPACES.
002580 01  WS-CONSENT-CHANNEL         PIC X(01) VALUE 'E'.
002590 01  WS-CONSENT-STATUS          PIC X(01) VALUE SPACE.
002600 01  WS-SEASONAL-RUN-DATE       PIC X(08).
002610 01  WS-SEASONAL-ACTIVE         PIC X(01).
002620 01  WS-SEASONAL-STREET         PIC X(40).
002630 01  WS-SEASONAL-CITY           PIC X(40).
002640 01  WS-SEASONAL-STATE          PIC X(02).
002650 01  WS-SEASONAL-ZIP            PIC X(10).
002660 01  WS-ACCOUNT-NAME            PIC X(41).
002670 01  WS-ACCOUNT-STREET          PIC X(40).
002680 01  WS-ACCOUNT-CITY-STATE-ZIP  PIC X(60).
002690 01  WS-ACCOUNT-COUNTRY         PIC X(03) VALUE SPACES.
002700*   ANSWER FROM LEGAL-HOLD-CHECK -- 'H' HOLDS THE LETTER.
002710 01  WS-HOLD-STATUS             PIC X(01).
002720
002730 01  WS-COUNTERS.
002740     05  WS-ACCOUNT-COUNT       PIC 9(05) VALUE ZERO.
002750     05  WS-EMAIL-COUNT         PIC 9(05) VALUE ZERO.
002760     05  WS-PRINT-COUNT         PIC 9(05) VALUE ZERO.
002770     05  WS-HELD-COUNT          PIC 9(05) VALUE ZERO.
002780     05  WS-DECEASED-COUNT      PIC 9(05) VALUE ZERO.
002790
002800*                                                                *
002810*   CHARGE-CODE TABLE, LOADED FROM THE MASTER, WITH THE ACCOUNT  *
002820*   IN HAND'S TOTAL AGAINST EACH CODE                            *
002830*                                                                *
002840 01  WS-CODE-TABLE.
002850     05  WS-CODE-ENTRY OCCURS 50 TIMES.
002860         10  WS-CT-CODE          PIC X(06).
002870         10  WS-CT-DESC          PIC X(25).
002880         10  WS-CT-AMOUNT        PIC 9(11)V9(02).
002890 01  WS-CODE-COUNT              PIC 9(02) VALUE ZERO.
002900 01  WS-CODE-SUB                PIC 9(02) VALUE ZERO.
002910 01  WS-MATCH-SUB               PIC 9(02) VALUE ZERO.
002920
002930*                                                                *
002940*   SALES TAX BY STATE FOR THE ACCOUNT IN HAND                   *
002950*                                                                *
002960 01  WS-TAX-TABLE.
002970     05  WS-TAX-ENTRY OCCURS 20 TIMES.
002980         10  WS-TX-STATE         PIC X(02).
002990         10  WS-TX-AMOUNT        PIC 9(11)V9(02).
003000 01  WS-TAX-COUNT               PIC 9(02) VALUE ZERO.
003010 01  WS-TAX-SUB                 PIC 9(02) VALUE ZERO.
003020
003030*                                                                *
003040*   THE ACCOUNT IN HAND                                          *
003050*                                                                *
003060 01  WS-PREV-ACCOUNT-ID         PIC 9(07) VALUE ZERO.
003070 01  WS-ACCOUNT-COMPANY         PIC X(02).
003080 01  WS-NET-AMOUNT              PIC 9(09)V9(02).
003090 01  WS-ACCOUNT-TOTALS.
003100     05  WS-OTHER-CHARGES       PIC 9(11)V9(02).
003110     05  WS-CHARGE-TOTAL        PIC 9(11)V9(02).
003120     05  WS-FEE-TOTAL           PIC 9(11)V9(02).
003130     05  WS-PAYMENT-TOTAL       PIC 9(11)V9(02).
003140     05  WS-RETURNED-TOTAL      PIC 9(11)V9(02).
003150     05  WS-ADJUSTMENT-TOTAL    PIC 9(11)V9(02).
003160     05  WS-REFUND-TOTAL        PIC 9(11)V9(02).
003170     05  WS-WRITEOFF-TOTAL      PIC 9(11)V9(02).
003180     05  WS-TAX-TOTAL           PIC 9(11)V9(02).
003190
003200*                                                                *
003210*   LETTER LINES                                                 *
003220*                                                                *
003230 01  WS-FORM-FEED               PIC X(01) VALUE X"0C".
003240 01  WS-LETTER-LINE.
003250     05  FILLER                 PIC X(04) VALUE SPACES.
003260     05  WS-LL-LABEL            PIC X(42).
003270     05  WS-LL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003280     05  FILLER                 PIC X(16) VALUE SPACES.
003290 01  WS-LETTER-TEXT             PIC X(80).
003300
003310 PROCEDURE DIVISION.
003320*                                                                *
003330*   0000-MAINLINE                                               *
003340*                                                                *
003350 0000-MAINLINE.
003360     MOVE 'S' TO WS-RC-FUNCTION.
003370     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003380          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003390          WS-RC-CODE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
003420     IF NOT WS-RUN-LOCK-HELD
003430        MOVE "0008" TO WS-RC-CODE
003440        MOVE 'E' TO WS-RC-FUNCTION
003450        CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003460             WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003470             WS-RC-CODE
003480        MOVE 8 TO RETURN-CODE
003490        GO TO 9999-EXIT
003500     END-IF.
003510     OPEN INPUT ADDRESS-FILE.
003520     OPEN INPUT XREF-FILE.
003530     IF XREF-STATUS = '00'
003540        MOVE 'Y' TO WS-XREF-SWITCH
003550     ELSE
003560        CLOSE XREF-FILE
003570     END-IF.
003580     OPEN OUTPUT SUMMARY-LETTER-FILE.
003590     OPEN OUTPUT EMAIL-MANIFEST-FILE.
003600     MOVE "EMAIL,ACCOUNT,PERIOD,SPOOL MEMBER"
003610        TO EMAIL-MANIFEST-LINE.
003620     WRITE EMAIL-MANIFEST-LINE.
003630     SORT SORT-WORK-FILE
003640         ON ASCENDING KEY SD-ACCOUNT-ID
003650         ON ASCENDING KEY SD-TRANSACTION-DATE
003660         INPUT PROCEDURE  IS 2000-LOAD-SORT-FILE
003670         OUTPUT PROCEDURE IS 3000-WRITE-SUMMARIES.
003680     PERFORM 3700-CLOSE-SPOOL THRU 3700-EXIT.
003690     CLOSE ADDRESS-FILE.
003700     IF WS-XREF-AVAILABLE
003710        CLOSE XREF-FILE
003720     END-IF.
003730     CLOSE SUMMARY-LETTER-FILE.
003740     CLOSE EMAIL-MANIFEST-FILE.
003750     PERFORM 1300-WRITE-DELIVERY-SUMMARY THRU 1300-EXIT.
003760     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
003770     MOVE 'E' TO WS-RC-FUNCTION.
003780     COMPUTE WS-RC-WRITTEN = WS-EMAIL-COUNT + WS-PRINT-COUNT.
003790     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
003800          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
003810          WS-RC-CODE.
003820     DISPLAY "YEAR-END-SUMMARY RUN COMPLETE FOR " WS-SUMMARY-YEAR.
003830     DISPLAY "ACCOUNTS WITH ACTIVITY:     " WS-ACCOUNT-COUNT.
003840     DISPLAY "HELD FOR LEGAL HOLD:        " WS-HELD-COUNT.
003850     DISPLAY "SUPPRESSED -- DECEASED:     " WS-DECEASED-COUNT.
003860     DISPLAY "SUMMARIES BY EMAIL:         " WS-EMAIL-COUNT.
003870     DISPLAY "SUMMARIES TO PRINT:         " WS-PRINT-COUNT.
003880     GO TO 9999-EXIT.
003890
003900*                                                                *
003910*   1000-INITIALIZE -- THE SUMMARY YEAR AND THE CHARGE-CODE      *
003920*   TABLE                                                        *
003930*                                                                *
003940 1000-INITIALIZE.
003950     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
003952          WS-OVERRIDE-MARK.
003954     IF WS-DATE-OVERRIDDEN
003956        DISPLAY WS-OVERRIDE-MARK
003958     END-IF.
003960     MOVE WS-TODAY-8 (1:4) TO WS-TODAY-YYYY.
003970     COMPUTE WS-SUMMARY-YEAR = WS-TODAY-YYYY - 1.
003980     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003990     PERFORM 1500-LOAD-CHARGE-CODES THRU 1500-EXIT.
004000 1000-EXIT.
004010     EXIT.
004020
004030*                                                                *
004040*   1050-READ-RUN-PARMS -- A SUMMARY-YEAR=YYYY LINE IN THE       *
004050*   SHARED LEDGER RUN PARAMETER FILE OVERRIDES THE DEFAULT, SO   *
004060*   A LOST LETTER FROM AN EARLIER YEAR CAN BE RE-RUN             *
004070*                                                                *
004080 1050-READ-RUN-PARMS.
004090     OPEN INPUT RUN-PARM-FILE.
004100     IF RUNPARM-STATUS NOT = '00'
004110        GO TO 1050-EXIT
004120     END-IF.
004130     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
004140             UNTIL RUNPARM-STATUS NOT = '00'.
004150     CLOSE RUN-PARM-FILE.
004160 1050-EXIT.
004170     EXIT.
004180
004190 1060-READ-ONE-PARM.
004200     READ RUN-PARM-FILE
004210         AT END
004220            MOVE '10' TO RUNPARM-STATUS
004230            GO TO 1060-EXIT
004240     END-READ.
004250     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
004260     UNSTRING RUN-PARM-LINE DELIMITED BY "="
004270         INTO WS-PARM-NAME, WS-PARM-VALUE
004280     END-UNSTRING.
004290     IF WS-PARM-NAME = "SUMMARY-YEAR"
004300        AND WS-PARM-VALUE (1:4) NUMERIC
004310        MOVE WS-PARM-VALUE (1:4) TO WS-SUMMARY-YEAR
004320     END-IF.
004330 1060-EXIT.
004340     EXIT.
004350
004360*                                                                *
004370*   1100-TAKE-RUN-LOCK -- THE LEDGER-FILES LOCK, SO THE RUN      *
004380*   CANNOT READ THE LEDGER HALFWAY THROUGH AN ARCHIVE OR SWAP    *
004390*                                                                *
004400 1100-TAKE-RUN-LOCK.
004410     ACCEPT WS-NOW-TIME FROM TIME.
004420     OPEN I-O SYSTEM-STATUS.
004430     IF SYSSTAT-STATUS NOT = '00' AND SYSSTAT-STATUS NOT = '05'
004440        DISPLAY "CANNOT OPEN SYSTEM STATUS FILE, STATUS "
004450                SYSSTAT-STATUS
004460        GO TO 1100-EXIT
004470     END-IF.
004480     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
004490     READ SYSTEM-STATUS
004500         INVALID KEY
004510            CONTINUE
004520         NOT INVALID KEY
004530            DISPLAY "LEDGER FILES ARE LOCKED BY " SS-JOB-NAME
004540                    " SINCE " SS-LOCK-DATE " " SS-LOCK-TIME
004550            DISPLAY "RUN ABANDONED -- CLEAR THE LOCK WITH "
004560                    "SYSTEM-STATUS-CONSOLE IF IT IS STALE"
004570            CLOSE SYSTEM-STATUS
004580            GO TO 1100-EXIT
004590     END-READ.
004600     MOVE "LEDGER-FILES"      TO SS-LOCK-NAME.
004610     MOVE "YEAR-END-SUMMARY"  TO SS-JOB-NAME.
004620     MOVE WS-TODAY-8          TO SS-LOCK-DATE.
004630     MOVE WS-NOW-TIME         TO SS-LOCK-TIME.
004640     WRITE SYSTEM-STATUS-STRUCTURE
004650         INVALID KEY
004660            DISPLAY "CANNOT TAKE THE LEDGER-FILES RUN LOCK"
004670            CLOSE SYSTEM-STATUS
004680            GO TO 1100-EXIT
004690     END-WRITE.
004700     MOVE 'Y' TO WS-RUN-LOCK-SWITCH.
004710 1100-EXIT.
004720     EXIT.
004730
004740*                                                                *
004750*   1200-RELEASE-RUN-LOCK                                        *
004760*                                                                *
004770 1200-RELEASE-RUN-LOCK.
004780     IF WS-RUN-LOCK-HELD
004790        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
004800        DELETE SYSTEM-STATUS RECORD
004810            INVALID KEY
004820               DISPLAY "WARNING: RUN LOCK ALREADY GONE"
004830        END-DELETE
004840        CLOSE SYSTEM-STATUS
004850        MOVE 'N' TO WS-RUN-LOCK-SWITCH
004860     END-IF.
004870 1200-EXIT.
004880     EXIT.
004890
004900*                                                                *
004910*   1300-WRITE-DELIVERY-SUMMARY                                 *
004920*                                                                *
004930 1300-WRITE-DELIVERY-SUMMARY.
004940     OPEN OUTPUT DELIVERY-SUMMARY-FILE.
004950     MOVE "YEAR-END SUMMARY DELIVERY SUMMARY"
004960       TO DELIVERY-SUMMARY-LINE.
004970     WRITE DELIVERY-SUMMARY-LINE.
004980     MOVE SPACES TO DELIVERY-SUMMARY-LINE.
004990     STRING "YEAR " WS-SUMMARY-YEAR
005000            "  EMAIL " WS-EMAIL-COUNT
005010            "  PRINT " WS-PRINT-COUNT
005020            "  HELD " WS-HELD-COUNT
005030            "  DECEASED " WS-DECEASED-COUNT
005040            DELIMITED BY SIZE INTO DELIVERY-SUMMARY-LINE
005050     END-STRING.
005060     WRITE DELIVERY-SUMMARY-LINE.
005070     CLOSE DELIVERY-SUMMARY-FILE.
005080 1300-EXIT.
005090     EXIT.
005100
005110*                                                                *
005120*   1500-LOAD-CHARGE-CODES -- THE WHOLE MASTER, RETIRED CODES    *
005130*   INCLUDED (A CODE RETIRED IN DECEMBER STILL BILLED IN MAY)    *
005140*                                                                *
005150 1500-LOAD-CHARGE-CODES.
005160     OPEN INPUT CHARGE-CODES.
005170     IF CHGCODE-STATUS NOT = '00'
005180        DISPLAY "NO CHARGE-CODE MASTER -- ALL CHARGES SUMMARIZE "
005190                "AS OTHER CHARGES"
005200        GO TO 1500-EXIT
005210     END-IF.
005220     MOVE LOW-VALUES TO CC-CHARGE-CODE.
005230     START CHARGE-CODES KEY IS >= CC-CHARGE-CODE
005240         INVALID KEY
005250            CLOSE CHARGE-CODES
005260            GO TO 1500-EXIT
005270     END-START.
005280     MOVE 'N' TO WS-EOF-SWITCH.
005290     PERFORM 1510-LOAD-ONE-CODE THRU 1510-EXIT
005300             UNTIL WS-EOF-YES OR WS-CODE-COUNT = 50.
005310     CLOSE CHARGE-CODES.
005320 1500-EXIT.
005330     EXIT.
005340
005350 1510-LOAD-ONE-CODE.
005360     READ CHARGE-CODES NEXT RECORD
005370         AT END
005380            MOVE 'Y' TO WS-EOF-SWITCH
005390            GO TO 1510-EXIT
005400     END-READ.
005410     ADD 1 TO WS-CODE-COUNT.
005420     MOVE CC-CHARGE-CODE TO WS-CT-CODE (WS-CODE-COUNT).
005430     MOVE CC-DESC        TO WS-CT-DESC (WS-CODE-COUNT).
005440     MOVE ZERO           TO WS-CT-AMOUNT (WS-CODE-COUNT).
005450 1510-EXIT.
005460     EXIT.
005470
005480*                                                                *
005490*   2000-LOAD-SORT-FILE -- THE ARCHIVED HISTORY, THEN THE LIVE   *
005500*   LEDGER; ONLY DETAILS POSTED IN THE SUMMARY YEAR              *
005510*                                                                *
005520 2000-LOAD-SORT-FILE.
005530     OPEN INPUT HISTORY-FILE.
005540     IF HISTOUT-STATUS = '00'
005550        MOVE 'N' TO WS-EOF-SWITCH
005560        PERFORM 2100-READ-HISTORY THRU 2100-EXIT
005570                UNTIL WS-EOF-YES
005580        CLOSE HISTORY-FILE
005590     END-IF.
005600     OPEN INPUT TRANSACTIONS.
005610     IF TRANSOUT-STATUS NOT = '00'
005620        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
005630        GO TO 2000-EXIT
005640     END-IF.
005650     MOVE 'N' TO WS-EOF-SWITCH.
005660     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
005670             UNTIL WS-EOF-YES.
005680     CLOSE TRANSACTIONS.
005690 2000-EXIT.
005700     EXIT.
005710
005720 2100-READ-HISTORY.
005730     READ HISTORY-FILE
005740         AT END
005750            MOVE 'Y' TO WS-EOF-SWITCH
005760            GO TO 2100-EXIT
005770     END-READ.
005780     MOVE HISTORY-STRUCTURE TO TRANSACTION-STRUCTURE.
005790     PERFORM 2500-RELEASE-IF-IN-YEAR THRU 2500-EXIT.
005800 2100-EXIT.
005810     EXIT.
005820
005830 2200-READ-TRANSACTION.
005840     READ TRANSACTIONS
005850         AT END
005860            MOVE 'Y' TO WS-EOF-SWITCH
005870            GO TO 2200-EXIT
005880     END-READ.
005890     PERFORM 2500-RELEASE-IF-IN-YEAR THRU 2500-EXIT.
005900 2200-EXIT.
005910     EXIT.
005920
005930*   THE ARCHIVE JOB'S BALANCE-FORWARD STUBS (UID ZERO, NO AMOUNT)
005940*   CARRY NOTHING FOR THE YEAR AND ARE PASSED OVER.
005950 2500-RELEASE-IF-IN-YEAR.
005960     IF NOT TR-DETAIL-RECORD
005970        GO TO 2500-EXIT
005980     END-IF.
005990     ADD 1 TO WS-RC-READ.
006000     IF TR-ACCOUNT-ID = ZERO
006010        OR TR-TRANSACTION-DATE (1:4) NOT = WS-SUMMARY-YEAR
006020        GO TO 2500-EXIT
006030     END-IF.
006040     IF TR-UID = ZERO AND TR-AMOUNT = ZERO
006050        GO TO 2500-EXIT
006060     END-IF.
006070     MOVE TRANSACTION-STRUCTURE TO SORT-RECORD.
006080     RELEASE SORT-RECORD.
006090 2500-EXIT.
006100     EXIT.
006110
006120*                                                                *
006130*   3000-WRITE-SUMMARIES -- ONE CONTROL BREAK PER ACCOUNT        *
006140*                                                                *
006150 3000-WRITE-SUMMARIES.
006160     MOVE 'N' TO WS-SORT-EOF-SWITCH.
006170     MOVE ZERO TO WS-PREV-ACCOUNT-ID.
006180     PERFORM 3100-RETURN-ONE-DETAIL THRU 3100-EXIT
006190             UNTIL WS-SORT-EOF.
006200     IF WS-PREV-ACCOUNT-ID NOT = ZERO
006210        PERFORM 4000-FINISH-ACCOUNT THRU 4000-EXIT
006220     END-IF.
006230 3000-EXIT.
006240     EXIT.
006250
006260 3100-RETURN-ONE-DETAIL.
006270     RETURN SORT-WORK-FILE
006280         AT END
006290            MOVE 'Y' TO WS-SORT-EOF-SWITCH
006300            GO TO 3100-EXIT
006310     END-RETURN.
006320     IF SD-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
006330        IF WS-PREV-ACCOUNT-ID NOT = ZERO
006340           PERFORM 4000-FINISH-ACCOUNT THRU 4000-EXIT
006350        END-IF
006360        PERFORM 3200-START-ACCOUNT THRU 3200-EXIT
006370     END-IF.
006380     PERFORM 3300-TALLY-DETAIL THRU 3300-EXIT.
006390 3100-EXIT.
006400     EXIT.
006410
006420 3200-START-ACCOUNT.
006430     MOVE SD-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
006440     MOVE ZERO TO WS-OTHER-CHARGES WS-CHARGE-TOTAL WS-FEE-TOTAL
006450                  WS-PAYMENT-TOTAL WS-RETURNED-TOTAL
006460                  WS-ADJUSTMENT-TOTAL WS-REFUND-TOTAL
006470                  WS-WRITEOFF-TOTAL WS-TAX-TOTAL WS-TAX-COUNT.
006480     MOVE 1 TO WS-CODE-SUB.
006490     PERFORM 3210-CLEAR-CODE-AMOUNT THRU 3210-EXIT
006500             UNTIL WS-CODE-SUB > WS-CODE-COUNT.
006510 3200-EXIT.
006520     EXIT.
006530
006540 3210-CLEAR-CODE-AMOUNT.
006550     MOVE ZERO TO WS-CT-AMOUNT (WS-CODE-SUB).
006560     ADD 1 TO WS-CODE-SUB.
006570 3210-EXIT.
006580     EXIT.
006590
006600*                                                                *
006610*   3300-TALLY-DETAIL -- ONE POSTED ENTRY INTO ITS BUCKET.  A    *
006620*   REVERSING CREDIT IS AN ADJUSTMENT, NOT A PAYMENT; A          *
006630*   REVERSING DEBIT IS A PAYMENT RETURNED UNPAID.  TAX IS        *
006640*   TAKEN OUT OF EACH CHARGE AND TOTALLED BY STATE.              *
006650*                                                                *
006660 3300-TALLY-DETAIL.
006670     IF SD-COMPANY-CODE = "02"
006680        MOVE "02" TO WS-ACCOUNT-COMPANY
006690     ELSE
006700        MOVE "01" TO WS-ACCOUNT-COMPANY
006710     END-IF.
006720     EVALUATE TRUE
006730        WHEN SD-WRITEOFF-TRANSACTION
006740           ADD SD-AMOUNT TO WS-WRITEOFF-TOTAL
006750        WHEN SD-REFUND-TRANSACTION
006760           ADD SD-AMOUNT TO WS-REFUND-TOTAL
006770        WHEN SD-CREDIT-TRANSACTION
006780           IF SD-REVERSED-UID NOT = ZERO
006790              ADD SD-AMOUNT TO WS-ADJUSTMENT-TOTAL
006800           ELSE
006810              ADD SD-AMOUNT TO WS-PAYMENT-TOTAL
006820           END-IF
006830        WHEN SD-DEBIT-TRANSACTION
006840           IF SD-REVERSED-UID NOT = ZERO
006850              ADD SD-AMOUNT TO WS-RETURNED-TOTAL
006860           ELSE
006870              PERFORM 3400-TALLY-CHARGE THRU 3400-EXIT
006880           END-IF
006890        WHEN OTHER
006900           CONTINUE
006910     END-EVALUATE.
006920 3300-EXIT.
006930     EXIT.
006940
006950 3400-TALLY-CHARGE.
006960     COMPUTE WS-NET-AMOUNT = SD-AMOUNT - SD-TAX-AMOUNT.
006970     IF SD-TAX-AMOUNT NOT = ZERO
006980        PERFORM 3500-TALLY-TAX THRU 3500-EXIT
006990     END-IF.
007000*   THE LATE-FEE RUN POSTS "FINANCE CHARGE"; A RETURNED PAYMENT
007010*   POSTS AN "NSF FEE" -- BOTH ARE FEES, NOT SERVICES.
007020     IF SD-DESC (1:14) = "FINANCE CHARGE"
007030        OR SD-DESC (1:7) = "NSF FEE"
007040        ADD WS-NET-AMOUNT TO WS-FEE-TOTAL
007050        GO TO 3400-EXIT
007060     END-IF.
007070     ADD WS-NET-AMOUNT TO WS-CHARGE-TOTAL.
007080     MOVE ZERO TO WS-MATCH-SUB.
007090     MOVE 1 TO WS-CODE-SUB.
007100     PERFORM 3410-MATCH-ONE-CODE THRU 3410-EXIT
007110             UNTIL WS-CODE-SUB > WS-CODE-COUNT
007120                OR WS-MATCH-SUB > ZERO.
007130     IF WS-MATCH-SUB > ZERO
007140        ADD WS-NET-AMOUNT TO WS-CT-AMOUNT (WS-MATCH-SUB)
007150     ELSE
007160        ADD WS-NET-AMOUNT TO WS-OTHER-CHARGES
007170     END-IF.
007180 3400-EXIT.
007190     EXIT.
007200
007210 3410-MATCH-ONE-CODE.
007220     IF WS-CT-DESC (WS-CODE-SUB) = SD-DESC
007230        MOVE WS-CODE-SUB TO WS-MATCH-SUB
007240     ELSE
007250        ADD 1 TO WS-CODE-SUB
007260     END-IF.
007270 3410-EXIT.
007280     EXIT.
007290
007300*   A TWENTY-FIRST STATE FOR ONE ACCOUNT IN ONE YEAR FOLDS INTO
007310*   THE LAST SLOT RATHER THAN BEING LOST FROM THE TOTAL.
007320 3500-TALLY-TAX.
007330     ADD SD-TAX-AMOUNT TO WS-TAX-TOTAL.
007340     MOVE 1 TO WS-TAX-SUB.
007350     PERFORM 3510-NEXT-TAX-STATE THRU 3510-EXIT
007360             UNTIL WS-TAX-SUB > WS-TAX-COUNT
007370                OR WS-TX-STATE (WS-TAX-SUB) = SD-TAX-STATE.
007380     IF WS-TAX-SUB > WS-TAX-COUNT
007390        IF WS-TAX-COUNT < 20
007400           ADD 1 TO WS-TAX-COUNT
007410           MOVE SD-TAX-STATE TO WS-TX-STATE (WS-TAX-COUNT)
007420           MOVE ZERO         TO WS-TX-AMOUNT (WS-TAX-COUNT)
007430        END-IF
007440        MOVE WS-TAX-COUNT TO WS-TAX-SUB
007450     END-IF.
007460     ADD SD-TAX-AMOUNT TO WS-TX-AMOUNT (WS-TAX-SUB).
007470 3500-EXIT.
007480     EXIT.
007490
007500 3510-NEXT-TAX-STATE.
007510     ADD 1 TO WS-TAX-SUB.
007520 3510-EXIT.
007530     EXIT.
007540
007550*                                                                *
007560*   4000-FINISH-ACCOUNT -- HOLD, SUPPRESS, OR ROUTE AND PRINT    *
007570*   THE LETTER                                                   *
007580*                                                                *
007590 4000-FINISH-ACCOUNT.
007600     ADD 1 TO WS-ACCOUNT-COUNT.
007610     CALL "LEGAL-HOLD-CHECK" USING WS-PREV-ACCOUNT-ID,
007620          WS-HOLD-STATUS.
007630     IF WS-HOLD-STATUS = 'H'
007640        ADD 1 TO WS-HELD-COUNT
007650        GO TO 4000-EXIT
007660     END-IF.
007670     PERFORM 5000-LOOKUP-ACCOUNT THRU 5000-EXIT.
007680*   NOTHING IS MAILED TO THE FAMILY OF A DECEASED CUSTOMER --
007690*   THE ESTATE WORKLIST DEALS WITH THE ACCOUNT.
007700     IF WS-CONTACT-DECEASED
007710        ADD 1 TO WS-DECEASED-COUNT
007720        GO TO 4000-EXIT
007730     END-IF.
007740     PERFORM 3600-SET-DELIVERY-CHANNEL THRU 3600-EXIT.
007750     PERFORM 6000-PRINT-LETTER THRU 6000-EXIT.
007760     PERFORM 3700-CLOSE-SPOOL THRU 3700-EXIT.
007770 4000-EXIT.
007780     EXIT.
007790
007800*                                                                *
007810*   3600-SET-DELIVERY-CHANNEL -- AN ACCOUNT WHOSE CONTACT HAS    *
007820*   A VALIDATED EMAIL ON FILE GOES TO ITS OWN SPOOL MEMBER AND   *
007830*   ONTO THE DISPATCH MANIFEST; EVERYONE ELSE STAYS ON THE       *
007840*   PRINT STREAM                                                 *
007850*                                                                *
007860 3600-SET-DELIVERY-CHANNEL.
007870     MOVE SPACE TO WS-CONSENT-STATUS.
007880     IF WS-ACCOUNT-FOUND AND WS-ACCOUNT-EMAIL NOT = SPACES
007890        CALL "ADDRESS-CONSENT-CHECK" USING WS-ACCOUNT-PHONE,
007900             WS-CONSENT-CHANNEL, WS-CONSENT-STATUS
007910     END-IF.
007920     IF WS-ACCOUNT-FOUND AND WS-ACCOUNT-EMAIL NOT = SPACES
007930        AND WS-CONSENT-STATUS NOT = 'O'
007940        MOVE 'E' TO WS-CHANNEL
007950        MOVE SPACES TO EMAILSPOOL
007960        STRING "yesum-" WS-PREV-ACCOUNT-ID "-"
007970               WS-SUMMARY-YEAR ".txt"
007980               DELIMITED BY SIZE INTO EMAILSPOOL
007990        END-STRING
008000        OPEN OUTPUT EMAIL-SPOOL-FILE
008010        IF EMAILSPOOL-STATUS = '00'
008020           MOVE 'Y' TO WS-SPOOL-OPEN-SWITCH
008030           MOVE SPACES TO EMAIL-MANIFEST-LINE
008040           STRING FUNCTION TRIM(WS-ACCOUNT-EMAIL)
008050                  DELIMITED BY SIZE
008060                  "," WS-PREV-ACCOUNT-ID
008070                  "," WS-SUMMARY-YEAR
008080                  "," DELIMITED BY SIZE
008090                  FUNCTION TRIM(EMAILSPOOL) DELIMITED BY SIZE
008100                  INTO EMAIL-MANIFEST-LINE
008110           END-STRING
008120           WRITE EMAIL-MANIFEST-LINE
008130           ADD 1 TO WS-EMAIL-COUNT
008140        ELSE
008150           MOVE 'P' TO WS-CHANNEL
008160           ADD 1 TO WS-PRINT-COUNT
008170        END-IF
008180     ELSE
008190        MOVE 'P' TO WS-CHANNEL
008200        ADD 1 TO WS-PRINT-COUNT
008210     END-IF.
008220 3600-EXIT.
008230     EXIT.
008240
008250*                                                                *
008260*   3700-CLOSE-SPOOL                                            *
008270*                                                                *
008280 3700-CLOSE-SPOOL.
008290     IF WS-SPOOL-OPEN
008300        CLOSE EMAIL-SPOOL-FILE
008310        MOVE 'N' TO WS-SPOOL-OPEN-SWITCH
008320     END-IF.
008330 3700-EXIT.
008340     EXIT.
008350
008360*                                                                *
008370*   3800-PUT-LETTER-LINE -- EVERY LETTER LINE GOES OUT THROUGH   *
008380*   HERE, TO THE ACCOUNT'S EMAIL MEMBER OR THE PRINT STREAM      *
008390*                                                                *
008400 3800-PUT-LETTER-LINE.
008410     IF WS-EMAIL-CHANNEL AND WS-SPOOL-OPEN
008420        MOVE WS-LETTER-TEXT TO EMAIL-SPOOL-LINE
008430        WRITE EMAIL-SPOOL-LINE
008440     ELSE
008450        MOVE WS-LETTER-TEXT TO SUMMARY-LETTER-LINE
008460        WRITE SUMMARY-LETTER-LINE
008470     END-IF.
008480     MOVE SPACES TO WS-LETTER-TEXT.
008490 3800-EXIT.
008500     EXIT.
008510
008520*   AN AMOUNT LINE -- LABEL IN WS-LL-LABEL, AMOUNT ALREADY MOVED
008530 3850-PUT-AMOUNT-LINE.
008540     MOVE WS-LETTER-LINE TO WS-LETTER-TEXT.
008550     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
008560     MOVE SPACES TO WS-LL-LABEL.
008570 3850-EXIT.
008580     EXIT.
008590
008600*                                                                *
008610*   4900-XREF-OWNER-LOOKUP -- WALK THE CROSS-REFERENCE BY ITS   *
008620*   ACCOUNT ALTERNATE KEY; THE FIRST OWNER-ROLE LINK NAMES THE  *
008630*   CONTACT                                                     *
008640*                                                                *
008650 4900-XREF-OWNER-LOOKUP.
008660     MOVE 'N' TO WS-XREF-HIT-SWITCH.
008670     MOVE WS-PREV-ACCOUNT-ID TO XR-ACCOUNT-ID.
008680     START XREF-FILE KEY IS >= XR-ACCOUNT-ID
008690         INVALID KEY
008700            GO TO 4900-EXIT
008710     END-START.
008720 4900-READ-NEXT.
008730     READ XREF-FILE NEXT RECORD
008740         AT END
008750            GO TO 4900-EXIT
008760     END-READ.
008770     IF XR-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
008780        GO TO 4900-EXIT
008790     END-IF.
008800     IF XR-ROLE NOT = 'O'
008810        GO TO 4900-READ-NEXT
008820     END-IF.
008830     MOVE XR-PHONE TO FD-PHONE.
008840     READ ADDRESS-FILE
008850         INVALID KEY
008860            GO TO 4900-READ-NEXT
008870     END-READ.
008880     MOVE 'Y' TO WS-FOUND-SWITCH.
008890     PERFORM 5050-CAPTURE-CONTACT THRU 5050-EXIT.
008900 4900-EXIT.
008910     EXIT.
008920
008930*                                                                *
008940*   5000-LOOKUP-ACCOUNT -- THE OWNER LINK FIRST, THEN THE        *
008950*   CONTACT CARRYING THE ACCOUNT-ID, AS THE MONTHLY STATEMENT    *
008960*                                                                *
008970 5000-LOOKUP-ACCOUNT.
008980     MOVE 'N' TO WS-FOUND-SWITCH WS-DECEASED-SWITCH.
008990     MOVE SPACES TO WS-ACCOUNT-EMAIL WS-ACCOUNT-COUNTRY
009000                    WS-ACCOUNT-PHONE WS-ACCOUNT-NAME
009010                    WS-ACCOUNT-STREET WS-ACCOUNT-CITY-STATE-ZIP.
009020     IF NOT ADDRESS-FILE-READY
009030        GO TO 5000-EXIT
009040     END-IF.
009050     IF WS-XREF-AVAILABLE
009060        PERFORM 4900-XREF-OWNER-LOOKUP THRU 4900-EXIT
009070        IF WS-FOUND-SWITCH = 'Y'
009080           GO TO 5000-EXIT
009090        END-IF
009100     END-IF.
009110     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
009120     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
009130         INVALID KEY
009140            GO TO 5000-EXIT
009150     END-READ.
009160     MOVE 'Y' TO WS-FOUND-SWITCH.
009170     PERFORM 5050-CAPTURE-CONTACT THRU 5050-EXIT.
009180 5000-EXIT.
009190     EXIT.
009200
009210*                                                                *
009220*   5050-CAPTURE-CONTACT -- THE LETTER FIELDS FROM THE FD        *
009230*   RECORD, SHARED BY THE XREF AND ACCOUNT-ID PATHS              *
009240*                                                                *
009250 5050-CAPTURE-CONTACT.
009260     IF FD-DECEASED-YES
009270        MOVE 'Y' TO WS-DECEASED-SWITCH
009280     END-IF.
009290     MOVE WS-TODAY-8 TO WS-SEASONAL-RUN-DATE.
009300     CALL "ADDRESS-SEASONAL-CHECK" USING FD-PHONE,
009310          WS-SEASONAL-RUN-DATE, WS-SEASONAL-ACTIVE,
009320          WS-SEASONAL-STREET, WS-SEASONAL-CITY,
009330          WS-SEASONAL-STATE, WS-SEASONAL-ZIP.
009340     IF WS-SEASONAL-ACTIVE = 'Y'
009350        MOVE WS-SEASONAL-STREET TO FD-STREET-NAME
009360        MOVE WS-SEASONAL-CITY   TO FD-CITY
009370        MOVE WS-SEASONAL-STATE  TO FD-STATE
009380        MOVE WS-SEASONAL-ZIP    TO FD-ZIP
009390     END-IF.
009400     STRING FD-FIRST-NAME DELIMITED BY SPACE
009410            " " DELIMITED BY SIZE
009420            FD-LAST-NAME  DELIMITED BY SPACE
009430            INTO WS-ACCOUNT-NAME
009440     END-STRING.
009450     MOVE FD-STREET-NAME TO WS-ACCOUNT-STREET.
009460*   A BOUNCED EMAIL IS TREATED AS NO EMAIL.
009470     IF FD-EMAIL-UNDELIVERABLE NOT = 'Y'
009480        MOVE FD-EMAIL    TO WS-ACCOUNT-EMAIL
009490     END-IF.
009500     MOVE FD-PHONE       TO WS-ACCOUNT-PHONE.
009510     MOVE FD-COUNTRY     TO WS-ACCOUNT-COUNTRY.
009520     IF FD-COUNTRY NOT = SPACES AND FD-COUNTRY NOT = "US"
009530        STRING FD-CITY  DELIMITED BY SPACE
009540               "  "     DELIMITED BY SIZE
009550               FD-ZIP   DELIMITED BY SPACE
009560               INTO WS-ACCOUNT-CITY-STATE-ZIP
009570        END-STRING
009580     ELSE
009590        STRING FD-CITY  DELIMITED BY SPACE
009600               ", "     DELIMITED BY SIZE
009610               FD-STATE DELIMITED BY SIZE
009620               " "      DELIMITED BY SIZE
009630               FD-ZIP   DELIMITED BY SPACE
009640               INTO WS-ACCOUNT-CITY-STATE-ZIP
009650        END-STRING
009660     END-IF.
009670 5050-EXIT.
009680     EXIT.
009690
009700*                                                                *
009710*   6000-PRINT-LETTER -- THE ONE-PAGE SUMMARY.  A BUCKET WITH    *
009720*   NOTHING IN IT IS LEFT OFF THE PAGE EXCEPT CHARGES AND        *
009730*   PAYMENTS, WHICH ALWAYS PRINT.                                *
009740*                                                                *
009750 6000-PRINT-LETTER.
009760     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
009770     IF WS-ACCOUNT-COMPANY = "02"
009780        MOVE WS-COMPANY-NAME-2 TO WS-LETTER-TEXT
009790     ELSE
009800        MOVE WS-COMPANY-NAME-1 TO WS-LETTER-TEXT
009810     END-IF.
009820     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
009830     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
009840     IF WS-ACCOUNT-FOUND
009850        MOVE WS-ACCOUNT-NAME TO WS-LETTER-TEXT
009860        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
009870        MOVE WS-ACCOUNT-STREET TO WS-LETTER-TEXT
009880        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
009890        MOVE WS-ACCOUNT-CITY-STATE-ZIP TO WS-LETTER-TEXT
009900        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
009910        IF WS-ACCOUNT-COUNTRY NOT = SPACES
009920           AND WS-ACCOUNT-COUNTRY NOT = "US"
009930           MOVE WS-ACCOUNT-COUNTRY TO WS-LETTER-TEXT
009940           PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
009950        END-IF
009960     ELSE
009970        MOVE "(NO MATCHING ADDRESS BOOK CONTACT ON FILE)" TO
009980             WS-LETTER-TEXT
009990        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
010000     END-IF.
010010     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010020     STRING "ACCOUNT " WS-PREV-ACCOUNT-ID
010030            "          YEAR-END ACCOUNT SUMMARY FOR "
010040            WS-SUMMARY-YEAR
010050            DELIMITED BY SIZE INTO WS-LETTER-TEXT
010060     END-STRING.
010070     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010080     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010090     MOVE "BELOW ARE THE TOTALS POSTED TO YOUR ACCOUNT DURING THE"
010100       TO WS-LETTER-TEXT.
010110     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010120     MOVE "YEAR, FOR YOUR TAX AND HOUSEHOLD RECORDS."
010130       TO WS-LETTER-TEXT.
010140     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010150     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010160     MOVE "CHARGES BY SERVICE (BEFORE TAX)" TO WS-LETTER-TEXT.
010170     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010180     MOVE 1 TO WS-CODE-SUB.
010190     PERFORM 6100-PRINT-CODE-LINE THRU 6100-EXIT
010200             UNTIL WS-CODE-SUB > WS-CODE-COUNT.
010210     IF WS-OTHER-CHARGES NOT = ZERO
010220        MOVE "  OTHER CHARGES" TO WS-LL-LABEL
010230        MOVE WS-OTHER-CHARGES TO WS-LL-AMOUNT
010240        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010250     END-IF.
010260     MOVE "TOTAL CHARGES" TO WS-LL-LABEL.
010270     MOVE WS-CHARGE-TOTAL TO WS-LL-AMOUNT.
010280     PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT.
010290     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010300     IF WS-FEE-TOTAL NOT = ZERO
010310        MOVE "LATE FEES AND FINANCE CHARGES" TO WS-LL-LABEL
010320        MOVE WS-FEE-TOTAL TO WS-LL-AMOUNT
010330        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010340     END-IF.
010350     MOVE "PAYMENTS RECEIVED" TO WS-LL-LABEL.
010360     MOVE WS-PAYMENT-TOTAL TO WS-LL-AMOUNT.
010370     PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT.
010380     IF WS-RETURNED-TOTAL NOT = ZERO
010390        MOVE "PAYMENTS RETURNED UNPAID" TO WS-LL-LABEL
010400        MOVE WS-RETURNED-TOTAL TO WS-LL-AMOUNT
010410        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010420     END-IF.
010430     IF WS-ADJUSTMENT-TOTAL NOT = ZERO
010440        MOVE "CREDITS AND ADJUSTMENTS" TO WS-LL-LABEL
010450        MOVE WS-ADJUSTMENT-TOTAL TO WS-LL-AMOUNT
010460        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010470     END-IF.
010480     IF WS-REFUND-TOTAL NOT = ZERO
010490        MOVE "REFUNDS ISSUED TO YOU" TO WS-LL-LABEL
010500        MOVE WS-REFUND-TOTAL TO WS-LL-AMOUNT
010510        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010520     END-IF.
010530     IF WS-WRITEOFF-TOTAL NOT = ZERO
010540        MOVE "BALANCE WRITTEN OFF" TO WS-LL-LABEL
010550        MOVE WS-WRITEOFF-TOTAL TO WS-LL-AMOUNT
010560        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010570     END-IF.
010580     IF WS-TAX-TOTAL NOT = ZERO
010590        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
010600        MOVE "SALES TAX PAID, BY STATE" TO WS-LETTER-TEXT
010610        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
010620        MOVE 1 TO WS-TAX-SUB
010630        PERFORM 6200-PRINT-TAX-LINE THRU 6200-EXIT
010640                UNTIL WS-TAX-SUB > WS-TAX-COUNT
010650        MOVE "TOTAL SALES TAX" TO WS-LL-LABEL
010660        MOVE WS-TAX-TOTAL TO WS-LL-AMOUNT
010670        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010680     END-IF.
010690     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010700     MOVE "QUESTIONS ABOUT THIS SUMMARY?  CALL OUR ACCOUNTS"
010710       TO WS-LETTER-TEXT.
010720     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010730     MOVE "OFFICE AND GIVE THE ACCOUNT NUMBER ABOVE."
010740       TO WS-LETTER-TEXT.
010750     PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT.
010760     IF WS-PRINT-CHANNEL
010770        MOVE WS-FORM-FEED TO WS-LETTER-TEXT
010780        PERFORM 3800-PUT-LETTER-LINE THRU 3800-EXIT
010790     END-IF.
010800 6000-EXIT.
010810     EXIT.
010820
010830 6100-PRINT-CODE-LINE.
010840     IF WS-CT-AMOUNT (WS-CODE-SUB) NOT = ZERO
010850        MOVE SPACES TO WS-LL-LABEL
010860        STRING "  " WS-CT-CODE (WS-CODE-SUB) " "
010870               WS-CT-DESC (WS-CODE-SUB)
010880               DELIMITED BY SIZE INTO WS-LL-LABEL
010890        END-STRING
010900        MOVE WS-CT-AMOUNT (WS-CODE-SUB) TO WS-LL-AMOUNT
010910        PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT
010920     END-IF.
010930     ADD 1 TO WS-CODE-SUB.
010940 6100-EXIT.
010950     EXIT.
010960
010970 6200-PRINT-TAX-LINE.
010980     MOVE SPACES TO WS-LL-LABEL.
010990     STRING "  " WS-TX-STATE (WS-TAX-SUB)
011000            DELIMITED BY SIZE INTO WS-LL-LABEL
011010     END-STRING.
011020     MOVE WS-TX-AMOUNT (WS-TAX-SUB) TO WS-LL-AMOUNT.
011030     PERFORM 3850-PUT-AMOUNT-LINE THRU 3850-EXIT.
011040     ADD 1 TO WS-TAX-SUB.
011050 6200-EXIT.
011060     EXIT.
011070
011080 9999-EXIT.
011090     STOP RUN.
