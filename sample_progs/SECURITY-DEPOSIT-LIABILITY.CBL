000010******************************************************************
000020*                                                                *
000030*   SECURITY-DEPOSIT-LIABILITY                                   *
000040*                                                                *
000050*   MONTH-END ROLLFORWARD OF THE SECURITY DEPOSITS HELD, PER     *
000060*   COMPANY, FROM THE SECURITY DEPOSIT ENTRIES FILE --           *
000070*                                                                *
000080*       OPENING BALANCE    EVERY MOVEMENT BOOKED BEFORE THE      *
000090*                          PERIOD                                *
000100*     + RECEIVED           DEPOSITS TAKEN AT THE COUNTER IN IT   *
000110*     + INTEREST           INTEREST ACCRUED ON THEM IN IT        *
000120*     - REFUNDED           PAID BACK BY CHECK IN IT              *
000130*     - APPLIED            APPLIED TO A CLOSED ACCOUNT IN IT     *
000140*     = CLOSING BALANCE                                          *
000150*                                                                *
000160*   AND TIES THE MOVEMENTS TO THE GL: RECEIVED PLUS INTEREST TO  *
000170*   THE CREDITS, AND REFUNDED PLUS APPLIED TO THE DEBITS, THAT   *
000180*   GL-EXTRACT JOURNALED TO THE DEPOSITS ACCOUNT (FROM THE GL    *
000190*   ACCOUNT MAP) FOR THE PERIOD ON GL-JOURNAL-<CC>.TXT.  ANY     *
000200*   DIFFERENCE IS SHOWN AND FLAGGED.  THE DEPOSITS STILL ON      *
000210*   HAND ON THE SECURITY DEPOSIT FILE TODAY ARE SHOWN BELOW      *
000220*   EACH COMPANY FOR COMPARISON WITH THE CLOSING BALANCE OF THE  *
000230*   CURRENT MONTH.  THE PERIOD IS THE DEPOSIT-PERIOD= (YYYYMM)   *
000240*   LINE IN THE SHARED LEDGER RUN PARAMETER FILE, THE CURRENT    *
000250*   MONTH WHEN THERE IS NONE.  THE REPORT IS REGISTERED ON THE   *
000260*   REPORT SPOOL.                                                *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      SECURITY-DEPOSIT-LIABILITY.
000310 AUTHOR.          DATA PROCESSING.
000320 INSTALLATION.    ACCOUNTING SYSTEMS.
000330 DATE-WRITTEN.    10/15/2026.
000340 DATE-COMPILED.   10/15/2026.
000350*                                                                *
000360*   MODIFICATION HISTORY                                         *
000370*   ------------------------------------------------------------ *
000380*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000382*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000384*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000386*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000388*                    HEADING.                                   *
000390*                                                                *
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL DEPOSIT-ENTRY-FILE
000440            ASSIGN       TO  SECDEPENT
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS  IS SECDEPENT-STATUS.
000470
000480     SELECT OPTIONAL SECURITY-DEPOSITS
000490            ASSIGN       TO  SECDEP
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE  IS SEQUENTIAL
000520            RECORD KEY   IS SD-DEPOSIT-KEY
000530            FILE STATUS  IS SECDEP-STATUS.
000540
000550     SELECT OPTIONAL RUN-PARM-FILE
000560            ASSIGN       TO  RUNPARMS
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS  IS RUNPARM-STATUS.
000590
000600     SELECT OPTIONAL GL-MAP-FILE
000610            ASSIGN       TO  GLMAP
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS  IS GLMAP-STATUS.
000640
000650     SELECT OPTIONAL GL-JOURNAL-FILE
000660            ASSIGN       TO  GLJOURNAL
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS  IS GLJOURNAL-STATUS.
000690
000700     SELECT REPORT-FILE
000710            ASSIGN       TO  REPORTOUT
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS  IS REPORT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DEPOSIT-ENTRY-FILE
000780     RECORDING MODE IS F.
000790 01  DEPOSIT-ENTRY-STRUCTURE.
000800     COPY "SECURITY-DEPOSIT-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
000810          BY ==SE-==.
000820
000830 FD  SECURITY-DEPOSITS.
000840 01  SECURITY-DEPOSIT-STRUCTURE.
000850     COPY "SECURITY-DEPOSIT-RECORD.CPY" REPLACING ==(TAG)==
000860          BY ==SD-==.
000870
000880 FD  RUN-PARM-FILE
000890     RECORDING MODE IS F.
000900 01  RUN-PARM-LINE                PIC X(40).
000910
000920 FD  GL-MAP-FILE
000930     RECORDING MODE IS F.
000940 01  GL-MAP-LINE                  PIC X(30).
000950
000960*   THE BALANCED JOURNAL LINE GL-EXTRACT WRITES.
000970 FD  GL-JOURNAL-FILE
000980     RECORDING MODE IS F.
000990 01  GL-JOURNAL-LINE.
001000     05  GJ-GL-ACCOUNT           PIC 9(07).
001010     05  FILLER                  PIC X(01).
001020     05  GJ-PERIOD               PIC 9(06).
001030     05  FILLER                  PIC X(01).
001040     05  GJ-DR-AMOUNT            PIC 9(09)V9(02).
001050     05  FILLER                  PIC X(01).
001060     05  GJ-CR-AMOUNT            PIC 9(09)V9(02).
001070     05  FILLER                  PIC X(01).
001080     05  GJ-DESCRIPTION          PIC X(25).
001090
001100 FD  REPORT-FILE
001110     RECORDING MODE IS F.
001120 01  REPORT-LINE                  PIC X(100).
001130
001140 WORKING-STORAGE SECTION.
001150*                                                                *
001160*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
001170*                                                                *
001180 01  SECDEPENT                  PIC X(50)
001190     VALUE "security-deposit-entries.txt".
001200 01  SECDEP                     PIC X(50)
001210     VALUE "/mnt/c/cobfiles\security-deposits.idx".
001220 01  RUNPARMS                   PIC X(50)
001230     VALUE "ledger-run-parms.txt".
001240 01  GLMAP                      PIC X(50)
001250     VALUE "gl-account-map.txt".
001260 01  GLJOURNAL                  PIC X(50) VALUE SPACES.
001270 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001280
001290 01  SECDEPENT-STATUS           PIC X(02).
001300 01  SECDEP-STATUS              PIC X(02).
001310 01  RUNPARM-STATUS             PIC X(02).
001320 01  GLMAP-STATUS               PIC X(02).
001330 01  GLJOURNAL-STATUS           PIC X(02).
001340 01  REPORT-STATUS              PIC X(02).
001350
001360 01  WS-SWITCHES.
001370     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001380         88  WS-EOF-YES                    VALUE 'Y'.
001390     05  WS-SD-EOF-SWITCH        PIC X(01) VALUE 'N'.
001400         88  WS-SD-EOF                     VALUE 'Y'.
001410     05  WS-GJ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001420         88  WS-GJ-EOF                     VALUE 'Y'.
001430     05  WS-DEPOSITS-MAPPED-SWITCH PIC X(01) VALUE 'N'.
001440         88  WS-DEPOSITS-MAPPED            VALUE 'Y'.
001450
001460 01  WS-TODAY-8                 PIC 9(08).
001462 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001464     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001466 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001470 01  WS-PARM-NAME               PIC X(20).
001480 01  WS-PARM-VALUE              PIC X(20).
001490 01  WS-ROLL-PERIOD             PIC 9(06) VALUE ZERO.
001500 01  WS-MAP-IN-KEY              PIC X(10).
001510 01  WS-MAP-IN-ACCT             PIC X(07).
001520 01  WS-DEPOSITS-ACCOUNT        PIC 9(07) VALUE ZERO.
001530 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001540 01  WS-OUT-OF-BALANCE-COUNT    PIC 9(02) VALUE ZERO.
001550
001560*                                                                *
001570*   ROLLFORWARD BUCKETS, ONE ENTRY PER COMPANY (01 AND 02, THE   *
001580*   SAME SHAPE AS THE RECURRING-BILLING BATCH TABLE).  THE       *
001590*   OPENING BALANCE IS KEPT AS MONEY IN AND MONEY OUT SO NEITHER *
001600*   BUCKET CAN GO BELOW ZERO.                                    *
001610*                                                                *
001620 01  WS-CO-SUB                  PIC 9(01).
001630 01  WS-CO-TABLE.
001640     05  WS-CO-ENTRY OCCURS 2 TIMES.
001650         10  WS-CO-OPENING-IN    PIC 9(11)V9(02).
001660         10  WS-CO-OPENING-OUT   PIC 9(11)V9(02).
001670         10  WS-CO-RECEIVED      PIC 9(11)V9(02).
001680         10  WS-CO-INTEREST      PIC 9(11)V9(02).
001690         10  WS-CO-REFUNDED      PIC 9(11)V9(02).
001700         10  WS-CO-APPLIED       PIC 9(11)V9(02).
001710         10  WS-CO-GL-CREDITS    PIC 9(11)V9(02).
001720         10  WS-CO-GL-DEBITS     PIC 9(11)V9(02).
001730         10  WS-CO-ON-HAND-COUNT PIC 9(05).
001740         10  WS-CO-ON-HAND       PIC 9(11)V9(02).
001750 01  WS-OPENING                 PIC S9(11)V9(02)
001760                                SIGN IS LEADING SEPARATE.
001770 01  WS-CLOSING                 PIC S9(11)V9(02)
001780                                SIGN IS LEADING SEPARATE.
001790 01  WS-MOVEMENT-IN             PIC 9(11)V9(02).
001800 01  WS-MOVEMENT-OUT            PIC 9(11)V9(02).
001810 01  WS-DIFFERENCE              PIC S9(11)V9(02)
001820                                SIGN IS LEADING SEPARATE.
001830 01  WS-RPT-COMPANY             PIC X(02).
001840
001850 01  WS-RC-FUNCTION             PIC X(01).
001860 01  WS-RC-JOB-NAME             PIC X(20)
001870     VALUE "DEPOSIT-LIABILITY".
001880 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001890 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001900 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001910
001920*                                                                *
001930*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001940*                                                                *
001950 01  WS-SPOOL-FUNCTION          PIC X(01).
001960 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001970     VALUE "deposit-liability".
001980 01  WS-SPOOL-JOB-NAME          PIC X(20)
001990     VALUE "DEPOSIT-LIABILITY".
002000 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002010 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002020 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002030
002040 PROCEDURE DIVISION.
002050*                                                                *
002060*   0000-MAINLINE                                                *
002070*                                                                *
002080 0000-MAINLINE.
002090     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002095          WS-OVERRIDE-MARK.
002100     MOVE 'S' TO WS-RC-FUNCTION.
002110     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002120          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002130          WS-RC-CODE.
002140     INITIALIZE WS-CO-TABLE.
002150     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002160     PERFORM 1100-FIND-DEPOSITS-ACCOUNT THRU 1100-EXIT.
002170     PERFORM 2000-SCAN-ENTRIES THRU 2000-EXIT.
002180     PERFORM 2500-SCAN-DEPOSITS THRU 2500-EXIT.
002190     PERFORM 3000-SCAN-GL-JOURNAL THRU 3000-EXIT
002200             VARYING WS-CO-SUB FROM 1 BY 1
002210             UNTIL WS-CO-SUB > 2.
002220     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
002230     IF WS-OUT-OF-BALANCE-COUNT > ZERO
002240        MOVE "OOB " TO WS-RC-CODE
002250        MOVE 4 TO RETURN-CODE
002260     END-IF.
002270     MOVE 'E' TO WS-RC-FUNCTION.
002280     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
002290     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002300          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002310          WS-RC-CODE.
002320     DISPLAY "SECURITY-DEPOSIT-LIABILITY RUN COMPLETE".
002330     DISPLAY "PERIOD:               " WS-ROLL-PERIOD.
002340     IF WS-OUT-OF-BALANCE-COUNT > ZERO
002350        DISPLAY "WARNING -- SECURITY DEPOSITS DO NOT TIE TO "
002360                "THE GL FOR " WS-OUT-OF-BALANCE-COUNT
002370                " MOVEMENT(S)"
002380     END-IF.
002390     GO TO 9999-EXIT.
002400
002410*                                                                *
002420*   1000-READ-RUN-PARMS -- DEPOSIT-PERIOD= (YYYYMM) IN THE       *
002430*   SHARED LEDGER RUN PARAMETER FILE; THE CURRENT MONTH IF       *
002440*   ABSENT                                                       *
002450*                                                                *
002460 1000-READ-RUN-PARMS.
002470     MOVE WS-TODAY-8 (1:6) TO WS-ROLL-PERIOD.
002480     OPEN INPUT RUN-PARM-FILE.
002490     IF RUNPARM-STATUS NOT = '00'
002500        GO TO 1000-EXIT
002510     END-IF.
002520     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002530             UNTIL RUNPARM-STATUS NOT = '00'.
002540     CLOSE RUN-PARM-FILE.
002550 1000-EXIT.
002560     EXIT.
002570
002580 1050-READ-ONE-PARM.
002590     READ RUN-PARM-FILE
002600         AT END
002610            MOVE '10' TO RUNPARM-STATUS
002620            GO TO 1050-EXIT
002630     END-READ.
002640     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002650     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002660         INTO WS-PARM-NAME, WS-PARM-VALUE
002670     END-UNSTRING.
002680     IF WS-PARM-NAME = "DEPOSIT-PERIOD"
002690        AND WS-PARM-VALUE (1:6) NUMERIC
002700        MOVE WS-PARM-VALUE (1:6) TO WS-ROLL-PERIOD
002710     END-IF.
002720 1050-EXIT.
002730     EXIT.
002740
002750*                                                                *
002760*   1100-FIND-DEPOSITS-ACCOUNT -- THE GL ACCOUNT THE DEPOSITS    *
002770*   KEY MAPS TO.  WITHOUT ONE GL-EXTRACT POSTED THE MOVEMENTS    *
002780*   TO SUSPENSE, AND THE TIE-OUT IS REPORTED AS NOT POSSIBLE.    *
002790*                                                                *
002800 1100-FIND-DEPOSITS-ACCOUNT.
002810     OPEN INPUT GL-MAP-FILE.
002820     IF GLMAP-STATUS NOT = '00'
002830        GO TO 1100-EXIT
002840     END-IF.
002850     PERFORM 1150-CHECK-ONE-MAP THRU 1150-EXIT
002860             UNTIL GLMAP-STATUS NOT = '00'
002870                OR WS-DEPOSITS-MAPPED.
002880     CLOSE GL-MAP-FILE.
002890 1100-EXIT.
002900     EXIT.
002910
002920 1150-CHECK-ONE-MAP.
002930     READ GL-MAP-FILE
002940         AT END
002950            MOVE '10' TO GLMAP-STATUS
002960            GO TO 1150-EXIT
002970     END-READ.
002980     MOVE SPACES TO WS-MAP-IN-KEY WS-MAP-IN-ACCT.
002990     UNSTRING GL-MAP-LINE DELIMITED BY ","
003000         INTO WS-MAP-IN-KEY, WS-MAP-IN-ACCT
003010     END-UNSTRING.
003020     IF WS-MAP-IN-KEY = "DEPOSITS"
003030        AND WS-MAP-IN-ACCT NUMERIC
003040        MOVE WS-MAP-IN-ACCT TO WS-DEPOSITS-ACCOUNT
003050        MOVE 'Y' TO WS-DEPOSITS-MAPPED-SWITCH
003060     END-IF.
003070 1150-EXIT.
003080     EXIT.
003090
003100*                                                                *
003110*   2000-SCAN-ENTRIES -- BUCKET EVERY DEPOSIT MOVEMENT AGAINST   *
003120*   THE ROLLFORWARD PERIOD                                       *
003130*                                                                *
003140 2000-SCAN-ENTRIES.
003150     OPEN INPUT DEPOSIT-ENTRY-FILE.
003160     IF SECDEPENT-STATUS NOT = '00'
003170        DISPLAY "NO SECURITY DEPOSIT ENTRIES FOUND -- " SECDEPENT
003180        IF SECDEPENT-STATUS = '05'
003190           CLOSE DEPOSIT-ENTRY-FILE
003200        END-IF
003210        GO TO 2000-EXIT
003220     END-IF.
003230     PERFORM 2100-BUCKET-ONE-ENTRY THRU 2100-EXIT
003240             UNTIL WS-EOF-YES.
003250     CLOSE DEPOSIT-ENTRY-FILE.
003260 2000-EXIT.
003270     EXIT.
003280
003290 2100-BUCKET-ONE-ENTRY.
003300     READ DEPOSIT-ENTRY-FILE
003310         AT END
003320            MOVE 'Y' TO WS-EOF-SWITCH
003330            GO TO 2100-EXIT
003340     END-READ.
003350     ADD 1 TO WS-RC-READ.
003360*   BOOKED AFTER THE PERIOD -- NOT YET ON THE BOOKS.
003370     IF NOT SE-DEPOSIT-MOVEMENT
003380        OR SE-PERIOD > WS-ROLL-PERIOD
003390        GO TO 2100-EXIT
003400     END-IF.
003410     IF SE-COMPANY-CODE = "02"
003420        MOVE 2 TO WS-CO-SUB
003430     ELSE
003440        MOVE 1 TO WS-CO-SUB
003450     END-IF.
003460     IF SE-PERIOD < WS-ROLL-PERIOD
003470        IF SE-DEPOSIT-RECEIVED OR SE-INTEREST-ACCRUED
003480           ADD SE-AMOUNT TO WS-CO-OPENING-IN (WS-CO-SUB)
003490        ELSE
003500           ADD SE-AMOUNT TO WS-CO-OPENING-OUT (WS-CO-SUB)
003510        END-IF
003520        GO TO 2100-EXIT
003530     END-IF.
003540     EVALUATE TRUE
003550        WHEN SE-DEPOSIT-RECEIVED
003560           ADD SE-AMOUNT TO WS-CO-RECEIVED (WS-CO-SUB)
003570        WHEN SE-INTEREST-ACCRUED
003580           ADD SE-AMOUNT TO WS-CO-INTEREST (WS-CO-SUB)
003590        WHEN SE-DEPOSIT-REFUNDED
003600           ADD SE-AMOUNT TO WS-CO-REFUNDED (WS-CO-SUB)
003610        WHEN SE-DEPOSIT-APPLIED
003620           ADD SE-AMOUNT TO WS-CO-APPLIED (WS-CO-SUB)
003630     END-EVALUATE.
003640 2100-EXIT.
003650     EXIT.
003660
003670*                                                                *
003680*   2500-SCAN-DEPOSITS -- THE DEPOSITS STILL ON HAND TODAY,      *
003690*   WITH THE INTEREST ACCRUED ON THEM                            *
003700*                                                                *
003710 2500-SCAN-DEPOSITS.
003720     OPEN INPUT SECURITY-DEPOSITS.
003730     IF SECDEP-STATUS NOT = '00'
003740        IF SECDEP-STATUS = '05'
003750           CLOSE SECURITY-DEPOSITS
003760        END-IF
003770        GO TO 2500-EXIT
003780     END-IF.
003790     PERFORM 2600-COUNT-ONE-DEPOSIT THRU 2600-EXIT
003800             UNTIL WS-SD-EOF.
003810     CLOSE SECURITY-DEPOSITS.
003820 2500-EXIT.
003830     EXIT.
003840
003850 2600-COUNT-ONE-DEPOSIT.
003860     READ SECURITY-DEPOSITS NEXT RECORD
003870         AT END
003880            MOVE 'Y' TO WS-SD-EOF-SWITCH
003890            GO TO 2600-EXIT
003900     END-READ.
003910     IF NOT SD-DEPOSIT-ON-HAND
003920        GO TO 2600-EXIT
003930     END-IF.
003940     IF SD-COMPANY-CODE = "02"
003950        MOVE 2 TO WS-CO-SUB
003960     ELSE
003970        MOVE 1 TO WS-CO-SUB
003980     END-IF.
003990     ADD 1 TO WS-CO-ON-HAND-COUNT (WS-CO-SUB).
004000     ADD SD-DEPOSIT-AMOUNT SD-ACCRUED-INTEREST
004010         TO WS-CO-ON-HAND (WS-CO-SUB).
004020 2600-EXIT.
004030     EXIT.
004040
004050*                                                                *
004060*   3000-SCAN-GL-JOURNAL -- THE DEPOSITS CREDITS (RECEIVED AND   *
004070*   INTEREST) AND DEBITS (REFUNDED AND APPLIED) GL-EXTRACT       *
004080*   JOURNALED FOR THE PERIOD ON ONE COMPANY'S JOURNAL FILE       *
004090*                                                                *
004100 3000-SCAN-GL-JOURNAL.
004110     IF NOT WS-DEPOSITS-MAPPED
004120        GO TO 3000-EXIT
004130     END-IF.
004140     IF WS-CO-SUB = 2
004150        MOVE "02" TO WS-RPT-COMPANY
004160     ELSE
004170        MOVE "01" TO WS-RPT-COMPANY
004180     END-IF.
004190     MOVE SPACES TO GLJOURNAL.
004200     STRING "gl-journal-" WS-RPT-COMPANY ".txt"
004210            DELIMITED BY SIZE INTO GLJOURNAL
004220     END-STRING.
004230     OPEN INPUT GL-JOURNAL-FILE.
004240     IF GLJOURNAL-STATUS NOT = '00'
004250        IF GLJOURNAL-STATUS = '05'
004260           CLOSE GL-JOURNAL-FILE
004270        END-IF
004280        GO TO 3000-EXIT
004290     END-IF.
004300     MOVE 'N' TO WS-GJ-EOF-SWITCH.
004310     PERFORM 3100-CHECK-JOURNAL-LINE THRU 3100-EXIT
004320             UNTIL WS-GJ-EOF.
004330     CLOSE GL-JOURNAL-FILE.
004340 3000-EXIT.
004350     EXIT.
004360
004370 3100-CHECK-JOURNAL-LINE.
004380     READ GL-JOURNAL-FILE
004390         AT END
004400            MOVE 'Y' TO WS-GJ-EOF-SWITCH
004410            GO TO 3100-EXIT
004420     END-READ.
004430     IF GJ-GL-ACCOUNT NOT NUMERIC
004440        OR GJ-GL-ACCOUNT NOT = WS-DEPOSITS-ACCOUNT
004450        OR GJ-PERIOD NOT = WS-ROLL-PERIOD
004460        GO TO 3100-EXIT
004470     END-IF.
004480     ADD GJ-CR-AMOUNT TO WS-CO-GL-CREDITS (WS-CO-SUB).
004490     ADD GJ-DR-AMOUNT TO WS-CO-GL-DEBITS (WS-CO-SUB).
004500 3100-EXIT.
004510     EXIT.
004520
004530*                                                                *
004540*   4000-WRITE-REPORT                                            *
004550*                                                                *
004560 4000-WRITE-REPORT.
004570     MOVE 'N' TO WS-SPOOL-FUNCTION.
004580     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004590          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004600          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004610          WS-SPOOL-MEMBER-NAME.
004620     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
004630     OPEN OUTPUT REPORT-FILE.
004640     MOVE SPACES TO REPORT-LINE.
004650     STRING "SECURITY DEPOSIT LIABILITY -- PERIOD "
004660            WS-ROLL-PERIOD
004670            DELIMITED BY SIZE INTO REPORT-LINE
004680     END-STRING.
004690     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004692     IF WS-DATE-OVERRIDDEN
004694        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004696        PERFORM 4900-PUT-LINE THRU 4900-EXIT
004698     END-IF.
004700     IF NOT WS-DEPOSITS-MAPPED
004710        MOVE "NO DEPOSITS ACCOUNT ON THE GL ACCOUNT MAP -- GL TIE-
004720-            "OUT NOT POSSIBLE" TO REPORT-LINE
004730        PERFORM 4900-PUT-LINE THRU 4900-EXIT
004740     END-IF.
004750     PERFORM 4100-REPORT-ONE-COMPANY THRU 4100-EXIT
004760             VARYING WS-CO-SUB FROM 1 BY 1
004770             UNTIL WS-CO-SUB > 2.
004780     CLOSE REPORT-FILE.
004790     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
004800     MOVE 'R' TO WS-SPOOL-FUNCTION.
004810     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004820          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004830          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004840          WS-SPOOL-MEMBER-NAME.
004850 4000-EXIT.
004860     EXIT.
004870
004880 4100-REPORT-ONE-COMPANY.
004890     IF WS-CO-OPENING-IN (WS-CO-SUB) = ZERO
004900        AND WS-CO-RECEIVED (WS-CO-SUB) = ZERO
004910        AND WS-CO-INTEREST (WS-CO-SUB) = ZERO
004920        AND WS-CO-GL-CREDITS (WS-CO-SUB) = ZERO
004930        AND WS-CO-GL-DEBITS (WS-CO-SUB) = ZERO
004940        AND WS-CO-ON-HAND-COUNT (WS-CO-SUB) = ZERO
004950        GO TO 4100-EXIT
004960     END-IF.
004970     IF WS-CO-SUB = 2
004980        MOVE "02" TO WS-RPT-COMPANY
004990     ELSE
005000        MOVE "01" TO WS-RPT-COMPANY
005010     END-IF.
005020     COMPUTE WS-OPENING = WS-CO-OPENING-IN (WS-CO-SUB)
005030        - WS-CO-OPENING-OUT (WS-CO-SUB).
005040     COMPUTE WS-MOVEMENT-IN = WS-CO-RECEIVED (WS-CO-SUB)
005050        + WS-CO-INTEREST (WS-CO-SUB).
005060     COMPUTE WS-MOVEMENT-OUT = WS-CO-REFUNDED (WS-CO-SUB)
005070        + WS-CO-APPLIED (WS-CO-SUB).
005080     COMPUTE WS-CLOSING = WS-OPENING + WS-MOVEMENT-IN
005090        - WS-MOVEMENT-OUT.
005100     MOVE SPACES TO REPORT-LINE.
005110     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005120     STRING "COMPANY " WS-RPT-COMPANY
005130            "                    ENTRIES             GL"
005140            "      DIFFERENCE"
005150            DELIMITED BY SIZE INTO REPORT-LINE
005160     END-STRING.
005170     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005180     STRING "  OPENING BALANCE  " WS-OPENING
005190            DELIMITED BY SIZE INTO REPORT-LINE
005200     END-STRING.
005210     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005220     STRING "  ADD RECEIVED      " WS-CO-RECEIVED (WS-CO-SUB)
005230            DELIMITED BY SIZE INTO REPORT-LINE
005240     END-STRING.
005250     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005260     STRING "  ADD INTEREST      " WS-CO-INTEREST (WS-CO-SUB)
005270            DELIMITED BY SIZE INTO REPORT-LINE
005280     END-STRING.
005290     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005300     COMPUTE WS-DIFFERENCE = WS-MOVEMENT-IN
005310        - WS-CO-GL-CREDITS (WS-CO-SUB).
005320     STRING "    TOTAL CREDITS   " WS-MOVEMENT-IN
005330            "  " WS-CO-GL-CREDITS (WS-CO-SUB)
005340            "  " WS-DIFFERENCE
005350            DELIMITED BY SIZE INTO REPORT-LINE
005360     END-STRING.
005370     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005380     PERFORM 4200-COUNT-DIFFERENCE THRU 4200-EXIT.
005390     STRING "  LESS REFUNDED     " WS-CO-REFUNDED (WS-CO-SUB)
005400            DELIMITED BY SIZE INTO REPORT-LINE
005410     END-STRING.
005420     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005430     STRING "  LESS APPLIED      " WS-CO-APPLIED (WS-CO-SUB)
005440            DELIMITED BY SIZE INTO REPORT-LINE
005450     END-STRING.
005460     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005470     COMPUTE WS-DIFFERENCE = WS-MOVEMENT-OUT
005480        - WS-CO-GL-DEBITS (WS-CO-SUB).
005490     STRING "    TOTAL DEBITS    " WS-MOVEMENT-OUT
005500            "  " WS-CO-GL-DEBITS (WS-CO-SUB)
005510            "  " WS-DIFFERENCE
005520            DELIMITED BY SIZE INTO REPORT-LINE
005530     END-STRING.
005540     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005550     PERFORM 4200-COUNT-DIFFERENCE THRU 4200-EXIT.
005560     STRING "  CLOSING BALANCE  " WS-CLOSING
005570            DELIMITED BY SIZE INTO REPORT-LINE
005580     END-STRING.
005590     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005600     STRING "  ON HAND TODAY     " WS-CO-ON-HAND (WS-CO-SUB)
005610            "  (" WS-CO-ON-HAND-COUNT (WS-CO-SUB)
005620            " DEPOSITS ON THE SECURITY DEPOSIT FILE)"
005630            DELIMITED BY SIZE INTO REPORT-LINE
005640     END-STRING.
005650     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005660 4100-EXIT.
005670     EXIT.
005680
005690*                                                                *
005700*   4200-COUNT-DIFFERENCE -- A MOVEMENT THAT DOES NOT TIE IS     *
005710*   FLAGGED ON THE LINE BELOW IT AND COUNTED FOR THE RETURN      *
005720*   CODE                                                         *
005730*                                                                *
005740 4200-COUNT-DIFFERENCE.
005750     IF WS-DIFFERENCE = ZERO OR NOT WS-DEPOSITS-MAPPED
005760        GO TO 4200-EXIT
005770     END-IF.
005780     ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
005790     MOVE "  *** OUT OF BALANCE WITH THE GL ***" TO REPORT-LINE.
005800     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
005810 4200-EXIT.
005820     EXIT.
005830
005840 4900-PUT-LINE.
005850     WRITE REPORT-LINE.
005860     ADD 1 TO WS-LINE-COUNT.
005870     MOVE SPACES TO REPORT-LINE.
005880 4900-EXIT.
005890     EXIT.
005900
005910 9999-EXIT.
005920     STOP RUN.
