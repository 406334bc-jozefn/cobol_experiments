000010******************************************************************
000020*                                                                *
000030*   PRICE-VARIANCE-REPORT                                        *
000040*                                                                *
000050*   LISTS EVERY CHARGE POSTED AT A PRICE OTHER THAN THE ONE THE  *
000060*   CUSTOMER'S NEGOTIATED PRICE AGREEMENT GAVE ON THE DAY IT     *
000070*   POSTED (SEE PRICE-AGREEMENT-RECORD.CPY).  THE CHARGE-CODE    *
000080*   MASTER IS LOADED INTO A TABLE AND EACH POSTED DEBIT IS       *
000090*   MATCHED TO ITS CODE BY DESCRIPTION, AS CHARGE-CODE-REVENUE-  *
000100*   REPORT DOES; WHEN THE ACCOUNT HAS AN AGREEMENT FOR THAT CODE *
000110*   THE AGREED PRICE ON THE TRANSACTION DATE COMES FROM          *
000120*   PRICE-AGREEMENT-LOOKUP AND IS COMPARED WITH THE AMOUNT POSTED*
000130*   NET OF TAX.  A REVERSAL IS NOT A CHARGE AND IS SKIPPED.      *
000140*                                                                *
000150*   ONLY DETAILS DATED WITHIN THE LAST 31 DAYS ARE LOOKED AT,    *
000160*   UNLESS A PRICE-VARIANCE-DAYS= LINE IN THE SHARED LEDGER RUN  *
000170*   PARAMETER FILE SAYS OTHERWISE.  THE REPORT IS REGISTERED ON  *
000180*   THE SPOOL.                                                   *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      PRICE-VARIANCE-REPORT.
000230 AUTHOR.          DATA PROCESSING.
000240 INSTALLATION.    ACCOUNTING SYSTEMS.
000250 DATE-WRITTEN.    10/15/2026.
000260 DATE-COMPILED.   10/15/2026.
000270*                                                                *
000280*   MODIFICATION HISTORY                                        *
000290*   ------------------------------------------------------------ *
000300*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000310*                                                                *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL TRANSACTIONS
000360            ASSIGN       TO  TRANSOUT
000370            ORGANIZATION IS SEQUENTIAL
000380            FILE STATUS  IS TRANSOUT-STATUS.
000390
000400     SELECT OPTIONAL CHARGE-CODES
000410            ASSIGN       TO  CHGCODES
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE  IS DYNAMIC
000440            RECORD KEY   IS CC-CHARGE-CODE
000450            FILE STATUS  IS CHGCODE-STATUS.
000460
000470     SELECT OPTIONAL PRICE-AGREEMENTS
000480            ASSIGN       TO  PRICEAGR
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE  IS DYNAMIC
000510            RECORD KEY   IS NP-AGREEMENT-KEY
000520            FILE STATUS  IS PRICEAGR-STATUS.
000530
000540     SELECT REPORT-FILE
000550            ASSIGN       TO  REPORTOUT
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS  IS REPORT-STATUS.
000580
000590     SELECT OPTIONAL RUN-PARM-FILE
000600            ASSIGN       TO  RUNPARMS
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS  IS RUNPARM-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TRANSACTIONS
000670     RECORDING MODE IS F.
000680 01  TRANSACTION-STRUCTURE.
000690     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
000700
000710 FD  CHARGE-CODES.
000720 01  CHARGE-CODE-STRUCTURE.
000730     COPY "CHARGE-CODE-RECORD.CPY" REPLACING ==(TAG)==
000740          BY ==CC-==.
000750
000760 FD  PRICE-AGREEMENTS.
000770 01  PRICE-AGREEMENT-STRUCTURE.
000780     COPY "PRICE-AGREEMENT-RECORD.CPY" REPLACING ==(TAG)==
000790          BY ==NP-==.
000800
000810 FD  REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-LINE                  PIC X(100).
000840
000850 FD  RUN-PARM-FILE
000860     RECORDING MODE IS F.
000870 01  RUN-PARM-LINE                PIC X(40).
000880
000890 WORKING-STORAGE SECTION.
000900 01  TRANSOUT                   PIC X(50)
000910     VALUE "transactions.txt".
000920 01  TRANSOUT-STATUS            PIC X(02).
000930 01  CHGCODES                   PIC X(50)
000940     VALUE "/mnt/c/cobfiles\charge-codes.idx".
000950 01  CHGCODE-STATUS             PIC X(02).
000960 01  PRICEAGR                   PIC X(50)
000970     VALUE "/mnt/c/cobfiles\price-agreements.idx".
000980 01  PRICEAGR-STATUS            PIC X(02).
000990 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001000 01  REPORT-STATUS              PIC X(02).
001010 01  RUNPARMS                   PIC X(50)
001020     VALUE "ledger-run-parms.txt".
001030 01  RUNPARM-STATUS             PIC X(02).
001040 01  WS-PARM-NAME               PIC X(20).
001050 01  WS-PARM-VALUE              PIC X(20).
001060
001070 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001080     88  WS-EOF-YES                       VALUE 'Y'.
001090 01  WS-TODAY-8                 PIC 9(08).
001100 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001110     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001120 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001130 01  WS-LOOKBACK-DAYS           PIC 9(03) VALUE 31.
001140 01  WS-LOOKBACK-DATE           PIC 9(08) VALUE ZERO.
001150
001160*                                                                *
001170*   CHARGE-CODE TABLE -- CODE, DESCRIPTION AND STANDARD PRICE   *
001180*                                                                *
001190 01  WS-CODE-TABLE.
001200     05  WS-CODE-ENTRY OCCURS 50 TIMES.
001210         10  WS-CT-CODE           PIC X(06).
001220         10  WS-CT-DESC           PIC X(25).
001230         10  WS-CT-STANDARD-PRICE PIC 9(06)V9(02).
001240 01  WS-CODE-COUNT              PIC 9(02) VALUE ZERO.
001250 01  WS-CODE-SUB                PIC 9(02) VALUE ZERO.
001260 01  WS-MATCH-SUB               PIC 9(02) VALUE ZERO.
001270
001280*   PRICE-AGREEMENT-LOOKUP PARAMETERS
001290 01  WS-AGREED-PRICE            PIC 9(06)V9(02) VALUE ZERO.
001300 01  WS-AGREEMENT-RESULT        PIC X(01).
001310     88  WS-AGREEMENT-IN-EFFECT           VALUE 'F' 'P'.
001320
001330 01  WS-NET-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
001340 01  WS-DIFFERENCE              PIC S9(09)V9(02) VALUE ZERO.
001350 01  WS-NET-DIFFERENCE          PIC S9(11)V9(02) VALUE ZERO.
001360 01  WS-CHECKED-COUNT           PIC 9(07) VALUE ZERO.
001370 01  WS-VARIANCE-COUNT          PIC 9(07) VALUE ZERO.
001380
001390*                                                                *
001400*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001410*                                                                *
001420 01  WS-SPOOL-FUNCTION          PIC X(01).
001430 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001440     VALUE "price-variance".
001450 01  WS-SPOOL-JOB-NAME          PIC X(20)
001460     VALUE "PRICE-VARIANCE".
001470 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
001480 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001490 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001500
001510 01  WS-REPORT-DETAIL.
001520     05  WS-R-DATE               PIC 9(08).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  WS-R-UID                PIC 9(09).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  WS-R-ACCOUNT            PIC 9(07).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-R-CODE               PIC X(06).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  WS-R-POSTED             PIC ZZZ,ZZZ,ZZ9.99.
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  WS-R-AGREED             PIC ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  WS-R-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-R-REP                PIC X(10).
001670
001680 PROCEDURE DIVISION.
001690*                                                                *
001700*   0000-MAINLINE                                               *
001710*                                                                *
001720 0000-MAINLINE.
001730     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001740          WS-OVERRIDE-MARK.
001750     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001760     COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
001770        (FUNCTION INTEGER-OF-DATE(WS-TODAY-8) - WS-LOOKBACK-DAYS).
001780     PERFORM 1500-LOAD-CODE-TABLE THRU 1500-EXIT.
001790     OPEN INPUT PRICE-AGREEMENTS.
001800     IF PRICEAGR-STATUS NOT = '00'
001810        DISPLAY "NO PRICE AGREEMENT FILE FOUND -- " PRICEAGR
001820        GO TO 9999-EXIT
001830     END-IF.
001840     OPEN INPUT TRANSACTIONS.
001850     IF TRANSOUT-STATUS NOT = '00'
001860        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
001870        CLOSE PRICE-AGREEMENTS
001880        GO TO 9999-EXIT
001890     END-IF.
001900     PERFORM 2000-START-REPORT THRU 2000-EXIT.
001910     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001920     PERFORM 3000-CHECK-ONE-DETAIL THRU 3000-EXIT
001930             UNTIL WS-EOF-YES.
001940     CLOSE TRANSACTIONS.
001950     CLOSE PRICE-AGREEMENTS.
001960     PERFORM 8000-FINISH-REPORT THRU 8000-EXIT.
001970     GO TO 9999-EXIT.
001980
001990*                                                                *
002000*   1000-READ-RUN-PARMS -- A PRICE-VARIANCE-DAYS=NNN LINE       *
002010*   OVERRIDES THE 31-DAY DEFAULT                                *
002020*                                                                *
002030 1000-READ-RUN-PARMS.
002040     OPEN INPUT RUN-PARM-FILE.
002050     IF RUNPARM-STATUS NOT = '00'
002060        GO TO 1000-EXIT
002070     END-IF.
002080     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002090             UNTIL RUNPARM-STATUS NOT = '00'.
002100     CLOSE RUN-PARM-FILE.
002110 1000-EXIT.
002120     EXIT.
002130
002140 1050-READ-ONE-PARM.
002150     READ RUN-PARM-FILE
002160         AT END
002170            MOVE '10' TO RUNPARM-STATUS
002180            GO TO 1050-EXIT
002190     END-READ.
002200     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002210     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002220         INTO WS-PARM-NAME, WS-PARM-VALUE
002230     END-UNSTRING.
002240     IF WS-PARM-NAME = "PRICE-VARIANCE-DAYS"
002250        AND WS-PARM-VALUE (1:3) NUMERIC
002260        MOVE WS-PARM-VALUE (1:3) TO WS-LOOKBACK-DAYS
002270     END-IF.
002280 1050-EXIT.
002290     EXIT.
002300
002310*                                                                *
002320*   1500-LOAD-CODE-TABLE -- EVERY FLAT-PRICED CODE; A USAGE-    *
002330*   RATED CODE CARRIES NO AGREEMENT                             *
002340*                                                                *
002350 1500-LOAD-CODE-TABLE.
002360     INITIALIZE WS-CODE-TABLE.
002370     OPEN INPUT CHARGE-CODES.
002380     IF CHGCODE-STATUS NOT = '00'
002390        DISPLAY "NO CHARGE-CODE MASTER -- NOTHING CAN BE MATCHED"
002400        GO TO 1500-EXIT
002410     END-IF.
002420     MOVE LOW-VALUES TO CC-CHARGE-CODE.
002430     START CHARGE-CODES KEY IS >= CC-CHARGE-CODE
002440         INVALID KEY
002450            CLOSE CHARGE-CODES
002460            GO TO 1500-EXIT
002470     END-START.
002480     PERFORM 1550-LOAD-ONE-CODE THRU 1550-EXIT
002490             UNTIL CHGCODE-STATUS NOT = '00'
002500                OR WS-CODE-COUNT >= 50.
002510     CLOSE CHARGE-CODES.
002520 1500-EXIT.
002530     EXIT.
002540
002550 1550-LOAD-ONE-CODE.
002560     READ CHARGE-CODES NEXT RECORD
002570         AT END
002580            MOVE '10' TO CHGCODE-STATUS
002590            GO TO 1550-EXIT
002600     END-READ.
002610     IF CC-USAGE-RATED
002620        GO TO 1550-EXIT
002630     END-IF.
002640     ADD 1 TO WS-CODE-COUNT.
002650     MOVE CC-CHARGE-CODE    TO WS-CT-CODE (WS-CODE-COUNT).
002660     MOVE CC-DESC           TO WS-CT-DESC (WS-CODE-COUNT).
002670     MOVE CC-STANDARD-PRICE
002680          TO WS-CT-STANDARD-PRICE (WS-CODE-COUNT).
002690 1550-EXIT.
002700     EXIT.
002710
002720*                                                                *
002730*   2000-START-REPORT                                           *
002740*                                                                *
002750 2000-START-REPORT.
002760     MOVE 'N' TO WS-SPOOL-FUNCTION.
002770     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002780          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002790          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002800          WS-SPOOL-MEMBER-NAME.
002810     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002820     OPEN OUTPUT REPORT-FILE.
002830     MOVE SPACES TO REPORT-LINE.
002840     STRING "CHARGES POSTED OFF THE AGREED PRICE -- POSTED AFTER "
002850            WS-LOOKBACK-DATE "   RUN " WS-TODAY-8
002860            DELIMITED BY SIZE INTO REPORT-LINE
002870     END-STRING.
002880     WRITE REPORT-LINE.
002890     IF WS-DATE-OVERRIDDEN
002900        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002910        WRITE REPORT-LINE
002920        ADD 1 TO WS-SPOOL-LINE-COUNT
002930     END-IF.
002940     MOVE "DATE      UID        ACCOUNT  CODE           POSTED"
002950        & "     AGREED     DIFFERENCE   SALES REP"
002960        TO REPORT-LINE.
002970     WRITE REPORT-LINE.
002980     ADD 2 TO WS-SPOOL-LINE-COUNT.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-READ-TRANSACTION.
003030     READ TRANSACTIONS
003040         AT END
003050            MOVE 'Y' TO WS-EOF-SWITCH
003060     END-READ.
003070 2100-EXIT.
003080     EXIT.
003090
003100*                                                                *
003110*   3000-CHECK-ONE-DETAIL -- A POSTED CHARGE IN THE WINDOW,     *
003120*   UNDER A CODE THE ACCOUNT HAS AN AGREEMENT FOR               *
003130*                                                                *
003140 3000-CHECK-ONE-DETAIL.
003150     IF NOT TR-DETAIL-RECORD
003160        GO TO 3000-NEXT
003170     END-IF.
003180     IF NOT TR-DEBIT-TRANSACTION
003190        OR TR-REVERSED-UID NOT = ZERO
003200        GO TO 3000-NEXT
003210     END-IF.
003220     IF TR-TRANSACTION-DATE NOT > WS-LOOKBACK-DATE
003230        OR TR-TRANSACTION-DATE > WS-TODAY-8
003240        GO TO 3000-NEXT
003250     END-IF.
003260     MOVE ZERO TO WS-MATCH-SUB.
003270     MOVE 1 TO WS-CODE-SUB.
003280     PERFORM 3100-MATCH-ONE-CODE THRU 3100-EXIT
003290             UNTIL WS-CODE-SUB > WS-CODE-COUNT
003300                OR WS-MATCH-SUB > ZERO.
003310     IF WS-MATCH-SUB = ZERO
003320        GO TO 3000-NEXT
003330     END-IF.
003340     MOVE TR-ACCOUNT-ID TO NP-ACCOUNT-ID.
003350     MOVE WS-CT-CODE (WS-MATCH-SUB) TO NP-CHARGE-CODE.
003360     READ PRICE-AGREEMENTS
003370         INVALID KEY
003380            GO TO 3000-NEXT
003390     END-READ.
003400     CALL "PRICE-AGREEMENT-LOOKUP" USING TR-ACCOUNT-ID,
003410          NP-CHARGE-CODE, TR-TRANSACTION-DATE,
003420          WS-CT-STANDARD-PRICE (WS-MATCH-SUB), WS-AGREED-PRICE,
003430          WS-AGREEMENT-RESULT.
003440     IF NOT WS-AGREEMENT-IN-EFFECT
003450        GO TO 3000-NEXT
003460     END-IF.
003470     ADD 1 TO WS-CHECKED-COUNT.
003480     COMPUTE WS-NET-AMOUNT = TR-AMOUNT - TR-TAX-AMOUNT.
003490     IF WS-NET-AMOUNT = WS-AGREED-PRICE
003500        GO TO 3000-NEXT
003510     END-IF.
003520     COMPUTE WS-DIFFERENCE = WS-NET-AMOUNT - WS-AGREED-PRICE.
003530     ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE.
003540     ADD 1 TO WS-VARIANCE-COUNT.
003550     MOVE TR-TRANSACTION-DATE TO WS-R-DATE.
003560     MOVE TR-UID              TO WS-R-UID.
003570     MOVE TR-ACCOUNT-ID       TO WS-R-ACCOUNT.
003580     MOVE NP-CHARGE-CODE      TO WS-R-CODE.
003590     MOVE WS-NET-AMOUNT       TO WS-R-POSTED.
003600     MOVE WS-AGREED-PRICE     TO WS-R-AGREED.
003610     MOVE WS-DIFFERENCE       TO WS-R-DIFFERENCE.
003620     MOVE NP-SALES-REP        TO WS-R-REP.
003630     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
003640     WRITE REPORT-LINE.
003650     ADD 1 TO WS-SPOOL-LINE-COUNT.
003660 3000-NEXT.
003670     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003680 3000-EXIT.
003690     EXIT.
003700
003710 3100-MATCH-ONE-CODE.
003720     IF WS-CT-DESC (WS-CODE-SUB) = TR-DESC
003730        MOVE WS-CODE-SUB TO WS-MATCH-SUB
003740     ELSE
003750        ADD 1 TO WS-CODE-SUB
003760     END-IF.
003770 3100-EXIT.
003780     EXIT.
003790
003800*                                                                *
003810*   8000-FINISH-REPORT                                          *
003820*                                                                *
003830 8000-FINISH-REPORT.
003840     MOVE SPACES TO REPORT-LINE.
003850     WRITE REPORT-LINE.
003860     MOVE SPACES TO REPORT-LINE.
003870     STRING "CHARGES UNDER AN AGREEMENT: " WS-CHECKED-COUNT
003880            "  OFF THE AGREED PRICE: " WS-VARIANCE-COUNT
003890            DELIMITED BY SIZE INTO REPORT-LINE
003900     END-STRING.
003910     WRITE REPORT-LINE.
003920     MOVE SPACES TO REPORT-LINE.
003930     STRING "NET OVER (UNDER) AGREED PRICE: " WS-NET-DIFFERENCE
003940            DELIMITED BY SIZE INTO REPORT-LINE
003950     END-STRING.
003960     WRITE REPORT-LINE.
003970     ADD 3 TO WS-SPOOL-LINE-COUNT.
003980     CLOSE REPORT-FILE.
003990     MOVE 'R' TO WS-SPOOL-FUNCTION.
004000     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004010          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004020          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004030          WS-SPOOL-MEMBER-NAME.
004040     DISPLAY "PRICE-VARIANCE-REPORT RUN COMPLETE".
004050     DISPLAY "OFF THE AGREED PRICE: " WS-VARIANCE-COUNT.
004060 8000-EXIT.
004070     EXIT.
004080
004090 9999-EXIT.
004100     STOP RUN.
