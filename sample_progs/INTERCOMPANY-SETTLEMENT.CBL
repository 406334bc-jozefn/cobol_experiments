000010******************************************************************
000020*                                                                *
000030*   INTERCOMPANY-SETTLEMENT                                      *
000040*                                                                *
000050*   MONTH-END SETTLEMENT BETWEEN THE TWO COMPANIES.  WHEN A      *
000060*   CUSTOMER PAYS THROUGH THE WRONG COMPANY'S BATCH, LEDGER-POST *
000070*   POSTS THE CREDIT UNDER THE COMPANY THAT OWNS THE ACCOUNT AND *
000080*   RECORDS THE PAYMENT ON THE INTERCOMPANY ENTRIES FILE -- THE  *
000090*   COMPANY THAT TOOK THE CASH NOW OWES IT TO THE OTHER.  THIS   *
000100*   RUN LISTS EVERY SUCH ENTRY BOOKED IN THE PERIOD, TOTALS WHAT *
000110*   EACH COMPANY TOOK IN FOR THE OTHER (LESS ANY BACKED OUT BY A *
000120*   REVERSAL), AND STATES THE NET ONE COMPANY OWES THE OTHER, SO *
000130*   FINANCE SETTLES WITH ONE TRANSFER A MONTH.  THE PERIOD IS    *
000140*   THE INTERCO-PERIOD= (YYYYMM) LINE IN THE SHARED LEDGER RUN   *
000150*   PARAMETER FILE, THE CURRENT MONTH WHEN THERE IS NONE.  THE   *
000160*   REPORT IS REGISTERED ON THE REPORT SPOOL.                    *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      INTERCOMPANY-SETTLEMENT.
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
000330     SELECT OPTIONAL INTERCO-ENTRY-FILE
000340            ASSIGN       TO  INTERCOENT
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS  IS INTERCOENT-STATUS.
000370
000380     SELECT OPTIONAL RUN-PARM-FILE
000390            ASSIGN       TO  RUNPARMS
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS  IS RUNPARM-STATUS.
000420
000430     SELECT REPORT-FILE
000440            ASSIGN       TO  REPORTOUT
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS  IS REPORT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  INTERCO-ENTRY-FILE
000510     RECORDING MODE IS F.
000520 01  INTERCO-ENTRY-STRUCTURE.
000530     COPY "INTERCOMPANY-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
000540          BY ==IE-==.
000550
000560 FD  RUN-PARM-FILE
000570     RECORDING MODE IS F.
000580 01  RUN-PARM-LINE                PIC X(40).
000590
000600 FD  REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-LINE                  PIC X(100).
000630
000640 WORKING-STORAGE SECTION.
000650*                                                                *
000660*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000670*                                                                *
000680 01  INTERCOENT                 PIC X(50)
000690     VALUE "intercompany-entries.txt".
000700 01  RUNPARMS                   PIC X(50)
000710     VALUE "ledger-run-parms.txt".
000720 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000730
000740 01  INTERCOENT-STATUS          PIC X(02).
000750 01  RUNPARM-STATUS             PIC X(02).
000760 01  REPORT-STATUS              PIC X(02).
000770
000780 01  WS-SWITCHES.
000790     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000800         88  WS-EOF-YES                    VALUE 'Y'.
000810
000820 01  WS-TODAY-8                 PIC 9(08).
000822 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000824     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000826 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000830 01  WS-PARM-NAME               PIC X(20).
000840 01  WS-PARM-VALUE              PIC X(20).
000850 01  WS-SETTLE-PERIOD           PIC 9(06) VALUE ZERO.
000860 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
000870 01  WS-ENTRY-COUNT             PIC 9(05) VALUE ZERO.
000880
000890*                                                                *
000900*   ONE ENTRY PER RECEIVING COMPANY (01 AND 02) -- WHAT IT TOOK  *
000910*   IN FOR THE OTHER COMPANY'S ACCOUNTS THIS PERIOD, AND WHAT    *
000920*   REVERSALS BACKED OUT.  THE RECEIVING COMPANY OWES THE NET.   *
000930*                                                                *
000940 01  WS-CO-SUB                  PIC 9(01).
000950 01  WS-OWNING-SUB              PIC 9(01).
000960 01  WS-CO-TABLE.
000970     05  WS-CO-ENTRY OCCURS 2 TIMES.
000980         10  WS-CO-TAKEN-IN      PIC 9(11)V9(02).
000990         10  WS-CO-BACKED-OUT    PIC 9(11)V9(02).
001000         10  WS-CO-ITEM-COUNT    PIC 9(05).
001010         10  WS-CO-OWES          PIC S9(11)V9(02).
001020 01  WS-NET-OWED                PIC S9(11)V9(02) VALUE ZERO.
001030 01  WS-RPT-COMPANY             PIC X(02).
001040 01  WS-RPT-OTHER               PIC X(02).
001050
001060 01  WS-D-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001070 01  WS-D-SIGNED                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001080 01  WS-D-MOVEMENT              PIC X(08).
001090
001100 01  WS-RC-FUNCTION             PIC X(01).
001110 01  WS-RC-JOB-NAME             PIC X(20)
001120     VALUE "INTERCO-SETTLEMENT".
001130 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001140 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001150 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001160
001170*                                                                *
001180*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001190*                                                                *
001200 01  WS-SPOOL-FUNCTION          PIC X(01).
001210 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001220     VALUE "interco-settlement".
001230 01  WS-SPOOL-JOB-NAME          PIC X(20)
001240     VALUE "INTERCO-SETTLEMENT".
001250 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001260 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001270 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001280
001290 PROCEDURE DIVISION.
001300*                                                                *
001310*   0000-MAINLINE                                                *
001320*                                                                *
001330 0000-MAINLINE.
001340     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001345          WS-OVERRIDE-MARK.
001350     MOVE 'S' TO WS-RC-FUNCTION.
001360     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001370          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001380          WS-RC-CODE.
001390     INITIALIZE WS-CO-TABLE.
001400     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001410     PERFORM 2000-OPEN-REPORT THRU 2000-EXIT.
001420     PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT.
001430     PERFORM 4000-WRITE-SETTLEMENT THRU 4000-EXIT.
001440     MOVE 'E' TO WS-RC-FUNCTION.
001450     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
001460     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001470          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001480          WS-RC-CODE.
001490     DISPLAY "INTERCOMPANY-SETTLEMENT RUN COMPLETE".
001500     DISPLAY "PERIOD:               " WS-SETTLE-PERIOD.
001510     DISPLAY "ENTRIES IN PERIOD:    " WS-ENTRY-COUNT.
001520     GO TO 9999-EXIT.
001530
001540*                                                                *
001550*   1000-READ-RUN-PARMS -- INTERCO-PERIOD= (YYYYMM) IN THE       *
001560*   SHARED LEDGER RUN PARAMETER FILE; THE CURRENT MONTH IF       *
001570*   ABSENT                                                       *
001580*                                                                *
001590 1000-READ-RUN-PARMS.
001600     MOVE WS-TODAY-8 (1:6) TO WS-SETTLE-PERIOD.
001610     OPEN INPUT RUN-PARM-FILE.
001620     IF RUNPARM-STATUS NOT = '00'
001630        GO TO 1000-EXIT
001640     END-IF.
001650     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
001660             UNTIL RUNPARM-STATUS NOT = '00'.
001670     CLOSE RUN-PARM-FILE.
001680 1000-EXIT.
001690     EXIT.
001700
001710 1050-READ-ONE-PARM.
001720     READ RUN-PARM-FILE
001730         AT END
001740            MOVE '10' TO RUNPARM-STATUS
001750            GO TO 1050-EXIT
001760     END-READ.
001770     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
001780     UNSTRING RUN-PARM-LINE DELIMITED BY "="
001790         INTO WS-PARM-NAME, WS-PARM-VALUE
001800     END-UNSTRING.
001810     IF WS-PARM-NAME = "INTERCO-PERIOD"
001820        AND WS-PARM-VALUE (1:6) NUMERIC
001830        MOVE WS-PARM-VALUE (1:6) TO WS-SETTLE-PERIOD
001840     END-IF.
001850 1050-EXIT.
001860     EXIT.
001870
001880*                                                                *
001890*   2000-OPEN-REPORT -- REGISTER THE REPORT ON THE SPOOL AND     *
001900*   WRITE THE HEADINGS                                           *
001910*                                                                *
001920 2000-OPEN-REPORT.
001930     MOVE 'N' TO WS-SPOOL-FUNCTION.
001940     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001950          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001960          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001970          WS-SPOOL-MEMBER-NAME.
001980     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001990     OPEN OUTPUT REPORT-FILE.
002000     MOVE SPACES TO REPORT-LINE.
002010     STRING "INTERCOMPANY SETTLEMENT -- PERIOD "
002020            WS-SETTLE-PERIOD
002030            DELIMITED BY SIZE INTO REPORT-LINE
002040     END-STRING.
002050     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002052     IF WS-DATE-OVERRIDDEN
002054        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002056        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002058     END-IF.
002060     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002070     STRING "DATE      ACCOUNT  UID      TAKEN IN BY "
002080            "    FOR    MOVEMENT             AMOUNT"
002090            DELIMITED BY SIZE INTO REPORT-LINE
002100     END-STRING.
002110     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002120 2000-EXIT.
002130     EXIT.
002140
002150*                                                                *
002160*   3000-LIST-ENTRIES -- ONE LINE FOR EVERY INTERCOMPANY ENTRY   *
002170*   BOOKED IN THE PERIOD, TOTALLED BY THE COMPANY THAT TOOK THE  *
002180*   CASH IN                                                      *
002190*                                                                *
002200 3000-LIST-ENTRIES.
002210     OPEN INPUT INTERCO-ENTRY-FILE.
002220     IF INTERCOENT-STATUS NOT = '00'
002230        DISPLAY "NO INTERCOMPANY ENTRIES FOUND -- " INTERCOENT
002240        IF INTERCOENT-STATUS = '05'
002250           CLOSE INTERCO-ENTRY-FILE
002260        END-IF
002270        GO TO 3000-EXIT
002280     END-IF.
002290     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
002300             UNTIL WS-EOF-YES.
002310     CLOSE INTERCO-ENTRY-FILE.
002320 3000-EXIT.
002330     EXIT.
002340
002350 3100-LIST-ONE-ENTRY.
002360     READ INTERCO-ENTRY-FILE
002370         AT END
002380            MOVE 'Y' TO WS-EOF-SWITCH
002390            GO TO 3100-EXIT
002400     END-READ.
002410     ADD 1 TO WS-RC-READ.
002420     IF NOT IE-INTERCO-MOVEMENT
002430        OR IE-PERIOD NOT = WS-SETTLE-PERIOD
002440        GO TO 3100-EXIT
002450     END-IF.
002460     IF IE-RECEIVING-COMPANY = "02"
002470        MOVE 2 TO WS-CO-SUB
002480     ELSE
002490        MOVE 1 TO WS-CO-SUB
002500     END-IF.
002510     IF IE-OWNING-COMPANY = "02"
002520        MOVE 2 TO WS-OWNING-SUB
002530     ELSE
002540        MOVE 1 TO WS-OWNING-SUB
002550     END-IF.
002560*   BOTH SIDES THE SAME COMPANY -- NOTHING CROSSED THE BOOKS.
002570     IF WS-CO-SUB = WS-OWNING-SUB
002580        GO TO 3100-EXIT
002590     END-IF.
002600     ADD 1 TO WS-ENTRY-COUNT.
002610     ADD 1 TO WS-CO-ITEM-COUNT (WS-CO-SUB).
002620     IF IE-INTERCO-BACKOUT
002630        ADD IE-AMOUNT TO WS-CO-BACKED-OUT (WS-CO-SUB)
002640        MOVE "REVERSED" TO WS-D-MOVEMENT
002650     ELSE
002660        ADD IE-AMOUNT TO WS-CO-TAKEN-IN (WS-CO-SUB)
002670        MOVE "PAYMENT"  TO WS-D-MOVEMENT
002680     END-IF.
002690     MOVE IE-AMOUNT TO WS-D-AMOUNT.
002700     STRING IE-ENTRY-DATE "  " IE-ACCOUNT-ID "  " IE-UID
002710            "   CO " IE-RECEIVING-COMPANY "        CO "
002720            IE-OWNING-COMPANY "  " WS-D-MOVEMENT " "
002730            WS-D-AMOUNT
002740            DELIMITED BY SIZE INTO REPORT-LINE
002750     END-STRING.
002760     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002770 3100-EXIT.
002780     EXIT.
002790
002800*                                                                *
002810*   4000-WRITE-SETTLEMENT -- WHAT EACH COMPANY OWES THE OTHER,   *
002820*   AND THE NET ONE TRANSFER SETTLES                             *
002830*                                                                *
002840 4000-WRITE-SETTLEMENT.
002850     IF WS-ENTRY-COUNT = ZERO
002860        MOVE "  NO INTERCOMPANY PAYMENTS IN THE PERIOD"
002870           TO REPORT-LINE
002880        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002890     END-IF.
002900     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002910     PERFORM 4100-REPORT-ONE-COMPANY THRU 4100-EXIT
002920             VARYING WS-CO-SUB FROM 1 BY 1
002930             UNTIL WS-CO-SUB > 2.
002940     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002950     COMPUTE WS-NET-OWED = WS-CO-OWES (1) - WS-CO-OWES (2).
002960     EVALUATE TRUE
002970        WHEN WS-NET-OWED > ZERO
002980           MOVE WS-NET-OWED TO WS-D-AMOUNT
002990           STRING "NET SETTLEMENT -- COMPANY 01 OWES COMPANY 02 "
003000                  WS-D-AMOUNT
003010                  DELIMITED BY SIZE INTO REPORT-LINE
003020           END-STRING
003030        WHEN WS-NET-OWED < ZERO
003040           COMPUTE WS-D-AMOUNT = ZERO - WS-NET-OWED
003050           STRING "NET SETTLEMENT -- COMPANY 02 OWES COMPANY 01 "
003060                  WS-D-AMOUNT
003070                  DELIMITED BY SIZE INTO REPORT-LINE
003080           END-STRING
003090        WHEN OTHER
003100           MOVE "NET SETTLEMENT -- NOTHING OWED EITHER WAY"
003110              TO REPORT-LINE
003120     END-EVALUATE.
003130     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003140     CLOSE REPORT-FILE.
003150     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
003160     MOVE 'R' TO WS-SPOOL-FUNCTION.
003170     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003180          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003190          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003200          WS-SPOOL-MEMBER-NAME.
003210 4000-EXIT.
003220     EXIT.
003230
003240 4100-REPORT-ONE-COMPANY.
003250     IF WS-CO-SUB = 2
003260        MOVE "02" TO WS-RPT-COMPANY
003270        MOVE "01" TO WS-RPT-OTHER
003280     ELSE
003290        MOVE "01" TO WS-RPT-COMPANY
003300        MOVE "02" TO WS-RPT-OTHER
003310     END-IF.
003320     COMPUTE WS-CO-OWES (WS-CO-SUB) = WS-CO-TAKEN-IN (WS-CO-SUB)
003330        - WS-CO-BACKED-OUT (WS-CO-SUB).
003340     STRING "COMPANY " WS-RPT-COMPANY " FOR COMPANY " WS-RPT-OTHER
003350            " -- " WS-CO-ITEM-COUNT (WS-CO-SUB) " ENTRIES"
003360            DELIMITED BY SIZE INTO REPORT-LINE
003370     END-STRING.
003380     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003390     MOVE WS-CO-TAKEN-IN (WS-CO-SUB) TO WS-D-AMOUNT.
003400     STRING "  PAYMENTS TAKEN IN      " WS-D-AMOUNT
003410            DELIMITED BY SIZE INTO REPORT-LINE
003420     END-STRING.
003430     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003440     MOVE WS-CO-BACKED-OUT (WS-CO-SUB) TO WS-D-AMOUNT.
003450     STRING "  LESS REVERSED          " WS-D-AMOUNT
003460            DELIMITED BY SIZE INTO REPORT-LINE
003470     END-STRING.
003480     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003490     MOVE WS-CO-OWES (WS-CO-SUB) TO WS-D-SIGNED.
003500     STRING "  DUE TO COMPANY " WS-RPT-OTHER "      " WS-D-SIGNED
003510            DELIMITED BY SIZE INTO REPORT-LINE
003520     END-STRING.
003530     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003540 4100-EXIT.
003550     EXIT.
003560
003570 4900-PUT-LINE.
003580     WRITE REPORT-LINE.
003590     ADD 1 TO WS-LINE-COUNT.
003600     MOVE SPACES TO REPORT-LINE.
003610 4900-EXIT.
003620     EXIT.
003630
003640 9999-EXIT.
003650     STOP RUN.
