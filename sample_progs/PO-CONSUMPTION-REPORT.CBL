000010******************************************************************
000020*                                                                *
000030*   PO-CONSUMPTION-REPORT                                        *
000040*                                                                *
000050*   STANDING REPORT OF THE OPEN CUSTOMER PURCHASE ORDERS THAT    *
000060*   NEED THE CUSTOMER CHASED FOR A NEW OR AMENDED PO BEFORE      *
000070*   CHARGES START TO REJECT -- EVERY OPEN PO WITH A NOT-TO-      *
000080*   EXCEED AMOUNT THAT IS 80% OR MORE CONSUMED, AND EVERY OPEN   *
000090*   PO THAT HAS EXPIRED OR EXPIRES WITHIN 30 DAYS.  REGISTERED   *
000100*   ON THE REPORT SPOOL.                                         *
000110*                                                                *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.      PO-CONSUMPTION-REPORT.
000150 AUTHOR.          DATA PROCESSING.
000160 INSTALLATION.    ACCOUNTING SYSTEMS.
000170 DATE-WRITTEN.    10/15/2026.
000180 DATE-COMPILED.   10/15/2026.
000190*                                                                *
000200*   MODIFICATION HISTORY                                         *
000210*   ------------------------------------------------------------ *
000220*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000222*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000224*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000226*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000228*                    HEADING.                                   *
000230*                                                                *
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL PURCHASE-ORDERS
000280            ASSIGN       TO  PURCHORD
000290            ORGANIZATION IS INDEXED
000300            ACCESS MODE  IS DYNAMIC
000310            RECORD KEY   IS PO-PO-KEY
000320            FILE STATUS  IS PURCHORD-STATUS.
000330
000340     SELECT REPORT-FILE
000350            ASSIGN       TO  REPORTOUT
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS  IS REPORT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PURCHASE-ORDERS.
000420 01  PURCHASE-ORDER-STRUCTURE.
000430     COPY "PURCHASE-ORDER-RECORD.CPY" REPLACING ==(TAG)==
000440          BY ==PO-==.
000450
000460 FD  REPORT-FILE
000470     RECORDING MODE IS F.
000480 01  REPORT-LINE                  PIC X(80).
000490
000500 WORKING-STORAGE SECTION.
000510 01  PURCHORD                   PIC X(50)
000520     VALUE "/mnt/c/cobfiles\purchase-orders.idx".
000530 01  PURCHORD-STATUS            PIC X(02).
000540 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000550 01  REPORT-STATUS              PIC X(02).
000560
000570 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000580     88  WS-EOF-YES                       VALUE 'Y'.
000590 01  WS-TODAY-8                 PIC 9(08).
000592 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000594     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000596 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000600 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000610 01  WS-EXPIRY-INTEGER-DATE     PIC 9(07).
000620 01  WS-DAYS-LEFT               PIC S9(07) VALUE ZERO.
000630 01  WS-PCT-USED                PIC 9(05) VALUE ZERO.
000640*   A PO IS WARNED AT THIS SHARE OF ITS CEILING CONSUMED, OR
000650*   WITHIN THIS MANY DAYS OF ITS EXPIRY.
000660 01  WS-WARN-PERCENT            PIC 9(03) VALUE 80.
000670 01  WS-WARN-DAYS               PIC 9(03) VALUE 30.
000680 01  WS-USED-SWITCH             PIC X(01) VALUE 'N'.
000690     88  WS-NEARLY-USED                   VALUE 'Y'.
000700 01  WS-EXPIRY-SWITCH           PIC X(01) VALUE 'N'.
000710     88  WS-EXPIRING                      VALUE 'Y'.
000720 01  WS-OPEN-COUNT              PIC 9(05) VALUE ZERO.
000730 01  WS-WARNED-COUNT            PIC 9(05) VALUE ZERO.
000740
000750 01  WS-SPOOL-FUNCTION          PIC X(01).
000760 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000770     VALUE "po-consumption".
000780 01  WS-SPOOL-JOB-NAME          PIC X(20)
000790     VALUE "PO-CONSUMPTION-RPT".
000800 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
000810 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000820 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000830
000840 01  WS-REPORT-DETAIL.
000850     05  WS-R-ACCOUNT            PIC 9(07).
000860     05  FILLER                  PIC X(01) VALUE SPACE.
000870     05  WS-R-PO-NUMBER          PIC X(15).
000880     05  FILLER                  PIC X(01) VALUE SPACE.
000890     05  WS-R-AUTHORIZED         PIC ZZZZZZZZ9.99.
000900     05  FILLER                  PIC X(01) VALUE SPACE.
000910     05  WS-R-CONSUMED           PIC ZZZZZZZZ9.99.
000920     05  FILLER                  PIC X(01) VALUE SPACE.
000930     05  WS-R-PCT                PIC ZZZ9.
000940     05  FILLER                  PIC X(02) VALUE "% ".
000950     05  WS-R-EXPIRY             PIC 9(08).
000960     05  FILLER                  PIC X(01) VALUE SPACE.
000970     05  WS-R-WARNING            PIC X(13).
000980
000990 PROCEDURE DIVISION.
001000*                                                                *
001010*   0000-MAINLINE                                                *
001020*                                                                *
001030 0000-MAINLINE.
001040     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001045          WS-OVERRIDE-MARK.
001050     COMPUTE WS-TODAY-INTEGER-DATE =
001060        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001070     OPEN INPUT PURCHASE-ORDERS.
001080     IF PURCHORD-STATUS NOT = '00'
001090        DISPLAY "NO PURCHASE ORDER FILE FOUND -- " PURCHORD
001100        GO TO 9999-EXIT
001110     END-IF.
001120     MOVE 'N' TO WS-SPOOL-FUNCTION.
001130     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001140          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001150          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001160          WS-SPOOL-MEMBER-NAME.
001170     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001180     OPEN OUTPUT REPORT-FILE.
001190     MOVE "PURCHASE ORDERS NEARLY USED OR EXPIRING"
001195       TO REPORT-LINE.
001200     WRITE REPORT-LINE.
001201     IF WS-DATE-OVERRIDDEN
001202        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001203        WRITE REPORT-LINE
001204        ADD 1 TO WS-SPOOL-LINE-COUNT
001205     END-IF.
001210     MOVE SPACES TO REPORT-LINE.
001220     STRING "ACCOUNT PO NUMBER          AUTHORIZED     CONSUMED"
001230            " USED  EXPIRES"
001240            DELIMITED BY SIZE INTO REPORT-LINE
001250     END-STRING.
001260     WRITE REPORT-LINE.
001270     ADD 2 TO WS-SPOOL-LINE-COUNT.
001280     MOVE LOW-VALUES TO PO-PO-KEY.
001290     START PURCHASE-ORDERS KEY IS >= PO-PO-KEY
001300         INVALID KEY
001310            MOVE 'Y' TO WS-EOF-SWITCH
001320     END-START.
001330     PERFORM 3000-CHECK-ONE-ORDER THRU 3000-EXIT
001340             UNTIL WS-EOF-YES.
001350     MOVE SPACES TO REPORT-LINE.
001360     WRITE REPORT-LINE.
001370     MOVE SPACES TO REPORT-LINE.
001380     STRING "OPEN PURCHASE ORDERS: " WS-OPEN-COUNT
001390            "   WARNED: " WS-WARNED-COUNT
001400            DELIMITED BY SIZE INTO REPORT-LINE
001410     END-STRING.
001420     WRITE REPORT-LINE.
001430     ADD 2 TO WS-SPOOL-LINE-COUNT.
001440     CLOSE REPORT-FILE.
001450     MOVE 'R' TO WS-SPOOL-FUNCTION.
001460     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001470          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001480          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001490          WS-SPOOL-MEMBER-NAME.
001500     CLOSE PURCHASE-ORDERS.
001510     DISPLAY "PO-CONSUMPTION-REPORT RUN COMPLETE".
001520     DISPLAY "OPEN PURCHASE ORDERS: " WS-OPEN-COUNT.
001530     DISPLAY "WARNED:               " WS-WARNED-COUNT.
001540     GO TO 9999-EXIT.
001550
001560*                                                                *
001570*   3000-CHECK-ONE-ORDER -- A CLOSED PO IS SKIPPED.  A PO WITH   *
001580*   NO CEILING CAN ONLY BE WARNED FOR ITS EXPIRY.                *
001590*                                                                *
001600 3000-CHECK-ONE-ORDER.
001610     READ PURCHASE-ORDERS NEXT RECORD
001620         AT END
001630            MOVE 'Y' TO WS-EOF-SWITCH
001640            GO TO 3000-EXIT
001650     END-READ.
001660     IF NOT PO-PO-OPEN
001670        GO TO 3000-EXIT
001680     END-IF.
001690     ADD 1 TO WS-OPEN-COUNT.
001700     MOVE 'N'  TO WS-USED-SWITCH WS-EXPIRY-SWITCH.
001710     MOVE ZERO TO WS-PCT-USED.
001720     IF PO-AUTHORIZED-AMOUNT > ZERO
001730        COMPUTE WS-PCT-USED =
001740           (PO-CONSUMED-AMOUNT * 100) / PO-AUTHORIZED-AMOUNT
001750        IF WS-PCT-USED NOT < WS-WARN-PERCENT
001760           MOVE 'Y' TO WS-USED-SWITCH
001770        END-IF
001780     END-IF.
001790     IF PO-EXPIRY-DATE NUMERIC AND PO-EXPIRY-DATE > ZERO
001800        COMPUTE WS-EXPIRY-INTEGER-DATE =
001810           FUNCTION INTEGER-OF-DATE(PO-EXPIRY-DATE)
001820        COMPUTE WS-DAYS-LEFT =
001830           WS-EXPIRY-INTEGER-DATE - WS-TODAY-INTEGER-DATE
001840        IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
001850           MOVE 'Y' TO WS-EXPIRY-SWITCH
001860        END-IF
001870     END-IF.
001880     IF NOT WS-NEARLY-USED AND NOT WS-EXPIRING
001890        GO TO 3000-EXIT
001900     END-IF.
001910     ADD 1 TO WS-WARNED-COUNT.
001920     EVALUATE TRUE
001930        WHEN WS-EXPIRING AND WS-DAYS-LEFT < ZERO
001940           MOVE "EXPIRED"       TO WS-R-WARNING
001950        WHEN WS-NEARLY-USED AND WS-EXPIRING
001960           MOVE "USED/EXPIRING" TO WS-R-WARNING
001970        WHEN WS-NEARLY-USED
001980           MOVE "NEARLY USED"   TO WS-R-WARNING
001990        WHEN OTHER
002000           MOVE "EXPIRING"      TO WS-R-WARNING
002010     END-EVALUATE.
002020     MOVE PO-ACCOUNT-ID        TO WS-R-ACCOUNT.
002030     MOVE PO-PO-NUMBER         TO WS-R-PO-NUMBER.
002040     MOVE PO-AUTHORIZED-AMOUNT TO WS-R-AUTHORIZED.
002050     MOVE PO-CONSUMED-AMOUNT   TO WS-R-CONSUMED.
002060     MOVE WS-PCT-USED          TO WS-R-PCT.
002070     MOVE PO-EXPIRY-DATE       TO WS-R-EXPIRY.
002080     MOVE WS-REPORT-DETAIL     TO REPORT-LINE.
002090     WRITE REPORT-LINE.
002100     ADD 1 TO WS-SPOOL-LINE-COUNT.
002110 3000-EXIT.
002120     EXIT.
002130
002140 9999-EXIT.
002150     STOP RUN.
