000010******************************************************************
000020*                                                                *
000030*   FISCAL-PERIOD-LOOKUP                                         *
000040*                                                                *
000050*   CALLED SUBPROGRAM FOR THE FISCAL CALENDAR (THE SAME SHAPE AS *
000060*   BUSINESS-DAY-CHECK).  GIVEN A PERIOD KEY -- A CALENDAR MONTH *
000070*   YYYYMM, OR FFFF13 FOR FISCAL YEAR FFFF'S ADJUSTMENT PERIOD --*
000080*   IT HANDS BACK THE FISCAL YEAR, THE PERIOD NUMBER WITHIN IT,  *
000090*   AND THE FISCAL YEAR'S FIRST AND LAST DAYS:                   *
000100*                                                                *
000110*       CALL "FISCAL-PERIOD-LOOKUP" USING PERIOD, FISCAL-YEAR,   *
000120*            FISCAL-PERIOD, YEAR-START, YEAR-END, RESULT         *
000130*                                                                *
000140*   RESULT IS F WHEN THE PERIOD IS ON THE FISCAL CALENDAR FILE   *
000150*   (SEE FISCAL-CALENDAR-RECORD.CPY).  A CALENDAR MONTH THAT IS  *
000160*   NOT ON THE FILE -- A YEAR NOBODY HAS BUILT YET -- IS WORKED  *
000170*   OUT FROM OUR STANDARD JUNE YEAR-END AND COMES BACK D, SO A   *
000180*   YEAR-TO-DATE REPORT STILL RUNS (THE CALLER SAYS SO ON ITS    *
000190*   OUTPUT).  AN ADJUSTMENT PERIOD NOT ON THE FILE, OR A KEY     *
000200*   THAT IS NEITHER, COMES BACK N WITH ZEROS: THERE IS NO SUCH   *
000210*   PERIOD.                                                      *
000220*                                                                *
000230*   EVERY YEAR-TO-DATE FIGURE ON THE CONSOLIDATED FINANCIALS, THE*
000240*   CATEGORY AND CHARGE-CODE REVENUE REPORTS AND THE COMMISSION  *
000250*   RUN IS CUT WITH THIS ONE COPY OF THE RULE, AS ARE LEDGER-    *
000260*   POST'S ADJUSTING BATCHES.                                    *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      FISCAL-PERIOD-LOOKUP.
000310 AUTHOR.          DATA PROCESSING.
000320 INSTALLATION.    ACCOUNTING SYSTEMS.
000330 DATE-WRITTEN.    10/15/2026.
000340 DATE-COMPILED.   10/15/2026.
000350*                                                                *
000360*   MODIFICATION HISTORY                                        *
000370*   ------------------------------------------------------------ *
000380*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000390*                                                                *
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL FISCAL-CALENDAR
000440            ASSIGN       TO  FISCALCAL
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS FC-PERIOD
000480            FILE STATUS  IS FISCALCAL-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FISCAL-CALENDAR.
000530 01  FISCAL-CALENDAR-STRUCTURE.
000540     COPY "FISCAL-CALENDAR-RECORD.CPY" REPLACING ==(TAG)==
000550          BY ==FC-==.
000560
000570 WORKING-STORAGE SECTION.
000580 01  FISCALCAL                  PIC X(50)
000590     VALUE "/mnt/c/cobfiles\fiscal-calendar.idx".
000600 01  FISCALCAL-STATUS           PIC X(02).
000610
000620*   THE STANDARD YEAR-END MONTH, USED ONLY FOR A MONTH THE
000630*   CALENDAR FILE DOES NOT CARRY.
000640 01  WS-YEAR-END-MONTH          PIC 9(02) VALUE 06.
000650 01  WS-PERIOD-IN.
000660     05  WS-PERIOD-YYYY         PIC 9(04).
000670     05  WS-PERIOD-MM           PIC 9(02).
000680
000690 LINKAGE SECTION.
000700 01  LK-PERIOD                  PIC 9(06).
000710 01  LK-FISCAL-YEAR             PIC 9(04).
000720 01  LK-FISCAL-PERIOD           PIC 9(02).
000730 01  LK-YEAR-START              PIC 9(08).
000740 01  LK-YEAR-END                PIC 9(08).
000750 01  LK-RESULT                  PIC X(01).
000760
000770 PROCEDURE DIVISION USING LK-PERIOD, LK-FISCAL-YEAR,
000780     LK-FISCAL-PERIOD, LK-YEAR-START, LK-YEAR-END, LK-RESULT.
000790*                                                                *
000800*   0000-MAINLINE                                               *
000810*                                                                *
000820 0000-MAINLINE.
000830     MOVE ZERO TO LK-FISCAL-YEAR LK-FISCAL-PERIOD
000840                  LK-YEAR-START LK-YEAR-END.
000850     MOVE 'N' TO LK-RESULT.
000860     IF LK-PERIOD NOT NUMERIC
000870        GOBACK
000880     END-IF.
000890     MOVE LK-PERIOD TO WS-PERIOD-IN.
000900     IF WS-PERIOD-YYYY < 1900 OR WS-PERIOD-MM < 1
000910        OR WS-PERIOD-MM > 13
000920        GOBACK
000930     END-IF.
000940     PERFORM 1000-READ-CALENDAR THRU 1000-EXIT.
000950     IF LK-RESULT = 'N' AND WS-PERIOD-MM NOT = 13
000960        PERFORM 2000-DERIVE-PERIOD THRU 2000-EXIT
000970     END-IF.
000980     GOBACK.
000990
001000*                                                                *
001010*   1000-READ-CALENDAR -- THE FILE IS READ ONCE PER CALL; THE    *
001020*   CALLERS LOOK UP ONE PERIOD A RUN, NOT ONE PER DETAIL         *
001030*                                                                *
001040 1000-READ-CALENDAR.
001050     OPEN INPUT FISCAL-CALENDAR.
001060     IF FISCALCAL-STATUS NOT = '00'
001070        GO TO 1000-EXIT
001080     END-IF.
001090     MOVE LK-PERIOD TO FC-PERIOD.
001100     READ FISCAL-CALENDAR
001110         INVALID KEY
001120            CLOSE FISCAL-CALENDAR
001130            GO TO 1000-EXIT
001140     END-READ.
001150     MOVE FC-FISCAL-YEAR     TO LK-FISCAL-YEAR.
001160     MOVE FC-FISCAL-PERIOD   TO LK-FISCAL-PERIOD.
001170     MOVE FC-YEAR-START-DATE TO LK-YEAR-START.
001180     MOVE FC-YEAR-END-DATE   TO LK-YEAR-END.
001190     MOVE 'F' TO LK-RESULT.
001200     CLOSE FISCAL-CALENDAR.
001210 1000-EXIT.
001220     EXIT.
001230
001240*                                                                *
001250*   2000-DERIVE-PERIOD -- NO CALENDAR ENTRY: PERIOD 01 IS THE    *
001260*   MONTH AFTER THE STANDARD YEAR-END, AND THE FISCAL YEAR IS    *
001270*   NAMED FOR THE CALENDAR YEAR IT ENDS IN                       *
001280*                                                                *
001290 2000-DERIVE-PERIOD.
001300     IF WS-PERIOD-MM > WS-YEAR-END-MONTH
001310        COMPUTE LK-FISCAL-YEAR = WS-PERIOD-YYYY + 1
001320        COMPUTE LK-FISCAL-PERIOD =
001330                WS-PERIOD-MM - WS-YEAR-END-MONTH
001340     ELSE
001350        MOVE WS-PERIOD-YYYY TO LK-FISCAL-YEAR
001360        COMPUTE LK-FISCAL-PERIOD =
001370                WS-PERIOD-MM + 12 - WS-YEAR-END-MONTH
001380     END-IF.
001390     COMPUTE LK-YEAR-START =
001400             ((LK-FISCAL-YEAR - 1) * 10000)
001410             + ((WS-YEAR-END-MONTH + 1) * 100) + 1.
001420     COMPUTE LK-YEAR-END = FUNCTION DATE-OF-INTEGER
001430        (FUNCTION INTEGER-OF-DATE(LK-YEAR-START) - 1)
001440        + 10000.
001450     MOVE 'D' TO LK-RESULT.
001460 2000-EXIT.
001470     EXIT.
