000120*   TR-TRANSACTION-DATE FROM THE PARAMETER FILE                  *
000130*   (REVENUE-PARMS.TXT: FROM AND TO DATES, ONE PER LINE);        *
000140*   WITH NO FILE THE WHOLE LEDGER IS REPORTED.                   *
000142*   THE YTD COLUMNS COVER THE FISCAL YEAR THE PERIOD ENDS IN     *
000144*   (SEE FISCAL-PERIOD-LOOKUP), FROM ITS FIRST DAY THROUGH THE   *
000146*   TO DATE -- OR THE PROCESSING DATE WHEN THERE IS NONE.        *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000250*   ------------------------------------------------------------ *
000260*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000262*   08/22/2026  DP   TYPE-F REFUND DISBURSEMENTS TOTAL WITH     *
000263*                    THE DEBITS.  THE TABLE-FULL WARNING NOW    *
000264*                    SAYS OVER-CAP ACCOUNTS ARE EXCLUDED.       *
000265*   10/15/2026  DP   TRAILER CONTROL TOTALS ARE WIDENED TO      *
000266*                    MATCH THE LEDGER TRAILER.                  *
000267*   10/15/2026  DP   YEAR-TO-DATE DEBIT AND CREDIT COLUMNS      *
000268*                    ADDED, FOR THE FISCAL YEAR THE PERIOD ENDS *
000269*                    IN PER THE FISCAL CALENDAR; THE ACCOUNT    *
000270*                    COUNT STAYS THE PERIOD'S.                  *
000271*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000680         05  SD-CONTACT-CATEGORY  PIC X(08).
000690     03  SD-DETAIL.
000700     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==SD-==.
000701*   WHETHER THE DETAIL FALLS IN THE REPORTED PERIOD, THE FISCAL
000702*   YEAR TO DATE, OR BOTH.
000703     03  SD-IN-PERIOD-FLAG        PIC X(01).
000704         88  SD-IN-PERIOD                   VALUE 'Y'.
000705     03  SD-IN-YTD-FLAG           PIC X(01).
000706         88  SD-IN-YTD                      VALUE 'Y'.
000710
000720 FD  ADDRESS-FILE.
000730 01  ADDRESS-RECORD.
001170
001180 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001190 01  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
001191
001192*   FISCAL YEAR TO DATE (SEE FISCAL-PERIOD-LOOKUP)
001193 01  WS-TODAY-8                  PIC 9(08).
001194 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001195 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001196 01  WS-YTD-FROM-DATE            PIC 9(08) VALUE ZERO.
001197 01  WS-YTD-AS-OF-DATE           PIC 9(08) VALUE ZERO.
001198 01  WS-FP-PERIOD                PIC 9(06).
001199 01  WS-FP-FISCAL-YEAR           PIC 9(04).
001200 01  WS-FP-FISCAL-PERIOD         PIC 9(02).
001201 01  WS-FP-YEAR-START            PIC 9(08).
001202 01  WS-FP-YEAR-END              PIC 9(08).
001203 01  WS-FP-RESULT                PIC X(01).
001204
001210*                                                                *
001220*   TABLE OF CONTACTS CARRYING A BILLING ACCOUNT                 *
001230*                                                                *
001350 01  WS-GROUP-DEBITS             PIC 9(09)V9(02) VALUE ZERO.
001360 01  WS-GROUP-CREDITS            PIC 9(09)V9(02) VALUE ZERO.
001370 01  WS-GROUP-ACCOUNTS           PIC 9(05) VALUE ZERO.
001380 01  WS-DEBIT-CONTROL-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
001390 01  WS-CREDIT-CONTROL-TOTAL     PIC 9(11)V9(02) VALUE ZERO.
001392 01  WS-GROUP-YTD-DEBITS         PIC 9(09)V9(02) VALUE ZERO.
001394 01  WS-GROUP-YTD-CREDITS        PIC 9(09)V9(02) VALUE ZERO.
001396 01  WS-YTD-DEBIT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
001398 01  WS-YTD-CREDIT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
001400
001410 01  WS-DETAIL-LINE.
001420     05  WS-D-STATE              PIC X(02).
001480     05  WS-D-CREDITS            PIC ZZZ,ZZZ,ZZ9.99.
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  WS-D-ACCOUNTS           PIC ZZZZ9.
001502     05  FILLER                  PIC X(02) VALUE SPACES.
001504     05  WS-D-YTD-DEBITS         PIC ZZZ,ZZZ,ZZ9.99.
001506     05  FILLER                  PIC X(02) VALUE SPACES.
001508     05  WS-D-YTD-CREDITS        PIC ZZZ,ZZZ,ZZ9.99.
001510
001520 PROCEDURE DIVISION.
001530*                                                                *
001590          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
001600          WS-SPOOL-LINES, REPORTOUT.
001610     PERFORM 1000-READ-PARMS THRU 1000-EXIT.
001615     PERFORM 1100-SET-FISCAL-YEAR THRU 1100-EXIT.
001620     PERFORM 1500-LOAD-CONTACT-TABLE THRU 1500-EXIT.
001630     SORT SORT-WORK-FILE
001640         ON ASCENDING KEY SD-GROUP-KEY
001720     DISPLAY "CATEGORY-REVENUE-REPORT RUN COMPLETE".
001730     DISPLAY "DEBIT CONTROL TOTAL:  " WS-DEBIT-CONTROL-TOTAL.
001740     DISPLAY "CREDIT CONTROL TOTAL: " WS-CREDIT-CONTROL-TOTAL.
001743     DISPLAY "YTD DEBIT TOTAL:      " WS-YTD-DEBIT-TOTAL.
001746     DISPLAY "YTD CREDIT TOTAL:     " WS-YTD-CREDIT-TOTAL.
001750     GO TO 9999-EXIT.
001760
001770*                                                                *
001990     CLOSE PARM-FILE.
002000 1000-EXIT.
002010     EXIT.
002011
002012*                                                                *
002013*   1100-SET-FISCAL-YEAR -- THE YTD COLUMNS RUN FROM THE FIRST   *
002014*   DAY OF THE FISCAL YEAR THE PERIOD ENDS IN (OR, WITH AN OPEN  *
002015*   TO DATE, THE PROCESSING DATE) THROUGH THAT DATE              *
002016*                                                                *
002017 1100-SET-FISCAL-YEAR.
002018     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002019          WS-OVERRIDE-MARK.
002020     IF WS-TO-DATE = 99999999
002021        MOVE WS-TODAY-8 TO WS-YTD-AS-OF-DATE
002022     ELSE
002023        MOVE WS-TO-DATE TO WS-YTD-AS-OF-DATE
002024     END-IF.
002025     MOVE WS-YTD-AS-OF-DATE (1:6) TO WS-FP-PERIOD.
002026     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
002027          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
002028          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
002029     MOVE WS-FP-YEAR-START TO WS-YTD-FROM-DATE.
002030     IF WS-FP-RESULT = 'D'
002031        DISPLAY "WARNING -- NO FISCAL CALENDAR ENTRY FOR "
002032                WS-FP-PERIOD ", JUNE YEAR-END ASSUMED"
002033     END-IF.
002034 1100-EXIT.
002035     EXIT.
002036
002037*                                                                *
002038*   1500-LOAD-CONTACT-TABLE                                     *
002039*                                                                *
002040 1500-LOAD-CONTACT-TABLE.
002070     OPEN INPUT ADDRESS-FILE.
002080     IF ADDRESS-STATUS NOT = '00'
002090        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE"
002620     EXIT.
002630
002640*                                                                *
002650*   2000-LOAD-SORT-FILE -- DETAILS IN THE PERIOD OR THE FISCAL   *
002660*   YEAR TO DATE, TAGGED WITH STATE AND CATEGORY AND FLAGGED     *
002665*   WITH WHICH OF THE TWO THEY BELONG TO                         *
002670*                                                                *
002680 2000-LOAD-SORT-FILE.
002690     OPEN INPUT TRANSACTIONS.
002870     EXIT.
002880
002890 2200-RELEASE-IF-SELECTED.
002895     IF NOT TR-DETAIL-RECORD
002900        GO TO 2200-NEXT
002905     END-IF.
002910     MOVE 'N' TO SD-IN-PERIOD-FLAG SD-IN-YTD-FLAG.
002915     IF TR-TRANSACTION-DATE >= WS-FROM-DATE
002920        AND TR-TRANSACTION-DATE <= WS-TO-DATE
002925        MOVE 'Y' TO SD-IN-PERIOD-FLAG
002930     END-IF.
002935     IF TR-TRANSACTION-DATE >= WS-YTD-FROM-DATE
002940        AND TR-TRANSACTION-DATE <= WS-YTD-AS-OF-DATE
002945        MOVE 'Y' TO SD-IN-YTD-FLAG
002950     END-IF.
002955     IF SD-IN-PERIOD OR SD-IN-YTD
002960        PERFORM 1700-FIND-CONTACT THRU 1700-EXIT
002965        IF WS-LOOKUP-HIT NOT = ZERO
002970           MOVE WS-CT-STATE (WS-LOOKUP-HIT)
002975              TO SD-CONTACT-STATE
002980           MOVE WS-CT-CATEGORY (WS-LOOKUP-HIT)
002985              TO SD-CONTACT-CATEGORY
002990           MOVE TRANSACTION-STRUCTURE TO SD-DETAIL
002995           RELEASE SORT-RECORD
003000        END-IF
003005     END-IF.
003010 2200-NEXT.
003030     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003040 2200-EXIT.
003050     EXIT.
003140        TO REPORT-LINE.
003150     WRITE REPORT-LINE.
003160     ADD 1 TO WS-SPOOL-LINES.
003161     MOVE SPACES TO REPORT-LINE.
003162     STRING "YTD: FISCAL YEAR " WS-FP-FISCAL-YEAR " FROM "
003163            WS-YTD-FROM-DATE " THROUGH " WS-YTD-AS-OF-DATE
003164            DELIMITED BY SIZE INTO REPORT-LINE
003165     END-STRING.
003166     WRITE REPORT-LINE.
003167     ADD 1 TO WS-SPOOL-LINES.
003170     MOVE "ST  CATEGORY        DEBITS          CREDITS"
003180        & "        ACCTS" & " YTD DEBITS     YTD CREDITS"
003185        TO REPORT-LINE.
003190     WRITE REPORT-LINE.
003200     ADD 1 TO WS-SPOOL-LINES.
003210     MOVE 'N' TO WS-EOF-SWITCH.
003480        MOVE SD-GROUP-KEY TO WS-PREV-GROUP-KEY
003490        MOVE ZERO TO WS-GROUP-DEBITS WS-GROUP-CREDITS
003500                     WS-GROUP-ACCOUNTS WS-PREV-ACCOUNT-ID
003505                     WS-GROUP-YTD-DEBITS WS-GROUP-YTD-CREDITS
003510     END-IF.
003513*   THE ACCOUNT COUNT AND THE DEBIT/CREDIT COLUMNS ARE THE
003516*   PERIOD'S; A DETAIL SELECTED ONLY FOR THE FISCAL YEAR TO
003519*   DATE FEEDS THE YTD COLUMNS ALONE.
003522     IF SD-IN-PERIOD
003525        AND SD-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
003528        ADD 1 TO WS-GROUP-ACCOUNTS
003531        MOVE SD-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
003534     END-IF.
003537     IF SD-DEBIT-TRANSACTION OR SD-REFUND-TRANSACTION
003540        IF SD-IN-PERIOD
003543           ADD SD-AMOUNT TO WS-GROUP-DEBITS
003546           ADD SD-AMOUNT TO WS-DEBIT-CONTROL-TOTAL
003549        END-IF
003552        IF SD-IN-YTD
003555           ADD SD-AMOUNT TO WS-GROUP-YTD-DEBITS
003558           ADD SD-AMOUNT TO WS-YTD-DEBIT-TOTAL
003561        END-IF
003564     ELSE
003567*   A TYPE-W WRITE-OFF IS NEITHER REVENUE NOR CASH -- IT STAYS
003570*   OUT OF BOTH SIDES OF THIS REPORT.
003573        IF NOT SD-WRITEOFF-TRANSACTION
003576           IF SD-IN-PERIOD
003579              ADD SD-AMOUNT TO WS-GROUP-CREDITS
003582              ADD SD-AMOUNT TO WS-CREDIT-CONTROL-TOTAL
003585           END-IF
003588           IF SD-IN-YTD
003591              ADD SD-AMOUNT TO WS-GROUP-YTD-CREDITS
003594              ADD SD-AMOUNT TO WS-YTD-CREDIT-TOTAL
003597           END-IF
003600        END-IF
003603     END-IF.
003630     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
003640 3200-EXIT.
003650     EXIT.
003700     MOVE WS-GROUP-DEBITS          TO WS-D-DEBITS.
003710     MOVE WS-GROUP-CREDITS         TO WS-D-CREDITS.
003720     MOVE WS-GROUP-ACCOUNTS        TO WS-D-ACCOUNTS.
003723     MOVE WS-GROUP-YTD-DEBITS      TO WS-D-YTD-DEBITS.
003726     MOVE WS-GROUP-YTD-CREDITS     TO WS-D-YTD-CREDITS.
003730     MOVE WS-DETAIL-LINE           TO REPORT-LINE.
003740     WRITE REPORT-LINE.
003750     ADD 1 TO WS-SPOOL-LINES.
