000120*   THE NUMBER MARKETING WANTED -- HOW MUCH REVENUE STILL        *
000130*   POSTS UNDER MYSTERY SPELLINGS.  TAX IS EXCLUDED SO THE       *
000140*   FIGURES ARE REVENUE, NOT REVENUE PLUS PASS-THROUGH.          *
000142*                                                                *
000144*   A SECOND COLUMN CARRIES EACH CODE'S REVENUE FOR THE FISCAL   *
000146*   YEAR TO DATE (SEE FISCAL-PERIOD-LOOKUP).                     *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000262*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000264*   10/15/2026  DP   FISCAL YEAR-TO-DATE REVENUE COLUMN (SEE    *
000266*                    FISCAL-PERIOD-LOOKUP).                     *
000270*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000730
000740 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000750     88  WS-EOF-YES                       VALUE 'Y'.
000752
000754*   BUSINESS DATE (SEE PROCESSING-DATE) AND THE FISCAL YEAR IT
000756*   FALLS IN (SEE FISCAL-PERIOD-LOOKUP).
000758 01  WS-TODAY-8                 PIC 9(08).
000760 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000762     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000764 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000766 01  WS-FP-PERIOD               PIC 9(06).
000768 01  WS-FP-FISCAL-YEAR          PIC 9(04).
000770 01  WS-FP-FISCAL-PERIOD        PIC 9(02).
000772 01  WS-FP-YEAR-START           PIC 9(08).
000774 01  WS-FP-YEAR-END             PIC 9(08).
000776 01  WS-FP-RESULT               PIC X(01).
000778
000780*                                                                *
000782*   CHARGE-CODE TABLE WITH PER-CODE ACCUMULATORS               *
000784*                                                                *
000800 01  WS-CODE-TABLE.
000810     05  WS-CODE-ENTRY OCCURS 50 TIMES.
000820         10  WS-CT-CODE          PIC X(06).
000830         10  WS-CT-DESC          PIC X(25).
000840         10  WS-CT-COUNT         PIC 9(07).
000850         10  WS-CT-REVENUE       PIC 9(09)V9(02).
000855         10  WS-CT-YTD-REVENUE   PIC 9(09)V9(02).
000860 01  WS-CODE-COUNT              PIC 9(02) VALUE ZERO.
000870 01  WS-CODE-SUB                PIC 9(02) VALUE ZERO.
000880 01  WS-MATCH-SUB               PIC 9(02) VALUE ZERO.
000890 01  WS-UNCODED-COUNT           PIC 9(07) VALUE ZERO.
000900 01  WS-UNCODED-REVENUE         PIC 9(09)V9(02) VALUE ZERO.
000905 01  WS-UNCODED-YTD-REVENUE     PIC 9(09)V9(02) VALUE ZERO.
000910 01  WS-NET-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
000920 01  WS-TOTAL-REVENUE           PIC 9(11)V9(02) VALUE ZERO.
000925 01  WS-TOTAL-YTD-REVENUE       PIC 9(11)V9(02) VALUE ZERO.
000930
000940*                                                                *
000950*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001110     05  WS-R-COUNT              PIC ZZZ,ZZ9.
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  WS-R-REVENUE            PIC ZZZ,ZZZ,ZZ9.99.
001133     05  FILLER                  PIC X(02) VALUE SPACES.
001136     05  WS-R-YTD-REVENUE        PIC ZZZ,ZZZ,ZZ9.99.
001140
001150 PROCEDURE DIVISION.
001160*                                                                *
001180*                                                                *
001190 0000-MAINLINE.
001200     PERFORM 1000-LOAD-CODE-TABLE THRU 1000-EXIT.
001205     PERFORM 1500-SET-FISCAL-YEAR THRU 1500-EXIT.
001210     OPEN INPUT TRANSACTIONS.
001220     IF TRANSOUT-STATUS NOT = '00'
001230        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
001540 1000-EXIT.
001550     EXIT.
001560
001565 1100-LOAD-ONE-CODE.
001570     READ CHARGE-CODES NEXT RECORD
001575         AT END
001580            MOVE '10' TO CHGCODE-STATUS
001585            GO TO 1100-EXIT
001590     END-READ.
001595     ADD 1 TO WS-CODE-COUNT.
001600     MOVE CC-CHARGE-CODE TO WS-CT-CODE (WS-CODE-COUNT).
001605     MOVE CC-DESC        TO WS-CT-DESC (WS-CODE-COUNT).
001610 1100-EXIT.
001615     EXIT.
001620
001625*                                                               *
001630*   1500-SET-FISCAL-YEAR -- THE BUSINESS DATE AND THE FISCAL    *
001635*   YEAR IT FALLS IN (SEE FISCAL-PERIOD-LOOKUP)                 *
001640*                                                               *
001645 1500-SET-FISCAL-YEAR.
001650     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001655          WS-OVERRIDE-MARK.
001660     MOVE WS-TODAY-8 (1:6) TO WS-FP-PERIOD.
001665     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
001670          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
001675          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
001680     IF WS-FP-RESULT = 'D'
001685        DISPLAY "WARNING -- NO FISCAL CALENDAR ENTRY FOR "
001690                WS-FP-PERIOD ", JUNE YEAR-END ASSUMED"
001695     END-IF.
001700 1500-EXIT.
001705     EXIT.
001710
001715 2100-READ-TRANSACTION.
001720     READ TRANSACTIONS
001725         AT END
001730            MOVE 'Y' TO WS-EOF-SWITCH
001735     END-READ.
001740 2100-EXIT.
001745     EXIT.
001750
001770*                                                                *
001780*   3000-TALLY-ONE-DETAIL -- EVERY POSTED DEBIT, NET OF TAX,    *
001790*   AGAINST THE CODE WHOSE DESCRIPTION IT CARRIES               *
002010        ADD 1 TO WS-UNCODED-COUNT
002020        ADD WS-NET-AMOUNT TO WS-UNCODED-REVENUE
002030     END-IF.
002032     ADD WS-NET-AMOUNT TO WS-TOTAL-REVENUE.
002034*   FISCAL YEAR TO DATE -- THE SAME DETAIL AGAIN WHEN IT FALLS
002036*   BETWEEN THE FISCAL YEAR'S FIRST DAY AND THE BUSINESS DATE.
002038     IF TR-TRANSACTION-DATE >= WS-FP-YEAR-START
002040        AND TR-TRANSACTION-DATE <= WS-TODAY-8
002042        ADD WS-NET-AMOUNT TO WS-TOTAL-YTD-REVENUE
002044        IF WS-MATCH-SUB > ZERO
002046           ADD WS-NET-AMOUNT TO WS-CT-YTD-REVENUE (WS-MATCH-SUB)
002048        ELSE
002050           ADD WS-NET-AMOUNT TO WS-UNCODED-YTD-REVENUE
002052        END-IF
002054     END-IF.
002056 3000-NEXT.
002060     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002070 3000-EXIT.
002080     EXIT.
002280     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002290     OPEN OUTPUT REPORT-FILE.
002300     MOVE "REVENUE BY CHARGE CODE (NET OF TAX)" TO REPORT-LINE.
002302     WRITE REPORT-LINE.
002304     MOVE SPACES TO REPORT-LINE.
002306     STRING "FISCAL YEAR " WS-FP-FISCAL-YEAR " TO DATE FROM "
002308            WS-FP-YEAR-START " THROUGH " WS-TODAY-8
002310            DELIMITED BY SIZE INTO REPORT-LINE
002312     END-STRING.
002314     WRITE REPORT-LINE.
002316     IF WS-DATE-OVERRIDDEN
002318        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002320        WRITE REPORT-LINE
002322        ADD 1 TO WS-SPOOL-LINE-COUNT
002324     END-IF.
002326     MOVE "CODE    DESCRIPTION                  COUNT"
002328        & "          REVENUE       FISCAL YTD" TO REPORT-LINE.
002340     WRITE REPORT-LINE.
002350     ADD 3 TO WS-SPOOL-LINE-COUNT.
002360     PERFORM 8100-WRITE-ONE-CODE THRU 8100-EXIT
002370             VARYING WS-CODE-SUB FROM 1 BY 1
002380             UNTIL WS-CODE-SUB > WS-CODE-COUNT.
002410     MOVE "(UNCODED FREE TEXT)" TO WS-R-DESC.
002420     MOVE WS-UNCODED-COUNT TO WS-R-COUNT.
002430     MOVE WS-UNCODED-REVENUE TO WS-R-REVENUE.
002435     MOVE WS-UNCODED-YTD-REVENUE TO WS-R-YTD-REVENUE.
002440     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
002450     WRITE REPORT-LINE.
002460     ADD 1 TO WS-SPOOL-LINE-COUNT.
002510            DELIMITED BY SIZE INTO REPORT-LINE
002520     END-STRING.
002530     WRITE REPORT-LINE.
002531     MOVE SPACES TO REPORT-LINE.
002532     STRING "FISCAL YTD REVENUE (NET OF TAX): "
002533            WS-TOTAL-YTD-REVENUE
002534            DELIMITED BY SIZE INTO REPORT-LINE
002535     END-STRING.
002536     WRITE REPORT-LINE.
002540     ADD 3 TO WS-SPOOL-LINE-COUNT.
002550     CLOSE REPORT-FILE.
002560     MOVE 'R' TO WS-SPOOL-FUNCTION.
002570     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002610     DISPLAY "CHARGE-CODE-REVENUE-REPORT RUN COMPLETE".
002620     DISPLAY "TOTAL REVENUE: " WS-TOTAL-REVENUE.
002630     DISPLAY "UNCODED:       " WS-UNCODED-REVENUE.
002635     DISPLAY "FISCAL YTD:    " WS-TOTAL-YTD-REVENUE.
002640 8000-EXIT.
002650     EXIT.
002660
002730     MOVE WS-CT-DESC (WS-CODE-SUB) TO WS-R-DESC.
002740     MOVE WS-CT-COUNT (WS-CODE-SUB) TO WS-R-COUNT.
002750     MOVE WS-CT-REVENUE (WS-CODE-SUB) TO WS-R-REVENUE.
002755     MOVE WS-CT-YTD-REVENUE (WS-CODE-SUB) TO WS-R-YTD-REVENUE.
002760     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
002770     WRITE REPORT-LINE.
002780     ADD 1 TO WS-SPOOL-LINE-COUNT.
