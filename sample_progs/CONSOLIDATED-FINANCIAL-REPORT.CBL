000130*       - CHARGES NET OF TAX, PAYMENTS, WRITE-OFFS AND THE       *
000140*         INCLUDED TAX (THE GL-EXTRACT, REVENUE AND TAX          *
000150*         SUMMARY FIGURES)                                       *
000153*         LIFE TO DATE, AND AGAIN FOR THE FISCAL YEAR TO DATE    *
000156*         (SEE FISCAL-PERIOD-LOOKUP)                             *
000160*       - REVENUE BY CUSTOMER CATEGORY AND BY STATE (THE          *
000170*         CATEGORY-REVENUE-REPORT CUTS, CONTACTS TABLED ONCE      *
000180*         UP FRONT THE SAME WAY)                                  *
000210*   DESCRIPTION BEGINS "INTERCO" -- ARE SHOWN IN THEIR OWN       *
000220*   SECTION AND LEFT OUT OF THE COMBINED COLUMN, SO A BALANCE    *
000230*   MOVED BETWEEN THE BOOKS IS NEVER COUNTED TWICE.              *
000232*   THE DUE-TO / DUE-FROM BALANCES FOR PAYMENTS ONE COMPANY TOOK *
000234*   IN FOR THE OTHER'S ACCOUNTS SIT IN THE SAME SECTION AND      *
000236*   ELIMINATE TO ZERO IN THE COMBINED COLUMN.                    *
000240*   REGISTERED ON THE REPORT SPOOL.                              *
000250*                                                                *
000260******************************************************************
000370*   09/02/2026  DP   REVENUE-BY-CATEGORY AND -BY-STATE          *
000380*                    SECTIONS ADDED, WITH THE SAME PER-COMPANY  *
000390*                    AND COMBINED COLUMNS.                      *
000395*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000396*   10/15/2026  DP   THE INTER-COMPANY SECTION NOW SHOWS        *
000397*                    EACH COMPANY'S DUE-FROM AND DUE-TO THE     *
000398*                    OTHER FOR PAYMENTS TAKEN IN ON ITS         *
000399*                    BEHALF, ELIMINATED IN THE COMBINED         *
000400*                    COLUMN.                                    *
000401*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000402*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000403*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000404*                    HEADING.                                   *
000405*   10/15/2026  DP   A FISCAL-YEAR-TO-DATE LEDGER TOTALS        *
000406*                    SECTION FOLLOWS THE LIFE-TO-DATE ONE, THE  *
000407*                    YEAR TAKEN FROM THE FISCAL CALENDAR.       *
000408*                                                                *
000417 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL TRANSACTIONS
000600            ACCESS MODE  IS DYNAMIC
000610            RECORD KEY   IS OI-ITEM-KEY
000620            FILE STATUS  IS OPENITEM-STATUS.
000621
000622     SELECT OPTIONAL INTERCO-ENTRY-FILE
000623            ASSIGN       TO  INTERCOENT
000624            ORGANIZATION IS LINE SEQUENTIAL
000625            FILE STATUS  IS INTERCOENT-STATUS.
000630
000640     SELECT REPORT-FILE
000650            ASSIGN       TO  REPORTOUT
000800 FD  OPEN-ITEMS.
000810 01  OPEN-ITEM-STRUCTURE.
000820     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000821
000822 FD  INTERCO-ENTRY-FILE
000823     RECORDING MODE IS F.
000824 01  INTERCO-ENTRY-STRUCTURE.
000825     COPY "INTERCOMPANY-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
000826          BY ==IE-==.
000830
000840 FD  REPORT-FILE
000850     RECORDING MODE IS F.
000920 01  OPENITEM                   PIC X(50)
000930     VALUE "/mnt/c/cobfiles\open-items.idx".
000940 01  OPENITEM-STATUS            PIC X(02).
000942 01  INTERCOENT                 PIC X(50)
000944     VALUE "intercompany-entries.txt".
000946 01  INTERCOENT-STATUS          PIC X(02).
000950 01  ADDROUT                    PIC X(50)
000960     VALUE "/mnt/c/cobfiles\address.idx".
000970 01  ADDRESS-STATUS             PIC X(02).
001030         88  WS-EOF-YES                    VALUE 'Y'.
001040
001050 01  WS-TODAY-8                 PIC 9(08).
001052 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001054     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001056 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001060 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001070 01  WS-DUE-INTEGER-DATE        PIC 9(07).
001080 01  WS-DAYS-PAST-DUE           PIC S9(05) VALUE ZERO.
001090 01  WS-CO-SUB                  PIC 9(01) VALUE 1.
001100 01  WS-NET-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
001101*   FISCAL CALENDAR FIELDS (SEE FISCAL-PERIOD-LOOKUP)
001102 01  WS-FP-PERIOD               PIC 9(06).
001103 01  WS-FP-FISCAL-YEAR          PIC 9(04).
001104 01  WS-FP-FISCAL-PERIOD        PIC 9(02).
001105 01  WS-FP-YEAR-START           PIC 9(08).
001106 01  WS-FP-YEAR-END             PIC 9(08).
001107 01  WS-FP-RESULT               PIC X(01).
001110
001120*                                                                *
001130*   PER-COMPANY ACCUMULATORS -- SUB 1 = COMPANY 01, SUB 2 =     *
001250         10  WS-CO-TAX           PIC 9(11)V9(02).
001260         10  WS-CO-INTERCO-DR    PIC 9(11)V9(02).
001270         10  WS-CO-INTERCO-CR    PIC 9(11)V9(02).
001271*   WHAT EACH COMPANY IS OWED BY, AND OWES, THE OTHER FOR
001272*   PAYMENTS TAKEN IN ON ITS BEHALF (INTERCOMPANY ENTRIES FILE).
001273         10  WS-CO-DUE-FROM      PIC S9(11)V9(02).
001274         10  WS-CO-DUE-TO        PIC S9(11)V9(02).
001275*   THE LEDGER TOTALS AGAIN, FISCAL YEAR TO DATE.
001276         10  WS-CO-YTD-CHARGES   PIC 9(11)V9(02).
001277         10  WS-CO-YTD-PAYMENTS  PIC 9(11)V9(02).
001278         10  WS-CO-YTD-WRITEOFFS PIC 9(11)V9(02).
001279         10  WS-CO-YTD-TAX       PIC 9(11)V9(02).
001280 01  WS-INTERCO-COUNT           PIC 9(05) VALUE ZERO.
001281 01  WS-IC-ENTRY-COUNT          PIC 9(05) VALUE ZERO.
001282 01  WS-IC-OWNING-SUB           PIC 9(01) VALUE 1.
001290 01  WS-COMBINED                PIC 9(12)V9(02) VALUE ZERO.
001300
001310*                                                                *
001840*   0000-MAINLINE                                               *
001850*                                                                *
001860 0000-MAINLINE.
001870     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001876          WS-OVERRIDE-MARK.
001882     MOVE WS-TODAY-8 (1:6) TO WS-FP-PERIOD.
001888     CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
001894          WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
001900          WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT.
001906     COMPUTE WS-TODAY-INTEGER-DATE =
001912        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001918     INITIALIZE WS-CO-TABLE WS-CAT-TABLE WS-STATE-TABLE.
001924     PERFORM 1500-LOAD-CONTACT-TABLE THRU 1500-EXIT.
001930     PERFORM 2000-TALLY-OPEN-ITEMS THRU 2000-EXIT.
001936     PERFORM 3000-TALLY-LEDGER THRU 3000-EXIT.
001942     PERFORM 4000-TALLY-INTERCO-ENTRIES THRU 4000-EXIT.
001948     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001954     GO TO 9999-EXIT.
001960
001970*                                                                *
001980*   2000-TALLY-OPEN-ITEMS -- THE AGING BUCKETS PER COMPANY,     *
003120        WHEN OTHER
003130           ADD TR-AMOUNT TO WS-CO-PAYMENTS (WS-CO-SUB)
003140     END-EVALUATE.
003141*   THE SAME TOTALS FOR THE FISCAL YEAR TO DATE (SEE
003142*   FISCAL-PERIOD-LOOKUP).
003143     IF TR-TRANSACTION-DATE >= WS-FP-YEAR-START
003144        AND TR-TRANSACTION-DATE <= WS-TODAY-8
003145        EVALUATE TRUE
003146           WHEN TR-DEBIT-TRANSACTION
003147              ADD WS-NET-AMOUNT TO WS-CO-YTD-CHARGES (WS-CO-SUB)
003148              ADD TR-TAX-AMOUNT TO WS-CO-YTD-TAX (WS-CO-SUB)
003149           WHEN TR-REFUND-TRANSACTION
003150              CONTINUE
003151           WHEN TR-WRITEOFF-TRANSACTION
003152              ADD TR-AMOUNT TO WS-CO-YTD-WRITEOFFS (WS-CO-SUB)
003153           WHEN OTHER
003154              ADD TR-AMOUNT TO WS-CO-YTD-PAYMENTS (WS-CO-SUB)
003155        END-EVALUATE
003156     END-IF.
003157 3100-EXIT.
003158     EXIT.
003170
003180*                                                                *
003190*   1500-LOAD-CONTACT-TABLE -- ACCOUNT -> CATEGORY/STATE, THE   *
004340     END-IF.
004350 3530-EXIT.
004360     EXIT.
004361
004362*                                                                *
004363*   4000-TALLY-INTERCO-ENTRIES -- THE DUE-TO / DUE-FROM BALANCES *
004364*   LEDGER-POST RECORDS WHEN ONE COMPANY TAKES IN A PAYMENT FOR  *
004365*   THE OTHER'S ACCOUNT.  THE PAYMENT ITSELF IS ALREADY IN THE   *
004366*   OWNING COMPANY'S PAYMENTS; THE PAIR ELIMINATES ON            *
004367*   CONSOLIDATION, SO IT IS SHOWN ONLY IN THE INTER-COMPANY      *
004368*   SECTION.  A BACKED-OUT PAYMENT TAKES ITS PAIR BACK OFF.      *
004369*                                                                *
004370 4000-TALLY-INTERCO-ENTRIES.
004371     OPEN INPUT INTERCO-ENTRY-FILE.
004372     IF INTERCOENT-STATUS NOT = '00'
004373        IF INTERCOENT-STATUS = '05'
004374           CLOSE INTERCO-ENTRY-FILE
004375        END-IF
004376        GO TO 4000-EXIT
004377     END-IF.
004378     MOVE 'N' TO WS-EOF-SWITCH.
004379     PERFORM 4100-TALLY-ONE-ENTRY THRU 4100-EXIT
004380             UNTIL WS-EOF-YES.
004381     CLOSE INTERCO-ENTRY-FILE.
004382 4000-EXIT.
004383     EXIT.
004384
004385 4100-TALLY-ONE-ENTRY.
004386     READ INTERCO-ENTRY-FILE
004387         AT END
004388            MOVE 'Y' TO WS-EOF-SWITCH
004389            GO TO 4100-EXIT
004390     END-READ.
004391     IF NOT IE-INTERCO-MOVEMENT
004392        GO TO 4100-EXIT
004393     END-IF.
004394     IF IE-RECEIVING-COMPANY = "02"
004395        MOVE 2 TO WS-CO-SUB
004396     ELSE
004397        MOVE 1 TO WS-CO-SUB
004398     END-IF.
004399     IF IE-OWNING-COMPANY = "02"
004400        MOVE 2 TO WS-IC-OWNING-SUB
004401     ELSE
004402        MOVE 1 TO WS-IC-OWNING-SUB
004403     END-IF.
004404     IF WS-CO-SUB = WS-IC-OWNING-SUB
004405        GO TO 4100-EXIT
004406     END-IF.
004407     ADD 1 TO WS-IC-ENTRY-COUNT.
004408     IF IE-INTERCO-BACKOUT
004409        SUBTRACT IE-AMOUNT FROM WS-CO-DUE-TO (WS-CO-SUB)
004410        SUBTRACT IE-AMOUNT FROM WS-CO-DUE-FROM (WS-IC-OWNING-SUB)
004411     ELSE
004412        ADD IE-AMOUNT TO WS-CO-DUE-TO (WS-CO-SUB)
004413        ADD IE-AMOUNT TO WS-CO-DUE-FROM (WS-IC-OWNING-SUB)
004414     END-IF.
004415 4100-EXIT.
004416     EXIT.
004417
004418*                                                                *
004419*   8000-WRITE-REPORT                                           *
004420*                                                                *
004421 8000-WRITE-REPORT.
004422     MOVE 'N' TO WS-SPOOL-FUNCTION.
004430     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004440          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004450          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004510            DELIMITED BY SIZE INTO REPORT-LINE
004520     END-STRING.
004530     WRITE REPORT-LINE.
004531     IF WS-DATE-OVERRIDDEN
004532        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004533        WRITE REPORT-LINE
004534        ADD 1 TO WS-SPOOL-LINE-COUNT
004535     END-IF.
004540     MOVE "                        COMPANY 01         COMPANY 02
004550-         "           COMBINED" TO REPORT-LINE.
004560     WRITE REPORT-LINE.
005100     MOVE WS-CO-TAX (2) TO WS-R-CO-02.
005110     COMPUTE WS-COMBINED = WS-CO-TAX (1) + WS-CO-TAX (2).
005120     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
005121     MOVE SPACES TO REPORT-LINE.
005122     WRITE REPORT-LINE.
005123     MOVE SPACES TO REPORT-LINE.
005124     STRING "LEDGER TOTALS (FISCAL YEAR " WS-FP-FISCAL-YEAR
005125            " TO DATE, FROM " WS-FP-YEAR-START ")"
005126            DELIMITED BY SIZE INTO REPORT-LINE
005127     END-STRING.
005128     WRITE REPORT-LINE.
005129     ADD 2 TO WS-SPOOL-LINE-COUNT.
005130     IF WS-FP-RESULT = 'D'
005131        MOVE "  (NO FISCAL CALENDAR ENTRY -- JUNE YEAR-END USED)"
005132           TO REPORT-LINE
005133        WRITE REPORT-LINE
005134        ADD 1 TO WS-SPOOL-LINE-COUNT
005135     END-IF.
005136     MOVE "  CHARGES NET OF TAX" TO WS-R-CAPTION.
005137     MOVE WS-CO-YTD-CHARGES (1) TO WS-R-CO-01.
005138     MOVE WS-CO-YTD-CHARGES (2) TO WS-R-CO-02.
005139     COMPUTE WS-COMBINED =
005140        WS-CO-YTD-CHARGES (1) + WS-CO-YTD-CHARGES (2).
005141     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
005142     MOVE "  PAYMENTS" TO WS-R-CAPTION.
005143     MOVE WS-CO-YTD-PAYMENTS (1) TO WS-R-CO-01.
005144     MOVE WS-CO-YTD-PAYMENTS (2) TO WS-R-CO-02.
005145     COMPUTE WS-COMBINED =
005146        WS-CO-YTD-PAYMENTS (1) + WS-CO-YTD-PAYMENTS (2).
005147     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
005148     MOVE "  WRITE-OFFS" TO WS-R-CAPTION.
005149     MOVE WS-CO-YTD-WRITEOFFS (1) TO WS-R-CO-01.
005150     MOVE WS-CO-YTD-WRITEOFFS (2) TO WS-R-CO-02.
005151     COMPUTE WS-COMBINED =
005152        WS-CO-YTD-WRITEOFFS (1) + WS-CO-YTD-WRITEOFFS (2).
005153     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
005154     MOVE "  TAX INCLUDED" TO WS-R-CAPTION.
005155     MOVE WS-CO-YTD-TAX (1) TO WS-R-CO-01.
005156     MOVE WS-CO-YTD-TAX (2) TO WS-R-CO-02.
005157     COMPUTE WS-COMBINED =
005158        WS-CO-YTD-TAX (1) + WS-CO-YTD-TAX (2).
005159     PERFORM 8100-PUT-DETAIL THRU 8100-EXIT.
005160     MOVE SPACES TO REPORT-LINE.
005161     WRITE REPORT-LINE.
005162     ADD 1 TO WS-SPOOL-LINE-COUNT.
005163     MOVE "REVENUE BY CATEGORY (NET OF TAX)" TO REPORT-LINE.
005164     WRITE REPORT-LINE.
005165     ADD 1 TO WS-SPOOL-LINE-COUNT.
005166     PERFORM 8200-PUT-ONE-CATEGORY THRU 8200-EXIT
005200             VARYING WS-CAT-SUB FROM 1 BY 1
005210             UNTIL WS-CAT-SUB > WS-CAT-COUNT.
005220     MOVE SPACES TO REPORT-LINE.
005550        WRITE REPORT-LINE
005560        ADD 1 TO WS-SPOOL-LINE-COUNT
005570     END-IF.
005571     IF WS-IC-ENTRY-COUNT > ZERO
005572        IF WS-INTERCO-COUNT = ZERO
005573           MOVE "INTER-COMPANY POSTINGS (NETTED, NOT IN COMBINED)"
005574              TO REPORT-LINE
005575           WRITE REPORT-LINE
005576           ADD 1 TO WS-SPOOL-LINE-COUNT
005577        END-IF
005578        MOVE "  DUE FROM OTHER CO" TO WS-R-CAPTION
005579        MOVE WS-CO-DUE-FROM (1) TO WS-R-CO-01
005580        MOVE WS-CO-DUE-FROM (2) TO WS-R-CO-02
005581        MOVE ZERO TO WS-COMBINED
005582        PERFORM 8100-PUT-DETAIL THRU 8100-EXIT
005583        MOVE "  DUE TO OTHER CO" TO WS-R-CAPTION
005584        MOVE WS-CO-DUE-TO (1) TO WS-R-CO-01
005585        MOVE WS-CO-DUE-TO (2) TO WS-R-CO-02
005586        MOVE ZERO TO WS-COMBINED
005587        PERFORM 8100-PUT-DETAIL THRU 8100-EXIT
005588        MOVE SPACES TO REPORT-LINE
005589        STRING "  " WS-IC-ENTRY-COUNT
005590               " PAYMENT(S) TAKEN IN FOR THE OTHER COMPANY'S "
005591               "ACCOUNTS -- ELIMINATED"
005592               DELIMITED BY SIZE INTO REPORT-LINE
005593        END-STRING
005594        WRITE REPORT-LINE
005595        ADD 1 TO WS-SPOOL-LINE-COUNT
005596     END-IF.
005597     CLOSE REPORT-FILE.
005598     MOVE 'R' TO WS-SPOOL-FUNCTION.
005600     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
005610          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
005620          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
