000010******************************************************************
000020*                                                                *
000030*   DUPLICATE-PAYMENT-REPORT                                     *
000040*                                                                *
000050*   THE CASH DESK'S DAILY LIST OF PAYMENTS LEDGER-POST HELD IN   *
000060*   SUSPENSE AS SUSPECTED DUPLICATES (HOLD REASON D, SEE         *
000070*   SUSPENSE-ITEM-RECORD.CPY).  EVERY SUCH ITEM STILL OPEN IS    *
000080*   LISTED WITH THE ACCOUNT IT WAS MEANT FOR, THE PAYER, THE     *
000090*   CHECK OR REFERENCE NUMBER, THE AMOUNT, THE BATCH IT CAME IN  *
000100*   ON, AND THE EARLIER POSTED PAYMENT IT MATCHED; ITEMS HELD    *
000110*   TODAY ARE MARKED NEW.  THE DESK WORKS EACH ONE IN            *
000120*   SUSPENSE-RESEARCH, TRANSFERRING A GENUINE PAYMENT BACK TO    *
000130*   ITS ACCOUNT OR RETURNING A TRUE DUPLICATE TO THE PAYER.  THE *
000140*   REPORT IS REGISTERED ON THE SPOOL.                           *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.      DUPLICATE-PAYMENT-REPORT.
000190 AUTHOR.          DATA PROCESSING.
000200 INSTALLATION.    ACCOUNTING SYSTEMS.
000210 DATE-WRITTEN.    10/15/2026.
000220 DATE-COMPILED.   10/15/2026.
000230*                                                                *
000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000270*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL SUSPENSE-ITEMS
000320            ASSIGN       TO  SUSPITEM
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE  IS DYNAMIC
000350            RECORD KEY   IS SU-SUSPENSE-KEY
000360            FILE STATUS  IS SUSPITEM-STATUS.
000370
000380     SELECT OPTIONAL TRANSACTIONS-INDEX
000390            ASSIGN       TO  ACCTIDX
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS DYNAMIC
000420            RECORD KEY   IS TX-ACCT-KEY
000430            FILE STATUS  IS TXIDX-STATUS.
000440
000450     SELECT REPORT-FILE
000460            ASSIGN       TO  REPORTOUT
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS  IS REPORT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SUSPENSE-ITEMS.
000530 01  SUSPENSE-ITEM-STRUCTURE.
000540     COPY "SUSPENSE-ITEM-RECORD.CPY" REPLACING ==(TAG)==
000550          BY ==SU-==.
000560
000570 FD  TRANSACTIONS-INDEX.
000580 01  TRANSACTION-INDEX-STRUCTURE.
000590     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000600          BY ==TX-==.
000610
000620 FD  REPORT-FILE
000630     RECORDING MODE IS F.
000640 01  REPORT-LINE                  PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670 01  SUSPITEM                   PIC X(50)
000680     VALUE "/mnt/c/cobfiles\suspense-items.idx".
000690 01  SUSPITEM-STATUS            PIC X(02).
000700 01  ACCTIDX                    PIC X(50)
000710     VALUE "/mnt/c/cobfiles\transactions.idx".
000720 01  TXIDX-STATUS               PIC X(02).
000730 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000740 01  REPORT-STATUS              PIC X(02).
000750
000760 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000770     88  WS-EOF-YES                       VALUE 'Y'.
000780 01  WS-TXIDX-SWITCH            PIC X(01) VALUE 'N'.
000790     88  WS-TXIDX-AVAILABLE               VALUE 'Y'.
000800 01  WS-TODAY-8                 PIC 9(08).
000810 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000820     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000830 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000840 01  WS-OPEN-COUNT              PIC 9(05) VALUE ZERO.
000850 01  WS-OPEN-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
000860 01  WS-NEW-COUNT               PIC 9(05) VALUE ZERO.
000870 01  WS-NEW-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
000880 01  WS-TOTAL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
000890
000900 01  WS-SPOOL-FUNCTION          PIC X(01).
000910 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000920     VALUE "dup-payment-suspects".
000930 01  WS-SPOOL-JOB-NAME          PIC X(20)
000940     VALUE "DUPLICATE-PAYMENT".
000950 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
000960 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000970 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000980
000990 01  WS-REPORT-DETAIL.
001000     05  WS-R-NEW                PIC X(03).
001010     05  FILLER                  PIC X(01) VALUE SPACES.
001020     05  WS-R-HELD-DATE          PIC 9(08).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  WS-R-ACCOUNT            PIC 9(07).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  WS-R-PAYER              PIC X(24).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  WS-R-REFERENCE          PIC X(10).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  WS-R-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  WS-R-BATCH              PIC 9(06).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  WS-R-MATCHED-UID        PIC 9(09).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  WS-R-MATCHED-DATE       PIC 9(08).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  WS-R-MATCHED-DESC       PIC X(25).
001190
001200 PROCEDURE DIVISION.
001210*                                                                *
001220*   0000-MAINLINE                                               *
001230*                                                                *
001240 0000-MAINLINE.
001250     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001260          WS-OVERRIDE-MARK.
001270     OPEN INPUT SUSPENSE-ITEMS.
001280     IF SUSPITEM-STATUS NOT = '00'
001290        DISPLAY "NO SUSPENSE ITEMS ON FILE -- " SUSPITEM
001300        GO TO 9999-EXIT
001310     END-IF.
001320     OPEN INPUT TRANSACTIONS-INDEX.
001330     IF TXIDX-STATUS = '00'
001340        MOVE 'Y' TO WS-TXIDX-SWITCH
001350     END-IF.
001360     MOVE 'N' TO WS-SPOOL-FUNCTION.
001370     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001380          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001390          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001400          WS-SPOOL-MEMBER-NAME.
001410     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001420     OPEN OUTPUT REPORT-FILE.
001430     MOVE SPACES TO REPORT-LINE.
001440     STRING "SUSPECTED DUPLICATE PAYMENTS HELD IN SUSPENSE   RUN "
001450            WS-TODAY-8
001460            DELIMITED BY SIZE INTO REPORT-LINE
001470     END-STRING.
001480     WRITE REPORT-LINE.
001490     IF WS-DATE-OVERRIDDEN
001500        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001510        WRITE REPORT-LINE
001520        ADD 1 TO WS-SPOOL-LINE-COUNT
001530     END-IF.
001540     MOVE "    HELD      ACCOUNT  PAYER                     "
001550        & "REFERENCE          AMOUNT  BATCH   MATCH UID  "
001560        & "POSTED    MATCHED PAYMENT"
001570        TO REPORT-LINE.
001580     WRITE REPORT-LINE.
001590     ADD 2 TO WS-SPOOL-LINE-COUNT.
001600     MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
001610     START SUSPENSE-ITEMS KEY IS >= SU-SUSPENSE-KEY
001620         INVALID KEY
001630            MOVE 'Y' TO WS-EOF-SWITCH
001640     END-START.
001650     PERFORM 3000-LIST-ONE-ITEM THRU 3000-EXIT
001660             UNTIL WS-EOF-YES.
001670     MOVE SPACES TO REPORT-LINE.
001680     WRITE REPORT-LINE.
001690     MOVE WS-NEW-AMOUNT TO WS-TOTAL-AMOUNT.
001700     MOVE SPACES TO REPORT-LINE.
001710     STRING "HELD TODAY:      " WS-NEW-COUNT
001720            "  AMOUNT " WS-TOTAL-AMOUNT
001730            DELIMITED BY SIZE INTO REPORT-LINE
001740     END-STRING.
001750     WRITE REPORT-LINE.
001760     MOVE WS-OPEN-AMOUNT TO WS-TOTAL-AMOUNT.
001770     MOVE SPACES TO REPORT-LINE.
001780     STRING "OPEN FOR REVIEW: " WS-OPEN-COUNT
001790            "  AMOUNT " WS-TOTAL-AMOUNT
001800            DELIMITED BY SIZE INTO REPORT-LINE
001810     END-STRING.
001820     WRITE REPORT-LINE.
001830     ADD 3 TO WS-SPOOL-LINE-COUNT.
001840     CLOSE REPORT-FILE.
001850     MOVE 'R' TO WS-SPOOL-FUNCTION.
001860     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001870          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001880          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001890          WS-SPOOL-MEMBER-NAME.
001900     CLOSE SUSPENSE-ITEMS.
001910     IF WS-TXIDX-AVAILABLE
001920        CLOSE TRANSACTIONS-INDEX
001930     END-IF.
001940     DISPLAY "DUPLICATE-PAYMENT-REPORT RUN COMPLETE".
001950     DISPLAY "HELD TODAY: " WS-NEW-COUNT
001960             "  OPEN FOR REVIEW: " WS-OPEN-COUNT.
001970     GO TO 9999-EXIT.
001980
001990*                                                                *
002000*   3000-LIST-ONE-ITEM -- AN OPEN SUSPENSE ITEM HELD AS A       *
002010*   SUSPECTED DUPLICATE, WITH THE PAYMENT IT MATCHED            *
002020*                                                                *
002030 3000-LIST-ONE-ITEM.
002040     READ SUSPENSE-ITEMS NEXT RECORD
002050         AT END
002060            MOVE 'Y' TO WS-EOF-SWITCH
002070            GO TO 3000-EXIT
002080     END-READ.
002090     IF NOT SU-SUSPENSE-OPEN OR NOT SU-HELD-DUPLICATE
002100        GO TO 3000-EXIT
002110     END-IF.
002120     ADD 1 TO WS-OPEN-COUNT.
002130     ADD SU-AMOUNT TO WS-OPEN-AMOUNT.
002140     MOVE SPACES TO WS-R-NEW.
002150     IF SU-DEPOSIT-DATE = WS-TODAY-8
002160        MOVE "NEW" TO WS-R-NEW
002170        ADD 1 TO WS-NEW-COUNT
002180        ADD SU-AMOUNT TO WS-NEW-AMOUNT
002190     END-IF.
002200     MOVE SU-DEPOSIT-DATE   TO WS-R-HELD-DATE.
002210     MOVE SU-HELD-ACCOUNT   TO WS-R-ACCOUNT.
002220     MOVE SU-PAYER-NAME     TO WS-R-PAYER.
002230     MOVE SU-CHECK-NO       TO WS-R-REFERENCE.
002240     MOVE SU-AMOUNT         TO WS-R-AMOUNT.
002250     MOVE SU-HELD-BATCH     TO WS-R-BATCH.
002260     MOVE SU-MATCHED-UID    TO WS-R-MATCHED-UID.
002270     MOVE SU-MATCHED-DATE   TO WS-R-MATCHED-DATE.
002280     MOVE "NOT ON INDEX"    TO WS-R-MATCHED-DESC.
002290     PERFORM 3100-READ-MATCHED-PAYMENT THRU 3100-EXIT.
002300     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
002310     WRITE REPORT-LINE.
002320     ADD 1 TO WS-SPOOL-LINE-COUNT.
002330 3000-EXIT.
002340     EXIT.
002350
002360*                                                                *
002370*   3100-READ-MATCHED-PAYMENT -- THE DESCRIPTION OF THE EARLIER *
002380*   PAYMENT ON THE HELD ACCOUNT, KEYED BY ACCOUNT AND UID       *
002390*                                                                *
002400 3100-READ-MATCHED-PAYMENT.
002410     IF NOT WS-TXIDX-AVAILABLE
002420        GO TO 3100-EXIT
002430     END-IF.
002440     MOVE SPACES TO TX-ACCT-KEY.
002450     STRING SU-HELD-ACCOUNT DELIMITED BY SIZE
002460            SU-MATCHED-UID  DELIMITED BY SIZE
002470            INTO TX-ACCT-KEY
002480     END-STRING.
002490     READ TRANSACTIONS-INDEX
002500         INVALID KEY
002510            GO TO 3100-EXIT
002520     END-READ.
002530     MOVE TX-DESC TO WS-R-MATCHED-DESC.
002540 3100-EXIT.
002550     EXIT.
002560
002570 9999-EXIT.
002580     STOP RUN.
