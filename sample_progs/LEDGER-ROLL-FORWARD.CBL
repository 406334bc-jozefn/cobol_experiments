000050*   FORWARD-RECOVERY UTILITY FOR THE LEDGER FILE FAMILY -- THE   *
000060*   SAME JOB ADDRESS-ROLL-FORWARD DOES FOR THE ADDRESS BOOK.     *
000070*   AFTER RESTORING THE MORNING COPIES OF TRANSACTIONS.TXT,      *
000076*   TRANSACTIONS-INDEX, OPEN-ITEMS, ACCOUNT-MASTER, THE          *
000082*   DEFERRED REVENUE SCHEDULE, CREDIT-APPLICATIONS AND THE       *
000086*   PROMISES TO PAY, RUN THIS WITH THE FAILED DAY'S DATE TO      *
000090*   REPLAY THAT DAY'S LEDGER JOURNAL (SEE LEDGER-JOURNAL-WRITE)  *
000100*   -- EVERY WRITE, REWRITE AND DELETE THE POSTING RUN AND THE   *
000110*   MAINTENANCE SCREENS MADE SINCE THE BACKUP.                   *
000130*                                                                *
000140*   THE INDEXED FILES ARE REPLAYED IN PLACE.  JOURNALED NEW      *
000150*   LEDGER DETAILS (FILE ID T) ARE SPLICED INTO A REBUILT        *
000324*                    RECORD LENGTH -- THE EARLIER FIXED-LENGTH  *
000326*                    MOVES CLIPPED THE FIELDS APPENDED TO THE   *
000328*                    INDEX, OPEN-ITEM AND MASTER LAYOUTS.       *
000331*   10/15/2026  DP   INDEX AND OPEN-ITEM KEYS ARE NOW SIXTEEN   *
000334*                    BYTES.                                     *
000335*   10/15/2026  DP   COUNTS AND CONTROL TOTALS ARE WIDENED TO   *
000336*                    MATCH THE TRAILER.                         *
000337*   10/15/2026  DP   THE DEFERRED REVENUE SCHEDULE (FILE ID D)  *
000338*                    IS REPLAYED WITH THE OTHER INDEXED FILES.  *
000340*   10/15/2026  DP   CREDIT-APPLICATIONS (FILE ID A) IS NOW     *
000342*                    REPLAYED AS WELL.                          *
000343*   10/15/2026  DP   PROMISES TO PAY (FILE ID P) ARE REPLAYED   *
000344*                    WITH THE OTHER INDEXED FILES.              *
000345*                                                                *
000346 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL JOURNAL-FILE
000590            ACCESS MODE  IS DYNAMIC
000600            RECORD KEY   IS AM-ACCOUNT-ID
000610            FILE STATUS  IS ACCTMSTR-STATUS.
000611
000612     SELECT OPTIONAL DEFERRED-REVENUE
000613            ASSIGN       TO  DEFREV
000614            ORGANIZATION IS INDEXED
000615            ACCESS MODE  IS DYNAMIC
000616            RECORD KEY   IS DR-SCHEDULE-KEY
000617            FILE STATUS  IS DEFREV-STATUS.
000618
000619     SELECT OPTIONAL CREDIT-APPLICATIONS
000620            ASSIGN       TO  CREDAPP
000621            ORGANIZATION IS INDEXED
000622            ACCESS MODE  IS DYNAMIC
000623            RECORD KEY   IS CA-APPLICATION-KEY
000624            FILE STATUS  IS CREDAPP-STATUS.
000625
000626     SELECT OPTIONAL PROMISES
000627            ASSIGN       TO  PROMFILE
000628            ORGANIZATION IS INDEXED
000629            ACCESS MODE  IS DYNAMIC
000630            RECORD KEY   IS PT-PROMISE-KEY
000631            FILE STATUS  IS PROMISE-STATUS.
000632
000633     SELECT OPTIONAL OLD-LEDGER
000640            ASSIGN       TO  TRANSOUT
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS  IS OLDLEDGER-STATUS.
000910     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000920          BY ==AM-==.
000930
000931 FD  DEFERRED-REVENUE.
000932 01  DEFERRED-REVENUE-STRUCTURE.
000933     COPY "DEFERRED-REVENUE-RECORD.CPY" REPLACING ==(TAG)==
000934          BY ==DR-==.
000936
000938 FD  CREDIT-APPLICATIONS.
000940 01  CREDIT-APPLICATION-STRUCTURE.
000942     COPY "CREDIT-APPLICATION-RECORD.CPY" REPLACING ==(TAG)==
000944          BY ==CA-==.
000945
000946 FD  PROMISES.
000947 01  PROMISE-STRUCTURE.
000948     COPY "PROMISE-TO-PAY-RECORD.CPY" REPLACING ==(TAG)==
000949          BY ==PT-==.
000950
000951 FD  OLD-LEDGER
000952     RECORDING MODE IS F.
000960 01  OLD-LEDGER-DETAIL.
000970     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==OL-==.
000980 01  OLD-LEDGER-HEADER.
001210     VALUE "/mnt/c/cobfiles\open-items.idx".
001220 01  ACCTMSTR                   PIC X(50)
001230     VALUE "/mnt/c/cobfiles\account-master.idx".
001233 01  DEFREV                     PIC X(50)
001236     VALUE "/mnt/c/cobfiles\deferred-revenue.idx".
001237 01  CREDAPP                    PIC X(50)
001238     VALUE "/mnt/c/cobfiles\credit-applications.idx".
001241 01  PROMFILE                   PIC X(50)
001244     VALUE "/mnt/c/cobfiles\promises-to-pay.idx".
001247 01  TRANSOUT                   PIC X(50)
001250     VALUE "transactions.txt".
001260 01  TRANSWORK                  PIC X(50)
001270     VALUE "transactions.txt.new".
001300 01  TXIDX-STATUS               PIC X(02).
001310 01  OPENITEM-STATUS            PIC X(02).
001320 01  ACCTMSTR-STATUS            PIC X(02).
001325 01  DEFREV-STATUS              PIC X(02).
001327 01  CREDAPP-STATUS             PIC X(02).
001328 01  PROMISE-STATUS             PIC X(02).
001330 01  OLDLEDGER-STATUS           PIC X(02).
001340 01  TRANSOUT-STATUS            PIC X(02).
001350 01  WS-COPY-STATUS             PIC S9(09) COMP-5.
001490*                                                                *
001500*   FRESH TRAILER CONTROL TOTALS FOR THE REBUILT LEDGER         *
001510*                                                                *
001520 01  WS-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
001530 01  WS-DEBIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
001540 01  WS-CREDIT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
001550 01  WS-WRITEOFF-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
001560 01  WS-HEADER-DATE             PIC 9(08) VALUE ZERO.
001570 01  WS-HEADER-TIME             PIC X(08) VALUE SPACES.
001580
001930     GO TO 9999-EXIT.
001940
001950*                                                                *
001960*   2000-REPLAY-INDEXED-FILES -- PASS ONE: EVERY X/O/M/D ENTRY  *
001970*   AGAINST THE RESTORED INDEXED FILES.  T ENTRIES ARE COUNTED  *
001980*   FOR THE LEDGER REBUILD PASS.                                *
001990*                                                                *
002070     OPEN I-O TRANSACTIONS-INDEX.
002080     OPEN I-O OPEN-ITEMS.
002090     OPEN I-O ACCOUNT-MASTER.
002095     OPEN I-O DEFERRED-REVENUE.
002097     OPEN I-O CREDIT-APPLICATIONS.
002098     OPEN I-O PROMISES.
002100     MOVE 'N' TO WS-EOF-SWITCH.
002110     PERFORM 2100-REPLAY-ONE-ENTRY THRU 2100-EXIT
002120             UNTIL WS-EOF-YES.
002190     END-IF.
002200     IF ACCTMSTR-STATUS = '00' OR ACCTMSTR-STATUS = '05'
002210        CLOSE ACCOUNT-MASTER
002212     END-IF.
002214     IF DEFREV-STATUS = '00' OR DEFREV-STATUS = '05'
002216        CLOSE DEFERRED-REVENUE
002220     END-IF.
002222     IF CREDAPP-STATUS = '00' OR CREDAPP-STATUS = '05'
002224        CLOSE CREDIT-APPLICATIONS
002225     END-IF.
002226     IF PROMISE-STATUS = '00' OR PROMISE-STATUS = '05'
002227        CLOSE PROMISES
002228     END-IF.
002230 2000-EXIT.
002240     EXIT.
002250
002380           PERFORM 3200-APPLY-ITEM-ENTRY THRU 3200-EXIT
002390        WHEN JL-FILE-MASTER
002400           PERFORM 3300-APPLY-MASTER-ENTRY THRU 3300-EXIT
002403        WHEN JL-FILE-DEFERRED
002406           PERFORM 3400-APPLY-DEFERRED-ENTRY THRU 3400-EXIT
002407        WHEN JL-FILE-APPLICATIONS
002408           PERFORM 3500-APPLY-APPLICATION-ENTRY THRU 3500-EXIT
002411        WHEN JL-FILE-PROMISES
002414           PERFORM 3600-APPLY-PROMISE-ENTRY THRU 3600-EXIT
002417        WHEN OTHER
002420           ADD 1 TO WS-SKIPPED-COUNT
002430     END-EVALUATE.
002440 2100-EXIT.
002460
002470 3100-APPLY-INDEX-ENTRY.
002480     IF JL-ACTION-DELETE
002490        MOVE JL-RECORD-KEY (1:16) TO TX-ACCT-KEY
002500        DELETE TRANSACTIONS-INDEX RECORD
002510            INVALID KEY
002520               ADD 1 TO WS-SKIPPED-COUNT
002700
002710 3200-APPLY-ITEM-ENTRY.
002720     IF JL-ACTION-DELETE
002730        MOVE JL-RECORD-KEY (1:16) TO OI-ITEM-KEY
002740        DELETE OPEN-ITEMS RECORD
002750            INVALID KEY
002760               ADD 1 TO WS-SKIPPED-COUNT
003140     END-WRITE.
003150     ADD 1 TO WS-APPLIED-COUNT.
003160 3300-EXIT.
003161     EXIT.
003162
003163*   THE SCHEDULE IS ONLY EVER WRITTEN AND REWRITTEN, NEVER
003164*   DELETED, SO THE AFTER-IMAGE IS ALWAYS THERE TO APPLY.
003165 3400-APPLY-DEFERRED-ENTRY.
003166     MOVE JL-AFTER-IMAGE TO DEFERRED-REVENUE-STRUCTURE.
003167     WRITE DEFERRED-REVENUE-STRUCTURE
003168         INVALID KEY
003169            REWRITE DEFERRED-REVENUE-STRUCTURE
003170                INVALID KEY
003171                   ADD 1 TO WS-SKIPPED-COUNT
003172                   GO TO 3400-EXIT
003173            END-REWRITE
003174     END-WRITE.
003175     ADD 1 TO WS-APPLIED-COUNT.
003176 3400-EXIT.
003177     EXIT.
003178
003179*   CREDIT-APPLICATIONS IS LIKEWISE ONLY WRITTEN AND REWRITTEN.
003180*   ITS KEY IS LONGER THAN THE JOURNAL'S KEY FIELD, SO THE
003181*   AFTER-IMAGE CARRIES IT.
003182 3500-APPLY-APPLICATION-ENTRY.
003183     MOVE JL-AFTER-IMAGE TO CREDIT-APPLICATION-STRUCTURE.
003184     WRITE CREDIT-APPLICATION-STRUCTURE
003185         INVALID KEY
003186            REWRITE CREDIT-APPLICATION-STRUCTURE
003187                INVALID KEY
003188                   ADD 1 TO WS-SKIPPED-COUNT
003189                   GO TO 3500-EXIT
003190            END-REWRITE
003191     END-WRITE.
003192     ADD 1 TO WS-APPLIED-COUNT.
003193 3500-EXIT.
003194     EXIT.
003195
003196*   PROMISES TO PAY ARE LIKEWISE ONLY WRITTEN AND REWRITTEN.
003197 3600-APPLY-PROMISE-ENTRY.
003198     MOVE JL-AFTER-IMAGE TO PROMISE-STRUCTURE.
003199     WRITE PROMISE-STRUCTURE
003200         INVALID KEY
003201            REWRITE PROMISE-STRUCTURE
003202                INVALID KEY
003203                   ADD 1 TO WS-SKIPPED-COUNT
003204                   GO TO 3600-EXIT
003205            END-REWRITE
003206     END-WRITE.
003207     ADD 1 TO WS-APPLIED-COUNT.
003208 3600-EXIT.
003209     EXIT.
003210
003211*                                                                *
003212*   5000-REBUILD-LEDGER -- PASS TWO: REBUILD TRANSACTIONS.TXT   *
003213*   WITH THE JOURNALED NEW DETAILS SPLICED IN AND A FRESH       *
003220*   TRAILER, THEN COPY IT BACK -- THE SAME REBUILD-AND-SWAP     *
003230*   PATTERN LEDGER-POST USES                                    *
003240*                                                                *
