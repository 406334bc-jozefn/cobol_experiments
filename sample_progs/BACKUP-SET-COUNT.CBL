000010******************************************************************
000020*                                                                *
000030*   BACKUP-SET-COUNT                                             *
000040*                                                                *
000050*   CALLED SUBPROGRAM THAT COUNTS ONE FILE OF A BACKUP SET --    *
000060*   THE LIVE FILE BEFORE IT IS COPIED, THE COPY JUST TAKEN, OR   *
000070*   A FILE JUST RESTORED -- SO BACKUP-SET-JOB AND                *
000080*   BACKUP-SET-RESTORE PROVE A COPY THE SAME WAY THEY RECORDED   *
000090*   IT:                                                          *
000100*                                                                *
000110*       CALL "BACKUP-SET-COUNT" USING COUNT-TYPE, FILE-NAME,     *
000120*            RECORD-COUNT, CONTROL-TOTAL-1, CONTROL-TOTAL-2,     *
000130*            COUNT-RESULT                                        *
000140*                                                                *
000150*   COUNT-TYPE IS ONE OF THE CODES IN BACKUP-FILE-LIST.CPY AND   *
000160*   FILE-NAME THE FULL NAME OF THE FILE TO READ.  THE FILE IS    *
000170*   READ END TO END IN KEY ORDER; RECORD-COUNT AND THE TWO       *
000180*   CONTROL TOTALS (SEE BACKUP-MANIFEST-RECORD.CPY) COME BACK    *
000190*   WITH COUNT-RESULT 'Y', OR ZERO WITH 'N' WHEN THE FILE WOULD  *
000200*   NOT OPEN OR THE COUNT TYPE IS NOT ONE THIS PROGRAM KNOWS.    *
000210*   ON TRANSACTIONS.TXT ONLY THE DETAILS ARE COUNTED.            *
000220*                                                                *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.      BACKUP-SET-COUNT.
000260 AUTHOR.          DATA PROCESSING.
000270 INSTALLATION.    ACCOUNTING SYSTEMS.
000280 DATE-WRITTEN.    10/15/2026.
000290 DATE-COMPILED.   10/15/2026.
000300*                                                                *
000310*   MODIFICATION HISTORY                                        *
000320*   ------------------------------------------------------------ *
000330*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000340*                                                                *
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ADDRESS-FILE
000390            ASSIGN       TO  COUNTIN
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS SEQUENTIAL
000420            RECORD KEY   IS FD-PHONE
000430            FILE STATUS  IS COUNTIN-STATUS.
000440
000450     SELECT PHONE-FILE
000460            ASSIGN       TO  COUNTIN
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS SEQUENTIAL
000490            RECORD KEY   IS PH-PHONE
000500            FILE STATUS  IS COUNTIN-STATUS.
000510
000520     SELECT HISTORY-FILE
000530            ASSIGN       TO  COUNTIN
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE  IS SEQUENTIAL
000560            RECORD KEY   IS HS-ENTRY-ID
000570            FILE STATUS  IS COUNTIN-STATUS.
000580
000590     SELECT CALL-LOG-FILE
000600            ASSIGN       TO  COUNTIN
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE  IS SEQUENTIAL
000630            RECORD KEY   IS CL-ENTRY-ID
000640            FILE STATUS  IS COUNTIN-STATUS.
000650
000660     SELECT CONSENT-FILE
000670            ASSIGN       TO  COUNTIN
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE  IS SEQUENTIAL
000700            RECORD KEY   IS CN-PHONE
000710            FILE STATUS  IS COUNTIN-STATUS.
000720
000730     SELECT TRANSACTIONS
000740            ASSIGN       TO  COUNTIN
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS  IS COUNTIN-STATUS.
000770
000780     SELECT TRANSACTIONS-INDEX
000790            ASSIGN       TO  COUNTIN
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE  IS SEQUENTIAL
000820            RECORD KEY   IS TX-ACCT-KEY
000830            FILE STATUS  IS COUNTIN-STATUS.
000840
000850     SELECT OPEN-ITEMS
000860            ASSIGN       TO  COUNTIN
000870            ORGANIZATION IS INDEXED
000880            ACCESS MODE  IS SEQUENTIAL
000890            RECORD KEY   IS OI-ITEM-KEY
000900            FILE STATUS  IS COUNTIN-STATUS.
000910
000920     SELECT ACCOUNT-MASTER
000930            ASSIGN       TO  COUNTIN
000940            ORGANIZATION IS INDEXED
000950            ACCESS MODE  IS SEQUENTIAL
000960            RECORD KEY   IS AM-ACCOUNT-ID
000970            FILE STATUS  IS COUNTIN-STATUS.
000980
000990     SELECT PERIOD-CONTROL
001000            ASSIGN       TO  COUNTIN
001010            ORGANIZATION IS INDEXED
001020            ACCESS MODE  IS SEQUENTIAL
001030            RECORD KEY   IS PC-PERIOD
001040            FILE STATUS  IS COUNTIN-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  ADDRESS-FILE.
001090 01  ADDRESS-RECORD.
001100     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001110
001120 FD  PHONE-FILE.
001130 01  PHONE-RECORD.
001140     COPY "ADDRESS-PHONE-RECORD.CPY"
001150          REPLACING ==(TAG)== BY ==PH-==.
001160
001170 FD  HISTORY-FILE.
001180 01  HISTORY-RECORD.
001190     COPY "ADDRESS-HISTORY-RECORD.CPY"
001200          REPLACING ==(TAG)== BY ==HS-==.
001210
001220 FD  CALL-LOG-FILE.
001230 01  CALL-LOG-RECORD.
001240     COPY "ADDRESS-CALLLOG-RECORD.CPY"
001250          REPLACING ==(TAG)== BY ==CL-==.
001260
001270 FD  CONSENT-FILE.
001280 01  CONSENT-RECORD.
001290     COPY "ADDRESS-CONSENT-RECORD.CPY"
001300          REPLACING ==(TAG)== BY ==CN-==.
001310
001320 FD  TRANSACTIONS
001330     RECORDING MODE IS F.
001340 01  TRANSACTION-STRUCTURE.
001350     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
001360
001370 FD  TRANSACTIONS-INDEX.
001380 01  TRANSACTION-INDEX-STRUCTURE.
001390     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
001400          BY ==TX-==.
001410
001420 FD  OPEN-ITEMS.
001430 01  OPEN-ITEM-STRUCTURE.
001440     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
001450
001460 FD  ACCOUNT-MASTER.
001470 01  ACCOUNT-MASTER-STRUCTURE.
001480     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001490          BY ==AM-==.
001500
001510 FD  PERIOD-CONTROL.
001520 01  PERIOD-CONTROL-STRUCTURE.
001530     COPY "PERIOD-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
001540          BY ==PC-==.
001550
001560 WORKING-STORAGE SECTION.
001570 01  COUNTIN                    PIC X(80).
001580 01  COUNTIN-STATUS             PIC X(02).
001590
001600 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001610     88  WS-EOF-YES                       VALUE 'Y'.
001620
001630 LINKAGE SECTION.
001640 01  LK-COUNT-TYPE              PIC X(02).
001650 01  LK-FILE-NAME               PIC X(80).
001660 01  LK-RECORD-COUNT            PIC 9(09).
001670 01  LK-CONTROL-TOTAL-1         PIC S9(13)V9(02).
001680 01  LK-CONTROL-TOTAL-2         PIC S9(13)V9(02).
001690 01  LK-COUNT-RESULT            PIC X(01).
001700
001710 PROCEDURE DIVISION USING LK-COUNT-TYPE, LK-FILE-NAME,
001720     LK-RECORD-COUNT, LK-CONTROL-TOTAL-1, LK-CONTROL-TOTAL-2,
001730     LK-COUNT-RESULT.
001740*                                                                *
001750*   0000-MAINLINE                                               *
001760*                                                                *
001770 0000-MAINLINE.
001780     MOVE ZERO TO LK-RECORD-COUNT.
001790     MOVE ZERO TO LK-CONTROL-TOTAL-1.
001800     MOVE ZERO TO LK-CONTROL-TOTAL-2.
001810     MOVE 'N'  TO LK-COUNT-RESULT.
001820     MOVE LK-FILE-NAME TO COUNTIN.
001830     MOVE 'N' TO WS-EOF-SWITCH.
001840     EVALUATE LK-COUNT-TYPE
001850        WHEN "AD"
001860           PERFORM 1000-COUNT-ADDRESS THRU 1000-EXIT
001870        WHEN "PH"
001880           PERFORM 1100-COUNT-PHONE THRU 1100-EXIT
001890        WHEN "HS"
001900           PERFORM 1200-COUNT-HISTORY THRU 1200-EXIT
001910        WHEN "CL"
001920           PERFORM 1300-COUNT-CALL-LOG THRU 1300-EXIT
001930        WHEN "CN"
001940           PERFORM 1400-COUNT-CONSENT THRU 1400-EXIT
001950        WHEN "TR"
001960           PERFORM 2000-COUNT-LEDGER THRU 2000-EXIT
001970        WHEN "TX"
001980           PERFORM 2100-COUNT-LEDGER-INDEX THRU 2100-EXIT
001990        WHEN "OI"
002000           PERFORM 2200-COUNT-OPEN-ITEMS THRU 2200-EXIT
002010        WHEN "AM"
002020           PERFORM 2300-COUNT-ACCOUNT-MASTER THRU 2300-EXIT
002030        WHEN "PC"
002040           PERFORM 3000-COUNT-PERIOD-CONTROL THRU 3000-EXIT
002050        WHEN OTHER
002060           CONTINUE
002070     END-EVALUATE.
002080     GO TO 9999-EXIT.
002090
002100*                                                                *
002110*   1000-COUNT-ADDRESS THROUGH 1400-COUNT-CONSENT -- THE        *
002120*   ADDRESS BOOK FAMILY, RECORD COUNTS ONLY                     *
002130*                                                                *
002140 1000-COUNT-ADDRESS.
002150     OPEN INPUT ADDRESS-FILE.
002160     IF COUNTIN-STATUS NOT = '00'
002170        GO TO 1000-EXIT
002180     END-IF.
002190     PERFORM 1050-READ-ADDRESS THRU 1050-EXIT
002200             UNTIL WS-EOF-YES.
002210     CLOSE ADDRESS-FILE.
002220     MOVE 'Y' TO LK-COUNT-RESULT.
002230 1000-EXIT.
002240     EXIT.
002250
002260 1050-READ-ADDRESS.
002270     READ ADDRESS-FILE NEXT RECORD
002280         AT END
002290            MOVE 'Y' TO WS-EOF-SWITCH
002300            GO TO 1050-EXIT
002310     END-READ.
002320     ADD 1 TO LK-RECORD-COUNT.
002330 1050-EXIT.
002340     EXIT.
002350
002360 1100-COUNT-PHONE.
002370     OPEN INPUT PHONE-FILE.
002380     IF COUNTIN-STATUS NOT = '00'
002390        GO TO 1100-EXIT
002400     END-IF.
002410     PERFORM 1150-READ-PHONE THRU 1150-EXIT
002420             UNTIL WS-EOF-YES.
002430     CLOSE PHONE-FILE.
002440     MOVE 'Y' TO LK-COUNT-RESULT.
002450 1100-EXIT.
002460     EXIT.
002470
002480 1150-READ-PHONE.
002490     READ PHONE-FILE NEXT RECORD
002500         AT END
002510            MOVE 'Y' TO WS-EOF-SWITCH
002520            GO TO 1150-EXIT
002530     END-READ.
002540     ADD 1 TO LK-RECORD-COUNT.
002550 1150-EXIT.
002560     EXIT.
002570
002580 1200-COUNT-HISTORY.
002590     OPEN INPUT HISTORY-FILE.
002600     IF COUNTIN-STATUS NOT = '00'
002610        GO TO 1200-EXIT
002620     END-IF.
002630     PERFORM 1250-READ-HISTORY THRU 1250-EXIT
002640             UNTIL WS-EOF-YES.
002650     CLOSE HISTORY-FILE.
002660     MOVE 'Y' TO LK-COUNT-RESULT.
002670 1200-EXIT.
002680     EXIT.
002690
002700 1250-READ-HISTORY.
002710     READ HISTORY-FILE NEXT RECORD
002720         AT END
002730            MOVE 'Y' TO WS-EOF-SWITCH
002740            GO TO 1250-EXIT
002750     END-READ.
002760     ADD 1 TO LK-RECORD-COUNT.
002770 1250-EXIT.
002780     EXIT.
002790
002800 1300-COUNT-CALL-LOG.
002810     OPEN INPUT CALL-LOG-FILE.
002820     IF COUNTIN-STATUS NOT = '00'
002830        GO TO 1300-EXIT
002840     END-IF.
002850     PERFORM 1350-READ-CALL-LOG THRU 1350-EXIT
002860             UNTIL WS-EOF-YES.
002870     CLOSE CALL-LOG-FILE.
002880     MOVE 'Y' TO LK-COUNT-RESULT.
002890 1300-EXIT.
002900     EXIT.
002910
002920 1350-READ-CALL-LOG.
002930     READ CALL-LOG-FILE NEXT RECORD
002940         AT END
002950            MOVE 'Y' TO WS-EOF-SWITCH
002960            GO TO 1350-EXIT
002970     END-READ.
002980     ADD 1 TO LK-RECORD-COUNT.
002990 1350-EXIT.
003000     EXIT.
003010
003020 1400-COUNT-CONSENT.
003030     OPEN INPUT CONSENT-FILE.
003040     IF COUNTIN-STATUS NOT = '00'
003050        GO TO 1400-EXIT
003060     END-IF.
003070     PERFORM 1450-READ-CONSENT THRU 1450-EXIT
003080             UNTIL WS-EOF-YES.
003090     CLOSE CONSENT-FILE.
003100     MOVE 'Y' TO LK-COUNT-RESULT.
003110 1400-EXIT.
003120     EXIT.
003130
003140 1450-READ-CONSENT.
003150     READ CONSENT-FILE NEXT RECORD
003160         AT END
003170            MOVE 'Y' TO WS-EOF-SWITCH
003180            GO TO 1450-EXIT
003190     END-READ.
003200     ADD 1 TO LK-RECORD-COUNT.
003210 1450-EXIT.
003220     EXIT.
003230
003240*                                                                *
003250*   2000-COUNT-LEDGER -- DETAILS ONLY, DEBITS AND REFUNDS IN    *
003260*   TOTAL-1, CREDITS AND WRITE-OFFS IN TOTAL-2                  *
003270*                                                                *
003280 2000-COUNT-LEDGER.
003290     OPEN INPUT TRANSACTIONS.
003300     IF COUNTIN-STATUS NOT = '00'
003310        GO TO 2000-EXIT
003320     END-IF.
003330     PERFORM 2050-READ-LEDGER THRU 2050-EXIT
003340             UNTIL WS-EOF-YES.
003350     CLOSE TRANSACTIONS.
003360     MOVE 'Y' TO LK-COUNT-RESULT.
003370 2000-EXIT.
003380     EXIT.
003390
003400 2050-READ-LEDGER.
003410     READ TRANSACTIONS
003420         AT END
003430            MOVE 'Y' TO WS-EOF-SWITCH
003440            GO TO 2050-EXIT
003450     END-READ.
003460     IF NOT TR-DETAIL-RECORD
003470        GO TO 2050-EXIT
003480     END-IF.
003490     ADD 1 TO LK-RECORD-COUNT.
003500     IF TR-DEBIT-TRANSACTION OR TR-REFUND-TRANSACTION
003510        ADD TR-AMOUNT TO LK-CONTROL-TOTAL-1
003520     ELSE
003530        ADD TR-AMOUNT TO LK-CONTROL-TOTAL-2
003540     END-IF.
003550 2050-EXIT.
003560     EXIT.
003570
003580 2100-COUNT-LEDGER-INDEX.
003590     OPEN INPUT TRANSACTIONS-INDEX.
003600     IF COUNTIN-STATUS NOT = '00'
003610        GO TO 2100-EXIT
003620     END-IF.
003630     PERFORM 2150-READ-LEDGER-INDEX THRU 2150-EXIT
003640             UNTIL WS-EOF-YES.
003650     CLOSE TRANSACTIONS-INDEX.
003660     MOVE 'Y' TO LK-COUNT-RESULT.
003670 2100-EXIT.
003680     EXIT.
003690
003700 2150-READ-LEDGER-INDEX.
003710     READ TRANSACTIONS-INDEX NEXT RECORD
003720         AT END
003730            MOVE 'Y' TO WS-EOF-SWITCH
003740            GO TO 2150-EXIT
003750     END-READ.
003760     ADD 1 TO LK-RECORD-COUNT.
003770     IF TX-DEBIT-TRANSACTION OR TX-REFUND-TRANSACTION
003780        ADD TX-AMOUNT TO LK-CONTROL-TOTAL-1
003790     ELSE
003800        ADD TX-AMOUNT TO LK-CONTROL-TOTAL-2
003810     END-IF.
003820 2150-EXIT.
003830     EXIT.
003840
003850 2200-COUNT-OPEN-ITEMS.
003860     OPEN INPUT OPEN-ITEMS.
003870     IF COUNTIN-STATUS NOT = '00'
003880        GO TO 2200-EXIT
003890     END-IF.
003900     PERFORM 2250-READ-OPEN-ITEM THRU 2250-EXIT
003910             UNTIL WS-EOF-YES.
003920     CLOSE OPEN-ITEMS.
003930     MOVE 'Y' TO LK-COUNT-RESULT.
003940 2200-EXIT.
003950     EXIT.
003960
003970 2250-READ-OPEN-ITEM.
003980     READ OPEN-ITEMS NEXT RECORD
003990         AT END
004000            MOVE 'Y' TO WS-EOF-SWITCH
004010            GO TO 2250-EXIT
004020     END-READ.
004030     ADD 1 TO LK-RECORD-COUNT.
004040     ADD OI-REMAINING-AMOUNT TO LK-CONTROL-TOTAL-1.
004050     ADD OI-ORIGINAL-AMOUNT  TO LK-CONTROL-TOTAL-2.
004060 2250-EXIT.
004070     EXIT.
004080
004090 2300-COUNT-ACCOUNT-MASTER.
004100     OPEN INPUT ACCOUNT-MASTER.
004110     IF COUNTIN-STATUS NOT = '00'
004120        GO TO 2300-EXIT
004130     END-IF.
004140     PERFORM 2350-READ-ACCOUNT THRU 2350-EXIT
004150             UNTIL WS-EOF-YES.
004160     CLOSE ACCOUNT-MASTER.
004170     MOVE 'Y' TO LK-COUNT-RESULT.
004180 2300-EXIT.
004190     EXIT.
004200
004210 2350-READ-ACCOUNT.
004220     READ ACCOUNT-MASTER NEXT RECORD
004230         AT END
004240            MOVE 'Y' TO WS-EOF-SWITCH
004250            GO TO 2350-EXIT
004260     END-READ.
004270     ADD 1 TO LK-RECORD-COUNT.
004280     ADD AM-CREDIT-LIMIT TO LK-CONTROL-TOTAL-1.
004290 2350-EXIT.
004300     EXIT.
004310
004320 3000-COUNT-PERIOD-CONTROL.
004330     OPEN INPUT PERIOD-CONTROL.
004340     IF COUNTIN-STATUS NOT = '00'
004350        GO TO 3000-EXIT
004360     END-IF.
004370     PERFORM 3050-READ-PERIOD THRU 3050-EXIT
004380             UNTIL WS-EOF-YES.
004390     CLOSE PERIOD-CONTROL.
004400     MOVE 'Y' TO LK-COUNT-RESULT.
004410 3000-EXIT.
004420     EXIT.
004430
004440 3050-READ-PERIOD.
004450     READ PERIOD-CONTROL NEXT RECORD
004460         AT END
004470            MOVE 'Y' TO WS-EOF-SWITCH
004480            GO TO 3050-EXIT
004490     END-READ.
004500     ADD 1 TO LK-RECORD-COUNT.
004510 3050-EXIT.
004520     EXIT.
004530
004540 9999-EXIT.
004550     GOBACK.
