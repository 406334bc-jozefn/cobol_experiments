000010******************************************************************
000020*                                                                *
000030*   LEDGER-WIDEN-CONVERT                                         *
000040*                                                                *
000050*   ONE-TIME CONVERSION OF THE TRANSACTION FILE FAMILY TO THE    *
000060*   WIDENED LAYOUTS -- NINE-DIGIT UIDS, MONEY FIELDS OF          *
000070*   9(09)V9(02), AND SIGNED START AND END BALANCES SO A CREDIT   *
000080*   BALANCE CAN CARRY AS A NEGATIVE.  FIVE FILES ARE REWRITTEN,  *
000090*   EACH TO A .NEW FILE NEXT TO THE ORIGINAL:                    *
000100*                                                                *
000110*      TRANSACTIONS.TXT          145 BYTES TO 189                *
000120*      TRANSACTIONS-HISTORY.TXT  145 BYTES TO 189                *
000130*      TRANSACTIONS.IDX          KEY X(12) TO X(16)              *
000140*      OPEN-ITEMS.IDX            KEY X(12) TO X(16)              *
000150*      UID-COUNTER.DAT           9(05) TO 9(09)                  *
000160*                                                                *
000170*   EVERY RECORD IS CARRIED ACROSS FIELD FOR FIELD; NO VALUE     *
000180*   CHANGES, ONLY ITS WIDTH.  THE INDEX AND OPEN-ITEM KEYS ARE   *
000190*   REBUILT AS ACCOUNT-ID FOLLOWED BY THE NINE-DIGIT UID, WHICH  *
000200*   KEEPS EVERY ACCOUNT'S ENTRIES IN THE SAME POSTING ORDER.     *
000210*                                                                *
000220*   THE LEDGER TRAILERS ARE CARRIED ACROSS UNCHANGED AND THEN    *
000230*   PROVED: THE CONVERTED DETAILS ARE COUNTED AND TOTALLED BY    *
000240*   TYPE THE WAY LEDGER-POST TOTALS THEM, AND ANY DIFFERENCE     *
000250*   FROM THE TRAILER IS DISPLAYED AND ENDS THE RUN WITH RETURN   *
000260*   CODE 8 -- DO NOT RENAME ANYTHING UNTIL THE RUN IS CLEAN.     *
000270*                                                                *
000280*   RUN THIS ONCE, WITH NO OTHER LEDGER JOB ACTIVE, STRAIGHT     *
000290*   AFTER A LEDGER-BACKUP.  AFTER CHECKING THE DISPLAYED COUNTS, *
000300*   THE OPERATOR RENAMES EACH .NEW FILE OVER ITS ORIGINAL AND    *
000310*   TAKES A FRESH LEDGER-BACKUP: JOURNAL IMAGES WRITTEN BEFORE   *
000320*   THE CONVERSION ARE IN THE OLD LAYOUT, SO LEDGER-ROLL-FORWARD *
000330*   MUST ONLY EVER REPLAY ONTO A BACKUP TAKEN AFTERWARDS.        *
000340*                                                                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.      LEDGER-WIDEN-CONVERT.
000380 AUTHOR.          DATA PROCESSING.
000390 INSTALLATION.    ACCOUNTING SYSTEMS.
000400 DATE-WRITTEN.    10/15/2026.
000410 DATE-COMPILED.   10/15/2026.
000420*                                                                *
000430*   MODIFICATION HISTORY                                        *
000440*   ------------------------------------------------------------ *
000450*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000453*   10/15/2026  DP   WIDENED DETAILS AND INDEX ENTRIES CARRY    *
000456*                    A ZERO BALANCE TRANSFER PARTNER UID.       *
000457*   10/15/2026  DP   WIDENED DETAILS CARRY A BLANK PURCHASE     *
000458*                    ORDER NUMBER.                              *
000460*                                                                *
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL OLD-TRANSACTIONS
000510            ASSIGN       TO  OLDTRANS
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS  IS OLDTRANS-STATUS.
000540
000550     SELECT NEW-TRANSACTIONS
000560            ASSIGN       TO  NEWTRANS
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS  IS NEWTRANS-STATUS.
000590
000600     SELECT OPTIONAL OLD-TRANS-INDEX
000610            ASSIGN       TO  OLDACCTIDX
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE  IS SEQUENTIAL
000640            RECORD KEY   IS OX-ACCT-KEY
000650            FILE STATUS  IS OLDIDX-STATUS.
000660
000670     SELECT TRANSACTIONS-INDEX
000680            ASSIGN       TO  ACCTIDX
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE  IS DYNAMIC
000710            RECORD KEY   IS TX-ACCT-KEY
000720            FILE STATUS  IS TXIDX-STATUS.
000730
000740     SELECT OPTIONAL OLD-OPEN-ITEMS
000750            ASSIGN       TO  OLDOPENITEM
000760            ORGANIZATION IS INDEXED
000770            ACCESS MODE  IS SEQUENTIAL
000780            RECORD KEY   IS OO-ITEM-KEY
000790            FILE STATUS  IS OLDOI-STATUS.
000800
000810     SELECT OPEN-ITEMS
000820            ASSIGN       TO  OPENITEM
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE  IS DYNAMIC
000850            RECORD KEY   IS OI-ITEM-KEY
000860            FILE STATUS  IS OPENITEM-STATUS.
000870
000880     SELECT OPTIONAL OLD-UID-COUNTER
000890            ASSIGN       TO  OLDUIDCOUNT
000900            ORGANIZATION IS SEQUENTIAL
000910            FILE STATUS  IS OLDUID-STATUS.
000920
000930     SELECT UID-COUNTER
000940            ASSIGN       TO  UIDCOUNT
000950            ORGANIZATION IS SEQUENTIAL
000960            FILE STATUS  IS UIDCOUNT-STATUS.
000970
000980     SELECT OPTIONAL SYSTEM-STATUS
000990            ASSIGN       TO  SYSSTAT
001000            ORGANIZATION IS INDEXED
001010            ACCESS MODE  IS DYNAMIC
001020            RECORD KEY   IS SS-LOCK-NAME
001030            FILE STATUS  IS SYSSTAT-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070*                                                                *
001080*   THE OLD LAYOUTS ARE SPELLED OUT HERE RATHER THAN COPIED --   *
001090*   THE COPYBOOKS NOW DESCRIBE THE WIDENED LAYOUTS AND THIS      *
001100*   PROGRAM IS THE ONLY READER THE OLD ONES HAVE LEFT.          *
001110*                                                                *
001120 FD  OLD-TRANSACTIONS
001130     RECORDING MODE IS F.
001140 01  OLD-TRANSACTION-RECORD.
001150     05  OT-RECORD-TYPE          PIC X(01).
001160         88  OT-HEADER-RECORD             VALUE 'H'.
001170         88  OT-DETAIL-RECORD             VALUE 'D'.
001180         88  OT-TRAILER-RECORD            VALUE 'T'.
001190     05  OT-UID                  PIC 9(05).
001200     05  OT-DESC                 PIC X(25).
001210     05  OT-AMOUNT               PIC 9(06)V9(02).
001220     05  OT-START-BALANCE        PIC 9(06)V9(02).
001230     05  OT-END-BALANCE          PIC 9(06)V9(02).
001240     05  OT-ACCOUNT-ID           PIC 9(07).
001250     05  OT-ACCOUNT-HOLDER       PIC A(50).
001260     05  OT-TRANSACTION-DATE     PIC 9(08).
001270     05  OT-TRANSACTION-TYPE     PIC X(01).
001280     05  OT-REVERSED-UID         PIC 9(05).
001290     05  OT-TAX-AMOUNT           PIC 9(06)V9(02).
001300     05  OT-TAX-STATE            PIC X(02).
001310     05  OT-COMPANY-CODE         PIC X(02).
001320     05  OT-INVOICE-NO           PIC 9(07).
001330 01  OLD-TRANSACTION-HEADER.
001340     05  OTH-RECORD-TYPE         PIC X(01).
001350     05  OTH-RUN-DATE            PIC 9(08).
001360     05  OTH-RUN-TIME            PIC X(08).
001370     05  FILLER                  PIC X(128).
001380 01  OLD-TRANSACTION-TRAILER.
001390     05  OTT-RECORD-TYPE         PIC X(01).
001400     05  OTT-DETAIL-COUNT        PIC 9(07).
001410     05  OTT-DEBIT-CONTROL-TOTAL PIC 9(09)V9(02).
001420     05  OTT-CREDIT-CONTROL-TOTAL
001430                                 PIC 9(09)V9(02).
001440     05  OTT-WRITEOFF-CONTROL-TOTAL
001450                                 PIC 9(09)V9(02).
001460     05  FILLER                  PIC X(104).
001470
001480 FD  NEW-TRANSACTIONS
001490     RECORDING MODE IS F.
001500 01  TRANSACTION-STRUCTURE.
001510     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
001520 01  TRANSACTION-HEADER.
001530     COPY "TRANSACTION-HEADER-RECORD.CPY"
001540          REPLACING ==(TAG)== BY ==TRH-==.
001550 01  TRANSACTION-TRAILER.
001560     COPY "TRANSACTION-TRAILER-RECORD.CPY"
001570          REPLACING ==(TAG)== BY ==TRT-==.
001580
001590 FD  OLD-TRANS-INDEX.
001600 01  OLD-TRANS-INDEX-RECORD.
001610     05  OX-ACCT-KEY             PIC X(12).
001620     05  OX-ACCOUNT-ID           PIC 9(07).
001630     05  OX-UID                  PIC 9(05).
001640     05  OX-DESC                 PIC X(25).
001650     05  OX-AMOUNT               PIC 9(06)V9(02).
001660     05  OX-START-BALANCE        PIC 9(06)V9(02).
001670     05  OX-END-BALANCE          PIC 9(06)V9(02).
001680     05  OX-ACCOUNT-HOLDER       PIC A(50).
001690     05  OX-TRANSACTION-DATE     PIC 9(08).
001700     05  OX-TRANSACTION-TYPE     PIC X(01).
001710     05  OX-REVERSED-UID         PIC 9(05).
001720     05  OX-TAX-AMOUNT           PIC 9(06)V9(02).
001730     05  OX-TAX-STATE            PIC X(02).
001740     05  OX-COMPANY-CODE         PIC X(02).
001750     05  OX-INVOICE-NO           PIC 9(07).
001760
001770 FD  TRANSACTIONS-INDEX.
001780 01  TRANSACTION-INDEX-STRUCTURE.
001790     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
001800          BY ==TX-==.
001810
001820 FD  OLD-OPEN-ITEMS.
001830 01  OLD-OPEN-ITEM-RECORD.
001840     05  OO-ITEM-KEY             PIC X(12).
001850     05  OO-ACCOUNT-ID           PIC 9(07).
001860     05  OO-UID                  PIC 9(05).
001870     05  OO-ITEM-DATE            PIC 9(08).
001880     05  OO-DESC                 PIC X(25).
001890     05  OO-ACCOUNT-HOLDER       PIC A(50).
001900     05  OO-ORIGINAL-AMOUNT      PIC 9(06)V9(02).
001910     05  OO-REMAINING-AMOUNT     PIC 9(06)V9(02).
001920     05  OO-ITEM-STATUS          PIC X(01).
001930     05  OO-COMPANY-CODE         PIC X(02).
001940     05  OO-DISPUTE-FLAG         PIC X(01).
001950     05  OO-DISPUTE-DATE         PIC 9(08).
001960     05  OO-DISPUTE-REASON       PIC X(20).
001970     05  OO-DISPUTE-CLERK        PIC X(10).
001980     05  OO-DUE-DATE             PIC 9(08).
001990
002000 FD  OPEN-ITEMS.
002010 01  OPEN-ITEM-STRUCTURE.
002020     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
002030
002040 FD  OLD-UID-COUNTER.
002050 01  OLD-UID-COUNTER-REC.
002060     05  OU-NEXT-UID             PIC 9(05).
002070
002080 FD  UID-COUNTER.
002090 01  UID-COUNTER-REC.
002100     05  UC-NEXT-UID             PIC 9(09).
002110
002120 FD  SYSTEM-STATUS.
002130 01  SYSTEM-STATUS-STRUCTURE.
002140     COPY "SYSTEM-STATUS-RECORD.CPY" REPLACING ==(TAG)==
002150          BY ==SS-==.
002160
002170 WORKING-STORAGE SECTION.
002180*                                                                *
002190*   OLDTRANS AND NEWTRANS ARE RESET BETWEEN THE TWO LEDGER       *
002200*   FILES -- THE CURRENT LEDGER AND THE ARCHIVED HISTORY GO      *
002210*   THROUGH THE SAME PARAGRAPHS ONE AFTER THE OTHER.             *
002220*                                                                *
002230 01  OLDTRANS                   PIC X(50)
002240     VALUE "transactions.txt".
002250 01  NEWTRANS                   PIC X(50)
002260     VALUE "transactions.txt.new".
002270 01  OLDACCTIDX                 PIC X(50)
002280     VALUE "/mnt/c/cobfiles\transactions.idx".
002290 01  ACCTIDX                    PIC X(50)
002300     VALUE "/mnt/c/cobfiles\transactions.idx.new".
002310 01  OLDOPENITEM                PIC X(50)
002320     VALUE "/mnt/c/cobfiles\open-items.idx".
002330 01  OPENITEM                   PIC X(50)
002340     VALUE "/mnt/c/cobfiles\open-items.idx.new".
002350 01  OLDUIDCOUNT                PIC X(50)
002360     VALUE "/mnt/c/cobfiles\uid-counter.dat".
002370 01  UIDCOUNT                   PIC X(50)
002380     VALUE "/mnt/c/cobfiles\uid-counter.dat.new".
002390 01  SYSSTAT                    PIC X(50)
002400     VALUE "/mnt/c/cobfiles\system-status.idx".
002410
002420 01  OLDTRANS-STATUS            PIC X(02).
002430 01  NEWTRANS-STATUS            PIC X(02).
002440 01  OLDIDX-STATUS              PIC X(02).
002450 01  TXIDX-STATUS               PIC X(02).
002460 01  OLDOI-STATUS               PIC X(02).
002470 01  OPENITEM-STATUS            PIC X(02).
002480 01  OLDUID-STATUS              PIC X(02).
002490 01  UIDCOUNT-STATUS            PIC X(02).
002500 01  SYSSTAT-STATUS             PIC X(02).
002510 01  WS-RUN-LOCK-SWITCH         PIC X(01) VALUE 'N'.
002520     88  WS-RUN-LOCK-HELD                  VALUE 'Y'.
002530 01  WS-LOCK-DATE-8             PIC 9(08).
002540 01  WS-LOCK-TIME-X             PIC X(08).
002550
002560 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
002570     88  WS-EOF-YES                        VALUE 'Y'.
002580 01  WS-PROBLEM-SWITCH          PIC X(01) VALUE 'N'.
002590     88  WS-CONVERSION-PROBLEM             VALUE 'Y'.
002600 01  WS-TRAILER-SWITCH          PIC X(01) VALUE 'N'.
002610     88  WS-TRAILER-SEEN                   VALUE 'Y'.
002620 01  WS-PROVED-SWITCH           PIC X(01) VALUE 'Y'.
002630     88  WS-TRAILER-PROVED                 VALUE 'Y'.
002640
002650*                                                                *
002660*   PER-FILE COUNTS, CLEARED AT THE START OF EACH LEDGER FILE    *
002670*                                                                *
002680 01  WS-COUNTERS.
002690     05  WS-HEADER-COUNT         PIC 9(09) VALUE ZERO.
002700     05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
002710     05  WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
002720     05  WS-OTHER-COUNT          PIC 9(09) VALUE ZERO.
002730     05  WS-DEBIT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
002740     05  WS-CREDIT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
002750     05  WS-WRITEOFF-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
002760     05  WS-TRAILER-DETAILS      PIC 9(09) VALUE ZERO.
002770     05  WS-TRAILER-DEBITS       PIC 9(11)V9(02) VALUE ZERO.
002780     05  WS-TRAILER-CREDITS      PIC 9(11)V9(02) VALUE ZERO.
002790     05  WS-TRAILER-WRITEOFFS    PIC 9(11)V9(02) VALUE ZERO.
002800 01  WS-INDEX-READ              PIC 9(09) VALUE ZERO.
002810 01  WS-INDEX-WRITTEN           PIC 9(09) VALUE ZERO.
002820 01  WS-ITEMS-READ              PIC 9(09) VALUE ZERO.
002830 01  WS-ITEMS-WRITTEN           PIC 9(09) VALUE ZERO.
002840 01  WS-EDIT-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002850
002860 PROCEDURE DIVISION.
002870*                                                                *
002880*   0000-MAINLINE                                               *
002890*                                                                *
002900 0000-MAINLINE.
002910     ACCEPT WS-LOCK-DATE-8 FROM DATE YYYYMMDD.
002920     ACCEPT WS-LOCK-TIME-X FROM TIME.
002930     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT.
002940     IF NOT WS-RUN-LOCK-HELD
002950        MOVE 8 TO RETURN-CODE
002960        GO TO 9999-EXIT
002970     END-IF.
002980     PERFORM 2000-CONVERT-LEDGER THRU 2000-EXIT.
002990     MOVE "transactions-history.txt"     TO OLDTRANS.
003000     MOVE "transactions-history.txt.new" TO NEWTRANS.
003010     PERFORM 2000-CONVERT-LEDGER THRU 2000-EXIT.
003020     PERFORM 4000-CONVERT-INDEX THRU 4000-EXIT.
003030     PERFORM 5000-CONVERT-OPEN-ITEMS THRU 5000-EXIT.
003040     PERFORM 6000-CONVERT-UID-COUNTER THRU 6000-EXIT.
003050     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
003060     DISPLAY "LEDGER-WIDEN-CONVERT RUN COMPLETE".
003070     IF WS-CONVERSION-PROBLEM
003080        DISPLAY "PROBLEMS WERE REPORTED ABOVE -- DO NOT RENAME"
003090        DISPLAY "  ANY .NEW FILE UNTIL THEY ARE CLEARED"
003100        MOVE 8 TO RETURN-CODE
003110     ELSE
003120        DISPLAY "AFTER CHECKING THE COUNTS, RENAME EACH .NEW"
003130        DISPLAY "  FILE OVER ITS ORIGINAL AND TAKE A FRESH"
003140        DISPLAY "  LEDGER-BACKUP BEFORE THE NEXT POSTING RUN"
003150     END-IF.
003160     GO TO 9999-EXIT.
003170
003180*                                                                *
003190*   1100-TAKE-RUN-LOCK -- THE SAME LEDGER-FILES INTERLOCK        *
003200*   LEDGER-POST TAKES, SO NO POSTING RUN CAN TOUCH THE FILES     *
003210*   WHILE THEY ARE BEING COPIED                                  *
003220*                                                                *
003230 1100-TAKE-RUN-LOCK.
003240     OPEN I-O SYSTEM-STATUS.
003250     IF SYSSTAT-STATUS NOT = '00' AND SYSSTAT-STATUS NOT = '05'
003260        DISPLAY "CANNOT OPEN SYSTEM STATUS FILE, STATUS "
003270                SYSSTAT-STATUS
003280        GO TO 1100-EXIT
003290     END-IF.
003300     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
003310     READ SYSTEM-STATUS
003320         INVALID KEY
003330            CONTINUE
003340         NOT INVALID KEY
003350            DISPLAY "LEDGER FILES ARE LOCKED BY " SS-JOB-NAME
003360                    " SINCE " SS-LOCK-DATE " " SS-LOCK-TIME
003370            DISPLAY "RUN ABANDONED -- CLEAR THE LOCK WITH "
003380                    "SYSTEM-STATUS-CONSOLE IF IT IS STALE"
003390            CLOSE SYSTEM-STATUS
003400            GO TO 1100-EXIT
003410     END-READ.
003420     MOVE "LEDGER-FILES" TO SS-LOCK-NAME.
003430     MOVE "LEDGER-WIDEN-CONVERT" TO SS-JOB-NAME.
003440     MOVE WS-LOCK-DATE-8 TO SS-LOCK-DATE.
003450     MOVE WS-LOCK-TIME-X TO SS-LOCK-TIME.
003460     WRITE SYSTEM-STATUS-STRUCTURE
003470         INVALID KEY
003480            DISPLAY "CANNOT TAKE THE LEDGER-FILES RUN LOCK"
003490            CLOSE SYSTEM-STATUS
003500            GO TO 1100-EXIT
003510     END-WRITE.
003520     MOVE 'Y' TO WS-RUN-LOCK-SWITCH.
003530 1100-EXIT.
003540     EXIT.
003550
003560*                                                                *
003570*   1200-RELEASE-RUN-LOCK                                        *
003580*                                                                *
003590 1200-RELEASE-RUN-LOCK.
003600     IF WS-RUN-LOCK-HELD
003610        MOVE "LEDGER-FILES" TO SS-LOCK-NAME
003620        DELETE SYSTEM-STATUS RECORD
003630            INVALID KEY
003640               DISPLAY "WARNING: RUN LOCK ALREADY GONE"
003650        END-DELETE
003660        CLOSE SYSTEM-STATUS
003670        MOVE 'N' TO WS-RUN-LOCK-SWITCH
003680     END-IF.
003690 1200-EXIT.
003700     EXIT.
003710
003720*                                                                *
003730*   2000-CONVERT-LEDGER -- ONE SEQUENTIAL LEDGER FILE (NAMED BY  *
003740*   OLDTRANS / NEWTRANS) THROUGH TO ITS .NEW FILE, THEN THE      *
003750*   TRAILER PROOF                                                *
003760*                                                                *
003770 2000-CONVERT-LEDGER.
003780     INITIALIZE WS-COUNTERS.
003790     MOVE 'N' TO WS-EOF-SWITCH.
003800     MOVE 'N' TO WS-TRAILER-SWITCH.
003810     OPEN INPUT OLD-TRANSACTIONS.
003820     IF OLDTRANS-STATUS NOT = '00'
003830        DISPLAY "NO LEDGER FILE FOUND -- " OLDTRANS
003840        GO TO 2000-EXIT
003850     END-IF.
003860     OPEN OUTPUT NEW-TRANSACTIONS.
003870     IF NEWTRANS-STATUS NOT = '00'
003880        DISPLAY "CANNOT CREATE " NEWTRANS
003890                ", STATUS " NEWTRANS-STATUS
003900        CLOSE OLD-TRANSACTIONS
003910        MOVE 'Y' TO WS-PROBLEM-SWITCH
003920        GO TO 2000-EXIT
003930     END-IF.
003940     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
003950     PERFORM 3000-CONVERT-RECORD THRU 3000-EXIT
003960             UNTIL WS-EOF-YES.
003970     CLOSE OLD-TRANSACTIONS.
003980     CLOSE NEW-TRANSACTIONS.
003990     DISPLAY OLDTRANS.
004000     DISPLAY "  HEADER RECORDS CONVERTED:  " WS-HEADER-COUNT.
004010     DISPLAY "  DETAIL RECORDS CONVERTED:  " WS-DETAIL-COUNT.
004020     DISPLAY "  TRAILER RECORDS CONVERTED: " WS-TRAILER-COUNT.
004030     IF WS-OTHER-COUNT > ZERO
004040        DISPLAY "  UNRECOGNIZED RECORD TYPES: " WS-OTHER-COUNT
004050                " -- CHECK THE INPUT FILE BEFORE SWAPPING"
004060        MOVE 'Y' TO WS-PROBLEM-SWITCH
004070     END-IF.
004080     PERFORM 3400-PROVE-TRAILER THRU 3400-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110
004120*                                                                *
004130*   2100-READ-OLD-RECORD                                        *
004140*                                                                *
004150 2100-READ-OLD-RECORD.
004160     READ OLD-TRANSACTIONS
004170          AT END SET WS-EOF-YES TO TRUE
004180     END-READ.
004190 2100-EXIT.
004200     EXIT.
004210
004220*                                                                *
004230*   3000-CONVERT-RECORD                                         *
004240*                                                                *
004250*   ONE OLD RECORD IN, ONE NEW RECORD OUT.                       *
004260*                                                                *
004270 3000-CONVERT-RECORD.
004280     EVALUATE TRUE
004290         WHEN OT-HEADER-RECORD
004300              PERFORM 3100-CONVERT-HEADER THRU 3100-EXIT
004310         WHEN OT-DETAIL-RECORD
004320              PERFORM 3200-CONVERT-DETAIL THRU 3200-EXIT
004330         WHEN OT-TRAILER-RECORD
004340              PERFORM 3300-CONVERT-TRAILER THRU 3300-EXIT
004350         WHEN OTHER
004360              ADD 1 TO WS-OTHER-COUNT
004370     END-EVALUATE.
004380     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
004390 3000-EXIT.
004400     EXIT.
004410
004420*                                                                *
004430*   3100-CONVERT-HEADER                                         *
004440*                                                                *
004450 3100-CONVERT-HEADER.
004460     MOVE SPACES TO TRANSACTION-HEADER.
004470     MOVE OTH-RECORD-TYPE TO TRH-RECORD-TYPE.
004480     MOVE OTH-RUN-DATE TO TRH-RUN-DATE.
004490     MOVE OTH-RUN-TIME TO TRH-RUN-TIME.
004500     WRITE TRANSACTION-HEADER.
004510     ADD 1 TO WS-HEADER-COUNT.
004520 3100-EXIT.
004530     EXIT.
004540
004550*                                                                *
004560*   3200-CONVERT-DETAIL -- FIELD FOR FIELD, TOTALLED BY TYPE     *
004570*   THE WAY LEDGER-POST BUILDS THE TRAILER                       *
004580*                                                                *
004590 3200-CONVERT-DETAIL.
004600     MOVE SPACES TO TRANSACTION-STRUCTURE.
004610     MOVE OT-RECORD-TYPE TO TR-RECORD-TYPE.
004620     MOVE OT-UID TO TR-UID.
004630     MOVE OT-DESC TO TR-DESC.
004640     MOVE OT-AMOUNT TO TR-AMOUNT.
004650     MOVE OT-START-BALANCE TO TR-START-BALANCE.
004660     MOVE OT-END-BALANCE TO TR-END-BALANCE.
004670     MOVE OT-ACCOUNT-ID TO TR-ACCOUNT-ID.
004680     MOVE OT-ACCOUNT-HOLDER TO TR-ACCOUNT-HOLDER.
004690     MOVE OT-TRANSACTION-DATE TO TR-TRANSACTION-DATE.
004700     MOVE OT-TRANSACTION-TYPE TO TR-TRANSACTION-TYPE.
004710     MOVE OT-REVERSED-UID TO TR-REVERSED-UID.
004720     MOVE OT-TAX-AMOUNT TO TR-TAX-AMOUNT.
004730     MOVE OT-TAX-STATE TO TR-TAX-STATE.
004740     MOVE OT-COMPANY-CODE TO TR-COMPANY-CODE.
004750     MOVE OT-INVOICE-NO TO TR-INVOICE-NO.
004755     MOVE ZERO TO TR-TRANSFER-UID.
004757     MOVE SPACES TO TR-PO-NUMBER.
004760     WRITE TRANSACTION-STRUCTURE.
004770     ADD 1 TO WS-DETAIL-COUNT.
004780     EVALUATE TRUE
004790        WHEN TR-DEBIT-TRANSACTION OR TR-REFUND-TRANSACTION
004800           ADD TR-AMOUNT TO WS-DEBIT-TOTAL
004810        WHEN TR-WRITEOFF-TRANSACTION
004820           ADD TR-AMOUNT TO WS-WRITEOFF-TOTAL
004830        WHEN OTHER
004840           ADD TR-AMOUNT TO WS-CREDIT-TOTAL
004850     END-EVALUATE.
004860 3200-EXIT.
004870     EXIT.
004880
004890*                                                                *
004900*   3300-CONVERT-TRAILER -- CONTROL TOTALS CARRIED ACROSS AS     *
004910*   THEY STAND; 3400 PROVES THEM AGAINST THE CONVERTED DETAILS   *
004920*                                                                *
004930 3300-CONVERT-TRAILER.
004940     MOVE SPACES TO TRANSACTION-TRAILER.
004950     MOVE OTT-RECORD-TYPE TO TRT-RECORD-TYPE.
004960     MOVE OTT-DETAIL-COUNT TO TRT-DETAIL-COUNT.
004970     MOVE OTT-DEBIT-CONTROL-TOTAL TO TRT-DEBIT-CONTROL-TOTAL.
004980     MOVE OTT-CREDIT-CONTROL-TOTAL TO TRT-CREDIT-CONTROL-TOTAL.
004990     MOVE OTT-WRITEOFF-CONTROL-TOTAL
005000          TO TRT-WRITEOFF-CONTROL-TOTAL.
005010     WRITE TRANSACTION-TRAILER.
005020     ADD 1 TO WS-TRAILER-COUNT.
005030     MOVE 'Y' TO WS-TRAILER-SWITCH.
005040     MOVE TRT-DETAIL-COUNT TO WS-TRAILER-DETAILS.
005050     MOVE TRT-DEBIT-CONTROL-TOTAL TO WS-TRAILER-DEBITS.
005060     MOVE TRT-CREDIT-CONTROL-TOTAL TO WS-TRAILER-CREDITS.
005070     MOVE TRT-WRITEOFF-CONTROL-TOTAL TO WS-TRAILER-WRITEOFFS.
005080 3300-EXIT.
005090     EXIT.
005100
005110*                                                                *
005120*   3400-PROVE-TRAILER -- A FILE WITH NO TRAILER (THE ARCHIVED   *
005130*   HISTORY CARRIES DETAIL ONLY) HAS NOTHING TO PROVE           *
005140*                                                                *
005150 3400-PROVE-TRAILER.
005160     IF NOT WS-TRAILER-SEEN
005170        GO TO 3400-EXIT
005180     END-IF.
005190     MOVE 'Y' TO WS-PROVED-SWITCH.
005200     IF WS-TRAILER-DETAILS NOT = WS-DETAIL-COUNT
005210        DISPLAY "  TRAILER DETAIL COUNT " WS-TRAILER-DETAILS
005220                " BUT " WS-DETAIL-COUNT " DETAILS CONVERTED"
005230        MOVE 'Y' TO WS-PROBLEM-SWITCH
005240        MOVE 'N' TO WS-PROVED-SWITCH
005250     END-IF.
005260     IF WS-TRAILER-DEBITS NOT = WS-DEBIT-TOTAL
005270        MOVE WS-TRAILER-DEBITS TO WS-EDIT-TOTAL
005280        DISPLAY "  TRAILER DEBIT TOTAL " WS-EDIT-TOTAL
005290        MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL
005300        DISPLAY "    CONVERTED DEBITS  " WS-EDIT-TOTAL
005310        MOVE 'Y' TO WS-PROBLEM-SWITCH
005320        MOVE 'N' TO WS-PROVED-SWITCH
005330     END-IF.
005340     IF WS-TRAILER-CREDITS NOT = WS-CREDIT-TOTAL
005350        MOVE WS-TRAILER-CREDITS TO WS-EDIT-TOTAL
005360        DISPLAY "  TRAILER CREDIT TOTAL " WS-EDIT-TOTAL
005370        MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL
005380        DISPLAY "    CONVERTED CREDITS  " WS-EDIT-TOTAL
005390        MOVE 'Y' TO WS-PROBLEM-SWITCH
005400        MOVE 'N' TO WS-PROVED-SWITCH
005410     END-IF.
005420     IF WS-TRAILER-WRITEOFFS NOT = WS-WRITEOFF-TOTAL
005430        MOVE WS-TRAILER-WRITEOFFS TO WS-EDIT-TOTAL
005440        DISPLAY "  TRAILER WRITE-OFF TOTAL " WS-EDIT-TOTAL
005450        MOVE WS-WRITEOFF-TOTAL TO WS-EDIT-TOTAL
005460        DISPLAY "    CONVERTED WRITE-OFFS  " WS-EDIT-TOTAL
005470        MOVE 'Y' TO WS-PROBLEM-SWITCH
005480        MOVE 'N' TO WS-PROVED-SWITCH
005490     END-IF.
005500     IF WS-TRAILER-PROVED
005510        DISPLAY "  TRAILER CONTROL TOTALS PROVED"
005520     END-IF.
005530 3400-EXIT.
005540     EXIT.
005550
005560*                                                                *
005570*   4000-CONVERT-INDEX -- TRANSACTIONS.IDX, READ IN KEY ORDER    *
005580*   AND REWRITTEN UNDER THE SIXTEEN-BYTE KEY                     *
005590*                                                                *
005600 4000-CONVERT-INDEX.
005610     MOVE 'N' TO WS-EOF-SWITCH.
005620     OPEN INPUT OLD-TRANS-INDEX.
005630     IF OLDIDX-STATUS NOT = '00'
005640        DISPLAY "NO TRANSACTION INDEX FOUND -- " OLDACCTIDX
005650        GO TO 4000-EXIT
005660     END-IF.
005670     OPEN OUTPUT TRANSACTIONS-INDEX.
005680     IF TXIDX-STATUS NOT = '00'
005690        DISPLAY "CANNOT CREATE " ACCTIDX
005700                ", STATUS " TXIDX-STATUS
005710        CLOSE OLD-TRANS-INDEX
005720        MOVE 'Y' TO WS-PROBLEM-SWITCH
005730        GO TO 4000-EXIT
005740     END-IF.
005750     PERFORM 4100-CONVERT-INDEX-ENTRY THRU 4100-EXIT
005760             UNTIL WS-EOF-YES.
005770     CLOSE OLD-TRANS-INDEX.
005780     CLOSE TRANSACTIONS-INDEX.
005790     DISPLAY OLDACCTIDX.
005800     DISPLAY "  INDEX ENTRIES READ:        " WS-INDEX-READ.
005810     DISPLAY "  INDEX ENTRIES WRITTEN:     " WS-INDEX-WRITTEN.
005820     IF WS-INDEX-READ NOT = WS-INDEX-WRITTEN
005830        MOVE 'Y' TO WS-PROBLEM-SWITCH
005840     END-IF.
005850 4000-EXIT.
005860     EXIT.
005870
005880 4100-CONVERT-INDEX-ENTRY.
005890     READ OLD-TRANS-INDEX NEXT RECORD
005900         AT END
005910            SET WS-EOF-YES TO TRUE
005920            GO TO 4100-EXIT
005930     END-READ.
005940     ADD 1 TO WS-INDEX-READ.
005950     MOVE SPACES TO TRANSACTION-INDEX-STRUCTURE.
005960     MOVE OX-ACCOUNT-ID TO TX-ACCOUNT-ID.
005970     MOVE OX-UID TO TX-UID.
005980     MOVE OX-DESC TO TX-DESC.
005990     MOVE OX-AMOUNT TO TX-AMOUNT.
006000     MOVE OX-START-BALANCE TO TX-START-BALANCE.
006010     MOVE OX-END-BALANCE TO TX-END-BALANCE.
006020     MOVE OX-ACCOUNT-HOLDER TO TX-ACCOUNT-HOLDER.
006030     MOVE OX-TRANSACTION-DATE TO TX-TRANSACTION-DATE.
006040     MOVE OX-TRANSACTION-TYPE TO TX-TRANSACTION-TYPE.
006050     MOVE OX-REVERSED-UID TO TX-REVERSED-UID.
006060     MOVE OX-TAX-AMOUNT TO TX-TAX-AMOUNT.
006070     MOVE OX-TAX-STATE TO TX-TAX-STATE.
006080     MOVE OX-COMPANY-CODE TO TX-COMPANY-CODE.
006090     MOVE OX-INVOICE-NO TO TX-INVOICE-NO.
006095     MOVE ZERO TO TX-TRANSFER-UID.
006100     STRING TX-ACCOUNT-ID DELIMITED BY SIZE
006110            TX-UID        DELIMITED BY SIZE
006120            INTO TX-ACCT-KEY
006130     END-STRING.
006140     WRITE TRANSACTION-INDEX-STRUCTURE
006150         INVALID KEY
006160            DISPLAY "CANNOT WRITE INDEX ENTRY " TX-ACCT-KEY
006170                    " -- STATUS " TXIDX-STATUS
006180            GO TO 4100-EXIT
006190     END-WRITE.
006200     ADD 1 TO WS-INDEX-WRITTEN.
006210 4100-EXIT.
006220     EXIT.
006230
006240*                                                                *
006250*   5000-CONVERT-OPEN-ITEMS -- OPEN-ITEMS.IDX, THE SAME WAY      *
006260*                                                                *
006270 5000-CONVERT-OPEN-ITEMS.
006280     MOVE 'N' TO WS-EOF-SWITCH.
006290     OPEN INPUT OLD-OPEN-ITEMS.
006300     IF OLDOI-STATUS NOT = '00'
006310        DISPLAY "NO OPEN-ITEMS FILE FOUND -- " OLDOPENITEM
006320        GO TO 5000-EXIT
006330     END-IF.
006340     OPEN OUTPUT OPEN-ITEMS.
006350     IF OPENITEM-STATUS NOT = '00'
006360        DISPLAY "CANNOT CREATE " OPENITEM
006370                ", STATUS " OPENITEM-STATUS
006380        CLOSE OLD-OPEN-ITEMS
006390        MOVE 'Y' TO WS-PROBLEM-SWITCH
006400        GO TO 5000-EXIT
006410     END-IF.
006420     PERFORM 5100-CONVERT-OPEN-ITEM THRU 5100-EXIT
006430             UNTIL WS-EOF-YES.
006440     CLOSE OLD-OPEN-ITEMS.
006450     CLOSE OPEN-ITEMS.
006460     DISPLAY OLDOPENITEM.
006470     DISPLAY "  OPEN ITEMS READ:           " WS-ITEMS-READ.
006480     DISPLAY "  OPEN ITEMS WRITTEN:        " WS-ITEMS-WRITTEN.
006490     IF WS-ITEMS-READ NOT = WS-ITEMS-WRITTEN
006500        MOVE 'Y' TO WS-PROBLEM-SWITCH
006510     END-IF.
006520 5000-EXIT.
006530     EXIT.
006540
006550 5100-CONVERT-OPEN-ITEM.
006560     READ OLD-OPEN-ITEMS NEXT RECORD
006570         AT END
006580            SET WS-EOF-YES TO TRUE
006590            GO TO 5100-EXIT
006600     END-READ.
006610     ADD 1 TO WS-ITEMS-READ.
006620     MOVE SPACES TO OPEN-ITEM-STRUCTURE.
006630     MOVE OO-ACCOUNT-ID TO OI-ACCOUNT-ID.
006640     MOVE OO-UID TO OI-UID.
006650     MOVE OO-ITEM-DATE TO OI-ITEM-DATE.
006660     MOVE OO-DESC TO OI-DESC.
006670     MOVE OO-ACCOUNT-HOLDER TO OI-ACCOUNT-HOLDER.
006680     MOVE OO-ORIGINAL-AMOUNT TO OI-ORIGINAL-AMOUNT.
006690     MOVE OO-REMAINING-AMOUNT TO OI-REMAINING-AMOUNT.
006700     MOVE OO-ITEM-STATUS TO OI-ITEM-STATUS.
006710     MOVE OO-COMPANY-CODE TO OI-COMPANY-CODE.
006720     MOVE OO-DISPUTE-FLAG TO OI-DISPUTE-FLAG.
006730     MOVE OO-DISPUTE-DATE TO OI-DISPUTE-DATE.
006740     MOVE OO-DISPUTE-REASON TO OI-DISPUTE-REASON.
006750     MOVE OO-DISPUTE-CLERK TO OI-DISPUTE-CLERK.
006760     MOVE OO-DUE-DATE TO OI-DUE-DATE.
006770     STRING OI-ACCOUNT-ID DELIMITED BY SIZE
006780            OI-UID        DELIMITED BY SIZE
006790            INTO OI-ITEM-KEY
006800     END-STRING.
006810     WRITE OPEN-ITEM-STRUCTURE
006820         INVALID KEY
006830            DISPLAY "CANNOT WRITE OPEN ITEM " OI-ITEM-KEY
006840                    " -- STATUS " OPENITEM-STATUS
006850            GO TO 5100-EXIT
006860     END-WRITE.
006870     ADD 1 TO WS-ITEMS-WRITTEN.
006880 5100-EXIT.
006890     EXIT.
006900
006910*                                                                *
006920*   6000-CONVERT-UID-COUNTER -- THE ONE-RECORD COUNTER FILE      *
006930*   LEDGER-POST HANDS UIDS OUT FROM.  NO COUNTER FILE YET IS     *
006940*   NOT A PROBLEM: LEDGER-POST CREATES ONE AT ZERO.              *
006950*                                                                *
006960 6000-CONVERT-UID-COUNTER.
006970     OPEN INPUT OLD-UID-COUNTER.
006980     IF OLDUID-STATUS NOT = '00'
006990        DISPLAY "NO UID COUNTER FILE FOUND -- " OLDUIDCOUNT
007000        GO TO 6000-EXIT
007010     END-IF.
007020     READ OLD-UID-COUNTER
007030         AT END
007040            MOVE ZERO TO OU-NEXT-UID
007050     END-READ.
007060     CLOSE OLD-UID-COUNTER.
007070     IF OU-NEXT-UID NOT NUMERIC
007080        DISPLAY "UID COUNTER IS NOT NUMERIC -- CHECK "
007090                OLDUIDCOUNT
007100        MOVE 'Y' TO WS-PROBLEM-SWITCH
007110        GO TO 6000-EXIT
007120     END-IF.
007130     OPEN OUTPUT UID-COUNTER.
007140     IF UIDCOUNT-STATUS NOT = '00'
007150        DISPLAY "CANNOT CREATE " UIDCOUNT
007160                ", STATUS " UIDCOUNT-STATUS
007170        MOVE 'Y' TO WS-PROBLEM-SWITCH
007180        GO TO 6000-EXIT
007190     END-IF.
007200     MOVE OU-NEXT-UID TO UC-NEXT-UID.
007210     WRITE UID-COUNTER-REC.
007220     CLOSE UID-COUNTER.
007230     DISPLAY OLDUIDCOUNT.
007240     DISPLAY "  LAST UID ASSIGNED:         " UC-NEXT-UID.
007250 6000-EXIT.
007260     EXIT.
007270
007280 9999-EXIT.
007290     STOP RUN.
