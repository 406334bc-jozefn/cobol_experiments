000010******************************************************************
000020*                                                                *
000030*   SECURITY-DEPOSIT-REVIEW                                      *
000040*                                                                *
000050*   DECIDES WHICH HELD SECURITY DEPOSITS MAY LEAVE.  EACH        *
000060*   DEPOSIT STILL HELD IS CHECKED AGAINST ITS ACCOUNT --         *
000070*                                                                *
000080*     - A CLOSED ACCOUNT RELEASES THE DEPOSIT TO BE APPLIED      *
000090*       AGAINST THE FINAL BALANCE (STATUS C), ANY REMAINDER      *
000100*       BEING REFUNDED;                                          *
000110*     - OTHERWISE A DEPOSIT HELD TWELVE MONTHS OR MORE IS        *
000120*       RELEASED FOR REFUND (STATUS R) WHEN THE ACCOUNT HAS      *
000130*       NOTHING PAST DUE ON THE OPEN ITEMS AND NO FINANCE CHARGE *
000140*       (LATE-FEE-ASSESSMENT) OR NSF FEE IN THE LAST TWELVE      *
000150*       MONTHS.                                                  *
000160*                                                                *
000170*   ANYTHING ELSE STAYS HELD.  REFUND-CHECK-RUN PAYS OUT OR      *
000180*   APPLIES WHAT THIS RUN RELEASES.  THE REVIEW REGISTER LISTS   *
000190*   EVERY HELD DEPOSIT WITH WHAT WAS DONE AND WHY, AND IS        *
000200*   REGISTERED ON THE SPOOL.                                     *
000210*                                                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.      SECURITY-DEPOSIT-REVIEW.
000250 AUTHOR.          DATA PROCESSING.
000260 INSTALLATION.    ACCOUNTING SYSTEMS.
000270 DATE-WRITTEN.    10/15/2026.
000280 DATE-COMPILED.   10/15/2026.
000290*                                                                *
000300*   MODIFICATION HISTORY                                         *
000310*   ------------------------------------------------------------ *
000320*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000322*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000324*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000326*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000328*                    HEADING.                                   *
000330*                                                                *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL SECURITY-DEPOSITS
000380            ASSIGN       TO  SECDEP
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE  IS DYNAMIC
000410            RECORD KEY   IS SD-DEPOSIT-KEY
000420            FILE STATUS  IS SECDEP-STATUS.
000430
000440     SELECT OPTIONAL ACCOUNT-MASTER
000450            ASSIGN       TO  ACCTMSTR
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE  IS DYNAMIC
000480            RECORD KEY   IS AM-ACCOUNT-ID
000490            FILE STATUS  IS ACCTMSTR-STATUS.
000500
000510     SELECT OPTIONAL OPEN-ITEMS
000520            ASSIGN       TO  OPENITEM
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS OI-ITEM-KEY
000560            FILE STATUS  IS OPENITEM-STATUS.
000570
000580     SELECT OPTIONAL TRANSACTIONS-INDEX
000590            ASSIGN       TO  ACCTIDX
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE  IS DYNAMIC
000620            RECORD KEY   IS TX-ACCT-KEY
000630            FILE STATUS  IS TXIDX-STATUS.
000640
000650     SELECT REPORT-FILE
000660            ASSIGN       TO  REPORTOUT
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS  IS REPORT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  SECURITY-DEPOSITS.
000730 01  SECURITY-DEPOSIT-STRUCTURE.
000740     COPY "SECURITY-DEPOSIT-RECORD.CPY" REPLACING ==(TAG)==
000750          BY ==SD-==.
000760
000770 FD  ACCOUNT-MASTER.
000780 01  ACCOUNT-MASTER-STRUCTURE.
000790     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000800          BY ==AM-==.
000810
000820 FD  OPEN-ITEMS.
000830 01  OPEN-ITEM-STRUCTURE.
000840     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000850
000860 FD  TRANSACTIONS-INDEX.
000870 01  TRANSACTION-INDEX-STRUCTURE.
000880     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000890          BY ==TX-==.
000900
000910 FD  REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  REPORT-LINE                  PIC X(100).
000940
000950 WORKING-STORAGE SECTION.
000960*                                                                *
000970*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000980*                                                                *
000990 01  SECDEP                     PIC X(50)
001000     VALUE "/mnt/c/cobfiles\security-deposits.idx".
001010 01  ACCTMSTR                   PIC X(50)
001020     VALUE "/mnt/c/cobfiles\account-master.idx".
001030 01  OPENITEM                   PIC X(50)
001040     VALUE "/mnt/c/cobfiles\open-items.idx".
001050 01  ACCTIDX                    PIC X(50)
001060     VALUE "/mnt/c/cobfiles\transactions.idx".
001070 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001080
001090 01  SECDEP-STATUS              PIC X(02).
001100 01  ACCTMSTR-STATUS            PIC X(02).
001110 01  OPENITEM-STATUS            PIC X(02).
001120 01  TXIDX-STATUS               PIC X(02).
001130 01  REPORT-STATUS              PIC X(02).
001140
001150 01  WS-SWITCHES.
001160     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001170         88  WS-EOF-YES                    VALUE 'Y'.
001180     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE 'N'.
001190         88  WS-ITEM-EOF                   VALUE 'Y'.
001200     05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE 'N'.
001210         88  WS-IDX-EOF                    VALUE 'Y'.
001220     05  WS-PAST-DUE-SWITCH      PIC X(01) VALUE 'N'.
001230         88  WS-PAST-DUE                   VALUE 'Y'.
001240     05  WS-LATE-FEE-SWITCH      PIC X(01) VALUE 'N'.
001250         88  WS-LATE-FEE                   VALUE 'Y'.
001260     05  WS-NSF-FEE-SWITCH       PIC X(01) VALUE 'N'.
001270         88  WS-NSF-FEE                    VALUE 'Y'.
001280     05  WS-ITEMS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001290         88  WS-ITEMS-OPEN                 VALUE 'Y'.
001300     05  WS-INDEX-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001310         88  WS-INDEX-OPEN                 VALUE 'Y'.
001320
001330 01  WS-TODAY-8                 PIC 9(08).
001332 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001334     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001336 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001340*   A DEPOSIT TAKEN ON OR BEFORE THIS DAY HAS BEEN HELD TWELVE
001350*   MONTHS; FEES POSTED AFTER IT FALL IN THE LOOK-BACK WINDOW.
001360 01  WS-YEAR-AGO-8              PIC 9(08).
001370 01  WS-ACTION                  PIC X(40).
001380 01  WS-HELD-COUNT              PIC 9(07) VALUE ZERO.
001390 01  WS-REFUND-COUNT            PIC 9(07) VALUE ZERO.
001400 01  WS-APPLY-COUNT             PIC 9(07) VALUE ZERO.
001410 01  WS-KEPT-COUNT              PIC 9(07) VALUE ZERO.
001420
001430 01  WS-RC-FUNCTION             PIC X(01).
001440 01  WS-RC-JOB-NAME             PIC X(20)
001450     VALUE "SEC-DEPOSIT-REVIEW".
001460 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001470 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001480 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001490
001500*                                                                *
001510*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001520*                                                                *
001530 01  WS-SPOOL-FUNCTION          PIC X(01).
001540 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001550     VALUE "deposit-review".
001560 01  WS-SPOOL-JOB-NAME          PIC X(20)
001570     VALUE "SEC-DEPOSIT-REVIEW".
001580 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
001590 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001600 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001610
001620*                                                                *
001630*   REVIEW REGISTER LINES                                        *
001640*                                                                *
001650 01  WS-HEADING-LINE.
001660     05  FILLER                  PIC X(28)
001670         VALUE "SECURITY DEPOSIT REVIEW AS ".
001680     05  FILLER                  PIC X(03) VALUE "OF ".
001690     05  WS-HL-DATE              PIC 9(08).
001700 01  WS-COLUMN-LINE.
001710     05  FILLER                  PIC X(17)
001720         VALUE "DEPOSIT      CO".
001730     05  FILLER                  PIC X(10) VALUE "RECEIVED".
001740     05  FILLER                  PIC X(14) VALUE "  DEPOSIT+INT".
001750     05  FILLER                  PIC X(10) VALUE "  ACTION".
001760 01  WS-DETAIL-LINE.
001770     05  WS-DL-ACCOUNT           PIC 9(07).
001780     05  FILLER                  PIC X(01) VALUE '-'.
001790     05  WS-DL-SEQ               PIC 9(03).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-DL-COMPANY           PIC X(02).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-DL-RECEIVED          PIC 9(08).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
001860     05  FILLER                  PIC X(04) VALUE SPACES.
001870     05  WS-DL-ACTION            PIC X(40).
001880
001890 PROCEDURE DIVISION.
001900*                                                                *
001910*   0000-MAINLINE                                                *
001920*                                                                *
001930 0000-MAINLINE.
001940     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001945          WS-OVERRIDE-MARK.
001950     COMPUTE WS-YEAR-AGO-8 = WS-TODAY-8 - 10000.
001960     MOVE 'S' TO WS-RC-FUNCTION.
001970     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001980          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001990          WS-RC-CODE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     IF WS-EOF-YES
002020        GO TO 0000-END-RUN
002030     END-IF.
002040     PERFORM 2000-REVIEW-ONE-DEPOSIT THRU 2000-EXIT
002050             UNTIL WS-EOF-YES.
002060     PERFORM 8000-FINISH THRU 8000-EXIT.
002070 0000-END-RUN.
002080     MOVE 'E' TO WS-RC-FUNCTION.
002090     MOVE WS-HELD-COUNT TO WS-RC-READ.
002100     COMPUTE WS-RC-WRITTEN = WS-REFUND-COUNT + WS-APPLY-COUNT.
002110     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002120          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002130          WS-RC-CODE.
002140     DISPLAY "SECURITY-DEPOSIT-REVIEW RUN COMPLETE".
002150     DISPLAY "DEPOSITS REVIEWED:    " WS-HELD-COUNT.
002160     DISPLAY "RELEASED FOR REFUND:  " WS-REFUND-COUNT.
002170     DISPLAY "TO BE APPLIED:        " WS-APPLY-COUNT.
002180     DISPLAY "KEPT ON DEPOSIT:      " WS-KEPT-COUNT.
002190     GO TO 9999-EXIT.
002200
002210*                                                                *
002220*   1000-INITIALIZE                                              *
002230*                                                                *
002240 1000-INITIALIZE.
002250     OPEN I-O SECURITY-DEPOSITS.
002260     IF SECDEP-STATUS NOT = '00'
002270        DISPLAY "NO SECURITY DEPOSIT FILE FOUND -- " SECDEP
002280        MOVE 'Y' TO WS-EOF-SWITCH
002290        GO TO 1000-EXIT
002300     END-IF.
002310     OPEN INPUT ACCOUNT-MASTER.
002320     IF ACCTMSTR-STATUS NOT = '00'
002330        DISPLAY "ACCOUNT MASTER NOT AVAILABLE -- REVIEW NOT RUN"
002340        CLOSE SECURITY-DEPOSITS
002350        MOVE "FILE" TO WS-RC-CODE
002360        MOVE 8 TO RETURN-CODE
002370        MOVE 'Y' TO WS-EOF-SWITCH
002380        GO TO 1000-EXIT
002390     END-IF.
002400     OPEN INPUT OPEN-ITEMS.
002410     IF OPENITEM-STATUS = '00'
002420        MOVE 'Y' TO WS-ITEMS-OPEN-SWITCH
002430     ELSE
002440        DISPLAY "WARNING -- OPEN ITEMS NOT AVAILABLE, "
002450        DISPLAY "PAST-DUE CHECK IS SKIPPED"
002460     END-IF.
002470     OPEN INPUT TRANSACTIONS-INDEX.
002480     IF TXIDX-STATUS = '00'
002490        MOVE 'Y' TO WS-INDEX-OPEN-SWITCH
002500     ELSE
002510        DISPLAY "WARNING -- TRANSACTION INDEX NOT AVAILABLE, "
002520        DISPLAY "LATE-FEE CHECK IS SKIPPED"
002530     END-IF.
002540     MOVE 'N' TO WS-SPOOL-FUNCTION.
002550     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002560          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002570          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002580          WS-SPOOL-MEMBER-NAME.
002590     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002600     OPEN OUTPUT REPORT-FILE.
002610     MOVE WS-TODAY-8 TO WS-HL-DATE.
002620     WRITE REPORT-LINE FROM WS-HEADING-LINE.
002622     IF WS-DATE-OVERRIDDEN
002624        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
002626        ADD 1 TO WS-SPOOL-LINE-COUNT
002628     END-IF.
002630     MOVE SPACES TO REPORT-LINE.
002640     WRITE REPORT-LINE.
002650     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
002660     ADD 3 TO WS-SPOOL-LINE-COUNT.
002670 1000-EXIT.
002680     EXIT.
002690
002700*                                                                *
002710*   2000-REVIEW-ONE-DEPOSIT -- RELEASE IT OR KEEP IT, AND SAY    *
002720*   WHICH ON THE REGISTER                                        *
002730*                                                                *
002740 2000-REVIEW-ONE-DEPOSIT.
002750     READ SECURITY-DEPOSITS NEXT RECORD
002760         AT END
002770            MOVE 'Y' TO WS-EOF-SWITCH
002780            GO TO 2000-EXIT
002790     END-READ.
002800     IF NOT SD-DEPOSIT-HELD
002810        GO TO 2000-EXIT
002820     END-IF.
002830     ADD 1 TO WS-HELD-COUNT.
002840     MOVE SD-ACCOUNT-ID TO AM-ACCOUNT-ID.
002850     READ ACCOUNT-MASTER
002860         INVALID KEY
002870            MOVE "KEPT -- ACCOUNT NOT ON MASTER" TO WS-ACTION
002880            GO TO 2000-KEEP
002890     END-READ.
002900     IF AM-ACCOUNT-CLOSED
002910        SET SD-DEPOSIT-APPLY-DUE TO TRUE
002920        MOVE "TO BE APPLIED -- ACCOUNT CLOSED" TO WS-ACTION
002930        GO TO 2000-RELEASE
002940     END-IF.
002950     IF SD-RECEIVED-DATE > WS-YEAR-AGO-8
002960        MOVE "KEPT -- HELD UNDER TWELVE MONTHS" TO WS-ACTION
002970        GO TO 2000-KEEP
002980     END-IF.
002990     PERFORM 3000-SCAN-OPEN-ITEMS THRU 3000-EXIT.
003000     IF WS-PAST-DUE
003010        MOVE "KEPT -- PAST-DUE ITEM OPEN" TO WS-ACTION
003020        GO TO 2000-KEEP
003030     END-IF.
003040     PERFORM 4000-SCAN-FEES THRU 4000-EXIT.
003050     IF WS-LATE-FEE
003060        MOVE "KEPT -- FINANCE CHARGE IN LAST YEAR" TO WS-ACTION
003070        GO TO 2000-KEEP
003080     END-IF.
003090     IF WS-NSF-FEE
003100        MOVE "KEPT -- NSF FEE IN LAST YEAR" TO WS-ACTION
003110        GO TO 2000-KEEP
003120     END-IF.
003130     SET SD-DEPOSIT-REFUND-DUE TO TRUE.
003140     MOVE "RELEASED FOR REFUND" TO WS-ACTION.
003150 2000-RELEASE.
003160     MOVE WS-TODAY-8 TO SD-RELEASE-DATE.
003170     REWRITE SECURITY-DEPOSIT-STRUCTURE
003180         INVALID KEY
003190            MOVE "KEPT -- CANNOT UPDATE DEPOSIT" TO WS-ACTION
003200            GO TO 2000-KEEP
003210     END-REWRITE.
003220     IF SD-DEPOSIT-APPLY-DUE
003230        ADD 1 TO WS-APPLY-COUNT
003240     ELSE
003250        ADD 1 TO WS-REFUND-COUNT
003260     END-IF.
003270     GO TO 2000-LIST.
003280 2000-KEEP.
003290     ADD 1 TO WS-KEPT-COUNT.
003300 2000-LIST.
003310     MOVE SD-ACCOUNT-ID      TO WS-DL-ACCOUNT.
003320     MOVE SD-DEPOSIT-SEQ     TO WS-DL-SEQ.
003330     MOVE SD-COMPANY-CODE    TO WS-DL-COMPANY.
003340     MOVE SD-RECEIVED-DATE   TO WS-DL-RECEIVED.
003350     COMPUTE WS-DL-AMOUNT =
003360        SD-DEPOSIT-AMOUNT + SD-ACCRUED-INTEREST.
003370     MOVE WS-ACTION          TO WS-DL-ACTION.
003380     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003390     ADD 1 TO WS-SPOOL-LINE-COUNT.
003400 2000-EXIT.
003410     EXIT.
003420
003430*                                                                *
003440*   3000-SCAN-OPEN-ITEMS -- ANY UNPAID ITEM PAST ITS DUE DATE    *
003450*   (ITEM DATE + 30 FOR AN OLDER ITEM WITH NONE)                 *
003460*                                                                *
003470 3000-SCAN-OPEN-ITEMS.
003480     MOVE 'N' TO WS-PAST-DUE-SWITCH.
003490     IF NOT WS-ITEMS-OPEN
003500        GO TO 3000-EXIT
003510     END-IF.
003520     MOVE LOW-VALUES TO OI-ITEM-KEY.
003530     MOVE SD-ACCOUNT-ID TO OI-ITEM-KEY (1:7).
003540     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
003550         INVALID KEY
003560            GO TO 3000-EXIT
003570     END-START.
003580     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
003590     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
003600             UNTIL WS-ITEM-EOF OR WS-PAST-DUE.
003610 3000-EXIT.
003620     EXIT.
003630
003640 3100-CHECK-ONE-ITEM.
003650     READ OPEN-ITEMS NEXT RECORD
003660         AT END
003670            MOVE 'Y' TO WS-ITEM-EOF-SWITCH
003680            GO TO 3100-EXIT
003690     END-READ.
003700     IF OI-ACCOUNT-ID NOT = SD-ACCOUNT-ID
003710        MOVE 'Y' TO WS-ITEM-EOF-SWITCH
003720        GO TO 3100-EXIT
003730     END-IF.
003740     IF OI-ITEM-PAID OR OI-ITEM-WRITTEN-OFF OR OI-ITEM-DISPUTED
003750        OR OI-REMAINING-AMOUNT = ZERO
003760        GO TO 3100-EXIT
003770     END-IF.
003780     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > ZERO
003790        IF OI-DUE-DATE < WS-TODAY-8
003800           MOVE 'Y' TO WS-PAST-DUE-SWITCH
003810        END-IF
003820     ELSE
003830        IF FUNCTION INTEGER-OF-DATE(OI-ITEM-DATE) + 30
003840           < FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
003850           MOVE 'Y' TO WS-PAST-DUE-SWITCH
003860        END-IF
003870     END-IF.
003880 3100-EXIT.
003890     EXIT.
003900
003910*                                                                *
003920*   4000-SCAN-FEES -- A FINANCE CHARGE OR NSF FEE POSTED TO THE  *
003930*   ACCOUNT IN THE LAST TWELVE MONTHS                            *
003940*                                                                *
003950 4000-SCAN-FEES.
003960     MOVE 'N' TO WS-LATE-FEE-SWITCH WS-NSF-FEE-SWITCH.
003970     IF NOT WS-INDEX-OPEN
003980        GO TO 4000-EXIT
003990     END-IF.
004000     MOVE LOW-VALUES TO TX-ACCT-KEY.
004010     MOVE SD-ACCOUNT-ID TO TX-ACCT-KEY (1:7).
004020     START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
004030         INVALID KEY
004040            GO TO 4000-EXIT
004050     END-START.
004060     MOVE 'N' TO WS-IDX-EOF-SWITCH.
004070     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
004080             UNTIL WS-IDX-EOF.
004090 4000-EXIT.
004100     EXIT.
004110
004120 4100-CHECK-ONE-ENTRY.
004130     READ TRANSACTIONS-INDEX NEXT RECORD
004140         AT END
004150            MOVE 'Y' TO WS-IDX-EOF-SWITCH
004160            GO TO 4100-EXIT
004170     END-READ.
004180     IF TX-ACCOUNT-ID NOT = SD-ACCOUNT-ID
004190        MOVE 'Y' TO WS-IDX-EOF-SWITCH
004200        GO TO 4100-EXIT
004210     END-IF.
004220     IF NOT TX-DEBIT-TRANSACTION
004230        OR TX-TRANSACTION-DATE NOT > WS-YEAR-AGO-8
004240        GO TO 4100-EXIT
004250     END-IF.
004260     IF TX-DESC (1:14) = "FINANCE CHARGE"
004270        MOVE 'Y' TO WS-LATE-FEE-SWITCH
004280     END-IF.
004290     IF TX-DESC (1:7) = "NSF FEE"
004300        MOVE 'Y' TO WS-NSF-FEE-SWITCH
004310     END-IF.
004320 4100-EXIT.
004330     EXIT.
004340
004350*                                                                *
004360*   8000-FINISH -- TOTAL THE REGISTER AND REGISTER IT ON THE     *
004370*   SPOOL                                                        *
004380*                                                                *
004390 8000-FINISH.
004400     MOVE SPACES TO REPORT-LINE.
004410     WRITE REPORT-LINE.
004420     MOVE SPACES TO REPORT-LINE.
004430     STRING "REVIEWED: " WS-HELD-COUNT
004440            "  FOR REFUND: " WS-REFUND-COUNT
004450            "  TO APPLY: " WS-APPLY-COUNT
004460            "  KEPT: " WS-KEPT-COUNT
004470            DELIMITED BY SIZE INTO REPORT-LINE
004480     END-STRING.
004490     WRITE REPORT-LINE.
004500     ADD 2 TO WS-SPOOL-LINE-COUNT.
004510     CLOSE REPORT-FILE.
004520     MOVE 'R' TO WS-SPOOL-FUNCTION.
004530     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004540          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004550          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004560          WS-SPOOL-MEMBER-NAME.
004570     CLOSE SECURITY-DEPOSITS ACCOUNT-MASTER.
004580     IF WS-ITEMS-OPEN
004590        CLOSE OPEN-ITEMS
004600     END-IF.
004610     IF WS-INDEX-OPEN
004620        CLOSE TRANSACTIONS-INDEX
004630     END-IF.
004640 8000-EXIT.
004650     EXIT.
004660
004670 9999-EXIT.
004680     STOP RUN.
