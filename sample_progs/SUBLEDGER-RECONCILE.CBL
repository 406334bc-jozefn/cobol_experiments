000010******************************************************************
000020*                                                                *
000030*   SUBLEDGER-RECONCILE                                          *
000040*                                                                *
000050*   NIGHTLY RECONCILIATION OF THE OPEN-ITEMS SUBLEDGER TO THE    *
000060*   LEDGER AND THE ACCOUNT MASTER, BY ACCOUNT.  LEDGER-AUDIT-    *
000070*   REPORT PROVES THE RUNNING BALANCE CHAIN; THIS JOB PROVES     *
000080*   THAT WHAT IS STILL OPEN ON AN ACCOUNT'S ITEMS ADDS UP TO     *
000090*   THE BALANCE THE LEDGER SAYS IT OWES.  FOR EACH ACCOUNT IT    *
000100*   COMPARES:                                                    *
000110*                                                                *
000120*       - THE REMAINING AMOUNTS OF ITS OPEN AND PARTIAL ITEMS,   *
000130*         WITH AND WITHOUT THE DISPUTED ONES                     *
000140*       - THE END-BALANCE OF ITS LATEST TRANSACTIONS-INDEX       *
000150*         ENTRY                                                  *
000160*       - ITS TOTAL ON THE BASIS BALANCE-AGING-REPORT AGES (ALL  *
000170*         ITEMS NOT PAID AND NOT DISPUTED)                       *
000180*                                                                *
000190*   AND CHECKS THE ACCOUNT IS ON THE MASTER AND NOT CLOSED WITH  *
000200*   A BALANCE.  EVERY ACCOUNT THAT DISAGREES IS LISTED WITH THE  *
000210*   DIFFERENCE AND THE LAST UID THAT TOUCHED IT, FOLLOWED BY     *
000220*   CONTROL TOTALS FOR EACH COMPANY.  A CREDIT BALANCE WITH NO   *
000230*   OPEN ITEMS IS AN OVERPAYMENT LEDGER-POST LEFT ON ACCOUNT --  *
000240*   IT IS LISTED FOR INFORMATION BUT IS NOT A BREAK.  THE        *
000250*   SUSPENSE ACCOUNT (SUSPENSE-ACCOUNT= RUN PARM) IS A WASH      *
000260*   ACCOUNT AND IS LEFT OUT, AS IN LEDGER-AUDIT-REPORT.          *
000270*   COMPANY= LIMITS THE RUN TO ONE TRADING NAME.                 *
000280*                                                                *
000290*   RUNS AS THE NIGHTLY STEP AHEAD OF MONTHLY-STATEMENT.  ANY    *
000300*   BREAK ENDS THE RUN WITH RETURN CODE 8, SO NIGHTLY-SCHEDULER  *
000310*   STOPS THE CHAIN AND NO STATEMENT GOES OUT ON A SUBLEDGER     *
000320*   THAT DOES NOT AGREE WITH THE LEDGER.                         *
000330*                                                                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.      SUBLEDGER-RECONCILE.
000370 AUTHOR.          DATA PROCESSING.
000380 INSTALLATION.    ACCOUNTING SYSTEMS.
000390 DATE-WRITTEN.    10/15/2026.
000400 DATE-COMPILED.   10/15/2026.
000410*                                                                *
000420*   MODIFICATION HISTORY                                        *
000430*   ------------------------------------------------------------ *
000440*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000450*                                                                *
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL OPEN-ITEMS
000500            ASSIGN       TO  OPENITEM
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS OI-ITEM-KEY
000540            FILE STATUS  IS OPENITEM-STATUS.
000550
000560     SELECT OPTIONAL TRANSACTIONS-INDEX
000570            ASSIGN       TO  ACCTIDX
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE  IS DYNAMIC
000600            RECORD KEY   IS TX-ACCT-KEY
000610            FILE STATUS  IS TXIDX-STATUS.
000620
000630*   ACCOUNT MASTER -- READ FOR EACH ACCOUNT'S EXISTENCE AND STATUS
000640     SELECT OPTIONAL ACCOUNT-MASTER
000650            ASSIGN       TO  ACCTMSTR
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE  IS DYNAMIC
000680            RECORD KEY   IS AM-ACCOUNT-ID
000690            FILE STATUS  IS ACCTMSTR-STATUS.
000700
000710     SELECT OPTIONAL RUN-PARM-FILE
000720            ASSIGN       TO  RUNPARMS
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS  IS RUNPARM-STATUS.
000750
000760     SELECT REPORT-FILE
000770            ASSIGN       TO  REPORTOUT
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS  IS REPORT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  OPEN-ITEMS.
000840 01  OPEN-ITEM-STRUCTURE.
000850     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000860
000870 FD  TRANSACTIONS-INDEX.
000880 01  TRANSACTION-INDEX-STRUCTURE.
000890     COPY "TRANSACTION-INDEX-RECORD.CPY" REPLACING ==(TAG)==
000900          BY ==TX-==.
000910
000920 FD  ACCOUNT-MASTER.
000930 01  ACCOUNT-MASTER-STRUCTURE.
000940     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000950          BY ==AM-==.
000960
000970 FD  RUN-PARM-FILE
000980     RECORDING MODE IS F.
000990 01  RUN-PARM-LINE                PIC X(40).
001000
001010 FD  REPORT-FILE
001020     RECORDING MODE IS F.
001030 01  REPORT-LINE                  PIC X(100).
001040
001050 WORKING-STORAGE SECTION.
001060*                                                                *
001070*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001080*                                                                *
001090 01  OPENITEM                   PIC X(50)
001100     VALUE "/mnt/c/cobfiles\open-items.idx".
001110 01  ACCTIDX                    PIC X(50)
001120     VALUE "/mnt/c/cobfiles\transactions.idx".
001130 01  ACCTMSTR                   PIC X(50)
001140     VALUE "/mnt/c/cobfiles\account-master.idx".
001150 01  RUNPARMS                   PIC X(50)
001160     VALUE "ledger-run-parms.txt".
001170 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001180
001190 01  OPENITEM-STATUS            PIC X(02).
001200 01  TXIDX-STATUS               PIC X(02).
001210 01  ACCTMSTR-STATUS            PIC X(02).
001220 01  RUNPARM-STATUS             PIC X(02).
001230 01  REPORT-STATUS              PIC X(02).
001240
001250 01  WS-SWITCHES.
001260     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001270         88  WS-MASTER-OPEN                VALUE 'Y'.
001280     05  WS-ACCT-BREAK-SWITCH    PIC X(01) VALUE 'N'.
001290         88  WS-ACCT-BREAK                 VALUE 'Y'.
001300     05  WS-ACCT-CREDIT-SWITCH   PIC X(01) VALUE 'N'.
001310         88  WS-ACCT-CREDIT                VALUE 'Y'.
001312     05  WS-ACCT-MISSING-SWITCH  PIC X(01) VALUE 'N'.
001314         88  WS-ACCT-MISSING               VALUE 'Y'.
001320
001330 01  WS-TODAY-8                 PIC 9(08).
001340 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001350     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001360 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001370 01  WS-PARM-NAME               PIC X(20).
001380 01  WS-PARM-VALUE              PIC X(20).
001390*   COMPANY= LIMITS THE RUN TO ONE TRADING NAME; BLANK RECONCILES
001400*   BOTH.  A BLANK COMPANY CODE COUNTS AS "01".
001410 01  WS-SELECT-COMPANY          PIC X(02) VALUE SPACES.
001420*   THE DESIGNATED SUSPENSE ACCOUNT (SEE LOCKBOX-IMPORT) -- A
001430*   WASH ACCOUNT WITH NO OPEN ITEMS BEHIND IT.
001440 01  WS-SUSPENSE-ACCOUNT        PIC 9(07) VALUE 9999999.
001450
001460*                                                                *
001470*   MERGE KEYS -- THE NEXT ACCOUNT WAITING ON EACH FILE.  BOTH   *
001480*   FILES ARE KEYED ACCOUNT-ID THEN UID, SO THEY ARE WALKED      *
001490*   TOGETHER ONE ACCOUNT AT A TIME.  99999999 MARKS END OF FILE  *
001500*   (ABOVE ANY SEVEN-DIGIT ACCOUNT, THE SUSPENSE ACCOUNT         *
001510*   INCLUDED).                                                   *
001520*                                                                *
001530 01  WS-OI-NEXT-ACCOUNT         PIC 9(08) VALUE ZERO.
001540 01  WS-TX-NEXT-ACCOUNT         PIC 9(08) VALUE ZERO.
001550 01  WS-END-OF-FILE-KEY         PIC 9(08) VALUE 99999999.
001560 01  WS-CURRENT-ACCOUNT         PIC 9(08) VALUE ZERO.
001570
001580*                                                                *
001590*   ONE ACCOUNT'S FIGURES                                        *
001600*                                                                *
001610 01  WS-ACCT-FIELDS.
001620     05  WS-ACCT-OPEN-TOTAL      PIC 9(11)V9(02).
001630     05  WS-ACCT-DISPUTED        PIC 9(11)V9(02).
001640     05  WS-ACCT-UNDISPUTED      PIC 9(11)V9(02).
001650     05  WS-ACCT-AGING-TOTAL     PIC 9(11)V9(02).
001660     05  WS-ACCT-LEDGER-BALANCE  PIC S9(11)V9(02).
001670     05  WS-ACCT-DIFFERENCE      PIC S9(11)V9(02).
001680     05  WS-ACCT-LAST-UID        PIC 9(09).
001690     05  WS-ACCT-LEDGER-COMPANY  PIC X(02).
001700     05  WS-ACCT-ITEM-COMPANY    PIC X(02).
001710     05  WS-ACCT-COMPANY         PIC X(02).
001720     05  WS-ACCT-ITEM-COUNT      PIC 9(05).
001730     05  WS-ACCT-LEDGER-COUNT    PIC 9(07).
001740
001750*                                                                *
001760*   CONTROL TOTALS, ONE ENTRY PER COMPANY (01 AND 02, THE SAME   *
001770*   SHAPE AS THE RECURRING-BILLING BATCH TABLE)                  *
001780*                                                                *
001790 01  WS-CO-SUB                   PIC 9(01).
001800 01  WS-CO-TABLE.
001810     05  WS-CO-ENTRY OCCURS 2 TIMES.
001820         10  WS-CO-ACCOUNTS       PIC 9(07).
001830         10  WS-CO-BREAKS         PIC 9(07).
001840         10  WS-CO-CREDITS        PIC 9(07).
001850         10  WS-CO-OPEN-TOTAL     PIC 9(11)V9(02).
001860         10  WS-CO-DISPUTED       PIC 9(11)V9(02).
001870         10  WS-CO-UNDISPUTED     PIC 9(11)V9(02).
001880         10  WS-CO-AGING-TOTAL    PIC 9(11)V9(02).
001890         10  WS-CO-LEDGER-TOTAL   PIC S9(11)V9(02).
001900         10  WS-CO-CREDIT-TOTAL   PIC S9(11)V9(02).
001910         10  WS-CO-BREAK-DIFF     PIC S9(11)V9(02).
001920 01  WS-RPT-COMPANY              PIC X(02).
001930 01  WS-BREAK-COUNT              PIC 9(07) VALUE ZERO.
001940 01  WS-ACCOUNT-COUNT            PIC 9(07) VALUE ZERO.
001950
001960 01  WS-RC-FUNCTION             PIC X(01).
001970 01  WS-RC-JOB-NAME             PIC X(20)
001980     VALUE "SUBLEDGER-RECONCILE".
001990 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002000 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002010 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002020
002030*                                                                *
002040*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
002050*                                                                *
002060 01  WS-SPOOL-FUNCTION          PIC X(01).
002070 01  WS-SPOOL-REPORT-NAME       PIC X(20)
002080     VALUE "subledger-recon".
002090 01  WS-SPOOL-JOB-NAME          PIC X(20)
002100     VALUE "SUBLEDGER-RECONCILE".
002110 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002120 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002130 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002140 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
002150
002160*                                                                *
002170*   REPORT LINES                                                 *
002180*                                                                *
002190 01  WS-HEADING-LINE.
002200     05  FILLER                  PIC X(11) VALUE "ACCOUNT CO ".
002210     05  FILLER                  PIC X(16) VALUE
002220         "      OPEN ITEMS".
002230     05  FILLER                  PIC X(15) VALUE
002240         "       DISPUTED".
002250     05  FILLER                  PIC X(16) VALUE
002260         "  LEDGER BALANCE".
002270     05  FILLER                  PIC X(15) VALUE
002280         "    AGING TOTAL".
002290     05  FILLER                  PIC X(16) VALUE
002300         "      DIFFERENCE".
002310     05  FILLER                  PIC X(11) VALUE
002320         "   LAST UID".
002330 01  WS-DETAIL-LINE.
002340     05  WS-DL-ACCOUNT           PIC 9(07).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  WS-DL-COMPANY           PIC X(02).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  WS-DL-OPEN              PIC ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WS-DL-DISPUTED          PIC ZZZ,ZZZ,ZZ9.99.
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  WS-DL-LEDGER            PIC ZZZ,ZZZ,ZZ9.99-.
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  WS-DL-AGING             PIC ZZZ,ZZZ,ZZ9.99.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  WS-DL-DIFFERENCE        PIC ZZZ,ZZZ,ZZ9.99-.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  WS-DL-LAST-UID          PIC 9(09).
002485 01  WS-NOTE-LINE.
002486     05  FILLER                  PIC X(10) VALUE SPACES.
002487     05  WS-NL-TEXT              PIC X(60).
002490 01  WS-AMOUNT-LINE.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-AL-LABEL             PIC X(40).
002520     05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002530 01  WS-COUNT-LINE.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-CL-LABEL             PIC X(40).
002560     05  FILLER                  PIC X(11) VALUE SPACES.
002570     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
002580
002590 PROCEDURE DIVISION.
002600*                                                                *
002610*   0000-MAINLINE                                               *
002620*                                                                *
002630 0000-MAINLINE.
002640     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002650          WS-OVERRIDE-MARK.
002660     MOVE 'S' TO WS-RC-FUNCTION.
002670     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002680          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002690          WS-RC-CODE.
002700     INITIALIZE WS-CO-TABLE.
002710     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002720     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002730     PERFORM 3000-START-REPORT THRU 3000-EXIT.
002740     PERFORM 4000-RECONCILE-ACCOUNT THRU 4000-EXIT
002750             UNTIL WS-OI-NEXT-ACCOUNT = WS-END-OF-FILE-KEY
002760               AND WS-TX-NEXT-ACCOUNT = WS-END-OF-FILE-KEY.
002770     PERFORM 5000-FINISH-REPORT THRU 5000-EXIT.
002780     PERFORM 2900-CLOSE-FILES THRU 2900-EXIT.
002790     IF WS-BREAK-COUNT > ZERO
002800        MOVE "OOB " TO WS-RC-CODE
002810        MOVE 8 TO RETURN-CODE
002820     END-IF.
002830     MOVE 'E' TO WS-RC-FUNCTION.
002840     MOVE WS-ACCOUNT-COUNT TO WS-RC-READ.
002850     MOVE WS-BREAK-COUNT TO WS-RC-WRITTEN.
002860     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002870          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002880          WS-RC-CODE.
002890     DISPLAY "SUBLEDGER-RECONCILE RUN COMPLETE".
002900     DISPLAY "ACCOUNTS RECONCILED:  " WS-ACCOUNT-COUNT.
002910     DISPLAY "ACCOUNTS OUT OF BAL:  " WS-BREAK-COUNT.
002920     IF WS-BREAK-COUNT > ZERO
002930        DISPLAY "WARNING -- OPEN ITEMS DO NOT AGREE WITH THE "
002940                "LEDGER -- STATEMENTS ARE HELD"
002950     END-IF.
002960     GO TO 9999-EXIT.
002970
002980*                                                                *
002990*   1000-READ-RUN-PARMS -- SUSPENSE-ACCOUNT= AND COMPANY= IN THE *
003000*   SHARED LEDGER RUN PARAMETER FILE                             *
003010*                                                                *
003020 1000-READ-RUN-PARMS.
003030     OPEN INPUT RUN-PARM-FILE.
003040     IF RUNPARM-STATUS NOT = '00'
003050        GO TO 1000-EXIT
003060     END-IF.
003070     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
003080             UNTIL RUNPARM-STATUS NOT = '00'.
003090     CLOSE RUN-PARM-FILE.
003100 1000-EXIT.
003110     EXIT.
003120
003130 1050-READ-ONE-PARM.
003140     READ RUN-PARM-FILE
003150         AT END
003160            MOVE '10' TO RUNPARM-STATUS
003170            GO TO 1050-EXIT
003180     END-READ.
003190     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003200     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003210         INTO WS-PARM-NAME, WS-PARM-VALUE
003220     END-UNSTRING.
003230     IF WS-PARM-NAME = "SUSPENSE-ACCOUNT"
003240        AND WS-PARM-VALUE (1:7) NUMERIC
003250        MOVE WS-PARM-VALUE (1:7) TO WS-SUSPENSE-ACCOUNT
003260     END-IF.
003270     IF WS-PARM-NAME = "COMPANY"
003280        AND (WS-PARM-VALUE (1:2) = "01"
003290             OR WS-PARM-VALUE (1:2) = "02")
003300        MOVE WS-PARM-VALUE (1:2) TO WS-SELECT-COMPANY
003310     END-IF.
003320 1050-EXIT.
003330     EXIT.
003340
003350*                                                                *
003360*   2000-OPEN-FILES -- POSITION BOTH KEYED FILES AT THEIR FIRST  *
003370*   ACCOUNT.  A MISSING FILE READS AS EMPTY; A MISSING MASTER    *
003380*   SKIPS THE MASTER CHECKS.                                     *
003390*                                                                *
003400 2000-OPEN-FILES.
003410     MOVE WS-END-OF-FILE-KEY TO WS-OI-NEXT-ACCOUNT.
003420     MOVE WS-END-OF-FILE-KEY TO WS-TX-NEXT-ACCOUNT.
003430     OPEN INPUT ACCOUNT-MASTER.
003440     IF ACCTMSTR-STATUS = '00'
003450        MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
003460     ELSE
003470        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
003480        DISPLAY "MASTER CHECKS ARE SKIPPED"
003490     END-IF.
003500     OPEN INPUT OPEN-ITEMS.
003510     IF OPENITEM-STATUS NOT = '00'
003520        DISPLAY "NO OPEN ITEMS FILE FOUND -- " OPENITEM
003530     ELSE
003540        MOVE LOW-VALUES TO OI-ITEM-KEY
003550        START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
003560            INVALID KEY
003570               CONTINUE
003580            NOT INVALID KEY
003590               PERFORM 2100-READ-ITEM THRU 2100-EXIT
003600        END-START
003610     END-IF.
003620     OPEN INPUT TRANSACTIONS-INDEX.
003630     IF TXIDX-STATUS NOT = '00'
003640        DISPLAY "NO TRANSACTIONS INDEX FOUND -- " ACCTIDX
003650     ELSE
003660        MOVE LOW-VALUES TO TX-ACCT-KEY
003670        START TRANSACTIONS-INDEX KEY IS >= TX-ACCT-KEY
003680            INVALID KEY
003690               CONTINUE
003700            NOT INVALID KEY
003710               PERFORM 2200-READ-LEDGER-ENTRY THRU 2200-EXIT
003720        END-START
003730     END-IF.
003740 2000-EXIT.
003750     EXIT.
003760
003770 2100-READ-ITEM.
003780     READ OPEN-ITEMS NEXT RECORD
003790         AT END
003800            MOVE WS-END-OF-FILE-KEY TO WS-OI-NEXT-ACCOUNT
003810            GO TO 2100-EXIT
003820     END-READ.
003830     MOVE OI-ACCOUNT-ID TO WS-OI-NEXT-ACCOUNT.
003840 2100-EXIT.
003850     EXIT.
003860
003870 2200-READ-LEDGER-ENTRY.
003880     READ TRANSACTIONS-INDEX NEXT RECORD
003890         AT END
003900            MOVE WS-END-OF-FILE-KEY TO WS-TX-NEXT-ACCOUNT
003910            GO TO 2200-EXIT
003920     END-READ.
003930     MOVE TX-ACCOUNT-ID TO WS-TX-NEXT-ACCOUNT.
003940 2200-EXIT.
003950     EXIT.
003960
003970 2900-CLOSE-FILES.
003980     IF OPENITEM-STATUS NOT = '35'
003990        CLOSE OPEN-ITEMS
004000     END-IF.
004010     IF TXIDX-STATUS NOT = '35'
004020        CLOSE TRANSACTIONS-INDEX
004030     END-IF.
004040     IF WS-MASTER-OPEN
004050        CLOSE ACCOUNT-MASTER
004060     END-IF.
004070 2900-EXIT.
004080     EXIT.
004090
004100*                                                                *
004110*   3000-START-REPORT                                            *
004120*                                                                *
004130 3000-START-REPORT.
004140     MOVE 'N' TO WS-SPOOL-FUNCTION.
004150     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004160          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004170          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004180          WS-SPOOL-MEMBER-NAME.
004190     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
004200     OPEN OUTPUT REPORT-FILE.
004210     MOVE SPACES TO REPORT-LINE.
004220     STRING "SUBLEDGER RECONCILIATION -- OPEN ITEMS TO LEDGER"
004230            "   RUN DATE " WS-TODAY-8
004240            DELIMITED BY SIZE INTO REPORT-LINE
004250     END-STRING.
004260     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004270     IF WS-DATE-OVERRIDDEN
004280        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004290        PERFORM 5900-PUT-LINE THRU 5900-EXIT
004300     END-IF.
004310     IF WS-SELECT-COMPANY NOT = SPACES
004320        STRING "COMPANY " WS-SELECT-COMPANY " ONLY"
004330               DELIMITED BY SIZE INTO REPORT-LINE
004340        END-STRING
004350        PERFORM 5900-PUT-LINE THRU 5900-EXIT
004360     END-IF.
004370     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004380     MOVE WS-HEADING-LINE TO REPORT-LINE.
004390     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004400 3000-EXIT.
004410     EXIT.
004420
004430*                                                                *
004440*   4000-RECONCILE-ACCOUNT -- TAKE THE LOWER OF THE TWO WAITING  *
004450*   ACCOUNTS, GATHER ITS ITEMS AND ITS LEDGER ENTRIES, AND       *
004460*   COMPARE                                                      *
004470*                                                                *
004480 4000-RECONCILE-ACCOUNT.
004490     IF WS-OI-NEXT-ACCOUNT < WS-TX-NEXT-ACCOUNT
004500        MOVE WS-OI-NEXT-ACCOUNT TO WS-CURRENT-ACCOUNT
004510     ELSE
004520        MOVE WS-TX-NEXT-ACCOUNT TO WS-CURRENT-ACCOUNT
004530     END-IF.
004540     INITIALIZE WS-ACCT-FIELDS.
004550     PERFORM 4100-TAKE-ITEM THRU 4100-EXIT
004560             UNTIL WS-OI-NEXT-ACCOUNT NOT = WS-CURRENT-ACCOUNT.
004570     PERFORM 4200-TAKE-LEDGER-ENTRY THRU 4200-EXIT
004580             UNTIL WS-TX-NEXT-ACCOUNT NOT = WS-CURRENT-ACCOUNT.
004590     IF WS-CURRENT-ACCOUNT = WS-SUSPENSE-ACCOUNT
004600        GO TO 4000-EXIT
004610     END-IF.
004620*   THE LATEST LEDGER ENTRY NAMES THE COMPANY; AN ACCOUNT WITH
004630*   ITEMS BUT NO LEDGER ENTRIES TAKES ITS ITEMS' COMPANY.
004640     IF WS-ACCT-LEDGER-COUNT > ZERO
004650        MOVE WS-ACCT-LEDGER-COMPANY TO WS-ACCT-COMPANY
004660     ELSE
004670        MOVE WS-ACCT-ITEM-COMPANY TO WS-ACCT-COMPANY
004680     END-IF.
004690     IF WS-ACCT-COMPANY = SPACES
004700        MOVE "01" TO WS-ACCT-COMPANY
004710     END-IF.
004720     IF WS-SELECT-COMPANY NOT = SPACES
004730        AND WS-ACCT-COMPANY NOT = WS-SELECT-COMPANY
004740        GO TO 4000-EXIT
004750     END-IF.
004760     IF WS-ACCT-COMPANY = "02"
004770        MOVE 2 TO WS-CO-SUB
004780     ELSE
004790        MOVE 1 TO WS-CO-SUB
004800     END-IF.
004810     PERFORM 4300-CHECK-ACCOUNT THRU 4300-EXIT.
004820 4000-EXIT.
004830     EXIT.
004840
004850*                                                                *
004860*   4100-TAKE-ITEM -- AN OPEN OR PARTIAL ITEM COUNTS TOWARD THE  *
004870*   OPEN-ITEM TOTAL.  THE AGING TOTAL IS BUILT ON                *
004880*   BALANCE-AGING-REPORT'S OWN TEST (NOT PAID, NOT DISPUTED),    *
004890*   SO A CLOSED ITEM STILL CARRYING A REMAINING AMOUNT SHOWS     *
004900*   AS AN AGING DIFFERENCE.                                      *
004910*                                                                *
004920 4100-TAKE-ITEM.
004930     ADD 1 TO WS-ACCT-ITEM-COUNT.
004940     MOVE OI-UID TO WS-ACCT-LAST-UID.
004950     MOVE OI-COMPANY-CODE TO WS-ACCT-ITEM-COMPANY.
004960     IF NOT OI-ITEM-PAID
004970        AND NOT OI-ITEM-WRITTEN-OFF
004980        ADD OI-REMAINING-AMOUNT TO WS-ACCT-OPEN-TOTAL
004990        IF OI-ITEM-DISPUTED
005000           ADD OI-REMAINING-AMOUNT TO WS-ACCT-DISPUTED
005010        ELSE
005020           ADD OI-REMAINING-AMOUNT TO WS-ACCT-UNDISPUTED
005030        END-IF
005040     END-IF.
005050     IF NOT OI-ITEM-PAID
005060        AND NOT OI-ITEM-DISPUTED
005070        ADD OI-REMAINING-AMOUNT TO WS-ACCT-AGING-TOTAL
005080     END-IF.
005090     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
005100 4100-EXIT.
005110     EXIT.
005120
005130*                                                                *
005140*   4200-TAKE-LEDGER-ENTRY -- ENTRIES COME IN POSTED ORDER, SO   *
005150*   THE LAST ONE READ CARRIES THE CURRENT END-BALANCE AND THE    *
005160*   LAST UID THAT TOUCHED THE ACCOUNT                            *
005170*                                                                *
005180 4200-TAKE-LEDGER-ENTRY.
005190     ADD 1 TO WS-ACCT-LEDGER-COUNT.
005200     MOVE TX-END-BALANCE TO WS-ACCT-LEDGER-BALANCE.
005210     MOVE TX-UID TO WS-ACCT-LAST-UID.
005220     MOVE TX-COMPANY-CODE TO WS-ACCT-LEDGER-COMPANY.
005230     PERFORM 2200-READ-LEDGER-ENTRY THRU 2200-EXIT.
005240 4200-EXIT.
005250     EXIT.
005260
005270*                                                                *
005280*   4300-CHECK-ACCOUNT -- ADD TO THE CONTROL TOTALS AND LIST THE *
005290*   ACCOUNT IF ANY OF ITS FIGURES DISAGREE                       *
005300*                                                                *
005310 4300-CHECK-ACCOUNT.
005320     ADD 1 TO WS-ACCOUNT-COUNT.
005330     ADD 1 TO WS-CO-ACCOUNTS (WS-CO-SUB).
005340     ADD WS-ACCT-OPEN-TOTAL     TO WS-CO-OPEN-TOTAL (WS-CO-SUB).
005350     ADD WS-ACCT-DISPUTED       TO WS-CO-DISPUTED (WS-CO-SUB).
005360     ADD WS-ACCT-UNDISPUTED     TO WS-CO-UNDISPUTED (WS-CO-SUB).
005370     ADD WS-ACCT-AGING-TOTAL    TO WS-CO-AGING-TOTAL (WS-CO-SUB).
005380     ADD WS-ACCT-LEDGER-BALANCE TO WS-CO-LEDGER-TOTAL (WS-CO-SUB).
005390     MOVE 'N' TO WS-ACCT-BREAK-SWITCH.
005400     MOVE 'N' TO WS-ACCT-CREDIT-SWITCH.
005410     COMPUTE WS-ACCT-DIFFERENCE =
005420        WS-ACCT-OPEN-TOTAL - WS-ACCT-LEDGER-BALANCE.
005430*   AN OVERPAYMENT CLOSES EVERY ITEM AND LEAVES THE CREDIT ON THE
005440*   LEDGER -- THAT IS THE ONE DIFFERENCE THAT IS NOT A BREAK.
005450     IF WS-ACCT-LEDGER-BALANCE < ZERO
005460        AND WS-ACCT-OPEN-TOTAL = ZERO
005470        MOVE 'Y' TO WS-ACCT-CREDIT-SWITCH
005480        ADD 1 TO WS-CO-CREDITS (WS-CO-SUB)
005490        ADD WS-ACCT-LEDGER-BALANCE
005495           TO WS-CO-CREDIT-TOTAL (WS-CO-SUB)
005500     ELSE
005510        IF WS-ACCT-DIFFERENCE NOT = ZERO
005520           MOVE 'Y' TO WS-ACCT-BREAK-SWITCH
005530        END-IF
005540     END-IF.
005550     IF WS-ACCT-AGING-TOTAL NOT = WS-ACCT-UNDISPUTED
005560        MOVE 'Y' TO WS-ACCT-BREAK-SWITCH
005570     END-IF.
005580     IF WS-MASTER-OPEN
005590        PERFORM 4400-CHECK-MASTER THRU 4400-EXIT
005600     END-IF.
005610     IF NOT WS-ACCT-BREAK
005620        AND NOT WS-ACCT-CREDIT
005630        GO TO 4300-EXIT
005640     END-IF.
005650     MOVE WS-CURRENT-ACCOUNT     TO WS-DL-ACCOUNT.
005660     MOVE WS-ACCT-COMPANY        TO WS-DL-COMPANY.
005670     MOVE WS-ACCT-OPEN-TOTAL     TO WS-DL-OPEN.
005680     MOVE WS-ACCT-DISPUTED       TO WS-DL-DISPUTED.
005690     MOVE WS-ACCT-LEDGER-BALANCE TO WS-DL-LEDGER.
005700     MOVE WS-ACCT-AGING-TOTAL    TO WS-DL-AGING.
005710     MOVE WS-ACCT-DIFFERENCE     TO WS-DL-DIFFERENCE.
005720     MOVE WS-ACCT-LAST-UID       TO WS-DL-LAST-UID.
005730     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005740     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005750     IF NOT WS-ACCT-BREAK
005760        MOVE "CREDIT BALANCE -- NO OPEN ITEMS (NOT A BREAK)"
005770           TO WS-NL-TEXT
005780        PERFORM 5600-PUT-NOTE-LINE THRU 5600-EXIT
005790        GO TO 4300-EXIT
005800     END-IF.
005810     ADD 1 TO WS-BREAK-COUNT.
005820     ADD 1 TO WS-CO-BREAKS (WS-CO-SUB).
005830     ADD WS-ACCT-DIFFERENCE TO WS-CO-BREAK-DIFF (WS-CO-SUB).
005840     IF WS-ACCT-DIFFERENCE NOT = ZERO
005850        AND NOT WS-ACCT-CREDIT
005860        MOVE "OPEN ITEMS DO NOT ADD UP TO THE LEDGER BALANCE"
005870           TO WS-NL-TEXT
005880        PERFORM 5600-PUT-NOTE-LINE THRU 5600-EXIT
005890     END-IF.
005900     IF WS-ACCT-AGING-TOTAL NOT = WS-ACCT-UNDISPUTED
005910        MOVE "AGING TOTAL DOES NOT AGREE WITH THE OPEN ITEMS"
005920           TO WS-NL-TEXT
005930        PERFORM 5600-PUT-NOTE-LINE THRU 5600-EXIT
005940     END-IF.
005950     IF WS-MASTER-OPEN
005960        PERFORM 4500-REPORT-MASTER THRU 4500-EXIT
005970     END-IF.
005980 4300-EXIT.
005990     EXIT.
006000
006010*                                                                *
006020*   4400-CHECK-MASTER -- THE ACCOUNT MUST BE ON THE MASTER, AND  *
006030*   A CLOSED ACCOUNT MUST CARRY NOTHING                          *
006040*                                                                *
006050 4400-CHECK-MASTER.
006055     MOVE 'N' TO WS-ACCT-MISSING-SWITCH.
006060     MOVE WS-CURRENT-ACCOUNT TO AM-ACCOUNT-ID.
006070     READ ACCOUNT-MASTER
006080         INVALID KEY
006090            MOVE 'Y' TO WS-ACCT-BREAK-SWITCH
006100            MOVE 'Y' TO WS-ACCT-MISSING-SWITCH
006110            GO TO 4400-EXIT
006120     END-READ.
006130     IF AM-ACCOUNT-CLOSED
006140        AND (WS-ACCT-OPEN-TOTAL NOT = ZERO
006150             OR WS-ACCT-LEDGER-BALANCE NOT = ZERO)
006160        MOVE 'Y' TO WS-ACCT-BREAK-SWITCH
006170     END-IF.
006180 4400-EXIT.
006190     EXIT.
006200
006210 4500-REPORT-MASTER.
006220     IF WS-ACCT-MISSING
006230        MOVE "ACCOUNT IS NOT ON THE ACCOUNT MASTER"
006240           TO WS-NL-TEXT
006250        PERFORM 5600-PUT-NOTE-LINE THRU 5600-EXIT
006260        GO TO 4500-EXIT
006270     END-IF.
006280     IF AM-ACCOUNT-CLOSED
006290        AND (WS-ACCT-OPEN-TOTAL NOT = ZERO
006300             OR WS-ACCT-LEDGER-BALANCE NOT = ZERO)
006310        MOVE "ACCOUNT IS CLOSED BUT CARRIES A BALANCE"
006320           TO WS-NL-TEXT
006330        PERFORM 5600-PUT-NOTE-LINE THRU 5600-EXIT
006340     END-IF.
006350 4500-EXIT.
006360     EXIT.
006370
006380*                                                                *
006390*   5000-FINISH-REPORT -- CONTROL TOTALS FOR EACH COMPANY        *
006400*                                                                *
006410 5000-FINISH-REPORT.
006420     IF WS-BREAK-COUNT = ZERO
006430        PERFORM 5900-PUT-LINE THRU 5900-EXIT
006440        MOVE "NO BREAKS FOUND -- OPEN ITEMS AGREE WITH THE LEDGER"
006450           TO REPORT-LINE
006460        PERFORM 5900-PUT-LINE THRU 5900-EXIT
006470     END-IF.
006480     PERFORM 5100-REPORT-ONE-COMPANY THRU 5100-EXIT
006490             VARYING WS-CO-SUB FROM 1 BY 1
006500             UNTIL WS-CO-SUB > 2.
006510     CLOSE REPORT-FILE.
006520     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
006530     MOVE 'R' TO WS-SPOOL-FUNCTION.
006540     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
006550          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
006560          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
006570          WS-SPOOL-MEMBER-NAME.
006580 5000-EXIT.
006590     EXIT.
006600
006610 5100-REPORT-ONE-COMPANY.
006620     IF WS-CO-SUB = 2
006630        MOVE "02" TO WS-RPT-COMPANY
006640     ELSE
006650        MOVE "01" TO WS-RPT-COMPANY
006660     END-IF.
006670     IF WS-SELECT-COMPANY NOT = SPACES
006680        AND WS-RPT-COMPANY NOT = WS-SELECT-COMPANY
006690        GO TO 5100-EXIT
006700     END-IF.
006710     IF WS-CO-ACCOUNTS (WS-CO-SUB) = ZERO
006720        GO TO 5100-EXIT
006730     END-IF.
006740     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006750     STRING "CONTROL TOTALS -- COMPANY " WS-RPT-COMPANY
006760            DELIMITED BY SIZE INTO REPORT-LINE
006770     END-STRING.
006780     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006790     MOVE "ACCOUNTS RECONCILED"        TO WS-CL-LABEL.
006800     MOVE WS-CO-ACCOUNTS (WS-CO-SUB)   TO WS-CL-COUNT.
006810     PERFORM 5700-PUT-COUNT-LINE THRU 5700-EXIT.
006820     MOVE "ACCOUNTS OUT OF BALANCE"    TO WS-CL-LABEL.
006830     MOVE WS-CO-BREAKS (WS-CO-SUB)     TO WS-CL-COUNT.
006840     PERFORM 5700-PUT-COUNT-LINE THRU 5700-EXIT.
006850     MOVE "CREDIT BALANCES, NO OPEN ITEMS" TO WS-CL-LABEL.
006860     MOVE WS-CO-CREDITS (WS-CO-SUB)    TO WS-CL-COUNT.
006870     PERFORM 5700-PUT-COUNT-LINE THRU 5700-EXIT.
006880     MOVE "OPEN ITEMS, DISPUTES INCLUDED" TO WS-AL-LABEL.
006890     MOVE WS-CO-OPEN-TOTAL (WS-CO-SUB) TO WS-AL-AMOUNT.
006900     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
006910     MOVE "  LESS IN DISPUTE"          TO WS-AL-LABEL.
006920     MOVE WS-CO-DISPUTED (WS-CO-SUB)   TO WS-AL-AMOUNT.
006930     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
006940     MOVE "OPEN ITEMS, DISPUTES EXCLUDED" TO WS-AL-LABEL.
006950     MOVE WS-CO-UNDISPUTED (WS-CO-SUB) TO WS-AL-AMOUNT.
006960     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
006970     MOVE "AGING REPORT TOTAL"         TO WS-AL-LABEL.
006980     MOVE WS-CO-AGING-TOTAL (WS-CO-SUB) TO WS-AL-AMOUNT.
006990     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
007000     MOVE "LEDGER END-BALANCES"        TO WS-AL-LABEL.
007010     MOVE WS-CO-LEDGER-TOTAL (WS-CO-SUB) TO WS-AL-AMOUNT.
007020     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
007030     MOVE "  OF WHICH CREDIT BALANCES" TO WS-AL-LABEL.
007040     MOVE WS-CO-CREDIT-TOTAL (WS-CO-SUB) TO WS-AL-AMOUNT.
007050     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
007060     MOVE "NET DIFFERENCE ON ACCOUNTS OUT OF BALANCE"
007070        TO WS-AL-LABEL.
007080     MOVE WS-CO-BREAK-DIFF (WS-CO-SUB) TO WS-AL-AMOUNT.
007090     PERFORM 5800-PUT-AMOUNT-LINE THRU 5800-EXIT.
007100 5100-EXIT.
007110     EXIT.
007120
007122 5600-PUT-NOTE-LINE.
007124     MOVE WS-NOTE-LINE TO REPORT-LINE.
007126     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007127 5600-EXIT.
007128     EXIT.
007129
007130 5700-PUT-COUNT-LINE.
007140     MOVE WS-COUNT-LINE TO REPORT-LINE.
007150     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007160 5700-EXIT.
007170     EXIT.
007180
007190 5800-PUT-AMOUNT-LINE.
007200     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
007210     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007220 5800-EXIT.
007230     EXIT.
007240
007250 5900-PUT-LINE.
007260     WRITE REPORT-LINE.
007270     ADD 1 TO WS-LINE-COUNT.
007280     MOVE SPACES TO REPORT-LINE.
007290 5900-EXIT.
007300     EXIT.
007310
007320 9999-EXIT.
007330     STOP RUN.
