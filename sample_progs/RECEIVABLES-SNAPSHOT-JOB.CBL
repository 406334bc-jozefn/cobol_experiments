000010******************************************************************
000020*                                                                *
000030*   RECEIVABLES-SNAPSHOT-JOB                                     *
000040*                                                                *
000050*   MONTH-END RECEIVABLES SNAPSHOT.  BALANCE-AGING-REPORT ONLY   *
000060*   EVER SHOWS TODAY; THIS JOB FREEZES THE MONTH SO THE TREND    *
000070*   CAN BE READ BACK LATER (SEE RECEIVABLES-TREND-REPORT).  FOR  *
000080*   EACH COMPANY, TERRITORY AND CATEGORY IT STORES --            *
000090*                                                                *
000100*       THE OPEN BALANCE IN EACH AGING BUCKET, AGED AS           *
000110*       BALANCE-AGING-REPORT AGES IT, PLUS THE DISPUTED AMOUNT   *
000120*       THE MONTH'S BILLINGS, COLLECTIONS AND WRITE-OFFS FROM    *
000130*       THE POSTED LEDGER                                        *
000140*                                                                *
000150*   THE MONTH IS THE SNAPSHOT-PERIOD= (YYYYMM) LINE IN THE       *
000160*   SHARED LEDGER RUN PARAMETER FILE, THE CURRENT MONTH WHEN     *
000170*   THERE IS NONE.  THE AGING IS AS OF THE MONTH'S LAST DAY, OR  *
000180*   TODAY IF THE MONTH HAS NOT ENDED.  A RERUN REPLACES THE      *
000190*   MONTH'S SNAPSHOT.  RUN IT AS PART OF THE MONTH-END CLOSE,    *
000200*   BEFORE THE NEXT MONTH'S PAYMENTS POST.                       *
000210*                                                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.      RECEIVABLES-SNAPSHOT-JOB.
000250 AUTHOR.          DATA PROCESSING.
000260 INSTALLATION.    ACCOUNTING SYSTEMS.
000270 DATE-WRITTEN.    10/15/2026.
000280 DATE-COMPILED.   10/15/2026.
000290*                                                                *
000300*   MODIFICATION HISTORY                                        *
000310*   ------------------------------------------------------------ *
000320*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000322*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000324*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000326*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000330*                                                                *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL OPEN-ITEMS
000380            ASSIGN       TO  OPENITEM
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE  IS DYNAMIC
000410            RECORD KEY   IS OI-ITEM-KEY
000420            FILE STATUS  IS OPENITEM-STATUS.
000430
000440*   ACCOUNT MASTER -- READ FOR EACH ACCOUNT'S BILLING CYCLE.
000450     SELECT OPTIONAL ACCOUNT-MASTER
000460            ASSIGN       TO  ACCTMSTR
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS AM-ACCOUNT-ID
000500            FILE STATUS  IS ACCTMSTR-STATUS.
000510
000520*   ADDRESS BOOK -- READ ON THE ACCOUNT-ID ALTERNATE KEY FOR
000530*   EACH ACCOUNT'S TERRITORY AND CATEGORY.
000540     SELECT OPTIONAL ADDRESS-FILE
000550            ASSIGN       TO  ADDROUT
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE  IS DYNAMIC
000580            RECORD KEY   IS FD-PHONE
000590            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000600            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000610            FILE STATUS  IS ADDRESS-STATUS.
000620
000630     SELECT OPTIONAL TRANSACTIONS
000640            ASSIGN       TO  TRANSOUT
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS  IS TRANSOUT-STATUS.
000670
000680     SELECT OPTIONAL RECEIVABLES-SNAPSHOT
000690            ASSIGN       TO  SNAPSHOT
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE  IS DYNAMIC
000720            RECORD KEY   IS RS-SNAPSHOT-KEY
000730            FILE STATUS  IS SNAPSHOT-STATUS.
000740
000750     SELECT OPTIONAL RUN-PARM-FILE
000760            ASSIGN       TO  RUNPARMS
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS  IS RUNPARM-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  OPEN-ITEMS.
000830 01  OPEN-ITEM-STRUCTURE.
000840     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000850
000860 FD  ACCOUNT-MASTER.
000870 01  ACCOUNT-MASTER-STRUCTURE.
000880     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000890          BY ==AM-==.
000900
000910 FD  ADDRESS-FILE.
000920 01  ADDRESS-RECORD.
000930     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000940
000950 FD  TRANSACTIONS
000960     RECORDING MODE IS F.
000970 01  TRANSACTION-STRUCTURE.
000980     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
000990
001000 FD  RECEIVABLES-SNAPSHOT.
001010 01  RECEIVABLES-SNAPSHOT-STRUCTURE.
001020     COPY "RECEIVABLES-SNAPSHOT-RECORD.CPY" REPLACING ==(TAG)==
001030          BY ==RS-==.
001040
001050 FD  RUN-PARM-FILE
001060     RECORDING MODE IS F.
001070 01  RUN-PARM-LINE                PIC X(40).
001080
001090 WORKING-STORAGE SECTION.
001100*                                                                *
001110*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001120*                                                                *
001130 01  OPENITEM                   PIC X(50)
001140     VALUE "/mnt/c/cobfiles\open-items.idx".
001150 01  ACCTMSTR                   PIC X(50)
001160     VALUE "/mnt/c/cobfiles\account-master.idx".
001170 01  ADDROUT                    PIC X(50)
001180     VALUE "/mnt/c/cobfiles\address.idx".
001190 01  TRANSOUT                   PIC X(50)
001200     VALUE "transactions.txt".
001210 01  SNAPSHOT                   PIC X(50)
001220     VALUE "/mnt/c/cobfiles\receivables-snapshot.idx".
001230 01  RUNPARMS                   PIC X(50)
001240     VALUE "ledger-run-parms.txt".
001250
001260 01  OPENITEM-STATUS            PIC X(02).
001270 01  ACCTMSTR-STATUS            PIC X(02).
001280 01  ADDRESS-STATUS             PIC X(02).
001290     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001300 01  TRANSOUT-STATUS            PIC X(02).
001310 01  SNAPSHOT-STATUS            PIC X(02).
001320 01  RUNPARM-STATUS             PIC X(02).
001330
001340 01  WS-SWITCHES.
001350     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001360         88  WS-EOF-YES                    VALUE 'Y'.
001370     05  WS-FIRST-ACCOUNT-SWITCH PIC X(01) VALUE 'Y'.
001380         88  WS-FIRST-ACCOUNT              VALUE 'Y'.
001390     05  WS-GROUP-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001400         88  WS-GROUP-FOUND                VALUE 'Y'.
001410
001420 01  WS-TODAY-8                 PIC 9(08).
001422 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001424     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001426 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001430 01  WS-RUN-DATE                PIC 9(08).
001440 01  WS-PARM-NAME               PIC X(20).
001450 01  WS-PARM-VALUE              PIC X(20).
001460 01  WS-SNAP-PERIOD             PIC 9(06) VALUE ZERO.
001470 01  WS-SNAP-PERIOD-PARTS REDEFINES WS-SNAP-PERIOD.
001480     05  WS-SNAP-YYYY            PIC 9(04).
001490     05  WS-SNAP-MM              PIC 9(02).
001500 01  WS-PERIOD-FIRST            PIC 9(08) VALUE ZERO.
001510 01  WS-PERIOD-LAST             PIC 9(08) VALUE ZERO.
001520 01  WS-NEXT-FIRST              PIC 9(08) VALUE ZERO.
001530 01  WS-ITEM-COMPANY            PIC X(02) VALUE SPACES.
001540
001550*                                                                *
001560*   AGING FIELDS -- THE SAME CYCLE-AWARE BASIS AS                *
001570*   BALANCE-AGING-REPORT                                         *
001580*                                                                *
001590 01  WS-TODAY-INTEGER-DATE       PIC 9(07).
001600 01  WS-ROLLED-ITEM-DATE         PIC 9(08).
001610 01  WS-ACCT-CYCLE               PIC 9(01) VALUE 1.
001620 01  WS-CYCLE-DAY                PIC 9(02) VALUE 1.
001630 01  WS-CY-YYYY                  PIC 9(04).
001640 01  WS-CY-MM                    PIC 9(02).
001650 01  WS-STMT-CANDIDATE           PIC 9(08).
001660 01  WS-STMT-INTEGER-DATE        PIC 9(07).
001670 01  WS-DAYS-PAST-DUE            PIC S9(05) VALUE ZERO.
001680 01  WS-DUE-INTEGER-DATE         PIC 9(07) VALUE ZERO.
001690 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001700 01  WS-COUNTED-ACCOUNT-ID       PIC 9(07) VALUE ZERO.
001710
001720*                                                                *
001730*   THE CONTACT LOOK-UP, HELD FOR THE LAST ACCOUNT ASKED FOR     *
001740*                                                                *
001750 01  WS-CONTACT-ACCOUNT-ID       PIC 9(07) VALUE ZERO.
001760 01  WS-CONTACT-TERRITORY        PIC X(04) VALUE SPACES.
001770 01  WS-CONTACT-CATEGORY         PIC X(08) VALUE SPACES.
001780 01  WS-LOOKUP-ACCOUNT-ID        PIC 9(07) VALUE ZERO.
001790
001800*                                                                *
001810*   ONE ENTRY PER COMPANY / TERRITORY / CATEGORY SEEN THIS RUN   *
001820*                                                                *
001830 01  WS-GROUP-TABLE.
001840     05  WS-GROUP-ENTRY OCCURS 500 TIMES.
001850         10  WS-GR-COMPANY        PIC X(02).
001860         10  WS-GR-TERRITORY      PIC X(04).
001870         10  WS-GR-CATEGORY       PIC X(08).
001880         10  WS-GR-ACCOUNTS       PIC 9(07).
001890         10  WS-GR-CURRENT        PIC 9(11)V9(02).
001900         10  WS-GR-PD-1-30        PIC 9(11)V9(02).
001910         10  WS-GR-PD-31-60       PIC 9(11)V9(02).
001920         10  WS-GR-PD-OVER-60     PIC 9(11)V9(02).
001930         10  WS-GR-DISPUTED       PIC 9(11)V9(02).
001940         10  WS-GR-BILLINGS       PIC S9(11)V9(02).
001950         10  WS-GR-COLLECTIONS    PIC S9(11)V9(02).
001960         10  WS-GR-WRITEOFFS      PIC 9(11)V9(02).
001970 01  WS-GROUP-COUNT              PIC 9(03) VALUE ZERO.
001980 01  WS-GROUP-SUB                PIC 9(03) VALUE ZERO.
001990 01  WS-GROUP-DROPPED            PIC 9(07) VALUE ZERO.
002000 01  WS-WANT-COMPANY             PIC X(02).
002010 01  WS-WANT-TERRITORY           PIC X(04).
002020 01  WS-WANT-CATEGORY            PIC X(08).
002030
002040 01  WS-REPLACED-COUNT           PIC 9(07) VALUE ZERO.
002050 01  WS-SNAPSHOT-COUNT           PIC 9(07) VALUE ZERO.
002060 01  WS-RC-FUNCTION             PIC X(01).
002070 01  WS-RC-JOB-NAME             PIC X(20)
002080     VALUE "RECEIVABLES-SNAPSHOT".
002090 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002100 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002110 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002120
002130 PROCEDURE DIVISION.
002140*                                                                *
002150*   0000-MAINLINE                                               *
002160*                                                                *
002170 0000-MAINLINE.
002180     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002182          WS-OVERRIDE-MARK.
002184     IF WS-DATE-OVERRIDDEN
002186        DISPLAY WS-OVERRIDE-MARK
002188     END-IF.
002190     MOVE WS-TODAY-8 TO WS-RUN-DATE.
002200     MOVE 'S' TO WS-RC-FUNCTION.
002210     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002220          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002230          WS-RC-CODE.
002240     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002250     PERFORM 1100-SET-PERIOD-DATES THRU 1100-EXIT.
002260     OPEN INPUT ADDRESS-FILE.
002270     IF ADDRESS-STATUS NOT = '00'
002280        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE, "
002290        DISPLAY "EVERY ACCOUNT SNAPSHOTS WITH NO TERRITORY OR "
002300                "CATEGORY"
002310     END-IF.
002320     PERFORM 2000-AGE-OPEN-ITEMS THRU 2000-EXIT.
002330     PERFORM 3000-SCAN-MONTH-ACTIVITY THRU 3000-EXIT.
002340     IF ADDRESS-FILE-READY
002350        CLOSE ADDRESS-FILE
002360     END-IF.
002370     PERFORM 4000-STORE-SNAPSHOT THRU 4000-EXIT.
002380     IF WS-GROUP-DROPPED > ZERO
002390        DISPLAY "WARNING -- SNAPSHOT TABLE FULL AT 500 GROUPS, "
002400                WS-GROUP-DROPPED " ITEM(S) OR ENTRIES LEFT OUT"
002410        MOVE "FULL" TO WS-RC-CODE
002420        MOVE 4 TO RETURN-CODE
002430     END-IF.
002440     MOVE 'E' TO WS-RC-FUNCTION.
002450     MOVE WS-SNAPSHOT-COUNT TO WS-RC-WRITTEN.
002460     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002470          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002480          WS-RC-CODE.
002490     DISPLAY "RECEIVABLES-SNAPSHOT-JOB RUN COMPLETE".
002500     DISPLAY "PERIOD:               " WS-SNAP-PERIOD.
002510     DISPLAY "AGED AS OF:           " WS-TODAY-8.
002520     DISPLAY "SNAPSHOT LINES:       " WS-SNAPSHOT-COUNT.
002530     DISPLAY "EARLIER LINES REPLACED: " WS-REPLACED-COUNT.
002540     GO TO 9999-EXIT.
002550
002560*                                                                *
002570*   1000-READ-RUN-PARMS -- SNAPSHOT-PERIOD= (YYYYMM) IN THE     *
002580*   SHARED LEDGER RUN PARAMETER FILE; THE CURRENT MONTH IF      *
002590*   ABSENT                                                      *
002600*                                                                *
002610 1000-READ-RUN-PARMS.
002620     MOVE WS-TODAY-8 (1:6) TO WS-SNAP-PERIOD.
002630     OPEN INPUT RUN-PARM-FILE.
002640     IF RUNPARM-STATUS NOT = '00'
002650        GO TO 1000-EXIT
002660     END-IF.
002670     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002680             UNTIL RUNPARM-STATUS NOT = '00'.
002690     CLOSE RUN-PARM-FILE.
002700 1000-EXIT.
002710     EXIT.
002720
002730 1050-READ-ONE-PARM.
002740     READ RUN-PARM-FILE
002750         AT END
002760            MOVE '10' TO RUNPARM-STATUS
002770            GO TO 1050-EXIT
002780     END-READ.
002790     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002800     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002810         INTO WS-PARM-NAME, WS-PARM-VALUE
002820     END-UNSTRING.
002830     IF WS-PARM-NAME = "SNAPSHOT-PERIOD"
002840        AND WS-PARM-VALUE (1:6) NUMERIC
002850        AND WS-PARM-VALUE (5:2) >= "01"
002860        AND WS-PARM-VALUE (5:2) <= "12"
002870        MOVE WS-PARM-VALUE (1:6) TO WS-SNAP-PERIOD
002880     END-IF.
002890 1050-EXIT.
002900     EXIT.
002910
002920*                                                                *
002930*   1100-SET-PERIOD-DATES -- THE MONTH'S FIRST AND LAST DAYS,    *
002940*   AND THE AGING AS-OF DATE: THE LAST DAY, OR TODAY WHILE THE   *
002950*   MONTH IS STILL RUNNING                                       *
002960*                                                                *
002970 1100-SET-PERIOD-DATES.
002980     COMPUTE WS-PERIOD-FIRST = WS-SNAP-PERIOD * 100 + 1.
002990     IF WS-SNAP-MM = 12
003000        COMPUTE WS-NEXT-FIRST = (WS-SNAP-YYYY + 1) * 10000 + 101
003010     ELSE
003020        COMPUTE WS-NEXT-FIRST = WS-PERIOD-FIRST + 100
003030     END-IF.
003040     COMPUTE WS-PERIOD-LAST = FUNCTION DATE-OF-INTEGER
003050        (FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
003060     IF WS-PERIOD-LAST < WS-TODAY-8
003070        MOVE WS-PERIOD-LAST TO WS-TODAY-8
003080     END-IF.
003090     COMPUTE WS-TODAY-INTEGER-DATE =
003100        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
003110 1100-EXIT.
003120     EXIT.
003130
003140*                                                                *
003150*   2000-AGE-OPEN-ITEMS -- CONTROL BREAK ON ACCOUNT-ID, AGING    *
003160*   EACH UNPAID ITEM INTO ITS GROUP'S BUCKETS                    *
003170*                                                                *
003180 2000-AGE-OPEN-ITEMS.
003190     OPEN INPUT ACCOUNT-MASTER.
003200     IF ACCTMSTR-STATUS NOT = '00'
003210        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
003220        DISPLAY "EVERY ACCOUNT AGES AS CYCLE 1"
003230     END-IF.
003240     OPEN INPUT OPEN-ITEMS.
003250     IF OPENITEM-STATUS NOT = '00'
003260        DISPLAY "NO OPEN ITEMS FILE FOUND -- " OPENITEM
003270        GO TO 2000-CLOSE
003280     END-IF.
003290     MOVE 'N' TO WS-EOF-SWITCH.
003300     MOVE LOW-VALUES TO OI-ITEM-KEY.
003310     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
003320         INVALID KEY
003330            MOVE 'Y' TO WS-EOF-SWITCH
003340     END-START.
003350     IF NOT WS-EOF-YES
003360        PERFORM 2100-READ-ITEM THRU 2100-EXIT
003370     END-IF.
003380     PERFORM 2200-PROCESS-ITEM THRU 2200-EXIT
003390             UNTIL WS-EOF-YES.
003400     CLOSE OPEN-ITEMS.
003410 2000-CLOSE.
003420     IF ACCTMSTR-STATUS = '00'
003430        CLOSE ACCOUNT-MASTER
003440     END-IF.
003450 2000-EXIT.
003460     EXIT.
003470
003480 2100-READ-ITEM.
003490     READ OPEN-ITEMS NEXT RECORD
003500         AT END
003510            MOVE 'Y' TO WS-EOF-SWITCH
003520     END-READ.
003530 2100-EXIT.
003540     EXIT.
003550
003560 2200-PROCESS-ITEM.
003570     ADD 1 TO WS-RC-READ.
003580     IF WS-FIRST-ACCOUNT
003590        OR OI-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
003600        PERFORM 2300-GET-ACCOUNT-CYCLE THRU 2300-EXIT
003610     END-IF.
003620     MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH.
003630     MOVE OI-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
003640     IF NOT OI-ITEM-PAID
003650        AND NOT OI-ITEM-WRITTEN-OFF
003660        AND OI-REMAINING-AMOUNT > ZERO
003670        PERFORM 2400-BUCKET-ITEM THRU 2400-EXIT
003680     END-IF.
003690     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
003700 2200-EXIT.
003710     EXIT.
003720
003730*                                                                *
003740*   2300-GET-ACCOUNT-CYCLE -- THE BREAKING ACCOUNT'S BILLING    *
003750*   CYCLE FROM THE MASTER (ZERO OR NO RECORD READS AS 1) AND    *
003760*   ITS CYCLE DAY                                               *
003770*                                                                *
003780 2300-GET-ACCOUNT-CYCLE.
003790     MOVE 1 TO WS-ACCT-CYCLE.
003800     IF ACCTMSTR-STATUS = '00'
003810        MOVE OI-ACCOUNT-ID TO AM-ACCOUNT-ID
003820        READ ACCOUNT-MASTER
003830            INVALID KEY
003840               CONTINUE
003850            NOT INVALID KEY
003860               IF AM-BILLING-CYCLE >= 1
003870                  AND AM-BILLING-CYCLE <= 4
003880                  MOVE AM-BILLING-CYCLE TO WS-ACCT-CYCLE
003890               END-IF
003900        END-READ
003910     END-IF.
003920     EVALUATE WS-ACCT-CYCLE
003930        WHEN 2 MOVE 8 TO WS-CYCLE-DAY
003940        WHEN 3 MOVE 15 TO WS-CYCLE-DAY
003950        WHEN 4 MOVE 22 TO WS-CYCLE-DAY
003960        WHEN OTHER MOVE 1 TO WS-CYCLE-DAY
003970     END-EVALUATE.
003980 2300-EXIT.
003990     EXIT.
004000
004010 2400-BUCKET-ITEM.
004020     IF OI-COMPANY-CODE = SPACES
004030        MOVE "01" TO WS-ITEM-COMPANY
004040     ELSE
004050        MOVE OI-COMPANY-CODE TO WS-ITEM-COMPANY
004060     END-IF.
004070     MOVE OI-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID.
004080     PERFORM 5000-FIND-GROUP THRU 5000-EXIT.
004090     IF NOT WS-GROUP-FOUND
004100        GO TO 2400-EXIT
004110     END-IF.
004120     IF OI-ACCOUNT-ID NOT = WS-COUNTED-ACCOUNT-ID
004130        ADD 1 TO WS-GR-ACCOUNTS (WS-GROUP-SUB)
004140        MOVE OI-ACCOUNT-ID TO WS-COUNTED-ACCOUNT-ID
004150     END-IF.
004160*   A DISPUTED AMOUNT DOES NOT AGE, AS ON BALANCE-AGING-REPORT.
004170     IF OI-ITEM-DISPUTED
004180        ADD OI-REMAINING-AMOUNT TO WS-GR-DISPUTED (WS-GROUP-SUB)
004190        GO TO 2400-EXIT
004200     END-IF.
004210     CALL "BUSINESS-DAY-CHECK" USING OI-ITEM-DATE,
004220          WS-ROLLED-ITEM-DATE.
004230     PERFORM 2500-FIND-STATEMENT-DATE THRU 2500-EXIT.
004240     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > ZERO
004250        COMPUTE WS-DUE-INTEGER-DATE =
004260           FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
004270     ELSE
004280        COMPUTE WS-DUE-INTEGER-DATE =
004290           WS-STMT-INTEGER-DATE + 30
004300     END-IF.
004310     IF WS-DUE-INTEGER-DATE < WS-STMT-INTEGER-DATE
004320        MOVE WS-STMT-INTEGER-DATE TO WS-DUE-INTEGER-DATE
004330     END-IF.
004340     COMPUTE WS-DAYS-PAST-DUE =
004350        WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.
004360     EVALUATE TRUE
004370         WHEN WS-DAYS-PAST-DUE <= ZERO
004380             ADD OI-REMAINING-AMOUNT
004390                TO WS-GR-CURRENT (WS-GROUP-SUB)
004400         WHEN WS-DAYS-PAST-DUE <= 30
004410             ADD OI-REMAINING-AMOUNT
004420                TO WS-GR-PD-1-30 (WS-GROUP-SUB)
004430         WHEN WS-DAYS-PAST-DUE <= 60
004440             ADD OI-REMAINING-AMOUNT
004450                TO WS-GR-PD-31-60 (WS-GROUP-SUB)
004460         WHEN OTHER
004470             ADD OI-REMAINING-AMOUNT
004480                TO WS-GR-PD-OVER-60 (WS-GROUP-SUB)
004490     END-EVALUATE.
004500 2400-EXIT.
004510     EXIT.
004520
004530*                                                                *
004540*   2500-FIND-STATEMENT-DATE -- THE FIRST CYCLE DAY STRICTLY    *
004550*   AFTER THE ROLLED ITEM DATE                                  *
004560*                                                                *
004570 2500-FIND-STATEMENT-DATE.
004580     MOVE WS-ROLLED-ITEM-DATE (1:4) TO WS-CY-YYYY.
004590     MOVE WS-ROLLED-ITEM-DATE (5:2) TO WS-CY-MM.
004600     COMPUTE WS-STMT-CANDIDATE =
004610        (WS-CY-YYYY * 10000) + (WS-CY-MM * 100) + WS-CYCLE-DAY.
004620     IF WS-STMT-CANDIDATE <= WS-ROLLED-ITEM-DATE
004630        ADD 1 TO WS-CY-MM
004640        IF WS-CY-MM > 12
004650           MOVE 1 TO WS-CY-MM
004660           ADD 1 TO WS-CY-YYYY
004670        END-IF
004680        COMPUTE WS-STMT-CANDIDATE =
004690           (WS-CY-YYYY * 10000) + (WS-CY-MM * 100)
004700           + WS-CYCLE-DAY
004710     END-IF.
004720     COMPUTE WS-STMT-INTEGER-DATE =
004730        FUNCTION INTEGER-OF-DATE(WS-STMT-CANDIDATE).
004740 2500-EXIT.
004750     EXIT.
004760
004770*                                                                *
004780*   3000-SCAN-MONTH-ACTIVITY -- THE MONTH'S POSTED BILLINGS,     *
004790*   COLLECTIONS AND WRITE-OFFS, BY GROUP                         *
004800*                                                                *
004810 3000-SCAN-MONTH-ACTIVITY.
004820     OPEN INPUT TRANSACTIONS.
004830     IF TRANSOUT-STATUS NOT = '00'
004840        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
004850        GO TO 3000-EXIT
004860     END-IF.
004870     MOVE 'N' TO WS-EOF-SWITCH.
004880     PERFORM 3100-CHECK-TRANSACTION THRU 3100-EXIT
004890             UNTIL WS-EOF-YES.
004900     CLOSE TRANSACTIONS.
004910 3000-EXIT.
004920     EXIT.
004930
004940 3100-CHECK-TRANSACTION.
004950     READ TRANSACTIONS
004960         AT END
004970            MOVE 'Y' TO WS-EOF-SWITCH
004980            GO TO 3100-EXIT
004990     END-READ.
005000     IF NOT TR-DETAIL-RECORD
005010        OR TR-TRANSACTION-DATE (1:6) NOT = WS-SNAP-PERIOD
005020        GO TO 3100-EXIT
005030     END-IF.
005040     IF NOT TR-DEBIT-TRANSACTION
005050        AND NOT TR-CREDIT-TRANSACTION
005060        AND NOT TR-WRITEOFF-TRANSACTION
005070        GO TO 3100-EXIT
005080     END-IF.
005090     ADD 1 TO WS-RC-READ.
005100     IF TR-COMPANY-CODE = SPACES
005110        MOVE "01" TO WS-ITEM-COMPANY
005120     ELSE
005130        MOVE TR-COMPANY-CODE TO WS-ITEM-COMPANY
005140     END-IF.
005150     MOVE TR-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID.
005160     PERFORM 5000-FIND-GROUP THRU 5000-EXIT.
005170     IF NOT WS-GROUP-FOUND
005180        GO TO 3100-EXIT
005190     END-IF.
005200*   A REVERSAL POSTS WITH THE OPPOSITE TYPE OF THE ENTRY IT BACKS
005210*   OUT -- A CREDIT REVERSAL UNDOES A CHARGE, A DEBIT REVERSAL
005220*   UNDOES A PAYMENT.
005230     EVALUATE TRUE
005240        WHEN TR-WRITEOFF-TRANSACTION
005250             ADD TR-AMOUNT TO WS-GR-WRITEOFFS (WS-GROUP-SUB)
005260        WHEN TR-DEBIT-TRANSACTION AND TR-REVERSED-UID = ZERO
005270             ADD TR-AMOUNT TO WS-GR-BILLINGS (WS-GROUP-SUB)
005280        WHEN TR-DEBIT-TRANSACTION
005290             SUBTRACT TR-AMOUNT
005300                FROM WS-GR-COLLECTIONS (WS-GROUP-SUB)
005310        WHEN TR-REVERSED-UID = ZERO
005320             ADD TR-AMOUNT TO WS-GR-COLLECTIONS (WS-GROUP-SUB)
005330        WHEN OTHER
005340             SUBTRACT TR-AMOUNT
005350                FROM WS-GR-BILLINGS (WS-GROUP-SUB)
005360     END-EVALUATE.
005370 3100-EXIT.
005380     EXIT.
005390
005400*                                                                *
005410*   4000-STORE-SNAPSHOT -- TAKE OUT ANY EARLIER SNAPSHOT OF THE  *
005420*   MONTH, THEN WRITE ONE LINE PER GROUP                         *
005430*                                                                *
005440 4000-STORE-SNAPSHOT.
005450     OPEN I-O RECEIVABLES-SNAPSHOT.
005460     IF SNAPSHOT-STATUS NOT = '00' AND SNAPSHOT-STATUS NOT = '05'
005470        DISPLAY "CANNOT OPEN SNAPSHOT FILE, STATUS "
005480                SNAPSHOT-STATUS
005490        MOVE "SNAP" TO WS-RC-CODE
005500        MOVE 8 TO RETURN-CODE
005510        GO TO 4000-EXIT
005520     END-IF.
005530     MOVE SPACES TO RS-SNAPSHOT-KEY.
005540     MOVE WS-SNAP-PERIOD TO RS-PERIOD.
005550     MOVE 'N' TO WS-EOF-SWITCH.
005560     START RECEIVABLES-SNAPSHOT KEY IS >= RS-SNAPSHOT-KEY
005570         INVALID KEY
005580            MOVE 'Y' TO WS-EOF-SWITCH
005590     END-START.
005600     PERFORM 4100-REMOVE-OLD-LINE THRU 4100-EXIT
005610             UNTIL WS-EOF-YES.
005620     PERFORM 4200-WRITE-GROUP THRU 4200-EXIT
005630             VARYING WS-GROUP-SUB FROM 1 BY 1
005640             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
005650     CLOSE RECEIVABLES-SNAPSHOT.
005660 4000-EXIT.
005670     EXIT.
005680
005690 4100-REMOVE-OLD-LINE.
005700     READ RECEIVABLES-SNAPSHOT NEXT RECORD
005710         AT END
005720            MOVE 'Y' TO WS-EOF-SWITCH
005730            GO TO 4100-EXIT
005740     END-READ.
005750     IF RS-PERIOD NOT = WS-SNAP-PERIOD
005760        MOVE 'Y' TO WS-EOF-SWITCH
005770        GO TO 4100-EXIT
005780     END-IF.
005790     DELETE RECEIVABLES-SNAPSHOT RECORD
005800         INVALID KEY
005810            DISPLAY "CANNOT REMOVE SNAPSHOT LINE " RS-SNAPSHOT-KEY
005820            GO TO 4100-EXIT
005830     END-DELETE.
005840     ADD 1 TO WS-REPLACED-COUNT.
005850 4100-EXIT.
005860     EXIT.
005870
005880 4200-WRITE-GROUP.
005890     MOVE SPACES TO RECEIVABLES-SNAPSHOT-STRUCTURE.
005900     MOVE WS-SNAP-PERIOD                TO RS-PERIOD.
005910     MOVE WS-GR-COMPANY (WS-GROUP-SUB)   TO RS-COMPANY-CODE.
005920     MOVE WS-GR-TERRITORY (WS-GROUP-SUB) TO RS-TERRITORY.
005930     MOVE WS-GR-CATEGORY (WS-GROUP-SUB)  TO RS-CATEGORY.
005940     MOVE WS-TODAY-8                    TO RS-ASOF-DATE.
005950     MOVE WS-RUN-DATE                   TO RS-RUN-DATE.
005960     MOVE WS-GR-ACCOUNTS (WS-GROUP-SUB)  TO RS-ACCOUNT-COUNT.
005970     MOVE WS-GR-CURRENT (WS-GROUP-SUB)   TO RS-BUCKET-CURRENT.
005980     MOVE WS-GR-PD-1-30 (WS-GROUP-SUB)   TO RS-BUCKET-PD-1-30.
005990     MOVE WS-GR-PD-31-60 (WS-GROUP-SUB)  TO RS-BUCKET-PD-31-60.
006000     MOVE WS-GR-PD-OVER-60 (WS-GROUP-SUB) TO RS-BUCKET-PD-OVER-60.
006010     MOVE WS-GR-DISPUTED (WS-GROUP-SUB)  TO RS-DISPUTED-AMOUNT.
006020     MOVE WS-GR-BILLINGS (WS-GROUP-SUB)  TO RS-BILLINGS.
006030     MOVE WS-GR-COLLECTIONS (WS-GROUP-SUB) TO RS-COLLECTIONS.
006040     MOVE WS-GR-WRITEOFFS (WS-GROUP-SUB) TO RS-WRITEOFFS.
006050     WRITE RECEIVABLES-SNAPSHOT-STRUCTURE
006060         INVALID KEY
006070            DISPLAY "DUPLICATE SNAPSHOT LINE " RS-SNAPSHOT-KEY
006080            GO TO 4200-EXIT
006090     END-WRITE.
006100     ADD 1 TO WS-SNAPSHOT-COUNT.
006110 4200-EXIT.
006120     EXIT.
006130
006140*                                                                *
006150*   5000-FIND-GROUP -- THE TABLE ENTRY FOR WS-ITEM-COMPANY AND   *
006160*   THE TERRITORY AND CATEGORY OF WS-LOOKUP-ACCOUNT-ID'S         *
006170*   CONTACT, ADDED IF NEW.  NOT FOUND ONLY WHEN THE TABLE IS     *
006180*   FULL.                                                        *
006190*                                                                *
006200 5000-FIND-GROUP.
006210     IF WS-LOOKUP-ACCOUNT-ID NOT = WS-CONTACT-ACCOUNT-ID
006220        PERFORM 5200-LOOKUP-CONTACT THRU 5200-EXIT
006230     END-IF.
006240     MOVE WS-ITEM-COMPANY      TO WS-WANT-COMPANY.
006250     MOVE WS-CONTACT-TERRITORY TO WS-WANT-TERRITORY.
006260     MOVE WS-CONTACT-CATEGORY  TO WS-WANT-CATEGORY.
006270     MOVE 'N' TO WS-GROUP-FOUND-SWITCH.
006280     MOVE 1 TO WS-GROUP-SUB.
006290     PERFORM 5100-CHECK-GROUP THRU 5100-EXIT
006300             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
006310                OR WS-GROUP-FOUND.
006320     IF WS-GROUP-FOUND
006330        GO TO 5000-EXIT
006340     END-IF.
006350     IF WS-GROUP-COUNT >= 500
006360        ADD 1 TO WS-GROUP-DROPPED
006370        GO TO 5000-EXIT
006380     END-IF.
006390     ADD 1 TO WS-GROUP-COUNT.
006400     MOVE WS-GROUP-COUNT TO WS-GROUP-SUB.
006410     INITIALIZE WS-GROUP-ENTRY (WS-GROUP-SUB).
006420     MOVE WS-WANT-COMPANY   TO WS-GR-COMPANY (WS-GROUP-SUB).
006430     MOVE WS-WANT-TERRITORY TO WS-GR-TERRITORY (WS-GROUP-SUB).
006440     MOVE WS-WANT-CATEGORY  TO WS-GR-CATEGORY (WS-GROUP-SUB).
006450     MOVE 'Y' TO WS-GROUP-FOUND-SWITCH.
006460 5000-EXIT.
006470     EXIT.
006480
006490 5100-CHECK-GROUP.
006500     IF WS-GR-COMPANY (WS-GROUP-SUB) = WS-WANT-COMPANY
006510        AND WS-GR-TERRITORY (WS-GROUP-SUB) = WS-WANT-TERRITORY
006520        AND WS-GR-CATEGORY (WS-GROUP-SUB) = WS-WANT-CATEGORY
006530        MOVE 'Y' TO WS-GROUP-FOUND-SWITCH
006540     ELSE
006550        ADD 1 TO WS-GROUP-SUB
006560     END-IF.
006570 5100-EXIT.
006580     EXIT.
006590
006600*                                                                *
006610*   5200-LOOKUP-CONTACT -- TERRITORY AND CATEGORY FROM THE       *
006620*   CONTACT READ ON THE FD-ACCOUNT-ID ALTERNATE KEY              *
006630*                                                                *
006640 5200-LOOKUP-CONTACT.
006650     MOVE WS-LOOKUP-ACCOUNT-ID TO WS-CONTACT-ACCOUNT-ID.
006660     MOVE SPACES TO WS-CONTACT-TERRITORY WS-CONTACT-CATEGORY.
006670     IF NOT ADDRESS-FILE-READY
006680        GO TO 5200-EXIT
006690     END-IF.
006700     MOVE WS-LOOKUP-ACCOUNT-ID TO FD-ACCOUNT-ID.
006710     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
006720         INVALID KEY
006730            GO TO 5200-EXIT
006740     END-READ.
006750     MOVE FD-TERRITORY TO WS-CONTACT-TERRITORY.
006760     MOVE FD-CATEGORY  TO WS-CONTACT-CATEGORY.
006770 5200-EXIT.
006780     EXIT.
006790
006800 9999-EXIT.
006810     STOP RUN.
