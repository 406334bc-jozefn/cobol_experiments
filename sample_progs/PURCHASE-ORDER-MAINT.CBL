000010******************************************************************
000020*                                                                *
000030*   PURCHASE-ORDER-MAINT                                         *
000040*                                                                *
000050*   CONSOLE MAINTENANCE OF THE CUSTOMER PURCHASE ORDER MASTER    *
000060*   (THE SAME DISPLAY/ACCEPT SHAPE AS BILLING-CONTRACT-MAINT).   *
000070*   A CLERK WITH EDIT AUTHORITY LISTS AN ACCOUNT'S PURCHASE      *
000080*   ORDERS, ENTERS A NEW ONE (PO NUMBER, DESCRIPTION, NOT-TO-    *
000090*   EXCEED AMOUNT, EXPIRY), CHANGES THE AMOUNT OR EXPIRY WHEN    *
000100*   THE CUSTOMER AMENDS ONE, OR CLOSES ONE.  LEDGER-POST KEEPS   *
000110*   THE CONSUMED AMOUNT AS CHARGES QUOTING THE PO POST.          *
000120*                                                                *
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.      PURCHASE-ORDER-MAINT.
000160 AUTHOR.          DATA PROCESSING.
000170 INSTALLATION.    ACCOUNTING SYSTEMS.
000180 DATE-WRITTEN.    10/15/2026.
000190 DATE-COMPILED.   10/15/2026.
000200*                                                                *
000210*   MODIFICATION HISTORY                                         *
000220*   ------------------------------------------------------------ *
000230*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000240*                                                                *
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL PURCHASE-ORDERS
000290            ASSIGN       TO  PURCHORD
000300            ORGANIZATION IS INDEXED
000310            ACCESS MODE  IS DYNAMIC
000320            RECORD KEY   IS PO-PO-KEY
000330            FILE STATUS  IS PURCHORD-STATUS.
000340
000350     SELECT OPTIONAL ACCOUNT-MASTER
000360            ASSIGN       TO  ACCTMSTR
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS AM-ACCOUNT-ID
000400            FILE STATUS  IS ACCTMSTR-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PURCHASE-ORDERS.
000450 01  PURCHASE-ORDER-STRUCTURE.
000460     COPY "PURCHASE-ORDER-RECORD.CPY" REPLACING ==(TAG)==
000470          BY ==PO-==.
000480
000490 FD  ACCOUNT-MASTER.
000500 01  ACCOUNT-MASTER-STRUCTURE.
000510     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000520          BY ==AM-==.
000530
000540 WORKING-STORAGE SECTION.
000550 01  PURCHORD                   PIC X(50)
000560     VALUE "/mnt/c/cobfiles\purchase-orders.idx".
000570 01  PURCHORD-STATUS            PIC X(02).
000580 01  ACCTMSTR                   PIC X(50)
000590     VALUE "/mnt/c/cobfiles\account-master.idx".
000600 01  ACCTMSTR-STATUS            PIC X(02).
000610
000620 01  WS-CLERK-ID                PIC X(10).
000630 01  WS-CLERK-NAME              PIC X(30).
000640 01  WS-CLERK-ROLE              PIC X(01).
000650 01  WS-CHECK-RESULT            PIC X(01).
000660 01  WS-TODAY-8                 PIC 9(08).
000670
000680 01  WS-IN-ACCOUNT              PIC X(07).
000690 01  WS-WORK-ACCOUNT            PIC 9(07).
000700 01  WS-ACTION                  PIC X(01).
000710 01  WS-IN-VALUE                PIC X(30).
000720 01  WS-IN-PO-NUMBER            PIC X(15).
000730 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000740     88  WS-SCAN-EOF                      VALUE 'Y'.
000750 01  WS-SHOWN-COUNT             PIC 9(03) VALUE ZERO.
000760 01  WS-NEW-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
000770
000780 PROCEDURE DIVISION.
000790*                                                                *
000800*   0000-MAINLINE                                                *
000810*                                                                *
000820 0000-MAINLINE.
000830     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
000840     DISPLAY "ENTER YOUR CLERK ID:".
000850     ACCEPT WS-CLERK-ID.
000860     IF WS-CLERK-ID = SPACES
000870        DISPLAY "A CLERK ID IS REQUIRED"
000880        GO TO 9999-EXIT
000890     END-IF.
000900     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
000910          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
000920     EVALUATE TRUE
000930        WHEN WS-CHECK-RESULT = 'M'
000940           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
000950                   "ROLE NOT VERIFIED"
000960        WHEN WS-CHECK-RESULT = 'Y'
000970             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
000980           DISPLAY "SIGNED ON: " WS-CLERK-NAME
000990        WHEN OTHER
001000           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001010           GO TO 9999-EXIT
001020     END-EVALUATE.
001030     OPEN I-O PURCHASE-ORDERS.
001040     IF PURCHORD-STATUS NOT = '00' AND PURCHORD-STATUS NOT = '05'
001050        DISPLAY "CANNOT OPEN PURCHASE ORDER FILE, STATUS "
001060                PURCHORD-STATUS
001070        GO TO 9999-EXIT
001080     END-IF.
001090     OPEN INPUT ACCOUNT-MASTER.
001100     IF ACCTMSTR-STATUS NOT = '00'
001110        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
001120        DISPLAY "ACCOUNTS ARE NOT VERIFIED"
001130     END-IF.
001140     PERFORM 2000-WORK-ONE-ACCOUNT THRU 2000-EXIT
001150             UNTIL WS-IN-ACCOUNT = "END".
001160     CLOSE PURCHASE-ORDERS.
001170     IF ACCTMSTR-STATUS = '00'
001180        CLOSE ACCOUNT-MASTER
001190     END-IF.
001200     GO TO 9999-EXIT.
001210
001220 2000-WORK-ONE-ACCOUNT.
001230     DISPLAY " ".
001240     DISPLAY "ACCOUNT NUMBER (OR END):".
001250     ACCEPT WS-IN-ACCOUNT.
001260     IF WS-IN-ACCOUNT = "END" OR WS-IN-ACCOUNT = "end"
001270        MOVE "END" TO WS-IN-ACCOUNT
001280        GO TO 2000-EXIT
001290     END-IF.
001300     IF WS-IN-ACCOUNT NOT NUMERIC
001310        DISPLAY "ACCOUNT MUST BE NUMERIC"
001320        GO TO 2000-EXIT
001330     END-IF.
001340     MOVE WS-IN-ACCOUNT TO WS-WORK-ACCOUNT.
001350     IF ACCTMSTR-STATUS = '00'
001360        MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID
001370        READ ACCOUNT-MASTER
001380            INVALID KEY
001390               DISPLAY "ACCOUNT NOT ON THE ACCOUNT MASTER"
001400               GO TO 2000-EXIT
001410        END-READ
001420        IF AM-PO-REQUIRED
001430           DISPLAY "ACCOUNT REQUIRES A PURCHASE ORDER ON EVERY "
001440                   "CHARGE"
001450        END-IF
001460     END-IF.
001470     PERFORM 3000-SHOW-ORDERS THRU 3000-EXIT.
001476     DISPLAY "(N)EW PO, (C)HANGE ONE, (X)CLOSE ONE, "
001482             "ENTER TO SKIP:".
001490     ACCEPT WS-ACTION.
001500     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001510     EVALUATE WS-ACTION
001520        WHEN 'N'
001530           PERFORM 4000-ENTER-ORDER THRU 4000-EXIT
001540        WHEN 'C'
001550           PERFORM 5000-CHANGE-ORDER THRU 5000-EXIT
001560        WHEN 'X'
001570           PERFORM 6000-CLOSE-ORDER THRU 6000-EXIT
001580        WHEN OTHER
001590           CONTINUE
001600     END-EVALUATE.
001610 2000-EXIT.
001620     EXIT.
001630
001640 3000-SHOW-ORDERS.
001650     MOVE ZERO TO WS-SHOWN-COUNT.
001660     MOVE WS-WORK-ACCOUNT TO PO-ACCOUNT-ID.
001670     MOVE LOW-VALUES      TO PO-PO-NUMBER.
001680     START PURCHASE-ORDERS KEY IS >= PO-PO-KEY
001690         INVALID KEY
001700            DISPLAY "NO PURCHASE ORDERS ON FILE"
001710            GO TO 3000-EXIT
001720     END-START.
001730     MOVE 'N' TO WS-EOF-SWITCH.
001740     PERFORM 3100-SHOW-ONE-ORDER THRU 3100-EXIT
001750             UNTIL WS-SCAN-EOF.
001760     IF WS-SHOWN-COUNT = ZERO
001770        DISPLAY "NO PURCHASE ORDERS ON FILE"
001780     END-IF.
001790 3000-EXIT.
001800     EXIT.
001810
001820 3100-SHOW-ONE-ORDER.
001830     READ PURCHASE-ORDERS NEXT RECORD
001840         AT END
001850            MOVE 'Y' TO WS-EOF-SWITCH
001860            GO TO 3100-EXIT
001870     END-READ.
001880     IF PO-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
001890        MOVE 'Y' TO WS-EOF-SWITCH
001900        GO TO 3100-EXIT
001910     END-IF.
001920     ADD 1 TO WS-SHOWN-COUNT.
001930     DISPLAY "  " PO-PO-NUMBER
001940             " " PO-DESCRIPTION
001950             " [" PO-PO-STATUS "]".
001960     DISPLAY "      AUTHORIZED " PO-AUTHORIZED-AMOUNT
001970             " USED " PO-CONSUMED-AMOUNT
001980             " EXPIRES " PO-EXPIRY-DATE.
001990 3100-EXIT.
002000     EXIT.
002010
002020*                                                                *
002030*   4000-ENTER-ORDER -- A NEW PO AS THE CUSTOMER ISSUED IT.  A   *
002040*   ZERO AMOUNT IS A PO WITH NO CEILING; A ZERO EXPIRY, ONE      *
002050*   THAT NEVER LAPSES.                                           *
002060*                                                                *
002070 4000-ENTER-ORDER.
002080     MOVE SPACES TO PURCHASE-ORDER-STRUCTURE.
002090     MOVE WS-WORK-ACCOUNT TO PO-ACCOUNT-ID.
002100     DISPLAY "PO NUMBER (UP TO 15 CHARACTERS):".
002110     ACCEPT WS-IN-VALUE.
002120     IF WS-IN-VALUE = SPACES
002130        DISPLAY "A PO NUMBER IS REQUIRED"
002140        GO TO 4000-EXIT
002150     END-IF.
002160     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:15)) TO PO-PO-NUMBER.
002170     DISPLAY "DESCRIPTION (UP TO 30 CHARACTERS):".
002180     ACCEPT WS-IN-VALUE.
002190     MOVE WS-IN-VALUE TO PO-DESCRIPTION.
002200     DISPLAY "NOT-TO-EXCEED AMOUNT (0 FOR NO CEILING):".
002210     ACCEPT WS-IN-VALUE.
002220     COMPUTE PO-AUTHORIZED-AMOUNT = FUNCTION NUMVAL(WS-IN-VALUE).
002230     DISPLAY "EXPIRY DATE (YYYYMMDD, OR 0 FOR NONE):".
002240     ACCEPT WS-IN-VALUE.
002250     IF WS-IN-VALUE (1:8) NUMERIC
002260        MOVE WS-IN-VALUE (1:8) TO PO-EXPIRY-DATE
002270     ELSE
002280        MOVE ZERO TO PO-EXPIRY-DATE
002290     END-IF.
002300     IF PO-EXPIRY-DATE NOT = ZERO AND PO-EXPIRY-DATE < WS-TODAY-8
002310        DISPLAY "EXPIRY DATE IS ALREADY PAST"
002320        GO TO 4000-EXIT
002330     END-IF.
002340     MOVE ZERO       TO PO-CONSUMED-AMOUNT PO-LAST-USED-DATE.
002350     MOVE WS-TODAY-8 TO PO-ISSUED-DATE.
002360     SET PO-PO-OPEN  TO TRUE.
002370     MOVE WS-CLERK-ID TO PO-ENTERED-BY.
002380     WRITE PURCHASE-ORDER-STRUCTURE
002390         INVALID KEY
002400            DISPLAY "PO " PO-PO-NUMBER " IS ALREADY ON FILE"
002410            GO TO 4000-EXIT
002420     END-WRITE.
002430     DISPLAY "PO " PO-PO-NUMBER " ENTERED -- "
002440             PO-AUTHORIZED-AMOUNT " TO " PO-EXPIRY-DATE.
002450 4000-EXIT.
002460     EXIT.
002470
002480*                                                                *
002490*   5000-CHANGE-ORDER -- THE CUSTOMER HAS AMENDED A PO.  THE     *
002500*   NEW CEILING MAY NOT FALL BELOW WHAT HAS ALREADY POSTED.      *
002510*                                                                *
002520 5000-CHANGE-ORDER.
002530     PERFORM 7000-READ-ORDER THRU 7000-EXIT.
002540     IF WS-IN-PO-NUMBER = SPACES
002550        GO TO 5000-EXIT
002560     END-IF.
002570     IF PO-PO-CLOSED
002580        DISPLAY "PO " PO-PO-NUMBER " IS CLOSED"
002590        GO TO 5000-EXIT
002600     END-IF.
002610     DISPLAY "NEW NOT-TO-EXCEED AMOUNT (ENTER TO KEEP "
002620             PO-AUTHORIZED-AMOUNT "):".
002630     ACCEPT WS-IN-VALUE.
002640     IF WS-IN-VALUE NOT = SPACES
002650        COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-IN-VALUE)
002660        IF WS-NEW-AMOUNT NOT = ZERO
002670           AND WS-NEW-AMOUNT < PO-CONSUMED-AMOUNT
002680           DISPLAY "AMOUNT IS BELOW WHAT HAS ALREADY POSTED"
002690           GO TO 5000-EXIT
002700        END-IF
002710        MOVE WS-NEW-AMOUNT TO PO-AUTHORIZED-AMOUNT
002720     END-IF.
002730     DISPLAY "NEW EXPIRY DATE (ENTER TO KEEP " PO-EXPIRY-DATE
002740             "):".
002750     ACCEPT WS-IN-VALUE.
002760     IF WS-IN-VALUE NOT = SPACES
002770        IF WS-IN-VALUE (1:8) NUMERIC
002780           MOVE WS-IN-VALUE (1:8) TO PO-EXPIRY-DATE
002790        ELSE
002800           MOVE ZERO TO PO-EXPIRY-DATE
002810        END-IF
002820     END-IF.
002830     REWRITE PURCHASE-ORDER-STRUCTURE.
002840     DISPLAY "PO " PO-PO-NUMBER " CHANGED -- "
002850             PO-AUTHORIZED-AMOUNT " TO " PO-EXPIRY-DATE.
002860 5000-EXIT.
002870     EXIT.
002880
002890 6000-CLOSE-ORDER.
002900     PERFORM 7000-READ-ORDER THRU 7000-EXIT.
002910     IF WS-IN-PO-NUMBER = SPACES
002920        GO TO 6000-EXIT
002930     END-IF.
002940     SET PO-PO-CLOSED TO TRUE.
002950     REWRITE PURCHASE-ORDER-STRUCTURE.
002960     DISPLAY "PO " PO-PO-NUMBER " CLOSED.".
002970 6000-EXIT.
002980     EXIT.
002990
003000*                                                                *
003010*   7000-READ-ORDER -- ASK FOR A PO NUMBER AND READ IT.  A       *
003020*   BLANK WS-IN-PO-NUMBER ON RETURN MEANS THERE IS NOTHING TO    *
003030*   WORK ON.                                                     *
003040*                                                                *
003050 7000-READ-ORDER.
003060     DISPLAY "PO NUMBER:".
003070     ACCEPT WS-IN-VALUE.
003080     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:15))
003090        TO WS-IN-PO-NUMBER.
003100     IF WS-IN-PO-NUMBER = SPACES
003110        GO TO 7000-EXIT
003120     END-IF.
003130     MOVE WS-WORK-ACCOUNT TO PO-ACCOUNT-ID.
003140     MOVE WS-IN-PO-NUMBER TO PO-PO-NUMBER.
003150     READ PURCHASE-ORDERS
003160         INVALID KEY
003170            DISPLAY "NO PO " WS-IN-PO-NUMBER " ON FILE"
003180            MOVE SPACES TO WS-IN-PO-NUMBER
003190     END-READ.
003200 7000-EXIT.
003210     EXIT.
003220
003230 9999-EXIT.
003240     STOP RUN.
