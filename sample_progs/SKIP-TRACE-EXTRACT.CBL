000010******************************************************************
000020*                                                                *
000030*   SKIP-TRACE-EXTRACT                                           *
000040*                                                                *
000050*   WEEKLY EXTRACT FOR THE SKIP-TRACE VENDOR IN ITS FIXED-RECORD *
000060*   FORMAT.  AN ACCOUNT IS SENT WHEN IT STILL OWES MONEY (THE    *
000070*   UNPAID REMAINDER OF ITS OPEN ITEMS) AND ITS CONTACT IS       *
000080*   FLAGGED UNDELIVERABLE -- MAIL COMES BACK AND THE NCOA MOVE-  *
000090*   UPDATE HAS NOT FOUND A FORWARDING ADDRESS, OR FOUND ONLY AN  *
000100*   EXPIRED ONE.  EACH RECORD CARRIES THE NAME, THE LAST ADDRESS *
000110*   AND PHONE WE HAVE, THE BALANCE AND THE ACCOUNT-ID.           *
000120*                                                                *
000130*   NOT SENT: ACCOUNTS ON LEGAL HOLD (ALL COLLECTION ACTIVITY    *
000140*   STOPS), ACCOUNTS ALREADY PLACED WITH THE COLLECTION AGENCY   *
000150*   (THE AGENCY TRACES ITS OWN), DECEASED CONTACTS, AND ACCOUNTS *
000160*   WITH A VENDOR LEAD STILL WAITING ON THE REVIEW QUEUE (SEE    *
000170*   ADDRESS-SKIPTRACE-REVIEW).  THE VENDOR'S RESULT FILE COMES   *
000180*   BACK THROUGH ADDRESS-SKIPTRACE-IMPORT.                       *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      SKIP-TRACE-EXTRACT.
000230 AUTHOR.          DATA PROCESSING.
000240 INSTALLATION.    ACCOUNTING SYSTEMS.
000250 DATE-WRITTEN.    10/15/2026.
000260 DATE-COMPILED.   10/15/2026.
000270*                                                                *
000280*   MODIFICATION HISTORY                                        *
000290*   ------------------------------------------------------------ *
000300*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000302*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000304*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000306*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000310*                                                                *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL OPEN-ITEMS
000360            ASSIGN       TO  OPENITEM
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS OI-ITEM-KEY
000400            FILE STATUS  IS OPENITEM-STATUS.
000410
000420     SELECT OPTIONAL ADDRESS-FILE
000430            ASSIGN       TO  ADDROUT
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS FD-PHONE
000470            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000480            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000490            FILE STATUS  IS ADDRESS-STATUS.
000500
000510     SELECT OPTIONAL PLACEMENTS
000520            ASSIGN       TO  PLACEOUT
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS PL-PLACEMENT-NUMBER
000560            FILE STATUS  IS PLACE-STATUS.
000570
000580*   THE VENDOR LEAD REVIEW QUEUE (SEE ADDRESS-SKIPTRACE-IMPORT).
000590     SELECT OPTIONAL SKIPTRACE-QUEUE
000600            ASSIGN       TO  SKIPQUE
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE  IS DYNAMIC
000630            RECORD KEY   IS SK-LEAD-NO
000640            FILE STATUS  IS SKIPQUE-STATUS.
000650
000660     SELECT EXTRACT-FILE
000670            ASSIGN       TO  EXTRACTOUT
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS  IS EXTRACT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  OPEN-ITEMS.
000740 01  OPEN-ITEM-STRUCTURE.
000750     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000760
000770 FD  ADDRESS-FILE.
000780 01  ADDRESS-RECORD.
000790     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000800
000810 FD  PLACEMENTS.
000820 01  PLACEMENT-STRUCTURE.
000830     COPY "PLACEMENT-RECORD.CPY" REPLACING ==(TAG)== BY ==PL-==.
000840
000850 FD  SKIPTRACE-QUEUE.
000860 01  SKIPTRACE-STRUCTURE.
000870     COPY "ADDRESS-SKIPTRACE-RECORD.CPY" REPLACING ==(TAG)==
000880          BY ==SK-==.
000890
000900*   THE VENDOR'S FIXED RECORD -- ONE LINE PER ACCOUNT TO TRACE.
000910 FD  EXTRACT-FILE
000920     RECORDING MODE IS F.
000930 01  EXTRACT-RECORD.
000940     05  EX-ACCOUNT-ID           PIC 9(07).
000950     05  EX-LAST-NAME            PIC X(20).
000960     05  EX-FIRST-NAME           PIC X(20).
000970     05  EX-STREET               PIC X(40).
000980     05  EX-CITY                 PIC X(30).
000990     05  EX-STATE                PIC X(02).
001000     05  EX-ZIP                  PIC X(10).
001010     05  EX-PHONE                PIC X(12).
001020     05  EX-BALANCE              PIC 9(09)V9(02).
001030     05  EX-RETURN-DATE          PIC X(08).
001040     05  EX-EXTRACT-DATE         PIC 9(08).
001050
001060 WORKING-STORAGE SECTION.
001070 01  OPENITEM                   PIC X(50)
001080     VALUE "/mnt/c/cobfiles\open-items.idx".
001090 01  ADDROUT                    PIC X(50)
001100     VALUE "/mnt/c/cobfiles\address.idx".
001110 01  PLACEOUT                   PIC X(50)
001120     VALUE "/mnt/c/cobfiles\placements.idx".
001130 01  SKIPQUE                    PIC X(50)
001140     VALUE "/mnt/c/cobfiles\address-skiptrace.idx".
001150 01  EXTRACTOUT                 PIC X(50)
001160     VALUE "skip-trace-extract.txt".
001170
001180 01  OPENITEM-STATUS            PIC X(02).
001190 01  ADDRESS-STATUS             PIC X(02).
001200     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001210 01  PLACE-STATUS               PIC X(02).
001220 01  SKIPQUE-STATUS             PIC X(02).
001230 01  EXTRACT-STATUS             PIC X(02).
001240
001250 01  WS-SWITCHES.
001260     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001270         88  WS-EOF-YES                    VALUE 'Y'.
001280     05  WS-FIRST-ACCOUNT-SWITCH PIC X(01) VALUE 'Y'.
001290         88  WS-FIRST-ACCOUNT              VALUE 'Y'.
001300     05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001310         88  WS-ACCOUNT-FOUND              VALUE 'Y'.
001320     05  WS-PLACED-SWITCH        PIC X(01) VALUE 'N'.
001330         88  WS-ALREADY-PLACED             VALUE 'Y'.
001340     05  WS-LEAD-SWITCH          PIC X(01) VALUE 'N'.
001350         88  WS-LEAD-PENDING               VALUE 'Y'.
001360     05  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001370         88  WS-SCAN-EOF                   VALUE 'Y'.
001380
001390 01  WS-TODAY-8                  PIC 9(08).
001392 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001394     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001396 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001400 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001410*   ANSWER FROM LEGAL-HOLD-CHECK -- 'H' SUPPRESSES THE ACCOUNT.
001420 01  WS-HOLD-STATUS              PIC X(01).
001430 01  WS-BALANCE                  PIC 9(09)V9(02) VALUE ZERO.
001440 01  WS-BALANCE-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
001450
001460 01  WS-ACCOUNT-COUNT            PIC 9(05) VALUE ZERO.
001470 01  WS-SENT-COUNT               PIC 9(05) VALUE ZERO.
001480 01  WS-HOLD-COUNT               PIC 9(05) VALUE ZERO.
001490 01  WS-PLACED-COUNT             PIC 9(05) VALUE ZERO.
001500 01  WS-DECEASED-COUNT           PIC 9(05) VALUE ZERO.
001510 01  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.
001520 01  WS-SENT-TOTAL               PIC 9(10)V9(02) VALUE ZERO.
001530 01  WS-TOTAL-EDITED             PIC Z,ZZZ,ZZZ,ZZ9.99.
001540
001550*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001560 01  WS-RC-FUNCTION             PIC X(01).
001570 01  WS-RC-JOB-NAME             PIC X(20)
001580     VALUE "SKIP-TRACE-EXTRACT".
001590 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001600 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001610 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001620
001630 PROCEDURE DIVISION.
001640*                                                                *
001650*   0000-MAINLINE                                               *
001660*                                                                *
001670 0000-MAINLINE.
001680     MOVE 'S' TO WS-RC-FUNCTION.
001690     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001700          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001710          WS-RC-CODE.
001720     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001730     PERFORM 3000-PROCESS-ITEM    THRU 3000-EXIT
001740             UNTIL WS-EOF-YES.
001750     IF NOT WS-FIRST-ACCOUNT
001760        PERFORM 5000-CHECK-ACCOUNT THRU 5000-EXIT
001770     END-IF.
001780     PERFORM 8000-FINISH          THRU 8000-EXIT.
001790     GO TO 9999-EXIT.
001800
001810*                                                                *
001820*   1000-INITIALIZE                                              *
001830*                                                                *
001840 1000-INITIALIZE.
001850     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001852          WS-OVERRIDE-MARK.
001854     IF WS-DATE-OVERRIDDEN
001856        DISPLAY WS-OVERRIDE-MARK
001858     END-IF.
001860     OPEN OUTPUT EXTRACT-FILE.
001870     OPEN INPUT OPEN-ITEMS.
001880     IF OPENITEM-STATUS NOT = '00'
001890        DISPLAY "NO OPEN ITEMS FILE FOUND -- " OPENITEM
001900        MOVE "0012" TO WS-RC-CODE
001910        MOVE 'Y' TO WS-EOF-SWITCH
001920        GO TO 1000-EXIT
001930     END-IF.
001940     OPEN INPUT ADDRESS-FILE.
001950     IF NOT ADDRESS-FILE-READY
001960        DISPLAY "ADDRESS FILE NOT AVAILABLE, STATUS "
001970                ADDRESS-STATUS
001980        MOVE "0012" TO WS-RC-CODE
001990        MOVE 'Y' TO WS-EOF-SWITCH
002000        GO TO 1000-EXIT
002010     END-IF.
002020     OPEN INPUT PLACEMENTS.
002030     OPEN INPUT SKIPTRACE-QUEUE.
002040     MOVE LOW-VALUES TO OI-ITEM-KEY.
002050     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
002060         INVALID KEY
002070            MOVE 'Y' TO WS-EOF-SWITCH
002080     END-START.
002090     IF NOT WS-EOF-YES
002100        PERFORM 2100-READ-ITEM THRU 2100-EXIT
002110     END-IF.
002120 1000-EXIT.
002130     EXIT.
002140
002150 2100-READ-ITEM.
002160     READ OPEN-ITEMS NEXT RECORD
002170         AT END
002180            MOVE 'Y' TO WS-EOF-SWITCH
002190     END-READ.
002200 2100-EXIT.
002210     EXIT.
002220
002230*                                                                *
002240*   3000-PROCESS-ITEM -- CONTROL BREAK ON ACCOUNT-ID,            *
002250*   ACCUMULATING THE UNPAID REMAINDER OF EVERY OPEN ITEM         *
002260*                                                                *
002270 3000-PROCESS-ITEM.
002280     IF NOT WS-FIRST-ACCOUNT AND OI-ACCOUNT-ID NOT =
002290        WS-PREV-ACCOUNT-ID
002300        PERFORM 5000-CHECK-ACCOUNT THRU 5000-EXIT
002310     END-IF.
002320     MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH.
002330     MOVE OI-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID.
002340     ADD 1 TO WS-RC-READ.
002350     IF NOT OI-ITEM-PAID
002360        AND NOT OI-ITEM-WRITTEN-OFF
002370        ADD OI-REMAINING-AMOUNT TO WS-BALANCE
002380     END-IF.
002390     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
002400 3000-EXIT.
002410     EXIT.
002420
002430*                                                                *
002440*   5000-CHECK-ACCOUNT -- AN ACCOUNT WITH A BALANCE WHOSE        *
002450*   CONTACT IS UNDELIVERABLE GOES TO THE VENDOR UNLESS ONE OF    *
002460*   THE SUPPRESSION RULES APPLIES                                *
002470*                                                                *
002480 5000-CHECK-ACCOUNT.
002490     IF WS-BALANCE = ZERO
002500        GO TO 5000-RESET
002510     END-IF.
002520     PERFORM 5500-LOOKUP-ADDRESS THRU 5500-EXIT.
002530     IF NOT WS-ACCOUNT-FOUND
002540        GO TO 5000-RESET
002550     END-IF.
002560     IF NOT FD-UNDELIVERABLE-YES
002570        GO TO 5000-RESET
002580     END-IF.
002590     ADD 1 TO WS-ACCOUNT-COUNT.
002600     IF FD-DECEASED-YES
002610        ADD 1 TO WS-DECEASED-COUNT
002620        GO TO 5000-RESET
002630     END-IF.
002640*   AN ACCOUNT ON LEGAL HOLD IS NOT TRACED -- THE LAW SAYS ALL
002650*   COLLECTION ACTIVITY STOPS (SEE LEGAL-HOLD-CHECK).
002660     CALL "LEGAL-HOLD-CHECK" USING WS-PREV-ACCOUNT-ID,
002670          WS-HOLD-STATUS.
002680     IF WS-HOLD-STATUS = 'H'
002690        ADD 1 TO WS-HOLD-COUNT
002700        GO TO 5000-RESET
002710     END-IF.
002720     PERFORM 5200-CHECK-ALREADY-PLACED THRU 5200-EXIT.
002730     IF WS-ALREADY-PLACED
002740        ADD 1 TO WS-PLACED-COUNT
002750        GO TO 5000-RESET
002760     END-IF.
002770     PERFORM 5700-CHECK-PENDING-LEAD THRU 5700-EXIT.
002780     IF WS-LEAD-PENDING
002790        ADD 1 TO WS-PENDING-COUNT
002800        GO TO 5000-RESET
002810     END-IF.
002820     PERFORM 6000-WRITE-EXTRACT-RECORD THRU 6000-EXIT.
002830 5000-RESET.
002840     MOVE ZERO TO WS-BALANCE.
002850 5000-EXIT.
002860     EXIT.
002870
002880*                                                                *
002890*   5200-CHECK-ALREADY-PLACED -- AN ACCOUNT WITH AN ENTRY STILL  *
002900*   IN PLACED STATUS BELONGS TO THE AGENCY (THE SAME TEST        *
002910*   COLLECTION-PLACEMENT-EXTRACT MAKES)                          *
002920*                                                                *
002930 5200-CHECK-ALREADY-PLACED.
002940     MOVE 'N' TO WS-PLACED-SWITCH.
002950     IF PLACE-STATUS NOT = '00'
002960        GO TO 5200-EXIT
002970     END-IF.
002980     MOVE LOW-VALUES TO PL-PLACEMENT-NUMBER.
002990     START PLACEMENTS KEY IS >= PL-PLACEMENT-NUMBER
003000         INVALID KEY
003010            GO TO 5200-EXIT
003020     END-START.
003030     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
003040     PERFORM 5300-SCAN-FOR-ACCOUNT THRU 5300-EXIT
003050             UNTIL WS-SCAN-EOF OR WS-ALREADY-PLACED.
003060 5200-EXIT.
003070     EXIT.
003080
003090 5300-SCAN-FOR-ACCOUNT.
003100     READ PLACEMENTS NEXT RECORD
003110         AT END
003120            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
003130            GO TO 5300-EXIT
003140     END-READ.
003150     IF PL-ACCOUNT-ID = WS-PREV-ACCOUNT-ID
003160        AND PL-PLACEMENT-PLACED
003170        MOVE 'Y' TO WS-PLACED-SWITCH
003180     END-IF.
003190 5300-EXIT.
003200     EXIT.
003210
003220*                                                                *
003230*   5500-LOOKUP-ADDRESS -- READ THE CONTACT CARRYING THIS        *
003240*   ACCOUNT-ID ON THE FD-ACCOUNT-ID KEY, AS LEDGER-POST DOES     *
003250*                                                                *
003260 5500-LOOKUP-ADDRESS.
003270     MOVE 'N' TO WS-FOUND-SWITCH.
003280     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
003290     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
003300         INVALID KEY
003310            GO TO 5500-EXIT
003320     END-READ.
003330     MOVE 'Y' TO WS-FOUND-SWITCH.
003340 5500-EXIT.
003350     EXIT.
003360
003370*                                                                *
003380*   5700-CHECK-PENDING-LEAD -- A LEAD THE VENDOR HAS ALREADY     *
003390*   RETURNED AND NO CLERK HAS DECIDED YET MEANS THE ACCOUNT IS   *
003400*   NOT SENT (AND PAID FOR) AGAIN                                *
003410*                                                                *
003420 5700-CHECK-PENDING-LEAD.
003430     MOVE 'N' TO WS-LEAD-SWITCH.
003440     IF SKIPQUE-STATUS NOT = '00'
003450        GO TO 5700-EXIT
003460     END-IF.
003470     MOVE LOW-VALUES TO SK-LEAD-NO.
003480     START SKIPTRACE-QUEUE KEY IS >= SK-LEAD-NO
003490         INVALID KEY
003500            GO TO 5700-EXIT
003510     END-START.
003520     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
003530     PERFORM 5800-SCAN-FOR-LEAD THRU 5800-EXIT
003540             UNTIL WS-SCAN-EOF OR WS-LEAD-PENDING.
003550 5700-EXIT.
003560     EXIT.
003570
003580 5800-SCAN-FOR-LEAD.
003590     READ SKIPTRACE-QUEUE NEXT RECORD
003600         AT END
003610            MOVE 'Y' TO WS-SCAN-EOF-SWITCH
003620            GO TO 5800-EXIT
003630     END-READ.
003640     IF SK-ACCOUNT-ID = WS-PREV-ACCOUNT-ID
003650        AND SK-LEAD-PENDING
003660        MOVE 'Y' TO WS-LEAD-SWITCH
003670     END-IF.
003680 5800-EXIT.
003690     EXIT.
003700
003710*                                                                *
003720*   6000-WRITE-EXTRACT-RECORD                                    *
003730*                                                                *
003740 6000-WRITE-EXTRACT-RECORD.
003750     MOVE SPACES              TO EXTRACT-RECORD.
003760     MOVE WS-PREV-ACCOUNT-ID  TO EX-ACCOUNT-ID.
003770     MOVE FD-LAST-NAME        TO EX-LAST-NAME.
003780     MOVE FD-FIRST-NAME       TO EX-FIRST-NAME.
003790     MOVE FD-STREET-NAME      TO EX-STREET.
003800     MOVE FD-CITY             TO EX-CITY.
003810     MOVE FD-STATE            TO EX-STATE.
003820     MOVE FD-ZIP              TO EX-ZIP.
003830     MOVE FD-PHONE            TO EX-PHONE.
003840     MOVE WS-BALANCE          TO EX-BALANCE.
003850     MOVE FD-RETURN-DATE      TO EX-RETURN-DATE.
003860     MOVE WS-TODAY-8          TO EX-EXTRACT-DATE.
003870     WRITE EXTRACT-RECORD.
003880     ADD 1 TO WS-SENT-COUNT.
003890     ADD 1 TO WS-RC-WRITTEN.
003900     ADD WS-BALANCE TO WS-SENT-TOTAL.
003910     MOVE WS-BALANCE TO WS-BALANCE-EDITED.
003920     DISPLAY "SENT " WS-PREV-ACCOUNT-ID " " FD-LAST-NAME " "
003930             WS-BALANCE-EDITED.
003940 6000-EXIT.
003950     EXIT.
003960
003970*                                                                *
003980*   8000-FINISH                                                  *
003990*                                                                *
004000 8000-FINISH.
004010     CLOSE EXTRACT-FILE.
004020     IF SKIPQUE-STATUS = '00'
004030        CLOSE SKIPTRACE-QUEUE
004040     END-IF.
004050     IF PLACE-STATUS = '00'
004060        CLOSE PLACEMENTS
004070     END-IF.
004080     IF ADDRESS-FILE-READY
004090        CLOSE ADDRESS-FILE
004100     END-IF.
004110     IF OPENITEM-STATUS = '00' OR OPENITEM-STATUS = '10'
004120        CLOSE OPEN-ITEMS
004130     END-IF.
004140     MOVE WS-SENT-TOTAL TO WS-TOTAL-EDITED.
004150     DISPLAY "SKIP-TRACE-EXTRACT RUN COMPLETE".
004160     DISPLAY "UNDELIVERABLE WITH BALANCE: " WS-ACCOUNT-COUNT.
004170     DISPLAY "SENT TO VENDOR:             " WS-SENT-COUNT
004180             "  TOTAL " WS-TOTAL-EDITED.
004190     DISPLAY "HELD -- LEGAL HOLD:         " WS-HOLD-COUNT.
004200     DISPLAY "HELD -- WITH THE AGENCY:    " WS-PLACED-COUNT.
004210     DISPLAY "HELD -- DECEASED:           " WS-DECEASED-COUNT.
004220     DISPLAY "HELD -- LEAD UNDER REVIEW:  " WS-PENDING-COUNT.
004230     MOVE 'E' TO WS-RC-FUNCTION.
004240     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
004250          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
004260          WS-RC-CODE.
004270 8000-EXIT.
004280     EXIT.
004290
004300 9999-EXIT.
004310     STOP RUN.
