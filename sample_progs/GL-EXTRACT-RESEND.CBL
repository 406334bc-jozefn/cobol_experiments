000010******************************************************************
000020*                                                                *
000030*   GL-EXTRACT-RESEND                                            *
000040*                                                                *
000050*   CONTROLLED RE-SEND OF A GL INTERFACE RUN FINANCE NEVER TOOK  *
000060*   IN.  THE RUN IS NAMED BY THE GL-RESEND-RUN= LINE IN THE      *
000070*   SHARED LEDGER RUN PARAMETER FILE, AND ONE COMPANY OF IT BY   *
000080*   GL-RESEND-CO= (EVERY COMPANY OF THE RUN WHEN THERE IS NONE). *
000090*   FOR EACH COMPANY FILE OF THE RUN ON THE GL EXTRACT RUN       *
000100*   REGISTER:                                                    *
000110*                                                                *
000120*     - A FILE FINANCE HAS ACKNOWLEDGED AS POSTED (ACCEPTED, OR  *
000130*       ACCEPTED WITH LINES REJECTED) IS REFUSED -- SENDING IT   *
000140*       AGAIN WOULD POST IT TWICE.                               *
000150*     - A FILE WHOSE PICKUP FILE NOW HOLDS A LATER RUN FINANCE   *
000160*       HAS NOT YET ANSWERED IS REFUSED, SO THE LATER RUN IS     *
000170*       NOT LOST UNDER IT.                                       *
000180*     - THE RETAINED COPY GL-EXTRACT KEPT UNDER THE RUN ID MUST  *
000190*       STILL CARRY THE RUN'S HEADER, AND ITS DETAIL LINES MUST  *
000200*       ADD BACK TO THE TRAILER AND TO THE REGISTER.             *
000210*                                                                *
000220*   A FILE THAT PASSES IS COPIED BACK TO THE PICKUP FILE WITH    *
000230*   ITS HEADER SEND NUMBER STEPPED, AND ITS REGISTER ENTRY IS    *
000240*   MARKED SENT AGAIN TODAY WITH ANY EARLIER ANSWER CLEARED.     *
000250*   THE RUN ID ITSELF IS NEVER CHANGED, SO FINANCE CAN SEE IT    *
000260*   IS THE SAME RUN COMING AGAIN.                                *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      GL-EXTRACT-RESEND.
000310 AUTHOR.          DATA PROCESSING.
000320 INSTALLATION.    ACCOUNTING SYSTEMS.
000330 DATE-WRITTEN.    10/15/2026.
000340 DATE-COMPILED.   10/15/2026.
000350*                                                                *
000360*   MODIFICATION HISTORY                                         *
000370*   ------------------------------------------------------------ *
000380*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000382*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000384*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000386*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000390*                                                                *
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL GL-RUN-REGISTER
000440            ASSIGN       TO  GLRUNREG
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS GR-RUN-KEY
000480            FILE STATUS  IS GLRUNREG-STATUS.
000490
000500     SELECT OPTIONAL GL-KEEP-FILE
000510            ASSIGN       TO  GLKEEP
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS  IS GLKEEP-STATUS.
000540
000550     SELECT OPTIONAL GL-FILE
000560            ASSIGN       TO  GLOUT
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS  IS GL-STATUS.
000590
000600     SELECT OPTIONAL RUN-PARM-FILE
000610            ASSIGN       TO  RUNPARMS
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS  IS RUNPARM-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GL-RUN-REGISTER.
000680 01  GL-RUN-STRUCTURE.
000690     COPY "GL-EXTRACT-RUN-RECORD.CPY" REPLACING ==(TAG)==
000700          BY ==GR-==.
000710
000720 FD  GL-KEEP-FILE
000730     RECORDING MODE IS F.
000740 01  GL-KEEP-LINE                 PIC X(78).
000750
000760 FD  GL-FILE
000770     RECORDING MODE IS F.
000780 01  GL-PICKUP-LINE               PIC X(78).
000790
000800 FD  RUN-PARM-FILE
000810     RECORDING MODE IS F.
000820 01  RUN-PARM-LINE                PIC X(40).
000830
000840 WORKING-STORAGE SECTION.
000850*                                                                *
000860*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000870*                                                                *
000880 01  GLRUNREG                   PIC X(50)
000890     VALUE "/mnt/c/cobfiles\gl-extract-runs.idx".
000900 01  GLKEEP                     PIC X(50) VALUE SPACES.
000910 01  GLOUT                      PIC X(50) VALUE SPACES.
000920 01  RUNPARMS                   PIC X(50)
000930     VALUE "ledger-run-parms.txt".
000940
000950 01  GLRUNREG-STATUS            PIC X(02).
000960 01  GLKEEP-STATUS              PIC X(02).
000970 01  GL-STATUS                  PIC X(02).
000980 01  RUNPARM-STATUS             PIC X(02).
000990
001000 01  WS-SWITCHES.
001010     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001020         88  WS-EOF-YES                    VALUE 'Y'.
001030     05  WS-CHECK-SWITCH         PIC X(01) VALUE 'N'.
001040         88  WS-CHECK-PASSED               VALUE 'Y'.
001050     05  WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
001060         88  WS-TRAILER-SEEN               VALUE 'Y'.
001070
001080 01  WS-PARM-NAME               PIC X(20).
001090 01  WS-PARM-VALUE              PIC X(20).
001100 01  WS-RESEND-RUN              PIC 9(08) VALUE ZERO.
001110 01  WS-RESEND-COMPANY          PIC X(02) VALUE SPACES.
001120 01  WS-TODAY-8                 PIC 9(08).
001122 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001124     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001126 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001130 01  WS-REASON                  PIC X(50).
001140
001150*                                                                *
001160*   THE COMPANIES OF THE RUN, GATHERED FIRST SO EACH CAN BE      *
001170*   READ BY KEY WITHOUT LOSING THE PLACE IN THE REGISTER         *
001180*                                                                *
001190 01  WS-CO-TABLE.
001200     05  WS-CO-ENTRY             PIC X(02) OCCURS 10 TIMES.
001210 01  WS-CO-COUNT                PIC 9(02) VALUE ZERO.
001220 01  WS-CO-INDEX                PIC 9(02) VALUE ZERO.
001230
001240*                                                                *
001250*   ONE LINE OF AN INTERFACE FILE, SEEN AS A HEADER OR TRAILER   *
001260*   (GL-EXTRACT-CONTROL-RECORD.CPY) OR AS A DETAIL LINE IN THE   *
001270*   GL-EXTRACT LAYOUT                                            *
001280*                                                                *
001290 01  WS-CONTROL-VIEW.
001300     COPY "GL-EXTRACT-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
001310          BY ==CV-==.
001320 01  WS-DETAIL-VIEW REDEFINES WS-CONTROL-VIEW.
001330     05  DV-ACCOUNT              PIC 9(07).
001340     05  FILLER                  PIC X(01).
001350     05  DV-PERIOD               PIC 9(06).
001360     05  FILLER                  PIC X(01).
001370     05  DV-DEBIT-AMOUNT         PIC 9(09)V9(02).
001380     05  FILLER                  PIC X(01).
001390     05  DV-CREDIT-AMOUNT        PIC 9(09)V9(02).
001400     05  FILLER                  PIC X(01).
001410     05  DV-WRITEOFF-AMOUNT      PIC 9(09)V9(02).
001420     05  FILLER                  PIC X(01).
001430     05  DV-DESCRIPTION          PIC X(25).
001440     05  FILLER                  PIC X(02).
001450
001460*   THE DETAIL LINES OF THE RETAINED COPY, ADDED BACK UP.
001470 01  WS-CHK-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
001480 01  WS-CHK-DEBIT-HASH          PIC 9(11)V9(02) VALUE ZERO.
001490 01  WS-CHK-CREDIT-HASH         PIC 9(11)V9(02) VALUE ZERO.
001500 01  WS-CHK-WRITEOFF-HASH       PIC 9(11)V9(02) VALUE ZERO.
001510 01  WS-CHK-ACCOUNT-HASH        PIC 9(12) VALUE ZERO.
001520 01  WS-PICKUP-RUN              PIC 9(08) VALUE ZERO.
001530 01  WS-COPY-COUNT              PIC 9(07) VALUE ZERO.
001540
001550 01  WS-FOUND-COUNT             PIC 9(03) VALUE ZERO.
001560 01  WS-RESENT-COUNT            PIC 9(03) VALUE ZERO.
001570 01  WS-REFUSED-COUNT           PIC 9(03) VALUE ZERO.
001580
001590 01  WS-RC-FUNCTION             PIC X(01).
001600 01  WS-RC-JOB-NAME             PIC X(20)
001610     VALUE "GL-EXTRACT-RESEND".
001620 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001630 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001640 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001650
001660 PROCEDURE DIVISION.
001670*                                                                *
001680*   0000-MAINLINE                                                *
001690*                                                                *
001700 0000-MAINLINE.
001710     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001712          WS-OVERRIDE-MARK.
001714     IF WS-DATE-OVERRIDDEN
001716        DISPLAY WS-OVERRIDE-MARK
001718     END-IF.
001720     MOVE 'S' TO WS-RC-FUNCTION.
001730     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001740          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001750          WS-RC-CODE.
001760     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001770     IF WS-RESEND-RUN = ZERO
001780        DISPLAY "NO GL-RESEND-RUN= LINE IN " RUNPARMS
001790                " -- NOTHING RESENT"
001800        MOVE "0008" TO WS-RC-CODE
001810        GO TO 0000-END-RUN
001820     END-IF.
001830     OPEN I-O GL-RUN-REGISTER.
001840     IF GLRUNREG-STATUS NOT = '00'
001850        DISPLAY "CANNOT OPEN GL EXTRACT RUN REGISTER -- "
001860                GLRUNREG-STATUS
001870        IF GLRUNREG-STATUS = '05'
001880           CLOSE GL-RUN-REGISTER
001890        END-IF
001900        MOVE "0008" TO WS-RC-CODE
001910        GO TO 0000-END-RUN
001920     END-IF.
001930     PERFORM 2000-FIND-RUN THRU 2000-EXIT.
001940     IF WS-CO-COUNT = ZERO
001950        DISPLAY "RUN " WS-RESEND-RUN " " WS-RESEND-COMPANY
001960                " IS NOT ON THE GL EXTRACT RUN REGISTER"
001970        MOVE "0008" TO WS-RC-CODE
001980     END-IF.
001990     MOVE 1 TO WS-CO-INDEX.
002000     PERFORM 3000-RESEND-COMPANY THRU 3000-EXIT
002010             UNTIL WS-CO-INDEX > WS-CO-COUNT.
002020     CLOSE GL-RUN-REGISTER.
002030     IF WS-REFUSED-COUNT > ZERO AND WS-RC-CODE = "0000"
002040        MOVE "0004" TO WS-RC-CODE
002050     END-IF.
002060 0000-END-RUN.
002070     MOVE 'E' TO WS-RC-FUNCTION.
002080     MOVE WS-RESENT-COUNT TO WS-RC-WRITTEN.
002090     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002100          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002110          WS-RC-CODE.
002120     DISPLAY "GL-EXTRACT-RESEND RUN COMPLETE".
002130     DISPLAY "FILES OF THE RUN:     " WS-FOUND-COUNT.
002140     DISPLAY "FILES RESENT:         " WS-RESENT-COUNT.
002150     DISPLAY "FILES REFUSED:        " WS-REFUSED-COUNT.
002160     GO TO 9999-EXIT.
002170
002180*                                                                *
002190*   1000-READ-RUN-PARMS -- GL-RESEND-RUN= (8 DIGITS) AND         *
002200*   GL-RESEND-CO= IN THE SHARED LEDGER RUN PARAMETER FILE        *
002210*                                                                *
002220 1000-READ-RUN-PARMS.
002230     OPEN INPUT RUN-PARM-FILE.
002240     IF RUNPARM-STATUS NOT = '00'
002250        GO TO 1000-EXIT
002260     END-IF.
002270     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002280             UNTIL RUNPARM-STATUS NOT = '00'.
002290     CLOSE RUN-PARM-FILE.
002300 1000-EXIT.
002310     EXIT.
002320
002330 1050-READ-ONE-PARM.
002340     READ RUN-PARM-FILE
002350         AT END
002360            MOVE '10' TO RUNPARM-STATUS
002370            GO TO 1050-EXIT
002380     END-READ.
002390     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002400     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002410         INTO WS-PARM-NAME, WS-PARM-VALUE
002420     END-UNSTRING.
002430     IF WS-PARM-NAME = "GL-RESEND-RUN"
002440        AND WS-PARM-VALUE (1:8) NUMERIC
002450        MOVE WS-PARM-VALUE (1:8) TO WS-RESEND-RUN
002460     END-IF.
002470     IF WS-PARM-NAME = "GL-RESEND-CO"
002480        MOVE WS-PARM-VALUE (1:2) TO WS-RESEND-COMPANY
002490     END-IF.
002500 1050-EXIT.
002510     EXIT.
002520
002530*                                                                *
002540*   2000-FIND-RUN -- GATHER THE COMPANIES OF THE RUN FROM THE    *
002550*   REGISTER, OR JUST THE ONE ASKED FOR                          *
002560*                                                                *
002570 2000-FIND-RUN.
002580     MOVE WS-RESEND-RUN TO GR-RUN-ID.
002590     MOVE LOW-VALUES TO GR-COMPANY-CODE.
002600     START GL-RUN-REGISTER KEY IS >= GR-RUN-KEY
002610         INVALID KEY
002620            GO TO 2000-EXIT
002630     END-START.
002640     MOVE 'N' TO WS-EOF-SWITCH.
002650     PERFORM 2100-GATHER-ONE THRU 2100-EXIT
002660             UNTIL WS-EOF-YES.
002670 2000-EXIT.
002680     EXIT.
002690
002700 2100-GATHER-ONE.
002710     READ GL-RUN-REGISTER NEXT RECORD
002720         AT END
002730            MOVE 'Y' TO WS-EOF-SWITCH
002740            GO TO 2100-EXIT
002750     END-READ.
002760     IF GR-RUN-ID NOT = WS-RESEND-RUN
002770        MOVE 'Y' TO WS-EOF-SWITCH
002780        GO TO 2100-EXIT
002790     END-IF.
002800     ADD 1 TO WS-RC-READ.
002810     IF WS-RESEND-COMPANY NOT = SPACES
002820        AND GR-COMPANY-CODE NOT = WS-RESEND-COMPANY
002830        GO TO 2100-EXIT
002840     END-IF.
002850     IF WS-CO-COUNT < 10
002860        ADD 1 TO WS-CO-COUNT
002870        ADD 1 TO WS-FOUND-COUNT
002880        MOVE GR-COMPANY-CODE TO WS-CO-ENTRY (WS-CO-COUNT)
002890     END-IF.
002900 2100-EXIT.
002910     EXIT.
002920
002930*                                                                *
002940*   3000-RESEND-COMPANY -- THE CHECKS IN THE BANNER, THEN THE    *
002950*   COPY AND THE REGISTER UPDATE FOR ONE COMPANY FILE            *
002960*                                                                *
002970 3000-RESEND-COMPANY.
002980     PERFORM 3100-READ-OWN-ENTRY THRU 3100-EXIT.
002990     IF NOT WS-CHECK-PASSED
003000        GO TO 3000-REFUSE
003010     END-IF.
003020     IF GR-RUN-POSTED
003030        MOVE SPACES TO WS-REASON
003040        STRING "FINANCE POSTED IT " GR-ACK-DATE
003050               " -- A RE-SEND WOULD POST IT TWICE"
003060               DELIMITED BY SIZE INTO WS-REASON
003070        END-STRING
003080        GO TO 3000-REFUSE
003090     END-IF.
003100     PERFORM 4000-CHECK-PICKUP-FILE THRU 4000-EXIT.
003110     IF NOT WS-CHECK-PASSED
003120        GO TO 3000-REFUSE
003130     END-IF.
003140*   THE PICKUP CHECK MAY HAVE READ ANOTHER RUN'S ENTRY.
003150     PERFORM 3100-READ-OWN-ENTRY THRU 3100-EXIT.
003160     PERFORM 5000-CHECK-KEEP-FILE THRU 5000-EXIT.
003170     IF NOT WS-CHECK-PASSED
003180        GO TO 3000-REFUSE
003190     END-IF.
003200     PERFORM 6000-COPY-TO-PICKUP THRU 6000-EXIT.
003210     PERFORM 7000-MARK-RESENT THRU 7000-EXIT.
003220     ADD 1 TO WS-RESENT-COUNT.
003230     DISPLAY "RUN " GR-RUN-ID " COMPANY " GR-COMPANY-CODE
003240             " RESENT AS " GR-FILE-NAME.
003250     GO TO 3000-NEXT.
003260 3000-REFUSE.
003270     ADD 1 TO WS-REFUSED-COUNT.
003280     DISPLAY "RUN " WS-RESEND-RUN " COMPANY "
003290             WS-CO-ENTRY (WS-CO-INDEX) " NOT RESENT -- "
003300             WS-REASON.
003310 3000-NEXT.
003320     ADD 1 TO WS-CO-INDEX.
003330 3000-EXIT.
003340     EXIT.
003350
003360 3100-READ-OWN-ENTRY.
003370     MOVE 'Y' TO WS-CHECK-SWITCH.
003380     MOVE WS-RESEND-RUN TO GR-RUN-ID.
003390     MOVE WS-CO-ENTRY (WS-CO-INDEX) TO GR-COMPANY-CODE.
003400     READ GL-RUN-REGISTER
003410         INVALID KEY
003420            MOVE 'N' TO WS-CHECK-SWITCH
003430            MOVE "NO LONGER ON THE REGISTER" TO WS-REASON
003440     END-READ.
003450 3100-EXIT.
003460     EXIT.
003470
003480*                                                                *
003490*   4000-CHECK-PICKUP-FILE -- THE PICKUP FILE MAY BE OVERWRITTEN *
003500*   ONLY IF IT IS EMPTY, HOLDS THIS RUN, OR HOLDS A RUN FINANCE  *
003510*   HAS ALREADY ANSWERED                                         *
003520*                                                                *
003530 4000-CHECK-PICKUP-FILE.
003540     MOVE 'Y' TO WS-CHECK-SWITCH.
003550     MOVE GR-FILE-NAME TO GLOUT.
003560     MOVE ZERO TO WS-PICKUP-RUN.
003570     OPEN INPUT GL-FILE.
003580     IF GL-STATUS NOT = '00'
003590        IF GL-STATUS = '05'
003600           CLOSE GL-FILE
003610        END-IF
003620        GO TO 4000-EXIT
003630     END-IF.
003640     READ GL-FILE
003650         AT END
003660            MOVE SPACES TO GL-PICKUP-LINE
003670     END-READ.
003680     CLOSE GL-FILE.
003690     MOVE GL-PICKUP-LINE TO WS-CONTROL-VIEW.
003700     IF NOT CV-HEADER-RECORD
003710        OR CV-RUN-ID NOT NUMERIC
003720        OR CV-RUN-ID = WS-RESEND-RUN
003730        GO TO 4000-EXIT
003740     END-IF.
003750     MOVE CV-RUN-ID TO WS-PICKUP-RUN GR-RUN-ID.
003760     MOVE CV-COMPANY-CODE TO GR-COMPANY-CODE.
003770     READ GL-RUN-REGISTER
003780         INVALID KEY
003790            GO TO 4000-EXIT
003800     END-READ.
003810     IF GR-RUN-SENT
003820        MOVE 'N' TO WS-CHECK-SWITCH
003830        MOVE SPACES TO WS-REASON
003840        STRING "PICKUP FILE HOLDS RUN " WS-PICKUP-RUN
003850               ", STILL AWAITING FINANCE"
003860               DELIMITED BY SIZE INTO WS-REASON
003870        END-STRING
003880     END-IF.
003890 4000-EXIT.
003900     EXIT.
003910
003920*                                                                *
003930*   5000-CHECK-KEEP-FILE -- THE RETAINED COPY MUST OPEN WITH     *
003940*   THIS RUN'S HEADER AND ITS DETAIL LINES MUST ADD BACK TO ITS  *
003950*   TRAILER AND TO THE REGISTER                                  *
003960*                                                                *
003970 5000-CHECK-KEEP-FILE.
003980     MOVE 'N' TO WS-CHECK-SWITCH.
003990     MOVE "RETAINED COPY MISSING OR DOES NOT AGREE" TO WS-REASON.
004000     MOVE GR-KEEP-FILE-NAME TO GLKEEP.
004010     OPEN INPUT GL-KEEP-FILE.
004020     IF GLKEEP-STATUS NOT = '00'
004030        IF GLKEEP-STATUS = '05'
004040           CLOSE GL-KEEP-FILE
004050        END-IF
004060        GO TO 5000-EXIT
004070     END-IF.
004080     MOVE ZERO TO WS-CHK-LINE-COUNT WS-CHK-DEBIT-HASH
004090                  WS-CHK-CREDIT-HASH WS-CHK-WRITEOFF-HASH
004100                  WS-CHK-ACCOUNT-HASH.
004110     MOVE 'N' TO WS-TRAILER-SWITCH.
004120     MOVE 'N' TO WS-EOF-SWITCH.
004130     READ GL-KEEP-FILE
004140         AT END
004150            MOVE 'Y' TO WS-EOF-SWITCH
004160     END-READ.
004170     MOVE GL-KEEP-LINE TO WS-CONTROL-VIEW.
004180     IF WS-EOF-YES
004190        OR NOT CV-HEADER-RECORD
004200        OR CV-RUN-ID NOT = GR-RUN-ID
004210        OR CV-COMPANY-CODE NOT = GR-COMPANY-CODE
004220        CLOSE GL-KEEP-FILE
004230        GO TO 5000-EXIT
004240     END-IF.
004250     PERFORM 5100-ADD-KEEP-LINE THRU 5100-EXIT
004260             UNTIL WS-EOF-YES OR WS-TRAILER-SEEN.
004270     CLOSE GL-KEEP-FILE.
004280     IF NOT WS-TRAILER-SEEN
004290        GO TO 5000-EXIT
004300     END-IF.
004310     IF CV-RECORD-COUNT = WS-CHK-LINE-COUNT
004320        AND CV-DEBIT-HASH = WS-CHK-DEBIT-HASH
004330        AND CV-CREDIT-HASH = WS-CHK-CREDIT-HASH
004340        AND CV-WRITEOFF-HASH = WS-CHK-WRITEOFF-HASH
004350        AND CV-ACCOUNT-HASH = WS-CHK-ACCOUNT-HASH
004360        AND GR-RECORD-COUNT = WS-CHK-LINE-COUNT
004370        AND GR-DEBIT-HASH = WS-CHK-DEBIT-HASH
004380        AND GR-CREDIT-HASH = WS-CHK-CREDIT-HASH
004390        AND GR-WRITEOFF-HASH = WS-CHK-WRITEOFF-HASH
004400        AND GR-ACCOUNT-HASH = WS-CHK-ACCOUNT-HASH
004410        MOVE 'Y' TO WS-CHECK-SWITCH
004420     END-IF.
004430 5000-EXIT.
004440     EXIT.
004450
004460 5100-ADD-KEEP-LINE.
004470     READ GL-KEEP-FILE
004480         AT END
004490            MOVE 'Y' TO WS-EOF-SWITCH
004500            GO TO 5100-EXIT
004510     END-READ.
004520     MOVE GL-KEEP-LINE TO WS-CONTROL-VIEW.
004530     IF CV-TRAILER-RECORD
004540        MOVE 'Y' TO WS-TRAILER-SWITCH
004550        GO TO 5100-EXIT
004560     END-IF.
004570     ADD 1 TO WS-CHK-LINE-COUNT.
004580     ADD DV-DEBIT-AMOUNT    TO WS-CHK-DEBIT-HASH.
004590     ADD DV-CREDIT-AMOUNT   TO WS-CHK-CREDIT-HASH.
004600     ADD DV-WRITEOFF-AMOUNT TO WS-CHK-WRITEOFF-HASH.
004610     ADD DV-ACCOUNT         TO WS-CHK-ACCOUNT-HASH.
004620 5100-EXIT.
004630     EXIT.
004640
004650*                                                                *
004660*   6000-COPY-TO-PICKUP -- THE RETAINED COPY BACK TO THE PICKUP  *
004670*   FILE, THE HEADER CARRYING THE NEXT SEND NUMBER               *
004680*                                                                *
004690 6000-COPY-TO-PICKUP.
004700     MOVE GR-KEEP-FILE-NAME TO GLKEEP.
004710     MOVE GR-FILE-NAME TO GLOUT.
004720     OPEN INPUT GL-KEEP-FILE.
004730     OPEN OUTPUT GL-FILE.
004740     MOVE ZERO TO WS-COPY-COUNT.
004750     MOVE 'N' TO WS-EOF-SWITCH.
004760     PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
004770             UNTIL WS-EOF-YES.
004780     CLOSE GL-KEEP-FILE.
004790     CLOSE GL-FILE.
004800 6000-EXIT.
004810     EXIT.
004820
004830 6100-COPY-ONE-LINE.
004840     READ GL-KEEP-FILE
004850         AT END
004860            MOVE 'Y' TO WS-EOF-SWITCH
004870            GO TO 6100-EXIT
004880     END-READ.
004890     MOVE GL-KEEP-LINE TO WS-CONTROL-VIEW.
004900     IF CV-HEADER-RECORD
004910        COMPUTE CV-SEND-NUMBER = GR-SEND-COUNT + 1
004920     END-IF.
004930     MOVE WS-CONTROL-VIEW TO GL-PICKUP-LINE.
004940     WRITE GL-PICKUP-LINE.
004950     ADD 1 TO WS-COPY-COUNT.
004960 6100-EXIT.
004970     EXIT.
004980
004990*                                                                *
005000*   7000-MARK-RESENT -- SENT AGAIN TODAY, ANY EARLIER ANSWER     *
005010*   CLEARED SO THE UNACKNOWLEDGED REPORT WATCHES IT AFRESH       *
005020*                                                                *
005030 7000-MARK-RESENT.
005040     ADD 1 TO GR-SEND-COUNT.
005050     MOVE WS-TODAY-8 TO GR-LAST-SENT-DATE.
005060     SET GR-RUN-SENT TO TRUE.
005070     MOVE ZERO TO GR-ACK-DATE GR-ACK-RECEIVED-COUNT
005080                  GR-REJECT-COUNT.
005090     MOVE SPACE TO GR-TOTALS-SWITCH.
005100     REWRITE GL-RUN-STRUCTURE
005110         INVALID KEY
005120            DISPLAY "REGISTER REWRITE FAILED -- RUN " GR-RUN-ID
005130                    " COMPANY " GR-COMPANY-CODE
005140            MOVE "0008" TO WS-RC-CODE
005150     END-REWRITE.
005160 7000-EXIT.
005170     EXIT.
005180
005190 9999-EXIT.
005200     STOP RUN.
