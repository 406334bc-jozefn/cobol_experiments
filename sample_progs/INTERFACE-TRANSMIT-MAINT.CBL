000010******************************************************************
000020*                                                                *
000030*   INTERFACE-TRANSMIT-MAINT                                     *
000040*                                                                *
000050*   CONSOLE FOR THE OUTBOUND INTERFACE REGISTER (THE SAME        *
000060*   DISPLAY/ACCEPT SHAPE AS THE OTHER LEDGER CONSOLES).  THE     *
000070*   OPERATOR NAMES AN INTERFACE, SEES ITS GENERATIONS STILL ON   *
000080*   HAND, AND MARKS ONE TRANSMITTED ONCE IT HAS GONE TO THE      *
000090*   BANK, BUREAU, AGENCY OR STATE -- OR MARKS IT NOT TO BE SENT  *
000100*   WHEN A LATER GENERATION REPLACES IT.  A GENERATION WHOSE     *
000110*   RECORD COUNT AND AMOUNT HASH TOTAL MATCH ONE OF THE SAME     *
000120*   INTERFACE ALREADY TRANSMITTED IS REFUSED: IT IS THE SAME     *
000130*   FILE GOING OUT TWICE.  AN EMPTY FILE CARRIES NOTHING TO      *
000140*   DUPLICATE AND IS NOT CHECKED.                                *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.      INTERFACE-TRANSMIT-MAINT.
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
000310     SELECT OPTIONAL INTERFACE-REGISTER
000320            ASSIGN       TO  IFREG
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE  IS DYNAMIC
000350            RECORD KEY   IS IR-REGISTER-KEY
000360            FILE STATUS  IS IFREG-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  INTERFACE-REGISTER.
000410 01  INTERFACE-REGISTER-STRUCTURE.
000420     COPY "INTERFACE-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000430          BY ==IR-==.
000440
000450 WORKING-STORAGE SECTION.
000460 01  IFREG                      PIC X(50)
000470     VALUE "/mnt/c/cobfiles\interface-register.idx".
000480 01  IFREG-STATUS               PIC X(02).
000490
000500 01  WS-CLERK-ID                PIC X(10).
000510 01  WS-CLERK-NAME              PIC X(30).
000520 01  WS-CLERK-ROLE              PIC X(01).
000530 01  WS-CHECK-RESULT            PIC X(01).
000540 01  WS-TODAY-8                 PIC 9(08).
000550 01  WS-NOW-TIME                PIC 9(08).
000560
000570 01  WS-IN-INTERFACE            PIC X(08).
000580 01  WS-INTERFACE-CODE          PIC X(08).
000590 01  WS-ACTION                  PIC X(01).
000600 01  WS-IN-VALUE                PIC X(10).
000610 01  WS-TARGET-GENERATION       PIC 9(07).
000620 01  WS-GEN-COUNT               PIC 9(05) VALUE ZERO.
000630 01  WS-ROLLED-COUNT            PIC 9(05) VALUE ZERO.
000640
000650*   THE GENERATION BEING MARKED, HELD WHILE THE DUPLICATE CHECK
000660*   READS THE INTERFACE'S OTHER GENERATIONS.
000670 01  WS-HOLD-RECORD-COUNT       PIC 9(07).
000680 01  WS-HOLD-HASH-TOTAL         PIC S9(11)V9(02).
000690 01  WS-MATCH-GENERATION        PIC 9(07) VALUE ZERO.
000700 01  WS-MATCH-DATE              PIC 9(08) VALUE ZERO.
000710
000720 01  WS-SHOW-HASH               PIC -(11)9.99.
000730 01  WS-SHOW-STATUS             PIC X(12).
000740
000750 01  WS-SWITCHES.
000760     05  WS-LIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
000770         88  WS-LIST-EOF                  VALUE 'Y'.
000780     05  WS-DUP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000790         88  WS-DUP-FOUND                 VALUE 'Y'.
000800
000810 PROCEDURE DIVISION.
000820*                                                                *
000830*   0000-MAINLINE                                               *
000840*                                                                *
000850 0000-MAINLINE.
000860     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
000870     DISPLAY "ENTER YOUR CLERK ID:".
000880     ACCEPT WS-CLERK-ID.
000890     IF WS-CLERK-ID = SPACES
000900        DISPLAY "A CLERK ID IS REQUIRED"
000910        GO TO 9999-EXIT
000920     END-IF.
000930     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
000940          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
000950     EVALUATE TRUE
000960        WHEN WS-CHECK-RESULT = 'M'
000970           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
000980                   "ROLE NOT VERIFIED"
000990        WHEN WS-CHECK-RESULT = 'Y'
001000             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
001010           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001020        WHEN OTHER
001030           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001040           GO TO 9999-EXIT
001050     END-EVALUATE.
001060     OPEN I-O INTERFACE-REGISTER.
001070     IF IFREG-STATUS NOT = '00'
001080        DISPLAY "CANNOT OPEN INTERFACE REGISTER, STATUS "
001090                IFREG-STATUS
001100        GO TO 9999-EXIT
001110     END-IF.
001120     PERFORM 2000-WORK-ONE-INTERFACE THRU 2000-EXIT
001130             UNTIL WS-IN-INTERFACE = 'X'.
001140     CLOSE INTERFACE-REGISTER.
001150     GO TO 9999-EXIT.
001160
001170*                                                                *
001180*   2000-WORK-ONE-INTERFACE -- NAME THE INTERFACE, LIST ITS      *
001190*   GENERATIONS, THEN MARK ONE                                   *
001200*                                                                *
001210 2000-WORK-ONE-INTERFACE.
001220     DISPLAY " ".
001230     DISPLAY "INTERFACE (ACHDEBIT, POSPAY, GLEXT-01, GLEXT-02, "
001240             "CRBUREAU, COLLPLAC, ESCHEAT), X TO END:".
001250     ACCEPT WS-IN-INTERFACE.
001260     MOVE FUNCTION UPPER-CASE(WS-IN-INTERFACE) TO WS-IN-INTERFACE.
001270     IF WS-IN-INTERFACE = 'X' OR WS-IN-INTERFACE = SPACES
001280        MOVE 'X' TO WS-IN-INTERFACE
001290        GO TO 2000-EXIT
001300     END-IF.
001310     MOVE WS-IN-INTERFACE TO WS-INTERFACE-CODE.
001320     PERFORM 3000-LIST-GENERATIONS THRU 3000-EXIT.
001330     IF WS-GEN-COUNT = ZERO
001340        GO TO 2000-EXIT
001350     END-IF.
001360     DISPLAY "(T)RANSMITTED, (V) NOT TO BE SENT, ENTER TO SKIP:".
001370     ACCEPT WS-ACTION.
001380     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001390     IF WS-ACTION NOT = 'T' AND WS-ACTION NOT = 'V'
001400        GO TO 2000-EXIT
001410     END-IF.
001420     DISPLAY "GENERATION NUMBER:".
001430     ACCEPT WS-IN-VALUE.
001440     IF WS-IN-VALUE (1:7) NOT NUMERIC
001450        DISPLAY "GENERATION MUST BE SEVEN DIGITS"
001460        GO TO 2000-EXIT
001470     END-IF.
001480     MOVE WS-IN-VALUE (1:7) TO WS-TARGET-GENERATION.
001490     MOVE WS-INTERFACE-CODE    TO IR-INTERFACE-CODE.
001500     MOVE WS-TARGET-GENERATION TO IR-GENERATION.
001510     READ INTERFACE-REGISTER
001520         INVALID KEY
001530            DISPLAY "NO SUCH GENERATION FOR " WS-INTERFACE-CODE
001540            GO TO 2000-EXIT
001550     END-READ.
001560     IF NOT IR-GEN-CREATED
001570        DISPLAY "GENERATION " IR-GENERATION " IS ALREADY MARKED "
001580                IR-GEN-STATUS " BY " IR-STATUS-BY " ON "
001590                IR-STATUS-DATE
001600        GO TO 2000-EXIT
001610     END-IF.
001620     IF WS-ACTION = 'T'
001630        PERFORM 4000-MARK-TRANSMITTED THRU 4000-EXIT
001640     ELSE
001650        PERFORM 5000-MARK-NOT-SENT THRU 5000-EXIT
001660     END-IF.
001670 2000-EXIT.
001680     EXIT.
001690
001700*                                                                *
001710*   3000-LIST-GENERATIONS -- EVERY GENERATION STILL ON HAND;    *
001720*   ROLLED-OFF ONES ARE ONLY COUNTED                            *
001730*                                                                *
001740 3000-LIST-GENERATIONS.
001750     MOVE ZERO TO WS-GEN-COUNT WS-ROLLED-COUNT.
001760     MOVE 'N' TO WS-LIST-EOF-SWITCH.
001770     MOVE WS-INTERFACE-CODE TO IR-INTERFACE-CODE.
001780     MOVE ZERO              TO IR-GENERATION.
001790     START INTERFACE-REGISTER KEY IS >= IR-REGISTER-KEY
001800         INVALID KEY
001810            MOVE 'Y' TO WS-LIST-EOF-SWITCH
001820     END-START.
001830     PERFORM 3100-LIST-ONE-GENERATION THRU 3100-EXIT
001840             UNTIL WS-LIST-EOF.
001850     IF WS-GEN-COUNT = ZERO
001860        DISPLAY "NO GENERATIONS ON HAND FOR " WS-INTERFACE-CODE
001870     END-IF.
001880     IF WS-ROLLED-COUNT NOT = ZERO
001890        DISPLAY WS-ROLLED-COUNT " OLDER GENERATION(S) ROLLED OFF"
001900     END-IF.
001910 3000-EXIT.
001920     EXIT.
001930
001940 3100-LIST-ONE-GENERATION.
001950     READ INTERFACE-REGISTER NEXT RECORD
001960         AT END
001970            MOVE 'Y' TO WS-LIST-EOF-SWITCH
001980            GO TO 3100-EXIT
001990     END-READ.
002000     IF IR-INTERFACE-CODE NOT = WS-INTERFACE-CODE
002010        MOVE 'Y' TO WS-LIST-EOF-SWITCH
002020        GO TO 3100-EXIT
002030     END-IF.
002040     IF IR-ROLLED-OFF-DATE NOT = ZERO
002050        ADD 1 TO WS-ROLLED-COUNT
002060        GO TO 3100-EXIT
002070     END-IF.
002080     ADD 1 TO WS-GEN-COUNT.
002090     EVALUATE TRUE
002100        WHEN IR-GEN-TRANSMITTED
002110           MOVE "TRANSMITTED" TO WS-SHOW-STATUS
002120        WHEN IR-GEN-NOT-SENT
002130           MOVE "NOT TO SEND" TO WS-SHOW-STATUS
002140        WHEN OTHER
002150           MOVE "** AWAITING" TO WS-SHOW-STATUS
002160     END-EVALUATE.
002170     MOVE IR-HASH-TOTAL TO WS-SHOW-HASH.
002180     DISPLAY IR-GENERATION " CREATED " IR-CREATED-DATE " "
002190             IR-CREATED-TIME " RECS " IR-RECORD-COUNT
002200             " HASH " WS-SHOW-HASH " " WS-SHOW-STATUS.
002210     DISPLAY "        " IR-GENERATION-FILE " BY " IR-CREATED-JOB.
002220     IF NOT IR-GEN-CREATED
002230        DISPLAY "        MARKED BY " IR-STATUS-BY " ON "
002240                IR-STATUS-DATE " " IR-STATUS-TIME
002250     END-IF.
002260 3100-EXIT.
002270     EXIT.
002280
002290*                                                                *
002300*   4000-MARK-TRANSMITTED -- REFUSED WHEN THE COUNT AND HASH     *
002310*   MATCH A GENERATION OF THE SAME INTERFACE ALREADY SENT        *
002320*                                                                *
002330 4000-MARK-TRANSMITTED.
002340     MOVE IR-RECORD-COUNT TO WS-HOLD-RECORD-COUNT.
002350     MOVE IR-HASH-TOTAL   TO WS-HOLD-HASH-TOTAL.
002360     IF WS-HOLD-RECORD-COUNT NOT = ZERO
002370        PERFORM 4100-CHECK-DUPLICATE THRU 4100-EXIT
002380        IF WS-DUP-FOUND
002390           DISPLAY "REFUSED -- COUNT AND HASH MATCH GENERATION "
002400                   WS-MATCH-GENERATION
002410           DISPLAY "          TRANSMITTED " WS-MATCH-DATE
002420                   ".  THIS FILE HAS ALREADY GONE OUT."
002430           GO TO 4000-EXIT
002440        END-IF
002450     END-IF.
002460     MOVE WS-INTERFACE-CODE    TO IR-INTERFACE-CODE.
002470     MOVE WS-TARGET-GENERATION TO IR-GENERATION.
002480     READ INTERFACE-REGISTER
002490         INVALID KEY
002500            DISPLAY "GENERATION NO LONGER ON THE REGISTER"
002510            GO TO 4000-EXIT
002520     END-READ.
002530     SET IR-GEN-TRANSMITTED TO TRUE.
002540     PERFORM 6000-STAMP-AND-REWRITE THRU 6000-EXIT.
002550 4000-EXIT.
002560     EXIT.
002570
002580 4100-CHECK-DUPLICATE.
002590     MOVE 'N' TO WS-DUP-FOUND-SWITCH.
002600     MOVE 'N' TO WS-LIST-EOF-SWITCH.
002610     MOVE WS-INTERFACE-CODE TO IR-INTERFACE-CODE.
002620     MOVE ZERO              TO IR-GENERATION.
002630     START INTERFACE-REGISTER KEY IS >= IR-REGISTER-KEY
002640         INVALID KEY
002650            MOVE 'Y' TO WS-LIST-EOF-SWITCH
002660     END-START.
002670     PERFORM 4200-COMPARE-ONE THRU 4200-EXIT
002680             UNTIL WS-LIST-EOF OR WS-DUP-FOUND.
002690 4100-EXIT.
002700     EXIT.
002710
002720 4200-COMPARE-ONE.
002730     READ INTERFACE-REGISTER NEXT RECORD
002740         AT END
002750            MOVE 'Y' TO WS-LIST-EOF-SWITCH
002760            GO TO 4200-EXIT
002770     END-READ.
002780     IF IR-INTERFACE-CODE NOT = WS-INTERFACE-CODE
002790        MOVE 'Y' TO WS-LIST-EOF-SWITCH
002800        GO TO 4200-EXIT
002810     END-IF.
002820     IF IR-GEN-TRANSMITTED
002830        AND IR-RECORD-COUNT = WS-HOLD-RECORD-COUNT
002840        AND IR-HASH-TOTAL = WS-HOLD-HASH-TOTAL
002850        MOVE 'Y'            TO WS-DUP-FOUND-SWITCH
002860        MOVE IR-GENERATION  TO WS-MATCH-GENERATION
002870        MOVE IR-STATUS-DATE TO WS-MATCH-DATE
002880     END-IF.
002890 4200-EXIT.
002900     EXIT.
002910
002920 5000-MARK-NOT-SENT.
002930     SET IR-GEN-NOT-SENT TO TRUE.
002940     PERFORM 6000-STAMP-AND-REWRITE THRU 6000-EXIT.
002950 5000-EXIT.
002960     EXIT.
002970
002980 6000-STAMP-AND-REWRITE.
002990     ACCEPT WS-NOW-TIME FROM TIME.
003000     MOVE WS-CLERK-ID       TO IR-STATUS-BY.
003010     MOVE WS-TODAY-8        TO IR-STATUS-DATE.
003020     MOVE WS-NOW-TIME (1:6) TO IR-STATUS-TIME.
003030     REWRITE INTERFACE-REGISTER-STRUCTURE
003040         INVALID KEY
003050            DISPLAY "REGISTER REWRITE FAILED, STATUS "
003060                    IFREG-STATUS
003070            GO TO 6000-EXIT
003080     END-REWRITE.
003090     DISPLAY WS-INTERFACE-CODE " GENERATION " IR-GENERATION
003100             " MARKED " IR-GEN-STATUS.
003110 6000-EXIT.
003120     EXIT.
003130
003140 9999-EXIT.
003150     STOP RUN.
