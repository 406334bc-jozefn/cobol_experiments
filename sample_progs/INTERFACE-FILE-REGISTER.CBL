000010******************************************************************
000020*                                                                *
000030*   INTERFACE-FILE-REGISTER                                      *
000040*                                                                *
000050*   CALLED SUBPROGRAM FOR THE OUTBOUND INTERFACE REGISTER.  A    *
000060*   JOB THAT WRITES A FILE WE SEND OUTSIDE THE SHOP CALLS IT     *
000070*   ONCE THE FILE IS CLOSED:                                     *
000080*                                                                *
000090*       CALL "INTERFACE-FILE-REGISTER" USING INTERFACE-CODE,     *
000100*            JOB-NAME, FILE-NAME, RECORD-COUNT, HASH-TOTAL,      *
000110*            GENERATION, RESULT                                  *
000120*                                                                *
000130*   THE FILE IS COPIED TO THE INTERFACE'S NEXT GENERATION,       *
000140*   IFGEN-<CODE>-G<NNNNNNN>.<EXT>, SO THE NEXT RUN OVERWRITING   *
000150*   THE PICKUP FILE NO LONGER LOSES IT, AND THE GENERATION IS    *
000160*   ENTERED ON THE REGISTER AS CREATED WITH ITS COUNT, HASH AND  *
000170*   CREATING JOB.  EACH INTERFACE KEEPS IF-GENS-<CODE>= (FROM    *
000180*   THE LEDGER RUN PARMS, DEFAULT 7) GENERATION COPIES; PAST     *
000190*   THAT THE OLDEST TRANSMITTED OR NOT-TO-BE-SENT COPIES ARE     *
000200*   DELETED AND THEIR ENTRIES MARKED ROLLED OFF.  A GENERATION   *
000210*   STILL AWAITING TRANSMISSION IS NEVER ROLLED OFF.             *
000220*                                                                *
000230*   RESULT: 00 REGISTERED, CF THE COPY FAILED (NOTHING           *
000240*   REGISTERED), FE THE REGISTER COULD NOT BE OPENED OR WRITTEN. *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.      INTERFACE-FILE-REGISTER.
000290 AUTHOR.          DATA PROCESSING.
000300 INSTALLATION.    ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.    10/15/2026.
000320 DATE-COMPILED.   10/15/2026.
000330*                                                                *
000340*   MODIFICATION HISTORY                                        *
000350*   ------------------------------------------------------------ *
000360*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000370*                                                                *
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL INTERFACE-REGISTER
000420            ASSIGN       TO  IFREG
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE  IS DYNAMIC
000450            RECORD KEY   IS IR-REGISTER-KEY
000460            FILE STATUS  IS IFREG-STATUS.
000470
000480     SELECT OPTIONAL RUN-PARM-FILE
000490            ASSIGN       TO  RUNPARMS
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS  IS RUNPARM-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  INTERFACE-REGISTER.
000560 01  INTERFACE-REGISTER-STRUCTURE.
000570     COPY "INTERFACE-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000580          BY ==IR-==.
000590
000600 FD  RUN-PARM-FILE
000610     RECORDING MODE IS F.
000620 01  RUN-PARM-LINE                PIC X(40).
000630
000640 WORKING-STORAGE SECTION.
000650 01  IFREG                      PIC X(50)
000660     VALUE "/mnt/c/cobfiles\interface-register.idx".
000670 01  IFREG-STATUS               PIC X(02).
000680 01  RUNPARMS                   PIC X(50)
000690     VALUE "ledger-run-parms.txt".
000700 01  RUNPARM-STATUS             PIC X(02).
000710 01  WS-PARM-NAME               PIC X(20).
000720 01  WS-PARM-VALUE              PIC X(20).
000730 01  WS-GENS-PARM-NAME          PIC X(20).
000740
000750 01  WS-TODAY-8                 PIC 9(08).
000760 01  WS-NOW-TIME                PIC 9(08).
000770 01  WS-GENERATIONS-KEPT        PIC 9(02) VALUE 7.
000780 01  WS-LAST-GENERATION         PIC 9(07) VALUE ZERO.
000790 01  WS-NEW-GENERATION          PIC 9(07) VALUE ZERO.
000800 01  WS-KEPT-COUNT              PIC 9(07) COMP VALUE ZERO.
000810 01  WS-ROLL-OFF-COUNT          PIC 9(07) COMP VALUE ZERO.
000820 01  WS-NAME-BASE               PIC X(50).
000830 01  WS-NAME-EXT                PIC X(10).
000840 01  WS-GENERATION-FILE         PIC X(50).
000850 01  WS-COPY-STATUS             PIC S9(09) COMP-5.
000860 01  WS-DELETE-STATUS           PIC S9(09) COMP-5.
000870 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000880     88  WS-EOF-YES                       VALUE 'Y'.
000890
000900 LINKAGE SECTION.
000910 01  LK-INTERFACE-CODE           PIC X(08).
000920 01  LK-JOB-NAME                 PIC X(20).
000930 01  LK-FILE-NAME                PIC X(50).
000940 01  LK-RECORD-COUNT             PIC 9(07).
000950 01  LK-HASH-TOTAL               PIC S9(11)V9(02).
000960 01  LK-GENERATION               PIC 9(07).
000970 01  LK-RESULT                   PIC X(02).
000980
000990 PROCEDURE DIVISION USING LK-INTERFACE-CODE, LK-JOB-NAME,
001000                          LK-FILE-NAME, LK-RECORD-COUNT,
001010                          LK-HASH-TOTAL, LK-GENERATION, LK-RESULT.
001020*                                                                *
001030*   0000-MAINLINE                                               *
001040*                                                                *
001050 0000-MAINLINE.
001060     MOVE ZERO TO LK-GENERATION.
001070     MOVE "00" TO LK-RESULT.
001080     ACCEPT WS-TODAY-8  FROM DATE YYYYMMDD.
001090     ACCEPT WS-NOW-TIME FROM TIME.
001100     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001110     OPEN I-O INTERFACE-REGISTER.
001120     IF IFREG-STATUS NOT = '00' AND IFREG-STATUS NOT = '05'
001130        DISPLAY "INTERFACE-FILE-REGISTER: CANNOT OPEN REGISTER, "
001140                "STATUS " IFREG-STATUS
001150        MOVE "FE" TO LK-RESULT
001160        GOBACK
001170     END-IF.
001180     PERFORM 2000-FIND-LAST-GENERATION THRU 2000-EXIT.
001190     PERFORM 3000-COPY-GENERATION THRU 3000-EXIT.
001200     IF LK-RESULT = "00"
001210        PERFORM 4000-ENTER-GENERATION THRU 4000-EXIT
001220     END-IF.
001230     IF LK-RESULT = "00"
001240        AND WS-KEPT-COUNT > WS-GENERATIONS-KEPT
001250        COMPUTE WS-ROLL-OFF-COUNT =
001260           WS-KEPT-COUNT - WS-GENERATIONS-KEPT
001270        PERFORM 5000-ROLL-OFF THRU 5000-EXIT
001280     END-IF.
001290     CLOSE INTERFACE-REGISTER.
001300     GOBACK.
001310
001320*                                                                *
001330*   1000-READ-RUN-PARMS -- IF-GENS-<CODE>= (01-99) SETS HOW MANY *
001340*   GENERATION COPIES THE INTERFACE KEEPS                        *
001350*                                                                *
001360 1000-READ-RUN-PARMS.
001370     MOVE 7 TO WS-GENERATIONS-KEPT.
001380     MOVE SPACES TO WS-GENS-PARM-NAME.
001390     STRING "IF-GENS-" LK-INTERFACE-CODE
001400            DELIMITED BY SIZE INTO WS-GENS-PARM-NAME
001410     END-STRING.
001420     OPEN INPUT RUN-PARM-FILE.
001430     IF RUNPARM-STATUS NOT = '00'
001440        GO TO 1000-EXIT
001450     END-IF.
001460     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
001470             UNTIL RUNPARM-STATUS NOT = '00'.
001480     CLOSE RUN-PARM-FILE.
001490 1000-EXIT.
001500     EXIT.
001510
001520 1050-READ-ONE-PARM.
001530     READ RUN-PARM-FILE
001540         AT END
001550            MOVE '10' TO RUNPARM-STATUS
001560            GO TO 1050-EXIT
001570     END-READ.
001580     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
001590     UNSTRING RUN-PARM-LINE DELIMITED BY "="
001600         INTO WS-PARM-NAME, WS-PARM-VALUE
001610     END-UNSTRING.
001620     IF WS-PARM-NAME = WS-GENS-PARM-NAME
001630        AND WS-PARM-VALUE (1:2) NUMERIC
001640        AND WS-PARM-VALUE (1:2) NOT = "00"
001650        MOVE WS-PARM-VALUE (1:2) TO WS-GENERATIONS-KEPT
001660     END-IF.
001670 1050-EXIT.
001680     EXIT.
001690
001700*                                                                *
001710*   2000-FIND-LAST-GENERATION -- THE HIGHEST GENERATION NUMBER   *
001720*   USED, AND HOW MANY GENERATION COPIES ARE STILL KEPT          *
001730*                                                                *
001740 2000-FIND-LAST-GENERATION.
001750     MOVE ZERO TO WS-LAST-GENERATION WS-KEPT-COUNT.
001760     MOVE 'N' TO WS-EOF-SWITCH.
001770     MOVE LK-INTERFACE-CODE TO IR-INTERFACE-CODE.
001780     MOVE ZERO              TO IR-GENERATION.
001790     START INTERFACE-REGISTER KEY IS >= IR-REGISTER-KEY
001800         INVALID KEY
001810            MOVE 'Y' TO WS-EOF-SWITCH
001820     END-START.
001830     PERFORM 2100-COUNT-ONE-GENERATION THRU 2100-EXIT
001840             UNTIL WS-EOF-YES.
001850 2000-EXIT.
001860     EXIT.
001870
001880 2100-COUNT-ONE-GENERATION.
001890     READ INTERFACE-REGISTER NEXT RECORD
001900         AT END
001910            MOVE 'Y' TO WS-EOF-SWITCH
001920            GO TO 2100-EXIT
001930     END-READ.
001940     IF IR-INTERFACE-CODE NOT = LK-INTERFACE-CODE
001950        MOVE 'Y' TO WS-EOF-SWITCH
001960        GO TO 2100-EXIT
001970     END-IF.
001980     MOVE IR-GENERATION TO WS-LAST-GENERATION.
001990     IF IR-ROLLED-OFF-DATE = ZERO
002000        ADD 1 TO WS-KEPT-COUNT
002010     END-IF.
002020 2100-EXIT.
002030     EXIT.
002040
002050*                                                                *
002060*   3000-COPY-GENERATION -- IFGEN-<CODE>-G<NNNNNNN>.<EXT>, THE   *
002070*   EXTENSION TAKEN FROM THE PICKUP FILE                         *
002080*                                                                *
002090 3000-COPY-GENERATION.
002100     COMPUTE WS-NEW-GENERATION = WS-LAST-GENERATION + 1.
002110     MOVE SPACES TO WS-NAME-BASE WS-NAME-EXT.
002120     UNSTRING LK-FILE-NAME DELIMITED BY "."
002130         INTO WS-NAME-BASE, WS-NAME-EXT
002140     END-UNSTRING.
002150     IF WS-NAME-EXT = SPACES
002160        MOVE "txt" TO WS-NAME-EXT
002170     END-IF.
002180     MOVE SPACES TO WS-GENERATION-FILE.
002190     STRING "ifgen-"          DELIMITED BY SIZE
002200            LK-INTERFACE-CODE DELIMITED BY SPACE
002210            "-G"              DELIMITED BY SIZE
002220            WS-NEW-GENERATION DELIMITED BY SIZE
002230            "."               DELIMITED BY SIZE
002240            WS-NAME-EXT       DELIMITED BY SPACE
002250            INTO WS-GENERATION-FILE
002260     END-STRING.
002270     CALL "CBL_COPY_FILE" USING LK-FILE-NAME, WS-GENERATION-FILE
002280        RETURNING WS-COPY-STATUS.
002290     IF WS-COPY-STATUS NOT = 0
002300        DISPLAY "INTERFACE-FILE-REGISTER: COULD NOT COPY "
002310                LK-FILE-NAME
002320        DISPLAY "    TO " WS-GENERATION-FILE
002330                " -- GENERATION NOT REGISTERED"
002340        MOVE "CF" TO LK-RESULT
002350     END-IF.
002360 3000-EXIT.
002370     EXIT.
002380
002390*                                                                *
002400*   4000-ENTER-GENERATION -- ON THE REGISTER AS CREATED          *
002410*                                                                *
002420 4000-ENTER-GENERATION.
002430     MOVE SPACES TO INTERFACE-REGISTER-STRUCTURE.
002440     MOVE LK-INTERFACE-CODE   TO IR-INTERFACE-CODE.
002450     MOVE WS-NEW-GENERATION   TO IR-GENERATION.
002460     MOVE WS-GENERATION-FILE  TO IR-GENERATION-FILE.
002470     MOVE LK-FILE-NAME        TO IR-SOURCE-FILE.
002480     MOVE LK-RECORD-COUNT     TO IR-RECORD-COUNT.
002490     MOVE LK-HASH-TOTAL       TO IR-HASH-TOTAL.
002500     MOVE LK-JOB-NAME         TO IR-CREATED-JOB.
002510     MOVE WS-TODAY-8          TO IR-CREATED-DATE.
002520     MOVE WS-NOW-TIME (1:6)   TO IR-CREATED-TIME.
002530     SET IR-GEN-CREATED TO TRUE.
002540     MOVE LK-JOB-NAME (1:10)  TO IR-STATUS-BY.
002550     MOVE WS-TODAY-8          TO IR-STATUS-DATE.
002560     MOVE WS-NOW-TIME (1:6)   TO IR-STATUS-TIME.
002570     MOVE ZERO                TO IR-ROLLED-OFF-DATE.
002580     WRITE INTERFACE-REGISTER-STRUCTURE
002590         INVALID KEY
002600            DISPLAY "INTERFACE-FILE-REGISTER: CANNOT REGISTER "
002610                    LK-INTERFACE-CODE " GENERATION "
002620                    WS-NEW-GENERATION ", STATUS " IFREG-STATUS
002630            MOVE "FE" TO LK-RESULT
002640            GO TO 4000-EXIT
002650     END-WRITE.
002660     ADD 1 TO WS-KEPT-COUNT.
002670     MOVE WS-NEW-GENERATION TO LK-GENERATION.
002680     DISPLAY "INTERFACE " LK-INTERFACE-CODE " GENERATION "
002690             WS-NEW-GENERATION " KEPT AS " WS-GENERATION-FILE.
002700 4000-EXIT.
002710     EXIT.
002720
002730*                                                                *
002740*   5000-ROLL-OFF -- DELETE THE OLDEST TRANSMITTED OR            *
002750*   NOT-TO-BE-SENT GENERATION COPIES UNTIL THE INTERFACE IS BACK *
002760*   WITHIN ITS LIMIT                                             *
002770*                                                                *
002780 5000-ROLL-OFF.
002790     MOVE 'N' TO WS-EOF-SWITCH.
002800     MOVE LK-INTERFACE-CODE TO IR-INTERFACE-CODE.
002810     MOVE ZERO              TO IR-GENERATION.
002820     START INTERFACE-REGISTER KEY IS >= IR-REGISTER-KEY
002830         INVALID KEY
002840            MOVE 'Y' TO WS-EOF-SWITCH
002850     END-START.
002860     PERFORM 5100-ROLL-OFF-ONE THRU 5100-EXIT
002870             UNTIL WS-EOF-YES OR WS-ROLL-OFF-COUNT = ZERO.
002880 5000-EXIT.
002890     EXIT.
002900
002910 5100-ROLL-OFF-ONE.
002920     READ INTERFACE-REGISTER NEXT RECORD
002930         AT END
002940            MOVE 'Y' TO WS-EOF-SWITCH
002950            GO TO 5100-EXIT
002960     END-READ.
002970     IF IR-INTERFACE-CODE NOT = LK-INTERFACE-CODE
002980        MOVE 'Y' TO WS-EOF-SWITCH
002990        GO TO 5100-EXIT
003000     END-IF.
003010     IF IR-ROLLED-OFF-DATE NOT = ZERO
003020        OR IR-GEN-CREATED
003030        GO TO 5100-EXIT
003040     END-IF.
003050     CALL "CBL_DELETE_FILE" USING IR-GENERATION-FILE
003060        RETURNING WS-DELETE-STATUS.
003070     MOVE WS-TODAY-8 TO IR-ROLLED-OFF-DATE.
003080     REWRITE INTERFACE-REGISTER-STRUCTURE
003090         INVALID KEY
003100            DISPLAY "INTERFACE-FILE-REGISTER: CANNOT MARK "
003110                    IR-INTERFACE-CODE " GENERATION "
003120                    IR-GENERATION " ROLLED OFF"
003130     END-REWRITE.
003140     SUBTRACT 1 FROM WS-ROLL-OFF-COUNT.
003150 5100-EXIT.
003160     EXIT.
