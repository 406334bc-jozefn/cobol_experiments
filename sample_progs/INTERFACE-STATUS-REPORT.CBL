000010******************************************************************
000020*                                                                *
000030*   INTERFACE-STATUS-REPORT                                      *
000040*                                                                *
000050*   WHAT HAS GONE OUT AND WHAT HAS NOT, FROM THE OUTBOUND        *
000060*   INTERFACE REGISTER.  FOR EACH INTERFACE IT LISTS EVERY       *
000070*   GENERATION STILL ON HAND -- CREATED, RECORD COUNT, AMOUNT    *
000080*   HASH, WHO MARKED IT AND WHEN -- THEN A LINE WITH THE LAST    *
000090*   GENERATION TRANSMITTED AND HOW MANY ARE STILL WAITING.  A    *
000100*   GENERATION CREATED BEFORE TODAY AND STILL NOT MARKED         *
000110*   TRANSMITTED (OR NOT TO BE SENT) IS FLAGGED, AND THE RUN      *
000120*   ENDS WITH CODE FLAG ON THE RUN-CONTROL REGISTRY.  THE REPORT *
000130*   IS REGISTERED ON THE SPOOL.                                  *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.      INTERFACE-STATUS-REPORT.
000180 AUTHOR.          DATA PROCESSING.
000190 INSTALLATION.    ACCOUNTING SYSTEMS.
000200 DATE-WRITTEN.    10/15/2026.
000210 DATE-COMPILED.   10/15/2026.
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000252*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000254*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000256*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000258*                    HEADING.                                   *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL INTERFACE-REGISTER
000310            ASSIGN       TO  IFREG
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS IR-REGISTER-KEY
000350            FILE STATUS  IS IFREG-STATUS.
000360
000370     SELECT REPORT-FILE
000380            ASSIGN       TO  REPORTOUT
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS  IS REPORT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  INTERFACE-REGISTER.
000450 01  INTERFACE-REGISTER-STRUCTURE.
000460     COPY "INTERFACE-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000470          BY ==IR-==.
000480
000490 FD  REPORT-FILE
000500     RECORDING MODE IS F.
000510 01  REPORT-LINE                  PIC X(132).
000520
000530 WORKING-STORAGE SECTION.
000540 01  IFREG                      PIC X(50)
000550     VALUE "/mnt/c/cobfiles\interface-register.idx".
000560 01  IFREG-STATUS               PIC X(02).
000570 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000580 01  REPORT-STATUS              PIC X(02).
000590
000600 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000610     88  WS-EOF-YES                       VALUE 'Y'.
000620 01  WS-TODAY-8                 PIC 9(08).
000622 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000624     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000626 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000630 01  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
000640 01  WS-OVERDUE-COUNT           PIC 9(05) VALUE ZERO.
000650
000660*                                                                *
000670*   PER-INTERFACE TOTALS, PRINTED AT EACH CHANGE OF INTERFACE    *
000680*                                                                *
000690 01  WS-PREV-INTERFACE          PIC X(08) VALUE SPACES.
000700 01  WS-IF-ON-HAND              PIC 9(05) VALUE ZERO.
000710 01  WS-IF-AWAITING             PIC 9(05) VALUE ZERO.
000720 01  WS-IF-LAST-SENT-GEN        PIC 9(07) VALUE ZERO.
000730 01  WS-IF-LAST-SENT-DATE       PIC 9(08) VALUE ZERO.
000740 01  WS-INTERFACE-COUNT         PIC 9(03) VALUE ZERO.
000750
000760 01  WS-SPOOL-FUNCTION          PIC X(01).
000770 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000780     VALUE "interface-status".
000790 01  WS-SPOOL-JOB-NAME          PIC X(20)
000800     VALUE "INTERFACE-STATUS".
000810 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
000820 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000830 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000840
000850 01  WS-RC-FUNCTION             PIC X(01).
000860 01  WS-RC-JOB-NAME             PIC X(20)
000870     VALUE "INTERFACE-STATUS".
000880 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000890 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000900 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000910
000920 01  WS-REPORT-DETAIL.
000930     05  WS-R-INTERFACE          PIC X(08).
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  WS-R-GENERATION         PIC 9(07).
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  WS-R-CREATED            PIC 9(08).
000980     05  FILLER                  PIC X(01) VALUE SPACES.
000990     05  WS-R-CREATED-TIME       PIC 9(06).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  WS-R-RECORDS            PIC ZZZZZZ9.
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  WS-R-HASH               PIC -(11)9.99.
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  WS-R-STATUS             PIC X(11).
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  WS-R-STATUS-BY          PIC X(10).
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  WS-R-STATUS-DATE        PIC 9(08).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  WS-R-FILE               PIC X(30).
001120
001130 PROCEDURE DIVISION.
001140*                                                                *
001150*   0000-MAINLINE                                               *
001160*                                                                *
001170 0000-MAINLINE.
001180     MOVE 'S' TO WS-RC-FUNCTION.
001190     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001200          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001210          WS-RC-CODE.
001220     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001225          WS-OVERRIDE-MARK.
001230     OPEN INPUT INTERFACE-REGISTER.
001240     IF IFREG-STATUS NOT = '00'
001250        DISPLAY "NO INTERFACE REGISTER FOUND -- " IFREG
001260        GO TO 9000-END-RUN
001270     END-IF.
001280     MOVE 'N' TO WS-SPOOL-FUNCTION.
001290     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001300          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001310          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001320          WS-SPOOL-MEMBER-NAME.
001330     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001340     OPEN OUTPUT REPORT-FILE.
001350     MOVE SPACES TO REPORT-LINE.
001360     STRING "OUTBOUND INTERFACE FILE STATUS AS OF " WS-TODAY-8
001370            DELIMITED BY SIZE INTO REPORT-LINE
001380     END-STRING.
001390     WRITE REPORT-LINE.
001392     IF WS-DATE-OVERRIDDEN
001394        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001396        WRITE REPORT-LINE
001397        ADD 1 TO WS-SPOOL-LINE-COUNT
001398     END-IF.
001400     MOVE SPACES TO REPORT-LINE.
001410     WRITE REPORT-LINE.
001420     MOVE SPACES            TO REPORT-LINE.
001430     MOVE "INTERFACE"       TO REPORT-LINE (1:).
001440     MOVE "GEN NO."         TO REPORT-LINE (11:).
001450     MOVE "CREATED   TIME"  TO REPORT-LINE (20:).
001460     MOVE "RECORDS"         TO REPORT-LINE (37:).
001470     MOVE "HASH TOTAL"      TO REPORT-LINE (51:).
001480     MOVE "STATUS"          TO REPORT-LINE (63:).
001490     MOVE "MARKED BY  ON"   TO REPORT-LINE (76:).
001500     MOVE "GENERATION FILE" TO REPORT-LINE (97:).
001510     WRITE REPORT-LINE.
001520     ADD 3 TO WS-SPOOL-LINE-COUNT.
001530     MOVE LOW-VALUES TO IR-REGISTER-KEY.
001540     START INTERFACE-REGISTER KEY IS >= IR-REGISTER-KEY
001550         INVALID KEY
001560            MOVE 'Y' TO WS-EOF-SWITCH
001570     END-START.
001580     PERFORM 3000-REPORT-ONE-GENERATION THRU 3000-EXIT
001590             UNTIL WS-EOF-YES.
001600     IF WS-PREV-INTERFACE NOT = SPACES
001610        PERFORM 4000-INTERFACE-TOTALS THRU 4000-EXIT
001620     END-IF.
001630     MOVE SPACES TO REPORT-LINE.
001640     WRITE REPORT-LINE.
001650     MOVE SPACES TO REPORT-LINE.
001660     STRING "INTERFACES: " WS-INTERFACE-COUNT
001670            "  GENERATIONS NOT SENT FROM BEFORE TODAY: "
001680            WS-OVERDUE-COUNT
001690            DELIMITED BY SIZE INTO REPORT-LINE
001700     END-STRING.
001710     WRITE REPORT-LINE.
001720     ADD 2 TO WS-SPOOL-LINE-COUNT.
001730     CLOSE REPORT-FILE.
001740     MOVE 'R' TO WS-SPOOL-FUNCTION.
001750     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001760          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001770          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001780          WS-SPOOL-MEMBER-NAME.
001790     CLOSE INTERFACE-REGISTER.
001800     IF WS-OVERDUE-COUNT NOT = ZERO
001810        MOVE "FLAG" TO WS-RC-CODE
001820     END-IF.
001830     DISPLAY "INTERFACE-STATUS-REPORT RUN COMPLETE".
001840     DISPLAY "INTERFACES:           " WS-INTERFACE-COUNT.
001850     DISPLAY "OVERDUE GENERATIONS:  " WS-OVERDUE-COUNT.
001860     GO TO 9000-END-RUN.
001870
001880*                                                                *
001890*   3000-REPORT-ONE-GENERATION -- ROLLED-OFF GENERATIONS ONLY    *
001900*   COUNT TOWARD THE LAST ONE SENT                               *
001910*                                                                *
001920 3000-REPORT-ONE-GENERATION.
001930     READ INTERFACE-REGISTER NEXT RECORD
001940         AT END
001950            MOVE 'Y' TO WS-EOF-SWITCH
001960            GO TO 3000-EXIT
001970     END-READ.
001980     ADD 1 TO WS-READ-COUNT.
001990     IF IR-INTERFACE-CODE NOT = WS-PREV-INTERFACE
002000        IF WS-PREV-INTERFACE NOT = SPACES
002010           PERFORM 4000-INTERFACE-TOTALS THRU 4000-EXIT
002020        END-IF
002030        MOVE IR-INTERFACE-CODE TO WS-PREV-INTERFACE
002040        MOVE ZERO TO WS-IF-ON-HAND WS-IF-AWAITING
002050                     WS-IF-LAST-SENT-GEN WS-IF-LAST-SENT-DATE
002060        ADD 1 TO WS-INTERFACE-COUNT
002070     END-IF.
002080     IF IR-GEN-TRANSMITTED
002090        MOVE IR-GENERATION  TO WS-IF-LAST-SENT-GEN
002100        MOVE IR-STATUS-DATE TO WS-IF-LAST-SENT-DATE
002110     END-IF.
002120     IF IR-ROLLED-OFF-DATE NOT = ZERO
002130        GO TO 3000-EXIT
002140     END-IF.
002150     ADD 1 TO WS-IF-ON-HAND.
002160     MOVE SPACES TO WS-R-STATUS-BY.
002170     MOVE ZERO   TO WS-R-STATUS-DATE.
002180     EVALUATE TRUE
002190        WHEN IR-GEN-TRANSMITTED
002200           MOVE "TRANSMITTED"  TO WS-R-STATUS
002210           MOVE IR-STATUS-BY   TO WS-R-STATUS-BY
002220           MOVE IR-STATUS-DATE TO WS-R-STATUS-DATE
002230        WHEN IR-GEN-NOT-SENT
002240           MOVE "NOT TO SEND"  TO WS-R-STATUS
002250           MOVE IR-STATUS-BY   TO WS-R-STATUS-BY
002260           MOVE IR-STATUS-DATE TO WS-R-STATUS-DATE
002270        WHEN IR-CREATED-DATE < WS-TODAY-8
002280           MOVE "** NOT SENT" TO WS-R-STATUS
002290           ADD 1 TO WS-IF-AWAITING WS-OVERDUE-COUNT
002300        WHEN OTHER
002310           MOVE "AWAITING"    TO WS-R-STATUS
002320           ADD 1 TO WS-IF-AWAITING
002330     END-EVALUATE.
002340     MOVE IR-INTERFACE-CODE  TO WS-R-INTERFACE.
002350     MOVE IR-GENERATION      TO WS-R-GENERATION.
002360     MOVE IR-CREATED-DATE    TO WS-R-CREATED.
002370     MOVE IR-CREATED-TIME    TO WS-R-CREATED-TIME.
002380     MOVE IR-RECORD-COUNT    TO WS-R-RECORDS.
002390     MOVE IR-HASH-TOTAL      TO WS-R-HASH.
002400     MOVE IR-GENERATION-FILE TO WS-R-FILE.
002410     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
002420     WRITE REPORT-LINE.
002430     ADD 1 TO WS-SPOOL-LINE-COUNT WS-RC-WRITTEN.
002440 3000-EXIT.
002450     EXIT.
002460
002470*                                                                *
002480*   4000-INTERFACE-TOTALS                                        *
002490*                                                                *
002500 4000-INTERFACE-TOTALS.
002510     MOVE SPACES TO REPORT-LINE.
002520     IF WS-IF-LAST-SENT-GEN = ZERO
002530        STRING "    " WS-PREV-INTERFACE ": " WS-IF-ON-HAND
002540               " ON HAND, " WS-IF-AWAITING
002550               " WAITING, NOTHING TRANSMITTED YET"
002560               DELIMITED BY SIZE INTO REPORT-LINE
002570        END-STRING
002580     ELSE
002590        STRING "    " WS-PREV-INTERFACE ": " WS-IF-ON-HAND
002600               " ON HAND, " WS-IF-AWAITING
002610               " WAITING, LAST SENT GENERATION "
002620               WS-IF-LAST-SENT-GEN " ON " WS-IF-LAST-SENT-DATE
002630               DELIMITED BY SIZE INTO REPORT-LINE
002640        END-STRING
002650     END-IF.
002660     WRITE REPORT-LINE.
002670     MOVE SPACES TO REPORT-LINE.
002680     WRITE REPORT-LINE.
002690     ADD 2 TO WS-SPOOL-LINE-COUNT.
002700 4000-EXIT.
002710     EXIT.
002720
002730 9000-END-RUN.
002740     MOVE 'E' TO WS-RC-FUNCTION.
002750     MOVE WS-READ-COUNT TO WS-RC-READ.
002760     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002770          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002780          WS-RC-CODE.
002790     GO TO 9999-EXIT.
002800
002810 9999-EXIT.
002820     STOP RUN.
