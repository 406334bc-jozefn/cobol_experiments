000010******************************************************************
000020*                                                                *
000030*   DOCUMENT-RETENTION-REPORT                                    *
000040*                                                                *
000050*   LISTS EVERY DOCUMENT ON THE DOCUMENT REGISTER THAT IS STILL  *
000060*   HELD PAST ITS DESTROY DATE, IN OWNER AND TYPE ORDER,         *
000070*   WITH WHERE IT IS KEPT SO THE CLERK CAN PULL IT.              *
000080*   ONCE IT IS SHREDDED (OR RETURNED) THE CLERK RECORDS IT ON    *
000090*   DOCUMENT-REGISTER-MAINT AND IT DROPS OFF.  A DOCUMENT THAT   *
000100*   STILL SUPPORTS LIVE DATA -- E.G. THE AUTHORIZATION BEHIND    *
000110*   AN ACTIVE AUTOPAY -- IS NOT SHREDDED JUST BECAUSE IT IS      *
000120*   LISTED; THE DOCUMENT-COMPLIANCE-REPORT WOULD THEN LIST THE   *
000130*   GAP.  THE REPORT IS REGISTERED ON THE SPOOL.                 *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.      DOCUMENT-RETENTION-REPORT.
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
000300     SELECT OPTIONAL DOCUMENT-FILE
000310            ASSIGN       TO  DOCREG
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS DR-DOCUMENT-KEY
000350            FILE STATUS  IS DOCREG-STATUS.
000360
000370     SELECT REPORT-FILE
000380            ASSIGN       TO  REPORTOUT
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS  IS REPORT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DOCUMENT-FILE.
000450 01  DOCUMENT-STRUCTURE.
000460     COPY "DOCUMENT-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000470          BY ==DR-==.
000480
000490 FD  REPORT-FILE
000500     RECORDING MODE IS F.
000510 01  REPORT-LINE                  PIC X(132).
000520
000530 WORKING-STORAGE SECTION.
000540 01  DOCREG                     PIC X(50)
000550     VALUE "/mnt/c/cobfiles\document-register.idx".
000560 01  DOCREG-STATUS              PIC X(02).
000570 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000580 01  REPORT-STATUS              PIC X(02).
000590
000600 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000610     88  WS-EOF-YES                       VALUE 'Y'.
000620 01  WS-TODAY-8                 PIC 9(08).
000622 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000624     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000626 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000630 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000640 01  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
000650 01  WS-HELD-COUNT              PIC 9(07) VALUE ZERO.
000660 01  WS-OVERDUE-COUNT           PIC 9(05) VALUE ZERO.
000670
000680 01  WS-SPOOL-FUNCTION          PIC X(01).
000690 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000700     VALUE "document-retention".
000710 01  WS-SPOOL-JOB-NAME          PIC X(20)
000720     VALUE "DOCUMENT-RETENTION".
000730 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
000740 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000750 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000760
000770 01  WS-RC-FUNCTION             PIC X(01).
000780 01  WS-RC-JOB-NAME             PIC X(20)
000790     VALUE "DOCUMENT-RETENTION".
000800 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000810 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000820 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000830
000840 01  WS-REPORT-DETAIL.
000850     05  WS-R-OWNER-TYPE         PIC X(01).
000860     05  FILLER                  PIC X(01) VALUE SPACES.
000870     05  WS-R-OWNER-ID           PIC X(12).
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  WS-R-TYPE               PIC X(02).
000900     05  FILLER                  PIC X(01) VALUE "-".
000910     05  WS-R-SEQ                PIC 9(03).
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  WS-R-RECEIVED           PIC 9(08).
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  WS-R-DESTROY            PIC 9(08).
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  WS-R-DAYS-OVER          PIC ZZZZ9.
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  WS-R-STORAGE            PIC X(40).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  WS-R-DESCRIPTION        PIC X(30).
001020
001030 PROCEDURE DIVISION.
001040*                                                                *
001050*   0000-MAINLINE                                               *
001060*                                                                *
001070 0000-MAINLINE.
001080     MOVE 'S' TO WS-RC-FUNCTION.
001090     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001100          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001110          WS-RC-CODE.
001120     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001125          WS-OVERRIDE-MARK.
001130     COMPUTE WS-TODAY-INTEGER-DATE =
001140        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001150     OPEN INPUT DOCUMENT-FILE.
001160     IF DOCREG-STATUS NOT = '00'
001170        DISPLAY "NO DOCUMENT REGISTER FOUND -- " DOCREG
001180        GO TO 9000-END-RUN
001190     END-IF.
001200     MOVE 'N' TO WS-SPOOL-FUNCTION.
001210     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001220          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001230          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001240          WS-SPOOL-MEMBER-NAME.
001250     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001260     OPEN OUTPUT REPORT-FILE.
001270     MOVE SPACES TO REPORT-LINE.
001280     STRING "DOCUMENTS HELD PAST THEIR DESTROY DATE AS OF "
001290            WS-TODAY-8
001300            DELIMITED BY SIZE INTO REPORT-LINE
001310     END-STRING.
001320     WRITE REPORT-LINE.
001321     IF WS-DATE-OVERRIDDEN
001322        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001323        WRITE REPORT-LINE
001324        ADD 1 TO WS-SPOOL-LINE-COUNT
001325     END-IF.
001330     MOVE SPACES TO REPORT-LINE.
001340     WRITE REPORT-LINE.
001350     MOVE "O OWNER         DOC     RECEIVED  DESTROY    OVER  "
001360        TO REPORT-LINE.
001370     MOVE "KEPT AT" TO REPORT-LINE (52:).
001380     MOVE "DESCRIPTION" TO REPORT-LINE (94:).
001390     WRITE REPORT-LINE.
001400     ADD 3 TO WS-SPOOL-LINE-COUNT.
001410     MOVE LOW-VALUES TO DR-DOCUMENT-KEY.
001420     START DOCUMENT-FILE KEY IS >= DR-DOCUMENT-KEY
001430         INVALID KEY
001440            MOVE 'Y' TO WS-EOF-SWITCH
001450     END-START.
001460     PERFORM 3000-CHECK-ONE-DOCUMENT THRU 3000-EXIT
001470             UNTIL WS-EOF-YES.
001480     MOVE SPACES TO REPORT-LINE.
001490     WRITE REPORT-LINE.
001500     MOVE SPACES TO REPORT-LINE.
001510     STRING "DOCUMENTS HELD: " WS-HELD-COUNT
001520            "  PAST DESTROY DATE: " WS-OVERDUE-COUNT
001530            DELIMITED BY SIZE INTO REPORT-LINE
001540     END-STRING.
001550     WRITE REPORT-LINE.
001560     ADD 2 TO WS-SPOOL-LINE-COUNT.
001570     CLOSE REPORT-FILE.
001580     MOVE 'R' TO WS-SPOOL-FUNCTION.
001590     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001600          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001610          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001620          WS-SPOOL-MEMBER-NAME.
001630     CLOSE DOCUMENT-FILE.
001640     DISPLAY "DOCUMENT-RETENTION-REPORT RUN COMPLETE".
001650     DISPLAY "DOCUMENTS HELD:    " WS-HELD-COUNT.
001660     DISPLAY "PAST DESTROY DATE: " WS-OVERDUE-COUNT.
001670     GO TO 9000-END-RUN.
001680
001690*                                                                *
001700*   3000-CHECK-ONE-DOCUMENT                                     *
001710*                                                                *
001720 3000-CHECK-ONE-DOCUMENT.
001730     READ DOCUMENT-FILE NEXT RECORD
001740         AT END
001750            MOVE 'Y' TO WS-EOF-SWITCH
001760            GO TO 3000-EXIT
001770     END-READ.
001780     ADD 1 TO WS-READ-COUNT.
001790     IF NOT DR-DOCUMENT-HELD
001800        GO TO 3000-EXIT
001810     END-IF.
001820     ADD 1 TO WS-HELD-COUNT.
001830     IF DR-RETENTION-DATE NOT NUMERIC
001840        OR DR-RETENTION-DATE = ZERO
001850        OR DR-RETENTION-DATE > WS-TODAY-8
001860        GO TO 3000-EXIT
001870     END-IF.
001880     ADD 1 TO WS-OVERDUE-COUNT.
001890     MOVE DR-OWNER-TYPE     TO WS-R-OWNER-TYPE.
001900     MOVE DR-OWNER-ID       TO WS-R-OWNER-ID.
001910     MOVE DR-DOCUMENT-TYPE  TO WS-R-TYPE.
001920     MOVE DR-DOCUMENT-SEQ   TO WS-R-SEQ.
001930     MOVE DR-RECEIVED-DATE  TO WS-R-RECEIVED.
001940     MOVE DR-RETENTION-DATE TO WS-R-DESTROY.
001950     COMPUTE WS-R-DAYS-OVER = WS-TODAY-INTEGER-DATE
001960        - FUNCTION INTEGER-OF-DATE(DR-RETENTION-DATE).
001970     MOVE DR-STORAGE-REF    TO WS-R-STORAGE.
001980     MOVE DR-DESCRIPTION    TO WS-R-DESCRIPTION.
001990     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
002000     WRITE REPORT-LINE.
002010     ADD 1 TO WS-SPOOL-LINE-COUNT.
002020 3000-EXIT.
002030     EXIT.
002040
002050 9000-END-RUN.
002060     MOVE 'E' TO WS-RC-FUNCTION.
002070     MOVE WS-READ-COUNT    TO WS-RC-READ.
002080     MOVE WS-OVERDUE-COUNT TO WS-RC-WRITTEN.
002090     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002100          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002110          WS-RC-CODE.
002120     GO TO 9999-EXIT.
002130
002140 9999-EXIT.
002150     STOP RUN.
