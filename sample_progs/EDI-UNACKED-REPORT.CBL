000010******************************************************************
000020*                                                                *
000030*   EDI-UNACKED-REPORT                                           *
000040*                                                                *
000050*   FOLLOW-UP LIST OF ELECTRONIC INVOICES THE CUSTOMER HAS NOT   *
000060*   ACCEPTED.  WALKS THE EDI TRANSMISSION LOG AND LISTS EVERY    *
000070*   INVOICE WHOSE PARTNER REJECTED IT (997 AK9 R), AND EVERY ONE *
000080*   STILL WITHOUT A 997 MORE THAN THE GRACE PERIOD AFTER IT WAS  *
000090*   SENT -- THE EDI-ACK-DAYS= LINE IN THE SHARED LEDGER RUN      *
000100*   PARAMETER FILE, TWO DAYS WHEN THERE IS NONE.  EITHER WAY     *
000110*   THE CUSTOMER HAS NOT GOT A USABLE INVOICE: BILLING CORRECTS  *
000120*   AND RE-RUNS THE DAY (EDI-DATE= ON EDI-INVOICE-EXPORT) OR     *
000130*   SENDS PAPER.  THE REPORT IS REGISTERED ON THE REPORT SPOOL.  *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.      EDI-UNACKED-REPORT.
000180 AUTHOR.          DATA PROCESSING.
000190 INSTALLATION.    ACCOUNTING SYSTEMS.
000200 DATE-WRITTEN.    10/15/2026.
000210 DATE-COMPILED.   10/15/2026.
000220*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   ------------------------------------------------------------ *
000250*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000252*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000254*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000256*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000258*                    HEADING.                                   *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL EDI-LOG
000310            ASSIGN       TO  EDILOG
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS EL-INVOICE-NO
000350            ALTERNATE RECORD KEY IS EL-CONTROL-NO
000360                     WITH DUPLICATES
000370            FILE STATUS  IS EDILOG-STATUS.
000380
000390     SELECT OPTIONAL RUN-PARM-FILE
000400            ASSIGN       TO  RUNPARMS
000410            ORGANIZATION IS LINE SEQUENTIAL
000420            FILE STATUS  IS RUNPARM-STATUS.
000430
000440     SELECT REPORT-FILE
000450            ASSIGN       TO  REPORTOUT
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS  IS REPORT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EDI-LOG.
000520 01  EDI-LOG-STRUCTURE.
000530     COPY "EDI-TRANSMISSION-RECORD.CPY" REPLACING ==(TAG)==
000540          BY ==EL-==.
000550
000560 FD  RUN-PARM-FILE
000570     RECORDING MODE IS F.
000580 01  RUN-PARM-LINE                PIC X(40).
000590
000600 FD  REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-LINE                  PIC X(100).
000630
000640 WORKING-STORAGE SECTION.
000650*                                                                *
000660*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000670*                                                                *
000680 01  EDILOG                     PIC X(50)
000690     VALUE "/mnt/c/cobfiles\edi-transmission.idx".
000700 01  RUNPARMS                   PIC X(50)
000710     VALUE "ledger-run-parms.txt".
000720 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000730
000740 01  EDILOG-STATUS              PIC X(02).
000750 01  RUNPARM-STATUS             PIC X(02).
000760 01  REPORT-STATUS              PIC X(02).
000770
000780 01  WS-SWITCHES.
000790     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000800         88  WS-EOF-YES                    VALUE 'Y'.
000810
000820 01  WS-TODAY-8                 PIC 9(08).
000822 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000824     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000826 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000830 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000840 01  WS-SENT-INTEGER-DATE       PIC 9(07).
000850 01  WS-DAYS-OUT                PIC 9(05).
000860 01  WS-PARM-NAME               PIC X(20).
000870 01  WS-PARM-VALUE              PIC X(20).
000880 01  WS-GRACE-DAYS              PIC 9(03) VALUE 2.
000890 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
000900
000910 01  WS-PENDING-COUNT           PIC 9(05) VALUE ZERO.
000920 01  WS-REJECTED-COUNT          PIC 9(05) VALUE ZERO.
000930 01  WS-OPEN-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
000940
000950*                                                                *
000960*   ONE REPORT LINE PER INVOICE NOT ACCEPTED                     *
000970*                                                                *
000980 01  WS-DETAIL-LINE.
000990     05  WS-O-INVOICE            PIC 9(07).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  WS-O-ACCOUNT            PIC 9(07).
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  WS-O-PARTNER            PIC X(15).
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  WS-O-CONTROL            PIC 9(09).
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  WS-O-SENT               PIC 9(08).
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  WS-O-DAYS               PIC ZZZZ9.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  WS-O-STATUS             PIC X(10).
001120     05  WS-O-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001130
001140 01  WS-D-COUNT                 PIC ZZ,ZZ9.
001150 01  WS-D-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001160
001170 01  WS-RC-FUNCTION             PIC X(01).
001180 01  WS-RC-JOB-NAME             PIC X(20)
001190     VALUE "EDI-UNACKED-REPORT".
001200 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001210 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001220 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001230
001240*                                                                *
001250*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001260*                                                                *
001270 01  WS-SPOOL-FUNCTION          PIC X(01).
001280 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001290     VALUE "edi-unacked".
001300 01  WS-SPOOL-JOB-NAME          PIC X(20)
001310     VALUE "EDI-UNACKED-REPORT".
001320 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
001330 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001340 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001350
001360 PROCEDURE DIVISION.
001370*                                                                *
001380*   0000-MAINLINE                                                *
001390*                                                                *
001400 0000-MAINLINE.
001410     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001415          WS-OVERRIDE-MARK.
001420     COMPUTE WS-TODAY-INTEGER-DATE =
001430        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001440     MOVE 'S' TO WS-RC-FUNCTION.
001450     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001460          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001470          WS-RC-CODE.
001480     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001490     PERFORM 2000-OPEN-REPORT THRU 2000-EXIT.
001500     PERFORM 3000-LIST-LOG THRU 3000-EXIT.
001510     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
001520     MOVE 'E' TO WS-RC-FUNCTION.
001530     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
001540     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001550          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001560          WS-RC-CODE.
001570     DISPLAY "EDI-UNACKED-REPORT RUN COMPLETE".
001580     DISPLAY "AWAITING A 997:       " WS-PENDING-COUNT.
001590     DISPLAY "REJECTED:             " WS-REJECTED-COUNT.
001600     GO TO 9999-EXIT.
001610
001620*                                                                *
001630*   1000-READ-RUN-PARMS -- EDI-ACK-DAYS= (NNN) IN THE SHARED     *
001640*   LEDGER RUN PARAMETER FILE; TWO DAYS IF ABSENT                *
001650*                                                                *
001660 1000-READ-RUN-PARMS.
001670     OPEN INPUT RUN-PARM-FILE.
001680     IF RUNPARM-STATUS NOT = '00'
001690        GO TO 1000-EXIT
001700     END-IF.
001710     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
001720             UNTIL RUNPARM-STATUS NOT = '00'.
001730     CLOSE RUN-PARM-FILE.
001740 1000-EXIT.
001750     EXIT.
001760
001770 1050-READ-ONE-PARM.
001780     READ RUN-PARM-FILE
001790         AT END
001800            MOVE '10' TO RUNPARM-STATUS
001810            GO TO 1050-EXIT
001820     END-READ.
001830     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
001840     UNSTRING RUN-PARM-LINE DELIMITED BY "="
001850         INTO WS-PARM-NAME, WS-PARM-VALUE
001860     END-UNSTRING.
001870     IF WS-PARM-NAME = "EDI-ACK-DAYS"
001880        AND WS-PARM-VALUE (1:3) NUMERIC
001890        MOVE WS-PARM-VALUE (1:3) TO WS-GRACE-DAYS
001900     END-IF.
001910 1050-EXIT.
001920     EXIT.
001930
001940*                                                                *
001950*   2000-OPEN-REPORT -- REGISTER THE REPORT ON THE SPOOL AND     *
001960*   WRITE THE HEADINGS                                           *
001970*                                                                *
001980 2000-OPEN-REPORT.
001990     MOVE 'N' TO WS-SPOOL-FUNCTION.
002000     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002010          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002020          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002030          WS-SPOOL-MEMBER-NAME.
002040     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002050     OPEN OUTPUT REPORT-FILE.
002060     MOVE SPACES TO REPORT-LINE.
002070     STRING "ELECTRONIC INVOICES NOT ACCEPTED -- AS OF "
002080            WS-TODAY-8
002090            DELIMITED BY SIZE INTO REPORT-LINE
002100     END-STRING.
002110     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002112     IF WS-DATE-OVERRIDDEN
002114        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002116        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002118     END-IF.
002120     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002130     STRING "INVOICE  ACCOUNT  PARTNER ID      CONTROL    "
002140            "SENT       DAYS  STATUS            AMOUNT"
002150            DELIMITED BY SIZE INTO REPORT-LINE
002160     END-STRING.
002170     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002180 2000-EXIT.
002190     EXIT.
002200
002210*                                                                *
002220*   3000-LIST-LOG -- ONE PASS OF THE TRANSMISSION LOG IN         *
002230*   INVOICE ORDER                                                *
002240*                                                                *
002250 3000-LIST-LOG.
002260     OPEN INPUT EDI-LOG.
002270     IF EDILOG-STATUS NOT = '00'
002280        DISPLAY "NO EDI TRANSMISSION LOG FOUND -- " EDILOG
002290        IF EDILOG-STATUS = '05'
002300           CLOSE EDI-LOG
002310        END-IF
002320        GO TO 3000-EXIT
002330     END-IF.
002340     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
002350             UNTIL WS-EOF-YES.
002360     CLOSE EDI-LOG.
002370 3000-EXIT.
002380     EXIT.
002390
002400 3100-CHECK-ONE-ENTRY.
002410     READ EDI-LOG NEXT RECORD
002420         AT END
002430            MOVE 'Y' TO WS-EOF-SWITCH
002440            GO TO 3100-EXIT
002450     END-READ.
002460     ADD 1 TO WS-RC-READ.
002470     IF EL-ACK-ACCEPTED
002480        GO TO 3100-EXIT
002490     END-IF.
002500     COMPUTE WS-SENT-INTEGER-DATE =
002510        FUNCTION INTEGER-OF-DATE(EL-SENT-DATE).
002520     COMPUTE WS-DAYS-OUT =
002530        WS-TODAY-INTEGER-DATE - WS-SENT-INTEGER-DATE.
002540     IF EL-ACK-PENDING
002550        IF WS-DAYS-OUT <= WS-GRACE-DAYS
002560           GO TO 3100-EXIT
002570        END-IF
002580        MOVE "NO 997"   TO WS-O-STATUS
002590        ADD 1 TO WS-PENDING-COUNT
002600     ELSE
002610        MOVE "REJECTED" TO WS-O-STATUS
002620        ADD 1 TO WS-REJECTED-COUNT
002630     END-IF.
002640     MOVE EL-INVOICE-NO  TO WS-O-INVOICE.
002650     MOVE EL-ACCOUNT-ID  TO WS-O-ACCOUNT.
002660     MOVE EL-PARTNER-ID  TO WS-O-PARTNER.
002670     MOVE EL-CONTROL-NO  TO WS-O-CONTROL.
002680     MOVE EL-SENT-DATE   TO WS-O-SENT.
002690     MOVE WS-DAYS-OUT    TO WS-O-DAYS.
002700     MOVE EL-AMOUNT      TO WS-O-AMOUNT.
002710     ADD EL-AMOUNT TO WS-OPEN-TOTAL.
002720     MOVE WS-DETAIL-LINE TO REPORT-LINE.
002730     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002740 3100-EXIT.
002750     EXIT.
002760
002770*                                                                *
002780*   4000-WRITE-TOTALS                                            *
002790*                                                                *
002800 4000-WRITE-TOTALS.
002810     IF WS-PENDING-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
002820        MOVE "  EVERY INVOICE SENT HAS BEEN ACCEPTED"
002830           TO REPORT-LINE
002840        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002850     END-IF.
002860     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002870     MOVE WS-PENDING-COUNT TO WS-D-COUNT.
002880     STRING "AWAITING A 997 AFTER " WS-GRACE-DAYS " DAYS   "
002890            WS-D-COUNT
002900            DELIMITED BY SIZE INTO REPORT-LINE
002910     END-STRING.
002920     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002930     MOVE WS-REJECTED-COUNT TO WS-D-COUNT.
002940     STRING "REJECTED BY THE PARTNER       " WS-D-COUNT
002950            DELIMITED BY SIZE INTO REPORT-LINE
002960     END-STRING.
002970     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002980     MOVE WS-OPEN-TOTAL TO WS-D-TOTAL.
002990     STRING "AMOUNT NOT YET DELIVERED " WS-D-TOTAL
003000            DELIMITED BY SIZE INTO REPORT-LINE
003010     END-STRING.
003020     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003030     CLOSE REPORT-FILE.
003040     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
003050     MOVE 'R' TO WS-SPOOL-FUNCTION.
003060     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
003070          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
003080          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
003090          WS-SPOOL-MEMBER-NAME.
003100 4000-EXIT.
003110     EXIT.
003120
003130 4900-PUT-LINE.
003140     WRITE REPORT-LINE.
003150     ADD 1 TO WS-LINE-COUNT.
003160     MOVE SPACES TO REPORT-LINE.
003170 4900-EXIT.
003180     EXIT.
003190
003200 9999-EXIT.
003210     STOP RUN.
