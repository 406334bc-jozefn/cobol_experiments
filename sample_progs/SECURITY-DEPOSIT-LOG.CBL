000010******************************************************************
000020*                                                                *
000030*   SECURITY-DEPOSIT-LOG                                         *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS BOOK-DEPOSIT-LOG) THAT  *
000060*   RECORDS ONE SECURITY DEPOSIT TAKEN AT THE COUNTER:           *
000070*                                                                *
000080*       CALL "SECURITY-DEPOSIT-LOG" USING ACCOUNT-ID, COMPANY,   *
000090*            AMOUNT, RECEIPT-NO, CLERK-ID, RECEIVED-DATE,        *
000100*            DEPOSIT-SEQ, INTEREST-RATE                          *
000110*                                                                *
000120*   THE DEPOSIT IS WRITTEN HELD ON THE SECURITY DEPOSIT FILE     *
000130*   UNDER THE NEXT SEQUENCE FOR THE ACCOUNT, AT THE DEPOSIT-     *
000140*   RATE= (ANNUAL PERCENT, E.G. 01.500) IN THE SHARED LEDGER RUN *
000150*   PARAMETER FILE -- 01.000 WHEN THERE IS NONE -- AND ITS       *
000160*   RECEIPT IS APPENDED TO THE SECURITY DEPOSIT ENTRIES FILE FOR *
000170*   GL-EXTRACT.  THE SEQUENCE AND RATE USED ARE HANDED BACK; A   *
000180*   SEQUENCE OF ZERO MEANS NOTHING WAS RECORDED.                 *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      SECURITY-DEPOSIT-LOG.
000230 AUTHOR.          DATA PROCESSING.
000240 INSTALLATION.    ACCOUNTING SYSTEMS.
000250 DATE-WRITTEN.    10/15/2026.
000260 DATE-COMPILED.   10/15/2026.
000270*                                                                *
000280*   MODIFICATION HISTORY                                         *
000290*   ------------------------------------------------------------ *
000300*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000310*                                                                *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL SECURITY-DEPOSITS
000360            ASSIGN       TO  SECDEP
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS SD-DEPOSIT-KEY
000400            FILE STATUS  IS SECDEP-STATUS.
000410
000420     SELECT OPTIONAL DEPOSIT-ENTRY-FILE
000430            ASSIGN       TO  SECDEPENT
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS  IS SECDEPENT-STATUS.
000460
000470     SELECT OPTIONAL RUN-PARM-FILE
000480            ASSIGN       TO  RUNPARMS
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS  IS RUNPARM-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SECURITY-DEPOSITS.
000550 01  SECURITY-DEPOSIT-STRUCTURE.
000560     COPY "SECURITY-DEPOSIT-RECORD.CPY" REPLACING ==(TAG)==
000570          BY ==SD-==.
000580
000590 FD  DEPOSIT-ENTRY-FILE
000600     RECORDING MODE IS F.
000610 01  DEPOSIT-ENTRY-STRUCTURE.
000620     COPY "SECURITY-DEPOSIT-ENTRY-RECORD.CPY" REPLACING ==(TAG)==
000630          BY ==SE-==.
000640
000650 FD  RUN-PARM-FILE
000660     RECORDING MODE IS F.
000670 01  RUN-PARM-LINE                PIC X(40).
000680
000690 WORKING-STORAGE SECTION.
000700 01  SECDEP                     PIC X(50)
000710     VALUE "/mnt/c/cobfiles\security-deposits.idx".
000720 01  SECDEPENT                  PIC X(50)
000730     VALUE "security-deposit-entries.txt".
000740 01  RUNPARMS                   PIC X(50)
000750     VALUE "ledger-run-parms.txt".
000760 01  SECDEP-STATUS              PIC X(02).
000770 01  SECDEPENT-STATUS           PIC X(02).
000780 01  RUNPARM-STATUS             PIC X(02).
000790 01  WS-PARM-NAME               PIC X(20).
000800 01  WS-PARM-VALUE              PIC X(20).
000810 01  WS-DEPOSIT-RATE            PIC 9(02)V9(03) VALUE 1.000.
000820 01  WS-NEXT-SEQ                PIC 9(03) VALUE ZERO.
000830 01  WS-SEQ-EOF-SWITCH          PIC X(01) VALUE 'N'.
000840     88  WS-SEQ-EOF                       VALUE 'Y'.
000850
000860 LINKAGE SECTION.
000870 01  LK-ACCOUNT-ID              PIC 9(07).
000880 01  LK-COMPANY                 PIC X(02).
000890 01  LK-AMOUNT                  PIC 9(06)V9(02).
000900 01  LK-RECEIPT-NO              PIC 9(07).
000910 01  LK-CLERK-ID                PIC X(10).
000920 01  LK-RECEIVED-DATE           PIC 9(08).
000930 01  LK-DEPOSIT-SEQ             PIC 9(03).
000940 01  LK-INTEREST-RATE           PIC 9(02)V9(03).
000950
000960 PROCEDURE DIVISION USING LK-ACCOUNT-ID, LK-COMPANY, LK-AMOUNT,
000970                          LK-RECEIPT-NO, LK-CLERK-ID,
000980                          LK-RECEIVED-DATE, LK-DEPOSIT-SEQ,
000990                          LK-INTEREST-RATE.
001000*                                                                *
001010*   0000-MAINLINE                                                *
001020*                                                                *
001030 0000-MAINLINE.
001040     MOVE ZERO TO LK-DEPOSIT-SEQ LK-INTEREST-RATE.
001050     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001060     OPEN I-O SECURITY-DEPOSITS.
001070     IF SECDEP-STATUS NOT = '00' AND SECDEP-STATUS NOT = '05'
001080        DISPLAY "SECURITY-DEPOSIT-LOG: CANNOT OPEN SECURITY "
001090                "DEPOSITS, STATUS " SECDEP-STATUS
001100        DISPLAY "SECURITY-DEPOSIT-LOG: DEPOSIT ON RECEIPT "
001110                LK-RECEIPT-NO " NOT RECORDED"
001120        GOBACK
001130     END-IF.
001140     PERFORM 2000-FIND-NEXT-SEQ THRU 2000-EXIT.
001150     MOVE SPACES            TO SECURITY-DEPOSIT-STRUCTURE.
001160     MOVE LK-ACCOUNT-ID     TO SD-ACCOUNT-ID.
001170     MOVE WS-NEXT-SEQ       TO SD-DEPOSIT-SEQ.
001180     MOVE LK-COMPANY        TO SD-COMPANY-CODE.
001190     MOVE LK-AMOUNT         TO SD-DEPOSIT-AMOUNT.
001200     MOVE LK-RECEIVED-DATE  TO SD-RECEIVED-DATE.
001210     MOVE LK-RECEIPT-NO     TO SD-RECEIPT-NO.
001220     MOVE LK-CLERK-ID       TO SD-RECEIVED-BY.
001230     MOVE WS-DEPOSIT-RATE   TO SD-INTEREST-RATE.
001240     MOVE ZERO              TO SD-ACCRUED-INTEREST
001250                               SD-LAST-ACCRUAL-PERIOD
001260                               SD-RELEASE-DATE
001270                               SD-APPLIED-AMOUNT
001280                               SD-REFUND-AMOUNT
001290                               SD-CHECK-NUMBER
001300                               SD-SETTLED-DATE.
001310     SET SD-DEPOSIT-HELD    TO TRUE.
001320     WRITE SECURITY-DEPOSIT-STRUCTURE
001330         INVALID KEY
001340            DISPLAY "SECURITY-DEPOSIT-LOG: DEPOSIT "
001350                    SD-DEPOSIT-KEY
001360                    " ALREADY ON FILE -- NOT RECORDED"
001370            CLOSE SECURITY-DEPOSITS
001380            GOBACK
001390     END-WRITE.
001400     CLOSE SECURITY-DEPOSITS.
001410     MOVE WS-NEXT-SEQ     TO LK-DEPOSIT-SEQ.
001420     MOVE WS-DEPOSIT-RATE TO LK-INTEREST-RATE.
001430     PERFORM 3000-WRITE-RECEIPT-ENTRY THRU 3000-EXIT.
001440     GOBACK.
001450
001460*                                                                *
001470*   1000-READ-RUN-PARMS -- DEPOSIT-RATE= IN THE SHARED LEDGER    *
001480*   RUN PARAMETER FILE                                           *
001490*                                                                *
001500 1000-READ-RUN-PARMS.
001510     OPEN INPUT RUN-PARM-FILE.
001520     IF RUNPARM-STATUS NOT = '00'
001530        GO TO 1000-EXIT
001540     END-IF.
001550     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
001560             UNTIL RUNPARM-STATUS NOT = '00'.
001570     CLOSE RUN-PARM-FILE.
001580 1000-EXIT.
001590     EXIT.
001600
001610 1050-READ-ONE-PARM.
001620     READ RUN-PARM-FILE
001630         AT END
001640            MOVE '10' TO RUNPARM-STATUS
001650            GO TO 1050-EXIT
001660     END-READ.
001670     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
001680     UNSTRING RUN-PARM-LINE DELIMITED BY "="
001690         INTO WS-PARM-NAME, WS-PARM-VALUE
001700     END-UNSTRING.
001710*   THE RATE IS KEYED AS NN.NNN.
001720     IF WS-PARM-NAME = "DEPOSIT-RATE"
001730        AND WS-PARM-VALUE (1:2) NUMERIC
001740        AND WS-PARM-VALUE (3:1) = "."
001750        AND WS-PARM-VALUE (4:3) NUMERIC
001760        MOVE WS-PARM-VALUE (1:2) TO WS-DEPOSIT-RATE (1:2)
001770        MOVE WS-PARM-VALUE (4:3) TO WS-DEPOSIT-RATE (3:3)
001780     END-IF.
001790 1050-EXIT.
001800     EXIT.
001810
001820*                                                                *
001830*   2000-FIND-NEXT-SEQ -- ONE PAST THE HIGHEST SEQUENCE ALREADY  *
001840*   ON FILE FOR THIS ACCOUNT                                     *
001850*                                                                *
001860 2000-FIND-NEXT-SEQ.
001870     MOVE ZERO TO WS-NEXT-SEQ.
001880     MOVE 'N'  TO WS-SEQ-EOF-SWITCH.
001890     MOVE LK-ACCOUNT-ID TO SD-ACCOUNT-ID.
001900     MOVE ZERO          TO SD-DEPOSIT-SEQ.
001910     START SECURITY-DEPOSITS KEY IS >= SD-DEPOSIT-KEY
001920         INVALID KEY
001930            MOVE 'Y' TO WS-SEQ-EOF-SWITCH
001940     END-START.
001950     PERFORM 2100-READ-ONE-DEPOSIT THRU 2100-EXIT
001960             UNTIL WS-SEQ-EOF.
001970     ADD 1 TO WS-NEXT-SEQ.
001980 2000-EXIT.
001990     EXIT.
002000
002010 2100-READ-ONE-DEPOSIT.
002020     READ SECURITY-DEPOSITS NEXT RECORD
002030         AT END
002040            MOVE 'Y' TO WS-SEQ-EOF-SWITCH
002050            GO TO 2100-EXIT
002060     END-READ.
002070     IF SD-ACCOUNT-ID NOT = LK-ACCOUNT-ID
002080        MOVE 'Y' TO WS-SEQ-EOF-SWITCH
002090        GO TO 2100-EXIT
002100     END-IF.
002110     MOVE SD-DEPOSIT-SEQ TO WS-NEXT-SEQ.
002120 2100-EXIT.
002130     EXIT.
002140
002150*                                                                *
002160*   3000-WRITE-RECEIPT-ENTRY -- THE 'R' MOVEMENT, BOOKED IN THE  *
002170*   MONTH THE MONEY CAME IN                                      *
002180*                                                                *
002190 3000-WRITE-RECEIPT-ENTRY.
002200     OPEN EXTEND DEPOSIT-ENTRY-FILE.
002210     IF SECDEPENT-STATUS = '05' OR SECDEPENT-STATUS = '35'
002220        OPEN OUTPUT DEPOSIT-ENTRY-FILE
002230     END-IF.
002240     IF SECDEPENT-STATUS NOT = '00'
002250        DISPLAY "SECURITY-DEPOSIT-LOG: CANNOT OPEN DEPOSIT "
002260                "ENTRIES, STATUS " SECDEPENT-STATUS
002270        DISPLAY "SECURITY-DEPOSIT-LOG: RECEIPT OF DEPOSIT "
002280                LK-ACCOUNT-ID "-" WS-NEXT-SEQ
002290                " NOT SENT TO THE GL"
002300        GO TO 3000-EXIT
002310     END-IF.
002320     MOVE SPACES            TO DEPOSIT-ENTRY-STRUCTURE.
002330     SET SE-DEPOSIT-MOVEMENT TO TRUE.
002340     MOVE LK-COMPANY        TO SE-COMPANY-CODE.
002350     MOVE LK-RECEIVED-DATE (1:6) TO SE-PERIOD.
002360     MOVE LK-RECEIVED-DATE  TO SE-ENTRY-DATE.
002370     MOVE LK-ACCOUNT-ID     TO SE-ACCOUNT-ID.
002380     MOVE WS-NEXT-SEQ       TO SE-DEPOSIT-SEQ.
002390     SET SE-DEPOSIT-RECEIVED TO TRUE.
002400     MOVE LK-AMOUNT         TO SE-AMOUNT.
002410     MOVE LK-RECEIPT-NO     TO SE-REFERENCE.
002420     WRITE DEPOSIT-ENTRY-STRUCTURE.
002430     CLOSE DEPOSIT-ENTRY-FILE.
002440 3000-EXIT.
002450     EXIT.
