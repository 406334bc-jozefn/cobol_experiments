000010******************************************************************
000020*                                                                *
000030*   BOOK-DEPOSIT-LOG                                             *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS RUN-CONTROL-LOG) THAT   *
000060*   RECORDS ONE DEPOSIT THE BOOKS EXPECT TO SEE AT THE BANK, ON  *
000070*   THE BOOK SIDE OF THE DEPOSIT RECONCILIATION:                 *
000080*                                                                *
000090*       CALL "BOOK-DEPOSIT-LOG" USING SOURCE, DEPOSIT-DATE,      *
000100*            AMOUNT, ITEM-COUNT, REFERENCE                       *
000110*                                                                *
000118*   SOURCE IS L (LOCKBOX-IMPORT), K (DRAWER-CLOSEOUT), A         *
000126*   (ACH-EXPORT), C (CARD-SETTLEMENT-IMPORT) OR G                *
000130*   (LITIGATION-MAINT, A GARNISHMENT RECEIPT).  THE DEPOSIT IS   *
000134*   WRITTEN OPEN UNDER THE NEXT SEQUENCE FOR ITS DATE AND        *
000142*   SOURCE, SO A SECOND LOCKBOX FILE OR DRAWER CLOSE THE SAME    *
000150*   DAY IS A SEPARATE DEPOSIT.  BANK-DEPOSIT-RECONCILE MATCHES   *
000158*   IT TO THE BANK'S CREDIT.                                     *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      BOOK-DEPOSIT-LOG.
000210 AUTHOR.          DATA PROCESSING.
000220 INSTALLATION.    ACCOUNTING SYSTEMS.
000230 DATE-WRITTEN.    10/15/2026.
000240 DATE-COMPILED.   10/15/2026.
000250*                                                                *
000260*   MODIFICATION HISTORY                                        *
000270*   ------------------------------------------------------------ *
000280*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000283*   10/15/2026  DP   SOURCE C FOR THE CARD PROCESSOR'S          *
000286*                    NET SETTLEMENT.                            *
000287*   10/15/2026  DP   SOURCE G FOR A GARNISHMENT RECEIPT.        *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL BOOK-DEPOSITS
000340            ASSIGN       TO  BOOKDEP
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE  IS DYNAMIC
000370            RECORD KEY   IS BK-ITEM-KEY
000380            FILE STATUS  IS BOOKDEP-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  BOOK-DEPOSITS.
000430 01  BOOK-DEPOSIT-STRUCTURE.
000440     COPY "DEPOSIT-ITEM-RECORD.CPY" REPLACING ==(TAG)==
000450          BY ==BK-==.
000460
000470 WORKING-STORAGE SECTION.
000480 01  BOOKDEP                    PIC X(50)
000490     VALUE "/mnt/c/cobfiles\book-deposits.idx".
000500 01  BOOKDEP-STATUS             PIC X(02).
000510 01  WS-NEXT-SEQ                PIC 9(03) VALUE ZERO.
000520 01  WS-SEQ-EOF-SWITCH          PIC X(01) VALUE 'N'.
000530     88  WS-SEQ-EOF                       VALUE 'Y'.
000540
000550 LINKAGE SECTION.
000560 01  LK-SOURCE                  PIC X(01).
000570 01  LK-DEPOSIT-DATE            PIC 9(08).
000580 01  LK-AMOUNT                  PIC 9(10)V9(02).
000590 01  LK-ITEM-COUNT              PIC 9(05).
000600 01  LK-REFERENCE               PIC X(20).
000610
000620 PROCEDURE DIVISION USING LK-SOURCE, LK-DEPOSIT-DATE,
000630                          LK-AMOUNT, LK-ITEM-COUNT,
000640                          LK-REFERENCE.
000650*                                                                *
000660*   0000-MAINLINE                                               *
000670*                                                                *
000680 0000-MAINLINE.
000690     OPEN I-O BOOK-DEPOSITS.
000700     IF BOOKDEP-STATUS NOT = '00' AND BOOKDEP-STATUS NOT = '05'
000710        DISPLAY "BOOK-DEPOSIT-LOG: CANNOT OPEN BOOK DEPOSITS, "
000720                "STATUS " BOOKDEP-STATUS
000730        DISPLAY "BOOK-DEPOSIT-LOG: DEPOSIT OF " LK-AMOUNT
000740                " NOT RECORDED -- ENTER IT FOR THE RECONCILIATION"
000750        GOBACK
000760     END-IF.
000770     PERFORM 2000-FIND-NEXT-SEQ THRU 2000-EXIT.
000780     MOVE SPACES           TO BOOK-DEPOSIT-STRUCTURE.
000790     MOVE LK-DEPOSIT-DATE  TO BK-ITEM-DATE.
000800     MOVE LK-SOURCE        TO BK-SOURCE.
000810     MOVE WS-NEXT-SEQ      TO BK-ITEM-SEQ.
000820     MOVE LK-AMOUNT        TO BK-AMOUNT.
000830     MOVE LK-ITEM-COUNT    TO BK-ITEM-COUNT.
000840     MOVE LK-REFERENCE     TO BK-REFERENCE.
000850     SET BK-ITEM-OPEN      TO TRUE.
000860     MOVE ZERO             TO BK-MATCHED-DATE.
000870     WRITE BOOK-DEPOSIT-STRUCTURE
000880         INVALID KEY
000890            DISPLAY "BOOK-DEPOSIT-LOG: DEPOSIT " BK-ITEM-KEY
000900                    " ALREADY ON FILE -- NOT RECORDED"
000910     END-WRITE.
000920     CLOSE BOOK-DEPOSITS.
000930     GOBACK.
000940
000950*                                                                *
000960*   2000-FIND-NEXT-SEQ -- ONE PAST THE HIGHEST SEQUENCE ALREADY  *
000970*   ON FILE FOR THIS DATE AND SOURCE                             *
000980*                                                                *
000990 2000-FIND-NEXT-SEQ.
001000     MOVE ZERO TO WS-NEXT-SEQ.
001010     MOVE 'N'  TO WS-SEQ-EOF-SWITCH.
001020     MOVE LK-DEPOSIT-DATE TO BK-ITEM-DATE.
001030     MOVE LK-SOURCE       TO BK-SOURCE.
001040     MOVE ZERO            TO BK-ITEM-SEQ.
001050     START BOOK-DEPOSITS KEY IS >= BK-ITEM-KEY
001060         INVALID KEY
001070            MOVE 'Y' TO WS-SEQ-EOF-SWITCH
001080     END-START.
001090     PERFORM 2100-READ-ONE-DEPOSIT THRU 2100-EXIT
001100             UNTIL WS-SEQ-EOF.
001110     ADD 1 TO WS-NEXT-SEQ.
001120 2000-EXIT.
001130     EXIT.
001140
001150 2100-READ-ONE-DEPOSIT.
001160     READ BOOK-DEPOSITS NEXT RECORD
001170         AT END
001180            MOVE 'Y' TO WS-SEQ-EOF-SWITCH
001190            GO TO 2100-EXIT
001200     END-READ.
001210     IF BK-ITEM-DATE NOT = LK-DEPOSIT-DATE
001220        OR BK-SOURCE NOT = LK-SOURCE
001230        MOVE 'Y' TO WS-SEQ-EOF-SWITCH
001240        GO TO 2100-EXIT
001250     END-IF.
001260     MOVE BK-ITEM-SEQ TO WS-NEXT-SEQ.
001270 2100-EXIT.
001280     EXIT.
