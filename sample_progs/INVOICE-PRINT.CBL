000270*   MODIFICATION HISTORY                                        *
000280*   ------------------------------------------------------------ *
000290*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000291*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE    *
000292*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN    *
000293*                    BY WALKING THE WHOLE ADDRESS BOOK.         *
000294*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000295*   10/15/2026  DP   THE CUSTOMER'S PURCHASE ORDER NUMBER       *
000296*                    PRINTS UNDER THE ACCOUNT LINE WHEN THE     *
000297*                    CHARGE QUOTED ONE.                         *
000298*   10/15/2026  DP   AN ACCOUNT FLAGGED FOR E-INVOICE           *
000299*                    DELIVERY GETS NO PAPER INVOICE -- ITS      *
000300*                    INVOICES GO BY EDI 810.                    *
000301*   10/15/2026  DP   THE ADDRESS BLOCK IS THE ADDRESS IN EFFECT *
000302*                    ON THE INVOICE DATE FROM THE ADDRESS       *
000303*                    BOOK'S DATED POSTAL HISTORY.               *
000304*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000305*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000306*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000307*   10/15/2026  DP   EVERY PRINTED INVOICE IS COUNTED ON THE    *
000308*                    MAILING LOG FOR POSTAGE (SEE               *
000309*                    MAILING-LOG).                              *
000310*                                                                *
000315 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL TRANSACTIONS
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS FD-PHONE
000440            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000445            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000450            FILE STATUS  IS ADDRESS-STATUS.
000460
000470     SELECT OPTIONAL XREF-FILE
000530                     WITH DUPLICATES
000540            FILE STATUS  IS XREF-STATUS.
000550
000551     SELECT OPTIONAL ACCOUNT-MASTER
000552            ASSIGN       TO  ACCTMSTR
000553            ORGANIZATION IS INDEXED
000554            ACCESS MODE  IS DYNAMIC
000555            RECORD KEY   IS AM-ACCOUNT-ID
000556            FILE STATUS  IS ACCTMSTR-STATUS.
000557
000560     SELECT OPTIONAL INVOICE-ARCHIVE
000570            ASSIGN       TO  INVARCH
000580            ORGANIZATION IS INDEXED
000860     COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
000870          REPLACING ==(TAG)== BY ==XR-==.
000880
000881 FD  ACCOUNT-MASTER.
000882 01  ACCOUNT-MASTER-STRUCTURE.
000883     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000884          BY ==AM-==.
000885
000890 FD  INVOICE-ARCHIVE.
000900 01  INVOICE-ARCHIVE-STRUCTURE.
000910     COPY "INVOICE-ARCHIVE-RECORD.CPY" REPLACING ==(TAG)==
001110     VALUE "/mnt/c/cobfiles\address-xref.idx".
001120 01  INVARCH                    PIC X(50)
001130     VALUE "/mnt/c/cobfiles\invoice-archive.idx".
001133 01  ACCTMSTR                   PIC X(50)
001136     VALUE "/mnt/c/cobfiles\account-master.idx".
001140 01  INVOUT                     PIC X(50)
001150     VALUE "invoices.txt".
001160 01  RUNPARMS                   PIC X(50)
001180
001190 01  TRANSOUT-STATUS            PIC X(02).
001200 01  ADDRESS-STATUS             PIC X(02).
001205     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001210 01  XREF-STATUS                PIC X(02).
001215 01  ACCTMSTR-STATUS            PIC X(02).
001220 01  INVARCH-STATUS             PIC X(02).
001230 01  INVOUT-STATUS              PIC X(02).
001240 01  RUNPARM-STATUS             PIC X(02).
001340         88  WS-ARCHIVE-OPEN               VALUE 'Y'.
001350     05  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE 'N'.
001360         88  WS-ARCH-EOF                   VALUE 'Y'.
001362     05  WS-MASTER-SWITCH        PIC X(01) VALUE 'N'.
001364         88  WS-MASTER-AVAILABLE           VALUE 'Y'.
001366     05  WS-E-INVOICE-SWITCH     PIC X(01) VALUE 'N'.
001368         88  WS-E-INVOICE-ACCOUNT          VALUE 'Y'.
001370
001380 01  WS-TODAY-8                 PIC 9(08).
001382 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001384     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001386 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001390 01  WS-INVOICE-YYYYMM          PIC 9(06) VALUE ZERO.
001400 01  WS-PARM-NAME               PIC X(20).
001410 01  WS-PARM-VALUE              PIC X(20).
001420
001430 01  WS-INVOICE-COUNT           PIC 9(05) VALUE ZERO.
001435 01  WS-EDI-SKIP-COUNT          PIC 9(05) VALUE ZERO.
001440 01  WS-ARCH-SEQ                PIC 9(03) VALUE ZERO.
001450 01  WS-NET-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
001460 01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001461*   MAILING LOG PARAMETERS (SEE MAILING-LOG).
001462 01  WS-ML-FUNCTION             PIC X(01).
001463 01  WS-ML-JOB-NAME             PIC X(20)
001464     VALUE "INVOICE-PRINT".
001465 01  WS-ML-CLASS                PIC X(01) VALUE 'F'.
001466 01  WS-ML-CAMPAIGN             PIC X(08) VALUE SPACES.
001467 01  WS-ML-PIECES               PIC 9(07) VALUE 1.
001470
001480*                                                                *
001490*   CONTACT ADDRESS BLOCK (SAME CAPTURE AS MONTHLY-STATEMENT)   *
001520 01  WS-ACCOUNT-STREET          PIC X(40).
001530 01  WS-ACCOUNT-CITY-STATE-ZIP  PIC X(60).
001540 01  WS-ACCOUNT-COUNTRY         PIC X(03) VALUE SPACES.
001541*   THE ADDRESS IN EFFECT ON THE INVOICE DATE (SEE
001542*   ADDRESS-POSTAL-HISTORY), SO A RE-RUN OF AN OLDER MONTH GOES
001543*   TO THE ADDRESS THE CUSTOMER HAD THEN.
001544 01  WS-ADDRESS-AS-OF           PIC 9(08) VALUE ZERO.
001545 01  WS-POSTAL-FUNCTION         PIC X(01) VALUE 'L'.
001546 01  WS-POSTAL-SOURCE           PIC X(01) VALUE SPACE.
001547 01  WS-POSTAL-CLERK            PIC X(10) VALUE "INVPRINT".
001548 01  WS-POSTAL-BEFORE           PIC X(400) VALUE SPACES.
001549 01  WS-POSTAL-RESULT           PIC X(02).
001550
001560 01  WS-COMPANY-NAME-1          PIC X(40)
001570     VALUE "AMES SUPPLY COMPANY".
001730*   1000-INITIALIZE                                             *
001740*                                                                *
001750 1000-INITIALIZE.
001760     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001762          WS-OVERRIDE-MARK.
001764     IF WS-DATE-OVERRIDDEN
001766        DISPLAY WS-OVERRIDE-MARK
001768     END-IF.
001770     MOVE WS-TODAY-8 (1:6) TO WS-INVOICE-YYYYMM.
001780     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
001790     OPEN INPUT TRANSACTIONS.
001930     ELSE
001940        CLOSE XREF-FILE
001950     END-IF.
001951     OPEN INPUT ACCOUNT-MASTER.
001952     IF ACCTMSTR-STATUS = '00'
001953        MOVE 'Y' TO WS-MASTER-SWITCH
001954     ELSE
001955        CLOSE ACCOUNT-MASTER
001956     END-IF.
001960     OPEN I-O INVOICE-ARCHIVE.
001970     IF INVARCH-STATUS = '00' OR INVARCH-STATUS = '05'
001980        MOVE 'Y' TO WS-ARCHIVE-OPEN-SWITCH
002560        AND TR-INVOICE-NO NUMERIC
002570        AND TR-INVOICE-NO > ZERO
002580        AND TR-TRANSACTION-DATE (1:6) = WS-INVOICE-YYYYMM
002592        PERFORM 3500-CHECK-DELIVERY THRU 3500-EXIT
002594        IF NOT WS-E-INVOICE-ACCOUNT
002596           PERFORM 4000-PRINT-ONE-INVOICE THRU 4000-EXIT
002598        END-IF
002600     END-IF.
002610     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002620 3000-EXIT.
002630     EXIT.
002640
002650*                                                                *
002651*   3500-CHECK-DELIVERY -- AN ACCOUNT TAKING ITS INVOICES BY    *
002652*   EDI 810 (SEE EDI-INVOICE-EXPORT) GETS NO PAPER COPY.  WITH  *
002653*   NO ACCOUNT MASTER EVERY INVOICE PRINTS.                     *
002654*                                                                *
002655 3500-CHECK-DELIVERY.
002656     MOVE 'N' TO WS-E-INVOICE-SWITCH.
002657     IF NOT WS-MASTER-AVAILABLE
002658        GO TO 3500-EXIT
002659     END-IF.
002660     MOVE TR-ACCOUNT-ID TO AM-ACCOUNT-ID.
002661     READ ACCOUNT-MASTER
002662         INVALID KEY
002663            GO TO 3500-EXIT
002664     END-READ.
002665     IF AM-E-INVOICE
002666        MOVE 'Y' TO WS-E-INVOICE-SWITCH
002667        ADD 1 TO WS-EDI-SKIP-COUNT
002668     END-IF.
002669 3500-EXIT.
002670     EXIT.
002671
002672*                                                                *
002673*   4000-PRINT-ONE-INVOICE                                      *
002674*                                                                *
002680 4000-PRINT-ONE-INVOICE.
002690     PERFORM 4800-PURGE-OLD-ARCHIVE THRU 4800-EXIT.
002700     MOVE ZERO TO WS-ARCH-SEQ.
002870     MOVE SPACES TO INVOICE-LINE.
002880     STRING "ACCOUNT " TR-ACCOUNT-ID
002890            "   UID " TR-UID
002893            DELIMITED BY SIZE INTO INVOICE-LINE
002896     END-STRING.
002899     PERFORM 4500-PUT-INVOICE-LINE THRU 4500-EXIT.
002902*   A CUSTOMER THAT ISSUES PURCHASE ORDERS WILL NOT PAY AN
002905*   INVOICE THAT DOES NOT QUOTE ONE.
002908     IF TR-PO-NUMBER NOT = SPACES
002911        MOVE SPACES TO INVOICE-LINE
002914        STRING "PURCHASE ORDER " TR-PO-NUMBER
002917               DELIMITED BY SIZE INTO INVOICE-LINE
002920        END-STRING
002923        PERFORM 4500-PUT-INVOICE-LINE THRU 4500-EXIT
002926     END-IF.
002930     IF WS-ACCOUNT-FOUND
002940        MOVE WS-ACCOUNT-NAME TO INVOICE-LINE
002950        PERFORM 4500-PUT-INVOICE-LINE THRU 4500-EXIT
003370     MOVE SPACES TO INVOICE-LINE.
003380     PERFORM 4500-PUT-INVOICE-LINE THRU 4500-EXIT.
003390     ADD 1 TO WS-INVOICE-COUNT.
003392*   ONE PIECE ON THE MAILING LOG PER PRINTED INVOICE.
003394     MOVE 'P' TO WS-ML-FUNCTION.
003395     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
003396          TR-COMPANY-CODE, WS-ML-CLASS, WS-ACCOUNT-COUNTRY,
003397          WS-ML-CAMPAIGN, WS-ML-PIECES.
003400 4000-EXIT.
003410     EXIT.
003420
004320     EXIT.
004330
004340*                                                                *
004350*   5000-LOOKUP-ACCOUNT -- XREF OWNER FIRST, THEN THE CONTACT   *
004360*   READ ON THE FD-ACCOUNT-ID ALTERNATE KEY                     *
004370*                                                                *
004380 5000-LOOKUP-ACCOUNT.
004390     MOVE 'N' TO WS-FOUND-SWITCH.
004400     MOVE SPACES TO WS-ACCOUNT-COUNTRY.
004410     IF NOT ADDRESS-FILE-READY
004420        GO TO 5000-EXIT
004430     END-IF.
004440     IF WS-XREF-AVAILABLE
004470           GO TO 5000-EXIT
004480        END-IF
004490     END-IF.
004500     MOVE TR-ACCOUNT-ID TO FD-ACCOUNT-ID.
004510     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
004520         INVALID KEY
004530            GO TO 5000-EXIT
004540     END-READ.
004550     MOVE 'Y' TO WS-FOUND-SWITCH.
004560     PERFORM 5100-CAPTURE-CONTACT THRU 5100-EXIT.
004660 5000-EXIT.
004670     EXIT.
004680
004780            FD-LAST-NAME  DELIMITED BY SPACE
004790            INTO WS-ACCOUNT-NAME
004800     END-STRING.
004801*   A CONTACT WHO HAS MOVED SINCE THE INVOICE DATE GETS THE
004802*   ADDRESS IN EFFECT ON THAT DATE.
004803     MOVE TR-TRANSACTION-DATE TO WS-ADDRESS-AS-OF.
004804     CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
004805          WS-POSTAL-SOURCE, WS-POSTAL-CLERK, WS-ADDRESS-AS-OF,
004806          WS-POSTAL-BEFORE, ADDRESS-RECORD, WS-POSTAL-RESULT.
004810     MOVE FD-STREET-NAME TO WS-ACCOUNT-STREET.
004820     MOVE FD-COUNTRY TO WS-ACCOUNT-COUNTRY.
004830     IF FD-COUNTRY NOT = SPACES AND FD-COUNTRY NOT = "US"
005040 8000-FINISH.
005050     CLOSE TRANSACTIONS.
005060     CLOSE INVOICE-FILE.
005070     IF ADDRESS-FILE-READY
005080        CLOSE ADDRESS-FILE
005090     END-IF.
005100     IF WS-XREF-AVAILABLE
005110        CLOSE XREF-FILE
005120     END-IF.
005122     IF WS-MASTER-AVAILABLE
005124        CLOSE ACCOUNT-MASTER
005126     END-IF.
005130     IF WS-ARCHIVE-OPEN
005140        CLOSE INVOICE-ARCHIVE
005150     END-IF.
005152     MOVE 'E' TO WS-ML-FUNCTION.
005154     CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
005156          TR-COMPANY-CODE, WS-ML-CLASS, WS-ACCOUNT-COUNTRY,
005158          WS-ML-CAMPAIGN, WS-ML-PIECES.
005160     DISPLAY "INVOICE-PRINT RUN COMPLETE FOR "
005170             WS-INVOICE-YYYYMM.
005180     DISPLAY "INVOICES PRINTED: " WS-INVOICE-COUNT.
005185     DISPLAY "SENT BY EDI, NOT PRINTED: " WS-EDI-SKIP-COUNT.
005190 8000-EXIT.
005200     EXIT.
005210
