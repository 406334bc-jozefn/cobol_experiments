000010******************************************************************
000020*                                                                *
000030*   EDI-INVOICE-EXPORT                                           *
000040*                                                                *
000050*   NIGHTLY ELECTRONIC INVOICE RUN.  EVERY INVOICE NUMBER        *
000060*   LEDGER-POST ASSIGNED TODAY TO AN ACCOUNT FLAGGED FOR         *
000070*   E-INVOICE DELIVERY ON THE ACCOUNT MASTER IS WRITTEN TO THE   *
000080*   OUTBOUND FILE AS AN X12 810 (VERSION 004010) ADDRESSED TO THE*
000090*   CUSTOMER'S TRADING PARTNER ID, AND LOGGED ON THE EDI         *
000100*   TRANSMISSION LOG (SEE EDI-TRANSMISSION-RECORD.CPY) FOR       *
000110*   EDI-ACK-IMPORT TO MATCH THE PARTNER'S 997 AGAINST.           *
000120*   INVOICE-PRINT LEAVES THESE ACCOUNTS OUT OF THE PAPER RUN.    *
000130*                                                                *
000140*   EACH INVOICE IS ITS OWN ISA/GS/ST ENVELOPE UNDER ONE CONTROL *
000150*   NUMBER TAKEN FROM THE EDI CONTROL COUNTER, SO A 997 ACCEPTS  *
000160*   OR REJECTS ONE INVOICE.  AN INVOICE ALREADY ACCEPTED IS      *
000170*   NEVER SENT AGAIN; ONE SENT BUT NOT YET ACCEPTED IS RESENT    *
000180*   UNDER A NEW CONTROL NUMBER WHEN THE DAY IS RE-RUN.           *
000190*                                                                *
000200*   RUN PARAMETERS (SHARED LEDGER RUN PARAMETER FILE) --         *
000210*       EDI-DATE=YYYYMMDD     POSTING DAY TO SEND (DEFAULT TODAY)*
000220*       EDI-SENDER-QUAL=QQ    OUR ISA QUALIFIER (DEFAULT ZZ)     *
000230*       EDI-SENDER-ID=ID      OUR TRADING PARTNER ID             *
000240*       EDI-USAGE=T           TEST INTERCHANGE (DEFAULT P)       *
000250*                                                                *
000260*   ONE SEGMENT PER LINE, ELEMENTS SEPARATED BY *, SEGMENTS      *
000270*   ENDED BY ~ --                                                *
000280*     ISA GS ST  BIG (DATE, INVOICE NO, PO NO)  REF*11 (ACCOUNT) *
000290*     N1*RE (US)  N1*BT (CUSTOMER)  IT1 (CHARGE NET OF TAX)      *
000300*     PID (DESCRIPTION)  TXI*ST (TAX)  TDS (TOTAL IN CENTS)      *
000310*     CTT  SE GE IEA                                             *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.      EDI-INVOICE-EXPORT.
000360 AUTHOR.          DATA PROCESSING.
000370 INSTALLATION.    ACCOUNTING SYSTEMS.
000380 DATE-WRITTEN.    10/15/2026.
000390 DATE-COMPILED.   10/15/2026.
000400*                                                                *
000410*   MODIFICATION HISTORY                                         *
000420*   ------------------------------------------------------------ *
000430*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000432*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000434*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000436*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000440*                                                                *
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL TRANSACTIONS
000490            ASSIGN       TO  TRANSOUT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS  IS TRANSOUT-STATUS.
000520
000530     SELECT OPTIONAL ACCOUNT-MASTER
000540            ASSIGN       TO  ACCTMSTR
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE  IS DYNAMIC
000570            RECORD KEY   IS AM-ACCOUNT-ID
000580            FILE STATUS  IS ACCTMSTR-STATUS.
000590
000600     SELECT OPTIONAL EDI-LOG
000610            ASSIGN       TO  EDILOG
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE  IS DYNAMIC
000640            RECORD KEY   IS EL-INVOICE-NO
000650            ALTERNATE RECORD KEY IS EL-CONTROL-NO
000660                     WITH DUPLICATES
000670            FILE STATUS  IS EDILOG-STATUS.
000680
000690*   SINGLE-RECORD, EXCLUSIVE-LOCK COUNTER -- THE SAME SHAPE AS
000700*   LEDGER-POST'S INVOICE COUNTER, SO NO TWO INTERCHANGES EVER
000710*   CARRY THE SAME CONTROL NUMBER.
000720     SELECT EDI-COUNTER
000730            ASSIGN       TO  EDICOUNT
000740            ORGANIZATION IS SEQUENTIAL
000750            LOCK MODE    IS EXCLUSIVE
000760            FILE STATUS  IS EDICOUNT-STATUS.
000770
000780     SELECT EDI-FILE
000790            ASSIGN       TO  EDIOUT
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS  IS EDIOUT-STATUS.
000820
000830     SELECT OPTIONAL RUN-PARM-FILE
000840            ASSIGN       TO  RUNPARMS
000850            ORGANIZATION IS LINE SEQUENTIAL
000860            FILE STATUS  IS RUNPARM-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  TRANSACTIONS
000910     RECORDING MODE IS F.
000920 01  TRANSACTION-STRUCTURE.
000930     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==TR-==.
000940
000950 FD  ACCOUNT-MASTER.
000960 01  ACCOUNT-MASTER-STRUCTURE.
000970     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000980          BY ==AM-==.
000990
001000 FD  EDI-LOG.
001010 01  EDI-LOG-STRUCTURE.
001020     COPY "EDI-TRANSMISSION-RECORD.CPY" REPLACING ==(TAG)==
001030          BY ==EL-==.
001040
001050 FD  EDI-COUNTER.
001060 01  EDI-COUNTER-REC.
001070     05  EC-NEXT-CONTROL         PIC 9(09).
001080
001090 FD  EDI-FILE
001100     RECORDING MODE IS F.
001110 01  EDI-LINE                    PIC X(120).
001120
001130 FD  RUN-PARM-FILE
001140     RECORDING MODE IS F.
001150 01  RUN-PARM-LINE               PIC X(40).
001160
001170 WORKING-STORAGE SECTION.
001180*                                                                *
001190*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
001200*                                                                *
001210 01  TRANSOUT                   PIC X(50)
001220     VALUE "transactions.txt".
001230 01  ACCTMSTR                   PIC X(50)
001240     VALUE "/mnt/c/cobfiles\account-master.idx".
001250 01  EDILOG                     PIC X(50)
001260     VALUE "/mnt/c/cobfiles\edi-transmission.idx".
001270 01  EDICOUNT                   PIC X(50)
001280     VALUE "/mnt/c/cobfiles\edi-control-counter.dat".
001290 01  EDIOUT                     PIC X(50)
001300     VALUE "edi-810-outbound.txt".
001310 01  RUNPARMS                   PIC X(50)
001320     VALUE "ledger-run-parms.txt".
001330
001340 01  TRANSOUT-STATUS            PIC X(02).
001350 01  ACCTMSTR-STATUS            PIC X(02).
001360 01  EDILOG-STATUS              PIC X(02).
001370 01  EDICOUNT-STATUS            PIC X(02).
001380 01  EDIOUT-STATUS              PIC X(02).
001390 01  RUNPARM-STATUS             PIC X(02).
001400
001410 01  WS-SWITCHES.
001420     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001430         88  WS-EOF-YES                    VALUE 'Y'.
001440     05  WS-LOGGED-SWITCH        PIC X(01) VALUE 'N'.
001450         88  WS-ALREADY-LOGGED             VALUE 'Y'.
001460     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001470         88  WS-FILES-OPEN                 VALUE 'Y'.
001480
001490 01  WS-TODAY-8                 PIC 9(08).
001492 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001494     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001496 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001500 01  WS-NOW-TIME                PIC 9(08).
001510 01  WS-PARM-NAME               PIC X(20).
001520 01  WS-PARM-VALUE              PIC X(20).
001530
001540*                                                                *
001550*   RUN SETTINGS -- SEE THE RUN PARAMETERS ABOVE                 *
001560*                                                                *
001570 01  WS-EDI-DATE                PIC 9(08) VALUE ZERO.
001580 01  WS-SENDER-QUAL             PIC X(02) VALUE "ZZ".
001590 01  WS-SENDER-ID               PIC X(15) VALUE "AMESSUPPLY".
001600 01  WS-USAGE                   PIC X(01) VALUE "P".
001610
001620 01  WS-COMPANY-NAME-1          PIC X(40)
001630     VALUE "AMES SUPPLY COMPANY".
001640 01  WS-COMPANY-NAME-2          PIC X(40)
001650     VALUE "RIVERSIDE TRADING COMPANY".
001660
001670*                                                                *
001680*   ENVELOPE AND SEGMENT WORK FIELDS                             *
001690*                                                                *
001700 01  WS-CONTROL-NO              PIC 9(09) VALUE ZERO.
001710 01  WS-CTL-OPEN-TRIES          PIC 9(03) VALUE ZERO.
001720 01  WS-CONTROL-TEXT            PIC X(15).
001730 01  WS-SEG-COUNT               PIC 9(05) VALUE ZERO.
001740 01  WS-SEG-TEXT                PIC X(15).
001750 01  WS-NET-AMOUNT              PIC 9(09)V9(02).
001760 01  WS-NET-TEXT                PIC X(15).
001770 01  WS-TAX-TEXT                PIC X(15).
001780 01  WS-TOTAL-CENTS             PIC 9(11).
001790 01  WS-TOTAL-TEXT              PIC X(15).
001800 01  WS-ACCOUNT-TEXT            PIC X(15).
001810 01  WS-NAME-TEXT               PIC X(50).
001820 01  WS-DESC-TEXT               PIC X(25).
001830 01  WS-PO-TEXT                 PIC X(15).
001840
001850*                                                                *
001860*   6900/6950 RETURN AN EDITED COUNT OR AMOUNT IN WS-NUM-TEXT    *
001870*   WITHOUT ITS LEADING SPACES -- X12 NUMERIC ELEMENTS CARRY NO  *
001880*   PADDING.                                                     *
001890*                                                                *
001900 01  WS-AMOUNT-EDIT             PIC Z(08)9.99.
001910 01  WS-COUNT-EDIT              PIC Z(10)9.
001920 01  WS-NUM-EDIT                PIC X(15).
001930 01  WS-NUM-TEXT                PIC X(15).
001940 01  WS-LEAD-COUNT              PIC 9(02) COMP.
001950
001960 01  WS-SENT-COUNT              PIC 9(05) VALUE ZERO.
001970 01  WS-RESENT-COUNT            PIC 9(05) VALUE ZERO.
001980 01  WS-SKIPPED-COUNT           PIC 9(05) VALUE ZERO.
001990 01  WS-SENT-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
002000 01  WS-D-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002010
002020 01  WS-RC-FUNCTION             PIC X(01).
002030 01  WS-RC-JOB-NAME             PIC X(20)
002040     VALUE "EDI-INVOICE-EXPORT".
002050 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002060 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002070 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002080
002090 PROCEDURE DIVISION.
002100*                                                                *
002110*   0000-MAINLINE                                                *
002120*                                                                *
002130 0000-MAINLINE.
002140     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002142          WS-OVERRIDE-MARK.
002144     IF WS-DATE-OVERRIDDEN
002146        DISPLAY WS-OVERRIDE-MARK
002148     END-IF.
002150     ACCEPT WS-NOW-TIME FROM TIME.
002160     MOVE 'S' TO WS-RC-FUNCTION.
002170     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002180          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002190          WS-RC-CODE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 3000-PROCESS-DETAIL THRU 3000-EXIT
002220             UNTIL WS-EOF-YES.
002230     PERFORM 8000-FINISH THRU 8000-EXIT.
002240     MOVE 'E' TO WS-RC-FUNCTION.
002250     MOVE WS-SENT-COUNT TO WS-RC-WRITTEN.
002260     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002270          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002280          WS-RC-CODE.
002290     GO TO 9999-EXIT.
002300
002310*                                                                *
002320*   1000-INITIALIZE -- WITHOUT THE ACCOUNT MASTER NO ACCOUNT IS  *
002330*   KNOWN TO TAKE E-INVOICES, AND WITHOUT THE LOG NOTHING SENT   *
002340*   COULD BE ACKNOWLEDGED, SO EITHER ONE MISSING STOPS THE RUN   *
002350*                                                                *
002360 1000-INITIALIZE.
002370     MOVE WS-TODAY-8 TO WS-EDI-DATE.
002380     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
002390     OPEN INPUT TRANSACTIONS.
002400     IF TRANSOUT-STATUS NOT = '00'
002410        DISPLAY "NO TRANSACTIONS FILE FOUND -- " TRANSOUT
002420        MOVE 'Y' TO WS-EOF-SWITCH
002430        GO TO 1000-EXIT
002440     END-IF.
002450     OPEN INPUT ACCOUNT-MASTER.
002460     IF ACCTMSTR-STATUS NOT = '00'
002470        DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS "
002480                ACCTMSTR-STATUS
002490        MOVE "0012" TO WS-RC-CODE
002500        CLOSE TRANSACTIONS
002510        MOVE 'Y' TO WS-EOF-SWITCH
002520        GO TO 1000-EXIT
002530     END-IF.
002540     OPEN I-O EDI-LOG.
002550     IF EDILOG-STATUS NOT = '00' AND EDILOG-STATUS NOT = '05'
002560        DISPLAY "CANNOT OPEN EDI TRANSMISSION LOG, STATUS "
002570                EDILOG-STATUS
002580        MOVE "0012" TO WS-RC-CODE
002590        CLOSE TRANSACTIONS ACCOUNT-MASTER
002600        MOVE 'Y' TO WS-EOF-SWITCH
002610        GO TO 1000-EXIT
002620     END-IF.
002630     OPEN OUTPUT EDI-FILE.
002640     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
002650     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680
002690*                                                                *
002700*   1100-READ-RUN-PARMS -- THE EDI-xxx LINES IN THE SHARED       *
002710*   LEDGER RUN PARAMETER FILE                                    *
002720*                                                                *
002730 1100-READ-RUN-PARMS.
002740     OPEN INPUT RUN-PARM-FILE.
002750     IF RUNPARM-STATUS NOT = '00'
002760        GO TO 1100-EXIT
002770     END-IF.
002780     PERFORM 1150-READ-ONE-PARM THRU 1150-EXIT
002790             UNTIL RUNPARM-STATUS NOT = '00'.
002800     CLOSE RUN-PARM-FILE.
002810 1100-EXIT.
002820     EXIT.
002830
002840 1150-READ-ONE-PARM.
002850     READ RUN-PARM-FILE
002860         AT END
002870            MOVE '10' TO RUNPARM-STATUS
002880            GO TO 1150-EXIT
002890     END-READ.
002900     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002910     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002920         INTO WS-PARM-NAME, WS-PARM-VALUE
002930     END-UNSTRING.
002940     EVALUATE WS-PARM-NAME
002950        WHEN "EDI-DATE"
002960           IF WS-PARM-VALUE (1:8) NUMERIC
002970              MOVE WS-PARM-VALUE (1:8) TO WS-EDI-DATE
002980           END-IF
002990        WHEN "EDI-SENDER-QUAL"
003000           IF WS-PARM-VALUE NOT = SPACES
003010              MOVE WS-PARM-VALUE (1:2) TO WS-SENDER-QUAL
003020           END-IF
003030        WHEN "EDI-SENDER-ID"
003040           IF WS-PARM-VALUE NOT = SPACES
003050              MOVE WS-PARM-VALUE (1:15) TO WS-SENDER-ID
003060           END-IF
003070        WHEN "EDI-USAGE"
003080           IF WS-PARM-VALUE (1:1) = "T"
003090              MOVE "T" TO WS-USAGE
003100           END-IF
003110     END-EVALUATE.
003120 1150-EXIT.
003130     EXIT.
003140
003150 2100-READ-TRANSACTION.
003160     READ TRANSACTIONS
003170         AT END
003180            MOVE 'Y' TO WS-EOF-SWITCH
003190            GO TO 2100-EXIT
003200     END-READ.
003210     ADD 1 TO WS-RC-READ.
003220 2100-EXIT.
003230     EXIT.
003240
003250*                                                                *
003260*   3000-PROCESS-DETAIL -- A DEBIT INVOICED ON THE RUN DAY FOR AN*
003270*   E-INVOICE ACCOUNT IS SENT UNLESS THE PARTNER HAS ALREADY     *
003280*   ACCEPTED IT                                                  *
003290*                                                                *
003300 3000-PROCESS-DETAIL.
003310     IF NOT TR-DETAIL-RECORD
003320        OR NOT TR-DEBIT-TRANSACTION
003330        OR TR-INVOICE-NO NOT NUMERIC
003340        OR TR-INVOICE-NO = ZERO
003350        OR TR-TRANSACTION-DATE NOT = WS-EDI-DATE
003360        GO TO 3000-READ-NEXT
003370     END-IF.
003380     MOVE TR-ACCOUNT-ID TO AM-ACCOUNT-ID.
003390     READ ACCOUNT-MASTER
003400         INVALID KEY
003410            GO TO 3000-READ-NEXT
003420     END-READ.
003430     IF NOT AM-E-INVOICE
003440        GO TO 3000-READ-NEXT
003450     END-IF.
003460     IF AM-EDI-PARTNER-ID = SPACES
003470        DISPLAY "E-INVOICE ACCOUNT " AM-ACCOUNT-ID
003480                " HAS NO EDI ID -- INVOICE " TR-INVOICE-NO
003490                " NOT SENT"
003500        ADD 1 TO WS-SKIPPED-COUNT
003510        GO TO 3000-READ-NEXT
003520     END-IF.
003530     MOVE 'N' TO WS-LOGGED-SWITCH.
003540     MOVE TR-INVOICE-NO TO EL-INVOICE-NO.
003550     READ EDI-LOG
003560         INVALID KEY
003570            GO TO 3000-SEND
003580     END-READ.
003590     MOVE 'Y' TO WS-LOGGED-SWITCH.
003600     IF EL-ACK-ACCEPTED
003610        GO TO 3000-READ-NEXT
003620     END-IF.
003630 3000-SEND.
003640     PERFORM 3500-NEXT-CONTROL-NO THRU 3500-EXIT.
003650     IF EDICOUNT-STATUS NOT = '00'
003660        DISPLAY "CANNOT OPEN EDI CONTROL COUNTER -- INVOICE "
003670                TR-INVOICE-NO " NOT SENT"
003680        MOVE "0008" TO WS-RC-CODE
003690        ADD 1 TO WS-SKIPPED-COUNT
003700        GO TO 3000-READ-NEXT
003710     END-IF.
003720     PERFORM 4000-WRITE-INVOICE THRU 4000-EXIT.
003730     PERFORM 5000-LOG-TRANSMISSION THRU 5000-EXIT.
003740 3000-READ-NEXT.
003750     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003760 3000-EXIT.
003770     EXIT.
003780
003790*                                                                *
003800*   3500-NEXT-CONTROL-NO -- STEP THE SHARED EDI CONTROL COUNTER  *
003810*   UNDER ITS EXCLUSIVE LOCK, RETRYING WHILE ANOTHER RUN HOLDS IT*
003820*                                                                *
003830 3500-NEXT-CONTROL-NO.
003840     MOVE ZERO TO WS-CTL-OPEN-TRIES.
003850     MOVE SPACES TO EDICOUNT-STATUS.
003860     PERFORM 3550-OPEN-EDI-COUNTER THRU 3550-EXIT
003870             UNTIL EDICOUNT-STATUS = '00'
003880                OR WS-CTL-OPEN-TRIES > 20.
003890     IF EDICOUNT-STATUS NOT = '00'
003900        GO TO 3500-EXIT
003910     END-IF.
003920     READ EDI-COUNTER.
003930     IF EC-NEXT-CONTROL NOT NUMERIC
003940        MOVE ZERO TO EC-NEXT-CONTROL
003950     END-IF.
003960     ADD 1 TO EC-NEXT-CONTROL.
003970     REWRITE EDI-COUNTER-REC.
003980     CLOSE EDI-COUNTER.
003990     MOVE '00' TO EDICOUNT-STATUS.
004000     MOVE EC-NEXT-CONTROL TO WS-CONTROL-NO.
004010 3500-EXIT.
004020     EXIT.
004030
004040 3550-OPEN-EDI-COUNTER.
004050     ADD 1 TO WS-CTL-OPEN-TRIES.
004060     OPEN I-O EDI-COUNTER.
004070     IF EDICOUNT-STATUS = '35'
004080        OPEN OUTPUT EDI-COUNTER
004090        MOVE ZERO TO EC-NEXT-CONTROL
004100        WRITE EDI-COUNTER-REC
004110        CLOSE EDI-COUNTER
004120        OPEN I-O EDI-COUNTER
004130     END-IF.
004140 3550-EXIT.
004150     EXIT.
004160
004170*                                                                *
004180*   4000-WRITE-INVOICE -- ONE COMPLETE INTERCHANGE FOR THE       *
004190*   INVOICE ON THE CURRENT TRANSACTION                           *
004200*                                                                *
004210 4000-WRITE-INVOICE.
004220     MOVE WS-CONTROL-NO TO WS-COUNT-EDIT.
004230     PERFORM 6900-LEFT-JUSTIFY-COUNT THRU 6900-EXIT.
004240     MOVE WS-NUM-TEXT TO WS-CONTROL-TEXT.
004250     STRING "ISA*00*          *00*          *"
004260            WS-SENDER-QUAL "*" WS-SENDER-ID "*"
004270            AM-EDI-PARTNER-QUAL "*" AM-EDI-PARTNER-ID "*"
004280            WS-TODAY-8 (3:6) "*" WS-NOW-TIME (1:4)
004290            "*U*00401*" WS-CONTROL-NO "*0*" WS-USAGE "*>~"
004300            DELIMITED BY SIZE INTO EDI-LINE
004310     END-STRING.
004320     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004330     STRING "GS*IN*" WS-SENDER-ID DELIMITED BY SPACE
004340            "*"                   DELIMITED BY SIZE
004350            AM-EDI-PARTNER-ID     DELIMITED BY SPACE
004360            "*" WS-TODAY-8 "*" WS-NOW-TIME (1:4) "*"
004370                                  DELIMITED BY SIZE
004380            WS-CONTROL-TEXT       DELIMITED BY SPACE
004390            "*X*004010~"          DELIMITED BY SIZE
004400            INTO EDI-LINE
004410     END-STRING.
004420     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004430     MOVE ZERO TO WS-SEG-COUNT.
004440     MOVE "ST*810*0001~" TO EDI-LINE.
004450     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004460     PERFORM 4100-WRITE-HEADING THRU 4100-EXIT.
004470     PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT.
004480     PERFORM 4300-WRITE-SUMMARY THRU 4300-EXIT.
004490 4000-EXIT.
004500     EXIT.
004510
004520*                                                                *
004530*   4100-WRITE-HEADING -- BIG, THE ACCOUNT REFERENCE, AND THE    *
004540*   REMIT-TO AND BILL-TO PARTIES                                 *
004550*                                                                *
004560 4100-WRITE-HEADING.
004570     IF TR-PO-NUMBER = SPACES
004580        STRING "BIG*" TR-TRANSACTION-DATE "*" TR-INVOICE-NO "~"
004590               DELIMITED BY SIZE INTO EDI-LINE
004600        END-STRING
004610     ELSE
004620        MOVE TR-PO-NUMBER TO WS-PO-TEXT
004630        INSPECT WS-PO-TEXT REPLACING ALL "*" BY SPACE
004640                                     ALL "~" BY SPACE
004650        STRING "BIG*" TR-TRANSACTION-DATE "*" TR-INVOICE-NO "**"
004660                                  DELIMITED BY SIZE
004670               WS-PO-TEXT         DELIMITED BY SPACE
004680               "~"                DELIMITED BY SIZE
004690               INTO EDI-LINE
004700        END-STRING
004710     END-IF.
004720     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004730     MOVE TR-ACCOUNT-ID TO WS-COUNT-EDIT.
004740     PERFORM 6900-LEFT-JUSTIFY-COUNT THRU 6900-EXIT.
004750     MOVE WS-NUM-TEXT TO WS-ACCOUNT-TEXT.
004760     STRING "REF*11*" WS-ACCOUNT-TEXT DELIMITED BY SPACE
004770            "~"                       DELIMITED BY SIZE
004780            INTO EDI-LINE
004790     END-STRING.
004800     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004810     IF TR-COMPANY-CODE = "02"
004820        MOVE WS-COMPANY-NAME-2 TO WS-NAME-TEXT
004830     ELSE
004840        MOVE WS-COMPANY-NAME-1 TO WS-NAME-TEXT
004850     END-IF.
004860     STRING "N1*RE*" WS-NAME-TEXT DELIMITED BY "  "
004870            "~"                   DELIMITED BY SIZE
004880            INTO EDI-LINE
004890     END-STRING.
004900     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004910     MOVE TR-ACCOUNT-HOLDER TO WS-NAME-TEXT.
004920     INSPECT WS-NAME-TEXT REPLACING ALL "*" BY SPACE
004930                                    ALL "~" BY SPACE.
004940     STRING "N1*BT*" WS-NAME-TEXT DELIMITED BY "  "
004950            "~"                   DELIMITED BY SIZE
004960            INTO EDI-LINE
004970     END-STRING.
004980     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
004990 4100-EXIT.
005000     EXIT.
005010
005020*                                                                *
005030*   4200-WRITE-DETAIL -- THE CHARGE AS ONE LINE ITEM AT ITS NET  *
005040*   PRICE, WITH THE INCLUDED SALES TAX BROKEN OUT THE WAY THE    *
005050*   PAPER INVOICE SHOWS IT                                       *
005060*                                                                *
005070 4200-WRITE-DETAIL.
005080     COMPUTE WS-NET-AMOUNT = TR-AMOUNT - TR-TAX-AMOUNT.
005090     MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT.
005100     PERFORM 6950-LEFT-JUSTIFY-AMOUNT THRU 6950-EXIT.
005110     MOVE WS-NUM-TEXT TO WS-NET-TEXT.
005120     STRING "IT1*1*1*EA*" WS-NET-TEXT DELIMITED BY SPACE
005130            "~"                       DELIMITED BY SIZE
005140            INTO EDI-LINE
005150     END-STRING.
005160     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005170     MOVE TR-DESC TO WS-DESC-TEXT.
005180     INSPECT WS-DESC-TEXT REPLACING ALL "*" BY SPACE
005190                                    ALL "~" BY SPACE.
005200     STRING "PID*F****" WS-DESC-TEXT DELIMITED BY "  "
005210            "~"                      DELIMITED BY SIZE
005220            INTO EDI-LINE
005230     END-STRING.
005240     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005250     IF TR-TAX-AMOUNT NOT = ZERO
005260        MOVE TR-TAX-AMOUNT TO WS-AMOUNT-EDIT
005270        PERFORM 6950-LEFT-JUSTIFY-AMOUNT THRU 6950-EXIT
005280        MOVE WS-NUM-TEXT TO WS-TAX-TEXT
005290        STRING "TXI*ST*" WS-TAX-TEXT DELIMITED BY SPACE
005300               "~"                   DELIMITED BY SIZE
005310               INTO EDI-LINE
005320        END-STRING
005330        PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT
005340     END-IF.
005350 4200-EXIT.
005360     EXIT.
005370
005380*                                                                *
005390*   4300-WRITE-SUMMARY -- THE INVOICE TOTAL (IMPLIED TWO         *
005400*   DECIMALS), THE LINE COUNT, AND THE THREE CLOSING TRAILERS    *
005410*                                                                *
005420 4300-WRITE-SUMMARY.
005430     COMPUTE WS-TOTAL-CENTS = TR-AMOUNT * 100.
005440     MOVE WS-TOTAL-CENTS TO WS-COUNT-EDIT.
005450     PERFORM 6900-LEFT-JUSTIFY-COUNT THRU 6900-EXIT.
005460     MOVE WS-NUM-TEXT TO WS-TOTAL-TEXT.
005470     STRING "TDS*" WS-TOTAL-TEXT DELIMITED BY SPACE
005480            "~"                  DELIMITED BY SIZE
005490            INTO EDI-LINE
005500     END-STRING.
005510     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005520     MOVE "CTT*1~" TO EDI-LINE.
005530     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005540*   SE COUNTS ITSELF ALONG WITH ST AND EVERYTHING BETWEEN.
005550     COMPUTE WS-COUNT-EDIT = WS-SEG-COUNT + 1.
005560     PERFORM 6900-LEFT-JUSTIFY-COUNT THRU 6900-EXIT.
005570     MOVE WS-NUM-TEXT TO WS-SEG-TEXT.
005580     STRING "SE*" WS-SEG-TEXT DELIMITED BY SPACE
005590            "*0001~"          DELIMITED BY SIZE
005600            INTO EDI-LINE
005610     END-STRING.
005620     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005630     STRING "GE*1*" WS-CONTROL-TEXT DELIMITED BY SPACE
005640            "~"                     DELIMITED BY SIZE
005650            INTO EDI-LINE
005660     END-STRING.
005670     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005680     STRING "IEA*1*" WS-CONTROL-NO "~"
005690            DELIMITED BY SIZE INTO EDI-LINE
005700     END-STRING.
005710     PERFORM 6000-PUT-SEGMENT THRU 6000-EXIT.
005720 4300-EXIT.
005730     EXIT.
005740
005750*                                                                *
005760*   5000-LOG-TRANSMISSION -- ADD THE INVOICE TO THE LOG, OR      *
005770*   REFRESH A RESENT ONE WITH ITS NEW CONTROL NUMBER AND CLEAR   *
005780*   THE OLD ACKNOWLEDGMENT                                       *
005790*                                                                *
005800 5000-LOG-TRANSMISSION.
005810     IF NOT WS-ALREADY-LOGGED
005820        MOVE SPACES TO EDI-LOG-STRUCTURE
005830        MOVE TR-INVOICE-NO TO EL-INVOICE-NO
005840        MOVE ZERO TO EL-SEND-COUNT
005850     END-IF.
005860     MOVE TR-ACCOUNT-ID       TO EL-ACCOUNT-ID.
005870     MOVE TR-UID              TO EL-UID.
005880     MOVE TR-COMPANY-CODE     TO EL-COMPANY-CODE.
005890     MOVE TR-TRANSACTION-DATE TO EL-INVOICE-DATE.
005900     MOVE TR-AMOUNT           TO EL-AMOUNT.
005910     MOVE AM-EDI-PARTNER-QUAL TO EL-PARTNER-QUAL.
005920     MOVE AM-EDI-PARTNER-ID   TO EL-PARTNER-ID.
005930     MOVE WS-CONTROL-NO       TO EL-CONTROL-NO.
005940     MOVE WS-TODAY-8          TO EL-SENT-DATE.
005950     MOVE WS-NOW-TIME (1:4)   TO EL-SENT-TIME.
005960     ADD 1 TO EL-SEND-COUNT.
005970     MOVE SPACE               TO EL-ACK-STATUS.
005980     MOVE ZERO                TO EL-ACK-DATE.
005990     ADD TR-AMOUNT TO WS-SENT-TOTAL.
006000     IF WS-ALREADY-LOGGED
006010        ADD 1 TO WS-RESENT-COUNT
006020        REWRITE EDI-LOG-STRUCTURE
006030            INVALID KEY
006040               DISPLAY "CANNOT UPDATE EDI LOG FOR INVOICE "
006050                       EL-INVOICE-NO
006060        END-REWRITE
006070     ELSE
006080        ADD 1 TO WS-SENT-COUNT
006090        WRITE EDI-LOG-STRUCTURE
006100            INVALID KEY
006110               DISPLAY "CANNOT LOG EDI INVOICE " EL-INVOICE-NO
006120        END-WRITE
006130     END-IF.
006140 5000-EXIT.
006150     EXIT.
006160
006170 6000-PUT-SEGMENT.
006180     WRITE EDI-LINE.
006190     ADD 1 TO WS-SEG-COUNT.
006200     MOVE SPACES TO EDI-LINE.
006210 6000-EXIT.
006220     EXIT.
006230
006240 6900-LEFT-JUSTIFY-COUNT.
006250     MOVE WS-COUNT-EDIT TO WS-NUM-EDIT.
006260     PERFORM 6990-STRIP-LEADING THRU 6990-EXIT.
006270 6900-EXIT.
006280     EXIT.
006290
006300 6950-LEFT-JUSTIFY-AMOUNT.
006310     MOVE WS-AMOUNT-EDIT TO WS-NUM-EDIT.
006320     PERFORM 6990-STRIP-LEADING THRU 6990-EXIT.
006330 6950-EXIT.
006340     EXIT.
006350
006360 6990-STRIP-LEADING.
006370     MOVE ZERO TO WS-LEAD-COUNT.
006380     INSPECT WS-NUM-EDIT TALLYING WS-LEAD-COUNT
006390             FOR LEADING SPACES.
006400     MOVE SPACES TO WS-NUM-TEXT.
006410     MOVE WS-NUM-EDIT (WS-LEAD-COUNT + 1:) TO WS-NUM-TEXT.
006420 6990-EXIT.
006430     EXIT.
006440
006450*                                                                *
006460*   8000-FINISH                                                  *
006470*                                                                *
006480 8000-FINISH.
006490     IF NOT WS-FILES-OPEN
006500        GO TO 8000-EXIT
006510     END-IF.
006520     CLOSE TRANSACTIONS ACCOUNT-MASTER EDI-LOG EDI-FILE.
006530     MOVE WS-SENT-TOTAL TO WS-D-TOTAL.
006540     DISPLAY "EDI-INVOICE-EXPORT RUN COMPLETE FOR " WS-EDI-DATE.
006550     DISPLAY "INVOICES SENT:          " WS-SENT-COUNT.
006560     DISPLAY "INVOICES RESENT:        " WS-RESENT-COUNT.
006570     DISPLAY "INVOICES NOT SENT:      " WS-SKIPPED-COUNT.
006580     DISPLAY "TOTAL INVOICED:         " WS-D-TOTAL.
006590 8000-EXIT.
006600     EXIT.
006610
006620 9999-EXIT.
006630     STOP RUN.
