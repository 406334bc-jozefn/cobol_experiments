000010******************************************************************
000020*                                                                *
000030*   DOCUMENT-REGISTER-MAINT                                      *
000040*                                                                *
000050*   CONSOLE MAINTENANCE OF THE DOCUMENT REGISTER (THE SAME       *
000060*   DISPLAY/ACCEPT SHAPE AS THE OTHER LEDGER CONSOLES).  A       *
000070*   CLERK WITH EDIT AUTHORITY NAMES AN ACCOUNT OR A CONTACT,     *
000080*   SEES EVERY DOCUMENT REGISTERED AGAINST IT, AND EITHER        *
000090*   REGISTERS A NEWLY RECEIVED DOCUMENT (TYPE, RECEIVED DATE,    *
000100*   WHERE IT IS KEPT, DESTROY DATE) OR RECORDS THAT ONE WAS      *
000110*   DESTROYED.  A DESTROY DATE LEFT BLANK DEFAULTS TO SEVEN      *
000120*   YEARS AFTER THE DOCUMENT WAS RECEIVED.                       *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.      DOCUMENT-REGISTER-MAINT.
000170 AUTHOR.          DATA PROCESSING.
000180 INSTALLATION.    ACCOUNTING SYSTEMS.
000190 DATE-WRITTEN.    10/15/2026.
000200 DATE-COMPILED.   10/15/2026.
000210*                                                                *
000220*   MODIFICATION HISTORY                                        *
000230*   ------------------------------------------------------------ *
000240*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000250*                                                                *
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL DOCUMENT-FILE
000300            ASSIGN       TO  DOCREG
000310            ORGANIZATION IS INDEXED
000320            ACCESS MODE  IS DYNAMIC
000330            RECORD KEY   IS DR-DOCUMENT-KEY
000340            FILE STATUS  IS DOCREG-STATUS.
000350
000360     SELECT OPTIONAL ACCOUNT-MASTER
000370            ASSIGN       TO  ACCTMSTR
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE  IS DYNAMIC
000400            RECORD KEY   IS AM-ACCOUNT-ID
000410            FILE STATUS  IS ACCTMSTR-STATUS.
000420
000430     SELECT OPTIONAL ADDRESS-FILE
000440            ASSIGN       TO  ADDROUT
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS FD-PHONE
000480            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000490            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000500            FILE STATUS  IS ADDRESS-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DOCUMENT-FILE.
000550 01  DOCUMENT-STRUCTURE.
000560     COPY "DOCUMENT-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000570          BY ==DR-==.
000580
000590 FD  ACCOUNT-MASTER.
000600 01  ACCOUNT-MASTER-STRUCTURE.
000610     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000620          BY ==AM-==.
000630
000640 FD  ADDRESS-FILE.
000650 01  ADDRESS-STRUCTURE.
000660     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000670
000680 WORKING-STORAGE SECTION.
000690 01  DOCREG                     PIC X(50)
000700     VALUE "/mnt/c/cobfiles\document-register.idx".
000710 01  DOCREG-STATUS              PIC X(02).
000720 01  ACCTMSTR                   PIC X(50)
000730     VALUE "/mnt/c/cobfiles\account-master.idx".
000740 01  ACCTMSTR-STATUS            PIC X(02).
000750 01  ADDROUT                    PIC X(50)
000760     VALUE "/mnt/c/cobfiles\address.idx".
000770 01  ADDRESS-STATUS             PIC X(02).
000780
000790 01  WS-CLERK-ID                PIC X(10).
000800 01  WS-CLERK-NAME              PIC X(30).
000810 01  WS-CLERK-ROLE              PIC X(01).
000820 01  WS-CHECK-RESULT            PIC X(01).
000830 01  WS-TODAY-8                 PIC 9(08).
000840
000850 01  WS-IN-OWNER-TYPE           PIC X(01).
000860 01  WS-IN-OWNER                PIC X(12).
000870 01  WS-WORK-ACCOUNT            PIC 9(07).
000880 01  WS-OWNER-TYPE              PIC X(01).
000890 01  WS-OWNER-ID                PIC X(12).
000900 01  WS-OWNER-NAME              PIC X(41).
000910 01  WS-ACTION                  PIC X(01).
000920 01  WS-IN-VALUE                PIC X(40).
000930 01  WS-DOC-COUNT               PIC 9(03) VALUE ZERO.
000940 01  WS-LAST-SEQ                PIC 9(03) VALUE ZERO.
000950 01  WS-DEFAULT-RETENTION       PIC 9(08).
000960 01  WS-DEFAULT-RETENTION-X REDEFINES WS-DEFAULT-RETENTION.
000970     05  WS-DR-YEAR             PIC 9(04).
000980     05  WS-DR-MMDD             PIC 9(04).
000990 01  WS-RETENTION-YEARS         PIC 9(02) VALUE 7.
001000
001010 01  WS-SWITCHES.
001020     05  WS-LIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001030         88  WS-LIST-EOF                  VALUE 'Y'.
001040     05  WS-OWNER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001050         88  WS-OWNER-FOUND               VALUE 'Y'.
001052     05  WS-ACCTMSTR-SWITCH     PIC X(01) VALUE 'N'.
001054         88  WS-ACCTMSTR-OPEN             VALUE 'Y'.
001056     05  WS-ADDRESS-SWITCH      PIC X(01) VALUE 'N'.
001058         88  WS-ADDRESS-OPEN              VALUE 'Y'.
001060
001070 PROCEDURE DIVISION.
001080*                                                                *
001090*   0000-MAINLINE                                               *
001100*                                                                *
001110 0000-MAINLINE.
001120     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001130     DISPLAY "ENTER YOUR CLERK ID:".
001140     ACCEPT WS-CLERK-ID.
001150     IF WS-CLERK-ID = SPACES
001160        DISPLAY "A CLERK ID IS REQUIRED"
001170        GO TO 9999-EXIT
001180     END-IF.
001190     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001200          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001210     EVALUATE TRUE
001220        WHEN WS-CHECK-RESULT = 'M'
001230           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001240                   "ROLE NOT VERIFIED"
001250        WHEN WS-CHECK-RESULT = 'Y'
001260             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
001270           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001280        WHEN OTHER
001290           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001300           GO TO 9999-EXIT
001310     END-EVALUATE.
001320     OPEN I-O DOCUMENT-FILE.
001330     IF DOCREG-STATUS NOT = '00'
001340        AND DOCREG-STATUS NOT = '05'
001350        DISPLAY "CANNOT OPEN DOCUMENT REGISTER, STATUS "
001360                DOCREG-STATUS
001370        GO TO 9999-EXIT
001380     END-IF.
001390     OPEN INPUT ACCOUNT-MASTER.
001392     IF ACCTMSTR-STATUS = '00'
001394        MOVE 'Y' TO WS-ACCTMSTR-SWITCH
001396     END-IF.
001400     OPEN INPUT ADDRESS-FILE.
001402     IF ADDRESS-STATUS = '00'
001404        MOVE 'Y' TO WS-ADDRESS-SWITCH
001406     END-IF.
001410     PERFORM 2000-WORK-ONE-OWNER THRU 2000-EXIT
001420             UNTIL WS-IN-OWNER-TYPE = 'X'.
001430     CLOSE DOCUMENT-FILE.
001440     IF WS-ACCTMSTR-OPEN
001450        CLOSE ACCOUNT-MASTER
001460     END-IF.
001470     IF WS-ADDRESS-OPEN
001480        CLOSE ADDRESS-FILE
001490     END-IF.
001500     GO TO 9999-EXIT.
001510
001520*                                                                *
001530*   2000-WORK-ONE-OWNER -- NAME THE ACCOUNT OR CONTACT, LIST    *
001540*   ITS DOCUMENTS, THEN REGISTER OR DESTROY ONE                 *
001550*                                                                *
001560 2000-WORK-ONE-OWNER.
001570     DISPLAY " ".
001580     DISPLAY "(A)CCOUNT OR (C)ONTACT DOCUMENTS, X TO END:".
001590     ACCEPT WS-IN-OWNER-TYPE.
001600     MOVE FUNCTION UPPER-CASE(WS-IN-OWNER-TYPE)
001610        TO WS-IN-OWNER-TYPE.
001620     EVALUATE WS-IN-OWNER-TYPE
001630        WHEN 'X'
001640           GO TO 2000-EXIT
001650        WHEN 'A'
001660           PERFORM 2100-NAME-ACCOUNT THRU 2100-EXIT
001670        WHEN 'C'
001680           PERFORM 2200-NAME-CONTACT THRU 2200-EXIT
001690        WHEN OTHER
001700           DISPLAY "ENTER A, C OR X"
001710           GO TO 2000-EXIT
001720     END-EVALUATE.
001730     IF NOT WS-OWNER-FOUND
001740        GO TO 2000-EXIT
001750     END-IF.
001760     PERFORM 3000-LIST-DOCUMENTS THRU 3000-EXIT.
001770     DISPLAY "(R)EGISTER A DOCUMENT, (D)ESTROYED, ENTER TO "
001780             "SKIP:".
001790     ACCEPT WS-ACTION.
001800     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001810     EVALUATE WS-ACTION
001820        WHEN 'R'
001830           PERFORM 4000-REGISTER-DOCUMENT THRU 4000-EXIT
001840        WHEN 'D'
001850           PERFORM 5000-MARK-DESTROYED THRU 5000-EXIT
001860        WHEN OTHER
001870           CONTINUE
001880     END-EVALUATE.
001890 2000-EXIT.
001900     EXIT.
001910
001920 2100-NAME-ACCOUNT.
001930     MOVE 'N' TO WS-OWNER-FOUND-SWITCH.
001940     DISPLAY "ACCOUNT NUMBER:".
001950     ACCEPT WS-IN-OWNER.
001960     IF WS-IN-OWNER (1:7) NOT NUMERIC
001970        OR WS-IN-OWNER (8:5) NOT = SPACES
001980        DISPLAY "ACCOUNT MUST BE SEVEN DIGITS"
001990        GO TO 2100-EXIT
002000     END-IF.
002010     MOVE WS-IN-OWNER (1:7) TO WS-WORK-ACCOUNT.
002020     MOVE SPACES TO WS-OWNER-NAME.
002030     IF WS-ACCTMSTR-OPEN
002040        MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID
002050        READ ACCOUNT-MASTER
002060            INVALID KEY
002070               DISPLAY "NO SUCH ACCOUNT ON THE MASTER"
002080               GO TO 2100-EXIT
002090        END-READ
002100     END-IF.
002110     IF WS-ADDRESS-OPEN
002120        MOVE WS-WORK-ACCOUNT TO FD-ACCOUNT-ID
002130        READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
002140            INVALID KEY
002150               MOVE SPACES TO FD-LAST-NAME FD-FIRST-NAME
002160        END-READ
002170        STRING FD-LAST-NAME DELIMITED BY "  "
002180               ", " FD-FIRST-NAME DELIMITED BY "  "
002190               INTO WS-OWNER-NAME
002200        END-STRING
002210     END-IF.
002220     MOVE 'A' TO WS-OWNER-TYPE.
002230     MOVE SPACES TO WS-OWNER-ID.
002240     MOVE WS-WORK-ACCOUNT TO WS-OWNER-ID (1:7).
002250     MOVE 'Y' TO WS-OWNER-FOUND-SWITCH.
002260     DISPLAY "ACCOUNT " WS-WORK-ACCOUNT "  " WS-OWNER-NAME.
002270 2100-EXIT.
002280     EXIT.
002290
002300 2200-NAME-CONTACT.
002310     MOVE 'N' TO WS-OWNER-FOUND-SWITCH.
002320     DISPLAY "CONTACT PHONE (###-###-####):".
002330     ACCEPT WS-IN-OWNER.
002340     IF WS-IN-OWNER = SPACES
002350        DISPLAY "A PHONE NUMBER IS REQUIRED"
002360        GO TO 2200-EXIT
002370     END-IF.
002380     MOVE SPACES TO WS-OWNER-NAME.
002390     IF WS-ADDRESS-OPEN
002400        MOVE WS-IN-OWNER TO FD-PHONE
002410        READ ADDRESS-FILE
002420            INVALID KEY
002430               DISPLAY "NO SUCH CONTACT IN THE ADDRESS BOOK"
002440               GO TO 2200-EXIT
002450        END-READ
002460        STRING FD-LAST-NAME DELIMITED BY "  "
002470               ", " FD-FIRST-NAME DELIMITED BY "  "
002480               INTO WS-OWNER-NAME
002490        END-STRING
002500     END-IF.
002510     MOVE 'C' TO WS-OWNER-TYPE.
002520     MOVE WS-IN-OWNER TO WS-OWNER-ID.
002530     MOVE 'Y' TO WS-OWNER-FOUND-SWITCH.
002540     DISPLAY "CONTACT " WS-OWNER-ID "  " WS-OWNER-NAME.
002550 2200-EXIT.
002560     EXIT.
002570
002580*                                                                *
002590*   3000-LIST-DOCUMENTS -- EVERY DOCUMENT ON FILE FOR THE       *
002600*   OWNER, AND THE HIGHEST SEQUENCE USED UNDER EACH TYPE IS     *
002610*   FOUND AGAIN WHEN ONE IS REGISTERED                          *
002620*                                                                *
002630 3000-LIST-DOCUMENTS.
002640     MOVE ZERO TO WS-DOC-COUNT.
002650     MOVE 'N' TO WS-LIST-EOF-SWITCH.
002660     MOVE LOW-VALUES    TO DR-DOCUMENT-KEY.
002670     MOVE WS-OWNER-TYPE TO DR-OWNER-TYPE.
002680     MOVE WS-OWNER-ID   TO DR-OWNER-ID.
002690     START DOCUMENT-FILE KEY IS >= DR-DOCUMENT-KEY
002700         INVALID KEY
002710            MOVE 'Y' TO WS-LIST-EOF-SWITCH
002720     END-START.
002730     PERFORM 3100-LIST-ONE-DOCUMENT THRU 3100-EXIT
002740             UNTIL WS-LIST-EOF.
002750     IF WS-DOC-COUNT = ZERO
002760        DISPLAY "NO DOCUMENTS REGISTERED"
002770     END-IF.
002780 3000-EXIT.
002790     EXIT.
002800
002810 3100-LIST-ONE-DOCUMENT.
002820     READ DOCUMENT-FILE NEXT RECORD
002830         AT END
002840            MOVE 'Y' TO WS-LIST-EOF-SWITCH
002850            GO TO 3100-EXIT
002860     END-READ.
002870     IF DR-OWNER-TYPE NOT = WS-OWNER-TYPE
002880        OR DR-OWNER-ID NOT = WS-OWNER-ID
002890        MOVE 'Y' TO WS-LIST-EOF-SWITCH
002900        GO TO 3100-EXIT
002910     END-IF.
002920     ADD 1 TO WS-DOC-COUNT.
002930     DISPLAY DR-DOCUMENT-TYPE "-" DR-DOCUMENT-SEQ
002940             " RECEIVED " DR-RECEIVED-DATE
002950             " DESTROY " DR-RETENTION-DATE
002960             " STATUS " DR-DOCUMENT-STATUS
002970             "  " DR-DESCRIPTION.
002980     DISPLAY "        AT " DR-STORAGE-REF.
002990 3100-EXIT.
003000     EXIT.
003010
003020*                                                                *
003030*   4000-REGISTER-DOCUMENT -- THE NEXT SEQUENCE UNDER THE TYPE  *
003040*                                                                *
003050 4000-REGISTER-DOCUMENT.
003060     DISPLAY "TYPE: AA AUTOPAY AUTH, TX TAX CERT, HL HARDSHIP, "
003070             "DC DEATH, CO COURT ORDER, BK BANKRUPTCY, OT OTHER".
003080     ACCEPT WS-IN-VALUE.
003090     MOVE SPACES TO DOCUMENT-STRUCTURE.
003100     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:2))
003110        TO DR-DOCUMENT-TYPE.
003120     IF NOT DR-DOCUMENT-TYPE-VALID
003130        DISPLAY "NOT A DOCUMENT TYPE"
003140        GO TO 4000-EXIT
003150     END-IF.
003160     MOVE WS-OWNER-TYPE TO DR-OWNER-TYPE.
003170     MOVE WS-OWNER-ID   TO DR-OWNER-ID.
003180     PERFORM 4100-FIND-NEXT-SEQ THRU 4100-EXIT.
003190     IF WS-LAST-SEQ = 999
003200        DISPLAY "NO SEQUENCE LEFT UNDER THIS TYPE"
003210        GO TO 4000-EXIT
003220     END-IF.
003230     MOVE SPACES TO DOCUMENT-STRUCTURE.
003240     MOVE WS-OWNER-TYPE TO DR-OWNER-TYPE.
003250     MOVE WS-OWNER-ID   TO DR-OWNER-ID.
003260     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:2))
003270        TO DR-DOCUMENT-TYPE.
003280     COMPUTE DR-DOCUMENT-SEQ = WS-LAST-SEQ + 1.
003290     DISPLAY "DATE RECEIVED (YYYYMMDD, ENTER FOR TODAY):".
003300     ACCEPT WS-IN-VALUE.
003310     IF WS-IN-VALUE = SPACES
003320        MOVE WS-TODAY-8 TO DR-RECEIVED-DATE
003330     ELSE
003340        IF WS-IN-VALUE (1:8) NOT NUMERIC
003350           DISPLAY "MUST BE A YYYYMMDD DATE"
003360           GO TO 4000-EXIT
003370        END-IF
003380        MOVE WS-IN-VALUE (1:8) TO DR-RECEIVED-DATE
003390        IF DR-RECEIVED-DATE > WS-TODAY-8
003400           DISPLAY "RECEIVED DATE IS IN THE FUTURE"
003410           GO TO 4000-EXIT
003420        END-IF
003430     END-IF.
003440     DISPLAY "WHERE IS IT KEPT (CABINET/FOLDER OR FILE NAME):".
003450     ACCEPT WS-IN-VALUE.
003460     IF WS-IN-VALUE = SPACES
003470        DISPLAY "A STORAGE LOCATION IS REQUIRED"
003480        GO TO 4000-EXIT
003490     END-IF.
003500     MOVE WS-IN-VALUE TO DR-STORAGE-REF.
003510     DISPLAY "DESCRIPTION:".
003520     ACCEPT WS-IN-VALUE.
003530     MOVE WS-IN-VALUE (1:30) TO DR-DESCRIPTION.
003540     MOVE DR-RECEIVED-DATE TO WS-DEFAULT-RETENTION.
003550     ADD WS-RETENTION-YEARS TO WS-DR-YEAR.
003560     IF WS-DR-MMDD = 0229
003570        MOVE 0228 TO WS-DR-MMDD
003580     END-IF.
003590     DISPLAY "DESTROY DATE (YYYYMMDD, ENTER FOR "
003600             WS-DEFAULT-RETENTION "):".
003610     ACCEPT WS-IN-VALUE.
003620     IF WS-IN-VALUE = SPACES
003630        MOVE WS-DEFAULT-RETENTION TO DR-RETENTION-DATE
003640     ELSE
003650        IF WS-IN-VALUE (1:8) NOT NUMERIC
003660           DISPLAY "MUST BE A YYYYMMDD DATE"
003670           GO TO 4000-EXIT
003680        END-IF
003690        MOVE WS-IN-VALUE (1:8) TO DR-RETENTION-DATE
003700        IF DR-RETENTION-DATE NOT > DR-RECEIVED-DATE
003710           DISPLAY "DESTROY DATE MUST FOLLOW THE RECEIVED DATE"
003720           GO TO 4000-EXIT
003730        END-IF
003740     END-IF.
003750     MOVE 'H'          TO DR-DOCUMENT-STATUS.
003760     MOVE WS-CLERK-ID  TO DR-REGISTERED-BY.
003770     MOVE WS-TODAY-8   TO DR-REGISTERED-DATE.
003780     MOVE ZERO         TO DR-DESTROYED-DATE.
003790     WRITE DOCUMENT-STRUCTURE
003800         INVALID KEY
003810            DISPLAY "REGISTER WRITE FAILED, STATUS "
003820                    DOCREG-STATUS
003830            GO TO 4000-EXIT
003840     END-WRITE.
003850     DISPLAY "REGISTERED AS " DR-DOCUMENT-TYPE "-"
003860             DR-DOCUMENT-SEQ.
003870 4000-EXIT.
003880     EXIT.
003890
003900 4100-FIND-NEXT-SEQ.
003910     MOVE ZERO TO WS-LAST-SEQ.
003920     MOVE 'N' TO WS-LIST-EOF-SWITCH.
003930     MOVE ZERO TO DR-DOCUMENT-SEQ.
003940     START DOCUMENT-FILE KEY IS >= DR-DOCUMENT-KEY
003950         INVALID KEY
003960            GO TO 4100-EXIT
003970     END-START.
003980     PERFORM 4150-READ-ONE-SEQ THRU 4150-EXIT
003990             UNTIL WS-LIST-EOF.
004000 4100-EXIT.
004010     EXIT.
004020
004030 4150-READ-ONE-SEQ.
004040     READ DOCUMENT-FILE NEXT RECORD
004050         AT END
004060            MOVE 'Y' TO WS-LIST-EOF-SWITCH
004070            GO TO 4150-EXIT
004080     END-READ.
004090     IF DR-OWNER-TYPE NOT = WS-OWNER-TYPE
004100        OR DR-OWNER-ID NOT = WS-OWNER-ID
004110        OR DR-DOCUMENT-TYPE NOT =
004120           FUNCTION UPPER-CASE(WS-IN-VALUE (1:2))
004130        MOVE 'Y' TO WS-LIST-EOF-SWITCH
004140        GO TO 4150-EXIT
004150     END-IF.
004160     MOVE DR-DOCUMENT-SEQ TO WS-LAST-SEQ.
004170 4150-EXIT.
004180     EXIT.
004190
004200*                                                                *
004210*   5000-MARK-DESTROYED -- THE RECORD STAYS AS THE PAPER TRAIL  *
004220*                                                                *
004230 5000-MARK-DESTROYED.
004240     DISPLAY "DOCUMENT TYPE AND SEQUENCE (E.G. AA001):".
004250     ACCEPT WS-IN-VALUE.
004260     IF WS-IN-VALUE (3:3) NOT NUMERIC
004270        DISPLAY "ENTER THE TYPE AND THREE-DIGIT SEQUENCE"
004280        GO TO 5000-EXIT
004290     END-IF.
004300     MOVE WS-OWNER-TYPE TO DR-OWNER-TYPE.
004310     MOVE WS-OWNER-ID   TO DR-OWNER-ID.
004320     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:2))
004330        TO DR-DOCUMENT-TYPE.
004340     MOVE WS-IN-VALUE (3:3) TO DR-DOCUMENT-SEQ.
004350     READ DOCUMENT-FILE
004360         INVALID KEY
004370            DISPLAY "NO SUCH DOCUMENT ON THE REGISTER"
004380            GO TO 5000-EXIT
004390     END-READ.
004400     IF DR-DOCUMENT-DESTROYED
004410        DISPLAY "ALREADY RECORDED DESTROYED ON "
004420                DR-DESTROYED-DATE
004430        GO TO 5000-EXIT
004440     END-IF.
004450     IF DR-RETENTION-DATE > WS-TODAY-8
004460        DISPLAY "WARNING: NOT DUE FOR DESTRUCTION UNTIL "
004470                DR-RETENTION-DATE
004480        DISPLAY "CONFIRM DESTROYED (Y/N):"
004490        ACCEPT WS-ACTION
004500        IF WS-ACTION NOT = 'Y' AND WS-ACTION NOT = 'y'
004510           GO TO 5000-EXIT
004520        END-IF
004530     END-IF.
004540     MOVE 'D'         TO DR-DOCUMENT-STATUS.
004550     MOVE WS-CLERK-ID TO DR-DESTROYED-BY.
004560     MOVE WS-TODAY-8  TO DR-DESTROYED-DATE.
004570     REWRITE DOCUMENT-STRUCTURE
004580         INVALID KEY
004590            DISPLAY "REGISTER REWRITE FAILED, STATUS "
004600                    DOCREG-STATUS
004610            GO TO 5000-EXIT
004620     END-REWRITE.
004630     DISPLAY "RECORDED DESTROYED.".
004640 5000-EXIT.
004650     EXIT.
004660
004670 9999-EXIT.
004680     STOP RUN.
