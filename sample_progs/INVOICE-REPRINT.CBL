000080*   LINES, NOT A REGENERATION AGAINST CURRENT DATA.  THE COPY    *
000090*   IS SHOWN ON THE CONSOLE AND WRITTEN TO THE REPRINT FILE FOR  *
000100*   THE PRINTER, THE SAME SHAPE AS STATEMENT-REPRINT.            *
000110*   THE COPY ENDS WITH THE ACCOUNT CONTACT'S ADDRESS OF RECORD   *
000120*   ON THE INVOICE DATE, TAKEN FROM THE ADDRESS BOOK'S DATED     *
000130*   POSTAL HISTORY, AS PROOF OF WHERE THE INVOICE WAS SENT.      *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.      INVOICE-REPRINT.
000180 AUTHOR.          DATA PROCESSING.
000190 INSTALLATION.    ACCOUNTING SYSTEMS.
000200 DATE-WRITTEN.    09/02/2026.
000210 DATE-COMPILED.   09/02/2026.
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000260*   10/15/2026  DP   THE REPRINT NOW ENDS WITH THE ADDRESS OF   *
000270*                    RECORD ON THE INVOICE DATE FROM THE        *
000280*                    ADDRESS BOOK'S DATED POSTAL HISTORY.       *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL INVOICE-ARCHIVE
000340            ASSIGN       TO  INVARCH
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE  IS DYNAMIC
000370            RECORD KEY   IS IA-ARCHIVE-KEY
000380            FILE STATUS  IS INVARCH-STATUS.
000390
000400     SELECT OPTIONAL ADDRESS-FILE
000410            ASSIGN       TO  ADDROUT
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE  IS DYNAMIC
000440            RECORD KEY   IS FD-PHONE
000450            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000460            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000470            FILE STATUS  IS ADDRESS-STATUS.
000480
000490     SELECT OPTIONAL XREF-FILE
000500            ASSIGN       TO  XREFOUT
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS XR-XREF-KEY
000540            ALTERNATE RECORD KEY IS XR-ACCOUNT-ID
000550                     WITH DUPLICATES
000560            FILE STATUS  IS XREF-STATUS.
000570
000580     SELECT OPTIONAL ACCOUNT-MASTER
000590            ASSIGN       TO  ACCTMSTR
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE  IS DYNAMIC
000620            RECORD KEY   IS AM-ACCOUNT-ID
000630            FILE STATUS  IS ACCTMSTR-STATUS.
000640
000650     SELECT REPRINT-FILE
000660            ASSIGN       TO  REPRINTOUT
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS  IS REPRINT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  INVOICE-ARCHIVE.
000730 01  INVOICE-ARCHIVE-STRUCTURE.
000740     COPY "INVOICE-ARCHIVE-RECORD.CPY" REPLACING ==(TAG)==
000750          BY ==IA-==.
000760
000770 FD  ADDRESS-FILE.
000780 01  ADDRESS-RECORD.
000790     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000800
000810 FD  XREF-FILE.
000820 01  XREF-STRUCTURE.
000830     COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
000840          REPLACING ==(TAG)== BY ==XR-==.
000850
000860 FD  ACCOUNT-MASTER.
000870 01  ACCOUNT-MASTER-STRUCTURE.
000880     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000890          BY ==AM-==.
000900
000910 FD  REPRINT-FILE
000920     RECORDING MODE IS F.
000930 01  REPRINT-LINE                 PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960 01  INVARCH                    PIC X(50)
000970     VALUE "/mnt/c/cobfiles\invoice-archive.idx".
000980 01  ADDROUT                    PIC X(50)
000990     VALUE "/mnt/c/cobfiles\address.idx".
001000 01  XREFOUT                    PIC X(50)
001010     VALUE "/mnt/c/cobfiles\address-xref.idx".
001020 01  ACCTMSTR                   PIC X(50)
001030     VALUE "/mnt/c/cobfiles\account-master.idx".
001040 01  REPRINTOUT                 PIC X(50)
001050     VALUE "invoice-reprint.txt".
001060
001070 01  INVARCH-STATUS             PIC X(02).
001080 01  ADDRESS-STATUS             PIC X(02).
001090 01  XREF-STATUS                PIC X(02).
001100 01  ACCTMSTR-STATUS            PIC X(02).
001110 01  REPRINT-STATUS             PIC X(02).
001120
001130 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001140     88  WS-EOF-YES                        VALUE 'Y'.
001150 01  WS-ACCOUNT-IN               PIC X(07).
001160 01  WS-INVOICE-IN               PIC X(07).
001170 01  WS-TARGET-ACCOUNT           PIC 9(07) VALUE ZERO.
001180 01  WS-TARGET-INVOICE           PIC 9(07) VALUE ZERO.
001190 01  WS-LINE-COUNT               PIC 9(05) VALUE ZERO.
001200
001210*                                                                *
001220*   ADDRESS OF RECORD ON THE INVOICE DATE                        *
001230*                                                                *
001240 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001250     88  WS-CONTACT-FOUND                  VALUE 'Y'.
001260 01  WS-INVOICE-DATE             PIC 9(08) VALUE ZERO.
001270 01  WS-POSTAL-FUNCTION          PIC X(01) VALUE 'L'.
001280 01  WS-POSTAL-SOURCE            PIC X(01) VALUE SPACE.
001290 01  WS-POSTAL-CLERK             PIC X(10) VALUE "INVREPRT" .
001300 01  WS-POSTAL-BEFORE            PIC X(400) VALUE SPACES.
001310 01  WS-POSTAL-RESULT            PIC X(02).
001320 01  WS-CERT-NAME                PIC X(41).
001330 01  WS-CERT-CITY-STATE-ZIP      PIC X(60).
001340
001350 PROCEDURE DIVISION.
001360*                                                                *
001370*   0000-MAINLINE                                               *
001380*                                                                *
001390 0000-MAINLINE.
001400     DISPLAY "ENTER ACCOUNT NUMBER:".
001410     ACCEPT WS-ACCOUNT-IN.
001420     DISPLAY "ENTER INVOICE NUMBER:".
001430     ACCEPT WS-INVOICE-IN.
001440     IF WS-ACCOUNT-IN NOT NUMERIC OR WS-INVOICE-IN NOT NUMERIC
001450        DISPLAY "ACCOUNT AND INVOICE MUST BE NUMERIC"
001460        GO TO 9999-EXIT
001470     END-IF.
001480     MOVE WS-ACCOUNT-IN TO WS-TARGET-ACCOUNT.
001490     MOVE WS-INVOICE-IN TO WS-TARGET-INVOICE.
001500     OPEN INPUT INVOICE-ARCHIVE.
001510     IF INVARCH-STATUS NOT = '00'
001520        DISPLAY "INVOICE ARCHIVE NOT AVAILABLE, STATUS "
001530                INVARCH-STATUS
001540        GO TO 9999-EXIT
001550     END-IF.
001560     OPEN OUTPUT REPRINT-FILE.
001570     MOVE WS-TARGET-ACCOUNT TO IA-ACCOUNT-ID.
001580     MOVE WS-TARGET-INVOICE TO IA-INVOICE-NO.
001590     MOVE ZERO              TO IA-LINE-SEQ.
001600     START INVOICE-ARCHIVE KEY IS >= IA-ARCHIVE-KEY
001610         INVALID KEY
001620            MOVE 'Y' TO WS-EOF-SWITCH
001630     END-START.
001640     PERFORM 2000-COPY-LINE THRU 2000-EXIT
001650             UNTIL WS-EOF-YES.
001660     IF WS-LINE-COUNT NOT = ZERO
001670        PERFORM 3000-ADDRESS-OF-RECORD THRU 3000-EXIT
001680     END-IF.
001690     CLOSE REPRINT-FILE.
001700     CLOSE INVOICE-ARCHIVE.
001710     IF WS-LINE-COUNT = ZERO
001720        DISPLAY "NO ARCHIVED INVOICE " WS-TARGET-INVOICE
001730                " FOR ACCOUNT " WS-TARGET-ACCOUNT
001740     ELSE
001750        DISPLAY "REPRINT COMPLETE -- " WS-LINE-COUNT
001760                " LINE(S) WRITTEN TO " REPRINTOUT
001770     END-IF.
001780     GO TO 9999-EXIT.
001790
001800*                                                                *
001810*   2000-COPY-LINE -- ONE ARCHIVED LINE, SHOWN AND SPOOLED       *
001820*                                                                *
001830 2000-COPY-LINE.
001840     READ INVOICE-ARCHIVE NEXT RECORD
001850         AT END
001860            MOVE 'Y' TO WS-EOF-SWITCH
001870            GO TO 2000-EXIT
001880     END-READ.
001890     IF IA-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
001900        OR IA-INVOICE-NO NOT = WS-TARGET-INVOICE
001910        MOVE 'Y' TO WS-EOF-SWITCH
001920        GO TO 2000-EXIT
001930     END-IF.
001940     IF IA-LINE-TEXT (1:11) = "INVOICE NO "
001950        AND IA-LINE-TEXT (27:8) NUMERIC
001960        MOVE IA-LINE-TEXT (27:8) TO WS-INVOICE-DATE
001970     END-IF.
001980     DISPLAY IA-LINE-TEXT.
001990     MOVE IA-LINE-TEXT TO REPRINT-LINE.
002000     WRITE REPRINT-LINE.
002010     ADD 1 TO WS-LINE-COUNT.
002020 2000-EXIT.
002030     EXIT.
002040
002050*                                                                *
002060*   3000-ADDRESS-OF-RECORD -- THE ACCOUNT CONTACT'S ADDRESS IN   *
002070*   EFFECT ON THE INVOICE DATE, FROM THE DATED POSTAL HISTORY    *
002080*   (SEE ADDRESS-POSTAL-HISTORY).  A CONTACT WITH NO HISTORY HAS *
002090*   NEVER MOVED, SO ITS ADDRESS ON FILE IS THE ADDRESS OF RECORD *
002100*                                                                *
002110 3000-ADDRESS-OF-RECORD.
002120     PERFORM 3200-FIND-CONTACT THRU 3200-EXIT.
002130     MOVE SPACES TO REPRINT-LINE.
002140     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
002150     IF NOT WS-CONTACT-FOUND
002160        MOVE "NO CONTACT ON FILE -- ADDRESS OF RECORD UNAVAILABLE"
002170             TO REPRINT-LINE
002180        PERFORM 3900-PUT-LINE THRU 3900-EXIT
002190        GO TO 3000-EXIT
002200     END-IF.
002210     CALL "ADDRESS-POSTAL-HISTORY" USING WS-POSTAL-FUNCTION,
002220          WS-POSTAL-SOURCE, WS-POSTAL-CLERK, WS-INVOICE-DATE,
002230          WS-POSTAL-BEFORE, ADDRESS-RECORD, WS-POSTAL-RESULT.
002240     MOVE SPACES TO REPRINT-LINE.
002250     IF WS-POSTAL-RESULT = "00"
002260        STRING "ADDRESS OF RECORD ON " WS-INVOICE-DATE
002270               " (DATED ADDRESS HISTORY):"
002280               DELIMITED BY SIZE INTO REPRINT-LINE
002290        END-STRING
002300     ELSE
002310        STRING "ADDRESS OF RECORD ON " WS-INVOICE-DATE
002320               " (NO ADDRESS CHANGES ON FILE):"
002330               DELIMITED BY SIZE INTO REPRINT-LINE
002340        END-STRING
002350     END-IF.
002360     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
002370     MOVE SPACES TO WS-CERT-NAME WS-CERT-CITY-STATE-ZIP.
002380     STRING FD-FIRST-NAME DELIMITED BY SPACE
002390            " " DELIMITED BY SIZE
002400            FD-LAST-NAME  DELIMITED BY SPACE
002410            INTO WS-CERT-NAME
002420     END-STRING.
002430     IF FD-COUNTRY NOT = SPACES AND FD-COUNTRY NOT = "US"
002440        STRING FD-CITY  DELIMITED BY SPACE
002450               "  "     DELIMITED BY SIZE
002460               FD-ZIP   DELIMITED BY SPACE
002470               INTO WS-CERT-CITY-STATE-ZIP
002480        END-STRING
002490     ELSE
002500        STRING FD-CITY  DELIMITED BY SPACE
002510               ", "     DELIMITED BY SIZE
002520               FD-STATE DELIMITED BY SIZE
002530               " "      DELIMITED BY SIZE
002540               FD-ZIP   DELIMITED BY SPACE
002550               INTO WS-CERT-CITY-STATE-ZIP
002560        END-STRING
002570     END-IF.
002580     MOVE SPACES TO REPRINT-LINE.
002590     MOVE WS-CERT-NAME TO REPRINT-LINE (5:41).
002600     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
002610     MOVE SPACES TO REPRINT-LINE.
002620     MOVE FD-STREET-NAME TO REPRINT-LINE (5:40).
002630     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
002640     MOVE SPACES TO REPRINT-LINE.
002650     MOVE WS-CERT-CITY-STATE-ZIP TO REPRINT-LINE (5:60).
002660     PERFORM 3900-PUT-LINE THRU 3900-EXIT.
002670     IF FD-COUNTRY NOT = SPACES AND FD-COUNTRY NOT = "US"
002680        MOVE SPACES TO REPRINT-LINE
002690        MOVE FD-COUNTRY TO REPRINT-LINE (5:3)
002700        PERFORM 3900-PUT-LINE THRU 3900-EXIT
002710     END-IF.
002720 3000-EXIT.
002730     EXIT.
002740
002750*                                                                *
002760*   3200-FIND-CONTACT -- THE XREF OWNER FIRST, THEN THE CONTACT  *
002770*   ON THE FD-ACCOUNT-ID KEY, THE SAME CHOICE INVOICE-PRINT      *
002780*   MAKES FOR THE ADDRESS BLOCK                                  *
002790*                                                                *
002800 3200-FIND-CONTACT.
002810     MOVE 'N' TO WS-FOUND-SWITCH.
002820     OPEN INPUT ADDRESS-FILE.
002830     IF ADDRESS-STATUS NOT = '00'
002840        GO TO 3200-EXIT
002850     END-IF.
002860     OPEN INPUT XREF-FILE.
002870     IF XREF-STATUS = '00'
002880        PERFORM 3300-XREF-OWNER-LOOKUP THRU 3300-EXIT
002890        CLOSE XREF-FILE
002900     END-IF.
002910     IF NOT WS-CONTACT-FOUND
002920        MOVE WS-TARGET-ACCOUNT TO FD-ACCOUNT-ID
002930        READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
002940            INVALID KEY
002950               CONTINUE
002960            NOT INVALID KEY
002970               MOVE 'Y' TO WS-FOUND-SWITCH
002980        END-READ
002990     END-IF.
003000     CLOSE ADDRESS-FILE.
003010 3200-EXIT.
003020     EXIT.
003030
003040 3300-XREF-OWNER-LOOKUP.
003050     MOVE WS-TARGET-ACCOUNT TO XR-ACCOUNT-ID.
003060     START XREF-FILE KEY IS >= XR-ACCOUNT-ID
003070         INVALID KEY
003080            GO TO 3300-EXIT
003090     END-START.
003100 3300-READ-NEXT.
003110     READ XREF-FILE NEXT RECORD
003120         AT END
003130            GO TO 3300-EXIT
003140     END-READ.
003150     IF XR-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
003160        GO TO 3300-EXIT
003170     END-IF.
003180     IF XR-ROLE NOT = 'O'
003190        GO TO 3300-READ-NEXT
003200     END-IF.
003210     MOVE XR-PHONE TO FD-PHONE.
003220     READ ADDRESS-FILE
003230         INVALID KEY
003240            GO TO 3300-READ-NEXT
003250     END-READ.
003260     MOVE 'Y' TO WS-FOUND-SWITCH.
003270 3300-EXIT.
003280     EXIT.
003290
003300*                                                                *
003310*   3900-PUT-LINE -- SHOW AND SPOOL ONE CERTIFICATION LINE       *
003320*                                                                *
003330 3900-PUT-LINE.
003340     DISPLAY REPRINT-LINE.
003350     WRITE REPRINT-LINE.
003360 3900-EXIT.
003370     EXIT.
003380
003390 9999-EXIT.
003400     STOP RUN.
