000080*   THE ARCHIVED PRINT LINES, NOT A REGENERATION AGAINST         *
000090*   CURRENT DATA.  THE COPY IS SHOWN ON THE CONSOLE AND WRITTEN  *
000100*   TO THE REPRINT FILE FOR THE PRINTER.                         *
000110*   THE COPY ENDS WITH THE ACCOUNT CONTACT'S ADDRESS OF RECORD   *
000120*   ON THE STATEMENT DATE, TAKEN FROM THE ADDRESS BOOK'S DATED   *
000130*   POSTAL HISTORY, AS PROOF OF WHERE THE STATEMENT WAS SENT.    *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.      STATEMENT-REPRINT.
000180 AUTHOR.          DATA PROCESSING.
000190 INSTALLATION.    ACCOUNTING SYSTEMS.
000200 DATE-WRITTEN.    08/22/2026.
000210 DATE-COMPILED.   08/22/2026.
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000260*   10/15/2026  DP   THE REPRINT NOW ENDS WITH THE ADDRESS OF   *
000270*                    RECORD ON THE STATEMENT DATE FROM THE      *
000280*                    ADDRESS BOOK'S DATED POSTAL HISTORY.       *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL STATEMENT-ARCHIVE
000340            ASSIGN       TO  STMTARCH
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE  IS DYNAMIC
000370            RECORD KEY   IS SA-ARCHIVE-KEY
000380            FILE STATUS  IS STMTARCH-STATUS.
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
000720 FD  STATEMENT-ARCHIVE.
000730 01  STATEMENT-ARCHIVE-STRUCTURE.
000740     COPY "STATEMENT-ARCHIVE-RECORD.CPY" REPLACING ==(TAG)==
000750          BY ==SA-==.
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
000960 01  STMTARCH                   PIC X(50)
000970     VALUE "/mnt/c/cobfiles\statement-archive.idx".
000980 01  ADDROUT                    PIC X(50)
000990     VALUE "/mnt/c/cobfiles\address.idx".
001000 01  XREFOUT                    PIC X(50)
001010     VALUE "/mnt/c/cobfiles\address-xref.idx".
001020 01  ACCTMSTR                   PIC X(50)
001030     VALUE "/mnt/c/cobfiles\account-master.idx".
001040 01  REPRINTOUT                 PIC X(50)
001050     VALUE "statement-reprint.txt".
001060
001070 01  STMTARCH-STATUS            PIC X(02).
001080 01  ADDRESS-STATUS             PIC X(02).
001090 01  XREF-STATUS                PIC X(02).
001100 01  ACCTMSTR-STATUS            PIC X(02).
001110 01  REPRINT-STATUS             PIC X(02).
001120
001130 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001140     88  WS-EOF-YES                        VALUE 'Y'.
001150 01  WS-ACCOUNT-IN               PIC X(07).
001160 01  WS-PERIOD-IN                PIC X(06).
001170 01  WS-TARGET-ACCOUNT           PIC 9(07) VALUE ZERO.
001180 01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
001190 01  WS-LINE-COUNT               PIC 9(05) VALUE ZERO.
001200
001210*                                                                *
001220*   ADDRESS OF RECORD ON THE STATEMENT DATE                      *
001230*                                                                *
001240 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001250     88  WS-CONTACT-FOUND                  VALUE 'Y'.
001260 01  WS-STATEMENT-DATE           PIC 9(08) VALUE ZERO.
001270 01  WS-SD-YYYY                  PIC 9(04).
001280 01  WS-SD-MM                    PIC 9(02).
001290 01  WS-SD-DD                    PIC 9(02).
001300 01  WS-POSTAL-FUNCTION          PIC X(01) VALUE 'L'.
001310 01  WS-POSTAL-SOURCE            PIC X(01) VALUE SPACE.
001320 01  WS-POSTAL-CLERK             PIC X(10) VALUE "STMTREPRT".
001330 01  WS-POSTAL-BEFORE            PIC X(400) VALUE SPACES.
001340 01  WS-POSTAL-RESULT            PIC X(02).
001350 01  WS-CERT-NAME                PIC X(41).
001360 01  WS-CERT-CITY-STATE-ZIP      PIC X(60).
001370
001380 PROCEDURE DIVISION.
001390*                                                                *
001400*   0000-MAINLINE                                               *
001410*                                                                *
001420 0000-MAINLINE.
001430     DISPLAY "ENTER ACCOUNT NUMBER:".
001440     ACCEPT WS-ACCOUNT-IN.
001450     DISPLAY "ENTER STATEMENT PERIOD (YYYYMM):".
001460     ACCEPT WS-PERIOD-IN.
001470     IF WS-ACCOUNT-IN NOT NUMERIC OR WS-PERIOD-IN NOT NUMERIC
001480        DISPLAY "ACCOUNT AND PERIOD MUST BE NUMERIC"
001490        GO TO 9999-EXIT
001500     END-IF.
001510     MOVE WS-ACCOUNT-IN TO WS-TARGET-ACCOUNT.
001520     MOVE WS-PERIOD-IN  TO WS-TARGET-PERIOD.
001530     OPEN INPUT STATEMENT-ARCHIVE.
001540     IF STMTARCH-STATUS NOT = '00'
001550        DISPLAY "STATEMENT ARCHIVE NOT AVAILABLE, STATUS "
001560                STMTARCH-STATUS
001570        GO TO 9999-EXIT
001580     END-IF.
001590     OPEN OUTPUT REPRINT-FILE.
001600     MOVE WS-TARGET-ACCOUNT TO SA-ACCOUNT-ID.
001610     MOVE WS-TARGET-PERIOD  TO SA-PERIOD.
001620     MOVE ZERO              TO SA-LINE-SEQ.
001630     START STATEMENT-ARCHIVE KEY IS >= SA-ARCHIVE-KEY
001640         INVALID KEY
001650            MOVE 'Y' TO WS-EOF-SWITCH
001660     END-START.
001670     PERFORM 2000-COPY-LINE THRU 2000-EXIT
001680             UNTIL WS-EOF-YES.
001690     IF WS-LINE-COUNT NOT = ZERO
001700        PERFORM 3000-ADDRESS-OF-RECORD THRU 3000-EXIT
001710     END-IF.
001720     CLOSE REPRINT-FILE.
001730     CLOSE STATEMENT-ARCHIVE.
001740     IF WS-LINE-COUNT = ZERO
001750        DISPLAY "NO ARCHIVED STATEMENT FOR ACCOUNT "
001760                WS-TARGET-ACCOUNT " PERIOD " WS-TARGET-PERIOD
001770     ELSE
001780        DISPLAY "REPRINT COMPLETE -- " WS-LINE-COUNT
001790                " LINE(S) WRITTEN TO " REPRINTOUT
001800     END-IF.
001810     GO TO 9999-EXIT.
001820
001830*                                                                *
001840*   2000-COPY-LINE -- ONE ARCHIVED LINE, SHOWN AND SPOOLED       *
001850*                                                                *
001860 2000-COPY-LINE.
001870     READ STATEMENT-ARCHIVE NEXT RECORD
001880         AT END
001890            MOVE 'Y' TO WS-EOF-SWITCH
001900            GO TO 2000-EXIT
001910     END-READ.
001920     IF SA-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
001930        OR SA-PERIOD NOT = WS-TARGET-PERIOD
001940        MOVE 'Y' TO WS-EOF-SWITCH
001950        GO TO 2000-EXIT
001960     END-IF.
001970     DISPLAY SA-LINE-TEXT.
001980     MOVE SA-LINE-TEXT TO REPRINT-LINE.
001990     WRITE REPRINT-LINE.
002000     ADD 1 TO WS-LINE-COUNT.
002010 2000-EXIT.
002020     EXIT.
002030
002040*                                                                *
002050*   3000-ADDRESS-OF-RECORD -- THE ACCOUNT CONTACT'S ADDRESS IN   *
002060*   EFFECT ON THE STATEMENT DATE, FROM THE DATED POSTAL HISTORY  *
002070*   (SEE ADDRESS-POSTAL-HISTORY).  A CONTACT WITH NO HISTORY HAS *
002080*   NEVER MOVED, SO ITS ADDRESS ON FILE IS THE ADDRESS OF RECORD *
002090*                                                                *
002100 3000-ADDRESS-OF-RECORD.
002110     PERFORM 3100-SET-STATEMENT-DATE THRU 3100-EXIT.
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
002220          WS-POSTAL-SOURCE, WS-POSTAL-CLERK, WS-STATEMENT-DATE,
002230          WS-POSTAL-BEFORE, ADDRESS-RECORD, WS-POSTAL-RESULT.
002240     MOVE SPACES TO REPRINT-LINE.
002250     IF WS-POSTAL-RESULT = "00"
002260        STRING "ADDRESS OF RECORD ON " WS-STATEMENT-DATE
002270               " (DATED ADDRESS HISTORY):"
002280               DELIMITED BY SIZE INTO REPRINT-LINE
002290        END-STRING
002300     ELSE
002310        STRING "ADDRESS OF RECORD ON " WS-STATEMENT-DATE
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
002760*   3100-SET-STATEMENT-DATE -- A PERIOD'S STATEMENT GOES OUT ON  *
002770*   THE ACCOUNT'S CYCLE DAY (1ST, 8TH, 15TH OR 22ND) OF THE      *
002780*   MONTH AFTER THE PERIOD.  NO MASTER RECORD MEANS CYCLE 1      *
002790*                                                                *
002800 3100-SET-STATEMENT-DATE.
002810     MOVE 1 TO WS-SD-DD.
002820     OPEN INPUT ACCOUNT-MASTER.
002830     IF ACCTMSTR-STATUS = '00'
002840        MOVE WS-TARGET-ACCOUNT TO AM-ACCOUNT-ID
002850        READ ACCOUNT-MASTER
002860            INVALID KEY
002870               MOVE 1 TO AM-BILLING-CYCLE
002880        END-READ
002890        EVALUATE AM-BILLING-CYCLE
002900           WHEN 2 MOVE 8 TO WS-SD-DD
002910           WHEN 3 MOVE 15 TO WS-SD-DD
002920           WHEN 4 MOVE 22 TO WS-SD-DD
002930           WHEN OTHER MOVE 1 TO WS-SD-DD
002940        END-EVALUATE
002950        CLOSE ACCOUNT-MASTER
002960     END-IF.
002970     MOVE WS-TARGET-PERIOD (1:4) TO WS-SD-YYYY.
002980     MOVE WS-TARGET-PERIOD (5:2) TO WS-SD-MM.
002990     ADD 1 TO WS-SD-MM.
003000     IF WS-SD-MM > 12
003010        MOVE 1 TO WS-SD-MM
003020        ADD 1 TO WS-SD-YYYY
003030     END-IF.
003040     COMPUTE WS-STATEMENT-DATE =
003050        (WS-SD-YYYY * 10000) + (WS-SD-MM * 100) + WS-SD-DD.
003060 3100-EXIT.
003070     EXIT.
003080
003090*                                                                *
003100*   3200-FIND-CONTACT -- THE XREF OWNER FIRST, THEN THE CONTACT  *
003110*   ON THE FD-ACCOUNT-ID KEY, THE SAME CHOICE MONTHLY-STATEMENT  *
003120*   MAKES FOR THE ADDRESS BLOCK                                  *
003130*                                                                *
003140 3200-FIND-CONTACT.
003150     MOVE 'N' TO WS-FOUND-SWITCH.
003160     OPEN INPUT ADDRESS-FILE.
003170     IF ADDRESS-STATUS NOT = '00'
003180        GO TO 3200-EXIT
003190     END-IF.
003200     OPEN INPUT XREF-FILE.
003210     IF XREF-STATUS = '00'
003220        PERFORM 3300-XREF-OWNER-LOOKUP THRU 3300-EXIT
003230        CLOSE XREF-FILE
003240     END-IF.
003250     IF NOT WS-CONTACT-FOUND
003260        MOVE WS-TARGET-ACCOUNT TO FD-ACCOUNT-ID
003270        READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
003280            INVALID KEY
003290               CONTINUE
003300            NOT INVALID KEY
003310               MOVE 'Y' TO WS-FOUND-SWITCH
003320        END-READ
003330     END-IF.
003340     CLOSE ADDRESS-FILE.
003350 3200-EXIT.
003360     EXIT.
003370
003380 3300-XREF-OWNER-LOOKUP.
003390     MOVE WS-TARGET-ACCOUNT TO XR-ACCOUNT-ID.
003400     START XREF-FILE KEY IS >= XR-ACCOUNT-ID
003410         INVALID KEY
003420            GO TO 3300-EXIT
003430     END-START.
003440 3300-READ-NEXT.
003450     READ XREF-FILE NEXT RECORD
003460         AT END
003470            GO TO 3300-EXIT
003480     END-READ.
003490     IF XR-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
003500        GO TO 3300-EXIT
003510     END-IF.
003520     IF XR-ROLE NOT = 'O'
003530        GO TO 3300-READ-NEXT
003540     END-IF.
003550     MOVE XR-PHONE TO FD-PHONE.
003560     READ ADDRESS-FILE
003570         INVALID KEY
003580            GO TO 3300-READ-NEXT
003590     END-READ.
003600     MOVE 'Y' TO WS-FOUND-SWITCH.
003610 3300-EXIT.
003620     EXIT.
003630
003640*                                                                *
003650*   3900-PUT-LINE -- SHOW AND SPOOL ONE CERTIFICATION LINE       *
003660*                                                                *
003670 3900-PUT-LINE.
003680     DISPLAY REPRINT-LINE.
003690     WRITE REPRINT-LINE.
003700 3900-EXIT.
003710     EXIT.
003720
003730 9999-EXIT.
003740     STOP RUN.
