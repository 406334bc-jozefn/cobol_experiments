000010******************************************************************
000020*                                                                *
000030*   EDI-ACK-IMPORT                                               *
000040*                                                                *
000050*   LOADS THE 997 FUNCTIONAL ACKNOWLEDGMENTS OUR TRADING         *
000060*   PARTNERS RETURN FOR THE 810 INVOICES EDI-INVOICE-EXPORT      *
000070*   SENT (EDI-997-INBOUND.TXT, ONE SEGMENT PER LINE, ELEMENTS    *
000080*   SEPARATED BY *).  EACH AK1 NAMES THE GROUP CONTROL NUMBER    *
000090*   BEING ANSWERED AND THE AK9 THAT CLOSES IT CARRIES THE        *
000100*   ANSWER -- A ACCEPTED, E ACCEPTED WITH ERRORS NOTED, R OR P   *
000110*   REJECTED.  THE ANSWER AND TODAY'S DATE ARE POSTED TO EVERY   *
000120*   TRANSMISSION LOG ENTRY SENT UNDER THAT CONTROL NUMBER, SO    *
000130*   EDI-UNACKED-REPORT STOPS CHASING AN ACCEPTED INVOICE AND     *
000140*   RAISES A REJECTED ONE.  AN ACKNOWLEDGMENT FOR ANYTHING BUT   *
000150*   AN INVOICE GROUP (GS*IN), OR FOR A CONTROL NUMBER NOT ON     *
000160*   THE LOG, IS LISTED AND SKIPPED.                              *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      EDI-ACK-IMPORT.
000210 AUTHOR.          DATA PROCESSING.
000220 INSTALLATION.    ACCOUNTING SYSTEMS.
000230 DATE-WRITTEN.    10/15/2026.
000240 DATE-COMPILED.   10/15/2026.
000250*                                                                *
000260*   MODIFICATION HISTORY                                         *
000270*   ------------------------------------------------------------ *
000280*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000282*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000284*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000286*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL ACK-FILE
000340            ASSIGN       TO  ACKIN
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS  IS ACKIN-STATUS.
000370
000380     SELECT OPTIONAL EDI-LOG
000390            ASSIGN       TO  EDILOG
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS DYNAMIC
000420            RECORD KEY   IS EL-INVOICE-NO
000430            ALTERNATE RECORD KEY IS EL-CONTROL-NO
000440                     WITH DUPLICATES
000450            FILE STATUS  IS EDILOG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ACK-FILE
000500     RECORDING MODE IS F.
000510 01  ACK-LINE                    PIC X(120).
000520
000530 FD  EDI-LOG.
000540 01  EDI-LOG-STRUCTURE.
000550     COPY "EDI-TRANSMISSION-RECORD.CPY" REPLACING ==(TAG)==
000560          BY ==EL-==.
000570
000580 WORKING-STORAGE SECTION.
000590*                                                                *
000600*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
000610*                                                                *
000620 01  ACKIN                      PIC X(50)
000630     VALUE "edi-997-inbound.txt".
000640 01  EDILOG                     PIC X(50)
000650     VALUE "/mnt/c/cobfiles\edi-transmission.idx".
000660
000670 01  ACKIN-STATUS               PIC X(02).
000680 01  EDILOG-STATUS              PIC X(02).
000690
000700 01  WS-SWITCHES.
000710     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000720         88  WS-EOF-YES                    VALUE 'Y'.
000730     05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000740         88  WS-LOG-EOF                    VALUE 'Y'.
000750     05  WS-GROUP-SWITCH         PIC X(01) VALUE 'N'.
000760         88  WS-INVOICE-GROUP              VALUE 'Y'.
000770     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000780         88  WS-FILES-OPEN                 VALUE 'Y'.
000790
000800 01  WS-TODAY-8                 PIC 9(08).
000802 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000804     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000806 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000810
000820*                                                                *
000830*   ONE SEGMENT BROKEN INTO ITS ID AND FIRST THREE ELEMENTS      *
000840*                                                                *
000850 01  WS-SEG-ID                  PIC X(03).
000860 01  WS-ELEMENT-1               PIC X(15).
000870 01  WS-ELEMENT-2               PIC X(15).
000880 01  WS-ELEMENT-3               PIC X(15).
000890
000900*                                                                *
000910*   THE GROUP CONTROL NUMBER FROM AK1, RIGHT-JUSTIFIED AND       *
000920*   ZERO-FILLED TO MATCH THE LOG'S NUMERIC KEY                   *
000930*                                                                *
000940 01  WS-CTL-LENGTH              PIC 9(02) COMP.
000950 01  WS-CTL-TEXT                PIC X(09) JUSTIFIED RIGHT.
000960 01  WS-CTL-NUMBER REDEFINES WS-CTL-TEXT
000970                                PIC 9(09).
000980 01  WS-GROUP-CONTROL           PIC 9(09) VALUE ZERO.
000990 01  WS-ACK-CODE                PIC X(01).
001000 01  WS-GROUP-MATCHES           PIC 9(05).
001010
001020 01  WS-GROUP-COUNT             PIC 9(05) VALUE ZERO.
001030 01  WS-ACCEPTED-COUNT          PIC 9(05) VALUE ZERO.
001040 01  WS-REJECTED-COUNT          PIC 9(05) VALUE ZERO.
001050 01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE ZERO.
001060 01  WS-IGNORED-COUNT           PIC 9(05) VALUE ZERO.
001070
001080 01  WS-RC-FUNCTION             PIC X(01).
001090 01  WS-RC-JOB-NAME             PIC X(20)
001100     VALUE "EDI-ACK-IMPORT".
001110 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001120 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001130 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001140
001150 PROCEDURE DIVISION.
001160*                                                                *
001170*   0000-MAINLINE                                                *
001180*                                                                *
001190 0000-MAINLINE.
001200     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001202          WS-OVERRIDE-MARK.
001204     IF WS-DATE-OVERRIDDEN
001206        DISPLAY WS-OVERRIDE-MARK
001208     END-IF.
001210     MOVE 'S' TO WS-RC-FUNCTION.
001220     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001230          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001240          WS-RC-CODE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     PERFORM 2000-PROCESS-SEGMENT THRU 2000-EXIT
001270             UNTIL WS-EOF-YES.
001280     PERFORM 8000-FINISH THRU 8000-EXIT.
001290     MOVE 'E' TO WS-RC-FUNCTION.
001300     COMPUTE WS-RC-WRITTEN = WS-ACCEPTED-COUNT
001310                           + WS-REJECTED-COUNT.
001320     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001330          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001340          WS-RC-CODE.
001350     GO TO 9999-EXIT.
001360
001370*                                                                *
001380*   1000-INITIALIZE                                              *
001390*                                                                *
001400 1000-INITIALIZE.
001410     OPEN INPUT ACK-FILE.
001420     IF ACKIN-STATUS NOT = '00'
001430        DISPLAY "NO 997 ACKNOWLEDGMENT FILE FOUND -- " ACKIN
001440        IF ACKIN-STATUS = '05'
001450           CLOSE ACK-FILE
001460        END-IF
001470        MOVE 'Y' TO WS-EOF-SWITCH
001480        GO TO 1000-EXIT
001490     END-IF.
001500     OPEN I-O EDI-LOG.
001510     IF EDILOG-STATUS NOT = '00'
001520        DISPLAY "CANNOT OPEN EDI TRANSMISSION LOG, STATUS "
001530                EDILOG-STATUS
001540        MOVE "0012" TO WS-RC-CODE
001550        IF EDILOG-STATUS = '05'
001560           CLOSE EDI-LOG
001570        END-IF
001580        CLOSE ACK-FILE
001590        MOVE 'Y' TO WS-EOF-SWITCH
001600        GO TO 1000-EXIT
001610     END-IF.
001620     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
001630 1000-EXIT.
001640     EXIT.
001650
001660*                                                                *
001670*   2000-PROCESS-SEGMENT -- GS AND AK1 OPEN A GROUP'S ANSWER,    *
001680*   AK9 CLOSES IT; EVERY OTHER SEGMENT IS ENVELOPE OR DETAIL     *
001690*   THIS RUN HAS NO USE FOR                                      *
001700*                                                                *
001710 2000-PROCESS-SEGMENT.
001720     READ ACK-FILE
001730         AT END
001740            MOVE 'Y' TO WS-EOF-SWITCH
001750            GO TO 2000-EXIT
001760     END-READ.
001770     ADD 1 TO WS-RC-READ.
001780     MOVE SPACES TO WS-SEG-ID WS-ELEMENT-1 WS-ELEMENT-2
001790                    WS-ELEMENT-3.
001800     UNSTRING ACK-LINE DELIMITED BY "*" OR "~"
001810         INTO WS-SEG-ID, WS-ELEMENT-1, WS-ELEMENT-2,
001820              WS-ELEMENT-3
001830     END-UNSTRING.
001840     EVALUATE WS-SEG-ID
001850        WHEN "AK1"
001860           PERFORM 3000-OPEN-GROUP THRU 3000-EXIT
001870        WHEN "AK9"
001880           PERFORM 4000-CLOSE-GROUP THRU 4000-EXIT
001890        WHEN OTHER
001900           CONTINUE
001910     END-EVALUATE.
001920 2000-EXIT.
001930     EXIT.
001940
001950*                                                                *
001960*   3000-OPEN-GROUP -- AK1*IN*NNNN: THE INVOICE GROUP WHOSE      *
001970*   ANSWER FOLLOWS                                               *
001980*                                                                *
001990 3000-OPEN-GROUP.
002000     MOVE 'N' TO WS-GROUP-SWITCH.
002010     MOVE ZERO TO WS-GROUP-CONTROL.
002020     ADD 1 TO WS-GROUP-COUNT.
002030     IF WS-ELEMENT-1 NOT = "IN"
002040        DISPLAY "997 FOR A " WS-ELEMENT-1 (1:2)
002050                " GROUP, CONTROL " WS-ELEMENT-2
002060                " -- NOT AN INVOICE, SKIPPED"
002070        ADD 1 TO WS-IGNORED-COUNT
002080        GO TO 3000-EXIT
002090     END-IF.
002100     MOVE ZERO TO WS-CTL-LENGTH.
002110     INSPECT WS-ELEMENT-2 TALLYING WS-CTL-LENGTH
002120             FOR CHARACTERS BEFORE INITIAL SPACE.
002130     IF WS-CTL-LENGTH = ZERO OR WS-CTL-LENGTH > 9
002140        DISPLAY "997 AK1 CONTROL NUMBER NOT VALID -- "
002150                WS-ELEMENT-2
002160        ADD 1 TO WS-IGNORED-COUNT
002170        GO TO 3000-EXIT
002180     END-IF.
002190     MOVE WS-ELEMENT-2 (1:WS-CTL-LENGTH) TO WS-CTL-TEXT.
002200     INSPECT WS-CTL-TEXT REPLACING LEADING SPACE BY ZERO.
002210     IF WS-CTL-NUMBER NOT NUMERIC
002220        DISPLAY "997 AK1 CONTROL NUMBER NOT VALID -- "
002230                WS-ELEMENT-2
002240        ADD 1 TO WS-IGNORED-COUNT
002250        GO TO 3000-EXIT
002260     END-IF.
002270     MOVE WS-CTL-NUMBER TO WS-GROUP-CONTROL.
002280     MOVE 'Y' TO WS-GROUP-SWITCH.
002290 3000-EXIT.
002300     EXIT.
002310
002320*                                                                *
002330*   4000-CLOSE-GROUP -- AK9*X: POST THE ANSWER TO EVERY LOG      *
002340*   ENTRY SENT UNDER THE GROUP'S CONTROL NUMBER                  *
002350*                                                                *
002360 4000-CLOSE-GROUP.
002370     IF NOT WS-INVOICE-GROUP
002380        GO TO 4000-EXIT
002390     END-IF.
002400     MOVE 'N' TO WS-GROUP-SWITCH.
002410     EVALUATE WS-ELEMENT-1 (1:1)
002420        WHEN "A"
002430        WHEN "E"
002440           MOVE WS-ELEMENT-1 (1:1) TO WS-ACK-CODE
002450        WHEN OTHER
002460           MOVE "R" TO WS-ACK-CODE
002470     END-EVALUATE.
002480     MOVE ZERO TO WS-GROUP-MATCHES.
002490     MOVE WS-GROUP-CONTROL TO EL-CONTROL-NO.
002500     START EDI-LOG KEY IS = EL-CONTROL-NO
002510         INVALID KEY
002520            GO TO 4000-NOT-FOUND
002530     END-START.
002540     MOVE 'N' TO WS-LOG-EOF-SWITCH.
002550     PERFORM 4100-POST-ONE-ENTRY THRU 4100-EXIT
002560             UNTIL WS-LOG-EOF.
002570     IF WS-GROUP-MATCHES > ZERO
002580        GO TO 4000-EXIT
002590     END-IF.
002600 4000-NOT-FOUND.
002610     DISPLAY "997 FOR CONTROL NUMBER " WS-GROUP-CONTROL
002620             " -- NOT ON THE TRANSMISSION LOG".
002630     ADD 1 TO WS-UNMATCHED-COUNT.
002640 4000-EXIT.
002650     EXIT.
002660
002670 4100-POST-ONE-ENTRY.
002680     READ EDI-LOG NEXT RECORD
002690         AT END
002700            MOVE 'Y' TO WS-LOG-EOF-SWITCH
002710            GO TO 4100-EXIT
002720     END-READ.
002730     IF EL-CONTROL-NO NOT = WS-GROUP-CONTROL
002740        MOVE 'Y' TO WS-LOG-EOF-SWITCH
002750        GO TO 4100-EXIT
002760     END-IF.
002770     ADD 1 TO WS-GROUP-MATCHES.
002780     MOVE WS-ACK-CODE TO EL-ACK-STATUS.
002790     MOVE WS-TODAY-8  TO EL-ACK-DATE.
002800     REWRITE EDI-LOG-STRUCTURE
002810         INVALID KEY
002820            DISPLAY "CANNOT UPDATE EDI LOG FOR INVOICE "
002830                    EL-INVOICE-NO
002840            GO TO 4100-EXIT
002850     END-REWRITE.
002860     IF EL-ACK-REJECTED
002870        ADD 1 TO WS-REJECTED-COUNT
002880        DISPLAY "INVOICE " EL-INVOICE-NO " ACCOUNT "
002890                EL-ACCOUNT-ID " REJECTED BY " EL-PARTNER-ID
002900     ELSE
002910        ADD 1 TO WS-ACCEPTED-COUNT
002920     END-IF.
002930 4100-EXIT.
002940     EXIT.
002950
002960*                                                                *
002970*   8000-FINISH                                                  *
002980*                                                                *
002990 8000-FINISH.
003000     IF WS-FILES-OPEN
003010        CLOSE ACK-FILE EDI-LOG
003020     END-IF.
003030     DISPLAY "EDI-ACK-IMPORT RUN COMPLETE".
003040     DISPLAY "GROUPS ACKNOWLEDGED:    " WS-GROUP-COUNT.
003050     DISPLAY "INVOICES ACCEPTED:      " WS-ACCEPTED-COUNT.
003060     DISPLAY "INVOICES REJECTED:      " WS-REJECTED-COUNT.
003070     DISPLAY "CONTROL NOS NOT LOGGED: " WS-UNMATCHED-COUNT.
003080     DISPLAY "GROUPS SKIPPED:         " WS-IGNORED-COUNT.
003090 8000-EXIT.
003100     EXIT.
003110
003120 9999-EXIT.
003130     STOP RUN.
