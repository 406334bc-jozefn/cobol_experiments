000010******************************************************************
000020*                                                                *
000030*   GL-ACK-IMPORT                                                *
000040*                                                                *
000050*   TAKES IN THE FINANCE SYSTEM'S ANSWER TO THE GL INTERFACE     *
000060*   FILES (GL-FINANCE-ACK.TXT) AND RECORDS IT ON THE GL EXTRACT  *
000070*   RUN REGISTER.  FINANCE SENDS ONE ACK LINE PER FILE IT READ,  *
000080*   FOLLOWED BY ONE REJ LINE PER DETAIL LINE IT WOULD NOT POST:  *
000090*                                                                *
000100*     ACK RRRRRRRR CC S NNNNNNN DDDDDDDDDDDDD CCCCCCCCCCCCC TEXT *
000110*         RUN ID, COMPANY, A ACCEPTED / R WHOLE FILE REJECTED,   *
000120*         THE LINE COUNT AND DEBIT AND CREDIT HASHES FINANCE     *
000130*         RECEIVED (2 IMPLIED DECIMALS), REASON IF REJECTED      *
000140*     REJ RRRRRRRR CC LLLLLLL AAAAAAA PPPPPP CODE REASON TEXT    *
000150*         RUN ID, COMPANY, DETAIL LINE NUMBER IN THE FILE, GL    *
000160*         ACCOUNT, PERIOD, FINANCE'S REASON CODE AND TEXT        *
000170*                                                                *
000180*   EACH LINE IS MATCHED TO ITS RUN BY RUN ID AND COMPANY.  AN   *
000190*   ACK WHOSE ECHOED COUNT OR HASHES DIFFER FROM OURS MARKS THE  *
000200*   RUN'S TOTALS AS DIFFERING -- THE FILE DID NOT ARRIVE AS      *
000210*   SENT.  A REJ LINE MARKS AN ACCEPTED RUN PARTLY REJECTED.     *
000220*   EVERY ANSWER, EVERY REJECTED LINE WITH FINANCE'S REASON,     *
000230*   AND ANY LINE FOR A RUN NOT ON THE REGISTER IS LISTED ON      *
000240*   THE ACKNOWLEDGMENT REPORT, REGISTERED ON THE REPORT SPOOL.   *
000250*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.      GL-ACK-IMPORT.
000290 AUTHOR.          DATA PROCESSING.
000300 INSTALLATION.    ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.    10/15/2026.
000320 DATE-COMPILED.   10/15/2026.
000330*                                                                *
000340*   MODIFICATION HISTORY                                         *
000350*   ------------------------------------------------------------ *
000360*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000362*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000364*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000366*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000368*                    HEADING.                                   *
000370*                                                                *
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL FINANCE-ACK-FILE
000420            ASSIGN       TO  FINACKIN
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS  IS FINACK-STATUS.
000450
000460     SELECT OPTIONAL GL-RUN-REGISTER
000470            ASSIGN       TO  GLRUNREG
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE  IS DYNAMIC
000500            RECORD KEY   IS GR-RUN-KEY
000510            FILE STATUS  IS GLRUNREG-STATUS.
000520
000530     SELECT REPORT-FILE
000540            ASSIGN       TO  REPORTOUT
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS  IS REPORT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FINANCE-ACK-FILE
000610     RECORDING MODE IS F.
000620 01  FINANCE-ACK-LINE.
000630     05  FA-RECORD-TYPE          PIC X(03).
000640         88  FA-ACK-RECORD                 VALUE 'ACK'.
000650         88  FA-REJECT-RECORD              VALUE 'REJ'.
000660     05  FILLER                  PIC X(01).
000670     05  FA-RUN-ID               PIC 9(08).
000680     05  FILLER                  PIC X(01).
000690     05  FA-COMPANY-CODE         PIC X(02).
000700     05  FILLER                  PIC X(01).
000710     05  FA-ACK-DATA.
000720         10  FA-ACK-STATUS       PIC X(01).
000730             88  FA-FILE-ACCEPTED          VALUE 'A'.
000740             88  FA-FILE-REJECTED          VALUE 'R'.
000750         10  FILLER              PIC X(01).
000760         10  FA-RECEIVED-COUNT   PIC 9(07).
000770         10  FILLER              PIC X(01).
000780         10  FA-DEBIT-HASH       PIC 9(11)V9(02).
000790         10  FILLER              PIC X(01).
000800         10  FA-CREDIT-HASH      PIC 9(11)V9(02).
000810         10  FILLER              PIC X(01).
000820         10  FA-ACK-REASON       PIC X(40).
000830     05  FA-REJECT-DATA REDEFINES FA-ACK-DATA.
000840         10  FA-LINE-NO          PIC 9(07).
000850         10  FILLER              PIC X(01).
000860         10  FA-GL-ACCOUNT       PIC 9(07).
000870         10  FILLER              PIC X(01).
000880         10  FA-PERIOD           PIC 9(06).
000890         10  FILLER              PIC X(01).
000900         10  FA-REASON-CODE      PIC X(04).
000910         10  FILLER              PIC X(01).
000920         10  FA-REASON-TEXT      PIC X(40).
000930         10  FILLER              PIC X(10).
000940
000950 FD  GL-RUN-REGISTER.
000960 01  GL-RUN-STRUCTURE.
000970     COPY "GL-EXTRACT-RUN-RECORD.CPY" REPLACING ==(TAG)==
000980          BY ==GR-==.
000990
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  REPORT-LINE                  PIC X(100).
001030
001040 WORKING-STORAGE SECTION.
001050*                                                                *
001060*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                      *
001070*                                                                *
001080 01  FINACKIN                   PIC X(50)
001090     VALUE "gl-finance-ack.txt".
001100 01  GLRUNREG                   PIC X(50)
001110     VALUE "/mnt/c/cobfiles\gl-extract-runs.idx".
001120 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001130
001140 01  FINACK-STATUS              PIC X(02).
001150 01  GLRUNREG-STATUS            PIC X(02).
001160 01  REPORT-STATUS              PIC X(02).
001170
001180 01  WS-SWITCHES.
001190     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001200         88  WS-EOF-YES                    VALUE 'Y'.
001210     05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001220         88  WS-RUN-FOUND                  VALUE 'Y'.
001230
001240 01  WS-TODAY-8                 PIC 9(08).
001242 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001244     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001246 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001250 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
001260
001270 01  WS-ACCEPTED-COUNT          PIC 9(05) VALUE ZERO.
001280 01  WS-FILE-REJECT-COUNT       PIC 9(05) VALUE ZERO.
001290 01  WS-LINE-REJECT-COUNT       PIC 9(05) VALUE ZERO.
001300 01  WS-DIFFER-COUNT            PIC 9(05) VALUE ZERO.
001310 01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE ZERO.
001320 01  WS-UNREADABLE-COUNT        PIC 9(05) VALUE ZERO.
001330
001340*                                                                *
001350*   REPORT LINES -- ONE PER ANSWER, ONE PER REJECTED LINE        *
001360*                                                                *
001370 01  WS-ACK-DETAIL.
001380     05  WS-A-RUN                PIC 9(08).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  WS-A-COMPANY            PIC X(02).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  WS-A-STATUS             PIC X(14).
001430     05  WS-A-RECEIVED           PIC Z,ZZZ,ZZ9.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WS-A-SENT               PIC Z,ZZZ,ZZ9.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  WS-A-TOTALS             PIC X(13).
001480     05  WS-A-REASON             PIC X(30).
001490
001500 01  WS-REJECT-DETAIL.
001510     05  FILLER                  PIC X(04) VALUE SPACES.
001520     05  FILLER                  PIC X(05) VALUE "LINE ".
001530     05  WS-R-LINE               PIC ZZZZZZ9.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  WS-R-ACCOUNT            PIC 9(07).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  WS-R-PERIOD             PIC 9(06).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  WS-R-CODE               PIC X(04).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  WS-R-REASON             PIC X(40).
001620
001630 01  WS-D-COUNT                 PIC ZZ,ZZ9.
001640
001650 01  WS-RC-FUNCTION             PIC X(01).
001660 01  WS-RC-JOB-NAME             PIC X(20)
001670     VALUE "GL-ACK-IMPORT".
001680 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001690 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001700 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001710
001720*                                                                *
001730*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)       *
001740*                                                                *
001750 01  WS-SPOOL-FUNCTION          PIC X(01).
001760 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001770     VALUE "gl-ack-import".
001780 01  WS-SPOOL-JOB-NAME          PIC X(20)
001790     VALUE "GL-ACK-IMPORT".
001800 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
001810 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
001820 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
001830
001840 PROCEDURE DIVISION.
001850*                                                                *
001860*   0000-MAINLINE                                                *
001870*                                                                *
001880 0000-MAINLINE.
001890     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001895          WS-OVERRIDE-MARK.
001900     MOVE 'S' TO WS-RC-FUNCTION.
001910     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001920          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001930          WS-RC-CODE.
001940     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001950     IF WS-RC-CODE = "0000"
001960        PERFORM 2000-READ-ACK-LINE THRU 2000-EXIT
001970        PERFORM 3000-APPLY-ACK-LINE THRU 3000-EXIT
001980                UNTIL WS-EOF-YES
001990        CLOSE FINANCE-ACK-FILE
002000        CLOSE GL-RUN-REGISTER
002010     END-IF.
002020     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
002030     IF WS-RC-CODE = "0000"
002040        AND (WS-FILE-REJECT-COUNT > ZERO
002050             OR WS-LINE-REJECT-COUNT > ZERO
002060             OR WS-DIFFER-COUNT > ZERO
002070             OR WS-UNMATCHED-COUNT > ZERO)
002080        MOVE "0004" TO WS-RC-CODE
002090     END-IF.
002100     MOVE 'E' TO WS-RC-FUNCTION.
002110     MOVE WS-LINE-COUNT TO WS-RC-WRITTEN.
002120     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002130          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002140          WS-RC-CODE.
002150     DISPLAY "GL-ACK-IMPORT RUN COMPLETE".
002160     DISPLAY "LINES READ:           " WS-RC-READ.
002170     DISPLAY "FILES ACCEPTED:       " WS-ACCEPTED-COUNT.
002180     DISPLAY "FILES REJECTED:       " WS-FILE-REJECT-COUNT.
002190     DISPLAY "LINES REJECTED:       " WS-LINE-REJECT-COUNT.
002200     DISPLAY "TOTALS DIFFERING:     " WS-DIFFER-COUNT.
002210     DISPLAY "NOT ON THE REGISTER:  " WS-UNMATCHED-COUNT.
002220     GO TO 9999-EXIT.
002230
002240*                                                                *
002250*   1000-OPEN-FILES -- THE REPORT FIRST, SO A MISSING FILE IS    *
002260*   STILL REPORTED ON THE SPOOL                                  *
002270*                                                                *
002280 1000-OPEN-FILES.
002290     MOVE 'N' TO WS-SPOOL-FUNCTION.
002300     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002310          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002320          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002330          WS-SPOOL-MEMBER-NAME.
002340     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002350     OPEN OUTPUT REPORT-FILE.
002360     MOVE SPACES TO REPORT-LINE.
002370     STRING "GL INTERFACE ACKNOWLEDGMENTS FROM FINANCE -- "
002380            WS-TODAY-8
002390            DELIMITED BY SIZE INTO REPORT-LINE
002400     END-STRING.
002410     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002412     IF WS-DATE-OVERRIDDEN
002414        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002416        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002418     END-IF.
002420     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002430     STRING "RUN ID    CO  ANSWER         RECEIVED       SENT  "
002440            "TOTALS       REASON"
002450            DELIMITED BY SIZE INTO REPORT-LINE
002460     END-STRING.
002470     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002480     OPEN INPUT FINANCE-ACK-FILE.
002490     IF FINACK-STATUS NOT = '00'
002500        MOVE "  NO ACKNOWLEDGMENT FILE FROM FINANCE"
002510           TO REPORT-LINE
002520        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002530        DISPLAY "NO FINANCE ACKNOWLEDGMENT FILE FOUND -- "
002540                FINACKIN
002550        IF FINACK-STATUS = '05'
002560           CLOSE FINANCE-ACK-FILE
002570        END-IF
002580        MOVE "0004" TO WS-RC-CODE
002590        GO TO 1000-EXIT
002600     END-IF.
002610     OPEN I-O GL-RUN-REGISTER.
002620     IF GLRUNREG-STATUS NOT = '00'
002630        MOVE "  NO GL EXTRACT RUN REGISTER" TO REPORT-LINE
002640        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002650        DISPLAY "CANNOT OPEN GL EXTRACT RUN REGISTER -- "
002660                GLRUNREG-STATUS
002670        IF GLRUNREG-STATUS = '05'
002680           CLOSE GL-RUN-REGISTER
002690        END-IF
002700        CLOSE FINANCE-ACK-FILE
002710        MOVE "0008" TO WS-RC-CODE
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760 2000-READ-ACK-LINE.
002770     READ FINANCE-ACK-FILE
002780         AT END
002790            MOVE 'Y' TO WS-EOF-SWITCH
002800            GO TO 2000-EXIT
002810     END-READ.
002820     ADD 1 TO WS-RC-READ.
002830 2000-EXIT.
002840     EXIT.
002850
002860*                                                                *
002870*   3000-APPLY-ACK-LINE -- FIND THE RUN THE LINE ANSWERS FOR     *
002880*   AND RECORD IT                                                *
002890*                                                                *
002900 3000-APPLY-ACK-LINE.
002910     IF (NOT FA-ACK-RECORD AND NOT FA-REJECT-RECORD)
002920        OR FA-RUN-ID NOT NUMERIC
002930        ADD 1 TO WS-UNREADABLE-COUNT
002940        STRING "  UNREADABLE LINE: " FINANCE-ACK-LINE (1:60)
002950               DELIMITED BY SIZE INTO REPORT-LINE
002960        END-STRING
002970        PERFORM 4900-PUT-LINE THRU 4900-EXIT
002980        GO TO 3000-NEXT
002990     END-IF.
003000     MOVE FA-RUN-ID       TO GR-RUN-ID.
003010     MOVE FA-COMPANY-CODE TO GR-COMPANY-CODE.
003020     MOVE 'Y' TO WS-FOUND-SWITCH.
003030     READ GL-RUN-REGISTER
003040         INVALID KEY
003050            MOVE 'N' TO WS-FOUND-SWITCH
003060     END-READ.
003070     IF NOT WS-RUN-FOUND
003080        ADD 1 TO WS-UNMATCHED-COUNT
003090        STRING "  " FA-RECORD-TYPE " FOR RUN " FA-RUN-ID
003100               " COMPANY " FA-COMPANY-CODE
003110               " -- NOT ON THE GL EXTRACT RUN REGISTER"
003120               DELIMITED BY SIZE INTO REPORT-LINE
003130        END-STRING
003140        PERFORM 4900-PUT-LINE THRU 4900-EXIT
003150        GO TO 3000-NEXT
003160     END-IF.
003170     IF FA-ACK-RECORD
003180        PERFORM 3100-RECORD-ANSWER THRU 3100-EXIT
003190     ELSE
003200        PERFORM 3200-RECORD-REJECTED-LINE THRU 3200-EXIT
003210     END-IF.
003220     REWRITE GL-RUN-STRUCTURE
003230         INVALID KEY
003240            DISPLAY "REGISTER REWRITE FAILED -- RUN " GR-RUN-ID
003250                    " COMPANY " GR-COMPANY-CODE
003260     END-REWRITE.
003270 3000-NEXT.
003280     PERFORM 2000-READ-ACK-LINE THRU 2000-EXIT.
003290 3000-EXIT.
003300     EXIT.
003310
003320*                                                                *
003330*   3100-RECORD-ANSWER -- FINANCE'S VERDICT ON THE WHOLE FILE.   *
003340*   ANY REJ LINES FOLLOW IT, SO A REPEATED ANSWER STARTS THE     *
003350*   REJECTED-LINE COUNT AGAIN                                    *
003360*                                                                *
003370 3100-RECORD-ANSWER.
003380     MOVE WS-TODAY-8 TO GR-ACK-DATE.
003390     MOVE ZERO TO GR-REJECT-COUNT.
003400     MOVE SPACES TO WS-A-REASON.
003410     IF FA-RECEIVED-COUNT NUMERIC
003420        MOVE FA-RECEIVED-COUNT TO GR-ACK-RECEIVED-COUNT
003430     ELSE
003440        MOVE ZERO TO GR-ACK-RECEIVED-COUNT
003450     END-IF.
003460     IF FA-RECEIVED-COUNT = GR-RECORD-COUNT
003470        AND FA-DEBIT-HASH = GR-DEBIT-HASH
003480        AND FA-CREDIT-HASH = GR-CREDIT-HASH
003490        SET GR-TOTALS-AGREE TO TRUE
003500        MOVE "AGREE"         TO WS-A-TOTALS
003510     ELSE
003520        SET GR-TOTALS-DIFFER TO TRUE
003530        MOVE "DIFFER"        TO WS-A-TOTALS
003540        ADD 1 TO WS-DIFFER-COUNT
003550     END-IF.
003560     IF FA-FILE-REJECTED
003570        SET GR-RUN-REJECTED TO TRUE
003580        MOVE "FILE REJECTED" TO WS-A-STATUS
003590        MOVE FA-ACK-REASON   TO WS-A-REASON
003600        ADD 1 TO WS-FILE-REJECT-COUNT
003610     ELSE
003620        SET GR-RUN-ACCEPTED TO TRUE
003630        MOVE "ACCEPTED"      TO WS-A-STATUS
003640        ADD 1 TO WS-ACCEPTED-COUNT
003650     END-IF.
003660     MOVE GR-RUN-ID             TO WS-A-RUN.
003670     MOVE GR-COMPANY-CODE       TO WS-A-COMPANY.
003680     MOVE GR-ACK-RECEIVED-COUNT TO WS-A-RECEIVED.
003690     MOVE GR-RECORD-COUNT       TO WS-A-SENT.
003700     MOVE WS-ACK-DETAIL TO REPORT-LINE.
003710     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003720 3100-EXIT.
003730     EXIT.
003740
003750*                                                                *
003760*   3200-RECORD-REJECTED-LINE -- ONE DETAIL LINE FINANCE WOULD   *
003770*   NOT POST, LISTED WITH ITS REASON                             *
003780*                                                                *
003790 3200-RECORD-REJECTED-LINE.
003800     ADD 1 TO GR-REJECT-COUNT.
003810     ADD 1 TO WS-LINE-REJECT-COUNT.
003820     IF GR-ACK-DATE = ZERO
003830        MOVE WS-TODAY-8 TO GR-ACK-DATE
003840     END-IF.
003850     IF NOT GR-RUN-REJECTED
003860        SET GR-RUN-PARTLY-REJECTED TO TRUE
003870     END-IF.
003880     MOVE FA-LINE-NO     TO WS-R-LINE.
003890     MOVE FA-GL-ACCOUNT  TO WS-R-ACCOUNT.
003900     MOVE FA-PERIOD      TO WS-R-PERIOD.
003910     MOVE FA-REASON-CODE TO WS-R-CODE.
003920     MOVE FA-REASON-TEXT TO WS-R-REASON.
003930     MOVE WS-REJECT-DETAIL TO REPORT-LINE.
003940     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003950 3200-EXIT.
003960     EXIT.
003970
003980*                                                                *
003990*   4000-WRITE-TOTALS                                            *
004000*                                                                *
004010 4000-WRITE-TOTALS.
004020     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004030     MOVE WS-ACCEPTED-COUNT TO WS-D-COUNT.
004040     STRING "FILES ACCEPTED             " WS-D-COUNT
004050            DELIMITED BY SIZE INTO REPORT-LINE
004060     END-STRING.
004070     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004080     MOVE WS-FILE-REJECT-COUNT TO WS-D-COUNT.
004090     STRING "FILES REJECTED WHOLE       " WS-D-COUNT
004100            DELIMITED BY SIZE INTO REPORT-LINE
004110     END-STRING.
004120     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004130     MOVE WS-LINE-REJECT-COUNT TO WS-D-COUNT.
004140     STRING "DETAIL LINES REJECTED      " WS-D-COUNT
004150            DELIMITED BY SIZE INTO REPORT-LINE
004160     END-STRING.
004170     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004180     MOVE WS-DIFFER-COUNT TO WS-D-COUNT.
004190     STRING "COUNT OR HASH TOTALS DIFFER" WS-D-COUNT
004200            DELIMITED BY SIZE INTO REPORT-LINE
004210     END-STRING.
004220     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004230     MOVE WS-UNMATCHED-COUNT TO WS-D-COUNT.
004240     STRING "NOT ON THE RUN REGISTER    " WS-D-COUNT
004250            DELIMITED BY SIZE INTO REPORT-LINE
004260     END-STRING.
004270     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004280     MOVE WS-UNREADABLE-COUNT TO WS-D-COUNT.
004290     STRING "UNREADABLE LINES           " WS-D-COUNT
004300            DELIMITED BY SIZE INTO REPORT-LINE
004310     END-STRING.
004320     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
004330     CLOSE REPORT-FILE.
004340     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
004350     MOVE 'R' TO WS-SPOOL-FUNCTION.
004360     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004370          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004380          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004390          WS-SPOOL-MEMBER-NAME.
004400 4000-EXIT.
004410     EXIT.
004420
004430 4900-PUT-LINE.
004440     WRITE REPORT-LINE.
004450     ADD 1 TO WS-LINE-COUNT.
004460     MOVE SPACES TO REPORT-LINE.
004470 4900-EXIT.
004480     EXIT.
004490
004500 9999-EXIT.
004510     STOP RUN.
