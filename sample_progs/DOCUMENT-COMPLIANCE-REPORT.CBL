000010******************************************************************
000020*                                                                *
000030*   DOCUMENT-COMPLIANCE-REPORT                                   *
000040*                                                                *
000050*   LISTS EVERY RECORD WHOSE DATA RESTS ON A PAPER OR SCANNED    *
000060*   DOCUMENT THE DOCUMENT REGISTER SAYS WE DO NOT HOLD:          *
000070*                                                                *
000080*     AA  ACTIVE ACH AUTOPAY WITH NO SIGNED AUTHORIZATION        *
000090*     TX  A TAX EXEMPTION CERTIFICATE ON FILE WITH NO COPY OF    *
000100*         THE CERTIFICATE                                        *
000110*     DC  A CONTACT FLAGGED DECEASED WITH NO DEATH CERTIFICATE   *
000120*         OR NOTIFICATION (REGISTERED AGAINST THE CONTACT OR     *
000130*         ITS ACCOUNT)                                           *
000140*     CO  A LEGAL HOLD FOR A COURT ORDER WITH NO COPY OF THE     *
000150*         ORDER                                                  *
000160*     BK  A LEGAL HOLD FOR BANKRUPTCY WITH NO NOTICE OF FILING   *
000170*                                                                *
000180*   A DOCUMENT RECORDED AS DESTROYED DOES NOT COUNT.  THE        *
000190*   REPORT IS REGISTERED ON THE SPOOL; ANY EXCEPTION SETS THE    *
000200*   RUN-CONTROL CODE TO FLAG.                                    *
000210*                                                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.      DOCUMENT-COMPLIANCE-REPORT.
000250 AUTHOR.          DATA PROCESSING.
000260 INSTALLATION.    ACCOUNTING SYSTEMS.
000270 DATE-WRITTEN.    10/15/2026.
000280 DATE-COMPILED.   10/15/2026.
000290*                                                                *
000300*   MODIFICATION HISTORY                                        *
000310*   ------------------------------------------------------------ *
000320*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000322*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000324*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000326*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000328*                    HEADING.                                   *
000330*                                                                *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL DOCUMENT-FILE
000380            ASSIGN       TO  DOCREG
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE  IS DYNAMIC
000410            RECORD KEY   IS DR-DOCUMENT-KEY
000420            FILE STATUS  IS DOCREG-STATUS.
000430
000440     SELECT OPTIONAL BANK-DETAILS
000450            ASSIGN       TO  BANKDTL
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE  IS DYNAMIC
000480            RECORD KEY   IS BD-ACCOUNT-ID
000490            FILE STATUS  IS BANKDTL-STATUS.
000500
000510     SELECT OPTIONAL TAX-EXEMPT-FILE
000520            ASSIGN       TO  TAXEXEMPT
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE  IS DYNAMIC
000550            RECORD KEY   IS TE-ACCOUNT-ID
000560            FILE STATUS  IS TAXEXEMPT-STATUS.
000570
000580     SELECT OPTIONAL ACCOUNT-MASTER
000590            ASSIGN       TO  ACCTMSTR
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE  IS DYNAMIC
000620            RECORD KEY   IS AM-ACCOUNT-ID
000630            FILE STATUS  IS ACCTMSTR-STATUS.
000640
000650     SELECT OPTIONAL ADDRESS-FILE
000660            ASSIGN       TO  ADDROUT
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE  IS DYNAMIC
000690            RECORD KEY   IS FD-PHONE
000700            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000710            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000720            FILE STATUS  IS ADDRESS-STATUS.
000730
000740     SELECT REPORT-FILE
000750            ASSIGN       TO  REPORTOUT
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS  IS REPORT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DOCUMENT-FILE.
000820 01  DOCUMENT-STRUCTURE.
000830     COPY "DOCUMENT-REGISTER-RECORD.CPY" REPLACING ==(TAG)==
000840          BY ==DR-==.
000850
000860 FD  BANK-DETAILS.
000870 01  BANK-DETAILS-STRUCTURE.
000880     COPY "BANK-DETAILS-RECORD.CPY" REPLACING ==(TAG)==
000890          BY ==BD-==.
000900
000910 FD  TAX-EXEMPT-FILE.
000920 01  TAX-EXEMPT-STRUCTURE.
000930     COPY "TAX-EXEMPT-RECORD.CPY" REPLACING ==(TAG)==
000940          BY ==TE-==.
000950
000960 FD  ACCOUNT-MASTER.
000970 01  ACCOUNT-MASTER-STRUCTURE.
000980     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000990          BY ==AM-==.
001000
001010 FD  ADDRESS-FILE.
001020 01  ADDRESS-STRUCTURE.
001030     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
001040
001050 FD  REPORT-FILE.
001060 01  REPORT-LINE                PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090 01  DOCREG                     PIC X(50)
001100     VALUE "/mnt/c/cobfiles\document-register.idx".
001110 01  BANKDTL                    PIC X(50)
001120     VALUE "/mnt/c/cobfiles\bank-details.idx".
001130 01  TAXEXEMPT                  PIC X(50)
001140     VALUE "/mnt/c/cobfiles\tax-exempt.idx".
001150 01  ACCTMSTR                   PIC X(50)
001160     VALUE "/mnt/c/cobfiles\account-master.idx".
001170 01  ADDROUT                    PIC X(50)
001180     VALUE "/mnt/c/cobfiles\address.idx".
001190 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001200
001210 01  DOCREG-STATUS              PIC X(02).
001220 01  BANKDTL-STATUS             PIC X(02).
001230 01  TAXEXEMPT-STATUS           PIC X(02).
001240 01  ACCTMSTR-STATUS            PIC X(02).
001250 01  ADDRESS-STATUS             PIC X(02).
001260 01  REPORT-STATUS              PIC X(02).
001270
001280*                                                                *
001290*   REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)             *
001300*                                                                *
001310 01  WS-SPOOL-FUNCTION          PIC X(01).
001320 01  WS-SPOOL-REPORT            PIC X(20)
001330     VALUE "document-compliance".
001340 01  WS-SPOOL-JOB               PIC X(20)
001350     VALUE "DOCUMENT-COMPLIANCE".
001360 01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'P'.
001370 01  WS-SPOOL-LINES             PIC 9(07) VALUE ZERO.
001380
001390*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
001400 01  WS-RC-FUNCTION             PIC X(01).
001410 01  WS-RC-JOB-NAME             PIC X(20)
001420     VALUE "DOCUMENT-COMPLIANCE".
001430 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001440 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001450 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001460
001470 01  WS-SWITCHES.
001480     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001490         88  WS-EOF-YES                   VALUE 'Y'.
001500     05  WS-DOCREG-SWITCH       PIC X(01) VALUE 'N'.
001510         88  WS-DOCREG-OPEN               VALUE 'Y'.
001520     05  WS-HELD-SWITCH         PIC X(01) VALUE 'N'.
001530         88  WS-DOCUMENT-ON-FILE          VALUE 'Y'.
001540     05  WS-SCAN-SWITCH         PIC X(01) VALUE 'N'.
001550         88  WS-SCAN-DONE                 VALUE 'Y'.
001560
001570 01  WS-TODAY-8                 PIC 9(08).
001572 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001574     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001576 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001580 01  WS-WORK-ACCOUNT            PIC 9(07).
001590
001600*   THE DOCUMENT BEING LOOKED FOR BY 7000-CHECK-REGISTER.
001610 01  WS-NEED-OWNER-TYPE         PIC X(01).
001620 01  WS-NEED-OWNER-ID           PIC X(12).
001630 01  WS-NEED-TYPE               PIC X(02).
001640
001650 01  WS-COUNTS.
001660     05  WS-CHECKED-COUNT       PIC 9(07) VALUE ZERO.
001670     05  WS-AA-COUNT            PIC 9(05) VALUE ZERO.
001680     05  WS-TX-COUNT            PIC 9(05) VALUE ZERO.
001690     05  WS-DC-COUNT            PIC 9(05) VALUE ZERO.
001700     05  WS-CO-COUNT            PIC 9(05) VALUE ZERO.
001710     05  WS-BK-COUNT            PIC 9(05) VALUE ZERO.
001720     05  WS-EXCEPTION-COUNT     PIC 9(05) VALUE ZERO.
001730
001740 01  WS-HEADING-LINE.
001750     05  FILLER                 PIC X(40)
001760         VALUE "DOCUMENT COMPLIANCE EXCEPTIONS -- RECORD".
001770     05  FILLER                 PIC X(30)
001780         VALUE "S WITH NO SUPPORTING DOCUMENT ".
001790     05  WS-H-DATE              PIC 9(08).
001800
001810 01  WS-COLUMN-LINE.
001820     05  FILLER                 PIC X(06) VALUE "NEED".
001830     05  FILLER                 PIC X(10) VALUE "ACCOUNT".
001840     05  FILLER                 PIC X(14) VALUE "CONTACT".
001850     05  FILLER                 PIC X(22) VALUE "NAME".
001860     05  FILLER                 PIC X(40) VALUE "WHAT ON FILE".
001870
001880 01  WS-DETAIL-LINE.
001890     05  WS-D-NEED              PIC X(02).
001900     05  FILLER                 PIC X(04) VALUE SPACES.
001910     05  WS-D-ACCOUNT           PIC X(07).
001920     05  FILLER                 PIC X(03) VALUE SPACES.
001930     05  WS-D-PHONE             PIC X(12).
001940     05  FILLER                 PIC X(02) VALUE SPACES.
001950     05  WS-D-NAME              PIC X(20).
001960     05  FILLER                 PIC X(02) VALUE SPACES.
001970     05  WS-D-WHAT              PIC X(60).
001980
001990 PROCEDURE DIVISION.
002000*                                                                *
002010*   0000-MAINLINE                                               *
002020*                                                                *
002030 0000-MAINLINE.
002040     MOVE 'S' TO WS-RC-FUNCTION.
002050     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002060          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002070          WS-RC-CODE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-CHECK-AUTOPAY THRU 2000-EXIT.
002100     PERFORM 3000-CHECK-TAX-EXEMPT THRU 3000-EXIT.
002110     PERFORM 4000-CHECK-LEGAL-HOLDS THRU 4000-EXIT.
002120     PERFORM 5000-CHECK-DECEASED THRU 5000-EXIT.
002130     PERFORM 8000-FINISH THRU 8000-EXIT.
002140     GO TO 9999-EXIT.
002150
002160*                                                                *
002170*   1000-INITIALIZE                                             *
002180*                                                                *
002190 1000-INITIALIZE.
002200     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002205          WS-OVERRIDE-MARK.
002210     OPEN INPUT DOCUMENT-FILE.
002220     IF DOCREG-STATUS = '00'
002230        MOVE 'Y' TO WS-DOCREG-SWITCH
002240     ELSE
002250        DISPLAY "WARNING -- NO DOCUMENT REGISTER, EVERY "
002260                "RECORD WILL BE LISTED"
002270     END-IF.
002280     MOVE 'N' TO WS-SPOOL-FUNCTION.
002290     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002300          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
002310          WS-SPOOL-LINES, REPORTOUT.
002320     OPEN OUTPUT REPORT-FILE.
002330     MOVE WS-TODAY-8 TO WS-H-DATE.
002340     WRITE REPORT-LINE FROM WS-HEADING-LINE.
002342     IF WS-DATE-OVERRIDDEN
002344        WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
002346        ADD 1 TO WS-SPOOL-LINES
002348     END-IF.
002350     MOVE SPACES TO REPORT-LINE.
002360     WRITE REPORT-LINE.
002370     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
002380     ADD 3 TO WS-SPOOL-LINES.
002390 1000-EXIT.
002400     EXIT.
002410
002420*                                                                *
002430*   2000-CHECK-AUTOPAY -- EVERY ACTIVE MANDATE NEEDS ITS SIGNED *
002440*   AUTHORIZATION                                               *
002450*                                                                *
002460 2000-CHECK-AUTOPAY.
002470     OPEN INPUT BANK-DETAILS.
002480     IF BANKDTL-STATUS NOT = '00'
002490        GO TO 2000-EXIT
002500     END-IF.
002510     MOVE 'N' TO WS-EOF-SWITCH.
002520     PERFORM 2100-CHECK-ONE-MANDATE THRU 2100-EXIT
002530             UNTIL WS-EOF-YES.
002540     CLOSE BANK-DETAILS.
002550 2000-EXIT.
002560     EXIT.
002570
002580 2100-CHECK-ONE-MANDATE.
002590     READ BANK-DETAILS NEXT RECORD
002600         AT END
002610            MOVE 'Y' TO WS-EOF-SWITCH
002620            GO TO 2100-EXIT
002630     END-READ.
002640     ADD 1 TO WS-CHECKED-COUNT.
002650     IF NOT BD-AUTOPAY-ACTIVE
002660        GO TO 2100-EXIT
002670     END-IF.
002680     MOVE BD-ACCOUNT-ID TO WS-WORK-ACCOUNT.
002690     MOVE "AA" TO WS-NEED-TYPE.
002700     PERFORM 7100-CHECK-ACCOUNT-DOC THRU 7100-EXIT.
002710     IF WS-DOCUMENT-ON-FILE
002720        GO TO 2100-EXIT
002730     END-IF.
002740     ADD 1 TO WS-AA-COUNT.
002750     MOVE SPACES TO WS-D-PHONE WS-D-NAME WS-D-WHAT.
002760     STRING "ACTIVE AUTOPAY, AUTHORIZED "
002770            BD-AUTHORIZATION-DATE
002780            DELIMITED BY SIZE INTO WS-D-WHAT
002790     END-STRING.
002800     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
002810 2100-EXIT.
002820     EXIT.
002830
002840*                                                                *
002850*   3000-CHECK-TAX-EXEMPT -- AN UNEXPIRED EXEMPTION NEEDS THE   *
002860*   CERTIFICATE ITSELF                                          *
002870*                                                                *
002880 3000-CHECK-TAX-EXEMPT.
002890     OPEN INPUT TAX-EXEMPT-FILE.
002900     IF TAXEXEMPT-STATUS NOT = '00'
002910        GO TO 3000-EXIT
002920     END-IF.
002930     MOVE 'N' TO WS-EOF-SWITCH.
002940     PERFORM 3100-CHECK-ONE-CERT THRU 3100-EXIT
002950             UNTIL WS-EOF-YES.
002960     CLOSE TAX-EXEMPT-FILE.
002970 3000-EXIT.
002980     EXIT.
002990
003000 3100-CHECK-ONE-CERT.
003010     READ TAX-EXEMPT-FILE NEXT RECORD
003020         AT END
003030            MOVE 'Y' TO WS-EOF-SWITCH
003040            GO TO 3100-EXIT
003050     END-READ.
003060     ADD 1 TO WS-CHECKED-COUNT.
003070     IF TE-EXPIRY-DATE NUMERIC
003080        AND TE-EXPIRY-DATE NOT = ZERO
003090        AND TE-EXPIRY-DATE < WS-TODAY-8
003100        GO TO 3100-EXIT
003110     END-IF.
003120     MOVE TE-ACCOUNT-ID TO WS-WORK-ACCOUNT.
003130     MOVE "TX" TO WS-NEED-TYPE.
003140     PERFORM 7100-CHECK-ACCOUNT-DOC THRU 7100-EXIT.
003150     IF WS-DOCUMENT-ON-FILE
003160        GO TO 3100-EXIT
003170     END-IF.
003180     ADD 1 TO WS-TX-COUNT.
003190     MOVE SPACES TO WS-D-PHONE WS-D-NAME WS-D-WHAT.
003200     STRING "EXEMPT CERT " TE-CERTIFICATE-NO
003210            " " TE-ISSUING-STATE
003220            " EXPIRES " TE-EXPIRY-DATE
003230            DELIMITED BY SIZE INTO WS-D-WHAT
003240     END-STRING.
003250     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
003260 3100-EXIT.
003270     EXIT.
003280
003290*                                                                *
003300*   4000-CHECK-LEGAL-HOLDS -- A COURT-ORDER OR BANKRUPTCY HOLD  *
003310*   NEEDS THE ORDER OR THE NOTICE OF FILING                     *
003320*                                                                *
003330 4000-CHECK-LEGAL-HOLDS.
003340     OPEN INPUT ACCOUNT-MASTER.
003350     IF ACCTMSTR-STATUS NOT = '00'
003360        GO TO 4000-EXIT
003370     END-IF.
003380     MOVE 'N' TO WS-EOF-SWITCH.
003390     PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
003400             UNTIL WS-EOF-YES.
003410     CLOSE ACCOUNT-MASTER.
003420 4000-EXIT.
003430     EXIT.
003440
003450 4100-CHECK-ONE-ACCOUNT.
003460     READ ACCOUNT-MASTER NEXT RECORD
003470         AT END
003480            MOVE 'Y' TO WS-EOF-SWITCH
003490            GO TO 4100-EXIT
003500     END-READ.
003510     ADD 1 TO WS-CHECKED-COUNT.
003520     IF NOT AM-ON-LEGAL-HOLD
003530        GO TO 4100-EXIT
003540     END-IF.
003550     IF AM-HOLD-REASON NOT = "CO" AND AM-HOLD-REASON NOT = "BK"
003560        GO TO 4100-EXIT
003570     END-IF.
003580     MOVE AM-ACCOUNT-ID  TO WS-WORK-ACCOUNT.
003590     MOVE AM-HOLD-REASON TO WS-NEED-TYPE.
003600     PERFORM 7100-CHECK-ACCOUNT-DOC THRU 7100-EXIT.
003610     IF WS-DOCUMENT-ON-FILE
003620        GO TO 4100-EXIT
003630     END-IF.
003640     IF AM-HOLD-REASON = "CO"
003650        ADD 1 TO WS-CO-COUNT
003660     ELSE
003670        ADD 1 TO WS-BK-COUNT
003680     END-IF.
003690     MOVE SPACES TO WS-D-PHONE WS-D-NAME WS-D-WHAT.
003700     STRING "LEGAL HOLD " AM-HOLD-REASON
003710            " SINCE " AM-HOLD-DATE
003720            DELIMITED BY SIZE INTO WS-D-WHAT
003730     END-STRING.
003740     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
003750 4100-EXIT.
003760     EXIT.
003770
003780*                                                                *
003790*   5000-CHECK-DECEASED -- THE DEATH CERTIFICATE OR NOTIFICATION*
003800*   MAY BE FILED AGAINST THE CONTACT OR AGAINST ITS ACCOUNT     *
003810*                                                                *
003820 5000-CHECK-DECEASED.
003830     OPEN INPUT ADDRESS-FILE.
003840     IF ADDRESS-STATUS NOT = '00'
003850        GO TO 5000-EXIT
003860     END-IF.
003870     MOVE 'N' TO WS-EOF-SWITCH.
003880     PERFORM 5100-CHECK-ONE-CONTACT THRU 5100-EXIT
003890             UNTIL WS-EOF-YES.
003900     CLOSE ADDRESS-FILE.
003910 5000-EXIT.
003920     EXIT.
003930
003940 5100-CHECK-ONE-CONTACT.
003950     READ ADDRESS-FILE NEXT RECORD
003960         AT END
003970            MOVE 'Y' TO WS-EOF-SWITCH
003980            GO TO 5100-EXIT
003990     END-READ.
004000     ADD 1 TO WS-CHECKED-COUNT.
004010     IF NOT FD-DECEASED-YES
004020        GO TO 5100-EXIT
004030     END-IF.
004040     MOVE 'C'      TO WS-NEED-OWNER-TYPE.
004050     MOVE FD-PHONE TO WS-NEED-OWNER-ID.
004060     MOVE "DC"     TO WS-NEED-TYPE.
004070     PERFORM 7000-CHECK-REGISTER THRU 7000-EXIT.
004080     IF WS-DOCUMENT-ON-FILE
004090        GO TO 5100-EXIT
004100     END-IF.
004110     IF FD-ACCOUNT-ID NUMERIC AND FD-ACCOUNT-ID NOT = ZERO
004120        MOVE FD-ACCOUNT-ID TO WS-WORK-ACCOUNT
004130        PERFORM 7100-CHECK-ACCOUNT-DOC THRU 7100-EXIT
004140        IF WS-DOCUMENT-ON-FILE
004150           GO TO 5100-EXIT
004160        END-IF
004170     ELSE
004180        MOVE ZERO TO WS-WORK-ACCOUNT
004190     END-IF.
004200     ADD 1 TO WS-DC-COUNT.
004210     MOVE SPACES TO WS-D-WHAT.
004220     MOVE FD-PHONE     TO WS-D-PHONE.
004230     MOVE FD-LAST-NAME TO WS-D-NAME.
004240     STRING "DECEASED, NOTIFIED " FD-DECEASED-DATE
004250            DELIMITED BY SIZE INTO WS-D-WHAT
004260     END-STRING.
004270     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
004280 5100-EXIT.
004290     EXIT.
004300
004310*                                                                *
004320*   6000-WRITE-EXCEPTION                                        *
004330*                                                                *
004340 6000-WRITE-EXCEPTION.
004350     ADD 1 TO WS-EXCEPTION-COUNT.
004360     MOVE WS-NEED-TYPE TO WS-D-NEED.
004370     IF WS-WORK-ACCOUNT = ZERO
004380        MOVE SPACES TO WS-D-ACCOUNT
004390     ELSE
004400        MOVE WS-WORK-ACCOUNT TO WS-D-ACCOUNT
004410     END-IF.
004420     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004430     ADD 1 TO WS-SPOOL-LINES.
004440 6000-EXIT.
004450     EXIT.
004460
004470*                                                                *
004480*   7000-CHECK-REGISTER -- IS A DOCUMENT OF WS-NEED-TYPE HELD   *
004490*   FOR THE OWNER?  ANY SEQUENCE NOT RECORDED DESTROYED WILL DO *
004500*                                                                *
004510 7000-CHECK-REGISTER.
004520     MOVE 'N' TO WS-HELD-SWITCH.
004530     IF NOT WS-DOCREG-OPEN
004540        GO TO 7000-EXIT
004550     END-IF.
004560     MOVE WS-NEED-OWNER-TYPE TO DR-OWNER-TYPE.
004570     MOVE WS-NEED-OWNER-ID   TO DR-OWNER-ID.
004580     MOVE WS-NEED-TYPE       TO DR-DOCUMENT-TYPE.
004590     MOVE ZERO               TO DR-DOCUMENT-SEQ.
004600     START DOCUMENT-FILE KEY IS >= DR-DOCUMENT-KEY
004610         INVALID KEY
004620            GO TO 7000-EXIT
004630     END-START.
004640     MOVE 'N' TO WS-SCAN-SWITCH.
004650     PERFORM 7050-READ-ONE-DOCUMENT THRU 7050-EXIT
004660             UNTIL WS-SCAN-DONE.
004670 7000-EXIT.
004680     EXIT.
004690
004700 7050-READ-ONE-DOCUMENT.
004710     READ DOCUMENT-FILE NEXT RECORD
004720         AT END
004730            MOVE 'Y' TO WS-SCAN-SWITCH
004740            GO TO 7050-EXIT
004750     END-READ.
004760     IF DR-OWNER-TYPE NOT = WS-NEED-OWNER-TYPE
004770        OR DR-OWNER-ID NOT = WS-NEED-OWNER-ID
004780        OR DR-DOCUMENT-TYPE NOT = WS-NEED-TYPE
004790        MOVE 'Y' TO WS-SCAN-SWITCH
004800        GO TO 7050-EXIT
004810     END-IF.
004820     IF DR-DOCUMENT-HELD
004830        MOVE 'Y' TO WS-HELD-SWITCH
004840        MOVE 'Y' TO WS-SCAN-SWITCH
004850     END-IF.
004860 7050-EXIT.
004870     EXIT.
004880
004890 7100-CHECK-ACCOUNT-DOC.
004900     MOVE 'A' TO WS-NEED-OWNER-TYPE.
004910     MOVE SPACES TO WS-NEED-OWNER-ID.
004920     MOVE WS-WORK-ACCOUNT TO WS-NEED-OWNER-ID (1:7).
004930     PERFORM 7000-CHECK-REGISTER THRU 7000-EXIT.
004940 7100-EXIT.
004950     EXIT.
004960
004970*                                                                *
004980*   8000-FINISH                                                 *
004990*                                                                *
005000 8000-FINISH.
005010     MOVE SPACES TO REPORT-LINE.
005020     WRITE REPORT-LINE.
005030     MOVE SPACES TO REPORT-LINE.
005040     STRING "MISSING -- AUTOPAY AUTH: " WS-AA-COUNT
005050            "  TAX CERT: " WS-TX-COUNT
005060            "  DEATH NOTICE: " WS-DC-COUNT
005070            "  COURT ORDER: " WS-CO-COUNT
005080            "  BANKRUPTCY: " WS-BK-COUNT
005090            DELIMITED BY SIZE INTO REPORT-LINE
005100     END-STRING.
005110     WRITE REPORT-LINE.
005120     MOVE SPACES TO REPORT-LINE.
005130     STRING "TOTAL EXCEPTIONS: " WS-EXCEPTION-COUNT
005140            DELIMITED BY SIZE INTO REPORT-LINE
005150     END-STRING.
005160     WRITE REPORT-LINE.
005170     ADD 3 TO WS-SPOOL-LINES.
005180     CLOSE REPORT-FILE.
005190     MOVE 'R' TO WS-SPOOL-FUNCTION.
005200     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
005210          WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
005220          WS-SPOOL-LINES, REPORTOUT.
005230     IF WS-DOCREG-OPEN
005240        CLOSE DOCUMENT-FILE
005250     END-IF.
005260     DISPLAY "DOCUMENT-COMPLIANCE-REPORT RUN COMPLETE".
005270     DISPLAY "RECORDS CHECKED:   " WS-CHECKED-COUNT.
005280     DISPLAY "EXCEPTIONS LISTED: " WS-EXCEPTION-COUNT.
005290     IF WS-EXCEPTION-COUNT > ZERO
005300        MOVE "FLAG" TO WS-RC-CODE
005310     END-IF.
005320     MOVE 'E' TO WS-RC-FUNCTION.
005330     MOVE WS-CHECKED-COUNT   TO WS-RC-READ.
005340     MOVE WS-EXCEPTION-COUNT TO WS-RC-WRITTEN.
005350     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
005360          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
005370          WS-RC-CODE.
005380 8000-EXIT.
005390     EXIT.
005400
005410 9999-EXIT.
005420     STOP RUN.
