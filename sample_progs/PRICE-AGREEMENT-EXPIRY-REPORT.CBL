000010******************************************************************
000020*                                                                *
000030*   PRICE-AGREEMENT-EXPIRY-REPORT                                *
000040*                                                                *
000050*   LISTS EVERY ACTIVE NEGOTIATED PRICE AGREEMENT (SEE           *
000060*   PRICE-AGREEMENT-RECORD.CPY) THAT EXPIRES WITHIN THE WINDOW,  *
000070*   WITH THE SALES REP WHO NEGOTIATED IT, SO SALES CAN RENEW OR  *
000080*   RENEGOTIATE BEFORE THE ACCOUNT FALLS BACK TO THE STANDARD    *
000090*   PRICE.  THE WINDOW IS 60 DAYS UNLESS AN AGREEMENT-WINDOW=    *
000100*   LINE IN THE SHARED LEDGER RUN PARAMETER FILE SAYS OTHERWISE. *
000110*   AN AGREEMENT WITH NO EXPIRY DATE, OR ONE ALREADY EXPIRED, IS *
000120*   NOT LISTED.  THE REPORT IS REGISTERED ON THE SPOOL.          *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.      PRICE-AGREEMENT-EXPIRY-REPORT.
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
000290     SELECT OPTIONAL PRICE-AGREEMENTS
000300            ASSIGN       TO  PRICEAGR
000310            ORGANIZATION IS INDEXED
000320            ACCESS MODE  IS DYNAMIC
000330            RECORD KEY   IS NP-AGREEMENT-KEY
000340            FILE STATUS  IS PRICEAGR-STATUS.
000350
000360     SELECT REPORT-FILE
000370            ASSIGN       TO  REPORTOUT
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS  IS REPORT-STATUS.
000400
000410     SELECT OPTIONAL RUN-PARM-FILE
000420            ASSIGN       TO  RUNPARMS
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS  IS RUNPARM-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PRICE-AGREEMENTS.
000490 01  PRICE-AGREEMENT-STRUCTURE.
000500     COPY "PRICE-AGREEMENT-RECORD.CPY" REPLACING ==(TAG)==
000510          BY ==NP-==.
000520
000530 FD  REPORT-FILE
000540     RECORDING MODE IS F.
000550 01  REPORT-LINE                  PIC X(100).
000560
000570 FD  RUN-PARM-FILE
000580     RECORDING MODE IS F.
000590 01  RUN-PARM-LINE                PIC X(40).
000600
000610 WORKING-STORAGE SECTION.
000620 01  PRICEAGR                   PIC X(50)
000630     VALUE "/mnt/c/cobfiles\price-agreements.idx".
000640 01  PRICEAGR-STATUS            PIC X(02).
000650 01  REPORTOUT                  PIC X(50) VALUE SPACES.
000660 01  REPORT-STATUS              PIC X(02).
000670 01  RUNPARMS                   PIC X(50)
000680     VALUE "ledger-run-parms.txt".
000690 01  RUNPARM-STATUS             PIC X(02).
000700 01  WS-PARM-NAME               PIC X(20).
000710 01  WS-PARM-VALUE              PIC X(20).
000720
000730 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000740     88  WS-EOF-YES                       VALUE 'Y'.
000750 01  WS-TODAY-8                 PIC 9(08).
000760 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000770     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000780 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000790 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000800 01  WS-EXPIRY-INTEGER-DATE     PIC 9(07).
000810 01  WS-DAYS-LEFT               PIC S9(05) VALUE ZERO.
000820 01  WS-WINDOW-DAYS             PIC 9(03) VALUE 60.
000830 01  WS-AGREEMENT-COUNT         PIC 9(05) VALUE ZERO.
000840 01  WS-EXPIRING-COUNT          PIC 9(05) VALUE ZERO.
000850
000860 01  WS-SPOOL-FUNCTION          PIC X(01).
000870 01  WS-SPOOL-REPORT-NAME       PIC X(20)
000880     VALUE "price-agree-expiry".
000890 01  WS-SPOOL-JOB-NAME          PIC X(20)
000900     VALUE "PRICE-AGREE-EXPIRY".
000910 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'M'.
000920 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
000930 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
000940
000950 01  WS-REPORT-DETAIL.
000960     05  WS-R-REP                PIC X(10).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  WS-R-ACCOUNT            PIC 9(07).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  WS-R-CODE               PIC X(06).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  WS-R-METHOD             PIC X(01).
001030     05  FILLER                  PIC X(01) VALUE SPACES.
001040     05  WS-R-PRICE              PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  WS-R-PERCENT            PIC ZZ9.99 BLANK WHEN ZERO.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  WS-R-EXPIRY             PIC 9(08).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  WS-R-DAYS               PIC ZZZZ9.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  WS-R-CONTRACT           PIC X(20).
001130
001140 PROCEDURE DIVISION.
001150*                                                                *
001160*   0000-MAINLINE                                               *
001170*                                                                *
001180 0000-MAINLINE.
001190     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001200          WS-OVERRIDE-MARK.
001210     COMPUTE WS-TODAY-INTEGER-DATE =
001220        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001230     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001240     OPEN INPUT PRICE-AGREEMENTS.
001250     IF PRICEAGR-STATUS NOT = '00'
001260        DISPLAY "NO PRICE AGREEMENT FILE FOUND -- " PRICEAGR
001270        GO TO 9999-EXIT
001280     END-IF.
001290     MOVE 'N' TO WS-SPOOL-FUNCTION.
001300     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001310          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001320          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001330          WS-SPOOL-MEMBER-NAME.
001340     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
001350     OPEN OUTPUT REPORT-FILE.
001360     MOVE SPACES TO REPORT-LINE.
001370     STRING "PRICE AGREEMENTS EXPIRING WITHIN " WS-WINDOW-DAYS
001380            " DAYS   RUN " WS-TODAY-8
001390            DELIMITED BY SIZE INTO REPORT-LINE
001400     END-STRING.
001410     WRITE REPORT-LINE.
001420     IF WS-DATE-OVERRIDDEN
001430        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
001440        WRITE REPORT-LINE
001450        ADD 1 TO WS-SPOOL-LINE-COUNT
001460     END-IF.
001470     MOVE "SALES REP   ACCOUNT  CODE    M      "
001480        & "PRICE    PCT  EXPIRES    DAYS  CONTRACT"
001490        TO REPORT-LINE.
001500     WRITE REPORT-LINE.
001510     ADD 2 TO WS-SPOOL-LINE-COUNT.
001520     MOVE LOW-VALUES TO NP-AGREEMENT-KEY.
001530     START PRICE-AGREEMENTS KEY IS >= NP-AGREEMENT-KEY
001540         INVALID KEY
001550            MOVE 'Y' TO WS-EOF-SWITCH
001560     END-START.
001570     PERFORM 3000-CHECK-ONE-AGREEMENT THRU 3000-EXIT
001580             UNTIL WS-EOF-YES.
001590     MOVE SPACES TO REPORT-LINE.
001600     WRITE REPORT-LINE.
001610     MOVE SPACES TO REPORT-LINE.
001620     STRING "ACTIVE AGREEMENTS: " WS-AGREEMENT-COUNT
001630            "  EXPIRING WITHIN " WS-WINDOW-DAYS
001640            " DAYS: " WS-EXPIRING-COUNT
001650            DELIMITED BY SIZE INTO REPORT-LINE
001660     END-STRING.
001670     WRITE REPORT-LINE.
001680     ADD 2 TO WS-SPOOL-LINE-COUNT.
001690     CLOSE REPORT-FILE.
001700     MOVE 'R' TO WS-SPOOL-FUNCTION.
001710     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001720          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
001730          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
001740          WS-SPOOL-MEMBER-NAME.
001750     CLOSE PRICE-AGREEMENTS.
001760     DISPLAY "PRICE-AGREEMENT-EXPIRY-REPORT RUN COMPLETE".
001770     DISPLAY "EXPIRING: " WS-EXPIRING-COUNT.
001780     GO TO 9999-EXIT.
001790
001800*                                                                *
001810*   3000-CHECK-ONE-AGREEMENT -- AN ACTIVE AGREEMENT WITH AN     *
001820*   EXPIRY DATE FROM TODAY TO THE END OF THE WINDOW             *
001830*                                                                *
001840 3000-CHECK-ONE-AGREEMENT.
001850     READ PRICE-AGREEMENTS NEXT RECORD
001860         AT END
001870            MOVE 'Y' TO WS-EOF-SWITCH
001880            GO TO 3000-EXIT
001890     END-READ.
001900     IF NOT NP-AGREEMENT-ACTIVE
001910        GO TO 3000-EXIT
001920     END-IF.
001930     ADD 1 TO WS-AGREEMENT-COUNT.
001940     IF NP-EXPIRY-DATE NOT NUMERIC OR NP-EXPIRY-DATE = ZERO
001950        GO TO 3000-EXIT
001960     END-IF.
001970     COMPUTE WS-EXPIRY-INTEGER-DATE =
001980        FUNCTION INTEGER-OF-DATE(NP-EXPIRY-DATE).
001990     COMPUTE WS-DAYS-LEFT =
002000        WS-EXPIRY-INTEGER-DATE - WS-TODAY-INTEGER-DATE.
002010     IF WS-DAYS-LEFT < ZERO
002020        OR WS-DAYS-LEFT > WS-WINDOW-DAYS
002030        GO TO 3000-EXIT
002040     END-IF.
002050     MOVE NP-SALES-REP     TO WS-R-REP.
002060     MOVE NP-ACCOUNT-ID    TO WS-R-ACCOUNT.
002070     MOVE NP-CHARGE-CODE   TO WS-R-CODE.
002080     MOVE NP-PRICING-METHOD TO WS-R-METHOD.
002090     MOVE ZERO TO WS-R-PRICE WS-R-PERCENT.
002100     IF NP-PERCENT-OFF
002110        MOVE NP-DISCOUNT-PERCENT TO WS-R-PERCENT
002120     ELSE
002130        MOVE NP-AGREED-PRICE TO WS-R-PRICE
002140     END-IF.
002150     MOVE NP-EXPIRY-DATE   TO WS-R-EXPIRY.
002160     MOVE WS-DAYS-LEFT     TO WS-R-DAYS.
002170     MOVE NP-CONTRACT-REF  TO WS-R-CONTRACT.
002180     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
002190     WRITE REPORT-LINE.
002200     ADD 1 TO WS-SPOOL-LINE-COUNT.
002210     ADD 1 TO WS-EXPIRING-COUNT.
002220 3000-EXIT.
002230     EXIT.
002240
002250*                                                                *
002260*   1000-READ-RUN-PARMS -- AN AGREEMENT-WINDOW=NNN LINE         *
002270*   OVERRIDES THE 60-DAY DEFAULT                                *
002280*                                                                *
002290 1000-READ-RUN-PARMS.
002300     OPEN INPUT RUN-PARM-FILE.
002310     IF RUNPARM-STATUS NOT = '00'
002320        GO TO 1000-EXIT
002330     END-IF.
002340     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002350             UNTIL RUNPARM-STATUS NOT = '00'.
002360     CLOSE RUN-PARM-FILE.
002370 1000-EXIT.
002380     EXIT.
002390
002400 1050-READ-ONE-PARM.
002410     READ RUN-PARM-FILE
002420         AT END
002430            MOVE '10' TO RUNPARM-STATUS
002440            GO TO 1050-EXIT
002450     END-READ.
002460     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002470     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002480         INTO WS-PARM-NAME, WS-PARM-VALUE
002490     END-UNSTRING.
002500     IF WS-PARM-NAME = "AGREEMENT-WINDOW"
002510        AND WS-PARM-VALUE (1:3) NUMERIC
002520        MOVE WS-PARM-VALUE (1:3) TO WS-WINDOW-DAYS
002530     END-IF.
002540 1050-EXIT.
002550     EXIT.
002560
002570 9999-EXIT.
002580     STOP RUN.
