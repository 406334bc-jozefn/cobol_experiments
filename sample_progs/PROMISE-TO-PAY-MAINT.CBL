000010******************************************************************
000020*                                                                *
000030*   PROMISE-TO-PAY-MAINT                                         *
000040*                                                                *
000050*   CONSOLE ENTRY OF PROMISES TO PAY (THE SAME DISPLAY/ACCEPT    *
000060*   SHAPE AS PAYMENT-PLAN-MAINT).  WHEN A CUSTOMER SAYS "I'LL    *
000070*   PAY $200 ON FRIDAY", THE COLLECTOR SIGNS ON, KEYS THE        *
000080*   ACCOUNT, AND RECORDS THE AMOUNT, THE DATE AND HOW THE        *
000090*   PROMISE WAS TAKEN -- PHONE, COUNTER, MAIL OR EMAIL.  THE     *
000100*   CLERK SIGNED ON IS RECORDED AS THE ONE WHO TOOK IT, AND IS   *
000110*   THE ONE A BROKEN PROMISE COMES BACK TO.  THE SCREEN ALSO     *
000120*   SHOWS THE ACCOUNT'S PROMISE HISTORY AND CANCELS AN OPEN      *
000130*   PROMISE.  LEDGER-POST MARKS A PROMISE KEPT; THE NIGHTLY      *
000140*   PROMISE-TO-PAY-MONITOR BREAKS ONE THAT WAS NOT.              *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.      PROMISE-TO-PAY-MAINT.
000190 AUTHOR.          DATA PROCESSING.
000200 INSTALLATION.    ACCOUNTING SYSTEMS.
000210 DATE-WRITTEN.    10/15/2026.
000220 DATE-COMPILED.   10/15/2026.
000230*                                                                *
000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000270*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL PROMISES
000320            ASSIGN       TO  PROMFILE
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE  IS DYNAMIC
000350            RECORD KEY   IS PT-PROMISE-KEY
000360            FILE STATUS  IS PROMISE-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PROMISES.
000410 01  PROMISE-STRUCTURE.
000420     COPY "PROMISE-TO-PAY-RECORD.CPY" REPLACING ==(TAG)==
000430          BY ==PT-==.
000440
000450 WORKING-STORAGE SECTION.
000460 01  PROMFILE                   PIC X(50)
000470     VALUE "/mnt/c/cobfiles\promises-to-pay.idx".
000480 01  PROMISE-STATUS             PIC X(02).
000490
000500 01  WS-CLERK-ID                PIC X(10).
000510 01  WS-CLERK-NAME              PIC X(30).
000520 01  WS-CLERK-ROLE              PIC X(01).
000530 01  WS-CHECK-RESULT            PIC X(01).
000540 01  WS-TODAY-8                 PIC 9(08).
000550
000560 01  WS-IN-ACCOUNT              PIC X(07).
000570 01  WS-WORK-ACCOUNT            PIC 9(07).
000580 01  WS-ACTION                  PIC X(01).
000590 01  WS-IN-VALUE                PIC X(12).
000600 01  WS-PROMISED-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
000610 01  WS-PROMISED-DATE           PIC 9(08) VALUE ZERO.
000620 01  WS-CHANNEL                 PIC X(01).
000630     88  WS-VALID-CHANNEL                 VALUE 'P' 'C' 'M' 'E'.
000640 01  WS-LAST-SEQ                PIC 9(03) VALUE ZERO.
000650*   KEY OF THE ACCOUNT'S OPEN PROMISE, FOUND BY 3000; SEQUENCE
000660*   ZERO WHEN NONE IS OPEN.
000670 01  WS-OPEN-SEQ                PIC 9(03) VALUE ZERO.
000680 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
000690 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000700     88  WS-SCAN-EOF                      VALUE 'Y'.
000710
000720 PROCEDURE DIVISION.
000730*                                                                *
000740*   0000-MAINLINE                                               *
000750*                                                                *
000760 0000-MAINLINE.
000770     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
000780     DISPLAY "ENTER YOUR CLERK ID:".
000790     ACCEPT WS-CLERK-ID.
000800     IF WS-CLERK-ID = SPACES
000810        DISPLAY "A CLERK ID IS REQUIRED"
000820        GO TO 9999-EXIT
000830     END-IF.
000840     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
000850          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
000860     EVALUATE TRUE
000870        WHEN WS-CHECK-RESULT = 'M'
000880           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
000890                   "ROLE NOT VERIFIED"
000900        WHEN WS-CHECK-RESULT = 'Y'
000910             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
000920           DISPLAY "SIGNED ON: " WS-CLERK-NAME
000930        WHEN OTHER
000940           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
000950           GO TO 9999-EXIT
000960     END-EVALUATE.
000970     OPEN I-O PROMISES.
000980     IF PROMISE-STATUS NOT = '00' AND PROMISE-STATUS NOT = '05'
000990        DISPLAY "CANNOT OPEN PROMISE FILE, STATUS " PROMISE-STATUS
001000        GO TO 9999-EXIT
001010     END-IF.
001020     PERFORM 2000-WORK-ONE-ACCOUNT THRU 2000-EXIT
001030             UNTIL WS-IN-ACCOUNT = "END".
001040     CLOSE PROMISES.
001050     GO TO 9999-EXIT.
001060
001070 2000-WORK-ONE-ACCOUNT.
001080     DISPLAY " ".
001090     DISPLAY "ACCOUNT NUMBER (OR END):".
001100     ACCEPT WS-IN-ACCOUNT.
001110     IF WS-IN-ACCOUNT = "END" OR WS-IN-ACCOUNT = "end"
001120        MOVE "END" TO WS-IN-ACCOUNT
001130        GO TO 2000-EXIT
001140     END-IF.
001150     IF WS-IN-ACCOUNT NOT NUMERIC
001160        DISPLAY "ACCOUNT MUST BE NUMERIC"
001170        GO TO 2000-EXIT
001180     END-IF.
001190     MOVE WS-IN-ACCOUNT TO WS-WORK-ACCOUNT.
001200     PERFORM 3000-SHOW-PROMISES THRU 3000-EXIT.
001210     DISPLAY "(N)EW PROMISE, (X)CANCEL OPEN PROMISE, "
001220             "ENTER TO SKIP:".
001230     ACCEPT WS-ACTION.
001240     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001250     EVALUATE WS-ACTION
001260        WHEN 'N'
001270           PERFORM 4000-TAKE-PROMISE THRU 4000-EXIT
001280        WHEN 'X'
001290           PERFORM 5000-CANCEL-PROMISE THRU 5000-EXIT
001300        WHEN OTHER
001310           CONTINUE
001320     END-EVALUATE.
001330 2000-EXIT.
001340     EXIT.
001350
001360*                                                                *
001370*   3000-SHOW-PROMISES -- THE ACCOUNT'S PROMISES, OLDEST FIRST,  *
001380*   NOTING THE LAST SEQUENCE USED AND WHICH ONE (IF ANY) IS OPEN *
001390*                                                                *
001400 3000-SHOW-PROMISES.
001410     MOVE ZERO TO WS-LAST-SEQ WS-OPEN-SEQ.
001420     MOVE WS-WORK-ACCOUNT TO PT-ACCOUNT-ID.
001430     MOVE ZERO            TO PT-PROMISE-SEQ.
001440     MOVE 'N' TO WS-EOF-SWITCH.
001450     START PROMISES KEY IS >= PT-PROMISE-KEY
001460         INVALID KEY
001470            MOVE 'Y' TO WS-EOF-SWITCH
001480     END-START.
001490     PERFORM 3100-SHOW-ONE-PROMISE THRU 3100-EXIT
001500             UNTIL WS-SCAN-EOF.
001510     IF WS-LAST-SEQ = ZERO
001520        DISPLAY "NO PROMISES ON FILE"
001530     END-IF.
001540 3000-EXIT.
001550     EXIT.
001560
001570 3100-SHOW-ONE-PROMISE.
001580     READ PROMISES NEXT RECORD
001590         AT END
001600            MOVE 'Y' TO WS-EOF-SWITCH
001610            GO TO 3100-EXIT
001620     END-READ.
001630     IF PT-ACCOUNT-ID NOT = WS-WORK-ACCOUNT
001640        MOVE 'Y' TO WS-EOF-SWITCH
001650        GO TO 3100-EXIT
001660     END-IF.
001670     MOVE PT-PROMISE-SEQ TO WS-LAST-SEQ.
001680     IF PT-PROMISE-OPEN
001690        MOVE PT-PROMISE-SEQ TO WS-OPEN-SEQ
001700     END-IF.
001710     MOVE PT-PROMISED-AMOUNT TO WS-AMOUNT-EDITED.
001720     DISPLAY "  #" PT-PROMISE-SEQ
001730             " " WS-AMOUNT-EDITED
001740             " BY " PT-PROMISED-DATE
001750             "  TAKEN " PT-TAKEN-DATE
001760             " " PT-TAKEN-BY
001770             " [" PT-CHANNEL "]"
001780             "  STATUS " PT-PROMISE-STATUS.
001790     IF PT-PAID-TOWARD > ZERO
001800        MOVE PT-PAID-TOWARD TO WS-AMOUNT-EDITED
001810        DISPLAY "        PAID TOWARD IT " WS-AMOUNT-EDITED
001820     END-IF.
001830 3100-EXIT.
001840     EXIT.
001850
001860*                                                                *
001870*   4000-TAKE-PROMISE -- ONE OPEN PROMISE PER ACCOUNT; AN OPEN   *
001880*   ONE MUST BE CANCELLED FIRST, NO SILENT OVERWRITE.  THE DATE  *
001890*   MAY NOT BE IN THE PAST.                                      *
001900*                                                                *
001910 4000-TAKE-PROMISE.
001920     IF WS-OPEN-SEQ NOT = ZERO
001930        DISPLAY "AN OPEN PROMISE IS ALREADY ON FILE -- "
001940                "CANCEL IT FIRST"
001950        GO TO 4000-EXIT
001960     END-IF.
001970     IF WS-LAST-SEQ = 999
001980        DISPLAY "PROMISE SEQUENCE EXHAUSTED FOR THIS ACCOUNT"
001990        GO TO 4000-EXIT
002000     END-IF.
002010     DISPLAY "AMOUNT PROMISED:".
002020     ACCEPT WS-IN-VALUE.
002030     COMPUTE WS-PROMISED-AMOUNT = FUNCTION NUMVAL(WS-IN-VALUE).
002040     IF WS-PROMISED-AMOUNT = ZERO
002050        DISPLAY "AMOUNT MUST NOT BE ZERO"
002060        GO TO 4000-EXIT
002070     END-IF.
002080     DISPLAY "PROMISED BY DATE (YYYYMMDD):".
002090     ACCEPT WS-IN-VALUE.
002100     IF WS-IN-VALUE (1:8) NOT NUMERIC
002110        DISPLAY "MUST BE A YYYYMMDD DATE"
002120        GO TO 4000-EXIT
002130     END-IF.
002140     MOVE WS-IN-VALUE (1:8) TO WS-PROMISED-DATE.
002150     IF WS-PROMISED-DATE < WS-TODAY-8
002160        DISPLAY "THE PROMISED DATE IS ALREADY PAST"
002170        GO TO 4000-EXIT
002180     END-IF.
002190     DISPLAY "TAKEN BY (P)HONE, (C)OUNTER, (M)AIL OR (E)MAIL:".
002200     ACCEPT WS-CHANNEL.
002210     MOVE FUNCTION UPPER-CASE(WS-CHANNEL) TO WS-CHANNEL.
002220     IF NOT WS-VALID-CHANNEL
002230        DISPLAY "CHANNEL MUST BE P, C, M OR E"
002240        GO TO 4000-EXIT
002250     END-IF.
002260     MOVE SPACES TO PROMISE-STRUCTURE.
002270     MOVE WS-WORK-ACCOUNT    TO PT-ACCOUNT-ID.
002280     COMPUTE PT-PROMISE-SEQ = WS-LAST-SEQ + 1.
002290     MOVE WS-PROMISED-AMOUNT TO PT-PROMISED-AMOUNT.
002300     MOVE WS-PROMISED-DATE   TO PT-PROMISED-DATE.
002310     MOVE WS-TODAY-8         TO PT-TAKEN-DATE.
002320     MOVE WS-CLERK-ID        TO PT-TAKEN-BY.
002330     MOVE WS-CHANNEL         TO PT-CHANNEL.
002340     SET PT-PROMISE-OPEN     TO TRUE.
002350     MOVE ZERO               TO PT-PAID-TOWARD PT-CLOSED-DATE.
002360     WRITE PROMISE-STRUCTURE
002370         INVALID KEY
002380            DISPLAY "COULD NOT RECORD THE PROMISE, STATUS "
002390                    PROMISE-STATUS
002400            GO TO 4000-EXIT
002410     END-WRITE.
002420     MOVE WS-PROMISED-AMOUNT TO WS-AMOUNT-EDITED.
002430     DISPLAY "PROMISE #" PT-PROMISE-SEQ " RECORDED -- "
002440             WS-AMOUNT-EDITED " BY " WS-PROMISED-DATE.
002450 4000-EXIT.
002460     EXIT.
002470
002480 5000-CANCEL-PROMISE.
002490     IF WS-OPEN-SEQ = ZERO
002500        DISPLAY "NO OPEN PROMISE ON FILE"
002510        GO TO 5000-EXIT
002520     END-IF.
002530     MOVE WS-WORK-ACCOUNT TO PT-ACCOUNT-ID.
002540     MOVE WS-OPEN-SEQ     TO PT-PROMISE-SEQ.
002550     READ PROMISES
002560         INVALID KEY
002570            DISPLAY "NO OPEN PROMISE ON FILE"
002580            GO TO 5000-EXIT
002590     END-READ.
002600     SET PT-PROMISE-CANCELLED TO TRUE.
002610     MOVE WS-TODAY-8 TO PT-CLOSED-DATE.
002620     REWRITE PROMISE-STRUCTURE.
002630     DISPLAY "PROMISE CANCELLED -- NORMAL ESCALATION APPLIES".
002640 5000-EXIT.
002650     EXIT.
002660
002670 9999-EXIT.
002680     STOP RUN.
