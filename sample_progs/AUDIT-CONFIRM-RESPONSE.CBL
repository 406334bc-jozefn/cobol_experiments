000010******************************************************************
000020*                                                                *
000030*   AUDIT-CONFIRM-RESPONSE                                       *
000040*                                                                *
000050*   CONSOLE ENTRY OF THE REPLIES TO THE AUDITORS' RECEIVABLES    *
000060*   CONFIRMATIONS (THE SAME DISPLAY/ACCEPT SHAPE AS              *
000070*   PROMISE-TO-PAY-MAINT).  THE CLERK SIGNS ON, GIVES THE AS-OF  *
000080*   DATE OF THE SAMPLE, THEN KEYS EACH ACCOUNT FROM THE          *
000090*   CONFIRMATION REFERENCE ON THE RETURNED FORM AND RECORDS:     *
000100*                                                                *
000110*     (A)GREES      THE CUSTOMER SIGNED OFF ON THE BALANCE       *
000120*     (D)ISAGREES   WITH THE CUSTOMER'S OWN FIGURE AND A NOTE    *
000130*     (N)O REPLY    NOTHING CAME BACK BY THE AUDITORS' CUT-OFF   *
000140*                                                                *
000150*   A RESPONSE CAN BE CORRECTED BY KEYING IT AGAIN; THE CLERK    *
000160*   AND DATE OF THE LAST ENTRY ARE KEPT.  ONLY ACCOUNTS A LETTER *
000170*   WAS MAILED TO TAKE A RESPONSE.  AUDIT-CONFIRM-EXCEPTIONS     *
000180*   SUMMARIZES THE RESULT FOR THE AUDIT FILE.                    *
000190*                                                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.      AUDIT-CONFIRM-RESPONSE.
000230 AUTHOR.          DATA PROCESSING.
000240 INSTALLATION.    ACCOUNTING SYSTEMS.
000250 DATE-WRITTEN.    10/15/2026.
000260 DATE-COMPILED.   10/15/2026.
000270*                                                                *
000280*   MODIFICATION HISTORY                                        *
000290*   ------------------------------------------------------------ *
000300*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000310*                                                                *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL CONFIRMATIONS
000360            ASSIGN       TO  AUDCONF
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS AC-CONFIRM-KEY
000400            FILE STATUS  IS AUDCONF-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CONFIRMATIONS.
000450 01  CONFIRMATION-STRUCTURE.
000460     COPY "AUDIT-CONFIRMATION-RECORD.CPY" REPLACING ==(TAG)==
000470          BY ==AC-==.
000480
000490 WORKING-STORAGE SECTION.
000500 01  AUDCONF                    PIC X(50)
000510     VALUE "/mnt/c/cobfiles\audit-confirmations.idx".
000520 01  AUDCONF-STATUS             PIC X(02).
000530
000540 01  WS-CLERK-ID                PIC X(10).
000550 01  WS-CLERK-NAME              PIC X(30).
000560 01  WS-CLERK-ROLE              PIC X(01).
000570 01  WS-CHECK-RESULT            PIC X(01).
000580 01  WS-TODAY-8                 PIC 9(08).
000590
000600 01  WS-IN-AS-OF                PIC X(08).
000610 01  WS-AS-OF-DATE              PIC 9(08) VALUE ZERO.
000620 01  WS-IN-ACCOUNT              PIC X(07).
000630 01  WS-WORK-ACCOUNT            PIC 9(07).
000640 01  WS-ACTION                  PIC X(01).
000650 01  WS-IN-VALUE                PIC X(15).
000660 01  WS-IN-NOTE                 PIC X(40).
000670 01  WS-CUSTOMER-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
000680 01  WS-DIFFERENCE              PIC S9(09)V9(02) VALUE ZERO.
000690 01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
000700 01  WS-DIFF-EDITED             PIC -ZZZ,ZZZ,ZZ9.99.
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
000970     OPEN I-O CONFIRMATIONS.
000980     IF AUDCONF-STATUS NOT = '00'
000990        DISPLAY "NO CONFIRMATION FILE -- RUN "
001000                "AUDIT-CONFIRM-SAMPLE FIRST"
001010        GO TO 9999-EXIT
001020     END-IF.
001030     PERFORM 1000-PICK-SAMPLE THRU 1000-EXIT.
001040     IF WS-AS-OF-DATE = ZERO
001050        CLOSE CONFIRMATIONS
001060        GO TO 9999-EXIT
001070     END-IF.
001080     PERFORM 2000-WORK-ONE-ACCOUNT THRU 2000-EXIT
001090             UNTIL WS-IN-ACCOUNT = "END".
001100     CLOSE CONFIRMATIONS.
001110     GO TO 9999-EXIT.
001120
001130*                                                                *
001140*   1000-PICK-SAMPLE -- THE AS-OF DATE NAMES THE SAMPLE; ITS     *
001150*   CONTROL RECORD MUST BE ON FILE                               *
001160*                                                                *
001170 1000-PICK-SAMPLE.
001180     DISPLAY "CONFIRMATION AS-OF DATE (YYYYMMDD):".
001190     ACCEPT WS-IN-AS-OF.
001200     IF WS-IN-AS-OF NOT NUMERIC
001210        DISPLAY "MUST BE A YYYYMMDD DATE"
001220        GO TO 1000-EXIT
001230     END-IF.
001240     MOVE WS-IN-AS-OF TO AC-AS-OF-DATE.
001250     MOVE ZERO        TO AC-ACCOUNT-ID.
001260     READ CONFIRMATIONS
001270         INVALID KEY
001280            DISPLAY "NO CONFIRMATION SAMPLE AS OF " WS-IN-AS-OF
001290            GO TO 1000-EXIT
001300     END-READ.
001310     MOVE WS-IN-AS-OF TO WS-AS-OF-DATE.
001320     DISPLAY "SAMPLE DRAWN " AC-DRAWN-DATE " -- "
001330             AC-SELECTED-COUNT " ACCOUNTS".
001340 1000-EXIT.
001350     EXIT.
001360
001370 2000-WORK-ONE-ACCOUNT.
001380     DISPLAY " ".
001390     DISPLAY "ACCOUNT NUMBER (OR END):".
001400     ACCEPT WS-IN-ACCOUNT.
001410     IF WS-IN-ACCOUNT = "END" OR WS-IN-ACCOUNT = "end"
001420        MOVE "END" TO WS-IN-ACCOUNT
001430        GO TO 2000-EXIT
001440     END-IF.
001450     IF WS-IN-ACCOUNT NOT NUMERIC
001460        DISPLAY "ACCOUNT MUST BE NUMERIC"
001470        GO TO 2000-EXIT
001480     END-IF.
001490     MOVE WS-IN-ACCOUNT TO WS-WORK-ACCOUNT.
001500     IF WS-WORK-ACCOUNT = ZERO
001510        DISPLAY "ACCOUNT MUST NOT BE ZERO"
001520        GO TO 2000-EXIT
001530     END-IF.
001540     MOVE WS-AS-OF-DATE   TO AC-AS-OF-DATE.
001550     MOVE WS-WORK-ACCOUNT TO AC-ACCOUNT-ID.
001560     READ CONFIRMATIONS
001570         INVALID KEY
001580            DISPLAY "ACCOUNT " WS-WORK-ACCOUNT
001590                    " IS NOT IN THIS SAMPLE"
001600            GO TO 2000-EXIT
001610     END-READ.
001620     PERFORM 3000-SHOW-CONFIRMATION THRU 3000-EXIT.
001630     IF NOT AC-LETTER-MAILED
001640        DISPLAY "NO LETTER WAS MAILED -- NOTHING TO RECORD"
001650        GO TO 2000-EXIT
001660     END-IF.
001670     DISPLAY "(A)GREES, (D)ISAGREES, (N)O REPLY, ENTER TO SKIP:".
001680     ACCEPT WS-ACTION.
001690     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001700     EVALUATE WS-ACTION
001710        WHEN 'A'
001720           MOVE ZERO   TO AC-CUSTOMER-AMOUNT
001730           MOVE SPACES TO AC-RESPONSE-NOTE
001740        WHEN 'D'
001750           PERFORM 4000-TAKE-DISAGREEMENT THRU 4000-EXIT
001760           IF WS-ACTION = SPACE
001770              GO TO 2000-EXIT
001780           END-IF
001790        WHEN 'N'
001800           MOVE ZERO   TO AC-CUSTOMER-AMOUNT
001810           MOVE SPACES TO AC-RESPONSE-NOTE
001820        WHEN OTHER
001830           GO TO 2000-EXIT
001840     END-EVALUATE.
001850     MOVE WS-ACTION   TO AC-RESPONSE.
001860     MOVE WS-TODAY-8  TO AC-RESPONSE-DATE.
001870     MOVE WS-CLERK-ID TO AC-RESPONSE-CLERK.
001880     REWRITE CONFIRMATION-STRUCTURE
001890         INVALID KEY
001900            DISPLAY "COULD NOT RECORD THE RESPONSE, STATUS "
001910                    AUDCONF-STATUS
001920            GO TO 2000-EXIT
001930     END-REWRITE.
001940     DISPLAY "RESPONSE RECORDED".
001950 2000-EXIT.
001960     EXIT.
001970
001980 3000-SHOW-CONFIRMATION.
001990     MOVE AC-BALANCE-ON-FILE TO WS-AMOUNT-EDITED.
002000     DISPLAY "  BALANCE ON FILE " WS-AMOUNT-EDITED
002010             "  SELECTED " AC-SELECT-REASON
002020             "  MAILED " AC-MAILED-STATUS " " AC-MAILED-DATE.
002030     EVALUATE TRUE
002040        WHEN AC-RESPONSE-PENDING
002050           DISPLAY "  NO RESPONSE RECORDED YET"
002060        WHEN AC-RESPONSE-AGREES
002070           DISPLAY "  AGREES -- RECORDED " AC-RESPONSE-DATE
002080                   " BY " AC-RESPONSE-CLERK
002090        WHEN AC-RESPONSE-NO-REPLY
002100           DISPLAY "  NO REPLY -- RECORDED " AC-RESPONSE-DATE
002110                   " BY " AC-RESPONSE-CLERK
002120        WHEN AC-RESPONSE-DISAGREES
002130           MOVE AC-CUSTOMER-AMOUNT TO WS-AMOUNT-EDITED
002140           DISPLAY "  DISAGREES -- CUSTOMER SHOWS "
002150                   WS-AMOUNT-EDITED
002160           DISPLAY "  " AC-RESPONSE-NOTE
002170           DISPLAY "  RECORDED " AC-RESPONSE-DATE
002180                   " BY " AC-RESPONSE-CLERK
002190     END-EVALUATE.
002200 3000-EXIT.
002210     EXIT.
002220
002230*                                                                *
002240*   4000-TAKE-DISAGREEMENT -- THE CUSTOMER'S FIGURE IS REQUIRED; *
002250*   A BLANK ANSWER ABANDONS THE ENTRY (WS-ACTION CLEARED)        *
002260*                                                                *
002270 4000-TAKE-DISAGREEMENT.
002280     DISPLAY "CUSTOMER'S BALANCE PER THEIR RECORDS:".
002290     ACCEPT WS-IN-VALUE.
002300     IF WS-IN-VALUE = SPACES
002310        DISPLAY "THE CUSTOMER'S FIGURE IS REQUIRED"
002320        MOVE SPACE TO WS-ACTION
002330        GO TO 4000-EXIT
002340     END-IF.
002350     COMPUTE WS-CUSTOMER-AMOUNT = FUNCTION NUMVAL(WS-IN-VALUE).
002360     IF WS-CUSTOMER-AMOUNT = AC-BALANCE-ON-FILE
002370        DISPLAY "THAT FIGURE AGREES -- RECORD IT AS (A)GREES"
002380        MOVE SPACE TO WS-ACTION
002390        GO TO 4000-EXIT
002400     END-IF.
002410     DISPLAY "REASON GIVEN (40 CHARACTERS):".
002420     ACCEPT WS-IN-NOTE.
002430     MOVE WS-CUSTOMER-AMOUNT TO AC-CUSTOMER-AMOUNT.
002440     MOVE WS-IN-NOTE         TO AC-RESPONSE-NOTE.
002450     COMPUTE WS-DIFFERENCE =
002460             AC-BALANCE-ON-FILE - WS-CUSTOMER-AMOUNT.
002470     MOVE WS-DIFFERENCE TO WS-DIFF-EDITED.
002480     DISPLAY "DIFFERENCE (OURS LESS THEIRS) " WS-DIFF-EDITED.
002490 4000-EXIT.
002500     EXIT.
002510
002520 9999-EXIT.
002530     STOP RUN.
