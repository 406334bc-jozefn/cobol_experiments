000200*   MODIFICATION HISTORY                                        *
000210*   ------------------------------------------------------------ *
000220*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000222*   10/15/2026  DP   THE CLERK NOW SIGNS ON, AND EVERY SET OF   *
000224*                    DETAILS SHOWN IS WRITTEN TO THE READ-ACCESS*
000226*                    LOG (SEE ADDRESS-ACCESS-LOG).              *
000227*   10/15/2026  DP   ROUTING AND BANK ACCOUNT NUMBERS NOW       *
000228*                    SHOW MASKED TO THE LAST FOUR DIGITS.       *
000229*                    F6 LETS A SUPERVISOR UNMASK THE RECORD     *
000230*                    ON SCREEN FOR A KEYED REASON, LOGGED TO    *
000231*                    THE READ-ACCESS LOG AND THE UNMASK         *
000232*                    AUDIT FILE.                                *
000238*                                                                *
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000300            ACCESS MODE  IS DYNAMIC
000310            RECORD KEY   IS BD-ACCOUNT-ID
000320            FILE STATUS  IS BANKDTL-STATUS.
000322     SELECT OPTIONAL UNMASK-FILE
000324            ASSIGN       TO  UNMASKOUT
000326            ORGANIZATION IS LINE SEQUENTIAL
000328            FILE STATUS  IS UNMASK-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000370 01  BANK-DETAILS-STRUCTURE.
000380     COPY "BANK-DETAILS-RECORD.CPY" REPLACING ==(TAG)==
000390          BY ==BD-==.
000392
000394 FD  UNMASK-FILE.
000396 01  UNMASK-LINE                  PIC X(100).
000400
000410 WORKING-STORAGE SECTION.
000420     COPY screenio.
000440 01  BANKDTL                    PIC X(50)
000450     VALUE "/mnt/c/cobfiles\bank-details.idx".
000460 01  BANKDTL-STATUS             PIC X(02).
000462 01  UNMASKOUT                  PIC X(50)
000464    VALUE "bank-unmask-audit.txt".
000466 01  UNMASK-STATUS              PIC X(02).
000470
000471*   THE CLERK AT THE SCREEN (SEE ADDRESS-CLERK-CHECK) AND THE
000472*   READ-ACCESS LOG FIELDS (SEE ADDRESS-ACCESS-LOG) -- BANK
000473*   DETAILS ARE THE MOST SENSITIVE THING ON FILE, SO EVERY
000474*   RETRIEVAL IS LOGGED AGAINST THE CLERK WHO MADE IT.
000475 01  WS-CLERK-ID                 PIC X(10).
000476 01  WS-CLERK-NAME               PIC X(30).
000477 01  WS-CLERK-ROLE               PIC X(01).
000478 01  WS-CHECK-RESULT             PIC X(01).
000479 01  WS-ACCESS-PROGRAM           PIC X(30)
000480     VALUE "BANK-DETAILS-MAINT".
000481 01  WS-ACCESS-KEY-TYPE          PIC X(01) VALUE 'B'.
000482 01  WS-ACCESS-KEY-VALUE         PIC X(30).
000483 01  WS-TODAY-8                  PIC 9(08).
000484 01  WS-NOW-TIME                 PIC X(08).
000485
000486*   THE SCREEN NEVER SHOWS THE NUMBERS ON FILE, ONLY THESE --
000487*   MASKED TO THE LAST FOUR DIGITS (SEE BANK-NUMBER-MASK) UNTIL
000488*   A SUPERVISOR UNMASKS THE RECORD WITH F6.  A VALUE STILL
000489*   HOLDING '*' ON SAVE MEANS "UNCHANGED", WHICH ONLY MAKES
000490*   SENSE FOR THE ACCOUNT THE NUMBERS WERE RETRIEVED FOR
000491*   (WS-LOADED-ACCOUNT-ID); ANYTHING ELSE MUST BE KEYED IN FULL.
000492 01  WS-SCREEN-ROUTING           PIC X(09).
000493 01  WS-SCREEN-BANK-ACCT         PIC X(17).
000494 01  WS-LOADED-ACCOUNT-ID        PIC 9(07) VALUE ZERO.
000495 01  WS-UNMASK-REASON            PIC X(40).
000496 01  WS-UNMASK-KEY-TYPE          PIC X(01) VALUE 'U'.
000497 01  WS-MASK-IN                  PIC X(17).
000498 01  WS-MASK-OUT                 PIC X(17).
000499 01  WS-STAR-COUNT               PIC 9(02).
000500 01  MSG-LINE                    PIC X(77).
000501 01  EXIT-KEY                    PIC X(77)
000510     VALUE "ENTER = SAVE  F1 = EXIT  F4 = LOOKUP  "
000520     & "F6 = UNMASK  F7 = BACK  F8 = NEXT".
000530
000540 SCREEN SECTION.
000550 01  CLEAR-SCREEN BLANK SCREEN
000650          AUTO FULL UNDERLINE.
000660     05  LINE 7 COL 10 VALUE "ROUTING NUMBER:".
000670     05  ROUTING-AREA                LINE 7 COL 38
000680          PIC X(09) FROM WS-SCREEN-ROUTING
000690          TO WS-SCREEN-ROUTING.
000700     05  LINE 9 COL 10 VALUE "BANK ACCOUNT NUMBER:".
000710     05  BANK-ACCT-AREA              LINE 9 COL 38
000720          PIC X(17) FROM WS-SCREEN-BANK-ACCT
000730          TO WS-SCREEN-BANK-ACCT.
000740     05  LINE 11 COL 10 VALUE "AUTHORIZED (YYYYMMDD):".
000750     05  AUTH-DATE-AREA              LINE 11 COL 38
000760          PIC 9(08) FROM BD-AUTHORIZATION-DATE
000780     05  LINE 13 COL 10 VALUE "ACTIVE (Y/N):".
000790     05  ACTIVE-AREA                 LINE 13 COL 38
000800          PIC X(01) FROM BD-ACTIVE-FLAG TO BD-ACTIVE-FLAG.
000802     05  LINE 15 COL 10 VALUE "UNMASK REASON:".
000804     05  UNMASK-REASON-AREA          LINE 15 COL 38
000806          PIC X(40) FROM WS-UNMASK-REASON TO WS-UNMASK-REASON.
000810     05  KEY-DSC-AREA    LINE 22 COLUMN 01
000820         BACKGROUND-COLOR IS COB-COLOR-BLUE
000830         FOREGROUND-COLOR IS COB-COLOR-WHITE
000920*                                                                *
000930 0000-MAINLINE.
000940     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
000941     DISPLAY "ENTER YOUR CLERK ID:".
000942     ACCEPT WS-CLERK-ID.
000943     IF WS-CLERK-ID = SPACES
000944        DISPLAY "A CLERK ID IS REQUIRED"
000945        GO TO 9999-EXIT
000946     END-IF.
000947     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
000948          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
000949     EVALUATE WS-CHECK-RESULT
000950        WHEN 'Y'
000951           DISPLAY "SIGNED ON: " WS-CLERK-NAME
000952        WHEN 'M'
000953           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
000954                   "CLERK NOT VERIFIED"
000955        WHEN OTHER
000956           DISPLAY "NOT AN ACTIVE CLERK"
000957           GO TO 9999-EXIT
000958     END-EVALUATE.
000960     OPEN I-O BANK-DETAILS.
000961     IF BANKDTL-STATUS NOT = '00' AND BANKDTL-STATUS NOT = '05'
000970        DISPLAY "CANNOT OPEN BANK DETAILS FILE, STATUS "
000980                BANKDTL-STATUS
000990        GO TO 9999-EXIT
001000     END-IF.
001001*   EVERY UNMASK IS AUDITED -- THE LOG IS CREATED THE FIRST TIME.
001002     OPEN EXTEND UNMASK-FILE.
001003     IF UNMASK-STATUS = '05' OR UNMASK-STATUS = '35'
001004        OPEN OUTPUT UNMASK-FILE
001005        CLOSE       UNMASK-FILE
001006        OPEN EXTEND UNMASK-FILE
001007     END-IF.
001010     MOVE SPACES TO MSG-LINE.
001020     PERFORM 1000-CLEAR-FIELDS THRU 1000-EXIT.
001030     PERFORM 2000-SCREEN-LOOP THRU 2000-EXIT.
001040     CLOSE BANK-DETAILS.
001045     CLOSE UNMASK-FILE.
001050     GO TO 9999-EXIT.
001060
001070 1000-CLEAR-FIELDS.
001100     MOVE SPACES TO BD-BANK-ACCOUNT-NUMBER.
001110     MOVE ZERO   TO BD-AUTHORIZATION-DATE.
001120     MOVE 'Y'    TO BD-ACTIVE-FLAG.
001122     MOVE SPACES TO WS-SCREEN-ROUTING.
001124     MOVE SPACES TO WS-SCREEN-BANK-ACCT.
001126     MOVE ZERO   TO WS-LOADED-ACCOUNT-ID.
001128     MOVE SPACES TO WS-UNMASK-REASON.
001130 1000-EXIT.
001140     EXIT.
001150
001290             PERFORM 3200-READ-PREVIOUS THRU 3200-EXIT
001300         WHEN COB-CRT-STATUS = COB-SCR-F8
001310             PERFORM 3100-READ-NEXT THRU 3100-EXIT
001313         WHEN COB-CRT-STATUS = COB-SCR-F6
001316             PERFORM 5000-UNMASK-NUMBERS THRU 5000-EXIT
001320         WHEN COB-CRT-STATUS = COB-SCR-OK
001330             PERFORM 4000-SAVE-DETAILS THRU 4000-EXIT
001340         WHEN OTHER
001420     READ BANK-DETAILS KEY IS BD-ACCOUNT-ID
001430         INVALID KEY
001440            MOVE "ACCOUNT NOT ON FILE" TO MSG-LINE
001442            MOVE SPACES TO WS-SCREEN-ROUTING
001444            MOVE SPACES TO WS-SCREEN-BANK-ACCT
001446            MOVE ZERO   TO WS-LOADED-ACCOUNT-ID
001450         NOT INVALID KEY
001460            MOVE "DETAILS RETRIEVED"   TO MSG-LINE
001465            PERFORM 3800-MASK-NUMBERS THRU 3800-EXIT
001467      PERFORM 3900-LOG-ACCESS THRU 3900-EXIT
001470     END-READ.
001480 3000-EXIT.
001490     EXIT.
001590            MOVE "END OF FILE"       TO MSG-LINE
001600         NOT AT END
001610            MOVE "DETAILS RETRIEVED" TO MSG-LINE
001615            PERFORM 3800-MASK-NUMBERS THRU 3800-EXIT
001617      PERFORM 3900-LOG-ACCESS THRU 3900-EXIT
001620     END-READ.
001630 3100-EXIT.
001640     EXIT.
001740            MOVE "BEGINNING OF FILE" TO MSG-LINE
001750         NOT AT END
001760            MOVE "DETAILS RETRIEVED" TO MSG-LINE
001765            PERFORM 3800-MASK-NUMBERS THRU 3800-EXIT
001767      PERFORM 3900-LOG-ACCESS THRU 3900-EXIT
001770     END-READ.
001780 3200-EXIT.
001790     EXIT.
001800
001810*                                                                *
001811*   3800-MASK-NUMBERS -- LOAD THE SCREEN WITH THE LAST FOUR      *
001812*   DIGITS ONLY, AND REMEMBER WHICH ACCOUNT THEY BELONG TO       *
001813*                                                                *
001814 3800-MASK-NUMBERS.
001815     MOVE BD-ROUTING-NUMBER      TO WS-MASK-IN.
001816     CALL "BANK-NUMBER-MASK" USING WS-MASK-IN, WS-MASK-OUT.
001817     MOVE WS-MASK-OUT (1:9)      TO WS-SCREEN-ROUTING.
001818     MOVE BD-BANK-ACCOUNT-NUMBER TO WS-MASK-IN.
001819     CALL "BANK-NUMBER-MASK" USING WS-MASK-IN, WS-MASK-OUT.
001820     MOVE WS-MASK-OUT            TO WS-SCREEN-BANK-ACCT.
001821     MOVE BD-ACCOUNT-ID          TO WS-LOADED-ACCOUNT-ID.
001822     MOVE SPACES                 TO WS-UNMASK-REASON.
001823 3800-EXIT.
001824     EXIT.
001825
001826*                                                                *
001827*   3900-LOG-ACCESS -- THE DETAILS JUST SHOWN GO ON THE          *
001828*   READ-ACCESS LOG                                              *
001829*                                                                *
001830 3900-LOG-ACCESS.
001831     MOVE SPACES TO WS-ACCESS-KEY-VALUE.
001832     MOVE BD-ACCOUNT-ID TO WS-ACCESS-KEY-VALUE (1:7).
001833     CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
001834          WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
001835          WS-ACCESS-KEY-VALUE.
001836 3900-EXIT.
001837     EXIT.
001838
001839*                                                                *
001840*   4000-SAVE-DETAILS                                           *
001841*                                                                *
001842 4000-SAVE-DETAILS.
001850     IF BD-ACCOUNT-ID = ZERO
001860        MOVE "ACCOUNT ID CANNOT BE ZERO" TO MSG-LINE
001870        GO TO 4000-EXIT
001880     END-IF.
001881     MOVE ZERO TO WS-STAR-COUNT.
001882     INSPECT WS-SCREEN-ROUTING TALLYING WS-STAR-COUNT
001883         FOR ALL "*".
001884     IF WS-STAR-COUNT > ZERO
001885        IF BD-ACCOUNT-ID NOT = WS-LOADED-ACCOUNT-ID
001886           MOVE "KEY THE ROUTING NUMBER IN FULL" TO MSG-LINE
001887           GO TO 4000-EXIT
001888        END-IF
001889     ELSE
001890        IF WS-SCREEN-ROUTING NOT NUMERIC
001891           MOVE "ROUTING NUMBER MUST BE 9 DIGITS" TO MSG-LINE
001892           GO TO 4000-EXIT
001893        END-IF
001894        MOVE WS-SCREEN-ROUTING TO BD-ROUTING-NUMBER
001895     END-IF.
001896     MOVE ZERO TO WS-STAR-COUNT.
001897     INSPECT WS-SCREEN-BANK-ACCT TALLYING WS-STAR-COUNT
001898         FOR ALL "*".
001899     IF WS-STAR-COUNT > ZERO
001900        IF BD-ACCOUNT-ID NOT = WS-LOADED-ACCOUNT-ID
001901           MOVE "KEY THE BANK ACCOUNT NUMBER IN FULL"
001902             TO MSG-LINE
001903           GO TO 4000-EXIT
001904        END-IF
001905     ELSE
001906        MOVE WS-SCREEN-BANK-ACCT TO BD-BANK-ACCOUNT-NUMBER
001907     END-IF.
001908     IF BD-ROUTING-NUMBER = ZERO
001909        MOVE "ROUTING NUMBER CANNOT BE ZERO" TO MSG-LINE
001910        GO TO 4000-EXIT
001920     END-IF.
001930     IF BD-BANK-ACCOUNT-NUMBER = SPACES
002090                  GO TO 4000-EXIT
002100            END-REWRITE
002110            MOVE "DETAILS UPDATED" TO MSG-LINE
002115            PERFORM 3800-MASK-NUMBERS THRU 3800-EXIT
002120            GO TO 4000-EXIT
002130     END-WRITE.
002140     MOVE "DETAILS ADDED" TO MSG-LINE.
002145     PERFORM 3800-MASK-NUMBERS THRU 3800-EXIT.
002150 4000-EXIT.
002160     EXIT.
002170
002180*                                                                *
002190*   5000-UNMASK-NUMBERS -- F6.  A SUPERVISOR, WITH A REASON,     *
002200*   SEES THE FULL NUMBERS OF THE ONE RECORD ON SCREEN UNTIL THE  *
002210*   NEXT RETRIEVAL.  EVERY UNMASK GOES ON THE READ-ACCESS LOG    *
002220*   AND THE UNMASK AUDIT FILE.                                   *
002230*                                                                *
002240 5000-UNMASK-NUMBERS.
002250     IF WS-LOADED-ACCOUNT-ID = ZERO
002260        OR BD-ACCOUNT-ID NOT = WS-LOADED-ACCOUNT-ID
002270        MOVE "RETRIEVE THE ACCOUNT BEFORE UNMASKING" TO MSG-LINE
002280        GO TO 5000-EXIT
002290     END-IF.
002300     IF WS-CHECK-RESULT NOT = 'Y' OR WS-CLERK-ROLE NOT = 'S'
002310        MOVE "ONLY A SUPERVISOR MAY UNMASK BANK NUMBERS"
002320          TO MSG-LINE
002330        GO TO 5000-EXIT
002340     END-IF.
002350     IF WS-UNMASK-REASON = SPACES
002360        MOVE "KEY AN UNMASK REASON FIRST" TO MSG-LINE
002370        GO TO 5000-EXIT
002380     END-IF.
002390     MOVE BD-ROUTING-NUMBER      TO WS-SCREEN-ROUTING.
002400     MOVE BD-BANK-ACCOUNT-NUMBER TO WS-SCREEN-BANK-ACCT.
002410     MOVE SPACES TO WS-ACCESS-KEY-VALUE.
002420     MOVE BD-ACCOUNT-ID TO WS-ACCESS-KEY-VALUE (1:7).
002430     CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
002440          WS-ACCESS-PROGRAM, WS-UNMASK-KEY-TYPE,
002450          WS-ACCESS-KEY-VALUE.
002460     ACCEPT WS-NOW-TIME FROM TIME.
002470     MOVE SPACES TO UNMASK-LINE.
002480     STRING WS-TODAY-8
002490            " " WS-NOW-TIME (1:6)
002500            " " WS-CLERK-ID
002510            " " BD-ACCOUNT-ID
002520            " " WS-UNMASK-REASON
002530            DELIMITED BY SIZE INTO UNMASK-LINE
002540     END-STRING.
002550     WRITE UNMASK-LINE.
002560     MOVE SPACES TO WS-UNMASK-REASON.
002570     MOVE "NUMBERS UNMASKED -- REASON LOGGED" TO MSG-LINE.
002580 5000-EXIT.
002590     EXIT.
002600
002610 9999-EXIT.
002620     STOP RUN.
