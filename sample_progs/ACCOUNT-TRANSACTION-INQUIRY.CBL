000340*   09/02/2026  DP   THE ACCOUNT'S STANDING ALERT BANNER (SEE  *
000350*                    ACCOUNT-ALERT-CHECK) NOW SHOWS AHEAD OF   *
000360*                    EVERYTHING ELSE.                          *
000365*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS. *
000366*   10/15/2026  DP   THE CLERK RUNNING THE INQUIRY NOW SIGNS ON,*
000367*                    AND THE ACCOUNT SHOWN IS WRITTEN TO THE    *
000368*                    READ-ACCESS LOG (SEE ADDRESS-ACCESS-LOG).  *
000370*                                                                *
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
001000 01  WS-ALERT-BANNER             PIC X(60).
001010 01  WS-ALERT-SEVERITY           PIC X(01).
001020 01  WS-ALERT-FOUND              PIC X(01).
001021
001022*   THE CLERK ASKING (SEE ADDRESS-CLERK-CHECK) AND THE READ-ACCESS
001023*   LOG FIELDS (SEE ADDRESS-ACCESS-LOG).
001024 01  WS-CLERK-ID                 PIC X(10).
001025 01  WS-CLERK-NAME               PIC X(30).
001026 01  WS-CLERK-ROLE               PIC X(01).
001027 01  WS-CHECK-RESULT             PIC X(01).
001028 01  WS-ACCESS-PROGRAM           PIC X(30)
001029     VALUE "ACCOUNT-TRANSACTION-INQUIRY".
001030 01  WS-ACCESS-KEY-TYPE          PIC X(01) VALUE 'A'.
001031 01  WS-ACCESS-KEY-VALUE         PIC X(30).
001032 01  ACCTIDX                     PIC X(50)
001040     VALUE "/mnt/c/cobfiles\transactions.idx".
001050 01  TXIDX-STATUS                PIC X(02).
001060
001070 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001080     88  WS-EOF-YES                       VALUE 'Y'.
001090 01  WS-START-KEY                PIC X(16).
001100 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
001110 01  WS-DEBIT-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
001120 01  WS-CREDIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
001130
001140 01  WS-DETAIL-LINE.
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  WS-D-DATE               PIC 9(08).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  WS-D-UID                PIC 9(09).
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  WS-D-TYPE               PIC X(01).
001210     05  FILLER                  PIC X(01) VALUE SPACES.
001220     05  WS-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001230     05  FILLER                  PIC X(01) VALUE SPACES.
001240     05  WS-D-END-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  WS-D-DESC               PIC X(25).
001270
001300*   0000-MAINLINE                                                *
001310*                                                                *
001320 0000-MAINLINE.
001330     PERFORM 0500-SIGN-ON         THRU 0500-EXIT.
001335     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001340     PERFORM 2000-SHOW-TRANSACTION THRU 2000-EXIT
001350             UNTIL WS-EOF-YES.
001360     PERFORM 8000-FINISH          THRU 8000-EXIT.
001370     GO TO 9999-EXIT.
001380
001390*                                                                *
001392*   0500-SIGN-ON -- ANY ACTIVE CLERK MAY LOOK; WHO LOOKED IS     *
001393*   LOGGED                                                       *
001394*                                                                *
001395 0500-SIGN-ON.
001396     DISPLAY "ENTER YOUR CLERK ID:".
001397     ACCEPT WS-CLERK-ID.
001398     IF WS-CLERK-ID = SPACES
001399        DISPLAY "A CLERK ID IS REQUIRED"
001400        GO TO 9999-EXIT
001401     END-IF.
001402     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001403          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001404     EVALUATE WS-CHECK-RESULT
001405        WHEN 'Y'
001406           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001407        WHEN 'M'
001408           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001409                   "CLERK NOT VERIFIED"
001410        WHEN OTHER
001411           DISPLAY "NOT AN ACTIVE CLERK"
001412           GO TO 9999-EXIT
001413     END-EVALUATE.
001414 0500-EXIT.
001415     EXIT.
001416
001417*                                                                *
001418*   1000-INITIALIZE -- START THE INDEX AT THE FIRST KEY FOR THE  *
001419*   TARGET ACCOUNT                                               *
001420*                                                                *
001430 1000-INITIALIZE.
001440     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
001490        GO TO 1000-EXIT
001500     END-IF.
001510     DISPLAY "TRANSACTIONS FOR ACCOUNT " WS-INQUIRY-ACCOUNT-ID.
001511     MOVE SPACES TO WS-ACCESS-KEY-VALUE.
001512     MOVE WS-INQUIRY-ACCOUNT-ID TO WS-ACCESS-KEY-VALUE (1:7).
001513     CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
001514          WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
001515          WS-ACCESS-KEY-VALUE.
001520*   THE STANDING ALERT SHOWS BEFORE ANYTHING ELSE.
001530     MOVE 'A' TO WS-ALERT-KEY-TYPE.
001540     MOVE SPACES TO WS-ALERT-KEY-VALUE.
