000010******************************************************************
000020*                                                                *
000030*   RELIEF-AREA-MAINT                                            *
000040*                                                                *
000050*   CONSOLE MAINTENANCE OF THE DISASTER-RELIEF DECLARATIONS (THE *
000060*   SAME DISPLAY/ACCEPT SHAPE AS PRICE-AGREEMENT-MAINT).  A      *
000070*   SUPERVISOR KEYS THE RELIEF ID, THEN ADDS OR CHANGES THE      *
000080*   DECLARATION -- ITS DESCRIPTION, START AND END DATES, WHICH   *
000090*   COLLECTION ACTIONS IT SUSPENDS, AND UP TO TEN AREAS (A       *
000100*   STATE, A ZIP RANGE, OR BOTH) -- ENDS IT ON A GIVEN DAY, OR   *
000110*   CANCELS IT.  A DECLARATION KEYED IN ERROR IS CANCELLED;      *
000120*   A RELIEF THAT HAS RUN ITS COURSE IS ENDED, SO THAT           *
000130*   RELIEF-AREA-END-REPORT LISTS ITS ACCOUNTS FOR COLLECTIONS.   *
000140*                                                                *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.      RELIEF-AREA-MAINT.
000180 AUTHOR.          DATA PROCESSING.
000190 INSTALLATION.    ACCOUNTING SYSTEMS.
000200 DATE-WRITTEN.    10/15/2026.
000210 DATE-COMPILED.   10/15/2026.
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ------------------------------------------------------------ *
000250*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL RELIEF-AREAS
000310            ASSIGN       TO  RELIEFAR
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS RA-RELIEF-ID
000350            FILE STATUS  IS RELIEFAR-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  RELIEF-AREAS.
000400 01  RELIEF-AREA-STRUCTURE.
000410     COPY "RELIEF-AREA-RECORD.CPY" REPLACING ==(TAG)== BY ==RA-==.
000420
000430 WORKING-STORAGE SECTION.
000440 01  RELIEFAR                   PIC X(50)
000450     VALUE "/mnt/c/cobfiles\relief-areas.idx".
000460 01  RELIEFAR-STATUS            PIC X(02).
000470
000480 01  WS-CLERK-ID                PIC X(10).
000490 01  WS-CLERK-NAME              PIC X(30).
000500 01  WS-CLERK-ROLE              PIC X(01).
000510 01  WS-CHECK-RESULT            PIC X(01).
000520 01  WS-TODAY-8                 PIC 9(08).
000530
000540 01  WS-IN-RELIEF-ID            PIC X(08).
000550 01  WS-ACTION                  PIC X(01).
000560 01  WS-IN-VALUE                PIC X(40).
000570 01  WS-ON-FILE-SWITCH          PIC X(01) VALUE 'N'.
000580     88  WS-ON-FILE                       VALUE 'Y'.
000590 01  WS-AREAS-DONE-SWITCH       PIC X(01) VALUE 'N'.
000600     88  WS-AREAS-DONE                    VALUE 'Y'.
000610 01  WS-FLAG-I                  PIC 9(01) VALUE ZERO.
000620 01  WS-AREA-I                  PIC 9(02) VALUE ZERO.
000630 01  WS-KEEP-DECLARED-BY        PIC X(10).
000640 01  WS-KEEP-DECLARED-DATE      PIC 9(08).
000650 01  WS-NEW-END-DATE            PIC 9(08).
000660
000670*   THE SUSPENDABLE ACTIONS, IN THE ORDER OF RA-SUSPEND-FLAG.
000680 01  WS-ACTION-NAME-LIST.
000690     05  FILLER                 PIC X(20) VALUE "LATE FEES".
000700     05  FILLER                 PIC X(20) VALUE "DUNNING LETTERS".
000710     05  FILLER                 PIC X(20)
000720         VALUE "COLLECTION PLACEMENT".
000730     05  FILLER                 PIC X(20) VALUE "CREDIT HOLDS".
000740     05  FILLER                 PIC X(20) VALUE "CREDIT BUREAU".
000750 01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-LIST.
000760     05  WS-ACTION-NAME         PIC X(20) OCCURS 5 TIMES.
000770
000780 PROCEDURE DIVISION.
000790*                                                                *
000800*   0000-MAINLINE                                               *
000810*                                                                *
000820 0000-MAINLINE.
000830     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
000840     DISPLAY "ENTER YOUR CLERK ID:".
000850     ACCEPT WS-CLERK-ID.
000860     IF WS-CLERK-ID = SPACES
000870        DISPLAY "A CLERK ID IS REQUIRED"
000880        GO TO 9999-EXIT
000890     END-IF.
000900     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
000910          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
000920     EVALUATE TRUE
000930        WHEN WS-CHECK-RESULT = 'M'
000940           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
000950                   "ROLE NOT VERIFIED"
000960        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
000970           DISPLAY "SIGNED ON: " WS-CLERK-NAME
000980        WHEN OTHER
000990           DISPLAY "ONLY A SUPERVISOR MAY DECLARE RELIEF"
001000           GO TO 9999-EXIT
001010     END-EVALUATE.
001020     OPEN I-O RELIEF-AREAS.
001030     IF RELIEFAR-STATUS NOT = '00' AND RELIEFAR-STATUS NOT = '05'
001040        DISPLAY "CANNOT OPEN RELIEF AREA FILE, STATUS "
001050                RELIEFAR-STATUS
001060        GO TO 9999-EXIT
001070     END-IF.
001080     PERFORM 2000-WORK-ONE-RELIEF THRU 2000-EXIT
001090             UNTIL WS-IN-RELIEF-ID = "END".
001100     CLOSE RELIEF-AREAS.
001110     GO TO 9999-EXIT.
001120
001130*                                                                *
001140*   2000-WORK-ONE-RELIEF -- THE RELIEF ID, THEN THE DECLARATION *
001150*   ON FILE FOR IT IF THERE IS ONE                              *
001160*                                                                *
001170 2000-WORK-ONE-RELIEF.
001180     DISPLAY " ".
001190     DISPLAY "RELIEF ID (OR END):".
001200     ACCEPT WS-IN-RELIEF-ID.
001210     MOVE FUNCTION UPPER-CASE(WS-IN-RELIEF-ID) TO WS-IN-RELIEF-ID.
001220     IF WS-IN-RELIEF-ID = "END" OR WS-IN-RELIEF-ID = SPACES
001230        GO TO 2000-EXIT
001240     END-IF.
001250     MOVE WS-IN-RELIEF-ID TO RA-RELIEF-ID.
001260     MOVE 'N' TO WS-ON-FILE-SWITCH.
001270     READ RELIEF-AREAS
001280         INVALID KEY
001290            DISPLAY "NO DECLARATION ON FILE"
001300         NOT INVALID KEY
001310            MOVE 'Y' TO WS-ON-FILE-SWITCH
001320            PERFORM 2100-SHOW-RELIEF THRU 2100-EXIT
001330     END-READ.
001340     DISPLAY "(A)DD/CHANGE, (E)ND, (C)ANCEL, ENTER TO SKIP:".
001350     ACCEPT WS-ACTION.
001360     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001370     EVALUATE WS-ACTION
001380        WHEN 'A'
001390           PERFORM 3000-ADD-OR-CHANGE THRU 3000-EXIT
001400        WHEN 'E'
001410           PERFORM 4000-END-RELIEF THRU 4000-EXIT
001420        WHEN 'C'
001430           PERFORM 5000-CANCEL-RELIEF THRU 5000-EXIT
001440        WHEN OTHER
001450           CONTINUE
001460     END-EVALUATE.
001470 2000-EXIT.
001480     EXIT.
001490
001500 2100-SHOW-RELIEF.
001510     DISPLAY RA-RELIEF-ID " " RA-DESCRIPTION
001520             " [" RA-RELIEF-STATUS "]".
001530     DISPLAY "IN FORCE " RA-START-DATE " THROUGH " RA-END-DATE
001540             " (0 = UNTIL FURTHER NOTICE)".
001550     PERFORM 2200-SHOW-ONE-ACTION THRU 2200-EXIT
001560             VARYING WS-FLAG-I FROM 1 BY 1
001570             UNTIL WS-FLAG-I > 5.
001580     IF RA-AREA-COUNT NUMERIC
001590        PERFORM 2300-SHOW-ONE-AREA THRU 2300-EXIT
001600                VARYING WS-AREA-I FROM 1 BY 1
001610                UNTIL WS-AREA-I > RA-AREA-COUNT
001620                   OR WS-AREA-I > 10
001630     END-IF.
001640     DISPLAY "DECLARED BY " RA-DECLARED-BY " ON "
001650             RA-DECLARED-DATE.
001660     IF RA-END-REPORTED-DATE NUMERIC
001670        AND RA-END-REPORTED-DATE > ZERO
001680        DISPLAY "ACCOUNTS LISTED FOR COLLECTIONS ON "
001690                RA-END-REPORTED-DATE
001700     END-IF.
001710 2100-EXIT.
001720     EXIT.
001730
001740 2200-SHOW-ONE-ACTION.
001750     IF RA-SUSPEND-FLAG (WS-FLAG-I) = 'Y'
001760        DISPLAY "  SUSPENDS " WS-ACTION-NAME (WS-FLAG-I)
001770     END-IF.
001780 2200-EXIT.
001790     EXIT.
001800
001810 2300-SHOW-ONE-AREA.
001820     DISPLAY "  AREA " WS-AREA-I
001830             "  STATE " RA-AREA-STATE (WS-AREA-I)
001840             "  ZIP " RA-AREA-ZIP-FROM (WS-AREA-I)
001850             " - " RA-AREA-ZIP-TO (WS-AREA-I).
001860 2300-EXIT.
001870     EXIT.
001880
001890*                                                                *
001900*   3000-ADD-OR-CHANGE -- THE WHOLE DECLARATION IS KEYED AGAIN; *
001910*   A BAD ENTRY LEAVES WHAT WAS ON FILE UNTOUCHED.  A CHANGED   *
001920*   DECLARATION IS LISTED AFRESH WHEN IT ENDS.                  *
001930*                                                                *
001940 3000-ADD-OR-CHANGE.
001950     IF WS-ON-FILE
001960        MOVE RA-DECLARED-BY   TO WS-KEEP-DECLARED-BY
001970        MOVE RA-DECLARED-DATE TO WS-KEEP-DECLARED-DATE
001980     ELSE
001990        MOVE WS-CLERK-ID      TO WS-KEEP-DECLARED-BY
002000        MOVE WS-TODAY-8       TO WS-KEEP-DECLARED-DATE
002010     END-IF.
002020     MOVE SPACES TO RELIEF-AREA-STRUCTURE.
002030     MOVE WS-IN-RELIEF-ID TO RA-RELIEF-ID.
002040     MOVE ZERO TO RA-START-DATE RA-END-DATE RA-AREA-COUNT
002050                  RA-END-REPORTED-DATE.
002060     DISPLAY "DESCRIPTION (THE STORM OR DECLARATION NUMBER):".
002070     ACCEPT WS-IN-VALUE.
002080     IF WS-IN-VALUE = SPACES
002090        DISPLAY "A DESCRIPTION IS REQUIRED"
002100        GO TO 3000-EXIT
002110     END-IF.
002120     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE) TO RA-DESCRIPTION.
002130     DISPLAY "START DATE (YYYYMMDD, ENTER FOR TODAY):".
002140     ACCEPT WS-IN-VALUE.
002150     IF WS-IN-VALUE = SPACES
002160        MOVE WS-TODAY-8 TO RA-START-DATE
002170     ELSE
002180        IF WS-IN-VALUE (1:8) NOT NUMERIC
002190           DISPLAY "MUST BE A YYYYMMDD DATE"
002200           GO TO 3000-EXIT
002210        END-IF
002220        MOVE WS-IN-VALUE (1:8) TO RA-START-DATE
002230     END-IF.
002240     DISPLAY "END DATE (YYYYMMDD, OR 0 UNTIL FURTHER NOTICE):".
002250     ACCEPT WS-IN-VALUE.
002260     IF WS-IN-VALUE (1:8) NUMERIC
002270        MOVE WS-IN-VALUE (1:8) TO RA-END-DATE
002280     ELSE
002290        MOVE ZERO TO RA-END-DATE
002300     END-IF.
002310     IF RA-END-DATE NOT = ZERO
002320        AND RA-END-DATE < RA-START-DATE
002330        DISPLAY "END DATE IS BEFORE THE START DATE"
002340        GO TO 3000-EXIT
002350     END-IF.
002360     PERFORM 3100-KEY-ONE-ACTION THRU 3100-EXIT
002370             VARYING WS-FLAG-I FROM 1 BY 1
002380             UNTIL WS-FLAG-I > 5.
002390     IF RA-SUSPEND-ACTIONS = "NNNNN"
002400        DISPLAY "THE RELIEF MUST SUSPEND AT LEAST ONE ACTION"
002410        GO TO 3000-EXIT
002420     END-IF.
002430     DISPLAY "AREAS -- A STATE, A ZIP RANGE, OR BOTH; ENTER A "
002440             "BLANK STATE AND ZIP TO FINISH".
002450     MOVE 'N' TO WS-AREAS-DONE-SWITCH.
002460     PERFORM 3200-KEY-ONE-AREA THRU 3200-EXIT
002470             UNTIL WS-AREAS-DONE
002480                OR RA-AREA-COUNT = 10.
002490     IF RA-AREA-COUNT = ZERO
002500        DISPLAY "AT LEAST ONE AREA IS REQUIRED"
002510        GO TO 3000-EXIT
002520     END-IF.
002530     SET RA-RELIEF-DECLARED TO TRUE.
002540     MOVE WS-KEEP-DECLARED-BY   TO RA-DECLARED-BY.
002550     MOVE WS-KEEP-DECLARED-DATE TO RA-DECLARED-DATE.
002560     WRITE RELIEF-AREA-STRUCTURE
002570         INVALID KEY
002580            REWRITE RELIEF-AREA-STRUCTURE
002590     END-WRITE.
002600     DISPLAY "RELIEF " RA-RELIEF-ID " SAVED".
002610     MOVE 'Y' TO WS-ON-FILE-SWITCH.
002620     PERFORM 2100-SHOW-RELIEF THRU 2100-EXIT.
002630 3000-EXIT.
002640     EXIT.
002650
002660 3100-KEY-ONE-ACTION.
002670     DISPLAY "SUSPEND " WS-ACTION-NAME (WS-FLAG-I)
002680             " (Y/N, ENTER FOR Y):".
002690     ACCEPT WS-IN-VALUE.
002700     IF WS-IN-VALUE (1:1) = 'N' OR WS-IN-VALUE (1:1) = 'n'
002710        MOVE 'N' TO RA-SUSPEND-FLAG (WS-FLAG-I)
002720     ELSE
002730        MOVE 'Y' TO RA-SUSPEND-FLAG (WS-FLAG-I)
002740     END-IF.
002750 3100-EXIT.
002760     EXIT.
002770
002780*                                                                *
002790*   3200-KEY-ONE-AREA -- A ZIP RANGE IS FIVE-DIGIT ZIPS, THE TO *
002800*   DEFAULTING TO THE FROM; A STATE ALONE IS THE WHOLE STATE    *
002810*                                                                *
002820 3200-KEY-ONE-AREA.
002830     ADD 1 TO RA-AREA-COUNT.
002840     MOVE RA-AREA-COUNT TO WS-AREA-I.
002850     DISPLAY "AREA " WS-AREA-I " STATE (2 LETTERS, OR ENTER):".
002860     ACCEPT WS-IN-VALUE.
002870     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:2))
002880        TO RA-AREA-STATE (WS-AREA-I).
002890     DISPLAY "AREA " WS-AREA-I " ZIP FROM (5 DIGITS, OR ENTER):".
002900     ACCEPT WS-IN-VALUE.
002910     MOVE WS-IN-VALUE (1:5) TO RA-AREA-ZIP-FROM (WS-AREA-I).
002920     IF RA-AREA-STATE (WS-AREA-I) = SPACES
002930        AND RA-AREA-ZIP-FROM (WS-AREA-I) = SPACES
002940        MOVE 'Y' TO WS-AREAS-DONE-SWITCH
002950        SUBTRACT 1 FROM RA-AREA-COUNT
002960        GO TO 3200-EXIT
002970     END-IF.
002980     IF RA-AREA-ZIP-FROM (WS-AREA-I) = SPACES
002990        GO TO 3200-EXIT
003000     END-IF.
003010     IF RA-AREA-ZIP-FROM (WS-AREA-I) NOT NUMERIC
003020        DISPLAY "A ZIP MUST BE FIVE DIGITS -- AREA NOT TAKEN"
003030        PERFORM 3300-DROP-AREA THRU 3300-EXIT
003040        GO TO 3200-EXIT
003050     END-IF.
003060     DISPLAY "AREA " WS-AREA-I " ZIP TO (ENTER FOR THE SAME):".
003070     ACCEPT WS-IN-VALUE.
003080     IF WS-IN-VALUE = SPACES
003090        MOVE RA-AREA-ZIP-FROM (WS-AREA-I)
003100           TO RA-AREA-ZIP-TO (WS-AREA-I)
003110     ELSE
003120        MOVE WS-IN-VALUE (1:5) TO RA-AREA-ZIP-TO (WS-AREA-I)
003130     END-IF.
003140     IF RA-AREA-ZIP-TO (WS-AREA-I) NOT NUMERIC
003150        OR RA-AREA-ZIP-TO (WS-AREA-I)
003160           < RA-AREA-ZIP-FROM (WS-AREA-I)
003170        DISPLAY "ZIP TO MUST BE FIVE DIGITS, NOT BELOW ZIP FROM "
003180                "-- AREA NOT TAKEN"
003190        PERFORM 3300-DROP-AREA THRU 3300-EXIT
003200     END-IF.
003210 3200-EXIT.
003220     EXIT.
003230
003240 3300-DROP-AREA.
003250     MOVE SPACES TO RA-AREA (WS-AREA-I).
003260     SUBTRACT 1 FROM RA-AREA-COUNT.
003270 3300-EXIT.
003280     EXIT.
003290
003300*                                                                *
003310*   4000-END-RELIEF -- THE LAST DAY OF RELIEF.  THE NIGHT AFTER *
003320*   IT, RELIEF-AREA-END-REPORT LISTS THE ACCOUNTS IN THE AREAS  *
003330*                                                                *
003340 4000-END-RELIEF.
003350     IF NOT WS-ON-FILE OR RA-RELIEF-CANCELLED
003360        DISPLAY "NO DECLARATION IN FORCE TO END"
003370        GO TO 4000-EXIT
003380     END-IF.
003390     DISPLAY "LAST DAY OF RELIEF (YYYYMMDD, ENTER FOR TODAY):".
003400     ACCEPT WS-IN-VALUE.
003410     IF WS-IN-VALUE = SPACES
003420        MOVE WS-TODAY-8 TO WS-NEW-END-DATE
003430     ELSE
003440        IF WS-IN-VALUE (1:8) NOT NUMERIC
003450           DISPLAY "MUST BE A YYYYMMDD DATE"
003460           GO TO 4000-EXIT
003470        END-IF
003480        MOVE WS-IN-VALUE (1:8) TO WS-NEW-END-DATE
003490     END-IF.
003500     IF WS-NEW-END-DATE < RA-START-DATE
003510        DISPLAY "END DATE IS BEFORE THE START DATE"
003520        GO TO 4000-EXIT
003530     END-IF.
003540     MOVE WS-NEW-END-DATE TO RA-END-DATE.
003550     MOVE ZERO TO RA-END-REPORTED-DATE.
003560     REWRITE RELIEF-AREA-STRUCTURE.
003570     DISPLAY "RELIEF " RA-RELIEF-ID " ENDS ON " RA-END-DATE
003580             " -- ITS ACCOUNTS ARE LISTED FOR COLLECTIONS THE "
003590             "NIGHT AFTER.".
003600 4000-EXIT.
003610     EXIT.
003620
003630 5000-CANCEL-RELIEF.
003640     IF NOT WS-ON-FILE
003650        DISPLAY "NO DECLARATION ON FILE"
003660        GO TO 5000-EXIT
003670     END-IF.
003680     SET RA-RELIEF-CANCELLED TO TRUE.
003690     REWRITE RELIEF-AREA-STRUCTURE.
003700     DISPLAY "RELIEF CANCELLED -- IT SUSPENDS NOTHING FROM NOW "
003710             "ON AND IS NOT LISTED WHEN IT ENDS.".
003720 5000-EXIT.
003730     EXIT.
003740
003750 9999-EXIT.
003760     STOP RUN.
