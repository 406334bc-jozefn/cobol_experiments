000010******************************************************************
000020*                                                                *
000030*   PRICE-AGREEMENT-MAINT                                        *
000040*                                                                *
000050*   CONSOLE MAINTENANCE OF THE NEGOTIATED PRICE AGREEMENTS (THE  *
000060*   SAME DISPLAY/ACCEPT SHAPE AS CHARGE-CODE-MAINT).  A CLERK    *
000070*   WITH EDIT AUTHORITY KEYS THE ACCOUNT AND CHARGE CODE, THEN   *
000080*   ADDS OR CHANGES THE AGREEMENT -- A FIXED PRICE OR A          *
000090*   PERCENTAGE OFF THE STANDARD PRICE, ITS EFFECTIVE AND EXPIRY  *
000100*   DATES, THE SALES REP WHO NEGOTIATED IT AND THE CONTRACT IT   *
000110*   CAME FROM -- OR CANCELS IT.  THE ACCOUNT MUST BE ON THE      *
000120*   ACCOUNT MASTER AND THE CODE AN ACTIVE FLAT-PRICED CODE ON    *
000130*   THE CHARGE-CODE MASTER (A USAGE-RATED CODE IS PRICED BY ITS  *
000140*   TIERS).  A RENEWAL IS KEYED AS A CHANGE WITH NEW DATES.      *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.      PRICE-AGREEMENT-MAINT.
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
000310     SELECT OPTIONAL PRICE-AGREEMENTS
000320            ASSIGN       TO  PRICEAGR
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE  IS DYNAMIC
000350            RECORD KEY   IS NP-AGREEMENT-KEY
000360            FILE STATUS  IS PRICEAGR-STATUS.
000370
000380     SELECT OPTIONAL CHARGE-CODES
000390            ASSIGN       TO  CHGCODES
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS DYNAMIC
000420            RECORD KEY   IS CC-CHARGE-CODE
000430            FILE STATUS  IS CHGCODE-STATUS.
000440
000450     SELECT OPTIONAL ACCOUNT-MASTER
000460            ASSIGN       TO  ACCTMSTR
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE  IS DYNAMIC
000490            RECORD KEY   IS AM-ACCOUNT-ID
000500            FILE STATUS  IS ACCTMSTR-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PRICE-AGREEMENTS.
000550 01  PRICE-AGREEMENT-STRUCTURE.
000560     COPY "PRICE-AGREEMENT-RECORD.CPY" REPLACING ==(TAG)==
000570          BY ==NP-==.
000580
000590 FD  CHARGE-CODES.
000600 01  CHARGE-CODE-STRUCTURE.
000610     COPY "CHARGE-CODE-RECORD.CPY" REPLACING ==(TAG)==
000620          BY ==CC-==.
000630
000640 FD  ACCOUNT-MASTER.
000650 01  ACCOUNT-MASTER-STRUCTURE.
000660     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000670          BY ==AM-==.
000680
000690 WORKING-STORAGE SECTION.
000700 01  PRICEAGR                   PIC X(50)
000710     VALUE "/mnt/c/cobfiles\price-agreements.idx".
000720 01  CHGCODES                   PIC X(50)
000730     VALUE "/mnt/c/cobfiles\charge-codes.idx".
000740 01  ACCTMSTR                   PIC X(50)
000750     VALUE "/mnt/c/cobfiles\account-master.idx".
000760 01  PRICEAGR-STATUS            PIC X(02).
000770 01  CHGCODE-STATUS             PIC X(02).
000780 01  ACCTMSTR-STATUS            PIC X(02).
000790
000800 01  WS-CLERK-ID                PIC X(10).
000810 01  WS-CLERK-NAME              PIC X(30).
000820 01  WS-CLERK-ROLE              PIC X(01).
000830 01  WS-CHECK-RESULT            PIC X(01).
000840 01  WS-TODAY-8                 PIC 9(08).
000850
000860 01  WS-IN-ACCOUNT              PIC X(07).
000870 01  WS-IN-CODE                 PIC X(06).
000880 01  WS-ACTION                  PIC X(01).
000890 01  WS-IN-VALUE                PIC X(30).
000900 01  WS-ON-FILE-SWITCH          PIC X(01) VALUE 'N'.
000910     88  WS-ON-FILE                       VALUE 'Y'.
000920*   THE PRICE THE AGREEMENT WORKS OUT TO TODAY, SHOWN BACK TO
000930*   THE CLERK (SEE PRICE-AGREEMENT-LOOKUP).
000940 01  WS-PA-PRICE                PIC 9(06)V9(02).
000950 01  WS-PA-RESULT               PIC X(01).
000960
000970 PROCEDURE DIVISION.
000980*                                                                *
000990*   0000-MAINLINE                                               *
001000*                                                                *
001010 0000-MAINLINE.
001020     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001030     DISPLAY "ENTER YOUR CLERK ID:".
001040     ACCEPT WS-CLERK-ID.
001050     IF WS-CLERK-ID = SPACES
001060        DISPLAY "A CLERK ID IS REQUIRED"
001070        GO TO 9999-EXIT
001080     END-IF.
001090     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001100          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001110     EVALUATE TRUE
001120        WHEN WS-CHECK-RESULT = 'M'
001130           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001140                   "ROLE NOT VERIFIED"
001150        WHEN WS-CHECK-RESULT = 'Y'
001160             AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
001170           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001180        WHEN OTHER
001190           DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
001200           GO TO 9999-EXIT
001210     END-EVALUATE.
001220     OPEN INPUT CHARGE-CODES.
001230     IF CHGCODE-STATUS NOT = '00'
001240        DISPLAY "NO CHARGE-CODE MASTER -- SET UP THE CODES ON "
001250                "CHARGE-CODE-MAINT FIRST"
001260        GO TO 9999-EXIT
001270     END-IF.
001280     OPEN INPUT ACCOUNT-MASTER.
001290     IF ACCTMSTR-STATUS NOT = '00'
001300        DISPLAY "CANNOT OPEN THE ACCOUNT MASTER, STATUS "
001310                ACCTMSTR-STATUS
001320        CLOSE CHARGE-CODES
001330        GO TO 9999-EXIT
001340     END-IF.
001350     OPEN I-O PRICE-AGREEMENTS.
001360     IF PRICEAGR-STATUS NOT = '00' AND PRICEAGR-STATUS NOT = '05'
001370        DISPLAY "CANNOT OPEN PRICE AGREEMENT FILE, STATUS "
001380                PRICEAGR-STATUS
001390        CLOSE CHARGE-CODES ACCOUNT-MASTER
001400        GO TO 9999-EXIT
001410     END-IF.
001420     PERFORM 2000-WORK-ONE-AGREEMENT THRU 2000-EXIT
001430             UNTIL WS-IN-ACCOUNT = "END".
001440     CLOSE PRICE-AGREEMENTS.
001450     CLOSE CHARGE-CODES.
001460     CLOSE ACCOUNT-MASTER.
001470     GO TO 9999-EXIT.
001480
001490*                                                                *
001500*   2000-WORK-ONE-AGREEMENT -- ACCOUNT AND CODE, THEN THE       *
001510*   AGREEMENT ON FILE FOR THE PAIR IF THERE IS ONE              *
001520*                                                                *
001530 2000-WORK-ONE-AGREEMENT.
001540     DISPLAY " ".
001550     DISPLAY "ACCOUNT-ID (OR END):".
001560     ACCEPT WS-IN-ACCOUNT.
001570     MOVE FUNCTION UPPER-CASE(WS-IN-ACCOUNT) TO WS-IN-ACCOUNT.
001580     IF WS-IN-ACCOUNT = "END" OR WS-IN-ACCOUNT = SPACES
001590        GO TO 2000-EXIT
001600     END-IF.
001610     IF WS-IN-ACCOUNT NOT NUMERIC
001620        DISPLAY "ACCOUNT-ID MUST BE SEVEN DIGITS"
001630        GO TO 2000-EXIT
001640     END-IF.
001650     MOVE WS-IN-ACCOUNT TO AM-ACCOUNT-ID.
001660     READ ACCOUNT-MASTER
001670         INVALID KEY
001680            DISPLAY "ACCOUNT " WS-IN-ACCOUNT " NOT ON THE MASTER"
001690            GO TO 2000-EXIT
001700     END-READ.
001710     DISPLAY "CHARGE CODE:".
001720     ACCEPT WS-IN-CODE.
001730     MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE.
001740     MOVE WS-IN-CODE TO CC-CHARGE-CODE.
001750     READ CHARGE-CODES
001760         INVALID KEY
001770            DISPLAY "UNKNOWN CHARGE CODE " WS-IN-CODE
001780            GO TO 2000-EXIT
001790     END-READ.
001800     IF CC-CODE-RETIRED
001810        DISPLAY "CHARGE CODE " WS-IN-CODE " IS RETIRED"
001820        GO TO 2000-EXIT
001830     END-IF.
001840     IF CC-USAGE-RATED
001850        DISPLAY "CHARGE CODE " WS-IN-CODE " IS PRICED BY USAGE "
001860                "TIERS -- NO AGREEMENT APPLIES"
001870        GO TO 2000-EXIT
001880     END-IF.
001890     DISPLAY CC-CHARGE-CODE " " CC-DESC " STD " CC-STANDARD-PRICE.
001900     MOVE AM-ACCOUNT-ID  TO NP-ACCOUNT-ID.
001910     MOVE CC-CHARGE-CODE TO NP-CHARGE-CODE.
001920     MOVE 'N' TO WS-ON-FILE-SWITCH.
001930     READ PRICE-AGREEMENTS
001940         INVALID KEY
001950            DISPLAY "NO AGREEMENT ON FILE"
001960         NOT INVALID KEY
001970            MOVE 'Y' TO WS-ON-FILE-SWITCH
001980            PERFORM 2100-SHOW-AGREEMENT THRU 2100-EXIT
001990     END-READ.
002000     DISPLAY "(A)DD/CHANGE, (C)ANCEL, ENTER TO SKIP:".
002010     ACCEPT WS-ACTION.
002020     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
002030     EVALUATE WS-ACTION
002040        WHEN 'A'
002050           PERFORM 3000-ADD-OR-CHANGE THRU 3000-EXIT
002060        WHEN 'C'
002070           PERFORM 4000-CANCEL-AGREEMENT THRU 4000-EXIT
002080        WHEN OTHER
002090           CONTINUE
002100     END-EVALUATE.
002110 2000-EXIT.
002120     EXIT.
002130
002140 2100-SHOW-AGREEMENT.
002150     IF NP-FIXED-PRICE
002160        DISPLAY "FIXED PRICE " NP-AGREED-PRICE
002170     ELSE
002180        DISPLAY NP-DISCOUNT-PERCENT " PERCENT OFF STANDARD"
002190     END-IF.
002200     DISPLAY "EFFECTIVE " NP-EFFECTIVE-DATE " EXPIRES "
002210             NP-EXPIRY-DATE " [" NP-AGREEMENT-STATUS "]".
002220     DISPLAY "REP " NP-SALES-REP " CONTRACT " NP-CONTRACT-REF.
002230     MOVE ZERO TO WS-PA-PRICE.
002240     CALL "PRICE-AGREEMENT-LOOKUP" USING NP-ACCOUNT-ID,
002250          NP-CHARGE-CODE, WS-TODAY-8, CC-STANDARD-PRICE,
002260          WS-PA-PRICE, WS-PA-RESULT.
002270     IF WS-PA-RESULT = 'N'
002280        DISPLAY "NOT IN EFFECT TODAY -- STANDARD PRICE APPLIES"
002290     ELSE
002300        DISPLAY "PRICE IN EFFECT TODAY: " WS-PA-PRICE
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340
002350*                                                                *
002360*   3000-ADD-OR-CHANGE -- THE WHOLE AGREEMENT IS KEYED AGAIN;   *
002370*   A BAD ENTRY LEAVES WHAT WAS ON FILE UNTOUCHED               *
002380*                                                                *
002390 3000-ADD-OR-CHANGE.
002400     MOVE SPACES TO PRICE-AGREEMENT-STRUCTURE.
002410     MOVE AM-ACCOUNT-ID  TO NP-ACCOUNT-ID.
002420     MOVE CC-CHARGE-CODE TO NP-CHARGE-CODE.
002430     MOVE ZERO TO NP-AGREED-PRICE NP-DISCOUNT-PERCENT.
002440     DISPLAY "(F)IXED PRICE OR (P)ERCENTAGE OFF STANDARD:".
002450     ACCEPT WS-IN-VALUE.
002460     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:1))
002470        TO NP-PRICING-METHOD.
002480     EVALUATE TRUE
002490        WHEN NP-FIXED-PRICE
002500           DISPLAY "AGREED PRICE:"
002510           ACCEPT WS-IN-VALUE
002520           COMPUTE NP-AGREED-PRICE = FUNCTION NUMVAL(WS-IN-VALUE)
002530           IF NP-AGREED-PRICE = ZERO
002540              DISPLAY "AN AGREED PRICE IS REQUIRED"
002550              GO TO 3000-EXIT
002560           END-IF
002570        WHEN NP-PERCENT-OFF
002580           DISPLAY "PERCENTAGE OFF (E.G. 12.5):"
002590           ACCEPT WS-IN-VALUE
002600           COMPUTE NP-DISCOUNT-PERCENT =
002610                   FUNCTION NUMVAL(WS-IN-VALUE)
002620           IF NP-DISCOUNT-PERCENT = ZERO
002630              OR NP-DISCOUNT-PERCENT NOT < 100
002640              DISPLAY "PERCENTAGE MUST BE ABOVE 0 AND BELOW 100"
002650              GO TO 3000-EXIT
002660           END-IF
002670        WHEN OTHER
002680           DISPLAY "PRICING MUST BE F OR P"
002690           GO TO 3000-EXIT
002700     END-EVALUATE.
002710     DISPLAY "EFFECTIVE DATE (YYYYMMDD, ENTER FOR TODAY):".
002720     ACCEPT WS-IN-VALUE.
002730     IF WS-IN-VALUE = SPACES
002740        MOVE WS-TODAY-8 TO NP-EFFECTIVE-DATE
002750     ELSE
002760        IF WS-IN-VALUE (1:8) NOT NUMERIC
002770           DISPLAY "MUST BE A YYYYMMDD DATE"
002780           GO TO 3000-EXIT
002790        END-IF
002800        MOVE WS-IN-VALUE (1:8) TO NP-EFFECTIVE-DATE
002810     END-IF.
002820     DISPLAY "EXPIRY DATE (YYYYMMDD, OR 0 FOR NO EXPIRY):".
002830     ACCEPT WS-IN-VALUE.
002840     IF WS-IN-VALUE (1:8) NUMERIC
002850        MOVE WS-IN-VALUE (1:8) TO NP-EXPIRY-DATE
002860     ELSE
002870        MOVE ZERO TO NP-EXPIRY-DATE
002880     END-IF.
002890     IF NP-EXPIRY-DATE NOT = ZERO
002900        AND NP-EXPIRY-DATE < NP-EFFECTIVE-DATE
002910        DISPLAY "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE"
002920        GO TO 3000-EXIT
002930     END-IF.
002940     DISPLAY "SALES REP WHO NEGOTIATED IT:".
002950     ACCEPT WS-IN-VALUE.
002960     IF WS-IN-VALUE = SPACES
002970        DISPLAY "A SALES REP IS REQUIRED -- THE EXPIRY WARNING "
002980                "GOES TO THEM"
002990        GO TO 3000-EXIT
003000     END-IF.
003010     MOVE FUNCTION UPPER-CASE(WS-IN-VALUE (1:10)) TO NP-SALES-REP.
003020     DISPLAY "CONTRACT OR QUOTE REFERENCE:".
003030     ACCEPT WS-IN-VALUE.
003040     MOVE WS-IN-VALUE (1:20) TO NP-CONTRACT-REF.
003050     SET NP-AGREEMENT-ACTIVE TO TRUE.
003070     MOVE WS-CLERK-ID TO NP-SET-UP-BY.
003080     MOVE WS-TODAY-8  TO NP-SET-UP-DATE.
003090     WRITE PRICE-AGREEMENT-STRUCTURE
003100         INVALID KEY
003110            REWRITE PRICE-AGREEMENT-STRUCTURE
003120     END-WRITE.
003130     DISPLAY "AGREEMENT SAVED FOR ACCOUNT " NP-ACCOUNT-ID
003140             " CODE " NP-CHARGE-CODE.
003150     PERFORM 2100-SHOW-AGREEMENT THRU 2100-EXIT.
003160 3000-EXIT.
003170     EXIT.
003180
003190 4000-CANCEL-AGREEMENT.
003200     IF NOT WS-ON-FILE
003210        DISPLAY "NO AGREEMENT ON FILE"
003220        GO TO 4000-EXIT
003230     END-IF.
003240     SET NP-AGREEMENT-CANCELLED TO TRUE.
003250     REWRITE PRICE-AGREEMENT-STRUCTURE.
003260     DISPLAY "AGREEMENT CANCELLED -- THE STANDARD PRICE APPLIES "
003270             "FROM NOW ON.".
003280 4000-EXIT.
003290     EXIT.
003300
003310 9999-EXIT.
003320     STOP RUN.
