000010******************************************************************
000020*                                                                *
000030*   MAILING-LOG                                                  *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS RUN-CONTROL-LOG) THAT   *
000060*   COUNTS WHAT A MAILING RUN PUTS IN THE MAIL AND WHAT THE      *
000070*   POSTAGE COST.  EVERY PROGRAM THAT PRODUCES MAIL CALLS IT     *
000080*   WITH FUNCTION 'P' FOR EACH PIECE (OR BATCH OF PIECES) AND    *
000090*   ONCE WITH 'E' AT THE END OF THE RUN:                         *
000100*                                                                *
000110*       CALL "MAILING-LOG" USING FUNCTION-CODE, JOB-NAME,        *
000120*            COMPANY-CODE, POSTAGE-CLASS, COUNTRY,               *
000130*            CAMPAIGN-CODE, PIECE-COUNT                          *
000140*                                                                *
000150*   'P' ADDS THE PIECES TO A RUN TABLE BY COMPANY, CLASS AND     *
000160*   CAMPAIGN.  THE CALLER PASSES ITS OWN CLASS -- F FIRST        *
000170*   CLASS, P PRESORTED, C CERTIFIED -- AND THE CONTACT'S         *
000180*   COUNTRY; ANY COUNTRY OTHER THAN BLANK OR "US" GOES AS X      *
000190*   (FOREIGN) WHATEVER THE CALLER ASKED FOR.  A BLANK COMPANY    *
000200*   IS COMPANY 01, AS EVERYWHERE ELSE.                           *
000210*                                                                *
000220*   'E' PRICES EACH TABLE ENTRY FROM THE POSTAGE RATE TABLE --   *
000230*   A MAINTAINED TEXT FILE (postage-rates.txt) OF                *
000240*   CLASS,YYYYMMDD,RR.RRR LINES, THE SAME EFFECTIVE-DATED        *
000250*   APPROACH AS THE EXCHANGE RATE TABLE, WHERE THE LATEST LINE   *
000260*   DATED ON OR BEFORE THE MAIL DATE WINS -- AND WRITES IT TO    *
000270*   THE MAILING LOG UNDER THE PROCESSING DATE.  A CAMPAIGN       *
000280*   ENTRY ALSO ADDS ITS PIECES AND POSTAGE TO THE CAMPAIGN COST  *
000290*   MASTER.  A CLASS WITH NO RATE ON THE TABLE IS LOGGED WITH    *
000300*   ITS PIECES AT ZERO POSTAGE AND A CONSOLE WARNING.            *
000310*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.      MAILING-LOG.
000350 AUTHOR.          DATA PROCESSING.
000360 INSTALLATION.    ACCOUNTING SYSTEMS.
000370 DATE-WRITTEN.    10/15/2026.
000380 DATE-COMPILED.   10/15/2026.
000390*                                                                *
000400*   MODIFICATION HISTORY                                        *
000410*   ------------------------------------------------------------ *
000420*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000430*                                                                *
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL MAILING-LOG-FILE
000480            ASSIGN       TO  MAILLOG
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE  IS DYNAMIC
000510            RECORD KEY   IS ML-MAIL-KEY
000520            FILE STATUS  IS MAILLOG-STATUS.
000530
000540     SELECT OPTIONAL CAMPAIGN-MASTER
000550            ASSIGN       TO  CAMPMST
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE  IS DYNAMIC
000580            RECORD KEY   IS CP-CAMPAIGN-CODE
000590            FILE STATUS  IS CAMPMST-STATUS.
000600
000610     SELECT OPTIONAL RATE-FILE
000620            ASSIGN       TO  RATEFILE
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS  IS RATE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MAILING-LOG-FILE.
000690 01  MAILING-LOG-STRUCTURE.
000700     COPY "MAILING-LOG-RECORD.CPY" REPLACING ==(TAG)==
000710          BY ==ML-==.
000720
000730 FD  CAMPAIGN-MASTER.
000740 01  CAMPAIGN-MASTER-STRUCTURE.
000750     COPY "ADDRESS-CAMPAIGN-MASTER-RECORD.CPY"
000760          REPLACING ==(TAG)== BY ==CP-==.
000770
000780 FD  RATE-FILE
000790     RECORDING MODE IS F.
000800 01  RATE-LINE                    PIC X(30).
000810
000820 WORKING-STORAGE SECTION.
000830 01  MAILLOG                    PIC X(50)
000840     VALUE "/mnt/c/cobfiles\mailing-log.idx".
000850 01  MAILLOG-STATUS             PIC X(02).
000860 01  CAMPMST                    PIC X(50)
000870     VALUE "/mnt/c/cobfiles\address-campaign-master.idx".
000880 01  CAMPMST-STATUS             PIC X(02).
000890 01  RATEFILE                   PIC X(50)
000900     VALUE "postage-rates.txt".
000910 01  RATE-STATUS                PIC X(02).
000920
000930 01  WS-TODAY-8                 PIC 9(08).
000940 01  WS-DATE-OVERRIDE           PIC X(01).
000950 01  WS-OVERRIDE-MARK           PIC X(60).
000960
000970*                                                                *
000980*   THE RUN TABLE -- KEPT BETWEEN CALLS UNTIL THE 'E' CALL.  A   *
000990*   FULL TABLE IS WRITTEN AWAY EARLY AND STARTED AGAIN.          *
001000*                                                                *
001010 01  WS-MAIL-TABLE.
001020     05  WS-MAIL-ENTRY OCCURS 50 TIMES.
001030         10  WS-MT-COMPANY      PIC X(02).
001040         10  WS-MT-CLASS        PIC X(01).
001050         10  WS-MT-CAMPAIGN     PIC X(08).
001060         10  WS-MT-PIECES       PIC 9(07).
001070 01  WS-MAIL-COUNT              PIC 9(03) COMP VALUE ZERO.
001080 01  WS-MT-I                    PIC 9(03) COMP VALUE ZERO.
001090 01  WS-MT-FOUND                PIC 9(03) COMP VALUE ZERO.
001100
001110 01  WS-WORK-COMPANY            PIC X(02).
001120 01  WS-WORK-CLASS              PIC X(01).
001130
001140*                                                                *
001150*   RATES IN FORCE ON THE MAIL DATE, ONE PER CLASS               *
001160*                                                                *
001170 01  WS-RATE-TABLE.
001180     05  WS-RATE-ENTRY OCCURS 4 TIMES.
001190         10  WS-RT-CLASS        PIC X(01).
001200         10  WS-RT-DATE         PIC 9(08).
001210         10  WS-RT-RATE         PIC 9(02)V9(03).
001220 01  WS-RT-I                    PIC 9(01) COMP VALUE ZERO.
001230 01  WS-IN-CLASS                PIC X(01).
001240 01  WS-IN-DATE                 PIC X(08).
001250 01  WS-IN-RATE                 PIC X(09).
001260 01  WS-PIECE-RATE              PIC 9(02)V9(03).
001270 01  WS-POSTAGE-AMOUNT          PIC 9(07)V9(02).
001280
001290 LINKAGE SECTION.
001300 01  LK-FUNCTION                PIC X(01).
001310 01  LK-JOB-NAME                PIC X(20).
001320 01  LK-COMPANY-CODE            PIC X(02).
001330 01  LK-POSTAGE-CLASS           PIC X(01).
001340 01  LK-COUNTRY                 PIC X(03).
001350 01  LK-CAMPAIGN-CODE           PIC X(08).
001360 01  LK-PIECES                  PIC 9(07).
001370
001380 PROCEDURE DIVISION USING LK-FUNCTION, LK-JOB-NAME,
001390                          LK-COMPANY-CODE, LK-POSTAGE-CLASS,
001400                          LK-COUNTRY, LK-CAMPAIGN-CODE,
001410                          LK-PIECES.
001420*                                                                *
001430*   0000-MAINLINE                                               *
001440*                                                                *
001450 0000-MAINLINE.
001460     IF LK-FUNCTION = 'P'
001470        PERFORM 2000-ADD-PIECES THRU 2000-EXIT
001480     ELSE
001490        PERFORM 4000-WRITE-LOG THRU 4000-EXIT
001500     END-IF.
001510     GOBACK.
001520
001530*                                                                *
001540*   2000-ADD-PIECES -- ONE CALL'S PIECES ONTO THE RUN TABLE      *
001550*                                                                *
001560 2000-ADD-PIECES.
001570     IF LK-PIECES = ZERO
001580        GO TO 2000-EXIT
001590     END-IF.
001600     MOVE LK-COMPANY-CODE TO WS-WORK-COMPANY.
001610     IF WS-WORK-COMPANY = SPACES
001620        MOVE "01" TO WS-WORK-COMPANY
001630     END-IF.
001640     MOVE LK-POSTAGE-CLASS TO WS-WORK-CLASS.
001650     IF LK-COUNTRY NOT = SPACES AND LK-COUNTRY NOT = "US"
001660        AND LK-COUNTRY NOT = "USA"
001670        MOVE 'X' TO WS-WORK-CLASS
001680     END-IF.
001690     MOVE ZERO TO WS-MT-FOUND.
001700     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
001710             VARYING WS-MT-I FROM 1 BY 1
001720             UNTIL WS-MT-I > WS-MAIL-COUNT
001730                OR WS-MT-FOUND NOT = ZERO.
001740     IF WS-MT-FOUND = ZERO
001750        IF WS-MAIL-COUNT = 50
001760           PERFORM 4000-WRITE-LOG THRU 4000-EXIT
001770        END-IF
001780        ADD 1 TO WS-MAIL-COUNT
001790        MOVE WS-MAIL-COUNT    TO WS-MT-FOUND
001800        MOVE WS-WORK-COMPANY  TO WS-MT-COMPANY (WS-MT-FOUND)
001810        MOVE WS-WORK-CLASS    TO WS-MT-CLASS (WS-MT-FOUND)
001820        MOVE LK-CAMPAIGN-CODE TO WS-MT-CAMPAIGN (WS-MT-FOUND)
001830        MOVE ZERO             TO WS-MT-PIECES (WS-MT-FOUND)
001840     END-IF.
001850     ADD LK-PIECES TO WS-MT-PIECES (WS-MT-FOUND).
001860 2000-EXIT.
001870     EXIT.
001880
001890 2100-FIND-ENTRY.
001900     IF WS-MT-COMPANY (WS-MT-I) = WS-WORK-COMPANY
001910        AND WS-MT-CLASS (WS-MT-I) = WS-WORK-CLASS
001920        AND WS-MT-CAMPAIGN (WS-MT-I) = LK-CAMPAIGN-CODE
001930        MOVE WS-MT-I TO WS-MT-FOUND
001940     END-IF.
001950 2100-EXIT.
001960     EXIT.
001970
001980*                                                                *
001990*   4000-WRITE-LOG -- PRICE THE RUN TABLE AND WRITE IT AWAY      *
002000*                                                                *
002010 4000-WRITE-LOG.
002020     IF WS-MAIL-COUNT = ZERO
002030        GO TO 4000-EXIT
002040     END-IF.
002050     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002060          WS-OVERRIDE-MARK.
002070     PERFORM 5000-LOAD-RATES THRU 5000-EXIT.
002080     OPEN I-O MAILING-LOG-FILE.
002090     IF MAILLOG-STATUS NOT = '00' AND MAILLOG-STATUS NOT = '05'
002100        DISPLAY "MAILING-LOG: CANNOT OPEN MAILING LOG, STATUS "
002110                MAILLOG-STATUS
002120        MOVE ZERO TO WS-MAIL-COUNT
002130        GO TO 4000-EXIT
002140     END-IF.
002150     OPEN I-O CAMPAIGN-MASTER.
002160     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
002170             VARYING WS-MT-I FROM 1 BY 1
002180             UNTIL WS-MT-I > WS-MAIL-COUNT.
002190     IF CAMPMST-STATUS = '00' OR CAMPMST-STATUS = '05'
002200        OR CAMPMST-STATUS = '23'
002210        CLOSE CAMPAIGN-MASTER
002220     END-IF.
002230     CLOSE MAILING-LOG-FILE.
002240     MOVE ZERO TO WS-MAIL-COUNT.
002250 4000-EXIT.
002260     EXIT.
002270
002280 4100-WRITE-ONE-ENTRY.
002290     MOVE ZERO TO WS-PIECE-RATE.
002300     PERFORM 4200-FIND-RATE THRU 4200-EXIT
002310             VARYING WS-RT-I FROM 1 BY 1
002320             UNTIL WS-RT-I > 4.
002330     IF WS-PIECE-RATE = ZERO
002340        DISPLAY "MAILING-LOG: NO POSTAGE RATE FOR CLASS "
002350                WS-MT-CLASS (WS-MT-I) " -- PIECES LOGGED AT ZERO"
002360     END-IF.
002370     COMPUTE WS-POSTAGE-AMOUNT ROUNDED =
002380             WS-MT-PIECES (WS-MT-I) * WS-PIECE-RATE.
002390     MOVE WS-TODAY-8               TO ML-MAIL-DATE.
002400     MOVE LK-JOB-NAME              TO ML-JOB-NAME.
002410     MOVE WS-MT-COMPANY (WS-MT-I)  TO ML-COMPANY-CODE.
002420     MOVE WS-MT-CLASS (WS-MT-I)    TO ML-POSTAGE-CLASS.
002430     MOVE WS-MT-CAMPAIGN (WS-MT-I) TO ML-CAMPAIGN-CODE.
002440     READ MAILING-LOG-FILE
002450         INVALID KEY
002460            MOVE ZERO TO ML-PIECE-COUNT ML-POSTAGE-AMOUNT
002470            MOVE WS-PIECE-RATE TO ML-RATE
002480            ADD WS-MT-PIECES (WS-MT-I) TO ML-PIECE-COUNT
002490            ADD WS-POSTAGE-AMOUNT      TO ML-POSTAGE-AMOUNT
002500            WRITE MAILING-LOG-STRUCTURE
002510            GO TO 4100-CAMPAIGN
002520     END-READ.
002530     MOVE WS-PIECE-RATE TO ML-RATE.
002540     ADD WS-MT-PIECES (WS-MT-I) TO ML-PIECE-COUNT.
002550     ADD WS-POSTAGE-AMOUNT      TO ML-POSTAGE-AMOUNT.
002560     REWRITE MAILING-LOG-STRUCTURE.
002570 4100-CAMPAIGN.
002580     IF WS-MT-CAMPAIGN (WS-MT-I) = SPACES
002590        GO TO 4100-EXIT
002600     END-IF.
002610     IF CAMPMST-STATUS NOT = '00' AND CAMPMST-STATUS NOT = '05'
002620        AND CAMPMST-STATUS NOT = '23'
002630        GO TO 4100-EXIT
002640     END-IF.
002650*   A CAMPAIGN MAILED BEFORE MARKETING SET IT UP ON THE COST
002660*   MASTER GETS AN ENTRY OPENED FOR IT, SO THE POSTAGE IS NOT
002670*   LOST; ADDRESS-CAMPAIGN-MAINT FILLS IN THE REST.
002680     MOVE WS-MT-CAMPAIGN (WS-MT-I) TO CP-CAMPAIGN-CODE.
002690     READ CAMPAIGN-MASTER
002700         INVALID KEY
002710            MOVE SPACES TO CAMPAIGN-MASTER-STRUCTURE
002720            MOVE WS-MT-CAMPAIGN (WS-MT-I) TO CP-CAMPAIGN-CODE
002730            MOVE "OPENED BY MAILING LOG" TO CP-DESCRIPTION
002740            MOVE WS-TODAY-8 TO CP-MAILED-DATE
002750            MOVE ZERO TO CP-PIECE-COST CP-FIXED-COST
002760            MOVE ZERO TO CP-PIECES-MAILED CP-POSTAGE-LOGGED
002770            MOVE "MAILINGLOG" TO CP-UPDATED-BY
002780            MOVE WS-TODAY-8 TO CP-UPDATED-DATE
002790            ADD WS-MT-PIECES (WS-MT-I) TO CP-PIECES-MAILED
002800            ADD WS-POSTAGE-AMOUNT      TO CP-POSTAGE-LOGGED
002810            WRITE CAMPAIGN-MASTER-STRUCTURE
002820            GO TO 4100-EXIT
002830     END-READ.
002840     ADD WS-MT-PIECES (WS-MT-I) TO CP-PIECES-MAILED.
002850     ADD WS-POSTAGE-AMOUNT      TO CP-POSTAGE-LOGGED.
002860     REWRITE CAMPAIGN-MASTER-STRUCTURE.
002870 4100-EXIT.
002880     EXIT.
002890
002900 4200-FIND-RATE.
002910     IF WS-RT-CLASS (WS-RT-I) = WS-MT-CLASS (WS-MT-I)
002920        MOVE WS-RT-RATE (WS-RT-I) TO WS-PIECE-RATE
002930     END-IF.
002940 4200-EXIT.
002950     EXIT.
002960
002970*                                                                *
002980*   5000-LOAD-RATES -- THE LATEST RATE ON OR BEFORE THE MAIL     *
002990*   DATE FOR EACH OF THE FOUR CLASSES                            *
003000*                                                                *
003010 5000-LOAD-RATES.
003020     MOVE 'F' TO WS-RT-CLASS (1).
003030     MOVE 'P' TO WS-RT-CLASS (2).
003040     MOVE 'C' TO WS-RT-CLASS (3).
003050     MOVE 'X' TO WS-RT-CLASS (4).
003060     MOVE ZERO TO WS-RT-DATE (1) WS-RT-DATE (2)
003070                  WS-RT-DATE (3) WS-RT-DATE (4).
003080     MOVE ZERO TO WS-RT-RATE (1) WS-RT-RATE (2)
003090                  WS-RT-RATE (3) WS-RT-RATE (4).
003100     OPEN INPUT RATE-FILE.
003110     IF RATE-STATUS NOT = '00'
003120        GO TO 5000-EXIT
003130     END-IF.
003140     PERFORM 5100-CHECK-ONE-LINE THRU 5100-EXIT
003150             UNTIL RATE-STATUS NOT = '00'.
003160     CLOSE RATE-FILE.
003170 5000-EXIT.
003180     EXIT.
003190
003200 5100-CHECK-ONE-LINE.
003210     READ RATE-FILE
003220         AT END
003230            MOVE '10' TO RATE-STATUS
003240            GO TO 5100-EXIT
003250     END-READ.
003260     MOVE SPACES TO WS-IN-CLASS WS-IN-DATE WS-IN-RATE.
003270     UNSTRING RATE-LINE DELIMITED BY ","
003280         INTO WS-IN-CLASS, WS-IN-DATE, WS-IN-RATE
003290     END-UNSTRING.
003300     IF WS-IN-DATE NOT NUMERIC
003310        GO TO 5100-EXIT
003320     END-IF.
003330     IF FUNCTION NUMVAL(WS-IN-DATE) > WS-TODAY-8
003340        GO TO 5100-EXIT
003350     END-IF.
003360     PERFORM 5200-KEEP-IF-LATER THRU 5200-EXIT
003370             VARYING WS-RT-I FROM 1 BY 1
003380             UNTIL WS-RT-I > 4.
003390 5100-EXIT.
003400     EXIT.
003410
003420 5200-KEEP-IF-LATER.
003430     IF WS-RT-CLASS (WS-RT-I) = WS-IN-CLASS
003440        AND FUNCTION NUMVAL(WS-IN-DATE) >= WS-RT-DATE (WS-RT-I)
003450        MOVE FUNCTION NUMVAL(WS-IN-DATE) TO WS-RT-DATE (WS-RT-I)
003460        COMPUTE WS-RT-RATE (WS-RT-I) = FUNCTION NUMVAL(WS-IN-RATE)
003470     END-IF.
003480 5200-EXIT.
003490     EXIT.
