000010******************************************************************
000020*                                                                *
000030*   RELIEF-AREA-CHECK                                            *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS LEGAL-HOLD-CHECK) THAT  *
000060*   ANSWERS ONE QUESTION FOR THE COLLECTION JOBS -- DOES A       *
000070*   DISASTER-RELIEF DECLARATION SUSPEND THIS ACTION FOR THIS     *
000080*   ACCOUNT ON THIS DATE?                                        *
000090*                                                                *
000100*       CALL "RELIEF-AREA-CHECK" USING ACCOUNT-ID, ACTION-CODE, *
000110*            AS-OF-DATE, STATUS-OUT, RELIEF-ID-OUT              *
000120*                                                                *
000130*   ACTION-CODE IS F LATE FEES, D DUNNING LETTERS, P COLLECTION  *
000140*   PLACEMENT, H CREDIT HOLD OR B CREDIT BUREAU REPORTING.       *
000150*   STATUS-OUT COMES BACK 'R' WHEN THE ACCOUNT'S CONTACT (THE    *
000160*   ONE ON THE FD-ACCOUNT-ID KEY, AS LEDGER-POST FINDS IT) LIVES *
000170*   IN AN AREA OF A RELIEF IN FORCE THAT SUSPENDS THE ACTION,    *
000180*   WITH RELIEF-ID-OUT NAMING THE RELIEF, AND 'N' OTHERWISE      *
000190*   (INCLUDING NO RELIEF FILE OR NO CONTACT).  THE DECLARATIONS  *
000200*   ARE LOADED ONCE PER PROGRAM LIFE, AS BUSINESS-DAY-CHECK      *
000210*   LOADS ITS CALENDAR, AND THE ADDRESS BOOK IS ONLY READ WHEN   *
000220*   SOME RELIEF SUSPENDING THE ACTION IS IN FORCE ON THE DATE.   *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      RELIEF-AREA-CHECK.
000270 AUTHOR.          DATA PROCESSING.
000280 INSTALLATION.    ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.    10/15/2026.
000300 DATE-COMPILED.   10/15/2026.
000310*                                                                *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------------ *
000340*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000350*                                                                *
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL RELIEF-AREAS
000400            ASSIGN       TO  RELIEFAR
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS RA-RELIEF-ID
000440            FILE STATUS  IS RELIEFAR-STATUS.
000450
000460     SELECT OPTIONAL ADDRESS-FILE
000470            ASSIGN       TO  ADDROUT
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE  IS DYNAMIC
000500            RECORD KEY   IS FD-PHONE
000510            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000520            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000530            FILE STATUS  IS ADDRESS-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RELIEF-AREAS.
000580 01  RELIEF-AREA-STRUCTURE.
000590     COPY "RELIEF-AREA-RECORD.CPY" REPLACING ==(TAG)== BY ==RA-==.
000600
000610 FD  ADDRESS-FILE.
000620 01  ADDRESS-RECORD.
000630     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000640
000650 WORKING-STORAGE SECTION.
000660 01  RELIEFAR                   PIC X(50)
000670     VALUE "/mnt/c/cobfiles\relief-areas.idx".
000680 01  RELIEFAR-STATUS            PIC X(02).
000690 01  ADDROUT                    PIC X(50)
000700     VALUE "/mnt/c/cobfiles\address.idx".
000710 01  ADDRESS-STATUS             PIC X(02).
000720
000730*   ONE ENTRY PER AREA OF EVERY RELIEF NOT CANCELLED, LOADED ONCE
000740*   PER PROGRAM LIFE -- THE NIGHTLY JOBS CALL THIS FOR EVERY
000750*   ACCOUNT THEY TOUCH.  WS-RT-IN-FORCE IS SET PER CALL FOR THE
000760*   ACTION AND DATE ASKED ABOUT.
000770 01  WS-LOADED-SWITCH           PIC X(01) VALUE 'N'.
000780     88  WS-RELIEFS-LOADED                VALUE 'Y'.
000790 01  WS-RELIEF-TABLE.
000800     05  WS-RT-ENTRY OCCURS 200 TIMES.
000810         10  WS-RT-RELIEF-ID    PIC X(08).
000820         10  WS-RT-START-DATE   PIC 9(08).
000830         10  WS-RT-END-DATE     PIC 9(08).
000840         10  WS-RT-FLAGS.
000850             15  WS-RT-FLAG     PIC X(01) OCCURS 5 TIMES.
000860         10  WS-RT-STATE        PIC X(02).
000870         10  WS-RT-ZIP-FROM     PIC X(05).
000880         10  WS-RT-ZIP-TO       PIC X(05).
000890         10  WS-RT-IN-FORCE     PIC X(01).
000900 01  WS-RT-COUNT                PIC 9(03) VALUE ZERO.
000910 01  WS-RT-I                    PIC 9(03) VALUE ZERO.
000920 01  WS-AREA-I                  PIC 9(02) VALUE ZERO.
000930 01  WS-ACTION-I                PIC 9(01) VALUE ZERO.
000940 01  WS-IN-FORCE-COUNT          PIC 9(03) VALUE ZERO.
000950
000960 LINKAGE SECTION.
000970 01  LK-ACCOUNT-ID              PIC 9(07).
000980 01  LK-ACTION-CODE             PIC X(01).
000990 01  LK-AS-OF-DATE              PIC 9(08).
001000 01  LK-RELIEF-STATUS           PIC X(01).
001010 01  LK-RELIEF-ID               PIC X(08).
001020
001030 PROCEDURE DIVISION USING LK-ACCOUNT-ID, LK-ACTION-CODE,
001040     LK-AS-OF-DATE, LK-RELIEF-STATUS, LK-RELIEF-ID.
001050*                                                                *
001060*   0000-MAINLINE                                               *
001070*                                                                *
001080 0000-MAINLINE.
001090     MOVE 'N' TO LK-RELIEF-STATUS.
001100     MOVE SPACES TO LK-RELIEF-ID.
001110     IF NOT WS-RELIEFS-LOADED
001120        PERFORM 1000-LOAD-RELIEFS THRU 1000-EXIT
001130     END-IF.
001140     IF WS-RT-COUNT = ZERO
001150        GOBACK
001160     END-IF.
001170     EVALUATE LK-ACTION-CODE
001180        WHEN 'F'
001190           MOVE 1 TO WS-ACTION-I
001200        WHEN 'D'
001210           MOVE 2 TO WS-ACTION-I
001220        WHEN 'P'
001230           MOVE 3 TO WS-ACTION-I
001240        WHEN 'H'
001250           MOVE 4 TO WS-ACTION-I
001260        WHEN 'B'
001270           MOVE 5 TO WS-ACTION-I
001280        WHEN OTHER
001290           GOBACK
001300     END-EVALUATE.
001310     MOVE ZERO TO WS-IN-FORCE-COUNT.
001320     PERFORM 2000-MARK-IN-FORCE THRU 2000-EXIT
001330             VARYING WS-RT-I FROM 1 BY 1
001340             UNTIL WS-RT-I > WS-RT-COUNT.
001350     IF WS-IN-FORCE-COUNT = ZERO
001360        GOBACK
001370     END-IF.
001380     OPEN INPUT ADDRESS-FILE.
001390     IF ADDRESS-STATUS NOT = '00'
001400        GOBACK
001410     END-IF.
001420     MOVE LK-ACCOUNT-ID TO FD-ACCOUNT-ID.
001430     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
001440         INVALID KEY
001450            CLOSE ADDRESS-FILE
001460            GOBACK
001470     END-READ.
001480     CLOSE ADDRESS-FILE.
001490     PERFORM 3000-MATCH-ONE-AREA THRU 3000-EXIT
001500             VARYING WS-RT-I FROM 1 BY 1
001510             UNTIL WS-RT-I > WS-RT-COUNT
001520                OR LK-RELIEF-STATUS = 'R'.
001530     GOBACK.
001540
001550*                                                                *
001560*   1000-LOAD-RELIEFS -- EVERY AREA OF EVERY RELIEF NOT         *
001570*   CANCELLED; THE DATES ARE TESTED PER CALL                    *
001580*                                                                *
001590 1000-LOAD-RELIEFS.
001600     MOVE 'Y' TO WS-LOADED-SWITCH.
001610     OPEN INPUT RELIEF-AREAS.
001620     IF RELIEFAR-STATUS NOT = '00'
001630        GO TO 1000-EXIT
001640     END-IF.
001650     MOVE LOW-VALUES TO RA-RELIEF-ID.
001660     START RELIEF-AREAS KEY IS >= RA-RELIEF-ID
001670         INVALID KEY
001680            MOVE '10' TO RELIEFAR-STATUS
001690     END-START.
001700     PERFORM 1100-LOAD-ONE-RELIEF THRU 1100-EXIT
001710             UNTIL RELIEFAR-STATUS NOT = '00'.
001720     CLOSE RELIEF-AREAS.
001730 1000-EXIT.
001740     EXIT.
001750
001760 1100-LOAD-ONE-RELIEF.
001770     READ RELIEF-AREAS NEXT RECORD
001780         AT END
001790            MOVE '10' TO RELIEFAR-STATUS
001800            GO TO 1100-EXIT
001810     END-READ.
001820     IF RA-RELIEF-CANCELLED OR RA-AREA-COUNT NOT NUMERIC
001830        GO TO 1100-EXIT
001840     END-IF.
001850     PERFORM 1200-LOAD-ONE-AREA THRU 1200-EXIT
001860             VARYING WS-AREA-I FROM 1 BY 1
001870             UNTIL WS-AREA-I > RA-AREA-COUNT
001880                OR WS-AREA-I > 10.
001890 1100-EXIT.
001900     EXIT.
001910
001920 1200-LOAD-ONE-AREA.
001930     IF WS-RT-COUNT >= 200
001940        GO TO 1200-EXIT
001950     END-IF.
001960     IF RA-AREA-STATE (WS-AREA-I) = SPACES
001970        AND RA-AREA-ZIP-FROM (WS-AREA-I) = SPACES
001980        GO TO 1200-EXIT
001990     END-IF.
002000     ADD 1 TO WS-RT-COUNT.
002010     MOVE RA-RELIEF-ID     TO WS-RT-RELIEF-ID (WS-RT-COUNT).
002020     MOVE RA-START-DATE    TO WS-RT-START-DATE (WS-RT-COUNT).
002030     MOVE RA-END-DATE      TO WS-RT-END-DATE (WS-RT-COUNT).
002040     MOVE RA-SUSPEND-ACTIONS TO WS-RT-FLAGS (WS-RT-COUNT).
002050     MOVE RA-AREA-STATE (WS-AREA-I)
002060                           TO WS-RT-STATE (WS-RT-COUNT).
002070     MOVE RA-AREA-ZIP-FROM (WS-AREA-I)
002080                           TO WS-RT-ZIP-FROM (WS-RT-COUNT).
002090     MOVE RA-AREA-ZIP-TO (WS-AREA-I)
002100                           TO WS-RT-ZIP-TO (WS-RT-COUNT).
002110     MOVE 'N'              TO WS-RT-IN-FORCE (WS-RT-COUNT).
002120 1200-EXIT.
002130     EXIT.
002140
002150*                                                                *
002160*   2000-MARK-IN-FORCE -- THE AREA'S RELIEF SUSPENDS THE ACTION *
002170*   AND THE DATE FALLS INSIDE IT (A ZERO END DATE IS OPEN)      *
002180*                                                                *
002190 2000-MARK-IN-FORCE.
002200     MOVE 'N' TO WS-RT-IN-FORCE (WS-RT-I).
002210     IF WS-RT-FLAG (WS-RT-I, WS-ACTION-I) NOT = 'Y'
002220        GO TO 2000-EXIT
002230     END-IF.
002240     IF WS-RT-START-DATE (WS-RT-I) > LK-AS-OF-DATE
002250        GO TO 2000-EXIT
002260     END-IF.
002270     IF WS-RT-END-DATE (WS-RT-I) NOT = ZERO
002280        AND WS-RT-END-DATE (WS-RT-I) < LK-AS-OF-DATE
002290        GO TO 2000-EXIT
002300     END-IF.
002310     MOVE 'Y' TO WS-RT-IN-FORCE (WS-RT-I).
002320     ADD 1 TO WS-IN-FORCE-COUNT.
002330 2000-EXIT.
002340     EXIT.
002350
002360*                                                                *
002370*   3000-MATCH-ONE-AREA -- THE STATE, WHEN GIVEN, MUST MATCH;   *
002380*   THE ZIP, WHEN A RANGE IS GIVEN, MUST FALL INSIDE IT         *
002390*                                                                *
002400 3000-MATCH-ONE-AREA.
002410     IF WS-RT-IN-FORCE (WS-RT-I) NOT = 'Y'
002420        GO TO 3000-EXIT
002430     END-IF.
002440     IF WS-RT-STATE (WS-RT-I) NOT = SPACES
002450        AND WS-RT-STATE (WS-RT-I) NOT = FD-STATE
002460        GO TO 3000-EXIT
002470     END-IF.
002480     IF WS-RT-ZIP-FROM (WS-RT-I) NOT = SPACES
002490        IF FD-ZIP (1:5) < WS-RT-ZIP-FROM (WS-RT-I)
002500           OR FD-ZIP (1:5) > WS-RT-ZIP-TO (WS-RT-I)
002510           GO TO 3000-EXIT
002520        END-IF
002530     END-IF.
002540     MOVE 'R' TO LK-RELIEF-STATUS.
002550     MOVE WS-RT-RELIEF-ID (WS-RT-I) TO LK-RELIEF-ID.
002560 3000-EXIT.
002570     EXIT.
