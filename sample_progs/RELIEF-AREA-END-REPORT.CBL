000010******************************************************************
000020*                                                                *
000030*   RELIEF-AREA-END-REPORT                                       *
000040*                                                                *
000050*   NIGHTLY LIST OF THE ACCOUNTS A DISASTER-RELIEF DECLARATION   *
000060*   COVERED, PRINTED ONCE THE RELIEF HAS ENDED SO THAT           *
000070*   COLLECTIONS CAN PICK THEM UP AGAIN IN ORDER.  EVERY RELIEF   *
000080*   NOT CANCELLED WHOSE END DATE HAS PASSED AND WHICH HAS NOT    *
000090*   BEEN LISTED BEFORE IS TAKEN (A RELIEF-ID=XXXXXXXX LINE IN    *
000100*   LEDGER-RUN-PARMS.TXT LISTS THAT ONE RELIEF AGAIN, WHETHER OR *
000110*   NOT IT WAS LISTED BEFORE).  AN ACCOUNT IS LISTED UNDER THE   *
000120*   RELIEF WHEN ITS CONTACT (THE ONE ON THE FD-ACCOUNT-ID KEY,   *
000130*   AS RELIEF-AREA-CHECK FINDS IT) LIVES IN ONE OF THE RELIEF'S  *
000140*   AREAS AND IT STILL OWES SOMETHING -- WITH ITS OPEN BALANCE,  *
000150*   THE AMOUNT PAST DUE AND THE AGE OF ITS OLDEST PAST-DUE ITEM, *
000160*   THE MOST PAST DUE FIRST.  ACCOUNTS ON LEGAL HOLD ARE MARKED; *
000170*   THE RELIEF ENDING DOES NOT LIFT A HOLD.  EACH RELIEF LISTED  *
000180*   IS STAMPED WITH THE RUN DATE.  THE REPORT IS REGISTERED ON   *
000190*   THE SPOOL.                                                   *
000200*                                                                *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.      RELIEF-AREA-END-REPORT.
000240 AUTHOR.          DATA PROCESSING.
000250 INSTALLATION.    ACCOUNTING SYSTEMS.
000260 DATE-WRITTEN.    10/15/2026.
000270 DATE-COMPILED.   10/15/2026.
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   ------------------------------------------------------------ *
000310*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000320*                                                                *
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL RELIEF-AREAS
000370            ASSIGN       TO  RELIEFAR
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE  IS DYNAMIC
000400            RECORD KEY   IS RA-RELIEF-ID
000410            FILE STATUS  IS RELIEFAR-STATUS.
000420
000430     SELECT OPTIONAL ACCOUNT-MASTER
000440            ASSIGN       TO  ACCTMSTR
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS AM-ACCOUNT-ID
000480            FILE STATUS  IS ACCTMSTR-STATUS.
000490
000500     SELECT OPTIONAL OPEN-ITEMS
000510            ASSIGN       TO  OPENITEM
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE  IS DYNAMIC
000540            RECORD KEY   IS OI-ITEM-KEY
000550            FILE STATUS  IS OPENITEM-STATUS.
000560
000570     SELECT OPTIONAL ADDRESS-FILE
000580            ASSIGN       TO  ADDROUT
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE  IS DYNAMIC
000610            RECORD KEY   IS FD-PHONE
000620            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000630            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000640            FILE STATUS  IS ADDRESS-STATUS.
000650
000660     SELECT OPTIONAL RUN-PARM-FILE
000670            ASSIGN       TO  RUNPARMS
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS  IS RUNPARM-STATUS.
000700
000710     SELECT SORT-WORK-FILE
000720            ASSIGN       TO  "reliefsort.tmp".
000730
000740     SELECT REPORT-FILE
000750            ASSIGN       TO  REPORTOUT
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS  IS REPORT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  RELIEF-AREAS.
000820 01  RELIEF-AREA-STRUCTURE.
000830     COPY "RELIEF-AREA-RECORD.CPY" REPLACING ==(TAG)== BY ==RA-==.
000840
000850 FD  ACCOUNT-MASTER.
000860 01  ACCOUNT-MASTER-STRUCTURE.
000870     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000880          BY ==AM-==.
000890
000900 FD  OPEN-ITEMS.
000910 01  OPEN-ITEM-STRUCTURE.
000920     COPY "OPEN-ITEM-RECORD.CPY" REPLACING ==(TAG)== BY ==OI-==.
000930
000940 FD  ADDRESS-FILE.
000950 01  ADDRESS-RECORD.
000960     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000970
000980 FD  RUN-PARM-FILE
000990     RECORDING MODE IS F.
001000 01  RUN-PARM-LINE                PIC X(40).
001010
001020*   ONE ACCOUNT UNDER ONE ENDED RELIEF
001030 SD  SORT-WORK-FILE.
001040 01  SORT-ACCOUNT.
001050     05  SR-RELIEF-ID             PIC X(08).
001060     05  SR-OLDEST-PAST-DUE       PIC 9(05).
001070     05  SR-BALANCE               PIC 9(09)V9(02).
001080     05  SR-PAST-DUE-AMOUNT       PIC 9(09)V9(02).
001090     05  SR-ACCOUNT-ID            PIC 9(07).
001100     05  SR-CONTACT-NAME          PIC X(30).
001110     05  SR-STATE                 PIC X(02).
001120     05  SR-ZIP                   PIC X(10).
001130     05  SR-LEGAL-HOLD            PIC X(01).
001140
001150 FD  REPORT-FILE
001160     RECORDING MODE IS F.
001170 01  REPORT-LINE                  PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200 01  RELIEFAR                   PIC X(50)
001210     VALUE "/mnt/c/cobfiles\relief-areas.idx".
001220 01  RELIEFAR-STATUS            PIC X(02).
001230 01  ACCTMSTR                   PIC X(50)
001240     VALUE "/mnt/c/cobfiles\account-master.idx".
001250 01  ACCTMSTR-STATUS            PIC X(02).
001260 01  OPENITEM                   PIC X(50)
001270     VALUE "/mnt/c/cobfiles\open-items.idx".
001280 01  OPENITEM-STATUS            PIC X(02).
001290 01  ADDROUT                    PIC X(50)
001300     VALUE "/mnt/c/cobfiles\address.idx".
001310 01  ADDRESS-STATUS             PIC X(02).
001320     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001330 01  RUNPARMS                   PIC X(50)
001340     VALUE "ledger-run-parms.txt".
001350 01  RUNPARM-STATUS             PIC X(02).
001360 01  WS-PARM-NAME               PIC X(20).
001370 01  WS-PARM-VALUE              PIC X(20).
001380 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001390 01  REPORT-STATUS              PIC X(02).
001400
001410 01  WS-SWITCHES.
001420     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001430         88  WS-EOF-YES                    VALUE 'Y'.
001440     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE 'N'.
001450         88  WS-ITEM-EOF                   VALUE 'Y'.
001460     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001470         88  WS-SORT-EOF                   VALUE 'Y'.
001480     05  WS-MATCH-SWITCH         PIC X(01) VALUE 'N'.
001490         88  WS-AREA-MATCHED               VALUE 'Y'.
001500     05  WS-TALLIED-SWITCH       PIC X(01) VALUE 'N'.
001510         88  WS-ACCOUNT-TALLIED            VALUE 'Y'.
001520
001530 01  WS-TODAY-8                 PIC 9(08).
001540 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001550     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001560 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001570 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001580 01  WS-DUE-INTEGER-DATE        PIC 9(07).
001590 01  WS-DAYS-PAST-DUE           PIC S9(05) VALUE ZERO.
001600 01  WS-OPEN-BALANCE            PIC 9(09)V9(02) VALUE ZERO.
001610 01  WS-PAST-DUE-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
001620 01  WS-OLDEST-PAST-DUE         PIC 9(05) VALUE ZERO.
001630*   A RELIEF-ID RUN PARM NAMES ONE RELIEF TO LIST AGAIN.
001640 01  WS-PARM-RELIEF-ID          PIC X(08) VALUE SPACES.
001650
001660*   THE ENDED RELIEFS TAKEN THIS RUN, WITH THEIR AREAS.
001670 01  WS-ENDED-TABLE.
001680     05  WS-ER-RELIEF OCCURS 20 TIMES.
001690         10  WS-ER-RELIEF-ID    PIC X(08).
001700         10  WS-ER-DESCRIPTION  PIC X(40).
001710         10  WS-ER-START-DATE   PIC 9(08).
001720         10  WS-ER-END-DATE     PIC 9(08).
001730         10  WS-ER-AREA-COUNT   PIC 9(02).
001740         10  WS-ER-LISTED       PIC X(01).
001750         10  WS-ER-AREA OCCURS 10 TIMES.
001760             15  WS-ER-STATE    PIC X(02).
001770             15  WS-ER-ZIP-FROM PIC X(05).
001780             15  WS-ER-ZIP-TO   PIC X(05).
001790 01  WS-ER-COUNT                PIC 9(02) VALUE ZERO.
001800 01  WS-ER-I                    PIC 9(02) VALUE ZERO.
001810 01  WS-AREA-I                  PIC 9(02) VALUE ZERO.
001820
001830 01  WS-ACCOUNT-COUNT           PIC 9(05) VALUE ZERO.
001840 01  WS-RELIEF-ACCOUNTS         PIC 9(05) VALUE ZERO.
001850 01  WS-RELIEF-BALANCE          PIC 9(09)V9(02) VALUE ZERO.
001860 01  WS-RELIEF-PAST-DUE         PIC 9(09)V9(02) VALUE ZERO.
001870 01  WS-PREV-RELIEF-ID          PIC X(08) VALUE SPACES.
001880 01  WS-TOTAL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001890 01  WS-TOTAL-PAST-DUE          PIC ZZZ,ZZZ,ZZ9.99.
001900
001910*                                                                *
001920*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
001930*                                                                *
001940 01  WS-SPOOL-FUNCTION          PIC X(01).
001950 01  WS-SPOOL-REPORT-NAME       PIC X(20)
001960     VALUE "relief-ended-accts".
001970 01  WS-SPOOL-JOB-NAME          PIC X(20)
001980     VALUE "RELIEF-AREA-END".
001990 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002000 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002010 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002020
002030 01  WS-REPORT-DETAIL.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  WS-R-ACCOUNT            PIC 9(07).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-R-NAME               PIC X(30).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-R-STATE              PIC X(02).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  WS-R-ZIP                PIC X(10).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  WS-R-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-R-PAST-DUE           PIC ZZZ,ZZZ,ZZ9.99.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  WS-R-DAYS               PIC ZZZZ9.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-R-NOTE               PIC X(10).
002200
002210 PROCEDURE DIVISION.
002220*                                                                *
002230*   0000-MAINLINE                                               *
002240*                                                                *
002250 0000-MAINLINE.
002260     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002270          WS-OVERRIDE-MARK.
002280     COMPUTE WS-TODAY-INTEGER-DATE =
002290        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002300     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002310     OPEN I-O RELIEF-AREAS.
002320     IF RELIEFAR-STATUS NOT = '00'
002330        DISPLAY "NO RELIEF DECLARATIONS ON FILE -- " RELIEFAR
002340        GO TO 9999-EXIT
002350     END-IF.
002360     PERFORM 2000-LOAD-ENDED-RELIEFS THRU 2000-EXIT.
002370     IF WS-ER-COUNT = ZERO
002380        CLOSE RELIEF-AREAS
002390        DISPLAY "RELIEF-AREA-END-REPORT -- NO RELIEF HAS ENDED "
002400                "SINCE THE LAST RUN"
002410        GO TO 9999-EXIT
002420     END-IF.
002430     OPEN INPUT ACCOUNT-MASTER.
002440     IF ACCTMSTR-STATUS NOT = '00'
002450        DISPLAY "NO ACCOUNT MASTER FOUND -- " ACCTMSTR
002460        CLOSE RELIEF-AREAS
002470        GO TO 9999-EXIT
002480     END-IF.
002490     OPEN INPUT OPEN-ITEMS.
002500     OPEN INPUT ADDRESS-FILE.
002510     MOVE 'N' TO WS-SPOOL-FUNCTION.
002520     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002530          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002540          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002550          WS-SPOOL-MEMBER-NAME.
002560     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
002570     OPEN OUTPUT REPORT-FILE.
002580     MOVE SPACES TO REPORT-LINE.
002590     STRING "ACCOUNTS IN ENDED DISASTER-RELIEF AREAS   RUN "
002600            WS-TODAY-8
002610            DELIMITED BY SIZE INTO REPORT-LINE
002620     END-STRING.
002630     WRITE REPORT-LINE.
002640     ADD 1 TO WS-SPOOL-LINE-COUNT.
002650     IF WS-DATE-OVERRIDDEN
002660        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002670        WRITE REPORT-LINE
002680        ADD 1 TO WS-SPOOL-LINE-COUNT
002690     END-IF.
002700     SORT SORT-WORK-FILE
002710         ON ASCENDING KEY SR-RELIEF-ID
002720         ON DESCENDING KEY SR-OLDEST-PAST-DUE
002730         ON DESCENDING KEY SR-BALANCE
002740         INPUT PROCEDURE  IS 3000-RELEASE-ACCOUNTS
002750         OUTPUT PROCEDURE IS 4000-PRINT-ACCOUNTS.
002760     CLOSE REPORT-FILE.
002770     MOVE 'R' TO WS-SPOOL-FUNCTION.
002780     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002790          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002800          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002810          WS-SPOOL-MEMBER-NAME.
002820     PERFORM 6000-STAMP-ONE-RELIEF THRU 6000-EXIT
002830             VARYING WS-ER-I FROM 1 BY 1
002840             UNTIL WS-ER-I > WS-ER-COUNT.
002850     CLOSE RELIEF-AREAS.
002860     CLOSE ACCOUNT-MASTER.
002870     IF OPENITEM-STATUS = '00'
002880        CLOSE OPEN-ITEMS
002890     END-IF.
002900     IF ADDRESS-FILE-READY
002910        CLOSE ADDRESS-FILE
002920     END-IF.
002930     DISPLAY "RELIEF-AREA-END-REPORT RUN COMPLETE".
002940     DISPLAY "RELIEFS ENDED: " WS-ER-COUNT
002950             "  ACCOUNTS LISTED: " WS-ACCOUNT-COUNT.
002960     GO TO 9999-EXIT.
002970
002980*                                                                *
002990*   1000-READ-RUN-PARMS -- A RELIEF-ID=XXXXXXXX LINE LISTS THAT *
003000*   RELIEF AGAIN                                                *
003010*                                                                *
003020 1000-READ-RUN-PARMS.
003030     OPEN INPUT RUN-PARM-FILE.
003040     IF RUNPARM-STATUS NOT = '00'
003050        GO TO 1000-EXIT
003060     END-IF.
003070     PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
003080             UNTIL RUNPARM-STATUS NOT = '00'.
003090     CLOSE RUN-PARM-FILE.
003100 1000-EXIT.
003110     EXIT.
003120
003130 1050-READ-ONE-PARM.
003140     READ RUN-PARM-FILE
003150         AT END
003160            MOVE '10' TO RUNPARM-STATUS
003170            GO TO 1050-EXIT
003180     END-READ.
003190     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
003200     UNSTRING RUN-PARM-LINE DELIMITED BY "="
003210         INTO WS-PARM-NAME, WS-PARM-VALUE
003220     END-UNSTRING.
003230     IF WS-PARM-NAME = "RELIEF-ID"
003240        MOVE WS-PARM-VALUE (1:8) TO WS-PARM-RELIEF-ID
003250     END-IF.
003260 1050-EXIT.
003270     EXIT.
003280
003290*                                                                *
003300*   2000-LOAD-ENDED-RELIEFS -- DECLARED, ENDED BEFORE TODAY AND *
003310*   NOT YET LISTED, OR NAMED BY THE RUN PARM                    *
003320*                                                                *
003330 2000-LOAD-ENDED-RELIEFS.
003340     MOVE LOW-VALUES TO RA-RELIEF-ID.
003350     START RELIEF-AREAS KEY IS >= RA-RELIEF-ID
003360         INVALID KEY
003370            GO TO 2000-EXIT
003380     END-START.
003390     MOVE 'N' TO WS-EOF-SWITCH.
003400     PERFORM 2100-TAKE-ONE-RELIEF THRU 2100-EXIT
003410             UNTIL WS-EOF-YES.
003420     MOVE 'N' TO WS-EOF-SWITCH.
003430 2000-EXIT.
003440     EXIT.
003450
003460 2100-TAKE-ONE-RELIEF.
003470     READ RELIEF-AREAS NEXT RECORD
003480         AT END
003490            MOVE 'Y' TO WS-EOF-SWITCH
003500            GO TO 2100-EXIT
003510     END-READ.
003520     IF RA-RELIEF-CANCELLED OR RA-AREA-COUNT NOT NUMERIC
003530        GO TO 2100-EXIT
003540     END-IF.
003550     IF RA-RELIEF-ID NOT = WS-PARM-RELIEF-ID
003560        IF RA-END-DATE = ZERO OR RA-END-DATE NOT < WS-TODAY-8
003570           GO TO 2100-EXIT
003580        END-IF
003590        IF RA-END-REPORTED-DATE NUMERIC
003600           AND RA-END-REPORTED-DATE > ZERO
003610           GO TO 2100-EXIT
003620        END-IF
003630     END-IF.
003640     IF WS-ER-COUNT >= 20
003650        DISPLAY "MORE THAN 20 RELIEFS ENDED -- " RA-RELIEF-ID
003660                " LEFT FOR THE NEXT RUN"
003670        GO TO 2100-EXIT
003680     END-IF.
003690     ADD 1 TO WS-ER-COUNT.
003700     MOVE RA-RELIEF-ID     TO WS-ER-RELIEF-ID (WS-ER-COUNT).
003710     MOVE RA-DESCRIPTION   TO WS-ER-DESCRIPTION (WS-ER-COUNT).
003720     MOVE RA-START-DATE    TO WS-ER-START-DATE (WS-ER-COUNT).
003730     MOVE RA-END-DATE      TO WS-ER-END-DATE (WS-ER-COUNT).
003740     MOVE RA-AREA-COUNT    TO WS-ER-AREA-COUNT (WS-ER-COUNT).
003750     MOVE 'N'              TO WS-ER-LISTED (WS-ER-COUNT).
003760     IF RA-AREA-COUNT > 10
003770        MOVE 10 TO WS-ER-AREA-COUNT (WS-ER-COUNT)
003780     END-IF.
003790     PERFORM 2200-TAKE-ONE-AREA THRU 2200-EXIT
003800             VARYING WS-AREA-I FROM 1 BY 1
003810             UNTIL WS-AREA-I > WS-ER-AREA-COUNT (WS-ER-COUNT).
003820 2100-EXIT.
003830     EXIT.
003840
003850 2200-TAKE-ONE-AREA.
003860     MOVE RA-AREA-STATE (WS-AREA-I)
003870        TO WS-ER-STATE (WS-ER-COUNT, WS-AREA-I).
003880     MOVE RA-AREA-ZIP-FROM (WS-AREA-I)
003890        TO WS-ER-ZIP-FROM (WS-ER-COUNT, WS-AREA-I).
003900     MOVE RA-AREA-ZIP-TO (WS-AREA-I)
003910        TO WS-ER-ZIP-TO (WS-ER-COUNT, WS-AREA-I).
003920 2200-EXIT.
003930     EXIT.
003940
003950*                                                                *
003960*   3000-RELEASE-ACCOUNTS -- EVERY ACCOUNT ON THE MASTER, ONE   *
003970*   SORT RECORD PER ENDED RELIEF COVERING ITS CONTACT           *
003980*                                                                *
003990 3000-RELEASE-ACCOUNTS.
004000     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
004010     START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-ID
004020         INVALID KEY
004030            MOVE 'Y' TO WS-EOF-SWITCH
004040     END-START.
004050     PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
004060             UNTIL WS-EOF-YES.
004070 3000-EXIT.
004080     EXIT.
004090
004100 3100-CHECK-ONE-ACCOUNT.
004110     READ ACCOUNT-MASTER NEXT RECORD
004120         AT END
004130            MOVE 'Y' TO WS-EOF-SWITCH
004140            GO TO 3100-EXIT
004150     END-READ.
004160     IF NOT ADDRESS-FILE-READY
004170        GO TO 3100-EXIT
004180     END-IF.
004190     MOVE AM-ACCOUNT-ID TO FD-ACCOUNT-ID.
004200     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
004210         INVALID KEY
004220            GO TO 3100-EXIT
004230     END-READ.
004240     MOVE 'N' TO WS-TALLIED-SWITCH.
004250     PERFORM 3200-MATCH-ONE-RELIEF THRU 3200-EXIT
004260             VARYING WS-ER-I FROM 1 BY 1
004270             UNTIL WS-ER-I > WS-ER-COUNT.
004280 3100-EXIT.
004290     EXIT.
004300
004310*                                                                *
004320*   3200-MATCH-ONE-RELIEF -- THE SAME STATE AND ZIP-RANGE TEST  *
004330*   RELIEF-AREA-CHECK APPLIES; THE OPEN ITEMS ARE TALLIED THE   *
004340*   FIRST TIME AN ACCOUNT MATCHES                               *
004350*                                                                *
004360 3200-MATCH-ONE-RELIEF.
004370     MOVE 'N' TO WS-MATCH-SWITCH.
004380     PERFORM 3300-MATCH-ONE-AREA THRU 3300-EXIT
004390             VARYING WS-AREA-I FROM 1 BY 1
004400             UNTIL WS-AREA-I > WS-ER-AREA-COUNT (WS-ER-I)
004410                OR WS-AREA-MATCHED.
004420     IF NOT WS-AREA-MATCHED
004430        GO TO 3200-EXIT
004440     END-IF.
004450     IF NOT WS-ACCOUNT-TALLIED
004460        PERFORM 5000-TALLY-ACCOUNT THRU 5000-EXIT
004470     END-IF.
004480     IF WS-OPEN-BALANCE = ZERO
004490        GO TO 3200-EXIT
004500     END-IF.
004510     MOVE SPACES TO SORT-ACCOUNT.
004520     MOVE WS-ER-RELIEF-ID (WS-ER-I) TO SR-RELIEF-ID.
004530     MOVE WS-OLDEST-PAST-DUE  TO SR-OLDEST-PAST-DUE.
004540     MOVE WS-OPEN-BALANCE     TO SR-BALANCE.
004550     MOVE WS-PAST-DUE-AMOUNT  TO SR-PAST-DUE-AMOUNT.
004560     MOVE AM-ACCOUNT-ID       TO SR-ACCOUNT-ID.
004570     STRING FD-LAST-NAME DELIMITED BY "  "
004580            ", "         DELIMITED BY SIZE
004590            FD-FIRST-NAME DELIMITED BY "  "
004600            INTO SR-CONTACT-NAME
004610     END-STRING.
004620     MOVE FD-STATE            TO SR-STATE.
004630     MOVE FD-ZIP              TO SR-ZIP.
004640     MOVE AM-LEGAL-HOLD       TO SR-LEGAL-HOLD.
004650     RELEASE SORT-ACCOUNT.
004660 3200-EXIT.
004670     EXIT.
004680
004690 3300-MATCH-ONE-AREA.
004700     IF WS-ER-STATE (WS-ER-I, WS-AREA-I) NOT = SPACES
004710        AND WS-ER-STATE (WS-ER-I, WS-AREA-I) NOT = FD-STATE
004720        GO TO 3300-EXIT
004730     END-IF.
004740     IF WS-ER-ZIP-FROM (WS-ER-I, WS-AREA-I) NOT = SPACES
004750        IF FD-ZIP (1:5) < WS-ER-ZIP-FROM (WS-ER-I, WS-AREA-I)
004760           OR FD-ZIP (1:5) > WS-ER-ZIP-TO (WS-ER-I, WS-AREA-I)
004770           GO TO 3300-EXIT
004780        END-IF
004790     END-IF.
004800     IF WS-ER-STATE (WS-ER-I, WS-AREA-I) = SPACES
004810        AND WS-ER-ZIP-FROM (WS-ER-I, WS-AREA-I) = SPACES
004820        GO TO 3300-EXIT
004830     END-IF.
004840     MOVE 'Y' TO WS-MATCH-SWITCH.
004850 3300-EXIT.
004860     EXIT.
004870
004880*                                                                *
004890*   4000-PRINT-ACCOUNTS -- A HEADING AND A TOTAL PER RELIEF     *
004900*                                                                *
004910 4000-PRINT-ACCOUNTS.
004920     MOVE 'N' TO WS-SORT-EOF-SWITCH.
004930     PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
004940             UNTIL WS-SORT-EOF.
004950     IF WS-PREV-RELIEF-ID NOT = SPACES
004960        PERFORM 4300-RELIEF-TOTAL THRU 4300-EXIT
004970     END-IF.
004980     PERFORM 4400-EMPTY-RELIEFS THRU 4400-EXIT
004990             VARYING WS-ER-I FROM 1 BY 1
005000             UNTIL WS-ER-I > WS-ER-COUNT.
005010 4000-EXIT.
005020     EXIT.
005030
005040 4100-PRINT-ONE-ACCOUNT.
005050     RETURN SORT-WORK-FILE
005060         AT END
005070            MOVE 'Y' TO WS-SORT-EOF-SWITCH
005080            GO TO 4100-EXIT
005090     END-RETURN.
005100     IF SR-RELIEF-ID NOT = WS-PREV-RELIEF-ID
005110        IF WS-PREV-RELIEF-ID NOT = SPACES
005120           PERFORM 4300-RELIEF-TOTAL THRU 4300-EXIT
005130        END-IF
005140        MOVE SR-RELIEF-ID TO WS-PREV-RELIEF-ID
005150        PERFORM 4200-RELIEF-HEADING THRU 4200-EXIT
005160     END-IF.
005170     ADD 1 TO WS-ACCOUNT-COUNT WS-RELIEF-ACCOUNTS.
005180     ADD SR-BALANCE TO WS-RELIEF-BALANCE.
005190     ADD SR-PAST-DUE-AMOUNT TO WS-RELIEF-PAST-DUE.
005200     MOVE SR-ACCOUNT-ID       TO WS-R-ACCOUNT.
005210     MOVE SR-CONTACT-NAME     TO WS-R-NAME.
005220     MOVE SR-STATE            TO WS-R-STATE.
005230     MOVE SR-ZIP              TO WS-R-ZIP.
005240     MOVE SR-BALANCE          TO WS-R-BALANCE.
005250     MOVE SR-PAST-DUE-AMOUNT  TO WS-R-PAST-DUE.
005260     MOVE SR-OLDEST-PAST-DUE  TO WS-R-DAYS.
005270     MOVE SPACES              TO WS-R-NOTE.
005280     IF SR-LEGAL-HOLD = 'Y'
005290        MOVE "LEGAL HOLD" TO WS-R-NOTE
005300     END-IF.
005310     MOVE WS-REPORT-DETAIL TO REPORT-LINE.
005320     WRITE REPORT-LINE.
005330     ADD 1 TO WS-SPOOL-LINE-COUNT.
005340 4100-EXIT.
005350     EXIT.
005360
005370 4200-RELIEF-HEADING.
005380     PERFORM 4250-FIND-RELIEF THRU 4250-EXIT.
005390     MOVE 'Y' TO WS-ER-LISTED (WS-ER-I).
005400     MOVE SPACES TO REPORT-LINE.
005410     WRITE REPORT-LINE.
005420     MOVE SPACES TO REPORT-LINE.
005430     STRING "RELIEF " WS-ER-RELIEF-ID (WS-ER-I)
005440            "  " WS-ER-DESCRIPTION (WS-ER-I)
005450            "  IN FORCE " WS-ER-START-DATE (WS-ER-I)
005460            " THROUGH " WS-ER-END-DATE (WS-ER-I)
005470            DELIMITED BY SIZE INTO REPORT-LINE
005480     END-STRING.
005490     WRITE REPORT-LINE.
005500     MOVE "  ACCOUNT  CONTACT                      "
005510        & "   ST ZIP          OPEN BALANCE    "
005520        & "    PAST DUE   DAYS"
005530        TO REPORT-LINE.
005540     WRITE REPORT-LINE.
005550     ADD 3 TO WS-SPOOL-LINE-COUNT.
005560     MOVE ZERO TO WS-RELIEF-ACCOUNTS WS-RELIEF-BALANCE
005570                  WS-RELIEF-PAST-DUE.
005580 4200-EXIT.
005590     EXIT.
005600
005610 4250-FIND-RELIEF.
005620     MOVE 1 TO WS-ER-I.
005630     PERFORM 4260-NEXT-RELIEF THRU 4260-EXIT
005640             UNTIL WS-ER-I >= WS-ER-COUNT
005650                OR WS-ER-RELIEF-ID (WS-ER-I) = WS-PREV-RELIEF-ID.
005660 4250-EXIT.
005670     EXIT.
005680
005690 4260-NEXT-RELIEF.
005700     ADD 1 TO WS-ER-I.
005710 4260-EXIT.
005720     EXIT.
005730
005740 4300-RELIEF-TOTAL.
005750     MOVE WS-RELIEF-BALANCE  TO WS-TOTAL-AMOUNT.
005760     MOVE WS-RELIEF-PAST-DUE TO WS-TOTAL-PAST-DUE.
005770     MOVE SPACES TO REPORT-LINE.
005780     STRING "  ACCOUNTS: " WS-RELIEF-ACCOUNTS
005790            "  OPEN BALANCE " WS-TOTAL-AMOUNT
005800            "  PAST DUE " WS-TOTAL-PAST-DUE
005810            DELIMITED BY SIZE INTO REPORT-LINE
005820     END-STRING.
005830     WRITE REPORT-LINE.
005840     ADD 1 TO WS-SPOOL-LINE-COUNT.
005850 4300-EXIT.
005860     EXIT.
005870
005880*                                                                *
005890*   4400-EMPTY-RELIEFS -- A RELIEF WITH NO ACCOUNT OWING IS     *
005900*   STILL SHOWN, SO THE LIST ACCOUNTS FOR EVERY RELIEF ENDED    *
005910*                                                                *
005920 4400-EMPTY-RELIEFS.
005930     IF WS-ER-LISTED (WS-ER-I) = 'Y'
005940        GO TO 4400-EXIT
005950     END-IF.
005960     MOVE SPACES TO REPORT-LINE.
005970     WRITE REPORT-LINE.
005980     MOVE SPACES TO REPORT-LINE.
005990     STRING "RELIEF " WS-ER-RELIEF-ID (WS-ER-I)
006000            "  " WS-ER-DESCRIPTION (WS-ER-I)
006010            "  -- NO ACCOUNT IN ITS AREAS OWES A BALANCE"
006020            DELIMITED BY SIZE INTO REPORT-LINE
006030     END-STRING.
006040     WRITE REPORT-LINE.
006050     ADD 2 TO WS-SPOOL-LINE-COUNT.
006060 4400-EXIT.
006070     EXIT.
006080
006090*                                                                *
006100*   5000-TALLY-ACCOUNT -- OPEN BALANCE, AMOUNT PAST DUE AND THE *
006110*   AGE OF THE OLDEST PAST-DUE ITEM, ON THE SAME BASIS AS       *
006120*   CREDIT-HOLD-JOB                                             *
006130*                                                                *
006140 5000-TALLY-ACCOUNT.
006150     MOVE 'Y' TO WS-TALLIED-SWITCH.
006160     MOVE ZERO TO WS-OPEN-BALANCE WS-PAST-DUE-AMOUNT
006170                  WS-OLDEST-PAST-DUE.
006180     IF OPENITEM-STATUS NOT = '00'
006190        GO TO 5000-EXIT
006200     END-IF.
006210     MOVE LOW-VALUES TO OI-ITEM-KEY.
006220     MOVE AM-ACCOUNT-ID TO OI-ITEM-KEY (1:7).
006230     START OPEN-ITEMS KEY IS >= OI-ITEM-KEY
006240         INVALID KEY
006250            GO TO 5000-EXIT
006260     END-START.
006270     MOVE 'N' TO WS-ITEM-EOF-SWITCH.
006280     PERFORM 5100-TALLY-ONE-ITEM THRU 5100-EXIT
006290             UNTIL WS-ITEM-EOF.
006300 5000-EXIT.
006310     EXIT.
006320
006330 5100-TALLY-ONE-ITEM.
006340     READ OPEN-ITEMS NEXT RECORD
006350         AT END
006360            MOVE 'Y' TO WS-ITEM-EOF-SWITCH
006370            GO TO 5100-EXIT
006380     END-READ.
006390     IF OI-ACCOUNT-ID NOT = AM-ACCOUNT-ID
006400        MOVE 'Y' TO WS-ITEM-EOF-SWITCH
006410        GO TO 5100-EXIT
006420     END-IF.
006430     IF OI-ITEM-PAID OR OI-ITEM-WRITTEN-OFF OR OI-ITEM-DISPUTED
006440        GO TO 5100-EXIT
006450     END-IF.
006460     ADD OI-REMAINING-AMOUNT TO WS-OPEN-BALANCE.
006470     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > ZERO
006480        COMPUTE WS-DUE-INTEGER-DATE =
006490           FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
006500     ELSE
006510        COMPUTE WS-DUE-INTEGER-DATE =
006520           FUNCTION INTEGER-OF-DATE(OI-ITEM-DATE) + 30
006530     END-IF.
006540     COMPUTE WS-DAYS-PAST-DUE =
006550        WS-TODAY-INTEGER-DATE - WS-DUE-INTEGER-DATE.
006560     IF WS-DAYS-PAST-DUE > ZERO
006570        ADD OI-REMAINING-AMOUNT TO WS-PAST-DUE-AMOUNT
006580     END-IF.
006590     IF WS-DAYS-PAST-DUE > WS-OLDEST-PAST-DUE
006600        MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-PAST-DUE
006610     END-IF.
006620 5100-EXIT.
006630     EXIT.
006640
006650*                                                                *
006660*   6000-STAMP-ONE-RELIEF -- THE FIRST LISTING AFTER THE END    *
006670*   DATE IS REMEMBERED; A RUN-PARM REPRINT LEAVES THE ORIGINAL  *
006680*   DATE, AND A RELIEF STILL IN FORCE IS NOT STAMPED            *
006690*                                                                *
006700 6000-STAMP-ONE-RELIEF.
006710     MOVE WS-ER-RELIEF-ID (WS-ER-I) TO RA-RELIEF-ID.
006720     READ RELIEF-AREAS
006730         INVALID KEY
006740            GO TO 6000-EXIT
006750     END-READ.
006760     IF RA-END-REPORTED-DATE NUMERIC
006770        AND RA-END-REPORTED-DATE > ZERO
006780        GO TO 6000-EXIT
006790     END-IF.
006800     IF RA-END-DATE = ZERO OR RA-END-DATE NOT < WS-TODAY-8
006810        GO TO 6000-EXIT
006820     END-IF.
006830     MOVE WS-TODAY-8 TO RA-END-REPORTED-DATE.
006840     REWRITE RELIEF-AREA-STRUCTURE.
006850 6000-EXIT.
006860     EXIT.
006870
006880 9999-EXIT.
006890     STOP RUN.
