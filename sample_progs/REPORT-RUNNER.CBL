000010******************************************************************
000020*                                                                *
000030*   REPORT-RUNNER                                                *
000040*                                                                *
000050*   GENERIC RUNNER FOR USER-DEFINED REPORTS.  THE REPORT ID IS   *
000060*   THE FIRST WORD OF THE COMMAND LINE, SO ANY DEFINITION CAN    *
000070*   BE RUN ON DEMAND OR SCHEDULED AS A NIGHTLY STEP BY ADDING    *
000080*   A LINE TO THE JOB CONTROL FILE:                              *
000090*                                                                *
000100*       REPORT-RUNNER CUSTLIST                                   *
000110*                                                                *
000120*   THE DEFINITION (SEE REPORT-DEFINITION-RECORD.CPY, KEPT BY    *
000130*   REPORT-DEFINITION-MAINT) NAMES THE COLUMNS, THE SELECTION    *
000140*   TESTS, THE SORT ORDER AND THE CONTROL BREAKS.  EVERY         *
000150*   CONTACT IN THE ADDRESS BOOK IS JOINED TO ITS ACCOUNT-MASTER  *
000160*   RECORD ON ACCOUNT-ID, TESTED, SORTED, AND PRINTED TO A       *
000170*   SPOOL MEMBER WITH A SUBTOTAL AND COUNT AT EACH BREAK AND A   *
000180*   REPORT TOTAL AT THE END.  MONEY COLUMNS ARE SUBTOTALED.      *
000190*   FIELD VALUES COME FROM THE CATALOG IN REPORT-FIELD-VALUE.    *
000200*                                                                *
000210*   A MISSING ID, AN UNKNOWN REPORT OR A DEFINITION THAT NO      *
000220*   LONGER VALIDATES ENDS THE RUN WITH RETURN CODE 8, SO A       *
000230*   SCHEDULED STEP STOPS THE NIGHTLY CHAIN INSTEAD OF QUIETLY    *
000240*   PRODUCING NOTHING.  THE RUN IS LOGGED ON RUN-CONTROL AS      *
000250*   REPORT-<ID>.                                                 *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      REPORT-RUNNER.
000300 AUTHOR.          DATA PROCESSING.
000310 INSTALLATION.    ACCOUNTING SYSTEMS.
000320 DATE-WRITTEN.    10/15/2026.
000330 DATE-COMPILED.   10/15/2026.
000340*                                                                *
000350*   MODIFICATION HISTORY                                        *
000360*   ------------------------------------------------------------ *
000370*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000380*                                                                *
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL REPORT-DEFINITIONS
000430            ASSIGN       TO  RPTDEFS
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE  IS DYNAMIC
000460            RECORD KEY   IS RD-REPORT-ID
000470            FILE STATUS  IS RPTDEFS-STATUS.
000480
000490     SELECT OPTIONAL ADDRESS-FILE
000500            ASSIGN       TO  ADDROUT
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE  IS DYNAMIC
000530            RECORD KEY   IS FD-PHONE
000540            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000550            FILE STATUS  IS ADDRESS-STATUS.
000560
000570     SELECT OPTIONAL ACCOUNT-MASTER
000580            ASSIGN       TO  ACCTMSTR
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE  IS DYNAMIC
000610            RECORD KEY   IS AM-ACCOUNT-ID
000620            FILE STATUS  IS ACCTMSTR-STATUS.
000630
000640     SELECT SORT-WORK-FILE
000650            ASSIGN       TO  "rptsort.tmp".
000660
000670     SELECT REPORT-FILE
000680            ASSIGN       TO  REPORTOUT
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS  IS REPORT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  REPORT-DEFINITIONS.
000750 01  REPORT-DEFINITION-STRUCTURE.
000760     COPY "REPORT-DEFINITION-RECORD.CPY" REPLACING ==(TAG)==
000770          BY ==RD-==.
000780
000790 FD  ADDRESS-FILE.
000800 01  ADDRESS-RECORD.
000810     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.
000820
000830 FD  ACCOUNT-MASTER.
000840 01  ACCOUNT-MASTER-STRUCTURE.
000850     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
000860          BY ==AM-==.
000870
000880*   THE SORT KEYS ARE BUILT SO ONE ASCENDING SORT SERVES EVERY
000890*   DEFINITION -- NUMBERS AS ZERO-FILLED DIGITS, AND A
000900*   DESCENDING KEY WITH ITS CHARACTERS TURNED END FOR END.
000910 SD  SORT-WORK-FILE.
000920 01  SORT-RECORD.
000930     03  SD-SORT-KEYS.
000940         05  SD-SORT-KEY-1        PIC X(20).
000950         05  SD-SORT-KEY-2        PIC X(20).
000960         05  SD-SORT-KEY-3        PIC X(20).
000970     03  SD-SORT-KEY-TABLE REDEFINES SD-SORT-KEYS.
000980         05  SD-SORT-KEY          PIC X(20) OCCURS 3 TIMES.
000990     03  SD-BREAK-SHOW            PIC X(30) OCCURS 2 TIMES.
001000     03  SD-COLUMN                OCCURS 8 TIMES.
001010         05  SD-COL-TEXT          PIC X(30).
001020         05  SD-COL-NUMBER        PIC S9(09)V9(02).
001030
001040 FD  REPORT-FILE
001050     RECORDING MODE IS F.
001060 01  REPORT-LINE                  PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090*                                                                *
001100*   FILE ASSIGNMENT NAMES AND STATUS FIELDS                     *
001110*                                                                *
001120 01  RPTDEFS                    PIC X(50)
001130     VALUE "/mnt/c/cobfiles\report-definitions.idx".
001140 01  ADDROUT                    PIC X(50)
001150     VALUE "/mnt/c/cobfiles\address.idx".
001160 01  ACCTMSTR                   PIC X(50)
001170     VALUE "/mnt/c/cobfiles\account-master.idx".
001180 01  REPORTOUT                  PIC X(50) VALUE SPACES.
001190
001200 01  RPTDEFS-STATUS             PIC X(02).
001210 01  ADDRESS-STATUS             PIC X(02).
001220 01  ACCTMSTR-STATUS            PIC X(02).
001230 01  REPORT-STATUS              PIC X(02).
001240
001250 01  WS-SWITCHES.
001260     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001270         88  WS-EOF-YES                    VALUE 'Y'.
001280     05  WS-ADDRESS-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001290         88  WS-ADDRESS-OPEN               VALUE 'Y'.
001300     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001310         88  WS-MASTER-OPEN                VALUE 'Y'.
001320     05  WS-DEF-ERROR-SWITCH     PIC X(01) VALUE 'N'.
001330         88  WS-DEF-ERROR                  VALUE 'Y'.
001340     05  WS-ACCOUNT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001350         88  WS-ACCOUNT-FOUND              VALUE 'Y'.
001360     05  WS-SELECTED-SWITCH      PIC X(01) VALUE 'Y'.
001370         88  WS-SELECTED                   VALUE 'Y'.
001380     05  WS-FIRST-DETAIL-SWITCH  PIC X(01) VALUE 'Y'.
001390         88  WS-FIRST-DETAIL               VALUE 'Y'.
001400
001410 01  WS-TODAY-8                 PIC 9(08).
001420 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001430     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001440 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001450 01  WS-COMMAND-ARGS            PIC X(80) VALUE SPACES.
001460 01  WS-REPORT-ID               PIC X(08) VALUE SPACES.
001470
001480*                                                                *
001490*   FIELD CATALOG CALL FIELDS (SEE REPORT-FIELD-VALUE)           *
001500*                                                                *
001510 01  WS-FV-NAME                 PIC X(16).
001520 01  WS-FV-TEXT                 PIC X(30).
001530 01  WS-FV-NUMBER               PIC S9(09)V9(02).
001540 01  WS-FV-TYPE                 PIC X(01).
001550 01  WS-FV-WIDTH                PIC 9(02).
001560 01  WS-FV-HEADING              PIC X(14).
001570 01  WS-FV-FOUND                PIC X(01).
001580
001590*                                                                *
001600*   COLUMN LAYOUT, ONE ENTRY PER PRINTED FIELD, SET UP FROM THE  *
001610*   CATALOG WHEN THE DEFINITION IS LOADED                        *
001620*                                                                *
001630 01  WS-COLUMN-TABLE.
001640     05  WS-COL-ENTRY OCCURS 8 TIMES.
001650         10  WS-COL-START         PIC 9(03).
001660         10  WS-COL-WIDTH         PIC 9(02).
001670         10  WS-COL-TYPE          PIC X(01).
001680 01  WS-NEXT-COLUMN              PIC 9(03).
001690 01  WS-MONEY-COLUMNS            PIC 9(01) VALUE ZERO.
001700 01  WS-SUB                      PIC 9(02).
001710 01  WS-LEVEL                    PIC 9(01).
001720
001730*                                                                *
001740*   SELECTION AND SORT-KEY WORK FIELDS                           *
001750*                                                                *
001760 01  WS-TEST-NUMBER              PIC S9(09)V9(02).
001770 01  WS-COMPARE-RESULT           PIC X(01).
001780 01  WS-KEY-WORK                 PIC X(20).
001790 01  WS-KEY-NUMBER               PIC 9(09)V9(02).
001800 01  WS-KEY-DIGITS REDEFINES WS-KEY-NUMBER
001810                                 PIC X(11).
001820
001830*                                                                *
001840*   BREAK CONTROL AND TOTALS -- LEVELS 1 AND 2 ARE THE BREAKS    *
001850*   ON THE FIRST AND SECOND SORT FIELDS, LEVEL 3 THE REPORT      *
001860*                                                                *
001870 01  WS-PREV-BREAK-TABLE.
001880     05  WS-PREV-BREAK OCCURS 2 TIMES.
001885         10  WS-PREV-KEY          PIC X(20).
001890         10  WS-PREV-SHOW         PIC X(30).
001900 01  WS-TOTAL-TABLE.
001910     05  WS-TOTAL-LEVEL OCCURS 3 TIMES.
001920         10  WS-TL-COUNT          PIC 9(07).
001930         10  WS-TL-SUM            PIC S9(11)V9(02)
001940                                  OCCURS 8 TIMES.
001950 01  WS-CONTACTS-READ            PIC 9(07) VALUE ZERO.
001960 01  WS-CONTACTS-SELECTED        PIC 9(07) VALUE ZERO.
001970
001980 01  WS-RC-FUNCTION             PIC X(01).
001990 01  WS-RC-JOB-NAME             PIC X(20) VALUE SPACES.
002000 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
002010 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
002020 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
002030
002040*                                                                *
002050*   SHARED REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER)      *
002060*                                                                *
002070 01  WS-SPOOL-FUNCTION          PIC X(01).
002080 01  WS-SPOOL-REPORT-NAME       PIC X(20) VALUE SPACES.
002090 01  WS-SPOOL-JOB-NAME          PIC X(20)
002100     VALUE "REPORT-RUNNER".
002110 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'D'.
002120 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002130 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002140 01  WS-LINE-COUNT              PIC 9(07) VALUE ZERO.
002150
002160 01  WS-EDIT-MONEY              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002170 01  WS-EDIT-COUNT              PIC Z,ZZZ,ZZ9.
002180
002190 PROCEDURE DIVISION.
002200*                                                                *
002210*   0000-MAINLINE                                               *
002220*                                                                *
002230 0000-MAINLINE.
002240     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002250          WS-OVERRIDE-MARK.
002260     ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
002270     UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
002280         INTO WS-REPORT-ID
002290     END-UNSTRING.
002300     MOVE FUNCTION UPPER-CASE(WS-REPORT-ID) TO WS-REPORT-ID.
002310     IF WS-REPORT-ID = SPACES
002320        DISPLAY "REPORT-RUNNER: A REPORT ID IS REQUIRED"
002330        MOVE 8 TO RETURN-CODE
002340        GO TO 9999-EXIT
002350     END-IF.
002360     PERFORM 1000-LOAD-DEFINITION THRU 1000-EXIT.
002370     IF WS-DEF-ERROR
002380        DISPLAY "REPORT-RUNNER: REPORT " WS-REPORT-ID
002390                " NOT RUN"
002400        MOVE 8 TO RETURN-CODE
002410        GO TO 9999-EXIT
002420     END-IF.
002430     STRING "REPORT-" WS-REPORT-ID
002440            DELIMITED BY SPACE INTO WS-RC-JOB-NAME
002450     END-STRING.
002460     MOVE 'S' TO WS-RC-FUNCTION.
002470     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002480          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002490          WS-RC-CODE.
002500     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
002510     PERFORM 1600-START-REPORT THRU 1600-EXIT.
002520     SORT SORT-WORK-FILE
002530         ON ASCENDING KEY SD-SORT-KEY-1
002540         ON ASCENDING KEY SD-SORT-KEY-2
002550         ON ASCENDING KEY SD-SORT-KEY-3
002560         INPUT PROCEDURE  IS 2000-LOAD-SORT-FILE
002570         OUTPUT PROCEDURE IS 3000-WRITE-REPORT.
002580     CLOSE REPORT-FILE.
002590     PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.
002600     MOVE 'R' TO WS-SPOOL-FUNCTION.
002610     MOVE WS-LINE-COUNT TO WS-SPOOL-LINE-COUNT.
002620     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
002630          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
002640          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
002650          WS-SPOOL-MEMBER-NAME.
002660     MOVE 'E' TO WS-RC-FUNCTION.
002670     MOVE WS-CONTACTS-READ TO WS-RC-READ.
002680     MOVE WS-CONTACTS-SELECTED TO WS-RC-WRITTEN.
002690     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002700          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002710          WS-RC-CODE.
002720     DISPLAY "REPORT-RUNNER RUN COMPLETE -- " WS-REPORT-ID.
002730     DISPLAY "CONTACTS READ:        " WS-CONTACTS-READ.
002740     DISPLAY "CONTACTS REPORTED:    " WS-CONTACTS-SELECTED.
002750     DISPLAY "SPOOL MEMBER:         " WS-SPOOL-MEMBER-NAME.
002760     GO TO 9999-EXIT.
002770
002780*                                                                *
002790*   1000-LOAD-DEFINITION -- READ THE DEFINITION AND CHECK IT     *
002800*   AGAINST THE FIELD CATALOG.  A FIELD DROPPED FROM THE         *
002810*   CATALOG SINCE THE DEFINITION WAS SAVED IS CAUGHT HERE.       *
002820*                                                                *
002830 1000-LOAD-DEFINITION.
002840     OPEN INPUT REPORT-DEFINITIONS.
002850     IF RPTDEFS-STATUS NOT = '00'
002860        DISPLAY "NO REPORT DEFINITIONS FILE FOUND -- " RPTDEFS
002870        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
002880        GO TO 1000-EXIT
002890     END-IF.
002900     MOVE WS-REPORT-ID TO RD-REPORT-ID.
002910     READ REPORT-DEFINITIONS
002920         INVALID KEY
002930            DISPLAY "NO REPORT DEFINITION FOR " WS-REPORT-ID
002940            MOVE 'Y' TO WS-DEF-ERROR-SWITCH
002950     END-READ.
002960     CLOSE REPORT-DEFINITIONS.
002970     IF WS-DEF-ERROR
002980        GO TO 1000-EXIT
002990     END-IF.
003000     IF RD-FIELD-COUNT < 1 OR RD-FIELD-COUNT > 8
003010        OR RD-TEST-COUNT > 5
003020        OR RD-SORT-COUNT > 3
003030        OR RD-BREAK-LEVELS > 2
003040        OR RD-BREAK-LEVELS > RD-SORT-COUNT
003050        DISPLAY "DEFINITION " WS-REPORT-ID " IS INCOMPLETE -- "
003060                "CORRECT IT ON REPORT-DEFINITION-MAINT"
003070        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
003080        GO TO 1000-EXIT
003090     END-IF.
003100     INITIALIZE ADDRESS-RECORD ACCOUNT-MASTER-STRUCTURE.
003110     MOVE 1 TO WS-NEXT-COLUMN.
003120     PERFORM 1100-LAY-OUT-COLUMN THRU 1100-EXIT
003130             VARYING WS-SUB FROM 1 BY 1
003140             UNTIL WS-SUB > RD-FIELD-COUNT.
003150     PERFORM 1200-CHECK-TEST THRU 1200-EXIT
003160             VARYING WS-SUB FROM 1 BY 1
003170             UNTIL WS-SUB > RD-TEST-COUNT.
003180     PERFORM 1300-CHECK-SORT-FIELD THRU 1300-EXIT
003190             VARYING WS-SUB FROM 1 BY 1
003200             UNTIL WS-SUB > RD-SORT-COUNT.
003210     IF RD-RETENTION = 'D' OR RD-RETENTION = 'M'
003220        OR RD-RETENTION = 'P'
003230        MOVE RD-RETENTION TO WS-SPOOL-RETENTION
003240     END-IF.
003250     STRING "user-" WS-REPORT-ID
003260            DELIMITED BY SPACE INTO WS-SPOOL-REPORT-NAME
003270     END-STRING.
003280     MOVE FUNCTION LOWER-CASE(WS-SPOOL-REPORT-NAME)
003290        TO WS-SPOOL-REPORT-NAME.
003300 1000-EXIT.
003310     EXIT.
003320
003330*                                                                *
003340*   1100-LAY-OUT-COLUMN -- EACH COLUMN STARTS TWO PAST THE LAST  *
003350*   ON A 132-COLUMN LINE                                         *
003360*                                                                *
003370 1100-LAY-OUT-COLUMN.
003380     MOVE RD-PRINT-FIELD (WS-SUB) TO WS-FV-NAME.
003390     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
003400     IF WS-FV-FOUND NOT = 'Y'
003410        DISPLAY "UNKNOWN PRINT FIELD " WS-FV-NAME
003420        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
003430        GO TO 1100-EXIT
003440     END-IF.
003450     IF WS-NEXT-COLUMN + WS-FV-WIDTH - 1 > 132
003460        DISPLAY "PRINT FIELDS DO NOT FIT ON THE LINE AT "
003470                WS-FV-NAME
003480        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
003490        GO TO 1100-EXIT
003500     END-IF.
003510     MOVE WS-NEXT-COLUMN TO WS-COL-START (WS-SUB).
003520     MOVE WS-FV-WIDTH    TO WS-COL-WIDTH (WS-SUB).
003530     MOVE WS-FV-TYPE     TO WS-COL-TYPE (WS-SUB).
003540     IF WS-FV-TYPE = 'M'
003550        ADD 1 TO WS-MONEY-COLUMNS
003560     END-IF.
003570     COMPUTE WS-NEXT-COLUMN = WS-NEXT-COLUMN + WS-FV-WIDTH + 2.
003580 1100-EXIT.
003590     EXIT.
003600
003610 1200-CHECK-TEST.
003620     MOVE RD-TEST-FIELD (WS-SUB) TO WS-FV-NAME.
003630     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
003640     IF WS-FV-FOUND NOT = 'Y'
003650        DISPLAY "UNKNOWN SELECTION FIELD " WS-FV-NAME
003660        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
003670        GO TO 1200-EXIT
003680     END-IF.
003690     IF RD-TEST-OP (WS-SUB) NOT = "EQ"
003700        AND RD-TEST-OP (WS-SUB) NOT = "NE"
003710        AND RD-TEST-OP (WS-SUB) NOT = "GT"
003720        AND RD-TEST-OP (WS-SUB) NOT = "GE"
003730        AND RD-TEST-OP (WS-SUB) NOT = "LT"
003740        AND RD-TEST-OP (WS-SUB) NOT = "LE"
003750        DISPLAY "UNKNOWN SELECTION TEST " RD-TEST-OP (WS-SUB)
003760                " ON " WS-FV-NAME
003770        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
003780     END-IF.
003790 1200-EXIT.
003800     EXIT.
003810
003820 1300-CHECK-SORT-FIELD.
003830     MOVE RD-SORT-FIELD (WS-SUB) TO WS-FV-NAME.
003840     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
003850     IF WS-FV-FOUND NOT = 'Y'
003860        DISPLAY "UNKNOWN SORT FIELD " WS-FV-NAME
003870        MOVE 'Y' TO WS-DEF-ERROR-SWITCH
003880     END-IF.
003890 1300-EXIT.
003900     EXIT.
003910
003920*                                                                *
003930*   1500-OPEN-FILES -- A MISSING ADDRESS BOOK GIVES AN EMPTY     *
003940*   REPORT; A MISSING MASTER LEAVES THE ACCOUNT FIELDS BLANK     *
003950*                                                                *
003960 1500-OPEN-FILES.
003970     OPEN INPUT ADDRESS-FILE.
003980     IF ADDRESS-STATUS = '00'
003990        MOVE 'Y' TO WS-ADDRESS-OPEN-SWITCH
004000     ELSE
004010        DISPLAY "WARNING -- ADDRESS FILE NOT AVAILABLE"
004020     END-IF.
004030     OPEN INPUT ACCOUNT-MASTER.
004040     IF ACCTMSTR-STATUS = '00'
004050        MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
004060     ELSE
004070        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
004080        DISPLAY "ACCOUNT FIELDS PRINT BLANK"
004090     END-IF.
004100 1500-EXIT.
004110     EXIT.
004120
004130*                                                                *
004140*   1600-START-REPORT -- TITLE, RUN DATE AND COLUMN HEADINGS     *
004150*                                                                *
004160 1600-START-REPORT.
004170     MOVE 'N' TO WS-SPOOL-FUNCTION.
004180     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
004190          WS-SPOOL-REPORT-NAME, WS-SPOOL-JOB-NAME,
004200          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
004210          WS-SPOOL-MEMBER-NAME.
004220     MOVE WS-SPOOL-MEMBER-NAME TO REPORTOUT.
004230     OPEN OUTPUT REPORT-FILE.
004240     MOVE SPACES TO REPORT-LINE.
004250     MOVE RD-TITLE TO REPORT-LINE.
004260     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004270     STRING "REPORT " WS-REPORT-ID
004280            "   RUN DATE " WS-TODAY-8
004290            DELIMITED BY SIZE INTO REPORT-LINE
004300     END-STRING.
004310     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004320     IF WS-DATE-OVERRIDDEN
004330        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
004340        PERFORM 5900-PUT-LINE THRU 5900-EXIT
004350     END-IF.
004360     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004370     PERFORM 1700-PLACE-HEADING THRU 1700-EXIT
004380             VARYING WS-SUB FROM 1 BY 1
004390             UNTIL WS-SUB > RD-FIELD-COUNT.
004400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004410     PERFORM 1750-PLACE-UNDERLINE THRU 1750-EXIT
004420             VARYING WS-SUB FROM 1 BY 1
004430             UNTIL WS-SUB > RD-FIELD-COUNT.
004440     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004450 1600-EXIT.
004460     EXIT.
004470
004480 1700-PLACE-HEADING.
004490     MOVE RD-PRINT-FIELD (WS-SUB) TO WS-FV-NAME.
004500     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
004510     MOVE WS-FV-HEADING TO REPORT-LINE
004520          (WS-COL-START (WS-SUB):WS-COL-WIDTH (WS-SUB)).
004530 1700-EXIT.
004540     EXIT.
004550
004560 1750-PLACE-UNDERLINE.
004570     MOVE ALL "-" TO REPORT-LINE
004580          (WS-COL-START (WS-SUB):WS-COL-WIDTH (WS-SUB)).
004590 1750-EXIT.
004600     EXIT.
004610
004620 1900-CLOSE-FILES.
004630     IF WS-ADDRESS-OPEN
004640        CLOSE ADDRESS-FILE
004650     END-IF.
004660     IF WS-MASTER-OPEN
004670        CLOSE ACCOUNT-MASTER
004680     END-IF.
004690 1900-EXIT.
004700     EXIT.
004710
004720*                                                                *
004730*   2000-LOAD-SORT-FILE -- EVERY CONTACT, JOINED TO ITS ACCOUNT  *
004740*   AND PUT THROUGH THE SELECTION TESTS                          *
004750*                                                                *
004760 2000-LOAD-SORT-FILE.
004770     IF WS-ADDRESS-OPEN
004780        MOVE LOW-VALUES TO FD-PHONE
004790        START ADDRESS-FILE KEY IS >= FD-PHONE
004800            INVALID KEY
004810               MOVE 'Y' TO WS-EOF-SWITCH
004820        END-START
004830        PERFORM 2100-READ-CONTACT THRU 2100-EXIT
004840        PERFORM 2200-SELECT-CONTACT THRU 2200-EXIT
004850                UNTIL WS-EOF-YES
004860     END-IF.
004870
004880 2100-READ-CONTACT.
004890     IF WS-EOF-YES
004900        GO TO 2100-EXIT
004910     END-IF.
004920     READ ADDRESS-FILE NEXT RECORD
004930         AT END
004940            MOVE 'Y' TO WS-EOF-SWITCH
004950     END-READ.
004960 2100-EXIT.
004970     EXIT.
004980
004990 2200-SELECT-CONTACT.
005000     ADD 1 TO WS-CONTACTS-READ.
005010     PERFORM 2250-JOIN-ACCOUNT THRU 2250-EXIT.
005020     IF RD-ACCOUNTED-CONTACTS AND NOT WS-ACCOUNT-FOUND
005030        GO TO 2200-READ-NEXT
005040     END-IF.
005050     MOVE 'Y' TO WS-SELECTED-SWITCH.
005060     PERFORM 2300-APPLY-TEST THRU 2300-EXIT
005070             VARYING WS-SUB FROM 1 BY 1
005080             UNTIL WS-SUB > RD-TEST-COUNT
005090                OR NOT WS-SELECTED.
005100     IF NOT WS-SELECTED
005110        GO TO 2200-READ-NEXT
005120     END-IF.
005130     MOVE SPACES TO SORT-RECORD.
005140     PERFORM 2400-BUILD-SORT-KEY THRU 2400-EXIT
005150             VARYING WS-SUB FROM 1 BY 1
005160             UNTIL WS-SUB > RD-SORT-COUNT.
005170     PERFORM 2500-BUILD-COLUMN THRU 2500-EXIT
005180             VARYING WS-SUB FROM 1 BY 1
005190             UNTIL WS-SUB > RD-FIELD-COUNT.
005200     RELEASE SORT-RECORD.
005210     ADD 1 TO WS-CONTACTS-SELECTED.
005220 2200-READ-NEXT.
005230     PERFORM 2100-READ-CONTACT THRU 2100-EXIT.
005240 2200-EXIT.
005250     EXIT.
005260
005270*                                                                *
005280*   2250-JOIN-ACCOUNT -- THE CONTACT'S ACCOUNT-MASTER RECORD, OR *
005290*   AN INITIALIZED ONE WHEN IT HAS NONE                          *
005300*                                                                *
005310 2250-JOIN-ACCOUNT.
005320     MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.
005330     IF FD-ACCOUNT-ID NOT = ZERO AND WS-MASTER-OPEN
005340        MOVE FD-ACCOUNT-ID TO AM-ACCOUNT-ID
005350        READ ACCOUNT-MASTER
005360            INVALID KEY
005370               CONTINUE
005380            NOT INVALID KEY
005390               MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
005400        END-READ
005410     END-IF.
005420     IF NOT WS-ACCOUNT-FOUND
005430        INITIALIZE ACCOUNT-MASTER-STRUCTURE
005440     END-IF.
005450 2250-EXIT.
005460     EXIT.
005470
005480*                                                                *
005490*   2300-APPLY-TEST -- NUMBER AND MONEY FIELDS COMPARE BY VALUE, *
005500*   TEXT FIELDS AS WRITTEN.  THE TESTS ARE ANDED.                *
005510*                                                                *
005520 2300-APPLY-TEST.
005530     MOVE RD-TEST-FIELD (WS-SUB) TO WS-FV-NAME.
005540     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
005550     IF WS-FV-TYPE = 'A'
005560        EVALUATE TRUE
005570           WHEN WS-FV-TEXT < RD-TEST-VALUE (WS-SUB)
005580              MOVE '<' TO WS-COMPARE-RESULT
005590           WHEN WS-FV-TEXT > RD-TEST-VALUE (WS-SUB)
005600              MOVE '>' TO WS-COMPARE-RESULT
005610           WHEN OTHER
005620              MOVE '=' TO WS-COMPARE-RESULT
005630        END-EVALUATE
005640     ELSE
005650        COMPUTE WS-TEST-NUMBER =
005660                FUNCTION NUMVAL(RD-TEST-VALUE (WS-SUB))
005670        EVALUATE TRUE
005680           WHEN WS-FV-NUMBER < WS-TEST-NUMBER
005690              MOVE '<' TO WS-COMPARE-RESULT
005700           WHEN WS-FV-NUMBER > WS-TEST-NUMBER
005710              MOVE '>' TO WS-COMPARE-RESULT
005720           WHEN OTHER
005730              MOVE '=' TO WS-COMPARE-RESULT
005740        END-EVALUATE
005750     END-IF.
005760     EVALUATE RD-TEST-OP (WS-SUB)
005770        WHEN "EQ"
005780           IF WS-COMPARE-RESULT NOT = '='
005790              MOVE 'N' TO WS-SELECTED-SWITCH
005800           END-IF
005810        WHEN "NE"
005820           IF WS-COMPARE-RESULT = '='
005830              MOVE 'N' TO WS-SELECTED-SWITCH
005840           END-IF
005850        WHEN "GT"
005860           IF WS-COMPARE-RESULT NOT = '>'
005870              MOVE 'N' TO WS-SELECTED-SWITCH
005880           END-IF
005890        WHEN "GE"
005900           IF WS-COMPARE-RESULT = '<'
005910              MOVE 'N' TO WS-SELECTED-SWITCH
005920           END-IF
005930        WHEN "LT"
005940           IF WS-COMPARE-RESULT NOT = '<'
005950              MOVE 'N' TO WS-SELECTED-SWITCH
005960           END-IF
005970        WHEN "LE"
005980           IF WS-COMPARE-RESULT = '>'
005990              MOVE 'N' TO WS-SELECTED-SWITCH
006000           END-IF
006010     END-EVALUATE.
006020 2300-EXIT.
006030     EXIT.
006040
006050*                                                                *
006060*   2400-BUILD-SORT-KEY -- A DESCENDING TEXT KEY IS UPPER-CASED  *
006070*   FIRST SO THE TURNED-ROUND ALPHABET COVERS IT                 *
006080*                                                                *
006090 2400-BUILD-SORT-KEY.
006100     MOVE RD-SORT-FIELD (WS-SUB) TO WS-FV-NAME.
006110     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
006120     IF WS-FV-TYPE = 'A'
006130        MOVE WS-FV-TEXT TO WS-KEY-WORK
006140     ELSE
006150        MOVE SPACES TO WS-KEY-WORK
006160        MOVE WS-FV-NUMBER TO WS-KEY-NUMBER
006170        MOVE WS-KEY-DIGITS TO WS-KEY-WORK
006180     END-IF.
006190     IF RD-SORT-DESCENDING (WS-SUB)
006200        MOVE FUNCTION UPPER-CASE(WS-KEY-WORK) TO WS-KEY-WORK
006210        INSPECT WS-KEY-WORK CONVERTING
006220                " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006230             TO "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 "
006240     END-IF.
006250     MOVE WS-KEY-WORK TO SD-SORT-KEY (WS-SUB).
006260     IF WS-SUB <= 2
006270        MOVE WS-FV-TEXT TO SD-BREAK-SHOW (WS-SUB)
006280     END-IF.
006290 2400-EXIT.
006300     EXIT.
006310
006320 2500-BUILD-COLUMN.
006330     MOVE RD-PRINT-FIELD (WS-SUB) TO WS-FV-NAME.
006340     PERFORM 2900-GET-FIELD-VALUE THRU 2900-EXIT.
006350     MOVE WS-FV-TEXT   TO SD-COL-TEXT (WS-SUB).
006360     MOVE WS-FV-NUMBER TO SD-COL-NUMBER (WS-SUB).
006370 2500-EXIT.
006380     EXIT.
006390
006400 2900-GET-FIELD-VALUE.
006410     CALL "REPORT-FIELD-VALUE" USING WS-FV-NAME,
006420          ADDRESS-RECORD, ACCOUNT-MASTER-STRUCTURE, WS-FV-TEXT,
006430          WS-FV-NUMBER, WS-FV-TYPE, WS-FV-WIDTH, WS-FV-HEADING,
006440          WS-FV-FOUND.
006450 2900-EXIT.
006460     EXIT.
006470
006480*                                                                *
006490*   3000-WRITE-REPORT -- DETAIL LINES WITH A SUBTOTAL AND COUNT  *
006500*   AT EACH CONTROL BREAK AND THE REPORT TOTAL AT THE END        *
006510*                                                                *
006520 3000-WRITE-REPORT.
006530     INITIALIZE WS-TOTAL-TABLE.
006540     MOVE 'N' TO WS-EOF-SWITCH.
006550     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
006560     PERFORM 3200-PROCESS-DETAIL THRU 3200-EXIT
006570             UNTIL WS-EOF-YES.
006580     IF WS-FIRST-DETAIL
006590        MOVE "NO CONTACTS MET THE SELECTION" TO REPORT-LINE
006600        PERFORM 5900-PUT-LINE THRU 5900-EXIT
006610     ELSE
006620        IF RD-BREAK-LEVELS = 2
006630           MOVE 2 TO WS-LEVEL
006640           PERFORM 4000-CLOSE-LEVEL THRU 4000-EXIT
006650        END-IF
006660        IF RD-BREAK-LEVELS >= 1
006670           MOVE 1 TO WS-LEVEL
006680           PERFORM 4000-CLOSE-LEVEL THRU 4000-EXIT
006690        END-IF
006700        MOVE 3 TO WS-LEVEL
006710        PERFORM 4000-CLOSE-LEVEL THRU 4000-EXIT
006720     END-IF.
006730
006740 3100-RETURN-SORTED-RECORD.
006750     RETURN SORT-WORK-FILE
006760         AT END
006770            MOVE 'Y' TO WS-EOF-SWITCH
006780     END-RETURN.
006790 3100-EXIT.
006800     EXIT.
006810
006820 3200-PROCESS-DETAIL.
006830     IF NOT WS-FIRST-DETAIL
006840        PERFORM 3250-CHECK-BREAKS THRU 3250-EXIT
006850     END-IF.
006860     MOVE 'N' TO WS-FIRST-DETAIL-SWITCH.
006870     MOVE SD-SORT-KEY (1)   TO WS-PREV-KEY (1).
006880     MOVE SD-SORT-KEY (2)   TO WS-PREV-KEY (2).
006890     MOVE SD-BREAK-SHOW (1) TO WS-PREV-SHOW (1).
006900     MOVE SD-BREAK-SHOW (2) TO WS-PREV-SHOW (2).
006910     PERFORM 3300-PLACE-COLUMN THRU 3300-EXIT
006920             VARYING WS-SUB FROM 1 BY 1
006930             UNTIL WS-SUB > RD-FIELD-COUNT.
006940     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
006950     ADD 1 TO WS-TL-COUNT (1) WS-TL-COUNT (2) WS-TL-COUNT (3).
006960     PERFORM 3400-ADD-TO-TOTALS THRU 3400-EXIT
006970             VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
006980             AFTER WS-SUB FROM 1 BY 1
006990             UNTIL WS-SUB > RD-FIELD-COUNT.
007000     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
007010 3200-EXIT.
007020     EXIT.
007030
007040*                                                                *
007050*   3250-CHECK-BREAKS -- A CHANGE IN THE FIRST BREAK FIELD       *
007060*   CLOSES THE SECOND LEVEL TOO                                  *
007070*                                                                *
007080 3250-CHECK-BREAKS.
007090     IF RD-BREAK-LEVELS >= 1
007100        AND SD-SORT-KEY (1) NOT = WS-PREV-KEY (1)
007110        IF RD-BREAK-LEVELS = 2
007120           MOVE 2 TO WS-LEVEL
007130           PERFORM 4000-CLOSE-LEVEL THRU 4000-EXIT
007140        END-IF
007150        MOVE 1 TO WS-LEVEL
007160        PERFORM 4000-CLOSE-LEVEL THRU 4000-EXIT
007170        GO TO 3250-EXIT
007180     END-IF.
007190     IF RD-BREAK-LEVELS = 2
007200        AND SD-SORT-KEY (2) NOT = WS-PREV-KEY (2)
007210        MOVE 2 TO WS-LEVEL
007220        PERFORM 4000-CLOSE-LEVEL THRU 4000-EXIT
007230     END-IF.
007240 3250-EXIT.
007250     EXIT.
007260
007270 3300-PLACE-COLUMN.
007280     MOVE SD-COL-TEXT (WS-SUB) TO REPORT-LINE
007290          (WS-COL-START (WS-SUB):WS-COL-WIDTH (WS-SUB)).
007300 3300-EXIT.
007310     EXIT.
007320
007330 3400-ADD-TO-TOTALS.
007340     IF WS-COL-TYPE (WS-SUB) = 'M'
007350        ADD SD-COL-NUMBER (WS-SUB)
007360           TO WS-TL-SUM (WS-LEVEL, WS-SUB)
007370     END-IF.
007380 3400-EXIT.
007390     EXIT.
007400
007410*                                                                *
007420*   4000-CLOSE-LEVEL -- THE COUNT LINE FOR WS-LEVEL, THEN THE    *
007430*   MONEY SUBTOTALS UNDER THEIR COLUMNS, THEN RESET THE LEVEL    *
007440*                                                                *
007450 4000-CLOSE-LEVEL.
007460     MOVE WS-TL-COUNT (WS-LEVEL) TO WS-EDIT-COUNT.
007470     IF WS-LEVEL = 3
007480        STRING "*** REPORT TOTAL   COUNT " WS-EDIT-COUNT
007490               DELIMITED BY SIZE INTO REPORT-LINE
007500        END-STRING
007510     ELSE
007520        STRING "*** " FUNCTION TRIM(RD-SORT-FIELD (WS-LEVEL))
007530               " " DELIMITED BY SIZE
007540               WS-PREV-SHOW (WS-LEVEL) DELIMITED BY "  "
007550               "   COUNT " WS-EDIT-COUNT DELIMITED BY SIZE
007560               INTO REPORT-LINE
007570        END-STRING
007580     END-IF.
007590     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007600     IF WS-MONEY-COLUMNS > ZERO
007610        PERFORM 4100-PLACE-TOTAL THRU 4100-EXIT
007620                VARYING WS-SUB FROM 1 BY 1
007630                UNTIL WS-SUB > RD-FIELD-COUNT
007640        PERFORM 5900-PUT-LINE THRU 5900-EXIT
007650     END-IF.
007660     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
007670     INITIALIZE WS-TOTAL-LEVEL (WS-LEVEL).
007680 4000-EXIT.
007690     EXIT.
007700
007710 4100-PLACE-TOTAL.
007720     IF WS-COL-TYPE (WS-SUB) = 'M'
007730        MOVE WS-TL-SUM (WS-LEVEL, WS-SUB) TO WS-EDIT-MONEY
007740        MOVE WS-EDIT-MONEY TO REPORT-LINE
007750             (WS-COL-START (WS-SUB):WS-COL-WIDTH (WS-SUB))
007760     END-IF.
007770 4100-EXIT.
007780     EXIT.
007790
007800 5900-PUT-LINE.
007810     WRITE REPORT-LINE.
007820     ADD 1 TO WS-LINE-COUNT.
007830     MOVE SPACES TO REPORT-LINE.
007840 5900-EXIT.
007850     EXIT.
007860
007870 9999-EXIT.
007880     STOP RUN.
