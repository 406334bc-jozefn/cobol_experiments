000010******************************************************************
000020*                                                                *
000030*   REPORT-DEFINITION-MAINT                                      *
000040*                                                                *
000050*   SUPERVISOR CONSOLE FOR THE USER-DEFINED REPORT DEFINITIONS   *
000060*   (SEE REPORT-DEFINITION-RECORD.CPY) THAT REPORT-RUNNER        *
000070*   PRODUCES.  A DEFINITION IS ADDED, CHANGED OR DELETED BY ITS  *
000080*   REPORT ID; LIST SHOWS EVERY DEFINITION ON FILE.  EACH        *
000090*   FIELD NAME IS CHECKED AGAINST THE CATALOG IN                 *
000100*   REPORT-FIELD-VALUE AS IT IS KEYED, AND THE PRINT FIELDS      *
000110*   MUST FIT ON THE 132-COLUMN LINE, SO A SAVED DEFINITION       *
000120*   ALWAYS RUNS.  EVERY ADD, CHANGE AND DELETE IS APPENDED TO    *
000130*   THE DEFINITION LOG WITH WHO DID IT.                          *
000140*                                                                *
000150*   TO SCHEDULE A SAVED DEFINITION, ADD A NIGHTLY JOB-CONTROL    *
000160*   LINE "REPORT-RUNNER <REPORT-ID>".                            *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      REPORT-DEFINITION-MAINT.
000210 AUTHOR.          DATA PROCESSING.
000220 INSTALLATION.    ACCOUNTING SYSTEMS.
000230 DATE-WRITTEN.    10/15/2026.
000240 DATE-COMPILED.   10/15/2026.
000250*                                                                *
000260*   MODIFICATION HISTORY                                        *
000270*   ------------------------------------------------------------ *
000280*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL REPORT-DEFINITIONS
000340            ASSIGN       TO  RPTDEFS
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE  IS DYNAMIC
000370            RECORD KEY   IS RD-REPORT-ID
000380            FILE STATUS  IS RPTDEFS-STATUS.
000390
000400     SELECT OPTIONAL DEFINITION-LOG
000410            ASSIGN       TO  RPTDLOG
000420            ORGANIZATION IS LINE SEQUENTIAL
000430            FILE STATUS  IS RPTDLOG-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  REPORT-DEFINITIONS.
000480 01  REPORT-DEFINITION-STRUCTURE.
000490     COPY "REPORT-DEFINITION-RECORD.CPY" REPLACING ==(TAG)==
000500          BY ==RD-==.
000510
000520 FD  DEFINITION-LOG.
000530 01  DEFINITION-LOG-LINE          PIC X(100).
000540
000550 WORKING-STORAGE SECTION.
000560 01  RPTDEFS                    PIC X(50)
000570     VALUE "/mnt/c/cobfiles\report-definitions.idx".
000580 01  RPTDEFS-STATUS             PIC X(02).
000590 01  RPTDLOG                    PIC X(50)
000600     VALUE "report-definition-log.txt".
000610 01  RPTDLOG-STATUS             PIC X(02).
000620
000630 01  WS-CLERK-ID                PIC X(10).
000640 01  WS-CLERK-NAME              PIC X(30).
000650 01  WS-CLERK-ROLE              PIC X(01).
000660 01  WS-CHECK-RESULT            PIC X(01).
000670 01  WS-TODAY-8                 PIC 9(08).
000680
000690 01  WS-IN-REPORT-ID            PIC X(08).
000700 01  WS-ACTION                  PIC X(01).
000710 01  WS-IN-LINE                 PIC X(60).
000720 01  WS-IN-FIELD                PIC X(16).
000730 01  WS-IN-WORD                 PIC X(16).
000740 01  WS-IN-POINTER              PIC 9(02).
000750 01  WS-LOG-EVENT               PIC X(08).
000760 01  WS-SUB                     PIC 9(02).
000770 01  WS-NEW-COUNT               PIC 9(02).
000780 01  WS-LINE-WIDTH              PIC 9(03).
000790
000800 01  WS-SWITCHES.
000810     05  WS-ENTRY-SWITCH         PIC X(01) VALUE 'Y'.
000820         88  WS-ENTRY-OK                   VALUE 'Y'.
000830     05  WS-LIST-SWITCH          PIC X(01) VALUE 'N'.
000840         88  WS-LIST-DONE                  VALUE 'Y'.
000850
000860*                                                                *
000870*   FIELD CATALOG CALL FIELDS (SEE REPORT-FIELD-VALUE).  THE     *
000880*   BLANK CONTACT AND ACCOUNT ONLY SATISFY THE CALL -- HERE THE  *
000890*   CATALOG IS ASKED WHETHER A NAME EXISTS AND HOW WIDE IT IS.   *
000900*                                                                *
000910 01  WS-FV-NAME                 PIC X(16).
000920 01  WS-FV-TEXT                 PIC X(30).
000930 01  WS-FV-NUMBER               PIC S9(09)V9(02).
000940 01  WS-FV-TYPE                 PIC X(01).
000950 01  WS-FV-WIDTH                PIC 9(02).
000960 01  WS-FV-HEADING              PIC X(14).
000970 01  WS-FV-FOUND                PIC X(01).
000980 01  WS-BLANK-CONTACT.
000990     COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==BC-==.
001000 01  WS-BLANK-ACCOUNT.
001010     COPY "ACCOUNT-MASTER-RECORD.CPY" REPLACING ==(TAG)==
001020          BY ==BA-==.
001030
001040*                                                                *
001050*   LISTS AS KEYED, MOVED TO THE DEFINITION ONLY WHEN A NEW      *
001060*   LIST IS FINISHED -- A BLANK FIRST LINE KEEPS THE OLD ONE     *
001070*                                                                *
001080 01  WS-NEW-FIELD-TABLE.
001090     05  WS-NEW-FIELD            PIC X(16) OCCURS 8 TIMES.
001100 01  WS-NEW-TEST-TABLE.
001110     05  WS-NEW-TEST OCCURS 5 TIMES.
001120         10  WS-NEW-TEST-FIELD    PIC X(16).
001130         10  WS-NEW-TEST-OP       PIC X(02).
001140         10  WS-NEW-TEST-VALUE    PIC X(30).
001150 01  WS-NEW-SORT-TABLE.
001160     05  WS-NEW-SORT OCCURS 3 TIMES.
001170         10  WS-NEW-SORT-FIELD    PIC X(16).
001180         10  WS-NEW-SORT-ORDER    PIC X(01).
001190
001200 PROCEDURE DIVISION.
001210*                                                                *
001220*   0000-MAINLINE                                               *
001230*                                                                *
001240 0000-MAINLINE.
001250     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
001260     DISPLAY "ENTER YOUR CLERK ID:".
001270     ACCEPT WS-CLERK-ID.
001280     IF WS-CLERK-ID = SPACES
001290        DISPLAY "A CLERK ID IS REQUIRED"
001300        GO TO 9999-EXIT
001310     END-IF.
001320     CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
001330          WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT.
001340     EVALUATE TRUE
001350        WHEN WS-CHECK-RESULT = 'M'
001360           DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
001370                   "ROLE NOT VERIFIED"
001380        WHEN WS-CHECK-RESULT = 'Y' AND WS-CLERK-ROLE = 'S'
001390           DISPLAY "SIGNED ON: " WS-CLERK-NAME
001400        WHEN OTHER
001410           DISPLAY "ONLY A SUPERVISOR MAY MAINTAIN REPORT "
001420                   "DEFINITIONS"
001430           GO TO 9999-EXIT
001440     END-EVALUATE.
001450     INITIALIZE WS-BLANK-CONTACT WS-BLANK-ACCOUNT.
001460     OPEN I-O REPORT-DEFINITIONS.
001470     IF RPTDEFS-STATUS NOT = '00' AND RPTDEFS-STATUS NOT = '05'
001480        DISPLAY "CANNOT OPEN REPORT DEFINITIONS, STATUS "
001490                RPTDEFS-STATUS
001500        GO TO 9999-EXIT
001510     END-IF.
001520     OPEN EXTEND DEFINITION-LOG.
001530     IF RPTDLOG-STATUS = '05' OR RPTDLOG-STATUS = '35'
001540        OPEN OUTPUT DEFINITION-LOG
001550        CLOSE       DEFINITION-LOG
001560        OPEN EXTEND DEFINITION-LOG
001570     END-IF.
001580     PERFORM 2000-WORK-ONE-REPORT THRU 2000-EXIT
001590             UNTIL WS-IN-REPORT-ID = "END".
001600     CLOSE REPORT-DEFINITIONS.
001610     CLOSE DEFINITION-LOG.
001620     GO TO 9999-EXIT.
001630
001640 2000-WORK-ONE-REPORT.
001650     DISPLAY " ".
001660     DISPLAY "REPORT ID (OR LIST, OR END):".
001670     ACCEPT WS-IN-REPORT-ID.
001680     MOVE FUNCTION UPPER-CASE(WS-IN-REPORT-ID) TO WS-IN-REPORT-ID.
001690     IF WS-IN-REPORT-ID = "END" OR WS-IN-REPORT-ID = SPACES
001700        MOVE "END" TO WS-IN-REPORT-ID
001710        GO TO 2000-EXIT
001720     END-IF.
001730     IF WS-IN-REPORT-ID = "LIST"
001740        PERFORM 2100-LIST-REPORTS THRU 2100-EXIT
001750        GO TO 2000-EXIT
001760     END-IF.
001770     MOVE WS-IN-REPORT-ID TO RD-REPORT-ID.
001780     READ REPORT-DEFINITIONS
001790         INVALID KEY
001800            DISPLAY "NO DEFINITION FOR " WS-IN-REPORT-ID
001810            DISPLAY "(A)DD IT, ENTER TO SKIP:"
001820            ACCEPT WS-ACTION
001830            MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
001840            IF WS-ACTION = 'A'
001850               PERFORM 3000-ADD-REPORT THRU 3000-EXIT
001860            END-IF
001870            GO TO 2000-EXIT
001880     END-READ.
001890     PERFORM 2500-SHOW-DEFINITION THRU 2500-EXIT.
001900     DISPLAY "(C)HANGE, (D)ELETE, ENTER TO SKIP:".
001910     ACCEPT WS-ACTION.
001920     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
001930     EVALUATE WS-ACTION
001940        WHEN 'C'
001950           PERFORM 3100-CHANGE-REPORT THRU 3100-EXIT
001960        WHEN 'D'
001970           PERFORM 3200-DELETE-REPORT THRU 3200-EXIT
001980        WHEN OTHER
001990           CONTINUE
002000     END-EVALUATE.
002010 2000-EXIT.
002020     EXIT.
002030
002040*                                                                *
002050*   2100-LIST-REPORTS -- EVERY DEFINITION ON FILE, BY ID         *
002060*                                                                *
002070 2100-LIST-REPORTS.
002080     MOVE LOW-VALUES TO RD-REPORT-ID.
002090     START REPORT-DEFINITIONS KEY IS >= RD-REPORT-ID
002100         INVALID KEY
002110            DISPLAY "NO REPORT DEFINITIONS ON FILE"
002120            GO TO 2100-EXIT
002130     END-START.
002140     MOVE 'N' TO WS-LIST-SWITCH.
002150     PERFORM 2150-LIST-ONE-REPORT THRU 2150-EXIT
002160             UNTIL WS-LIST-DONE.
002170 2100-EXIT.
002180     EXIT.
002190
002200 2150-LIST-ONE-REPORT.
002210     READ REPORT-DEFINITIONS NEXT RECORD
002220         AT END
002230            MOVE 'Y' TO WS-LIST-SWITCH
002240            GO TO 2150-EXIT
002250     END-READ.
002260     DISPLAY RD-REPORT-ID "  " RD-TITLE.
002270 2150-EXIT.
002280     EXIT.
002290
002300 2500-SHOW-DEFINITION.
002310     DISPLAY "TITLE:          " RD-TITLE.
002320     DISPLAY "ACCOUNTS ONLY:  " RD-ACCOUNTS-ONLY
002330             "   RETENTION: " RD-RETENTION.
002340     PERFORM 2550-SHOW-PRINT-FIELD THRU 2550-EXIT
002350             VARYING WS-SUB FROM 1 BY 1
002360             UNTIL WS-SUB > RD-FIELD-COUNT.
002370     PERFORM 2560-SHOW-TEST THRU 2560-EXIT
002380             VARYING WS-SUB FROM 1 BY 1
002390             UNTIL WS-SUB > RD-TEST-COUNT.
002400     PERFORM 2570-SHOW-SORT THRU 2570-EXIT
002410             VARYING WS-SUB FROM 1 BY 1
002420             UNTIL WS-SUB > RD-SORT-COUNT.
002430     DISPLAY "BREAK LEVELS:   " RD-BREAK-LEVELS.
002440     DISPLAY "LAST CHANGED:   " RD-CHANGED-DATE
002450             " BY " RD-CHANGED-BY.
002460 2500-EXIT.
002470     EXIT.
002480
002490 2550-SHOW-PRINT-FIELD.
002500     DISPLAY "PRINT:          " RD-PRINT-FIELD (WS-SUB).
002510 2550-EXIT.
002520     EXIT.
002530
002540 2560-SHOW-TEST.
002550     DISPLAY "SELECT:         " RD-TEST-FIELD (WS-SUB) " "
002560             RD-TEST-OP (WS-SUB) " " RD-TEST-VALUE (WS-SUB).
002570 2560-EXIT.
002580     EXIT.
002590
002600 2570-SHOW-SORT.
002610     DISPLAY "SORT:           " RD-SORT-FIELD (WS-SUB) " "
002620             RD-SORT-ORDER (WS-SUB).
002630 2570-EXIT.
002640     EXIT.
002650
002660 3000-ADD-REPORT.
002670     INITIALIZE REPORT-DEFINITION-STRUCTURE.
002680     MOVE WS-IN-REPORT-ID TO RD-REPORT-ID.
002690     MOVE 'Y' TO RD-ACCOUNTS-ONLY.
002700     MOVE 'D' TO RD-RETENTION.
002710     PERFORM 4000-KEY-DEFINITION THRU 4000-EXIT.
002720     IF NOT WS-ENTRY-OK
002730        DISPLAY "DEFINITION NOT ADDED"
002740        GO TO 3000-EXIT
002750     END-IF.
002760     WRITE REPORT-DEFINITION-STRUCTURE
002770         INVALID KEY
002780            DISPLAY "DEFINITION NOT ADDED, STATUS "
002790                    RPTDEFS-STATUS
002800            GO TO 3000-EXIT
002810     END-WRITE.
002820     MOVE "ADDED   " TO WS-LOG-EVENT.
002830     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
002840     DISPLAY "DEFINITION ADDED -- RUN IT AS REPORT-RUNNER "
002850             RD-REPORT-ID.
002860 3000-EXIT.
002870     EXIT.
002880
002890 3100-CHANGE-REPORT.
002900     PERFORM 4000-KEY-DEFINITION THRU 4000-EXIT.
002910     IF NOT WS-ENTRY-OK
002920        DISPLAY "DEFINITION NOT CHANGED"
002930        GO TO 3100-EXIT
002940     END-IF.
002950     REWRITE REPORT-DEFINITION-STRUCTURE.
002960     MOVE "CHANGED " TO WS-LOG-EVENT.
002970     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
002980     DISPLAY "DEFINITION CHANGED.".
002990 3100-EXIT.
003000     EXIT.
003010
003020 3200-DELETE-REPORT.
003030     DISPLAY "DELETE " RD-REPORT-ID " -- ANY NIGHTLY STEP THAT "
003040             "RUNS IT WILL FAIL.  SURE (Y/N)?".
003050     ACCEPT WS-ACTION.
003060     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
003070     IF WS-ACTION NOT = 'Y'
003080        GO TO 3200-EXIT
003090     END-IF.
003100     DELETE REPORT-DEFINITIONS RECORD.
003110     MOVE "DELETED " TO WS-LOG-EVENT.
003120     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
003130     DISPLAY "DEFINITION DELETED.".
003140 3200-EXIT.
003150     EXIT.
003160
003170*                                                                *
003180*   4000-KEY-DEFINITION -- ENTER KEEPS EACH CURRENT VALUE.       *
003190*   THE FINISHED DEFINITION IS CHECKED AS A WHOLE BEFORE IT IS   *
003200*   SAVED.                                                       *
003210*                                                                *
003220 4000-KEY-DEFINITION.
003230     MOVE 'Y' TO WS-ENTRY-SWITCH.
003240     DISPLAY "TITLE (ENTER TO KEEP):".
003250     ACCEPT WS-IN-LINE.
003260     IF WS-IN-LINE NOT = SPACES
003270        MOVE WS-IN-LINE TO RD-TITLE
003280     END-IF.
003290     DISPLAY "ONLY CONTACTS WITH AN ACCOUNT, Y OR N (ENTER TO "
003300             "KEEP " RD-ACCOUNTS-ONLY "):".
003310     ACCEPT WS-ACTION.
003320     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
003330     IF WS-ACTION = 'Y' OR WS-ACTION = 'N'
003340        MOVE WS-ACTION TO RD-ACCOUNTS-ONLY
003350     END-IF.
003360     DISPLAY "SPOOL RETENTION D, M OR P (ENTER TO KEEP "
003370             RD-RETENTION "):".
003380     ACCEPT WS-ACTION.
003390     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
003400     IF WS-ACTION = 'D' OR WS-ACTION = 'M' OR WS-ACTION = 'P'
003410        MOVE WS-ACTION TO RD-RETENTION
003420     END-IF.
003430     PERFORM 4100-KEY-PRINT-FIELDS THRU 4100-EXIT.
003440     PERFORM 4200-KEY-TESTS THRU 4200-EXIT.
003450     PERFORM 4300-KEY-SORT-FIELDS THRU 4300-EXIT.
003460     DISPLAY "CONTROL BREAKS ON THE FIRST 0, 1 OR 2 SORT FIELDS "
003470             "(ENTER TO KEEP " RD-BREAK-LEVELS "):".
003480     ACCEPT WS-ACTION.
003490     IF WS-ACTION = '0' OR WS-ACTION = '1' OR WS-ACTION = '2'
003500        MOVE WS-ACTION TO RD-BREAK-LEVELS
003510     END-IF.
003520     IF RD-TITLE = SPACES
003530        DISPLAY "A TITLE IS REQUIRED"
003540        MOVE 'N' TO WS-ENTRY-SWITCH
003550     END-IF.
003560     IF RD-FIELD-COUNT = ZERO
003570        DISPLAY "AT LEAST ONE PRINT FIELD IS REQUIRED"
003580        MOVE 'N' TO WS-ENTRY-SWITCH
003590     END-IF.
003600     IF RD-BREAK-LEVELS > RD-SORT-COUNT
003610        DISPLAY "A CONTROL BREAK NEEDS A SORT FIELD UNDER IT"
003620        MOVE 'N' TO WS-ENTRY-SWITCH
003630     END-IF.
003640     MOVE ZERO TO WS-LINE-WIDTH.
003650     PERFORM 4500-ADD-COLUMN-WIDTH THRU 4500-EXIT
003660             VARYING WS-SUB FROM 1 BY 1
003670             UNTIL WS-SUB > RD-FIELD-COUNT.
003680     IF WS-LINE-WIDTH > 134
003690        DISPLAY "THE PRINT FIELDS NEED " WS-LINE-WIDTH
003700                " COLUMNS -- THE LINE HOLDS 132"
003710        MOVE 'N' TO WS-ENTRY-SWITCH
003720     END-IF.
003730     MOVE WS-CLERK-ID TO RD-CHANGED-BY.
003740     MOVE WS-TODAY-8  TO RD-CHANGED-DATE.
003750 4000-EXIT.
003760     EXIT.
003770
003780*                                                                *
003790*   4100-KEY-PRINT-FIELDS -- UP TO 8, ONE PER LINE               *
003800*                                                                *
003810 4100-KEY-PRINT-FIELDS.
003820     DISPLAY "PRINT FIELDS, ONE PER LINE, BLANK LINE TO END".
003830     DISPLAY "(A BLANK FIRST LINE KEEPS THE CURRENT LIST):".
003840     MOVE ZERO TO WS-NEW-COUNT.
003850     MOVE 'N' TO WS-LIST-SWITCH.
003860     PERFORM 4150-KEY-ONE-PRINT-FIELD THRU 4150-EXIT
003870             UNTIL WS-LIST-DONE.
003880     IF WS-NEW-COUNT > ZERO
003890        MOVE WS-NEW-COUNT TO RD-FIELD-COUNT
003900        MOVE SPACES TO RD-PRINT-FIELD (1) RD-PRINT-FIELD (2)
003910             RD-PRINT-FIELD (3) RD-PRINT-FIELD (4)
003920             RD-PRINT-FIELD (5) RD-PRINT-FIELD (6)
003930             RD-PRINT-FIELD (7) RD-PRINT-FIELD (8)
003940        PERFORM 4180-TAKE-PRINT-FIELD THRU 4180-EXIT
003950                VARYING WS-SUB FROM 1 BY 1
003960                UNTIL WS-SUB > WS-NEW-COUNT
003970     END-IF.
003980 4100-EXIT.
003990     EXIT.
004000
004010 4150-KEY-ONE-PRINT-FIELD.
004020     ACCEPT WS-IN-LINE.
004030     MOVE FUNCTION UPPER-CASE(WS-IN-LINE) TO WS-IN-LINE.
004040     IF WS-IN-LINE = SPACES
004050        MOVE 'Y' TO WS-LIST-SWITCH
004060        GO TO 4150-EXIT
004070     END-IF.
004080     MOVE WS-IN-LINE TO WS-FV-NAME.
004090     PERFORM 4900-CHECK-FIELD-NAME THRU 4900-EXIT.
004100     IF WS-FV-FOUND NOT = 'Y'
004110        GO TO 4150-EXIT
004120     END-IF.
004130     ADD 1 TO WS-NEW-COUNT.
004140     MOVE WS-FV-NAME TO WS-NEW-FIELD (WS-NEW-COUNT).
004150     IF WS-NEW-COUNT = 8
004160        DISPLAY "EIGHT PRINT FIELDS -- LIST FULL"
004170        MOVE 'Y' TO WS-LIST-SWITCH
004180     END-IF.
004190 4150-EXIT.
004200     EXIT.
004210
004220 4180-TAKE-PRINT-FIELD.
004230     MOVE WS-NEW-FIELD (WS-SUB) TO RD-PRINT-FIELD (WS-SUB).
004240 4180-EXIT.
004250     EXIT.
004260
004270*                                                                *
004280*   4200-KEY-TESTS -- UP TO 5 "FIELD OP VALUE" LINES, ANDED.     *
004290*   NONE CLEARS THE TESTS SO EVERY CONTACT IS REPORTED.          *
004300*                                                                *
004310 4200-KEY-TESTS.
004320     DISPLAY "SELECTION TESTS AS FIELD OP VALUE (OP IS EQ, NE, "
004330             "GT, GE, LT OR LE), BLANK LINE TO END".
004340     DISPLAY "(A BLANK FIRST LINE KEEPS THE CURRENT TESTS, NONE "
004350             "CLEARS THEM):".
004360     MOVE ZERO TO WS-NEW-COUNT.
004370     MOVE 'N' TO WS-LIST-SWITCH.
004380     PERFORM 4250-KEY-ONE-TEST THRU 4250-EXIT
004390             UNTIL WS-LIST-DONE.
004400     IF WS-NEW-COUNT > ZERO
004410        MOVE WS-NEW-COUNT TO RD-TEST-COUNT
004420        PERFORM 4280-TAKE-TEST THRU 4280-EXIT
004430                VARYING WS-SUB FROM 1 BY 1
004440                UNTIL WS-SUB > 5
004450     END-IF.
004460 4200-EXIT.
004470     EXIT.
004480
004490 4250-KEY-ONE-TEST.
004500     ACCEPT WS-IN-LINE.
004510     IF WS-IN-LINE = SPACES
004520        MOVE 'Y' TO WS-LIST-SWITCH
004530        GO TO 4250-EXIT
004540     END-IF.
004550     IF FUNCTION UPPER-CASE(WS-IN-LINE) = "NONE"
004560        MOVE ZERO TO RD-TEST-COUNT
004570        INITIALIZE RD-SELECT-TEST (1) RD-SELECT-TEST (2)
004580             RD-SELECT-TEST (3) RD-SELECT-TEST (4)
004590             RD-SELECT-TEST (5)
004600        MOVE 'Y' TO WS-LIST-SWITCH
004610        GO TO 4250-EXIT
004620     END-IF.
004630     MOVE SPACES TO WS-IN-FIELD WS-IN-WORD.
004640     MOVE 1 TO WS-IN-POINTER.
004650     UNSTRING WS-IN-LINE DELIMITED BY ALL SPACES
004660         INTO WS-IN-FIELD, WS-IN-WORD
004670         WITH POINTER WS-IN-POINTER
004680     END-UNSTRING.
004690     MOVE FUNCTION UPPER-CASE(WS-IN-FIELD) TO WS-FV-NAME.
004700     PERFORM 4900-CHECK-FIELD-NAME THRU 4900-EXIT.
004710     IF WS-FV-FOUND NOT = 'Y'
004720        GO TO 4250-EXIT
004730     END-IF.
004740     MOVE FUNCTION UPPER-CASE(WS-IN-WORD) TO WS-IN-WORD.
004750     IF WS-IN-WORD NOT = "EQ" AND WS-IN-WORD NOT = "NE"
004760        AND WS-IN-WORD NOT = "GT" AND WS-IN-WORD NOT = "GE"
004770        AND WS-IN-WORD NOT = "LT" AND WS-IN-WORD NOT = "LE"
004780        DISPLAY "THE TEST MUST BE EQ, NE, GT, GE, LT OR LE"
004790        GO TO 4250-EXIT
004800     END-IF.
004810     IF WS-IN-POINTER > 60
004820        DISPLAY "A TEST NEEDS A VALUE TO COMPARE WITH"
004830        GO TO 4250-EXIT
004840     END-IF.
004850     ADD 1 TO WS-NEW-COUNT.
004860     MOVE WS-FV-NAME TO WS-NEW-TEST-FIELD (WS-NEW-COUNT).
004870     MOVE WS-IN-WORD TO WS-NEW-TEST-OP (WS-NEW-COUNT).
004880     MOVE WS-IN-LINE (WS-IN-POINTER:)
004890        TO WS-NEW-TEST-VALUE (WS-NEW-COUNT).
004900     IF WS-NEW-COUNT = 5
004910        DISPLAY "FIVE SELECTION TESTS -- LIST FULL"
004920        MOVE 'Y' TO WS-LIST-SWITCH
004930     END-IF.
004940 4250-EXIT.
004950     EXIT.
004960
004970 4280-TAKE-TEST.
004980     IF WS-SUB > WS-NEW-COUNT
004990        INITIALIZE RD-SELECT-TEST (WS-SUB)
005000     ELSE
005010        MOVE WS-NEW-TEST-FIELD (WS-SUB) TO RD-TEST-FIELD (WS-SUB)
005020        MOVE WS-NEW-TEST-OP (WS-SUB)    TO RD-TEST-OP (WS-SUB)
005030        MOVE WS-NEW-TEST-VALUE (WS-SUB) TO RD-TEST-VALUE (WS-SUB)
005040     END-IF.
005050 4280-EXIT.
005060     EXIT.
005070
005080*                                                                *
005090*   4300-KEY-SORT-FIELDS -- UP TO 3, MAJOR FIRST, EACH "FIELD"   *
005100*   OR "FIELD D" FOR DESCENDING.  NONE LEAVES THE REPORT IN      *
005110*   ADDRESS-BOOK ORDER.                                          *
005120*                                                                *
005130 4300-KEY-SORT-FIELDS.
005140     DISPLAY "SORT FIELDS, MAJOR FIRST, AS FIELD OR FIELD D FOR "
005150             "DESCENDING, BLANK LINE TO END".
005160     DISPLAY "(A BLANK FIRST LINE KEEPS THE CURRENT ORDER, NONE "
005170             "CLEARS IT):".
005180     MOVE ZERO TO WS-NEW-COUNT.
005190     MOVE 'N' TO WS-LIST-SWITCH.
005200     PERFORM 4350-KEY-ONE-SORT-FIELD THRU 4350-EXIT
005210             UNTIL WS-LIST-DONE.
005220     IF WS-NEW-COUNT > ZERO
005230        MOVE WS-NEW-COUNT TO RD-SORT-COUNT
005240        PERFORM 4380-TAKE-SORT-FIELD THRU 4380-EXIT
005250                VARYING WS-SUB FROM 1 BY 1
005260                UNTIL WS-SUB > 3
005270     END-IF.
005280 4300-EXIT.
005290     EXIT.
005300
005310 4350-KEY-ONE-SORT-FIELD.
005320     ACCEPT WS-IN-LINE.
005330     MOVE FUNCTION UPPER-CASE(WS-IN-LINE) TO WS-IN-LINE.
005340     IF WS-IN-LINE = SPACES
005350        MOVE 'Y' TO WS-LIST-SWITCH
005360        GO TO 4350-EXIT
005370     END-IF.
005380     IF WS-IN-LINE = "NONE"
005390        MOVE ZERO TO RD-SORT-COUNT RD-BREAK-LEVELS
005400        INITIALIZE RD-SORT-KEY (1) RD-SORT-KEY (2)
005410             RD-SORT-KEY (3)
005420        MOVE 'Y' TO WS-LIST-SWITCH
005430        GO TO 4350-EXIT
005440     END-IF.
005450     MOVE SPACES TO WS-IN-FIELD WS-IN-WORD.
005460     UNSTRING WS-IN-LINE DELIMITED BY ALL SPACES
005470         INTO WS-IN-FIELD, WS-IN-WORD
005480     END-UNSTRING.
005490     MOVE WS-IN-FIELD TO WS-FV-NAME.
005500     PERFORM 4900-CHECK-FIELD-NAME THRU 4900-EXIT.
005510     IF WS-FV-FOUND NOT = 'Y'
005520        GO TO 4350-EXIT
005530     END-IF.
005540     IF WS-IN-WORD NOT = SPACES AND WS-IN-WORD NOT = "A"
005550        AND WS-IN-WORD NOT = "D"
005560        DISPLAY "THE ORDER MUST BE A OR D"
005570        GO TO 4350-EXIT
005580     END-IF.
005590     ADD 1 TO WS-NEW-COUNT.
005600     MOVE WS-FV-NAME TO WS-NEW-SORT-FIELD (WS-NEW-COUNT).
005610     MOVE WS-IN-WORD TO WS-NEW-SORT-ORDER (WS-NEW-COUNT).
005620     IF WS-NEW-SORT-ORDER (WS-NEW-COUNT) = SPACE
005630        MOVE 'A' TO WS-NEW-SORT-ORDER (WS-NEW-COUNT)
005640     END-IF.
005650     IF WS-NEW-COUNT = 3
005660        DISPLAY "THREE SORT FIELDS -- LIST FULL"
005670        MOVE 'Y' TO WS-LIST-SWITCH
005680     END-IF.
005690 4350-EXIT.
005700     EXIT.
005710
005720 4380-TAKE-SORT-FIELD.
005730     IF WS-SUB > WS-NEW-COUNT
005740        INITIALIZE RD-SORT-KEY (WS-SUB)
005750     ELSE
005760        MOVE WS-NEW-SORT-FIELD (WS-SUB) TO RD-SORT-FIELD (WS-SUB)
005770        MOVE WS-NEW-SORT-ORDER (WS-SUB) TO RD-SORT-ORDER (WS-SUB)
005780     END-IF.
005790 4380-EXIT.
005800     EXIT.
005810
005820*                                                                *
005830*   4500-ADD-COLUMN-WIDTH -- EACH COLUMN PLUS THE TWO-SPACE GAP  *
005840*   REPORT-RUNNER LEAVES AFTER IT                                *
005850*                                                                *
005860 4500-ADD-COLUMN-WIDTH.
005870     MOVE RD-PRINT-FIELD (WS-SUB) TO WS-FV-NAME.
005880     PERFORM 4950-CALL-CATALOG THRU 4950-EXIT.
005890     ADD WS-FV-WIDTH 2 TO WS-LINE-WIDTH.
005900 4500-EXIT.
005910     EXIT.
005920
005930 4900-CHECK-FIELD-NAME.
005940     PERFORM 4950-CALL-CATALOG THRU 4950-EXIT.
005950     IF WS-FV-FOUND NOT = 'Y'
005960        DISPLAY "NOT A REPORT FIELD: " WS-FV-NAME
005970     END-IF.
005980 4900-EXIT.
005990     EXIT.
006000
006010 4950-CALL-CATALOG.
006020     CALL "REPORT-FIELD-VALUE" USING WS-FV-NAME,
006030          WS-BLANK-CONTACT, WS-BLANK-ACCOUNT, WS-FV-TEXT,
006040          WS-FV-NUMBER, WS-FV-TYPE, WS-FV-WIDTH, WS-FV-HEADING,
006050          WS-FV-FOUND.
006060 4950-EXIT.
006070     EXIT.
006080
006090 5000-WRITE-LOG-LINE.
006100     MOVE SPACES TO DEFINITION-LOG-LINE.
006110     STRING WS-TODAY-8
006120            " " RD-REPORT-ID
006130            " " WS-LOG-EVENT
006140            " BY " WS-CLERK-ID
006150            " " RD-TITLE
006160            DELIMITED BY SIZE INTO DEFINITION-LOG-LINE
006170     END-STRING.
006180     WRITE DEFINITION-LOG-LINE.
006190 5000-EXIT.
006200     EXIT.
006210
006220 9999-EXIT.
006230     STOP RUN.
