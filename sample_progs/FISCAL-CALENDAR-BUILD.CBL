000010******************************************************************
000020*                                                                *
000030*   FISCAL-CALENDAR-BUILD                                        *
000040*                                                                *
000050*   BUILDS THE FISCAL CALENDAR FILE (SEE                         *
000060*   FISCAL-CALENDAR-RECORD.CPY) A WHOLE FISCAL YEAR AT A TIME -- *
000070*   TWELVE MONTHLY PERIODS AND, UNLESS TURNED OFF, THE YEAR'S    *
000080*   ADJUSTMENT PERIOD 13.  DRIVEN BY THE SHARED LEDGER RUN       *
000090*   PARAMETER FILE:                                              *
000100*                                                                *
000110*     FISCAL-BUILD-YEAR=FFFF        THE FISCAL YEAR TO BUILD.    *
000120*                                   DEFAULT: THE YEAR THE        *
000130*                                   PROCESSING DATE FALLS IN     *
000140*                                   AND THE ONE AFTER IT.        *
000150*     FISCAL-YEAR-END-MONTH=MM      THE MONTH THE YEAR ENDS      *
000160*                                   IN, DEFAULT 06 (JUNE).       *
000170*     FISCAL-ADJUSTMENT-PERIOD=Y/N  WHETHER THE YEAR CARRIES     *
000180*                                   AN ADJUSTMENT PERIOD,        *
000190*                                   DEFAULT Y.                   *
000200*                                                                *
000210*   AN EXISTING ENTRY IS REWRITTEN, SO THE JOB CAN BE RE-RUN TO  *
000220*   CORRECT A YEAR -- BUT NOT ONCE FISCAL-YEAR-END-CLOSE HAS     *
000230*   LOCKED ANY OF THAT YEAR'S PERIODS ON THE PERIOD CONTROL      *
000240*   FILE.  A LOCKED YEAR IS LEFT AS IT IS, LISTED, AND THE RUN   *
000250*   ENDS WITH RETURN CODE 4 ("FLAG").  THE YEAR BUILT IS         *
000260*   LISTED ON FISCAL-CALENDAR.TXT.                               *
000270*                                                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.      FISCAL-CALENDAR-BUILD.
000310 AUTHOR.          DATA PROCESSING.
000320 INSTALLATION.    ACCOUNTING SYSTEMS.
000330 DATE-WRITTEN.    10/15/2026.
000340 DATE-COMPILED.   10/15/2026.
000350*                                                                *
000360*   MODIFICATION HISTORY                                        *
000370*   ------------------------------------------------------------ *
000380*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000390*                                                                *
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL FISCAL-CALENDAR
000440            ASSIGN       TO  FISCALCAL
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS FC-PERIOD
000480            FILE STATUS  IS FISCALCAL-STATUS.
000490
000500     SELECT OPTIONAL PERIOD-CONTROL
000510            ASSIGN       TO  PERIODCTL
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE  IS DYNAMIC
000540            RECORD KEY   IS PC-PERIOD
000550            FILE STATUS  IS PERIODCTL-STATUS.
000560
000570     SELECT OPTIONAL RUN-PARM-FILE
000580            ASSIGN       TO  RUNPARMS
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS  IS RUNPARM-STATUS.
000610
000620     SELECT REPORT-FILE
000630            ASSIGN       TO  REPORTOUT
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS  IS REPORT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FISCAL-CALENDAR.
000700 01  FISCAL-CALENDAR-STRUCTURE.
000710     COPY "FISCAL-CALENDAR-RECORD.CPY" REPLACING ==(TAG)==
000720          BY ==FC-==.
000730
000740 FD  PERIOD-CONTROL.
000750 01  PERIOD-CONTROL-STRUCTURE.
000760     COPY "PERIOD-CONTROL-RECORD.CPY" REPLACING ==(TAG)==
000770          BY ==PC-==.
000780
000790 FD  RUN-PARM-FILE
000800     RECORDING MODE IS F.
000810 01  RUN-PARM-LINE                PIC X(40).
000820
000830 FD  REPORT-FILE.
000840 01  REPORT-LINE                PIC X(100).
000850
000860 WORKING-STORAGE SECTION.
000870 01  FISCALCAL                  PIC X(50)
000880     VALUE "/mnt/c/cobfiles\fiscal-calendar.idx".
000890 01  PERIODCTL                  PIC X(50)
000900     VALUE "/mnt/c/cobfiles\period-control.idx".
000910 01  RUNPARMS                   PIC X(50)
000920     VALUE "ledger-run-parms.txt".
000930 01  REPORTOUT                  PIC X(50)
000940     VALUE "fiscal-calendar.txt".
000950
000960*   SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG)
000970 01  WS-RC-FUNCTION             PIC X(01).
000980 01  WS-RC-JOB-NAME             PIC X(20)
000990     VALUE "FISCAL-CALENDAR-BLD".
001000 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
001010 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
001020 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
001030
001040 01  FISCALCAL-STATUS           PIC X(02).
001050 01  PERIODCTL-STATUS           PIC X(02).
001060 01  RUNPARM-STATUS             PIC X(02).
001070 01  REPORT-STATUS              PIC X(02).
001080
001090 01  WS-SWITCHES.
001100     05  WS-PERIOD-FILE-SWITCH  PIC X(01) VALUE 'N'.
001110         88  WS-PERIOD-FILE-AVAILABLE     VALUE 'Y'.
001120     05  WS-LOCKED-SWITCH       PIC X(01) VALUE 'N'.
001130         88  WS-YEAR-LOCKED               VALUE 'Y'.
001140
001150 01  WS-TODAY-8                 PIC 9(08).
001160 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001170     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001180 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001190 01  WS-PARM-NAME               PIC X(20).
001200 01  WS-PARM-VALUE              PIC X(20).
001210
001220*   THE BUILD PARAMETERS.  A ZERO BUILD YEAR MEANS THE DEFAULT
001230*   PAIR OF YEARS.
001240 01  WS-BUILD-YEAR              PIC 9(04) VALUE ZERO.
001250 01  WS-YEAR-END-MONTH          PIC 9(02) VALUE 06.
001260 01  WS-ADJUSTMENT-FLAG         PIC X(01) VALUE 'Y'.
001270     88  WS-WANT-ADJUSTMENT               VALUE 'Y'.
001280 01  WS-FIRST-YEAR              PIC 9(04) VALUE ZERO.
001290 01  WS-LAST-YEAR               PIC 9(04) VALUE ZERO.
001300 01  WS-FISCAL-YEAR             PIC 9(04) VALUE ZERO.
001310
001320*   FISCAL CALENDAR FIELDS (SEE FISCAL-PERIOD-LOOKUP) -- USED
001330*   ONLY TO FIND THE DEFAULT YEAR.
001340 01  WS-FP-PERIOD               PIC 9(06).
001350 01  WS-FP-FISCAL-YEAR          PIC 9(04).
001360 01  WS-FP-FISCAL-PERIOD        PIC 9(02).
001370 01  WS-FP-YEAR-START           PIC 9(08).
001380 01  WS-FP-YEAR-END             PIC 9(08).
001390 01  WS-FP-RESULT               PIC X(01).
001400
001410*   THE YEAR BEING BUILT, ONE ROW PER MONTHLY PERIOD.
001420 01  WS-YEAR-TABLE.
001430     05  WS-YEAR-ENTRY OCCURS 12 TIMES.
001440         10  WS-YT-PERIOD       PIC 9(06).
001450         10  WS-YT-START        PIC 9(08).
001460         10  WS-YT-END          PIC 9(08).
001470 01  WS-YT-I                    PIC 9(02) VALUE ZERO.
001480 01  WS-MONTH-NUMBER            PIC 9(02) VALUE ZERO.
001490 01  WS-WORK-YYYY               PIC 9(04) VALUE ZERO.
001500 01  WS-WORK-MM                 PIC 9(02) VALUE ZERO.
001510 01  WS-NEXT-MONTH-START        PIC 9(08) VALUE ZERO.
001520 01  WS-YEAR-START              PIC 9(08) VALUE ZERO.
001530 01  WS-YEAR-END                PIC 9(08) VALUE ZERO.
001540 01  WS-ADJUSTMENT-KEY          PIC 9(06) VALUE ZERO.
001550 01  WS-YEARS-BUILT             PIC 9(03) VALUE ZERO.
001560 01  WS-YEARS-LOCKED            PIC 9(03) VALUE ZERO.
001570
001580 PROCEDURE DIVISION.
001590*                                                                *
001600*   0000-MAINLINE                                               *
001610*                                                                *
001620 0000-MAINLINE.
001630     MOVE 'S' TO WS-RC-FUNCTION.
001640     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
001650          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
001660          WS-RC-CODE.
001670     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001680          WS-OVERRIDE-MARK.
001690     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001700     IF WS-YEAR-END-MONTH < 1 OR WS-YEAR-END-MONTH > 12
001710        DISPLAY "FISCAL-YEAR-END-MONTH MUST BE 01 THROUGH 12"
001720        MOVE "0012" TO WS-RC-CODE
001730        MOVE 8 TO RETURN-CODE
001740        GO TO 8900-END-RUN
001750     END-IF.
001760     IF WS-BUILD-YEAR = ZERO
001770        MOVE WS-TODAY-8 (1:6) TO WS-FP-PERIOD
001780        CALL "FISCAL-PERIOD-LOOKUP" USING WS-FP-PERIOD,
001790             WS-FP-FISCAL-YEAR, WS-FP-FISCAL-PERIOD,
001800             WS-FP-YEAR-START, WS-FP-YEAR-END, WS-FP-RESULT
001810        MOVE WS-FP-FISCAL-YEAR TO WS-FIRST-YEAR
001820        COMPUTE WS-LAST-YEAR = WS-FP-FISCAL-YEAR + 1
001830     ELSE
001840        MOVE WS-BUILD-YEAR TO WS-FIRST-YEAR WS-LAST-YEAR
001850     END-IF.
001860     OPEN I-O FISCAL-CALENDAR.
001870     IF FISCALCAL-STATUS NOT = '00'
001880        AND FISCALCAL-STATUS NOT = '05'
001890        DISPLAY "CANNOT OPEN FISCAL CALENDAR, STATUS "
001900                FISCALCAL-STATUS
001910        MOVE "0012" TO WS-RC-CODE
001920        MOVE 8 TO RETURN-CODE
001930        GO TO 8900-END-RUN
001940     END-IF.
001950     OPEN INPUT PERIOD-CONTROL.
001960     IF PERIODCTL-STATUS = '00'
001970        MOVE 'Y' TO WS-PERIOD-FILE-SWITCH
001980     END-IF.
001990     OPEN OUTPUT REPORT-FILE.
002000     MOVE SPACES TO REPORT-LINE.
002010     STRING "FISCAL CALENDAR BUILD, RUN " WS-TODAY-8
002020            "  YEAR ENDS IN MONTH " WS-YEAR-END-MONTH
002030            DELIMITED BY SIZE INTO REPORT-LINE
002040     END-STRING.
002050     WRITE REPORT-LINE.
002060     IF WS-DATE-OVERRIDDEN
002070        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002080        WRITE REPORT-LINE
002090     END-IF.
002100     PERFORM 2000-BUILD-ONE-YEAR THRU 2000-EXIT
002110             VARYING WS-FISCAL-YEAR FROM WS-FIRST-YEAR BY 1
002120             UNTIL WS-FISCAL-YEAR > WS-LAST-YEAR.
002130     CLOSE REPORT-FILE FISCAL-CALENDAR.
002140     IF WS-PERIOD-FILE-AVAILABLE
002150        CLOSE PERIOD-CONTROL
002160     END-IF.
002170     IF WS-YEARS-LOCKED > ZERO
002180        MOVE "FLAG" TO WS-RC-CODE
002190        MOVE 4 TO RETURN-CODE
002200     END-IF.
002210 8900-END-RUN.
002220     MOVE 'E' TO WS-RC-FUNCTION.
002230     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002240          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002250          WS-RC-CODE.
002260     DISPLAY "FISCAL-CALENDAR-BUILD COMPLETE -- "
002270             WS-YEARS-BUILT " YEAR(S) BUILT, "
002280             WS-YEARS-LOCKED " LOCKED AND LEFT AS THEY ARE".
002290     GO TO 9999-EXIT.
002300
002310*                                                                *
002320*   1000-READ-RUN-PARMS -- THE FISCAL- LINES IN THE SHARED       *
002330*   LEDGER RUN PARAMETER FILE                                    *
002340*                                                                *
002350 1000-READ-RUN-PARMS.
002360     OPEN INPUT RUN-PARM-FILE.
002370     IF RUNPARM-STATUS NOT = '00'
002380        GO TO 1000-EXIT
002390     END-IF.
002400     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002410             UNTIL RUNPARM-STATUS NOT = '00'.
002420     CLOSE RUN-PARM-FILE.
002430 1000-EXIT.
002440     EXIT.
002450
002460 1100-READ-ONE-PARM.
002470     READ RUN-PARM-FILE
002480         AT END
002490            MOVE '10' TO RUNPARM-STATUS
002500            GO TO 1100-EXIT
002510     END-READ.
002520     MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE.
002530     UNSTRING RUN-PARM-LINE DELIMITED BY "="
002540         INTO WS-PARM-NAME, WS-PARM-VALUE
002550     END-UNSTRING.
002560     EVALUATE TRUE
002570        WHEN WS-PARM-NAME = "FISCAL-BUILD-YEAR"
002580             AND WS-PARM-VALUE (1:4) NUMERIC
002590           MOVE WS-PARM-VALUE (1:4) TO WS-BUILD-YEAR
002600        WHEN WS-PARM-NAME = "FISCAL-YEAR-END-MONTH"
002610             AND WS-PARM-VALUE (1:2) NUMERIC
002620           MOVE WS-PARM-VALUE (1:2) TO WS-YEAR-END-MONTH
002630        WHEN WS-PARM-NAME = "FISCAL-ADJUSTMENT-PERIOD"
002640           MOVE WS-PARM-VALUE (1:1) TO WS-ADJUSTMENT-FLAG
002650     END-EVALUATE.
002660 1100-EXIT.
002670     EXIT.
002680
002690*                                                                *
002700*   2000-BUILD-ONE-YEAR -- LAY THE TWELVE PERIODS OUT, REFUSE A  *
002710*   YEAR ALREADY LOCKED BY THE YEAR-END CLOSE, THEN WRITE        *
002720*                                                                *
002730 2000-BUILD-ONE-YEAR.
002740     PERFORM 2100-LAY-OUT-ONE-PERIOD THRU 2100-EXIT
002750             VARYING WS-YT-I FROM 1 BY 1
002760             UNTIL WS-YT-I > 12.
002770     MOVE WS-YT-START (1) TO WS-YEAR-START.
002780     MOVE WS-YT-END (12)  TO WS-YEAR-END.
002790     COMPUTE WS-ADJUSTMENT-KEY = (WS-FISCAL-YEAR * 100) + 13.
002800     MOVE 'N' TO WS-LOCKED-SWITCH.
002810     PERFORM 2200-CHECK-ONE-LOCK THRU 2200-EXIT
002820             VARYING WS-YT-I FROM 1 BY 1
002830             UNTIL WS-YT-I > 12 OR WS-YEAR-LOCKED.
002840     IF WS-YEAR-LOCKED
002850        ADD 1 TO WS-YEARS-LOCKED
002860        MOVE SPACES TO REPORT-LINE
002870        STRING "FISCAL YEAR " WS-FISCAL-YEAR
002880               " -- CLOSED AT YEAR-END, LEFT AS IT IS"
002890               DELIMITED BY SIZE INTO REPORT-LINE
002900        END-STRING
002910        WRITE REPORT-LINE
002920        GO TO 2000-EXIT
002930     END-IF.
002940     MOVE SPACES TO REPORT-LINE.
002950     WRITE REPORT-LINE.
002960     MOVE SPACES TO REPORT-LINE.
002970     STRING "FISCAL YEAR " WS-FISCAL-YEAR
002980            "  " WS-YEAR-START " THROUGH " WS-YEAR-END
002990            DELIMITED BY SIZE INTO REPORT-LINE
003000     END-STRING.
003010     WRITE REPORT-LINE.
003020     PERFORM 2300-WRITE-ONE-PERIOD THRU 2300-EXIT
003030             VARYING WS-YT-I FROM 1 BY 1
003040             UNTIL WS-YT-I > 12.
003050     PERFORM 2400-ADJUSTMENT-PERIOD THRU 2400-EXIT.
003060     ADD 1 TO WS-YEARS-BUILT.
003070 2000-EXIT.
003080     EXIT.
003090
003100*                                                                *
003110*   2100-LAY-OUT-ONE-PERIOD -- PERIOD N IS THE NTH MONTH AFTER   *
003120*   THE YEAR-END MONTH; THE MONTHS PAST DECEMBER FALL IN THE     *
003130*   CALENDAR YEAR THE FISCAL YEAR IS NAMED FOR                   *
003140*                                                                *
003150 2100-LAY-OUT-ONE-PERIOD.
003160     COMPUTE WS-MONTH-NUMBER = WS-YEAR-END-MONTH + WS-YT-I.
003170     IF WS-MONTH-NUMBER > 12
003180        MOVE WS-FISCAL-YEAR TO WS-WORK-YYYY
003190        SUBTRACT 12 FROM WS-MONTH-NUMBER GIVING WS-WORK-MM
003200     ELSE
003210        COMPUTE WS-WORK-YYYY = WS-FISCAL-YEAR - 1
003220        MOVE WS-MONTH-NUMBER TO WS-WORK-MM
003230     END-IF.
003240     COMPUTE WS-YT-PERIOD (WS-YT-I) =
003250             (WS-WORK-YYYY * 100) + WS-WORK-MM.
003260     COMPUTE WS-YT-START (WS-YT-I) =
003270             (WS-YT-PERIOD (WS-YT-I) * 100) + 1.
003280     IF WS-WORK-MM = 12
003290        COMPUTE WS-NEXT-MONTH-START =
003300                ((WS-WORK-YYYY + 1) * 10000) + 0101
003310     ELSE
003320        COMPUTE WS-NEXT-MONTH-START =
003330                WS-YT-START (WS-YT-I) + 100
003340     END-IF.
003350     COMPUTE WS-YT-END (WS-YT-I) = FUNCTION DATE-OF-INTEGER
003360        (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
003370 2100-EXIT.
003380     EXIT.
003390
003400 2200-CHECK-ONE-LOCK.
003410     IF NOT WS-PERIOD-FILE-AVAILABLE
003420        GO TO 2200-EXIT
003430     END-IF.
003440     MOVE WS-YT-PERIOD (WS-YT-I) TO PC-PERIOD.
003450     READ PERIOD-CONTROL
003460         INVALID KEY
003470            GO TO 2200-EXIT
003480     END-READ.
003490     IF PC-PERIOD-LOCKED
003500        MOVE 'Y' TO WS-LOCKED-SWITCH
003510     END-IF.
003520 2200-EXIT.
003530     EXIT.
003540
003550*                                                                *
003560*   2300-WRITE-ONE-PERIOD                                       *
003570*                                                                *
003580 2300-WRITE-ONE-PERIOD.
003590     MOVE WS-YT-PERIOD (WS-YT-I) TO FC-PERIOD.
003600     READ FISCAL-CALENDAR
003610         INVALID KEY
003620            MOVE SPACES TO FISCAL-CALENDAR-STRUCTURE
003630            MOVE WS-YT-PERIOD (WS-YT-I) TO FC-PERIOD
003640     END-READ.
003650     ADD 1 TO WS-RC-READ.
003660     MOVE WS-FISCAL-YEAR         TO FC-FISCAL-YEAR.
003670     MOVE WS-YT-I                TO FC-FISCAL-PERIOD.
003680     MOVE WS-YT-START (WS-YT-I)  TO FC-PERIOD-START-DATE.
003690     MOVE WS-YT-END (WS-YT-I)    TO FC-PERIOD-END-DATE.
003700     PERFORM 2500-PUT-ENTRY THRU 2500-EXIT.
003710 2300-EXIT.
003720     EXIT.
003730
003740*                                                                *
003750*   2400-ADJUSTMENT-PERIOD -- PERIOD 13 CARRIES THE YEAR'S LAST  *
003760*   DAY AS BOTH ITS START AND END.  A YEAR BUILT WITHOUT ONE     *
003770*   LOSES ANY ENTRY A PRIOR BUILD LEFT.                          *
003780*                                                                *
003790 2400-ADJUSTMENT-PERIOD.
003800     MOVE WS-ADJUSTMENT-KEY TO FC-PERIOD.
003810     IF NOT WS-WANT-ADJUSTMENT
003820        DELETE FISCAL-CALENDAR RECORD
003830            INVALID KEY
003840               CONTINUE
003850        END-DELETE
003860        GO TO 2400-EXIT
003870     END-IF.
003880     READ FISCAL-CALENDAR
003890         INVALID KEY
003900            MOVE SPACES TO FISCAL-CALENDAR-STRUCTURE
003910            MOVE WS-ADJUSTMENT-KEY TO FC-PERIOD
003920     END-READ.
003930     ADD 1 TO WS-RC-READ.
003940     MOVE WS-FISCAL-YEAR         TO FC-FISCAL-YEAR.
003950     MOVE 13                     TO FC-FISCAL-PERIOD.
003960     MOVE WS-YEAR-END            TO FC-PERIOD-START-DATE.
003970     MOVE WS-YEAR-END            TO FC-PERIOD-END-DATE.
003980     PERFORM 2500-PUT-ENTRY THRU 2500-EXIT.
003990 2400-EXIT.
004000     EXIT.
004010
004020*                                                                *
004030*   2500-PUT-ENTRY -- REWRITE THE ENTRY IF IT WAS ON FILE,       *
004040*   OTHERWISE WRITE IT, AND LIST IT                              *
004050*                                                                *
004060 2500-PUT-ENTRY.
004070     MOVE WS-YEAR-START          TO FC-YEAR-START-DATE.
004080     MOVE WS-YEAR-END            TO FC-YEAR-END-DATE.
004090     MOVE WS-TODAY-8             TO FC-BUILT-DATE.
004100     MOVE "BATCH"                TO FC-BUILT-BY.
004110     REWRITE FISCAL-CALENDAR-STRUCTURE
004120         INVALID KEY
004130            WRITE FISCAL-CALENDAR-STRUCTURE
004140                INVALID KEY
004150                   DISPLAY "CANNOT WRITE FISCAL CALENDAR ENTRY "
004160                           FC-PERIOD
004170                   MOVE "0008" TO WS-RC-CODE
004180                   GO TO 2500-EXIT
004190            END-WRITE
004200     END-REWRITE.
004210     ADD 1 TO WS-RC-WRITTEN.
004220     MOVE SPACES TO REPORT-LINE.
004230     STRING "  PERIOD " FC-FISCAL-PERIOD
004240            "  KEY " FC-PERIOD
004250            "  " FC-PERIOD-START-DATE " - " FC-PERIOD-END-DATE
004260            DELIMITED BY SIZE INTO REPORT-LINE
004270     END-STRING.
004280     WRITE REPORT-LINE.
004290 2500-EXIT.
004300     EXIT.
004310
004320 9999-EXIT.
004330     STOP RUN.
