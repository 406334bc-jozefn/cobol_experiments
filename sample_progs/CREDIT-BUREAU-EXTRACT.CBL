000354*                    TERMS-DRIVEN DUE DATE (OR ITEM DATE + 30   *
000356*                    FOR OLDER ITEMS), THE SAME BASIS AGING     *
000358*                    AND DUNNING USE.                           *
000360*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE    *
000362*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN    *
000364*                    BY WALKING THE WHOLE ADDRESS BOOK.         *
000365*   10/15/2026  DP   THE BUREAU FILE IS KEPT AS A NUMBERED      *
000366*                    GENERATION ON THE OUTBOUND INTERFACE       *
000367*                    REGISTER (SEE INTERFACE-FILE-REGISTER) FOR *
000368*                    TRANSMISSION.                              *
000369*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000370*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000371*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000372*                    HEADING.                                   *
000373*   10/15/2026  DP   AN ACCOUNT WHOSE CONTACT IS IN AN AREA     *
000374*                    UNDER A DISASTER-RELIEF DECLARATION IS     *
000375*                    SUPPRESSED, LIKE A DISPUTED ONE, WHILE THE *
000376*                    RELIEF IS IN FORCE (SEE                    *
000377*                    RELIEF-AREA-CHECK); THE REGISTER NAMES THE *
000378*                    RELIEF.                                    *
000379*                                                                *
000380 ENVIRONMENT DIVISION.
000381 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL ACCOUNT-MASTER
000410            ASSIGN       TO  ACCTMSTR
000710            ACCESS MODE  IS DYNAMIC
000720            RECORD KEY   IS FD-PHONE
000730            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000735            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000740            FILE STATUS  IS ADDRESS-STATUS.
000750
000760     SELECT OPTIONAL XREF-FILE
001660 01  DUNSTAT-STATUS             PIC X(02).
001670 01  PLACE-STATUS               PIC X(02).
001680 01  ADDRESS-STATUS             PIC X(02).
001685     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001690 01  XREF-STATUS                PIC X(02).
001700 01  EXTRACT-STATUS             PIC X(02).
001710 01  REGISTER-STATUS            PIC X(02).
001890         88  WS-ACCOUNT-WRITTEN-OFF        VALUE 'Y'.
001900
001910 01  WS-TODAY-8                 PIC 9(08).
001912 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
001914     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
001916 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
001920 01  WS-REPORT-PERIOD           PIC 9(06) VALUE ZERO.
001930 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
001940 01  WS-DUE-INTEGER-DATE        PIC 9(07).
002020 01  WS-REPORTED-COUNT          PIC 9(05) VALUE ZERO.
002030 01  WS-SUPPRESSED-COUNT        PIC 9(05) VALUE ZERO.
002040 01  WS-SKIPPED-COUNT           PIC 9(05) VALUE ZERO.
002041*   ANSWER FROM RELIEF-AREA-CHECK -- 'R' SUPPRESSES REPORTING
002042*   WHILE A DISASTER-RELIEF DECLARATION COVERS THE ACCOUNT'S AREA.
002043 01  WS-RELIEF-ACTION           PIC X(01) VALUE 'B'.
002044 01  WS-RELIEF-STATUS           PIC X(01).
002045 01  WS-RELIEF-ID               PIC X(08).
002050
002060*                                                                *
002070*   CONTACT CAPTURE (OWNER LINK FIRST, SAME AS THE STATEMENT)   *
002230 01  WS-SPOOL-RETENTION         PIC X(01) VALUE 'P'.
002240 01  WS-SPOOL-LINE-COUNT        PIC 9(07) VALUE ZERO.
002250 01  WS-SPOOL-MEMBER-NAME       PIC X(50).
002252
002254*                                                                *
002256*   OUTBOUND INTERFACE REGISTER FIELDS (SEE                      *
002258*   INTERFACE-FILE-REGISTER)                                     *
002260*                                                                *
002262 01  WS-IF-CODE                 PIC X(08) VALUE "CRBUREAU".
002264 01  WS-IF-JOB-NAME             PIC X(20)
002266     VALUE "CREDIT-BUREAU-EXT".
002268 01  WS-IF-RECORDS              PIC 9(07) VALUE ZERO.
002270 01  WS-IF-HASH                 PIC S9(11)V9(02) VALUE ZERO.
002272 01  WS-IF-GENERATION           PIC 9(07) VALUE ZERO.
002274 01  WS-IF-RESULT               PIC X(02).
002276
002278 PROCEDURE DIVISION.
002280*                                                                *
002290*   0000-MAINLINE                                               *
002300*                                                                *
002390*   1000-INITIALIZE                                             *
002400*                                                                *
002410 1000-INITIALIZE.
002420     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002425          WS-OVERRIDE-MARK.
002430     MOVE WS-TODAY-8 (1:6) TO WS-REPORT-PERIOD.
002440     COMPUTE WS-TODAY-INTEGER-DATE =
002450        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002740     END-STRING.
002750     WRITE REGISTER-LINE.
002760     ADD 1 TO WS-SPOOL-LINE-COUNT.
002761     IF WS-DATE-OVERRIDDEN
002762        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
002763        WRITE REGISTER-LINE
002764        ADD 1 TO WS-SPOOL-LINE-COUNT
002765     END-IF.
002770     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
002780     START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-ID
002790         INVALID KEY
003100        ADD 1 TO WS-SPOOL-LINE-COUNT
003110        GO TO 3000-EXIT
003120     END-IF.
003121*   NOTHING IS REPORTED FOR AN ACCOUNT IN A DISASTER-RELIEF AREA
003122*   WHILE THE RELIEF IS IN FORCE (SEE RELIEF-AREA-CHECK).
003123     CALL "RELIEF-AREA-CHECK" USING AM-ACCOUNT-ID,
003124          WS-RELIEF-ACTION, WS-TODAY-8, WS-RELIEF-STATUS,
003125          WS-RELIEF-ID.
003126     IF WS-RELIEF-STATUS = 'R'
003127        ADD 1 TO WS-SUPPRESSED-COUNT
003128        MOVE SPACES TO REGISTER-LINE
003129        STRING AM-ACCOUNT-ID
003130               "  SUPPRESSED -- DISASTER RELIEF " WS-RELIEF-ID
003131               DELIMITED BY SIZE INTO REGISTER-LINE
003132        END-STRING
003133        WRITE REGISTER-LINE
003134        ADD 1 TO WS-SPOOL-LINE-COUNT
003135        GO TO 3000-EXIT
003136     END-IF.
003137     PERFORM 5000-LOOKUP-ACCOUNT THRU 5000-EXIT.
003140     PERFORM 6000-WRITE-EXTRACT-RECORD THRU 6000-EXIT.
003150 3000-EXIT.
003160     EXIT.
004490     MOVE SPACES TO WS-ACCOUNT-NAME WS-ACCOUNT-STREET
004500                    WS-ACCOUNT-CITY WS-ACCOUNT-STATE
004510                    WS-ACCOUNT-ZIP.
004520     IF NOT ADDRESS-FILE-READY
004530        GO TO 5000-EXIT
004540     END-IF.
004550     IF WS-XREF-AVAILABLE
004580           GO TO 5000-EXIT
004590        END-IF
004600     END-IF.
004610     MOVE AM-ACCOUNT-ID TO FD-ACCOUNT-ID.
004620     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
004630         INVALID KEY
004640            GO TO 5000-EXIT
004650     END-READ.
004660     MOVE 'Y' TO WS-FOUND-SWITCH.
004670     PERFORM 5100-CAPTURE-CONTACT THRU 5100-EXIT.
004770 5000-EXIT.
004780     EXIT.
004790
005240     MOVE WS-REPORT-PERIOD     TO EX-REPORT-PERIOD.
005250     WRITE EXTRACT-RECORD.
005260     ADD 1 TO WS-REPORTED-COUNT.
005265     ADD WS-OPEN-BALANCE TO WS-IF-HASH.
005270     MOVE SPACES TO REGISTER-LINE.
005280     STRING AM-ACCOUNT-ID
005290            "  STATUS " WS-STATUS-CODE
005580          WS-SPOOL-RETENTION, WS-SPOOL-LINE-COUNT,
005590          WS-SPOOL-MEMBER-NAME.
005600     CLOSE EXTRACT-FILE.
005602     MOVE WS-REPORTED-COUNT TO WS-IF-RECORDS.
005604     CALL "INTERFACE-FILE-REGISTER" USING WS-IF-CODE,
005606          WS-IF-JOB-NAME, EXTRACTOUT, WS-IF-RECORDS, WS-IF-HASH,
005608          WS-IF-GENERATION, WS-IF-RESULT.
005610     CLOSE ACCOUNT-MASTER.
005620     IF OPENITEM-STATUS = '00'
005630        CLOSE OPEN-ITEMS
005680     IF PLACE-STATUS = '00'
005690        CLOSE PLACEMENTS
005700     END-IF.
005710     IF ADDRESS-FILE-READY
005720        CLOSE ADDRESS-FILE
005730     END-IF.
005740     IF WS-XREF-AVAILABLE
