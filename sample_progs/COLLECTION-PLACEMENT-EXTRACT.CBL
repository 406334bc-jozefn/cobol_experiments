000320*                    NUMBER AND RECEIPT STATUS/DATE FROM THE   *
000330*                    CERTIFIED MAIL FILE -- SO THE AGENCY      *
000340*                    SEES THE NOTICE WAS PROVABLY DELIVERED.   *
000342*   10/15/2026  DP   THE CONTACT IS NOW READ DIRECTLY ON THE   *
000344*                    FD-ACCOUNT-ID ALTERNATE KEY RATHER THAN   *
000346*                    BY WALKING THE WHOLE ADDRESS BOOK.        *
000348*   10/15/2026  DP   THE AGENCY FILE IS KEPT AS A NUMBERED      *
000350*                    GENERATION ON THE OUTBOUND INTERFACE       *
000352*                    REGISTER (SEE INTERFACE-FILE-REGISTER) FOR *
000354*                    TRANSMISSION.                              *
000355*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000356*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000357*                    OVERRIDDEN RUN IS MARKED ON THE CONSOLE.   *
000358*   10/15/2026  DP   AN ACCOUNT WHOSE CONTACT IS IN AN AREA     *
000359*                    UNDER A DISASTER-RELIEF DECLARATION IS NOT *
000360*                    PLACED WHILE THE RELIEF IS IN FORCE (SEE   *
000361*                    RELIEF-AREA-CHECK); EACH IS NAMED ON THE   *
000362*                    CONSOLE WITH THE RELIEF.                   *
000363*                                                                *
000364 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL OPEN-ITEMS
000490            ACCESS MODE  IS DYNAMIC
000500            RECORD KEY   IS FD-PHONE
000510            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000515            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000520            FILE STATUS  IS ADDRESS-STATUS.
000530
000540     SELECT OPTIONAL PHONE-FILE
001210
001220 01  OPENITEM-STATUS            PIC X(02).
001230 01  ADDRESS-STATUS             PIC X(02).
001235     88  ADDRESS-FILE-READY          VALUE '00' '02' '23'.
001240 01  PHONE-STATUS               PIC X(02).
001250 01  PLACE-STATUS               PIC X(02).
001260 01  EXTRACT-STATUS             PIC X(02).
001380         88  WS-SCAN-EOF                   VALUE 'Y'.
001390
001400 01  WS-TODAY-8                  PIC 9(08).
001402 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001404     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001406 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001410 01  WS-TODAY-INTEGER-DATE       PIC 9(07).
001420 01  WS-ITEM-INTEGER-DATE        PIC 9(07).
001430 01  WS-DAYS-OLD                 PIC 9(05).
001470 01  WS-PLAN-STATUS              PIC X(01).
001480*   ANSWER FROM LEGAL-HOLD-CHECK -- 'H' SUPPRESSES PLACEMENT.
001490 01  WS-HOLD-STATUS              PIC X(01).
001491*   ANSWER FROM RELIEF-AREA-CHECK -- 'R' SUPPRESSES PLACEMENT
001492*   WHILE A DISASTER-RELIEF DECLARATION COVERS THE ACCOUNT'S AREA.
001493 01  WS-RELIEF-ACTION            PIC X(01) VALUE 'P'.
001494 01  WS-RELIEF-STATUS            PIC X(01).
001495 01  WS-RELIEF-ID                PIC X(08).
001500 01  WS-OVER-90-AMOUNT           PIC 9(08)V9(02) VALUE ZERO.
001510 01  WS-NEXT-PLACEMENT           PIC 9(07) VALUE ZERO.
001520 01  WS-PLACED-COUNT             PIC 9(05) VALUE ZERO.
001525 01  WS-RELIEF-COUNT             PIC 9(05) VALUE ZERO.
001530
001540 01  CERTMAIL                    PIC X(50)
001550     VALUE "/mnt/c/cobfiles\certified-mail.idx".
001590 01  WS-CONTACT-PHONE            PIC X(12).
001600 01  WS-ALT-PHONES               PIC X(40).
001610 01  WS-ALT-COUNT                PIC 9(02) VALUE ZERO.
001611
001612*                                                                *
001613*   OUTBOUND INTERFACE REGISTER FIELDS (SEE                      *
001614*   INTERFACE-FILE-REGISTER)                                     *
001615*                                                                *
001616 01  WS-IF-CODE                  PIC X(08) VALUE "COLLPLAC".
001617 01  WS-IF-JOB-NAME              PIC X(20)
001618     VALUE "COLLECTION-PLACEMENT".
001619 01  WS-IF-RECORDS               PIC 9(07) VALUE ZERO.
001620 01  WS-IF-HASH                  PIC S9(11)V9(02) VALUE ZERO.
001621 01  WS-IF-GENERATION            PIC 9(07) VALUE ZERO.
001622 01  WS-IF-RESULT                PIC X(02).
001623
001630 PROCEDURE DIVISION.
001640*                                                                *
001650*   0000-MAINLINE                                               *
001790*   PLACEMENT NUMBER ALREADY ASSIGNED                            *
001800*                                                                *
001810 1000-INITIALIZE.
001820     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001822          WS-OVERRIDE-MARK.
001824     IF WS-DATE-OVERRIDDEN
001826        DISPLAY WS-OVERRIDE-MARK
001828     END-IF.
001830     COMPUTE WS-TODAY-INTEGER-DATE =
001840        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001850     OPEN INPUT OPEN-ITEMS.
002960     IF WS-HOLD-STATUS = 'H'
002970        GO TO 5000-RESET
002980     END-IF.
002981*   AN ACCOUNT IN A DISASTER-RELIEF AREA IS NOT PLACED WHILE THE
002982*   RELIEF IS IN FORCE (SEE RELIEF-AREA-CHECK).
002983     CALL "RELIEF-AREA-CHECK" USING WS-PREV-ACCOUNT-ID,
002984          WS-RELIEF-ACTION, WS-TODAY-8, WS-RELIEF-STATUS,
002985          WS-RELIEF-ID.
002986     IF WS-RELIEF-STATUS = 'R'
002987        ADD 1 TO WS-RELIEF-COUNT
002988        DISPLAY "ACCOUNT " WS-PREV-ACCOUNT-ID
002989                " NOT PLACED -- DISASTER RELIEF " WS-RELIEF-ID
002990        GO TO 5000-RESET
002991     END-IF.
002992     PERFORM 5200-CHECK-ALREADY-PLACED THRU 5200-EXIT.
003000     IF WS-ALREADY-PLACED
003010        GO TO 5000-RESET
003020     END-IF.
003590     EXIT.
003600
003610*                                                                *
003620*   5500-LOOKUP-ADDRESS -- READ THE CONTACT CARRYING THIS        *
003630*   ACCOUNT-ID ON THE FD-ACCOUNT-ID KEY, AS LEDGER-POST DOES     *
003640*                                                                *
003650 5500-LOOKUP-ADDRESS.
003660     MOVE 'N' TO WS-FOUND-SWITCH.
003670     IF NOT ADDRESS-FILE-READY
003680        GO TO 5500-EXIT
003690     END-IF.
003700     MOVE WS-PREV-ACCOUNT-ID TO FD-ACCOUNT-ID.
003710     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
003720         INVALID KEY
003730            GO TO 5500-EXIT
003740     END-READ.
003750     MOVE 'Y' TO WS-FOUND-SWITCH.
003760     MOVE FD-PHONE TO WS-CONTACT-PHONE.
003860 5500-EXIT.
003870     EXIT.
003880
004630            INTO EXTRACT-LINE
004640     END-STRING.
004650     WRITE EXTRACT-LINE.
004655     ADD PL-PLACED-AMOUNT TO WS-IF-HASH.
004660 6000-EXIT.
004670     EXIT.
004680
005070*                                                                *
005080 8000-FINISH.
005090     CLOSE EXTRACT-FILE.
005092     MOVE WS-PLACED-COUNT TO WS-IF-RECORDS.
005094     CALL "INTERFACE-FILE-REGISTER" USING WS-IF-CODE,
005096          WS-IF-JOB-NAME, EXTRACTOUT, WS-IF-RECORDS, WS-IF-HASH,
005098          WS-IF-GENERATION, WS-IF-RESULT.
005100     IF CERTMAIL-STATUS = '00' OR CERTMAIL-STATUS = '05'
005110        CLOSE CERTIFIED-MAIL
005120     END-IF.
005180     END-IF.
005190     DISPLAY "COLLECTION-PLACEMENT-EXTRACT RUN COMPLETE".
005200     DISPLAY "ACCOUNTS PLACED: " WS-PLACED-COUNT.
005205     DISPLAY "DISASTER RELIEF: " WS-RELIEF-COUNT.
005210 8000-EXIT.
005220     EXIT.
005230
