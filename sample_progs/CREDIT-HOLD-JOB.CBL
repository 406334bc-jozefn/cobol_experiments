000300*   MODIFICATION HISTORY                                        *
000310*   ------------------------------------------------------------ *
000320*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000322*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000324*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000326*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000328*                    HEADING.                                   *
000329*   10/15/2026  DP   AN ACCOUNT WHOSE CONTACT IS IN AN AREA     *
000330*                    UNDER A DISASTER-RELIEF DECLARATION IS NOT *
000331*                    HELD WHILE THE RELIEF IS IN FORCE (SEE     *
000332*                    RELIEF-AREA-CHECK); THE REGISTER SHOWS THE *
000333*                    RELIEF, AND RELEASES ARE UNCHANGED.        *
000334*                                                                *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000850         88  WS-ITEM-EOF                   VALUE 'Y'.
000860
000870 01  WS-TODAY-8                 PIC 9(08).
000872 01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
000874     88  WS-DATE-OVERRIDDEN               VALUE 'Y'.
000876 01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
000880 01  WS-TODAY-INTEGER-DATE      PIC 9(07).
000890 01  WS-DUE-INTEGER-DATE        PIC 9(07).
000900 01  WS-DAYS-PAST-DUE           PIC S9(05) VALUE ZERO.
000940 01  WS-HIT-REASON              PIC X(02) VALUE SPACES.
000950 01  WS-HELD-COUNT              PIC 9(05) VALUE ZERO.
000960 01  WS-RELEASED-COUNT          PIC 9(05) VALUE ZERO.
000961 01  WS-RELIEF-COUNT            PIC 9(05) VALUE ZERO.
000962*   ANSWER FROM RELIEF-AREA-CHECK -- 'R' STANDS A NEW HOLD DOWN
000963*   WHILE A DISASTER-RELIEF DECLARATION COVERS THE ACCOUNT'S AREA.
000964 01  WS-RELIEF-ACTION           PIC X(01) VALUE 'H'.
000965 01  WS-RELIEF-STATUS           PIC X(01).
000966 01  WS-RELIEF-ID               PIC X(08).
000970
000980*                                                                *
000990*   FORWARD-RECOVERY JOURNAL CALL FIELDS (SEE                   *
001220*   0000-MAINLINE                                               *
001230*                                                                *
001240 0000-MAINLINE.
001250     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
001255          WS-OVERRIDE-MARK.
001260     COMPUTE WS-TODAY-INTEGER-DATE =
001270        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
001280     OPEN I-O ACCOUNT-MASTER.
001410     MOVE "CREDIT HOLD / RELEASE REGISTER" TO REGISTER-LINE.
001420     WRITE REGISTER-LINE.
001430     ADD 1 TO WS-SPOOL-LINE-COUNT.
001431     IF WS-DATE-OVERRIDDEN
001432        MOVE WS-OVERRIDE-MARK TO REGISTER-LINE
001433        WRITE REGISTER-LINE
001434        ADD 1 TO WS-SPOOL-LINE-COUNT
001435     END-IF.
001440     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
001450     START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-ID
001460         INVALID KEY
001530     MOVE SPACES TO REGISTER-LINE.
001540     STRING "HELD: " WS-HELD-COUNT
001550            "  RELEASED: " WS-RELEASED-COUNT
001555            "  NOT HELD -- RELIEF: " WS-RELIEF-COUNT
001560            DELIMITED BY SIZE INTO REGISTER-LINE
001570     END-STRING.
001580     WRITE REGISTER-LINE.
001700     DISPLAY "CREDIT-HOLD-JOB RUN COMPLETE".
001710     DISPLAY "ACCOUNTS HELD:     " WS-HELD-COUNT.
001720     DISPLAY "ACCOUNTS RELEASED: " WS-RELEASED-COUNT.
001725     DISPLAY "RELIEF NOT HELD:   " WS-RELIEF-COUNT.
001730     GO TO 9999-EXIT.
001740
001750*                                                                *
002760*   5000-FREEZE-ACCOUNT                                         *
002770*                                                                *
002780 5000-FREEZE-ACCOUNT.
002781*   AN ACCOUNT IN A DISASTER-RELIEF AREA IS NOT HELD WHILE THE
002782*   RELIEF IS IN FORCE (SEE RELIEF-AREA-CHECK) -- THE REGISTER
002783*   SHOWS THE RULE IT HIT AND THE RELIEF THAT STOOD IT DOWN.
002784     CALL "RELIEF-AREA-CHECK" USING AM-ACCOUNT-ID,
002785          WS-RELIEF-ACTION, WS-TODAY-8, WS-RELIEF-STATUS,
002786          WS-RELIEF-ID.
002787     IF WS-RELIEF-STATUS = 'R'
002788        ADD 1 TO WS-RELIEF-COUNT
002789        MOVE SPACES TO REGISTER-LINE
002790        STRING AM-ACCOUNT-ID
002791               "  NOT HELD " WS-HIT-REASON
002792               " -- DISASTER RELIEF " WS-RELIEF-ID
002793               "  BALANCE " WS-OPEN-BALANCE
002794               DELIMITED BY SIZE INTO REGISTER-LINE
002795        END-STRING
002796        WRITE REGISTER-LINE
002797        ADD 1 TO WS-SPOOL-LINE-COUNT
002798        GO TO 5000-EXIT
002799     END-IF.
002800     MOVE ACCOUNT-MASTER-STRUCTURE TO WS-JL-BEFORE.
002801     SET AM-ACCOUNT-FROZEN TO TRUE.
002810     SET AM-AUTO-FROZEN TO TRUE.
002820     MOVE WS-HIT-REASON TO AM-FREEZE-REASON.
002830     REWRITE ACCOUNT-MASTER-STRUCTURE.
