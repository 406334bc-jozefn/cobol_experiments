       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-OPPORTUNITY-MAINT.

      *> MAINTENANCE SCREEN FOR THE SALES OPPORTUNITY FILE, THE SAME
      *> SCREEN SHAPE ADDRESS-TERRITORY-MAINT USES, WITH THE CLERK
      *> SIGN-ON ADDRESS-CAMPAIGN-MAINT USES.  A CLERK KEYS THE
      *> CONTACT'S PHONE AND AN OPPORTUNITY NUMBER, RETRIEVES OR ADDS
      *> THE ENTRY, AND SETS THE STAGE, ESTIMATED VALUE, EXPECTED
      *> CLOSE DATE, TERRITORY, REP AND (WHEN LOST) THE REASON.  THE
      *> PHONE MUST BE A CONTACT ALREADY ON THE ADDRESS FILE; A BLANK
      *> TERRITORY OR REP IS FILLED FROM THE CONTACT'S TERRITORY STAMP
      *> AND THAT TERRITORY'S REP ON THE ZIP-RANGE TABLE.
      *>
      *> SAVING AN OPPORTUNITY AT STAGE W (WON) HANDS THE CONTACT TO
      *> CUSTOMER-ONBOARDING, RUN THROUGH THE SYSTEM ROUTINE WITH THE
      *> PHONE ON ITS COMMAND LINE, SO THE ACCOUNT TERMS ARE TAKEN AND
      *> THE ACCOUNT IS OPENED AND LINKED WHILE THE DEAL IS ON THE
      *> DESK.  THE NEW ACCOUNT NUMBER IS KEPT ON THE OPPORTUNITY.  A
      *> CONTACT THAT ALREADY BILLS UNDER AN ACCOUNT IS NOT ONBOARDED
      *> AGAIN -- THE EXISTING ACCOUNT IS RECORDED.  IF THE ONBOARDING
      *> IS ABANDONED, SAVING THE WON OPPORTUNITY AGAIN RETRIES IT.
      *> F9 DELETES AN OPEN OPPORTUNITY; WON AND LOST ONES ARE KEPT
      *> FOR THE WIN/LOSS FIGURES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     OPPORTUNITY-FILE
                   ASSIGN       TO  OPPOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OP-OPP-KEY
                   FILE STATUS  IS  OPP-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     ADDRESS-FILE
                   ASSIGN       TO  ADDROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
                   FILE STATUS  IS  ADDRESS-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     TERRITORY-FILE
                   ASSIGN       TO  TERROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS TR-RANGE-KEY
                   FILE STATUS  IS  TERR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD OPPORTUNITY-FILE.
        01 OPPORTUNITY-RECORD.
        COPY "ADDRESS-OPPORTUNITY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OP-==.

        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD TERRITORY-FILE.
        01 TERRITORY-RECORD.
        COPY "ADDRESS-TERRITORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==TR-==.

        WORKING-STORAGE SECTION.
        COPY screenio.

        01  OPPOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-opportunity.idx".
        01  ADDROUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  TERROUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-territory.idx".
        01  OPP-STATUS                 PIC X(02).
        01  ADDRESS-STATUS             PIC X(02).
        01  TERR-STATUS                PIC X(02).
        01  MSG-LINE                   PIC X(77).
        01  EXIT-KEY                   PIC X(77)
            VALUE "ENTER = SAVE  F1 = EXIT  F4 = LOOKUP  F8 = NEXT  "
            & "F9 = DELETE".

        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CHECK-RESULT            PIC X(01).
        01  WS-TODAY                   PIC X(08).
        01  WS-TODAY-8                 PIC 9(08).

      *> THE SCREEN'S VALUES ARE HELD HERE WHILE THE RECORD ON FILE
      *> IS READ FOR ITS OLD STAGE AND DATES.
        01  WS-HOLD-RECORD             PIC X(168).
        01  WS-RECORD-IS-NEW           PIC X(01) VALUE 'N'.
            88  OPP-RECORD-IS-NEW      VALUE 'Y'.
        01  WS-OLD-STAGE               PIC X(01).
        01  WS-OLD-OPENED-DATE         PIC 9(08).
        01  WS-OLD-CLOSED-DATE         PIC 9(08).
        01  WS-OLD-ACCOUNT-ID          PIC 9(07).
        01  WS-COMMAND                 PIC X(200).
        01  WS-ACCOUNT-EDITED          PIC 9(07).

        SCREEN SECTION.
        01 CLEAR-SCREEN BLANK SCREEN
           BACKGROUND-COLOR IS COB-COLOR-WHITE
           FOREGROUND-COLOR IS COB-COLOR-BLACK.

        01 MAINT-SCREEN BACKGROUND-COLOR IS COB-COLOR-WHITE
                       FOREGROUND-COLOR IS COB-COLOR-BLACK.
           05  LINE 2 COL 20 VALUE "SALES OPPORTUNITY MAINTENANCE".
           05  LINE 4 COL 10 VALUE "CONTACT PHONE:".
           05  OPP-PHONE-AREA                      LINE 4 COL 35
                PIC X(12) FROM OP-PHONE TO OP-PHONE AUTO.
           05  LINE 5 COL 10 VALUE "OPPORTUNITY NO:".
           05  OPP-NO-AREA                         LINE 5 COL 35
                PIC 9(03) FROM OP-OPP-NO TO OP-OPP-NO AUTO.
           05  LINE 7 COL 10 VALUE "DESCRIPTION:".
           05  OPP-DESC-AREA                       LINE 7 COL 35
                PIC X(30) FROM OP-DESCRIPTION TO OP-DESCRIPTION.
           05  LINE 8 COL 10 VALUE "STAGE (P/Q/R/N/W/L):".
           05  OPP-STAGE-AREA                      LINE 8 COL 35
                PIC X(01) FROM OP-STAGE TO OP-STAGE.
           05  LINE 9 COL 10 VALUE "ESTIMATED VALUE:".
           05  OPP-VALUE-AREA                      LINE 9 COL 35
                PIC Z(06)9.99 FROM OP-EST-VALUE TO OP-EST-VALUE.
           05  LINE 10 COL 10 VALUE "EXPECTED CLOSE:".
           05  OPP-CLOSE-AREA                      LINE 10 COL 35
                PIC 9(08) FROM OP-EXPECTED-CLOSE
                TO OP-EXPECTED-CLOSE.
           05  LINE 11 COL 10 VALUE "TERRITORY:".
           05  OPP-TERR-AREA                       LINE 11 COL 35
                PIC X(04) FROM OP-TERRITORY TO OP-TERRITORY.
           05  LINE 12 COL 10 VALUE "REP NAME:".
           05  OPP-REP-AREA                        LINE 12 COL 35
                PIC X(20) FROM OP-REP-NAME TO OP-REP-NAME.
           05  LINE 13 COL 10 VALUE "LOST REASON:".
           05  OPP-LOST-AREA                       LINE 13 COL 35
                PIC X(20) FROM OP-LOST-REASON TO OP-LOST-REASON.
           05  LINE 15 COL 10 VALUE "OPENED:".
           05  LINE 15 COL 35 PIC 9(08) FROM OP-OPENED-DATE.
           05  LINE 16 COL 10 VALUE "CLOSED:".
           05  LINE 16 COL 35 PIC 9(08) FROM OP-CLOSED-DATE.
           05  LINE 17 COL 10 VALUE "ACCOUNT:".
           05  LINE 17 COL 35 PIC 9(07) FROM OP-ACCOUNT-ID.
           05  LINE 18 COL 10 VALUE "LAST UPDATED BY:".
           05  LINE 18 COL 35 PIC X(10) FROM OP-UPDATED-BY.
           05 KEY-DSC-AREA    LINE 22 COLUMN 01
              BACKGROUND-COLOR IS COB-COLOR-BLUE
              FOREGROUND-COLOR IS COB-COLOR-WHITE
              PIC X(77) FROM EXIT-KEY.
           05 MSG-LINEX       LINE 24 COLUMN 01
              FOREGROUND-COLOR IS COB-COLOR-RED
              PIC X(77) FROM MSG-LINE.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE WS-TODAY TO WS-TODAY-8
            DISPLAY "ENTER YOUR CLERK ID:"
            ACCEPT WS-CLERK-ID
            IF WS-CLERK-ID = SPACES
               DISPLAY "A CLERK ID IS REQUIRED"
               STOP RUN
            END-IF
            CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CHECK-RESULT
            EVALUATE TRUE
               WHEN WS-CHECK-RESULT = 'M'
                  DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
                          "ROLE NOT VERIFIED"
               WHEN WS-CHECK-RESULT = 'Y'
                    AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN OTHER
                  DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
                  STOP RUN
            END-EVALUATE
            OPEN I-O OPPORTUNITY-FILE
            IF OPP-STATUS NOT = '00' AND OPP-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN OPPORTUNITY FILE, STATUS '
                       OPP-STATUS
               STOP RUN
            END-IF
            OPEN INPUT ADDRESS-FILE
            IF ADDRESS-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS '
                       ADDRESS-STATUS
               CLOSE OPPORTUNITY-FILE
               STOP RUN
            END-IF
            OPEN INPUT TERRITORY-FILE
            MOVE SPACES TO MSG-LINE
            MOVE SPACES TO OPPORTUNITY-RECORD
            MOVE 1 TO OP-OPP-NO
            MOVE ZERO TO OP-EST-VALUE OP-EXPECTED-CLOSE
                         OP-OPENED-DATE OP-CLOSED-DATE OP-ACCOUNT-ID
            MOVE 'P' TO OP-STAGE
            PERFORM SCREEN-LOOP THRU SCREEN-LOOP-EXIT
            CLOSE OPPORTUNITY-FILE
            CLOSE ADDRESS-FILE
            IF TERR-STATUS = '00'
               CLOSE TERRITORY-FILE
            END-IF
            STOP RUN.

        SCREEN-LOOP.
            DISPLAY CLEAR-SCREEN
            DISPLAY MAINT-SCREEN
            ACCEPT  MAINT-SCREEN
            EVALUATE TRUE
               WHEN COB-CRT-STATUS = COB-SCR-F1
                  GO TO SCREEN-LOOP-EXIT
               WHEN COB-CRT-STATUS = COB-SCR-F4
                  READ OPPORTUNITY-FILE KEY IS OP-OPP-KEY
                    INVALID KEY
                       MOVE "OPPORTUNITY NOT ON FILE" TO MSG-LINE
                    NOT INVALID KEY
                       MOVE "OPPORTUNITY RETRIEVED"   TO MSG-LINE
                  END-READ
               WHEN COB-CRT-STATUS = COB-SCR-F8
                  START OPPORTUNITY-FILE KEY > OP-OPP-KEY
                    INVALID KEY
                       MOVE "END OF FILE" TO MSG-LINE
                    NOT INVALID KEY
                       READ OPPORTUNITY-FILE NEXT
                         AT END
                            MOVE "END OF FILE"           TO MSG-LINE
                         NOT AT END
                            MOVE "OPPORTUNITY RETRIEVED" TO MSG-LINE
                       END-READ
                  END-START
               WHEN COB-CRT-STATUS = COB-SCR-F9
                  PERFORM DELETE-OPPORTUNITY
                          THRU DELETE-OPPORTUNITY-EXIT
               WHEN COB-CRT-STATUS = COB-SCR-OK
                  PERFORM SAVE-OPPORTUNITY THRU SAVE-OPPORTUNITY-EXIT
               WHEN OTHER
                  MOVE "INVALID KEY PRESSED" TO MSG-LINE
            END-EVALUATE
            GO TO SCREEN-LOOP.
        SCREEN-LOOP-EXIT.
            EXIT.

        DELETE-OPPORTUNITY.
            MOVE OPPORTUNITY-RECORD TO WS-HOLD-RECORD
            READ OPPORTUNITY-FILE KEY IS OP-OPP-KEY
              INVALID KEY
                 MOVE WS-HOLD-RECORD TO OPPORTUNITY-RECORD
                 MOVE "OPPORTUNITY NOT ON FILE" TO MSG-LINE
                 GO TO DELETE-OPPORTUNITY-EXIT
            END-READ
            IF OP-STAGE-WON OR OP-STAGE-LOST
               MOVE "CLOSED OPPORTUNITIES ARE KEPT FOR WIN/LOSS"
                 TO MSG-LINE
               GO TO DELETE-OPPORTUNITY-EXIT
            END-IF
            DELETE OPPORTUNITY-FILE RECORD
              INVALID KEY
                 MOVE "OPPORTUNITY NOT ON FILE" TO MSG-LINE
              NOT INVALID KEY
                 MOVE "OPPORTUNITY DELETED"     TO MSG-LINE
            END-DELETE.
        DELETE-OPPORTUNITY-EXIT.
            EXIT.

        SAVE-OPPORTUNITY.
            IF OP-PHONE = SPACES OR OP-OPP-NO = ZERO
               MOVE "CONTACT PHONE AND OPPORTUNITY NO REQUIRED"
                 TO MSG-LINE
               GO TO SAVE-OPPORTUNITY-EXIT
            END-IF
            MOVE FUNCTION UPPER-CASE(OP-STAGE) TO OP-STAGE
            IF OP-STAGE = SPACE
               MOVE 'P' TO OP-STAGE
            END-IF
            IF NOT OP-STAGE-VALID
               MOVE "STAGE MUST BE P, Q, R, N, W OR L" TO MSG-LINE
               GO TO SAVE-OPPORTUNITY-EXIT
            END-IF
            IF OP-STAGE-LOST AND OP-LOST-REASON = SPACES
               MOVE "A LOST OPPORTUNITY NEEDS A LOST REASON"
                 TO MSG-LINE
               GO TO SAVE-OPPORTUNITY-EXIT
            END-IF
            IF OP-EXPECTED-CLOSE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(OP-EXPECTED-CLOSE)
                   NOT = 0
               MOVE "EXPECTED CLOSE MUST BE A DATE, YYYYMMDD"
                 TO MSG-LINE
               GO TO SAVE-OPPORTUNITY-EXIT
            END-IF
            MOVE OP-PHONE TO FD-PHONE
            READ ADDRESS-FILE
              INVALID KEY
                 MOVE "NO CONTACT WITH THAT PHONE -- ADD THE CONTACT "
                   & "FIRST" TO MSG-LINE
                 GO TO SAVE-OPPORTUNITY-EXIT
            END-READ
            IF OP-TERRITORY = SPACES
               MOVE FD-TERRITORY TO OP-TERRITORY
            END-IF
            IF OP-REP-NAME = SPACES AND OP-TERRITORY NOT = SPACES
               PERFORM FIND-TERRITORY-REP THRU FIND-TERRITORY-REP-EXIT
            END-IF
            PERFORM READ-OLD-VALUES THRU READ-OLD-VALUES-EXIT
            IF OPP-RECORD-IS-NEW
               MOVE WS-TODAY-8 TO OP-OPENED-DATE
               MOVE ZERO       TO OP-CLOSED-DATE OP-ACCOUNT-ID
            ELSE
               MOVE WS-OLD-OPENED-DATE TO OP-OPENED-DATE
               MOVE WS-OLD-CLOSED-DATE TO OP-CLOSED-DATE
               MOVE WS-OLD-ACCOUNT-ID  TO OP-ACCOUNT-ID
            END-IF
            EVALUATE TRUE
               WHEN OP-STAGE-OPEN
                  MOVE ZERO TO OP-CLOSED-DATE
                  MOVE SPACES TO OP-LOST-REASON
               WHEN OP-STAGE NOT = WS-OLD-STAGE
                  MOVE WS-TODAY-8 TO OP-CLOSED-DATE
            END-EVALUATE
            MOVE WS-CLERK-ID TO OP-UPDATED-BY
            MOVE WS-TODAY    TO OP-UPDATED-DATE
            IF OPP-RECORD-IS-NEW
               WRITE OPPORTUNITY-RECORD
                 INVALID KEY
                    MOVE "CANNOT SAVE OPPORTUNITY" TO MSG-LINE
                    GO TO SAVE-OPPORTUNITY-EXIT
               END-WRITE
               MOVE "OPPORTUNITY ADDED" TO MSG-LINE
            ELSE
               REWRITE OPPORTUNITY-RECORD
                 INVALID KEY
                    MOVE "CANNOT SAVE OPPORTUNITY" TO MSG-LINE
                    GO TO SAVE-OPPORTUNITY-EXIT
               END-REWRITE
               MOVE "OPPORTUNITY UPDATED" TO MSG-LINE
            END-IF
            IF OP-STAGE-WON AND OP-ACCOUNT-ID = ZERO
               PERFORM HAND-OFF-TO-ONBOARDING
                       THRU HAND-OFF-TO-ONBOARDING-EXIT
            END-IF.
        SAVE-OPPORTUNITY-EXIT.
            EXIT.

      *> THE STAGE, DATES AND ACCOUNT ALREADY ON FILE, WITHOUT LOSING
      *> WHAT THE CLERK KEYED.
        READ-OLD-VALUES.
            MOVE 'N' TO WS-RECORD-IS-NEW
            MOVE SPACE TO WS-OLD-STAGE
            MOVE ZERO TO WS-OLD-OPENED-DATE WS-OLD-CLOSED-DATE
                         WS-OLD-ACCOUNT-ID
            MOVE OPPORTUNITY-RECORD TO WS-HOLD-RECORD
            READ OPPORTUNITY-FILE KEY IS OP-OPP-KEY
              INVALID KEY
                 SET OPP-RECORD-IS-NEW TO TRUE
              NOT INVALID KEY
                 MOVE OP-STAGE       TO WS-OLD-STAGE
                 MOVE OP-OPENED-DATE TO WS-OLD-OPENED-DATE
                 MOVE OP-CLOSED-DATE TO WS-OLD-CLOSED-DATE
                 MOVE OP-ACCOUNT-ID  TO WS-OLD-ACCOUNT-ID
            END-READ
            MOVE WS-HOLD-RECORD TO OPPORTUNITY-RECORD.
        READ-OLD-VALUES-EXIT.
            EXIT.

      *> THE REP ON THE TERRITORY'S FIRST ZIP RANGE.
        FIND-TERRITORY-REP.
            IF TERR-STATUS NOT = '00'
               GO TO FIND-TERRITORY-REP-EXIT
            END-IF
            MOVE OP-TERRITORY TO TR-TERRITORY-CODE
            MOVE ZERO TO TR-RANGE-SEQ
            START TERRITORY-FILE KEY >= TR-RANGE-KEY
              INVALID KEY
                 GO TO FIND-TERRITORY-REP-EXIT
            END-START
            READ TERRITORY-FILE NEXT
              AT END
                 GO TO FIND-TERRITORY-REP-EXIT
            END-READ
            IF TR-TERRITORY-CODE = OP-TERRITORY
               MOVE TR-REP-NAME TO OP-REP-NAME
            END-IF.
        FIND-TERRITORY-REP-EXIT.
            EXIT.

      *> A WON CONTACT WITH NO ACCOUNT YET GOES THROUGH
      *> CUSTOMER-ONBOARDING, WHICH TAKES THE TERMS, OPENS THE ACCOUNT
      *> AND LINKS IT TO THE CONTACT.  THE ADDRESS FILE IS CLOSED
      *> WHILE IT RUNS SO ITS UPDATE OF THE CONTACT IS NOT LOCKED OUT.
        HAND-OFF-TO-ONBOARDING.
            IF FD-ACCOUNT-ID IS NUMERIC AND FD-ACCOUNT-ID NOT = ZERO
               MOVE FD-ACCOUNT-ID TO OP-ACCOUNT-ID
               REWRITE OPPORTUNITY-RECORD
               MOVE FD-ACCOUNT-ID TO WS-ACCOUNT-EDITED
               STRING "WON -- CONTACT ALREADY BILLS UNDER ACCOUNT "
                      WS-ACCOUNT-EDITED
                      DELIMITED BY SIZE INTO MSG-LINE
               END-STRING
               GO TO HAND-OFF-TO-ONBOARDING-EXIT
            END-IF
            CLOSE ADDRESS-FILE
            MOVE SPACES TO WS-COMMAND
            STRING "CUSTOMER-ONBOARDING " DELIMITED BY SIZE
                   OP-PHONE               DELIMITED BY SPACE
                   INTO WS-COMMAND
            END-STRING
            DISPLAY CLEAR-SCREEN
            DISPLAY "WON -- STARTING CUSTOMER ONBOARDING FOR "
                    OP-PHONE
            CALL "SYSTEM" USING WS-COMMAND
            MOVE ZERO TO RETURN-CODE
            OPEN INPUT ADDRESS-FILE
            MOVE OP-PHONE TO FD-PHONE
            READ ADDRESS-FILE
              INVALID KEY
                 MOVE ZERO TO FD-ACCOUNT-ID
            END-READ
            IF FD-ACCOUNT-ID IS NUMERIC AND FD-ACCOUNT-ID NOT = ZERO
               MOVE FD-ACCOUNT-ID TO OP-ACCOUNT-ID
               REWRITE OPPORTUNITY-RECORD
               MOVE FD-ACCOUNT-ID TO WS-ACCOUNT-EDITED
               STRING "WON -- ONBOARDED AS ACCOUNT " WS-ACCOUNT-EDITED
                      DELIMITED BY SIZE INTO MSG-LINE
               END-STRING
            ELSE
               MOVE "WON -- ONBOARDING NOT COMPLETED, SAVE AGAIN TO "
                  & "RETRY" TO MSG-LINE
            END-IF.
        HAND-OFF-TO-ONBOARDING-EXIT.
            EXIT.

       END PROGRAM ADDRESS-OPPORTUNITY-MAINT.
