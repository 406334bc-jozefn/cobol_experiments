       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-QUOTA-MAINT.

      *> MAINTENANCE SCREEN FOR THE TERRITORY SALES QUOTA FILE, THE
      *> SAME SCREEN SHAPE ADDRESS-TERRITORY-MAINT USES.  QUOTAS ARE
      *> MANAGEMENT'S TARGETS, SO ONLY A SUPERVISOR SIGNS ON (THE SAME
      *> RULE THE ACCESS REPORT APPLIES).  THE SUPERVISOR KEYS A
      *> TERRITORY CODE AND A PERIOD (YYYYMM), RETRIEVES OR ADDS THE
      *> ENTRY, AND SETS THE MONTH'S BILLED REVENUE, COLLECTIONS AND
      *> NEW ACCOUNT QUOTAS.  THE TERRITORY MUST BE ON THE ZIP-RANGE
      *> TABLE.  F9 DELETES A PERIOD'S QUOTA.  QUOTA-ATTAINMENT-REPORT
      *> MEASURES THE REPS AGAINST THESE FIGURES EACH MONTH.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     QUOTA-FILE
                   ASSIGN       TO  QUOTAOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS QU-QUOTA-KEY
                   FILE STATUS  IS  QUOTA-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     TERRITORY-FILE
                   ASSIGN       TO  TERROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS TR-RANGE-KEY
                   FILE STATUS  IS  TERR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD QUOTA-FILE.
        01 QUOTA-RECORD.
        COPY "ADDRESS-QUOTA-RECORD.CPY"
             REPLACING ==(TAG)== BY ==QU-==.

        FD TERRITORY-FILE.
        01 TERRITORY-RECORD.
        COPY "ADDRESS-TERRITORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==TR-==.

        WORKING-STORAGE SECTION.
        COPY screenio.

        01  QUOTAOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-quota.idx".
        01  TERROUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-territory.idx".
        01  QUOTA-STATUS               PIC X(02).
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
        01  WS-PERIOD-MM               PIC 9(02).
        01  WS-TERRITORY-FOUND         PIC X(01).
            88  TERRITORY-ON-FILE      VALUE 'Y'.

        SCREEN SECTION.
        01 CLEAR-SCREEN BLANK SCREEN
           BACKGROUND-COLOR IS COB-COLOR-WHITE
           FOREGROUND-COLOR IS COB-COLOR-BLACK.

        01 MAINT-SCREEN BACKGROUND-COLOR IS COB-COLOR-WHITE
                       FOREGROUND-COLOR IS COB-COLOR-BLACK.
           05  LINE 2 COL 20 VALUE "TERRITORY QUOTA MAINTENANCE".
           05  LINE 5 COL 10 VALUE "TERRITORY CODE:".
           05  QUOTA-TERR-AREA                     LINE 5 COL 35
                PIC X(04) FROM QU-TERRITORY-CODE
                TO QU-TERRITORY-CODE AUTO.
           05  LINE 6 COL 10 VALUE "PERIOD (YYYYMM):".
           05  QUOTA-PERIOD-AREA                   LINE 6 COL 35
                PIC 9(06) FROM QU-PERIOD TO QU-PERIOD AUTO.
           05  LINE 8 COL 10 VALUE "BILLED REVENUE QUOTA:".
           05  QUOTA-REVENUE-AREA                  LINE 8 COL 35
                PIC Z(08)9.99 FROM QU-REVENUE-QUOTA
                TO QU-REVENUE-QUOTA.
           05  LINE 9 COL 10 VALUE "COLLECTIONS QUOTA:".
           05  QUOTA-COLLECT-AREA                  LINE 9 COL 35
                PIC Z(08)9.99 FROM QU-COLLECTION-QUOTA
                TO QU-COLLECTION-QUOTA.
           05  LINE 10 COL 10 VALUE "NEW ACCOUNTS QUOTA:".
           05  QUOTA-NEW-AREA                      LINE 10 COL 35
                PIC Z(04)9 FROM QU-NEW-ACCOUNT-QUOTA
                TO QU-NEW-ACCOUNT-QUOTA.
           05  LINE 12 COL 10 VALUE "LAST UPDATED BY:".
           05  LINE 12 COL 35 PIC X(10) FROM QU-UPDATED-BY.
           05  LINE 13 COL 10 VALUE "LAST UPDATED ON:".
           05  LINE 13 COL 35 PIC X(08) FROM QU-UPDATED-DATE.
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
                    AND WS-CLERK-ROLE = 'S'
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN OTHER
                  DISPLAY "QUOTA MAINTENANCE NEEDS A SUPERVISOR"
                  STOP RUN
            END-EVALUATE
            OPEN I-O QUOTA-FILE
            IF QUOTA-STATUS NOT = '00' AND QUOTA-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN QUOTA FILE, STATUS '
                       QUOTA-STATUS
               STOP RUN
            END-IF
            OPEN INPUT TERRITORY-FILE
            IF TERR-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN TERRITORY FILE, STATUS '
                       TERR-STATUS
               CLOSE QUOTA-FILE
               STOP RUN
            END-IF
            MOVE SPACES TO MSG-LINE
            MOVE SPACES TO QUOTA-RECORD
            MOVE WS-TODAY (1:6) TO QU-PERIOD
            MOVE ZERO TO QU-REVENUE-QUOTA QU-COLLECTION-QUOTA
                         QU-NEW-ACCOUNT-QUOTA
            PERFORM SCREEN-LOOP THRU SCREEN-LOOP-EXIT
            CLOSE QUOTA-FILE
            CLOSE TERRITORY-FILE
            STOP RUN.

        SCREEN-LOOP.
            DISPLAY CLEAR-SCREEN
            DISPLAY MAINT-SCREEN
            ACCEPT  MAINT-SCREEN
            EVALUATE TRUE
               WHEN COB-CRT-STATUS = COB-SCR-F1
                  GO TO SCREEN-LOOP-EXIT
               WHEN COB-CRT-STATUS = COB-SCR-F4
                  READ QUOTA-FILE KEY IS QU-QUOTA-KEY
                    INVALID KEY
                       MOVE "QUOTA NOT ON FILE" TO MSG-LINE
                    NOT INVALID KEY
                       MOVE "QUOTA RETRIEVED"   TO MSG-LINE
                  END-READ
               WHEN COB-CRT-STATUS = COB-SCR-F8
                  START QUOTA-FILE KEY > QU-QUOTA-KEY
                    INVALID KEY
                       MOVE "END OF FILE" TO MSG-LINE
                    NOT INVALID KEY
                       READ QUOTA-FILE NEXT
                         AT END
                            MOVE "END OF FILE"     TO MSG-LINE
                         NOT AT END
                            MOVE "QUOTA RETRIEVED" TO MSG-LINE
                       END-READ
                  END-START
               WHEN COB-CRT-STATUS = COB-SCR-F9
                  DELETE QUOTA-FILE RECORD
                    INVALID KEY
                       MOVE "QUOTA NOT ON FILE" TO MSG-LINE
                    NOT INVALID KEY
                       MOVE "QUOTA DELETED"     TO MSG-LINE
                  END-DELETE
               WHEN COB-CRT-STATUS = COB-SCR-OK
                  PERFORM SAVE-QUOTA THRU SAVE-QUOTA-EXIT
               WHEN OTHER
                  MOVE "INVALID KEY PRESSED" TO MSG-LINE
            END-EVALUATE
            GO TO SCREEN-LOOP.
        SCREEN-LOOP-EXIT.
            EXIT.

        SAVE-QUOTA.
            IF QU-TERRITORY-CODE = SPACES
               MOVE "TERRITORY CODE REQUIRED" TO MSG-LINE
               GO TO SAVE-QUOTA-EXIT
            END-IF
            MOVE QU-PERIOD (5:2) TO WS-PERIOD-MM
            IF QU-PERIOD < 190001 OR WS-PERIOD-MM < 1
               OR WS-PERIOD-MM > 12
               MOVE "PERIOD MUST BE A MONTH, YYYYMM" TO MSG-LINE
               GO TO SAVE-QUOTA-EXIT
            END-IF
            PERFORM CHECK-TERRITORY THRU CHECK-TERRITORY-EXIT
            IF NOT TERRITORY-ON-FILE
               MOVE "TERRITORY IS NOT ON THE ZIP-RANGE TABLE"
                 TO MSG-LINE
               GO TO SAVE-QUOTA-EXIT
            END-IF
            MOVE WS-CLERK-ID TO QU-UPDATED-BY
            MOVE WS-TODAY    TO QU-UPDATED-DATE
            WRITE QUOTA-RECORD
              INVALID KEY
                 REWRITE QUOTA-RECORD
                   INVALID KEY
                      MOVE "CANNOT SAVE QUOTA" TO MSG-LINE
                      GO TO SAVE-QUOTA-EXIT
                 END-REWRITE
                 MOVE "QUOTA UPDATED" TO MSG-LINE
                 GO TO SAVE-QUOTA-EXIT
            END-WRITE
            MOVE "QUOTA ADDED" TO MSG-LINE.
        SAVE-QUOTA-EXIT.
            EXIT.

      *> THE TERRITORY HAS AT LEAST ONE ZIP RANGE ON THE TABLE.
        CHECK-TERRITORY.
            MOVE 'N' TO WS-TERRITORY-FOUND
            MOVE QU-TERRITORY-CODE TO TR-TERRITORY-CODE
            MOVE ZERO TO TR-RANGE-SEQ
            START TERRITORY-FILE KEY >= TR-RANGE-KEY
              INVALID KEY
                 GO TO CHECK-TERRITORY-EXIT
            END-START
            READ TERRITORY-FILE NEXT
              AT END
                 GO TO CHECK-TERRITORY-EXIT
            END-READ
            IF TR-TERRITORY-CODE = QU-TERRITORY-CODE
               SET TERRITORY-ON-FILE TO TRUE
            END-IF.
        CHECK-TERRITORY-EXIT.
            EXIT.

       END PROGRAM ADDRESS-QUOTA-MAINT.
