       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CASE-AGING-REPORT.

      *> AGING OF THE OPEN CUSTOMER SERVICE CASES (SEE
      *> ADDRESS-CASE-CONSOLE).  EVERY OPEN CASE IS AGED BY THE DAYS
      *> SINCE IT WAS OPENED INTO THE BANDS IN WS-AGE-BANDS, AND
      *> COUNTED TWICE: ONCE UNDER ITS CASE TYPE AND ONCE UNDER ITS
      *> OWNING CLERK, EACH ROW WITH ITS TOTAL AND HOW MANY ARE PAST
      *> THEIR SLA DUE DATE.  A LINE FOR THE WHOLE DESK CLOSES EACH
      *> PART.  THE REPORT IS REGISTERED ON THE SPOOL UNDER MONTHLY
      *> RETENTION.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     CASE-FILE
                   ASSIGN       TO  CASEOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS CS-CASE-NO
                   FILE STATUS  IS  CASE-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD CASE-FILE.
        01 CASE-RECORD.
        COPY "ADDRESS-CASE-RECORD.CPY" REPLACING ==(TAG)== BY ==CS-==.

        FD REPORT-FILE.
        01 REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01  CASEOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-case.idx".
        01  REPORTOUT                  PIC X(50).

        01  CASE-STATUS                PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-CASE-FILE       VALUE 'Y'.

      *> THE TOP OF EACH AGE BAND IN DAYS OPEN; THE LAST BAND TAKES
      *> EVERYTHING OLDER.
        01  WS-AGE-BAND-VALUES.
            05  FILLER                 PIC 9(03) VALUE 2.
            05  FILLER                 PIC 9(03) VALUE 7.
            05  FILLER                 PIC 9(03) VALUE 14.
            05  FILLER                 PIC 9(03) VALUE 30.
            05  FILLER                 PIC 9(03) VALUE 999.
        01  WS-AGE-BANDS REDEFINES WS-AGE-BAND-VALUES.
            05  WS-BAND-TOP            PIC 9(03) OCCURS 5 TIMES.
        01  WS-BAND-I                  PIC 9(01).

        01  WS-TYPE-VALUES.
            05  FILLER                 PIC X(17) VALUE "CCOMPLAINT".
            05  FILLER                 PIC X(17)
                VALUE "SSERVICE REQUEST".
            05  FILLER                 PIC X(17) VALUE "BBILLING".
            05  FILLER                 PIC X(17) VALUE "EENQUIRY".
        01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-VALUES.
            05  WS-TYPE-ENTRY          OCCURS 4 TIMES.
                10  WS-TYPE-CODE       PIC X(01).
                10  WS-TYPE-NAME       PIC X(16).
        01  WS-TYPE-I                  PIC 9(01).

      *> ONE ROW OF COUNTS -- FIVE AGE BANDS, THE TOTAL AND THE
      *> NUMBER PAST SLA -- PER CASE TYPE, PER OWNER AND FOR THE DESK.
        01  WS-TYPE-TABLE.
            05  WS-TYPE-ROW            OCCURS 4 TIMES.
                10  WS-TY-BAND         PIC 9(05) OCCURS 5 TIMES.
                10  WS-TY-TOTAL        PIC 9(05).
                10  WS-TY-BREACHED     PIC 9(05).
        01  WS-OWNER-COUNT             PIC 9(03) VALUE 0.
        01  WS-OWNER-TABLE.
            05  WS-OWNER-ROW           OCCURS 100 TIMES.
                10  WS-OW-CLERK        PIC X(10).
                10  WS-OW-BAND         PIC 9(05) OCCURS 5 TIMES.
                10  WS-OW-TOTAL        PIC 9(05).
                10  WS-OW-BREACHED     PIC 9(05).
        01  WS-OWNER-I                 PIC 9(03).
        01  WS-DESK-ROW.
            05  WS-DK-BAND             PIC 9(05) OCCURS 5 TIMES.
            05  WS-DK-TOTAL            PIC 9(05).
            05  WS-DK-BREACHED         PIC 9(05).

      *> THE ROW BEING PRINTED, MOVED FROM WHICHEVER TABLE.
        01  WS-PRINT-LABEL             PIC X(30).
        01  WS-PRINT-ROW.
            05  WS-PR-BAND             PIC 9(05) OCCURS 5 TIMES.
            05  WS-PR-TOTAL            PIC 9(05).
            05  WS-PR-BREACHED         PIC 9(05).
        01  WS-COUNT-EDITED            PIC ZZZZ9.
        01  WS-COLUMN                  PIC 9(03).

        01  WS-TODAY-8                 PIC 9(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-TODAY-INTEGER           PIC 9(07).
        01  WS-OPENED-8                PIC 9(08).
        01  WS-DAYS-OPEN               PIC 9(05).
        01  WS-BREACHED-SWITCH         PIC X(01).
            88  CASE-IS-BREACHED       VALUE 'Y'.

        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CLERK-RESULT            PIC X(01).

        01  WS-READ-COUNT              PIC 9(05) VALUE 0.
        01  WS-LINE-COUNT              PIC 9(07) VALUE 0.
        01  WS-TABLE-FULL-SWITCH       PIC X(01) VALUE 'N'.
            88  WS-TABLE-OVERFLOWED    VALUE 'Y'.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-CASE-AGING".
        01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
        01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
        01  WS-RC-CODE                 PIC X(04) VALUE "0000".

      *> REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER).
        01  WS-SPOOL-FUNCTION          PIC X(01).
        01  WS-SPOOL-REPORT            PIC X(20)
            VALUE "case-aging".
        01  WS-SPOOL-JOB               PIC X(20)
            VALUE "ADDRESS-CASE-AGING".
        01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'M'.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            MOVE 'S' TO WS-RC-FUNCTION
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
            INITIALIZE WS-TYPE-TABLE WS-OWNER-TABLE WS-DESK-ROW
            PERFORM OPEN-FILES
            PERFORM TALLY-ONE-CASE THRU TALLY-ONE-CASE-EXIT
               UNTIL END-OF-CASE-FILE
            PERFORM WRITE-TYPE-SECTION
            PERFORM WRITE-OWNER-SECTION
            PERFORM CLOSE-FILES
            IF WS-TABLE-OVERFLOWED
               MOVE "FLAG" TO WS-RC-CODE
            END-IF
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-READ-COUNT TO WS-RC-READ
            MOVE WS-LINE-COUNT TO WS-RC-WRITTEN
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT CASE-FILE
            IF CASE-STATUS NOT = '00' AND CASE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN CASE FILE, STATUS ' CASE-STATUS
               STOP RUN
            END-IF
            MOVE 'N' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
                 WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
                 WS-LINE-COUNT, REPORTOUT
            OPEN OUTPUT REPORT-FILE
            IF REPORT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN REPORT FILE, STATUS ' REPORT-STATUS
               STOP RUN
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "OPEN CUSTOMER SERVICE CASES BY AGE AS OF "
                   WS-TODAY-8
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               MOVE WS-OVERRIDE-MARK TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF.

        CLOSE-FILES.
            CLOSE CASE-FILE
            CLOSE REPORT-FILE
            MOVE 'R' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
                 WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
                 WS-LINE-COUNT, REPORTOUT.

        PUT-REPORT-LINE.
            WRITE REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            DISPLAY REPORT-LINE (1:110).

        TALLY-ONE-CASE.
            READ CASE-FILE NEXT
              AT END
                 SET END-OF-CASE-FILE TO TRUE
                 GO TO TALLY-ONE-CASE-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            IF NOT CS-CASE-OPEN OR CS-OPENED-DATE NOT NUMERIC
               GO TO TALLY-ONE-CASE-EXIT
            END-IF
            MOVE CS-OPENED-DATE TO WS-OPENED-8
            COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-OPENED-8)
            MOVE 1 TO WS-BAND-I
            PERFORM FIND-BAND
               UNTIL WS-BAND-I = 5
                  OR WS-DAYS-OPEN <= WS-BAND-TOP (WS-BAND-I)
            MOVE 'N' TO WS-BREACHED-SWITCH
            IF CS-SLA-DUE-DATE IS NUMERIC
               AND CS-SLA-DUE-DATE < WS-TODAY-8
               SET CASE-IS-BREACHED TO TRUE
            END-IF
            ADD 1 TO WS-DK-BAND (WS-BAND-I) WS-DK-TOTAL
            IF CASE-IS-BREACHED
               ADD 1 TO WS-DK-BREACHED
            END-IF
            MOVE 1 TO WS-TYPE-I
            PERFORM FIND-TYPE
               UNTIL WS-TYPE-I > 4
                  OR WS-TYPE-CODE (WS-TYPE-I) = CS-CASE-TYPE
            IF WS-TYPE-I <= 4
               ADD 1 TO WS-TY-BAND (WS-TYPE-I, WS-BAND-I)
                        WS-TY-TOTAL (WS-TYPE-I)
               IF CASE-IS-BREACHED
                  ADD 1 TO WS-TY-BREACHED (WS-TYPE-I)
               END-IF
            END-IF
            MOVE 1 TO WS-OWNER-I
            PERFORM FIND-OWNER
               UNTIL WS-OWNER-I > WS-OWNER-COUNT
                  OR WS-OW-CLERK (WS-OWNER-I) = CS-OWNER-CLERK
            IF WS-OWNER-I > WS-OWNER-COUNT
               IF WS-OWNER-COUNT = 100
                  SET WS-TABLE-OVERFLOWED TO TRUE
                  GO TO TALLY-ONE-CASE-EXIT
               END-IF
               ADD 1 TO WS-OWNER-COUNT
               MOVE CS-OWNER-CLERK TO WS-OW-CLERK (WS-OWNER-I)
            END-IF
            ADD 1 TO WS-OW-BAND (WS-OWNER-I, WS-BAND-I)
                     WS-OW-TOTAL (WS-OWNER-I)
            IF CASE-IS-BREACHED
               ADD 1 TO WS-OW-BREACHED (WS-OWNER-I)
            END-IF.
        TALLY-ONE-CASE-EXIT.
            EXIT.

        FIND-BAND.
            ADD 1 TO WS-BAND-I.

        FIND-TYPE.
            ADD 1 TO WS-TYPE-I.

        FIND-OWNER.
            ADD 1 TO WS-OWNER-I.

        WRITE-COLUMN-HEADINGS.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES         TO REPORT-LINE
            MOVE WS-PRINT-LABEL TO REPORT-LINE (1:)
            MOVE "0-2"          TO REPORT-LINE (40:)
            MOVE "3-7"          TO REPORT-LINE (46:)
            MOVE "8-14"         TO REPORT-LINE (51:)
            MOVE "15-30"        TO REPORT-LINE (56:)
            MOVE "OVER 30"      TO REPORT-LINE (60:)
            MOVE "TOTAL"        TO REPORT-LINE (73:)
            MOVE "PAST SLA"     TO REPORT-LINE (79:)
            PERFORM PUT-REPORT-LINE.

        WRITE-TYPE-SECTION.
            MOVE "BY CASE TYPE" TO WS-PRINT-LABEL
            PERFORM WRITE-COLUMN-HEADINGS
            MOVE 1 TO WS-TYPE-I
            PERFORM WRITE-TYPE-ROW UNTIL WS-TYPE-I > 4
            MOVE "ALL CASES" TO WS-PRINT-LABEL
            MOVE WS-DESK-ROW TO WS-PRINT-ROW
            PERFORM WRITE-COUNT-ROW.

        WRITE-TYPE-ROW.
            MOVE WS-TYPE-NAME (WS-TYPE-I) TO WS-PRINT-LABEL
            MOVE WS-TY-BAND (WS-TYPE-I, 1) TO WS-PR-BAND (1)
            MOVE WS-TY-BAND (WS-TYPE-I, 2) TO WS-PR-BAND (2)
            MOVE WS-TY-BAND (WS-TYPE-I, 3) TO WS-PR-BAND (3)
            MOVE WS-TY-BAND (WS-TYPE-I, 4) TO WS-PR-BAND (4)
            MOVE WS-TY-BAND (WS-TYPE-I, 5) TO WS-PR-BAND (5)
            MOVE WS-TY-TOTAL (WS-TYPE-I)    TO WS-PR-TOTAL
            MOVE WS-TY-BREACHED (WS-TYPE-I) TO WS-PR-BREACHED
            PERFORM WRITE-COUNT-ROW
            ADD 1 TO WS-TYPE-I.

        WRITE-OWNER-SECTION.
            MOVE "BY OWNING CLERK" TO WS-PRINT-LABEL
            PERFORM WRITE-COLUMN-HEADINGS
            MOVE 1 TO WS-OWNER-I
            PERFORM WRITE-OWNER-ROW UNTIL WS-OWNER-I > WS-OWNER-COUNT
            MOVE "ALL OWNERS" TO WS-PRINT-LABEL
            MOVE WS-DESK-ROW TO WS-PRINT-ROW
            PERFORM WRITE-COUNT-ROW
            IF WS-TABLE-OVERFLOWED
               MOVE SPACES TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE "WARNING: OWNER TABLE FULL AT 100 -- LATER OWNERS "
                  & "COUNTED IN THE TOTAL ONLY" TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF.

      *> THE CLERK ID WITH THE NAME FROM THE CLERK MASTER.
        WRITE-OWNER-ROW.
            CALL "ADDRESS-CLERK-CHECK" USING WS-OW-CLERK (WS-OWNER-I),
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CLERK-RESULT
            MOVE SPACES TO WS-PRINT-LABEL
            STRING WS-OW-CLERK (WS-OWNER-I) " " WS-CLERK-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
            END-STRING
            MOVE WS-OW-BAND (WS-OWNER-I, 1) TO WS-PR-BAND (1)
            MOVE WS-OW-BAND (WS-OWNER-I, 2) TO WS-PR-BAND (2)
            MOVE WS-OW-BAND (WS-OWNER-I, 3) TO WS-PR-BAND (3)
            MOVE WS-OW-BAND (WS-OWNER-I, 4) TO WS-PR-BAND (4)
            MOVE WS-OW-BAND (WS-OWNER-I, 5) TO WS-PR-BAND (5)
            MOVE WS-OW-TOTAL (WS-OWNER-I)    TO WS-PR-TOTAL
            MOVE WS-OW-BREACHED (WS-OWNER-I) TO WS-PR-BREACHED
            PERFORM WRITE-COUNT-ROW
            ADD 1 TO WS-OWNER-I.

        WRITE-COUNT-ROW.
            MOVE SPACES         TO REPORT-LINE
            MOVE WS-PRINT-LABEL TO REPORT-LINE (1:)
            MOVE 38 TO WS-COLUMN
            MOVE 1 TO WS-BAND-I
            PERFORM WRITE-BAND-COUNT UNTIL WS-BAND-I > 5
            MOVE WS-PR-TOTAL TO WS-COUNT-EDITED
            MOVE WS-COUNT-EDITED TO REPORT-LINE (73:)
            MOVE WS-PR-BREACHED TO WS-COUNT-EDITED
            MOVE WS-COUNT-EDITED TO REPORT-LINE (80:)
            PERFORM PUT-REPORT-LINE.

        WRITE-BAND-COUNT.
            MOVE WS-PR-BAND (WS-BAND-I) TO WS-COUNT-EDITED
            MOVE WS-COUNT-EDITED TO REPORT-LINE (WS-COLUMN:5)
            ADD 6 TO WS-COLUMN
            ADD 1 TO WS-BAND-I.

       END PROGRAM ADDRESS-CASE-AGING-REPORT.
