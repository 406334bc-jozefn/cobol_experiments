       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-QUALITY-SCORECARD.

      *> MONTHLY DATA-QUALITY SCORECARD OVER THE WHOLE ADDRESS BOOK.
      *> ADDRESS-ZIPDIR-AUDIT, ADDRESS-CODE-AUDIT AND ADDRESS-DUP-
      *> CHECK EACH LIST THEIR OWN EXCEPTIONS; THIS JOB GIVES THE
      *> OVERALL PICTURE.  EVERY CONTACT IS PUT THROUGH THE CHECKS IN
      *> WS-CHECK-TABLE -- (C) COMPLETENESS, THE FIELD IS FILLED IN,
      *> AND (V) VALIDITY, WHAT IS FILLED IN IS RIGHT -- AND A CHECK
      *> THAT DOES NOT APPLY TO A CONTACT (NO EMAIL TO EDIT, A FOREIGN
      *> ZIP) IS LEFT OUT OF THAT CHECK'S SCORE RATHER THAN PASSED.
      *>
      *>   PART ONE   SCORES BY COMPANY (BLANK COUNTS AS "01") AND BY
      *>              TERRITORY -- THE PERCENT PASSING EACH CHECK, THE
      *>              OVERALL SCORE OVER ALL CHECKS, AND THE PERCENT OF
      *>              CONTACTS THAT ARE CLEAN ON EVERY CHECK.
      *>   PART TWO   FAILING CONTACTS BY THE CLERK WHO LAST UPDATED
      *>              THEM (LAST-UPDATED-BY), WITH THE FAILURES PER
      *>              CHECK, SO THE CLEANUP CAN GO TO THE RIGHT DESK.
      *>   PART THREE THE MONTHLY TREND FOR THE BOOK AND EACH COMPANY
      *>              OVER THE LAST WS-TREND-MONTHS MONTHS, FROM THE
      *>              QUALITY HISTORY FILE THIS RUN ADDS TO.
      *>
      *> THE PERIOD IS THE PROCESSING DATE'S MONTH.  A SECOND RUN IN
      *> THE SAME MONTH REPLACES THAT MONTH'S HISTORY, SO THE JOB CAN
      *> BE RERUN AFTER A CLEANUP PUSH AND THE TREND SHOWS THE LATEST
      *> STATE.  A CODE TABLE, ZIP DIRECTORY OR PHONE FILE THAT IS NOT
      *> BUILT YET SIMPLY TAKES ITS CHECK OUT OF THE SCORE.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     ADDRESS-FILE
                   ASSIGN       TO  OUTFILE
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
                   FILE STATUS  IS  FILESTATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     PHONE-FILE
                   ASSIGN       TO  PHONEOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS PH-PHONE
                   ALTERNATE RECORD KEY IS PH-OWNPHONE WITH DUPLICATES
                   FILE STATUS  IS  PHONE-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     ZIP-DIR-FILE
                   ASSIGN       TO  ZIPDIROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS ZD-ZIP
                   FILE STATUS  IS  ZIPDIR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     QUALITY-FILE
                   ASSIGN       TO  QUALITYOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS QH-QUALITY-KEY
                   FILE STATUS  IS  QUALITY-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD PHONE-FILE.
        01 PHONE-RECORD.
        COPY "ADDRESS-PHONE-RECORD.CPY" REPLACING ==(TAG)== BY ==PH-==.

        FD ZIP-DIR-FILE.
        01 ZIP-DIR-RECORD.
        COPY "ADDRESS-ZIPDIR-RECORD.CPY"
             REPLACING ==(TAG)== BY ==ZD-==.

        FD QUALITY-FILE.
        01 QUALITY-RECORD.
        COPY "ADDRESS-QUALITY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==QH-==.

        FD REPORT-FILE.
        01 REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  PHONEOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-phones.idx".
        01  ZIPDIROUT                  PIC X(50)
            VALUE "/mnt/c/cobfiles\address-zipdir.idx".
        01  QUALITYOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-quality.idx".
        01  REPORTOUT                  PIC X(50).

        COPY "FILESTATUS.CPY".
        01  PHONE-STATUS               PIC X(02).
        01  ZIPDIR-STATUS              PIC X(02).
        01  QUALITY-STATUS             PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-ADDRESS-FILE    VALUE 'Y'.
        01  WS-PHONE-EOF-SWITCH        PIC X(01) VALUE 'N'.
            88  END-OF-OWN-PHONES      VALUE 'Y'.
        01  WS-HISTORY-EOF-SWITCH      PIC X(01) VALUE 'N'.
            88  END-OF-GROUP-HISTORY   VALUE 'Y'.

      *> WHICH OF THE LOOKUP FILES ARE THERE TO CHECK AGAINST.
        01  WS-PHONES-SWITCH           PIC X(01) VALUE 'N'.
            88  WS-PHONES-PRESENT      VALUE 'Y'.
        01  WS-ZIPDIR-SWITCH           PIC X(01) VALUE 'N'.
            88  WS-ZIPDIR-PRESENT      VALUE 'Y'.
        01  WS-CODES-SWITCH            PIC X(01) VALUE 'N'.
            88  WS-CODES-PRESENT       VALUE 'Y'.

      *> THE CHECKS, IN REPORT COLUMN ORDER: TWO HEADING LINES AND
      *> THE KIND, C FOR COMPLETENESS OR V FOR VALIDITY.  THE CHECK
      *> NUMBERS ARE ALSO THE SUBSCRIPTS OF THE TALLIES IN
      *> ADDRESS-QUALITY-RECORD.CPY, SO A NEW CHECK GOES ON THE END.
        01  WS-CHECK-VALUES.
            05  FILLER                 PIC X(13) VALUE "NAME        C".
            05  FILLER                 PIC X(13) VALUE "STREET      C".
            05  FILLER                 PIC X(13) VALUE "CITY/ STATE C".
            05  FILLER                 PIC X(13) VALUE "PHONE FORMATV".
            05  FILLER                 PIC X(13) VALUE "ZIP+4       C".
            05  FILLER                 PIC X(13) VALUE "ZIP   DIRECTV".
            05  FILLER                 PIC X(13) VALUE "EMAIL       C".
            05  FILLER                 PIC X(13) VALUE "EMAIL FORMATV".
            05  FILLER                 PIC X(13) VALUE "CATEG       C".
            05  FILLER                 PIC X(13) VALUE "CATEG CODE  V".
            05  FILLER                 PIC X(13) VALUE "TERR        C".
            05  FILLER                 PIC X(13) VALUE "PHONE TYPE  V".
            05  FILLER                 PIC X(13) VALUE "HHOLD LINK  V".
            05  FILLER                 PIC X(13) VALUE "DATE  ADDED V".
        01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
            05  WS-CHECK-ENTRY         OCCURS 14 TIMES.
                10  WS-CHECK-HEAD-1    PIC X(06).
                10  WS-CHECK-HEAD-2    PIC X(06).
                10  WS-CHECK-KIND      PIC X(01).

      *> ONE CONTACT'S RESULT PER CHECK: 'P' PASSED, 'F' FAILED,
      *> SPACE WHEN THE CHECK DOES NOT APPLY TO IT.
        01  WS-RESULT-TABLE.
            05  WS-RESULT              PIC X(01) OCCURS 14 TIMES.
        01  WS-FAILED-CHECKS           PIC 9(02).

      *> SCORES BY GROUP.  ENTRY 1 IS ALWAYS THE WHOLE BOOK; THE
      *> COMPANIES AND TERRITORIES ARE ADDED AS THEY TURN UP.
        01  WS-GROUP-COUNT             PIC 9(03) VALUE 0.
        01  WS-GROUP-TABLE.
            05  WS-GROUP-ENTRY         OCCURS 120 TIMES.
                10  WS-GR-TYPE         PIC X(01).
                10  WS-GR-CODE         PIC X(04).
                10  WS-GR-RECORDS      PIC 9(07).
                10  WS-GR-CLEAN        PIC 9(07).
                10  WS-GR-TALLIES.
                    15  WS-GR-TALLY    OCCURS 14 TIMES.
                        20  WS-GR-CHECKED  PIC 9(07).
                        20  WS-GR-PASSED   PIC 9(07).

      *> FAILING CONTACTS BY THE CLERK WHO LAST UPDATED THEM.
        01  WS-CLERK-COUNT             PIC 9(03) VALUE 0.
        01  WS-CLERK-TABLE.
            05  WS-CLERK-ENTRY         OCCURS 100 TIMES.
                10  WS-CL-ID           PIC X(10).
                10  WS-CL-RECORDS      PIC 9(07).
                10  WS-CL-FAILING      PIC 9(07).
                10  WS-CL-FAILS        PIC 9(07) OCCURS 14 TIMES.

      *> HOUSEHOLD IDS AND HOW MANY CONTACTS CARRY EACH ONE, BUILT
      *> ON A FIRST PASS.  AN ID NO OTHER CONTACT SHARES LINKS THE
      *> CONTACT TO NOBODY.
        01  WS-HH-COUNT                PIC 9(04) VALUE 0.
        01  WS-HH-TABLE.
            05  WS-HH-ENTRY            OCCURS 1000 TIMES.
                10  WS-HH-ID           PIC X(12).
                10  WS-HH-MEMBERS      PIC 9(05).

        01  WS-GROUP-I                 PIC 9(03).
        01  WS-CLERK-I                 PIC 9(03).
        01  WS-HH-I                    PIC 9(04).
        01  WS-CHECK-I                 PIC 9(02).
        01  WS-COL                     PIC 9(03).
        01  WS-FIND-TYPE               PIC X(01).
        01  WS-FIND-CODE               PIC X(04).
        01  WS-COMPANY                 PIC X(02).
        01  WS-CLERK-ID                PIC X(10).

      *> FIELDS FOR THE INDIVIDUAL CHECKS.
        01  WS-DOMESTIC-SWITCH         PIC X(01).
            88  WS-DOMESTIC            VALUE 'Y'.
        01  WS-PHONE-ERROR-SWITCH      PIC X(01).
            88  WS-PHONE-BAD           VALUE 'Y'.
        01  WS-PHONE-HYPHENS           PIC 9(02).
        01  WS-PHONE1                  PIC X(03).
        01  WS-PHONE2                  PIC X(03).
        01  WS-PHONE3                  PIC X(04).
        01  WS-INTL-INDEX              PIC 9(02).
        01  WS-INTL-DIGIT-COUNT        PIC 9(02).
        01  WS-INTL-CHAR               PIC X(01).
        01  WS-EMAIL-AT-COUNT          PIC 9(02).
        01  WS-EMAIL-AT-POS            PIC 9(02).
        01  WS-EMAIL-DOT-COUNT         PIC 9(02).
        01  WS-EMAIL-DOMAIN            PIC X(50).
        01  WS-PHONE-TYPES-SEEN        PIC 9(03).
        01  WS-PHONE-TYPES-BAD         PIC 9(03).
        01  WS-CODE-TABLE-ID           PIC X(02).
        01  WS-CODE-LOOKUP             PIC X(10).
        01  WS-CODE-DESCRIPTION        PIC X(30).
        01  WS-CODE-RESULT             PIC X(01).

        01  WS-TODAY-8                 PIC 9(08).
        01  WS-TODAY-PARTS REDEFINES WS-TODAY-8.
            05  WS-TODAY-PERIOD        PIC 9(06).
            05  FILLER                 PIC 9(02).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.

      *> THE TREND PAGE COVERS THIS MANY MONTHS UP TO THE CURRENT ONE.
        01  WS-TREND-MONTHS            PIC 9(02) VALUE 12.
        01  WS-MONTH-NUMBER            PIC 9(06).
        01  WS-TREND-START             PIC 9(06).
        01  WS-TREND-START-PARTS REDEFINES WS-TREND-START.
            05  WS-TREND-START-YEAR    PIC 9(04).
            05  WS-TREND-START-MONTH   PIC 9(02).
        01  WS-TREND-TYPE              PIC X(01).
        01  WS-TREND-CODE              PIC X(04).
        01  WS-TREND-LINES             PIC 9(03).

      *> ONE SCORE LINE -- A GROUP'S, OR A MONTH OF HISTORY.
        01  WS-LINE-LABEL              PIC X(12).
        01  WS-LINE-RECORDS            PIC 9(07).
        01  WS-LINE-CLEAN              PIC 9(07).
        01  WS-LINE-TALLIES.
            05  WS-LINE-TALLY          OCCURS 14 TIMES.
                10  WS-LINE-CHECKED    PIC 9(07).
                10  WS-LINE-PASSED     PIC 9(07).
        01  WS-SUM-CHECKED             PIC 9(09).
        01  WS-SUM-PASSED              PIC 9(09).
        01  WS-SCORE                   PIC 9(03)V9(01).

        01  WS-COUNT-EDITED            PIC ZZZZZZ9.
        01  WS-SCORE-EDITED            PIC ZZZ9.9.
        01  WS-FAIL-EDITED             PIC ZZZZZ9.

        01  WS-READ-COUNT              PIC 9(07) VALUE 0.
        01  WS-LINE-COUNT              PIC 9(07) VALUE 0.
        01  WS-TABLE-FULL-SWITCH       PIC X(01) VALUE 'N'.
            88  WS-TABLE-OVERFLOWED    VALUE 'Y'.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-QUALITY-CARD".
        01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
        01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
        01  WS-RC-CODE                 PIC X(04) VALUE "0000".

      *> REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER).
        01  WS-SPOOL-FUNCTION          PIC X(01).
        01  WS-SPOOL-REPORT            PIC X(20)
            VALUE "quality-scorecard".
        01  WS-SPOOL-JOB               PIC X(20)
            VALUE "ADDRESS-QUALITY-CARD".
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
            PERFORM OPEN-FILES
            PERFORM COUNT-ONE-HOUSEHOLD THRU COUNT-ONE-HOUSEHOLD-EXIT
               UNTIL END-OF-ADDRESS-FILE
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO FD-PHONE
            START ADDRESS-FILE KEY >= FD-PHONE
              INVALID KEY
                 SET END-OF-ADDRESS-FILE TO TRUE
            END-START
            MOVE 1   TO WS-GROUP-COUNT
            INITIALIZE WS-GROUP-ENTRY (1)
            MOVE 'A' TO WS-GR-TYPE (1)
            PERFORM SCORE-ONE-CONTACT THRU SCORE-ONE-CONTACT-EXIT
               UNTIL END-OF-ADDRESS-FILE
            PERFORM SAVE-HISTORY
            PERFORM WRITE-SCORE-SECTIONS
            PERFORM WRITE-CLERK-SECTION
            PERFORM WRITE-TREND-SECTION
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
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00' AND FILESTATUS NOT = '05'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS ' FILESTATUS
               STOP RUN
            END-IF
            OPEN I-O QUALITY-FILE
            IF QUALITY-STATUS NOT = '00' AND QUALITY-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN QUALITY HISTORY FILE, STATUS '
                       QUALITY-STATUS
               STOP RUN
            END-IF
            OPEN INPUT PHONE-FILE
            IF PHONE-STATUS = '00'
               SET WS-PHONES-PRESENT TO TRUE
            END-IF
            OPEN INPUT ZIP-DIR-FILE
            IF ZIPDIR-STATUS = '00'
               SET WS-ZIPDIR-PRESENT TO TRUE
            END-IF
            MOVE "CT"   TO WS-CODE-TABLE-ID
            MOVE SPACES TO WS-CODE-LOOKUP
            CALL "ADDRESS-CODE-CHECK" USING WS-CODE-TABLE-ID,
                 WS-CODE-LOOKUP, WS-CODE-DESCRIPTION, WS-CODE-RESULT
            IF WS-CODE-RESULT NOT = 'M'
               SET WS-CODES-PRESENT TO TRUE
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
            STRING "ADDRESS BOOK DATA-QUALITY SCORECARD FOR "
                   WS-TODAY-PERIOD " AS OF " WS-TODAY-8
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               MOVE WS-OVERRIDE-MARK TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            IF NOT WS-CODES-PRESENT
               MOVE "CODE TABLES NOT BUILT -- CATEGORY AND PHONE TYPE "
                 & "CODES NOT SCORED" TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            IF NOT WS-ZIPDIR-PRESENT
               MOVE "ZIP DIRECTORY NOT BUILT -- ZIP DIRECTORY CHECK "
                 & "NOT SCORED" TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            IF NOT WS-PHONES-PRESENT
               MOVE "NO ADDITIONAL PHONE FILE -- PHONE TYPES NOT SCORED"
                 TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            MOVE LOW-VALUES TO FD-PHONE
            START ADDRESS-FILE KEY >= FD-PHONE
              INVALID KEY
                 SET END-OF-ADDRESS-FILE TO TRUE
            END-START.

        CLOSE-FILES.
            CLOSE ADDRESS-FILE PHONE-FILE ZIP-DIR-FILE QUALITY-FILE
            CLOSE REPORT-FILE
            MOVE 'R' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
                 WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
                 WS-LINE-COUNT, REPORTOUT.

        PUT-REPORT-LINE.
            WRITE REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            DISPLAY REPORT-LINE (1:110).

      *> FIRST PASS -- HOW MANY CONTACTS CARRY EACH HOUSEHOLD ID.
        COUNT-ONE-HOUSEHOLD.
            READ ADDRESS-FILE NEXT
              AT END
                 SET END-OF-ADDRESS-FILE TO TRUE
                 GO TO COUNT-ONE-HOUSEHOLD-EXIT
            END-READ
            IF FD-HOUSEHOLD-ID = SPACES
               GO TO COUNT-ONE-HOUSEHOLD-EXIT
            END-IF
            MOVE 1 TO WS-HH-I
            PERFORM FIND-HOUSEHOLD
               UNTIL WS-HH-I > WS-HH-COUNT
                  OR WS-HH-ID (WS-HH-I) = FD-HOUSEHOLD-ID
            IF WS-HH-I > WS-HH-COUNT
               IF WS-HH-COUNT = 1000
                  SET WS-TABLE-OVERFLOWED TO TRUE
                  DISPLAY "MORE THAN 1000 HOUSEHOLDS -- "
                          FD-HOUSEHOLD-ID " LINK NOT SCORED"
                  GO TO COUNT-ONE-HOUSEHOLD-EXIT
               END-IF
               ADD 1 TO WS-HH-COUNT
               MOVE WS-HH-COUNT     TO WS-HH-I
               MOVE FD-HOUSEHOLD-ID TO WS-HH-ID (WS-HH-I)
               MOVE ZERO            TO WS-HH-MEMBERS (WS-HH-I)
            END-IF
            ADD 1 TO WS-HH-MEMBERS (WS-HH-I).
        COUNT-ONE-HOUSEHOLD-EXIT.
            EXIT.

        FIND-HOUSEHOLD.
            ADD 1 TO WS-HH-I.

      *> SECOND PASS -- RUN THE CHECKS ON ONE CONTACT AND POST THE
      *> RESULTS TO THE BOOK, ITS COMPANY, ITS TERRITORY AND THE
      *> CLERK WHO LAST UPDATED IT.
        SCORE-ONE-CONTACT.
            READ ADDRESS-FILE NEXT
              AT END
                 SET END-OF-ADDRESS-FILE TO TRUE
                 GO TO SCORE-ONE-CONTACT-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            MOVE SPACES TO WS-RESULT-TABLE
            MOVE 'N' TO WS-DOMESTIC-SWITCH
            IF FD-COUNTRY = SPACES OR FD-COUNTRY = "US"
               SET WS-DOMESTIC TO TRUE
            END-IF
            PERFORM CHECK-NAME-AND-ADDRESS
            PERFORM CHECK-PHONE-FORMAT THRU CHECK-PHONE-FORMAT-EXIT
            PERFORM CHECK-ZIP THRU CHECK-ZIP-EXIT
            PERFORM CHECK-EMAIL THRU CHECK-EMAIL-EXIT
            PERFORM CHECK-CATEGORY THRU CHECK-CATEGORY-EXIT
            PERFORM CHECK-PHONE-TYPES THRU CHECK-PHONE-TYPES-EXIT
            PERFORM CHECK-HOUSEHOLD THRU CHECK-HOUSEHOLD-EXIT
            PERFORM CHECK-DATE-ADDED
            MOVE ZERO TO WS-FAILED-CHECKS
            INSPECT WS-RESULT-TABLE TALLYING WS-FAILED-CHECKS
               FOR ALL 'F'
            MOVE 1 TO WS-GROUP-I
            PERFORM POST-TO-GROUP
            MOVE FD-COMPANY-CODE TO WS-COMPANY
            IF WS-COMPANY = SPACES
               MOVE "01" TO WS-COMPANY
            END-IF
            MOVE 'C'        TO WS-FIND-TYPE
            MOVE WS-COMPANY TO WS-FIND-CODE
            PERFORM FIND-OR-ADD-GROUP THRU FIND-OR-ADD-GROUP-EXIT
            IF WS-GROUP-I > 0
               PERFORM POST-TO-GROUP
            END-IF
            MOVE 'T'          TO WS-FIND-TYPE
            MOVE FD-TERRITORY TO WS-FIND-CODE
            PERFORM FIND-OR-ADD-GROUP THRU FIND-OR-ADD-GROUP-EXIT
            IF WS-GROUP-I > 0
               PERFORM POST-TO-GROUP
            END-IF
            PERFORM POST-TO-CLERK THRU POST-TO-CLERK-EXIT.
        SCORE-ONE-CONTACT-EXIT.
            EXIT.

      *> (C) NAME, STREET AND CITY/STATE -- A FOREIGN CONTACT NEEDS
      *> NO STATE.
        CHECK-NAME-AND-ADDRESS.
            MOVE 'P' TO WS-RESULT (1) WS-RESULT (2) WS-RESULT (3)
            IF FD-LAST-NAME = SPACES OR FD-FIRST-NAME = SPACES
               MOVE 'F' TO WS-RESULT (1)
            END-IF
            IF FD-STREET-NAME = SPACES
               MOVE 'F' TO WS-RESULT (2)
            END-IF
            IF FD-CITY = SPACES
               OR (WS-DOMESTIC AND FD-STATE = SPACES)
               MOVE 'F' TO WS-RESULT (3)
            END-IF.

      *> (V) THE PRIMARY PHONE HAS THE SHAPE THE ENTRY SCREEN EDITS
      *> FOR -- ###-###-####, OR '+' AND AT LEAST FOUR DIGITS IN
      *> HYPHEN-SEPARATED GROUPS FOR AN INTERNATIONAL NUMBER.
        CHECK-PHONE-FORMAT.
            MOVE 'N' TO WS-PHONE-ERROR-SWITCH
            IF FD-PHONE (1:1) = '+'
               MOVE 2 TO WS-INTL-INDEX
               MOVE 0 TO WS-INTL-DIGIT-COUNT
               PERFORM CHECK-INTL-PHONE-CHAR
                  UNTIL WS-INTL-INDEX > 12
               IF WS-INTL-DIGIT-COUNT < 4
                  SET WS-PHONE-BAD TO TRUE
               END-IF
            ELSE
               MOVE 0 TO WS-PHONE-HYPHENS
               INSPECT FD-PHONE TALLYING WS-PHONE-HYPHENS FOR ALL '-'
               IF WS-PHONE-HYPHENS NOT = 2
                  SET WS-PHONE-BAD TO TRUE
               ELSE
                  UNSTRING FD-PHONE DELIMITED BY '-'
                      INTO WS-PHONE1 WS-PHONE2 WS-PHONE3
                  IF WS-PHONE1 NOT NUMERIC OR WS-PHONE2 NOT NUMERIC
                     OR WS-PHONE3 NOT NUMERIC
                     SET WS-PHONE-BAD TO TRUE
                  END-IF
               END-IF
            END-IF
            MOVE 'P' TO WS-RESULT (4)
            IF WS-PHONE-BAD
               MOVE 'F' TO WS-RESULT (4)
            END-IF.
        CHECK-PHONE-FORMAT-EXIT.
            EXIT.

        CHECK-INTL-PHONE-CHAR.
            MOVE FD-PHONE (WS-INTL-INDEX:1) TO WS-INTL-CHAR
            IF WS-INTL-CHAR IS NUMERIC
               ADD 1 TO WS-INTL-DIGIT-COUNT
            ELSE
               IF WS-INTL-CHAR NOT = '-' AND WS-INTL-CHAR NOT = SPACE
                  SET WS-PHONE-BAD TO TRUE
               END-IF
            END-IF
            ADD 1 TO WS-INTL-INDEX.

      *> (C) ZIP+4 AND (V) THE ZIP DIRECTORY -- DOMESTIC ONLY, THE
      *> SAME SCOPE AS ADDRESS-ZIPDIR-AUDIT.  THE DIRECTORY CHECK
      *> PASSES WHEN THE ZIP IS ON FILE AND THE STATE AND CITY AGREE
      *> WITH IT.
        CHECK-ZIP.
            IF NOT WS-DOMESTIC
               GO TO CHECK-ZIP-EXIT
            END-IF
            MOVE 'F' TO WS-RESULT (5)
            IF FD-ZIP (1:5) IS NUMERIC AND FD-ZIP (6:1) = '-'
               AND FD-ZIP (7:4) IS NUMERIC
               MOVE 'P' TO WS-RESULT (5)
            END-IF
            IF FD-ZIP = SPACES OR NOT WS-ZIPDIR-PRESENT
               GO TO CHECK-ZIP-EXIT
            END-IF
            MOVE 'F' TO WS-RESULT (6)
            IF FD-ZIP (1:5) IS NOT NUMERIC
               GO TO CHECK-ZIP-EXIT
            END-IF
            MOVE FD-ZIP (1:5) TO ZD-ZIP
            READ ZIP-DIR-FILE
              INVALID KEY
                 GO TO CHECK-ZIP-EXIT
            END-READ
            IF FD-STATE = ZD-STATE
               AND FUNCTION UPPER-CASE(FD-CITY) = ZD-CITY
               MOVE 'P' TO WS-RESULT (6)
            END-IF.
        CHECK-ZIP-EXIT.
            EXIT.

      *> (C) EMAIL, AND (V) A PRESENT EMAIL IS WELL FORMED -- ONE "@"
      *> WITH A NAME BEFORE IT AND A DOTTED DOMAIN AFTER, THE ENTRY
      *> SCREEN'S EDIT -- AND HAS NOT COME BACK UNDELIVERABLE.
        CHECK-EMAIL.
            IF FD-EMAIL = SPACES
               MOVE 'F' TO WS-RESULT (7)
               GO TO CHECK-EMAIL-EXIT
            END-IF
            MOVE 'P' TO WS-RESULT (7)
            MOVE 'F' TO WS-RESULT (8)
            IF FD-EMAIL-UNDELIV-YES
               GO TO CHECK-EMAIL-EXIT
            END-IF
            MOVE 0 TO WS-EMAIL-AT-COUNT
            MOVE 0 TO WS-EMAIL-AT-POS
            INSPECT FD-EMAIL TALLYING WS-EMAIL-AT-COUNT FOR ALL '@'
            IF WS-EMAIL-AT-COUNT NOT = 1
               GO TO CHECK-EMAIL-EXIT
            END-IF
            INSPECT FD-EMAIL TALLYING WS-EMAIL-AT-POS
               FOR CHARACTERS BEFORE INITIAL '@'
            ADD 1 TO WS-EMAIL-AT-POS
            IF WS-EMAIL-AT-POS = 1 OR WS-EMAIL-AT-POS = 50
               GO TO CHECK-EMAIL-EXIT
            END-IF
            MOVE SPACES TO WS-EMAIL-DOMAIN
            MOVE FD-EMAIL (WS-EMAIL-AT-POS + 1:) TO WS-EMAIL-DOMAIN
            MOVE 0 TO WS-EMAIL-DOT-COUNT
            INSPECT WS-EMAIL-DOMAIN TALLYING WS-EMAIL-DOT-COUNT
               FOR ALL '.'
            IF WS-EMAIL-DOMAIN NOT = SPACES AND WS-EMAIL-DOT-COUNT > 0
               MOVE 'P' TO WS-RESULT (8)
            END-IF.
        CHECK-EMAIL-EXIT.
            EXIT.

      *> (C) CATEGORY AND TERRITORY, AND (V) A PRESENT CATEGORY IS ON
      *> THE CATEGORY CODE TABLE.  A RETIRED CODE STILL COUNTS AS
      *> VALID, AS IN ADDRESS-CODE-AUDIT.
        CHECK-CATEGORY.
            MOVE 'P' TO WS-RESULT (11)
            IF FD-TERRITORY = SPACES
               MOVE 'F' TO WS-RESULT (11)
            END-IF
            IF FD-CATEGORY = SPACES
               MOVE 'F' TO WS-RESULT (9)
               GO TO CHECK-CATEGORY-EXIT
            END-IF
            MOVE 'P' TO WS-RESULT (9)
            IF NOT WS-CODES-PRESENT
               GO TO CHECK-CATEGORY-EXIT
            END-IF
            MOVE "CT"        TO WS-CODE-TABLE-ID
            MOVE FD-CATEGORY TO WS-CODE-LOOKUP
            CALL "ADDRESS-CODE-CHECK" USING WS-CODE-TABLE-ID,
                 WS-CODE-LOOKUP, WS-CODE-DESCRIPTION, WS-CODE-RESULT
            MOVE 'P' TO WS-RESULT (10)
            IF WS-CODE-RESULT = 'N'
               MOVE 'F' TO WS-RESULT (10)
            END-IF.
        CHECK-CATEGORY-EXIT.
            EXIT.

      *> (V) EVERY ADDITIONAL PHONE THE CONTACT HAS CARRIES A TYPE
      *> THAT IS ON THE PHONE TYPE CODE TABLE.  A CONTACT WITH NO
      *> ADDITIONAL PHONES IS NOT SCORED.
        CHECK-PHONE-TYPES.
            IF NOT WS-PHONES-PRESENT OR NOT WS-CODES-PRESENT
               GO TO CHECK-PHONE-TYPES-EXIT
            END-IF
            MOVE ZERO TO WS-PHONE-TYPES-SEEN WS-PHONE-TYPES-BAD
            MOVE 'N' TO WS-PHONE-EOF-SWITCH
            MOVE FD-PHONE TO PH-OWNPHONE
            START PHONE-FILE KEY >= PH-OWNPHONE
              INVALID KEY
                 SET END-OF-OWN-PHONES TO TRUE
            END-START
            PERFORM CHECK-ONE-PHONE-TYPE THRU CHECK-ONE-PHONE-TYPE-EXIT
               UNTIL END-OF-OWN-PHONES
            IF WS-PHONE-TYPES-SEEN = 0
               GO TO CHECK-PHONE-TYPES-EXIT
            END-IF
            MOVE 'P' TO WS-RESULT (12)
            IF WS-PHONE-TYPES-BAD > 0
               MOVE 'F' TO WS-RESULT (12)
            END-IF.
        CHECK-PHONE-TYPES-EXIT.
            EXIT.

        CHECK-ONE-PHONE-TYPE.
            READ PHONE-FILE NEXT
              AT END
                 SET END-OF-OWN-PHONES TO TRUE
                 GO TO CHECK-ONE-PHONE-TYPE-EXIT
            END-READ
            IF PH-OWNPHONE NOT = FD-PHONE
               SET END-OF-OWN-PHONES TO TRUE
               GO TO CHECK-ONE-PHONE-TYPE-EXIT
            END-IF
            ADD 1 TO WS-PHONE-TYPES-SEEN
            MOVE "PT"          TO WS-CODE-TABLE-ID
            MOVE PH-PHONE-TYPE TO WS-CODE-LOOKUP
            CALL "ADDRESS-CODE-CHECK" USING WS-CODE-TABLE-ID,
                 WS-CODE-LOOKUP, WS-CODE-DESCRIPTION, WS-CODE-RESULT
            IF PH-PHONE-TYPE = SPACES OR WS-CODE-RESULT = 'N'
               ADD 1 TO WS-PHONE-TYPES-BAD
            END-IF.
        CHECK-ONE-PHONE-TYPE-EXIT.
            EXIT.

      *> (V) A PRESENT HOUSEHOLD ID IS SHARED WITH AT LEAST ONE OTHER
      *> CONTACT -- ONE THAT NOBODY ELSE CARRIES POINTS NOWHERE.
        CHECK-HOUSEHOLD.
            IF FD-HOUSEHOLD-ID = SPACES
               GO TO CHECK-HOUSEHOLD-EXIT
            END-IF
            MOVE 1 TO WS-HH-I
            PERFORM FIND-HOUSEHOLD
               UNTIL WS-HH-I > WS-HH-COUNT
                  OR WS-HH-ID (WS-HH-I) = FD-HOUSEHOLD-ID
            IF WS-HH-I > WS-HH-COUNT
               GO TO CHECK-HOUSEHOLD-EXIT
            END-IF
            MOVE 'P' TO WS-RESULT (13)
            IF WS-HH-MEMBERS (WS-HH-I) < 2
               MOVE 'F' TO WS-RESULT (13)
            END-IF.
        CHECK-HOUSEHOLD-EXIT.
            EXIT.

      *> (V) DATE-ADDED IS A REAL YYYYMMDD DATE.
        CHECK-DATE-ADDED.
            MOVE 'F' TO WS-RESULT (14)
            IF FD-DATE-ADDED IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                     (FUNCTION NUMVAL(FD-DATE-ADDED)) = 0
                  MOVE 'P' TO WS-RESULT (14)
               END-IF
            END-IF.

      *> LOOKS UP WS-FIND-TYPE/WS-FIND-CODE IN THE GROUP TABLE,
      *> ADDING IT IF NEW.  WS-GROUP-I COMES BACK ZERO WHEN THE TABLE
      *> IS FULL.
        FIND-OR-ADD-GROUP.
            MOVE 1 TO WS-GROUP-I
            PERFORM FIND-GROUP
               UNTIL WS-GROUP-I > WS-GROUP-COUNT
                  OR (WS-GR-TYPE (WS-GROUP-I) = WS-FIND-TYPE
                      AND WS-GR-CODE (WS-GROUP-I) = WS-FIND-CODE)
            IF WS-GROUP-I > WS-GROUP-COUNT
               IF WS-GROUP-COUNT = 120
                  SET WS-TABLE-OVERFLOWED TO TRUE
                  DISPLAY "MORE THAN 120 COMPANIES/TERRITORIES -- "
                          WS-FIND-CODE " NOT REPORTED"
                  MOVE ZERO TO WS-GROUP-I
                  GO TO FIND-OR-ADD-GROUP-EXIT
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GROUP-I
               INITIALIZE WS-GROUP-ENTRY (WS-GROUP-I)
               MOVE WS-FIND-TYPE TO WS-GR-TYPE (WS-GROUP-I)
               MOVE WS-FIND-CODE TO WS-GR-CODE (WS-GROUP-I)
            END-IF.
        FIND-OR-ADD-GROUP-EXIT.
            EXIT.

        FIND-GROUP.
            ADD 1 TO WS-GROUP-I.

        POST-TO-GROUP.
            ADD 1 TO WS-GR-RECORDS (WS-GROUP-I)
            IF WS-FAILED-CHECKS = 0
               ADD 1 TO WS-GR-CLEAN (WS-GROUP-I)
            END-IF
            MOVE 1 TO WS-CHECK-I
            PERFORM POST-ONE-CHECK
               UNTIL WS-CHECK-I > 14.

        POST-ONE-CHECK.
            IF WS-RESULT (WS-CHECK-I) NOT = SPACE
               ADD 1 TO WS-GR-CHECKED (WS-GROUP-I, WS-CHECK-I)
            END-IF
            IF WS-RESULT (WS-CHECK-I) = 'P'
               ADD 1 TO WS-GR-PASSED (WS-GROUP-I, WS-CHECK-I)
            END-IF
            ADD 1 TO WS-CHECK-I.

        POST-TO-CLERK.
            MOVE FD-LAST-UPDATED-BY TO WS-CLERK-ID
            MOVE 1 TO WS-CLERK-I
            PERFORM FIND-CLERK
               UNTIL WS-CLERK-I > WS-CLERK-COUNT
                  OR WS-CL-ID (WS-CLERK-I) = WS-CLERK-ID
            IF WS-CLERK-I > WS-CLERK-COUNT
               IF WS-CLERK-COUNT = 100
                  SET WS-TABLE-OVERFLOWED TO TRUE
                  DISPLAY "MORE THAN 100 CLERKS -- " WS-CLERK-ID
                          " NOT REPORTED"
                  GO TO POST-TO-CLERK-EXIT
               END-IF
               ADD 1 TO WS-CLERK-COUNT
               MOVE WS-CLERK-COUNT TO WS-CLERK-I
               INITIALIZE WS-CLERK-ENTRY (WS-CLERK-I)
               MOVE WS-CLERK-ID TO WS-CL-ID (WS-CLERK-I)
            END-IF
            ADD 1 TO WS-CL-RECORDS (WS-CLERK-I)
            IF WS-FAILED-CHECKS = 0
               GO TO POST-TO-CLERK-EXIT
            END-IF
            ADD 1 TO WS-CL-FAILING (WS-CLERK-I)
            MOVE 1 TO WS-CHECK-I
            PERFORM POST-ONE-CLERK-FAIL
               UNTIL WS-CHECK-I > 14.
        POST-TO-CLERK-EXIT.
            EXIT.

        FIND-CLERK.
            ADD 1 TO WS-CLERK-I.

        POST-ONE-CLERK-FAIL.
            IF WS-RESULT (WS-CHECK-I) = 'F'
               ADD 1 TO WS-CL-FAILS (WS-CLERK-I, WS-CHECK-I)
            END-IF
            ADD 1 TO WS-CHECK-I.

      *> THIS MONTH'S SCORES FOR EVERY GROUP GO TO THE HISTORY FILE,
      *> REPLACING ANY EARLIER RUN IN THE SAME MONTH.
        SAVE-HISTORY.
            MOVE 1 TO WS-GROUP-I
            PERFORM SAVE-ONE-GROUP
               UNTIL WS-GROUP-I > WS-GROUP-COUNT.

        SAVE-ONE-GROUP.
            MOVE SPACES                      TO QUALITY-RECORD
            MOVE WS-GR-TYPE (WS-GROUP-I)     TO QH-GROUP-TYPE
            MOVE WS-GR-CODE (WS-GROUP-I)     TO QH-GROUP-CODE
            MOVE WS-TODAY-PERIOD             TO QH-PERIOD
            MOVE WS-GR-RECORDS (WS-GROUP-I)  TO QH-RECORD-COUNT
            MOVE WS-GR-CLEAN (WS-GROUP-I)    TO QH-CLEAN-COUNT
            MOVE WS-GR-TALLIES (WS-GROUP-I)  TO QH-CHECK-TALLIES
            MOVE WS-TODAY-8                  TO QH-RUN-DATE
            WRITE QUALITY-RECORD
              INVALID KEY
                 REWRITE QUALITY-RECORD
                   INVALID KEY
                      DISPLAY "CANNOT SAVE QUALITY HISTORY FOR "
                              QH-GROUP-TYPE " " QH-GROUP-CODE
                              ", STATUS " QUALITY-STATUS
                 END-REWRITE
            END-WRITE
            ADD 1 TO WS-GROUP-I.

      *> PART ONE -- THE BOOK, THEN EACH COMPANY, THEN EACH
      *> TERRITORY.
        WRITE-SCORE-SECTIONS.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "SCORES BY COMPANY -- PERCENT OF CONTACTS PASSING "
              & "EACH CHECK" TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "COMPANY" TO WS-LINE-LABEL
            PERFORM PUT-SCORE-HEADINGS
            MOVE 'C' TO WS-FIND-TYPE
            MOVE 1 TO WS-GROUP-I
            PERFORM WRITE-ONE-GROUP
               UNTIL WS-GROUP-I > WS-GROUP-COUNT
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "ALL"           TO WS-LINE-LABEL
            MOVE 1 TO WS-GROUP-I
            PERFORM PUT-GROUP-SCORES
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "SCORES BY TERRITORY" TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "TERRITORY" TO WS-LINE-LABEL
            PERFORM PUT-SCORE-HEADINGS
            MOVE 'T' TO WS-FIND-TYPE
            MOVE 1 TO WS-GROUP-I
            PERFORM WRITE-ONE-GROUP
               UNTIL WS-GROUP-I > WS-GROUP-COUNT.

        WRITE-ONE-GROUP.
            IF WS-GR-TYPE (WS-GROUP-I) = WS-FIND-TYPE
               MOVE WS-GR-CODE (WS-GROUP-I) TO WS-LINE-LABEL
               IF WS-GR-CODE (WS-GROUP-I) = SPACES
                  MOVE "(NONE)" TO WS-LINE-LABEL
               END-IF
               PERFORM PUT-GROUP-SCORES
            END-IF
            ADD 1 TO WS-GROUP-I.

        PUT-GROUP-SCORES.
            MOVE WS-GR-RECORDS (WS-GROUP-I) TO WS-LINE-RECORDS
            MOVE WS-GR-CLEAN (WS-GROUP-I)   TO WS-LINE-CLEAN
            MOVE WS-GR-TALLIES (WS-GROUP-I) TO WS-LINE-TALLIES
            PERFORM PUT-SCORE-LINE.

      *> THREE HEADING LINES -- THE CHECK NAMES IN TWO PARTS, THEN
      *> EACH CHECK'S KIND.  WS-LINE-LABEL HEADS THE FIRST COLUMN.
        PUT-SCORE-HEADINGS.
            MOVE SPACES          TO REPORT-LINE
            MOVE WS-LINE-LABEL   TO REPORT-LINE (1:)
            MOVE "RECORDS"       TO REPORT-LINE (14:)
            MOVE "SCORE"         TO REPORT-LINE (23:)
            MOVE "CLEAN"         TO REPORT-LINE (30:)
            MOVE 1 TO WS-CHECK-I
            PERFORM PUT-HEADING-1
               UNTIL WS-CHECK-I > 14
            PERFORM PUT-REPORT-LINE
            MOVE SPACES          TO REPORT-LINE
            MOVE "%"             TO REPORT-LINE (32:)
            MOVE 1 TO WS-CHECK-I
            PERFORM PUT-HEADING-2
               UNTIL WS-CHECK-I > 14
            PERFORM PUT-REPORT-LINE
            MOVE SPACES          TO REPORT-LINE
            MOVE 1 TO WS-CHECK-I
            PERFORM PUT-HEADING-KIND
               UNTIL WS-CHECK-I > 14
            PERFORM PUT-REPORT-LINE.

        PUT-HEADING-1.
            COMPUTE WS-COL = 29 + WS-CHECK-I * 7
            MOVE WS-CHECK-HEAD-1 (WS-CHECK-I) TO REPORT-LINE (WS-COL:6)
            ADD 1 TO WS-CHECK-I.

        PUT-HEADING-2.
            COMPUTE WS-COL = 29 + WS-CHECK-I * 7
            MOVE WS-CHECK-HEAD-2 (WS-CHECK-I) TO REPORT-LINE (WS-COL:6)
            ADD 1 TO WS-CHECK-I.

        PUT-HEADING-KIND.
            COMPUTE WS-COL = 30 + WS-CHECK-I * 7
            MOVE "( )" TO REPORT-LINE (WS-COL:3)
            ADD 1 TO WS-COL
            MOVE WS-CHECK-KIND (WS-CHECK-I) TO REPORT-LINE (WS-COL:1)
            ADD 1 TO WS-CHECK-I.

      *> ONE SCORE LINE FROM WS-LINE-LABEL, -RECORDS, -CLEAN AND
      *> -TALLIES.  SCORE IS ALL PASSES OVER ALL CHECKS APPLIED; A
      *> CHECK THAT APPLIED TO NOBODY SHOWS N/A.
        PUT-SCORE-LINE.
            MOVE SPACES          TO REPORT-LINE
            MOVE WS-LINE-LABEL   TO REPORT-LINE (1:)
            MOVE WS-LINE-RECORDS TO WS-COUNT-EDITED
            MOVE WS-COUNT-EDITED TO REPORT-LINE (14:)
            MOVE ZERO TO WS-SUM-CHECKED WS-SUM-PASSED
            MOVE 1 TO WS-CHECK-I
            PERFORM PUT-ONE-SCORE
               UNTIL WS-CHECK-I > 14
            MOVE "  N/A" TO REPORT-LINE (22:6)
            IF WS-SUM-CHECKED > 0
               COMPUTE WS-SCORE ROUNDED =
                  WS-SUM-PASSED * 100 / WS-SUM-CHECKED
               MOVE WS-SCORE TO WS-SCORE-EDITED
               MOVE WS-SCORE-EDITED TO REPORT-LINE (22:6)
            END-IF
            MOVE "  N/A" TO REPORT-LINE (29:6)
            IF WS-LINE-RECORDS > 0
               COMPUTE WS-SCORE ROUNDED =
                  WS-LINE-CLEAN * 100 / WS-LINE-RECORDS
               MOVE WS-SCORE TO WS-SCORE-EDITED
               MOVE WS-SCORE-EDITED TO REPORT-LINE (29:6)
            END-IF
            PERFORM PUT-REPORT-LINE.

        PUT-ONE-SCORE.
            COMPUTE WS-COL = 29 + WS-CHECK-I * 7
            ADD WS-LINE-CHECKED (WS-CHECK-I) TO WS-SUM-CHECKED
            ADD WS-LINE-PASSED (WS-CHECK-I)  TO WS-SUM-PASSED
            IF WS-LINE-CHECKED (WS-CHECK-I) = 0
               MOVE "  N/A" TO REPORT-LINE (WS-COL:6)
            ELSE
               COMPUTE WS-SCORE ROUNDED =
                  WS-LINE-PASSED (WS-CHECK-I) * 100
                     / WS-LINE-CHECKED (WS-CHECK-I)
               MOVE WS-SCORE TO WS-SCORE-EDITED
               MOVE WS-SCORE-EDITED TO REPORT-LINE (WS-COL:6)
            END-IF
            ADD 1 TO WS-CHECK-I.

      *> PART TWO -- EVERY CLERK WITH A FAILING CONTACT: CONTACTS
      *> THEY LAST UPDATED, HOW MANY OF THOSE FAIL, THE PERCENT, AND
      *> THE NUMBER OF FAILURES PER CHECK.
        WRITE-CLERK-SECTION.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE "FAILING CONTACTS BY CLERK WHO LAST UPDATED THEM -- "
              & "FAILURES PER CHECK" TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES          TO REPORT-LINE
            MOVE "CLERK"         TO REPORT-LINE (1:)
            MOVE "RECORDS"       TO REPORT-LINE (14:)
            MOVE "FAILING"       TO REPORT-LINE (22:)
            MOVE "FAIL"          TO REPORT-LINE (31:)
            MOVE 1 TO WS-CHECK-I
            PERFORM PUT-HEADING-1
               UNTIL WS-CHECK-I > 14
            PERFORM PUT-REPORT-LINE
            MOVE SPACES          TO REPORT-LINE
            MOVE "%"             TO REPORT-LINE (32:)
            MOVE 1 TO WS-CHECK-I
            PERFORM PUT-HEADING-2
               UNTIL WS-CHECK-I > 14
            PERFORM PUT-REPORT-LINE
            MOVE 1 TO WS-CLERK-I
            PERFORM WRITE-ONE-CLERK
               UNTIL WS-CLERK-I > WS-CLERK-COUNT.

        WRITE-ONE-CLERK.
            IF WS-CL-FAILING (WS-CLERK-I) > 0
               MOVE SPACES                    TO REPORT-LINE
               MOVE WS-CL-ID (WS-CLERK-I)     TO REPORT-LINE (1:)
               IF WS-CL-ID (WS-CLERK-I) = SPACES
                  MOVE "(NONE)"               TO REPORT-LINE (1:)
               END-IF
               MOVE WS-CL-RECORDS (WS-CLERK-I) TO WS-COUNT-EDITED
               MOVE WS-COUNT-EDITED           TO REPORT-LINE (14:)
               MOVE WS-CL-FAILING (WS-CLERK-I) TO WS-FAIL-EDITED
               MOVE WS-FAIL-EDITED            TO REPORT-LINE (22:)
               COMPUTE WS-SCORE ROUNDED =
                  WS-CL-FAILING (WS-CLERK-I) * 100
                     / WS-CL-RECORDS (WS-CLERK-I)
               MOVE WS-SCORE                  TO WS-SCORE-EDITED
               MOVE WS-SCORE-EDITED           TO REPORT-LINE (29:)
               MOVE 1 TO WS-CHECK-I
               PERFORM PUT-ONE-CLERK-FAIL
                  UNTIL WS-CHECK-I > 14
               PERFORM PUT-REPORT-LINE
            END-IF
            ADD 1 TO WS-CLERK-I.

        PUT-ONE-CLERK-FAIL.
            COMPUTE WS-COL = 29 + WS-CHECK-I * 7
            IF WS-CL-FAILS (WS-CLERK-I, WS-CHECK-I) > 0
               MOVE WS-CL-FAILS (WS-CLERK-I, WS-CHECK-I)
                 TO WS-FAIL-EDITED
               MOVE WS-FAIL-EDITED TO REPORT-LINE (WS-COL:6)
            END-IF
            ADD 1 TO WS-CHECK-I.

      *> PART THREE -- THE LAST WS-TREND-MONTHS MONTHS OF HISTORY FOR
      *> THE WHOLE BOOK AND FOR EACH COMPANY, OLDEST FIRST.
        WRITE-TREND-SECTION.
            COMPUTE WS-MONTH-NUMBER =
               (WS-TODAY-PERIOD / 100) * 12
               + FUNCTION MOD(WS-TODAY-PERIOD, 100) - 1
               - (WS-TREND-MONTHS - 1)
            COMPUTE WS-TREND-START-YEAR = WS-MONTH-NUMBER / 12
            COMPUTE WS-TREND-START-MONTH =
               FUNCTION MOD(WS-MONTH-NUMBER, 12) + 1
            MOVE 'A'    TO WS-TREND-TYPE
            MOVE SPACES TO WS-TREND-CODE
            PERFORM WRITE-ONE-TREND
            MOVE 1 TO WS-GROUP-I
            PERFORM WRITE-COMPANY-TREND
               UNTIL WS-GROUP-I > WS-GROUP-COUNT.

        WRITE-COMPANY-TREND.
            IF WS-GR-TYPE (WS-GROUP-I) = 'C'
               MOVE 'C'                     TO WS-TREND-TYPE
               MOVE WS-GR-CODE (WS-GROUP-I) TO WS-TREND-CODE
               PERFORM WRITE-ONE-TREND
            END-IF
            ADD 1 TO WS-GROUP-I.

        WRITE-ONE-TREND.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-TREND-TYPE = 'A'
               STRING "MONTHLY TREND -- ALL COMPANIES, FROM "
                      WS-TREND-START
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            ELSE
               STRING "MONTHLY TREND -- COMPANY " WS-TREND-CODE (1:2)
                      ", FROM " WS-TREND-START
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            END-IF
            PERFORM PUT-REPORT-LINE
            MOVE "MONTH" TO WS-LINE-LABEL
            PERFORM PUT-SCORE-HEADINGS
            MOVE ZERO TO WS-TREND-LINES
            MOVE 'N' TO WS-HISTORY-EOF-SWITCH
            MOVE WS-TREND-TYPE  TO QH-GROUP-TYPE
            MOVE WS-TREND-CODE  TO QH-GROUP-CODE
            MOVE WS-TREND-START TO QH-PERIOD
            START QUALITY-FILE KEY >= QH-QUALITY-KEY
              INVALID KEY
                 SET END-OF-GROUP-HISTORY TO TRUE
            END-START
            PERFORM WRITE-ONE-TREND-MONTH
               THRU WRITE-ONE-TREND-MONTH-EXIT
               UNTIL END-OF-GROUP-HISTORY
            IF WS-TREND-LINES = 0
               MOVE "  NO HISTORY ON FILE" TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF.

        WRITE-ONE-TREND-MONTH.
            READ QUALITY-FILE NEXT
              AT END
                 SET END-OF-GROUP-HISTORY TO TRUE
                 GO TO WRITE-ONE-TREND-MONTH-EXIT
            END-READ
            IF QH-GROUP-TYPE NOT = WS-TREND-TYPE
               OR QH-GROUP-CODE NOT = WS-TREND-CODE
               OR QH-PERIOD > WS-TODAY-PERIOD
               SET END-OF-GROUP-HISTORY TO TRUE
               GO TO WRITE-ONE-TREND-MONTH-EXIT
            END-IF
            MOVE QH-PERIOD        TO WS-LINE-LABEL
            MOVE QH-RECORD-COUNT  TO WS-LINE-RECORDS
            MOVE QH-CLEAN-COUNT   TO WS-LINE-CLEAN
            MOVE QH-CHECK-TALLIES TO WS-LINE-TALLIES
            PERFORM PUT-SCORE-LINE
            ADD 1 TO WS-TREND-LINES.
        WRITE-ONE-TREND-MONTH-EXIT.
            EXIT.

       END PROGRAM ADDRESS-QUALITY-SCORECARD.
