       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CALL-LIST-EXTRACT.

      *> OUTBOUND CALLING LIST FOR THE COLLECTORS AND THE SALES DESK.
      *> CONTACTS ARE PICKED BY THE SHARED SELECTION-CRITERIA FILE
      *> (THE SAME ADDRESS-SELECT-CRITERIA.TXT THE LABELS, CSV AND
      *> SEGMENT JOBS READ) AND EVERY ONE THAT MAY NOT BE DIALLED IS
      *> DROPPED BEFORE THE LIST IS WRITTEN:
      *>
      *>     DECEASED           FD-DECEASED SET
      *>     ON DNC REGISTRY    NUMBER ON THE DO-NOT-CALL FILE
      *>     PHONE OPT-OUT      PHONE OPT-OUT ON THE CONSENT FILE
      *>     NO CALLING HOURS   AREA CODE WITH NO KNOWN TIME ZONE
      *>
      *> EACH NUMBER LEFT ON THE LIST (CALL-LIST.CSV) CARRIES ITS TIME
      *> ZONE AND THE HOURS, ON THE CALLING FLOOR'S CLOCK, IT MAY
      *> LAWFULLY BE CALLED (SEE ADDRESS-CALL-WINDOW).  EVERY CONTACT
      *> THE CRITERIA PICKED BUT THE SCRUB DROPPED GOES ON THE
      *> SUPPRESSION EXCEPTION REPORT (DNC-SUPPRESSION.TXT) WITH THE
      *> REASON, SO A SUPERVISOR CAN SEE WHY A NUMBER THEY EXPECTED
      *> IS MISSING.
      *>
      *> THE DO-NOT-CALL FILE IS LOADED MONTHLY BY ADDRESS-DNC-IMPORT.
      *> WITH NO LOAD ON RECORD THERE IS NOTHING TO SCRUB AGAINST AND
      *> NO LIST IS WRITTEN (RUN CODE 0012).  A LOAD OLDER THAN
      *> WS-DNC-MAX-AGE DAYS STILL SCRUBS, BUT BOTH OUTPUTS SAY SO
      *> AND THE RUN ENDS FLAG.

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

            SELECT OPTIONAL     DNC-FILE
                   ASSIGN       TO  DNCOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS DN-PHONE
                   FILE STATUS  IS  DNC-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT CSV-FILE
                   ASSIGN       TO  CSVOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  CSV-STATUS.

            SELECT REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

            SELECT OPTIONAL     CRITERIA-FILE
                   ASSIGN       TO  CRITIN
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  CRIT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD DNC-FILE.
        01 DNC-RECORD.
        COPY "ADDRESS-DNC-RECORD.CPY" REPLACING ==(TAG)== BY ==DN-==.

        FD CSV-FILE.
        01 CSV-LINE                     PIC X(200).

        FD REPORT-FILE.
        01 REPORT-LINE                  PIC X(132).

        FD CRITERIA-FILE.
        01 CRITERIA-LINE                 PIC X(60).

        WORKING-STORAGE SECTION.
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  DNCOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-dnc.idx".
        01  CSVOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\call-list.csv".
        01  REPORTOUT                  PIC X(50)
            VALUE "/mnt/c/cobfiles\dnc-suppression.txt".

        COPY "FILESTATUS.CPY".
        01  DNC-STATUS                 PIC X(02).
        01  CSV-STATUS                 PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-ADDRESS-FILE    VALUE 'Y'.

        01  WS-HEADING                 PIC X(80) VALUE
            "PHONE,LAST NAME,FIRST NAME,STATE,TIME ZONE,CALL FROM,CALL T
      -     "O".

      *> THE REGISTRY MUST BE REFRESHED AT LEAST THIS OFTEN.
        01  WS-DNC-MAX-AGE             PIC 9(03) VALUE 31.
        01  WS-DNC-LOADED-DATE         PIC X(08) VALUE SPACES.
        01  WS-DNC-AGE                 PIC S9(05) VALUE 0.
        01  WS-DNC-AGE-EDITED          PIC ZZZZ9.
        01  WS-DNC-STALE-SWITCH        PIC X(01) VALUE 'N'.
            88  DNC-FILE-STALE         VALUE 'Y'.
        01  WS-TODAY-8                 PIC X(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-TODAY-9                 PIC 9(08).
        01  WS-LOADED-9                PIC 9(08).

      *> PER-CHANNEL CONSENT (SEE ADDRESS-CONSENT-CHECK) AND THE
      *> CALLING WINDOW FOR ONE NUMBER (SEE ADDRESS-CALL-WINDOW).
        01  WS-CONSENT-CHANNEL         PIC X(01) VALUE 'P'.
        01  WS-CONSENT-STATUS          PIC X(01).
        01  WS-ZONE-NAME               PIC X(17).
        01  WS-CALL-FROM               PIC X(05).
        01  WS-CALL-TO                 PIC X(05).
        01  WS-WINDOW-RESULT           PIC X(01).
        01  WS-SUPPRESS-REASON         PIC X(20).

        01  WS-RECORD-COUNT            PIC 9(05) VALUE 0.
        01  WS-READ-COUNT              PIC 9(07) VALUE 0.
        01  WS-DECEASED-COUNT          PIC 9(05) VALUE 0.
        01  WS-DNC-COUNT               PIC 9(05) VALUE 0.
        01  WS-OPTED-OUT-COUNT         PIC 9(05) VALUE 0.
        01  WS-NO-HOURS-COUNT          PIC 9(05) VALUE 0.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-CALL-LIST".
        01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
        01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
        01  WS-RC-CODE                 PIC X(04) VALUE "0000".

      *> RUN SELECTION BY TRADING NAME -- BLANK RUNS BOTH COMPANIES.
      *> A CONTACT WITH A BLANK COMPANY CODE (WRITTEN BEFORE THE
      *> FIELD EXISTED) COUNTS AS COMPANY "01".
        01  WS-SELECT-COMPANY          PIC X(02) VALUE SPACES.

      *> RUN SELECTION CRITERIA SHARED BY THE LABELS, CSV, SEGMENT
      *> AND CALLING-LIST JOBS -- ADDRESS-SELECT-CRITERIA.TXT, LINES
      *> OF FIELD,OP,VALUE (OPS EQ/GE/LE) COMBINED AS AND CONDITIONS.
      *> FIELDS: STATE, ZIP, CATEGORY, DATE-ADDED, HOUSEHOLD-ID,
      *> COMPANY, DO-NOT-MAIL.  DO-NOT-MAIL IS A POSTAL FLAG AND ONLY
      *> FILTERS HERE WHEN A CRITERION ASKS FOR IT; A CAMPAIGN LINE
      *> IS ECHOED BUT TAGS NOTHING.  WITH NO FILE ON HAND EVERY
      *> CONTACT IS A CANDIDATE.
        01  CRITIN                     PIC X(50)
            VALUE "address-select-criteria.txt".
        01  CRIT-STATUS                PIC X(02).
        01  WS-CRIT-TABLE.
            05  WS-CRIT-ENTRY OCCURS 10 TIMES.
                10  WS-CRIT-FIELD      PIC X(14).
                10  WS-CRIT-OP         PIC X(02).
                10  WS-CRIT-VALUE      PIC X(40).
        01  WS-CRIT-COUNT              PIC 9(02) VALUE 0.
        01  WS-CRIT-I                  PIC 9(02) VALUE 0.
        01  WS-CRIT-ACTUAL             PIC X(40).
        01  WS-CRIT-MATCH-SWITCH       PIC X(01) VALUE 'Y'.
            88  CRIT-MATCHES           VALUE 'Y'.
        01  WS-CRIT-BYPASSED           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            MOVE 'S' TO WS-RC-FUNCTION
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            PERFORM CHECK-DNC-LOAD THRU CHECK-DNC-LOAD-EXIT
            IF WS-DNC-LOADED-DATE = SPACES
               DISPLAY "NO DO-NOT-CALL LOAD ON RECORD -- RUN "
                       "ADDRESS-DNC-IMPORT; NO CALLING LIST WRITTEN"
               MOVE "0012" TO WS-RC-CODE
               GO TO END-RUN
            END-IF
            PERFORM OPEN-FILES
            PERFORM LOAD-SELECT-CRITERIA
                    THRU LOAD-SELECT-CRITERIA-EXIT
            PERFORM WRITE-COLUMN-HEADING
            PERFORM READ-FIRST-BY-NAME
            PERFORM WRITE-CALL-RECORD THRU WRITE-CALL-RECORD-EXIT
               UNTIL END-OF-ADDRESS-FILE
            PERFORM WRITE-EXTRACT-SUMMARY
            PERFORM CLOSE-FILES
            IF DNC-FILE-STALE
               MOVE "FLAG" TO WS-RC-CODE
            END-IF.
        END-RUN.
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-READ-COUNT TO WS-RC-READ
            MOVE WS-RECORD-COUNT TO WS-RC-WRITTEN
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            STOP RUN.

      *> THE CONTROL RECORD SAYS WHEN THE REGISTRY WAS LAST LOADED.
        CHECK-DNC-LOAD.
            OPEN INPUT DNC-FILE
            IF DNC-STATUS NOT = '00'
               GO TO CHECK-DNC-LOAD-EXIT
            END-IF
            MOVE '000-000-0000' TO DN-PHONE
            READ DNC-FILE
              INVALID KEY
                 GO TO CHECK-DNC-LOAD-EXIT
            END-READ
            IF DN-LOADED-DATE NOT NUMERIC
               GO TO CHECK-DNC-LOAD-EXIT
            END-IF
            MOVE DN-LOADED-DATE TO WS-DNC-LOADED-DATE
            MOVE WS-TODAY-8     TO WS-TODAY-9
            MOVE DN-LOADED-DATE TO WS-LOADED-9
            COMPUTE WS-DNC-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
               - FUNCTION INTEGER-OF-DATE(WS-LOADED-9)
            IF WS-DNC-AGE > WS-DNC-MAX-AGE
               SET DNC-FILE-STALE TO TRUE
            END-IF.
        CHECK-DNC-LOAD-EXIT.
            EXIT.

        OPEN-FILES.
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00' AND FILESTATUS NOT = '05'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS ' FILESTATUS
               STOP RUN
            END-IF
            OPEN OUTPUT CSV-FILE
            IF CSV-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CSV FILE, STATUS ' CSV-STATUS
               STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF REPORT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN REPORT FILE, STATUS ' REPORT-STATUS
               STOP RUN
            END-IF
            MOVE WS-HEADING TO CSV-LINE
            WRITE CSV-LINE
            MOVE SPACES TO CSV-LINE
            STRING "* CALL HOURS ARE ON THE CALLING FLOOR'S CLOCK; "
                   "DO-NOT-CALL REGISTRY AS OF " WS-DNC-LOADED-DATE
                   DELIMITED BY SIZE INTO CSV-LINE
            END-STRING
            WRITE CSV-LINE
            MOVE "DO-NOT-CALL SUPPRESSION EXCEPTIONS -- CALLING LIST"
              TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "RUN " WS-TODAY-8 "   DO-NOT-CALL REGISTRY AS OF "
                   WS-DNC-LOADED-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            IF DNC-FILE-STALE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DNC-AGE TO WS-DNC-AGE-EDITED
               STRING "*** WARNING: REGISTRY LOAD IS "
                      WS-DNC-AGE-EDITED
                      " DAYS OLD -- RUN ADDRESS-DNC-IMPORT ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO CSV-LINE
               MOVE REPORT-LINE TO CSV-LINE
               MOVE "* " TO CSV-LINE (1:2)
               WRITE CSV-LINE
               DISPLAY REPORT-LINE
            END-IF.

        WRITE-COLUMN-HEADING.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE "PHONE"       TO REPORT-LINE (1:)
            MOVE "NAME"        TO REPORT-LINE (15:)
            MOVE "SUPPRESSED"  TO REPORT-LINE (58:)
            WRITE REPORT-LINE.

        CLOSE-FILES.
            CLOSE ADDRESS-FILE
            CLOSE DNC-FILE
            CLOSE CSV-FILE
            CLOSE REPORT-FILE.

        READ-FIRST-BY-NAME.
            MOVE LOW-VALUES TO FD-LAST-NAME
            START ADDRESS-FILE KEY >= FD-LAST-NAME
              INVALID KEY
                 SET END-OF-ADDRESS-FILE TO TRUE
              NOT INVALID KEY
                 PERFORM READ-NEXT-BY-NAME
            END-START.

        READ-NEXT-BY-NAME.
            READ ADDRESS-FILE NEXT
              AT END
                 SET END-OF-ADDRESS-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
            END-READ.

      *> A CONTACT THE CRITERIA DO NOT PICK IS SIMPLY PASSED OVER; ONE
      *> THEY DO PICK IS SCRUBBED, AND EITHER LISTED OR REPORTED.
        WRITE-CALL-RECORD.
            PERFORM TEST-SELECT-CRITERIA
                    THRU TEST-SELECT-CRITERIA-EXIT
            IF NOT CRIT-MATCHES
               ADD 1 TO WS-CRIT-BYPASSED
               PERFORM READ-NEXT-BY-NAME
               GO TO WRITE-CALL-RECORD-EXIT
            END-IF
            IF WS-SELECT-COMPANY NOT = SPACES
               IF FD-COMPANY-CODE NOT = WS-SELECT-COMPANY
                  AND NOT (WS-SELECT-COMPANY = "01"
                           AND FD-COMPANY-CODE = SPACES)
                  ADD 1 TO WS-CRIT-BYPASSED
                  PERFORM READ-NEXT-BY-NAME
                  GO TO WRITE-CALL-RECORD-EXIT
               END-IF
            END-IF
            IF FD-DECEASED-YES
               ADD 1 TO WS-DECEASED-COUNT
               MOVE "DECEASED" TO WS-SUPPRESS-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-NEXT-BY-NAME
               GO TO WRITE-CALL-RECORD-EXIT
            END-IF
            MOVE FD-PHONE TO DN-PHONE
            READ DNC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-DNC-COUNT
                 MOVE "ON DNC REGISTRY" TO WS-SUPPRESS-REASON
                 PERFORM WRITE-EXCEPTION-LINE
                 PERFORM READ-NEXT-BY-NAME
                 GO TO WRITE-CALL-RECORD-EXIT
            END-READ
            CALL "ADDRESS-CONSENT-CHECK" USING FD-PHONE,
                 WS-CONSENT-CHANNEL, WS-CONSENT-STATUS
            IF WS-CONSENT-STATUS = 'O'
               ADD 1 TO WS-OPTED-OUT-COUNT
               MOVE "PHONE OPT-OUT" TO WS-SUPPRESS-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-NEXT-BY-NAME
               GO TO WRITE-CALL-RECORD-EXIT
            END-IF
            CALL "ADDRESS-CALL-WINDOW" USING FD-PHONE, WS-ZONE-NAME,
                 WS-CALL-FROM, WS-CALL-TO, WS-WINDOW-RESULT
            IF WS-WINDOW-RESULT NOT = 'Y'
               ADD 1 TO WS-NO-HOURS-COUNT
               MOVE "NO CALLING HOURS" TO WS-SUPPRESS-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-NEXT-BY-NAME
               GO TO WRITE-CALL-RECORD-EXIT
            END-IF
            ADD 1 TO WS-RECORD-COUNT
            MOVE SPACES TO CSV-LINE
            STRING FUNCTION TRIM(FD-PHONE)      DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   FUNCTION TRIM(FD-LAST-NAME)  DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   FUNCTION TRIM(FD-FIRST-NAME) DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   FUNCTION TRIM(FD-STATE)      DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ZONE-NAME)  DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-CALL-FROM                 DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-CALL-TO                   DELIMITED BY SIZE
                   INTO CSV-LINE
            END-STRING
            WRITE CSV-LINE
            PERFORM READ-NEXT-BY-NAME.
        WRITE-CALL-RECORD-EXIT.
            EXIT.

        WRITE-EXCEPTION-LINE.
            MOVE SPACES TO REPORT-LINE
            MOVE FD-PHONE TO REPORT-LINE (1:12)
            STRING FUNCTION TRIM(FD-LAST-NAME)  DELIMITED BY SIZE
                   ', '                         DELIMITED BY SIZE
                   FUNCTION TRIM(FD-FIRST-NAME) DELIMITED BY SIZE
                   INTO REPORT-LINE (15:40)
            END-STRING
            MOVE WS-SUPPRESS-REASON TO REPORT-LINE (58:)
            WRITE REPORT-LINE.

        WRITE-EXTRACT-SUMMARY.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LISTED " WS-RECORD-COUNT
                   "   SUPPRESSED -- DECEASED " WS-DECEASED-COUNT
                   ", ON DNC REGISTRY " WS-DNC-COUNT
                   ", PHONE OPT-OUT " WS-OPTED-OUT-COUNT
                   ", NO CALLING HOURS " WS-NO-HOURS-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            DISPLAY "CALLING LIST COMPLETE, " WS-RECORD-COUNT
                    " NUMBER(S) WRITTEN TO " CSVOUT
            DISPLAY REPORT-LINE
            DISPLAY "NOT SELECTED BY THE CRITERIA " WS-CRIT-BYPASSED.


      *> LOAD THE SHARED CRITERIA FILE AND ECHO EACH LINE ON THE
      *> OUTPUT HEADER SO THE LIST SAYS WHAT PULLED IT.
        LOAD-SELECT-CRITERIA.
            OPEN INPUT CRITERIA-FILE
            IF CRIT-STATUS NOT = '00'
               GO TO LOAD-SELECT-CRITERIA-EXIT
            END-IF
            PERFORM LOAD-ONE-CRITERION THRU LOAD-ONE-CRITERION-EXIT
               UNTIL CRIT-STATUS NOT = '00' OR WS-CRIT-COUNT >= 10
            CLOSE CRITERIA-FILE.
        LOAD-SELECT-CRITERIA-EXIT.
            EXIT.

        LOAD-ONE-CRITERION.
            READ CRITERIA-FILE
              AT END
                 MOVE '10' TO CRIT-STATUS
                 GO TO LOAD-ONE-CRITERION-EXIT
            END-READ
            IF CRITERIA-LINE = SPACES
               OR CRITERIA-LINE (1:1) = '*'
               GO TO LOAD-ONE-CRITERION-EXIT
            END-IF
            ADD 1 TO WS-CRIT-COUNT
            UNSTRING CRITERIA-LINE DELIMITED BY ","
                INTO WS-CRIT-FIELD (WS-CRIT-COUNT),
                     WS-CRIT-OP (WS-CRIT-COUNT),
                     WS-CRIT-VALUE (WS-CRIT-COUNT)
            END-UNSTRING
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "COMPANY"
               AND (WS-CRIT-VALUE (WS-CRIT-COUNT) (1:2) = "01"
                    OR WS-CRIT-VALUE (WS-CRIT-COUNT) (1:2) = "02")
               MOVE WS-CRIT-VALUE (WS-CRIT-COUNT) (1:2)
                 TO WS-SELECT-COMPANY
            END-IF
            PERFORM ECHO-CRITERION THRU ECHO-CRITERION-EXIT.
        LOAD-ONE-CRITERION-EXIT.
            EXIT.

      *> DOES THE CONTACT IN THE FD RECORD MATCH EVERY CRITERION?
        TEST-SELECT-CRITERIA.
            MOVE 'Y' TO WS-CRIT-MATCH-SWITCH
            MOVE 1 TO WS-CRIT-I
            PERFORM TEST-ONE-CRITERION THRU TEST-ONE-CRITERION-EXIT
               UNTIL WS-CRIT-I > WS-CRIT-COUNT
                  OR NOT CRIT-MATCHES.
        TEST-SELECT-CRITERIA-EXIT.
            EXIT.

        TEST-ONE-CRITERION.
            MOVE SPACES TO WS-CRIT-ACTUAL
            EVALUATE WS-CRIT-FIELD (WS-CRIT-I)
               WHEN "STATE"
                  MOVE FD-STATE TO WS-CRIT-ACTUAL
               WHEN "ZIP"
                  MOVE FD-ZIP TO WS-CRIT-ACTUAL
               WHEN "CATEGORY"
                  MOVE FD-CATEGORY TO WS-CRIT-ACTUAL
               WHEN "DATE-ADDED"
                  MOVE FD-DATE-ADDED TO WS-CRIT-ACTUAL
               WHEN "HOUSEHOLD-ID"
                  MOVE FD-HOUSEHOLD-ID TO WS-CRIT-ACTUAL
               WHEN "COMPANY"
                  IF FD-COMPANY-CODE = SPACES
                     MOVE "01" TO WS-CRIT-ACTUAL
                  ELSE
                     MOVE FD-COMPANY-CODE TO WS-CRIT-ACTUAL
                  END-IF
               WHEN "DO-NOT-MAIL"
                  MOVE FD-DO-NOT-MAIL TO WS-CRIT-ACTUAL
               WHEN OTHER
                  GO TO TEST-ONE-CRITERION-NEXT
            END-EVALUATE
            EVALUATE WS-CRIT-OP (WS-CRIT-I)
               WHEN "EQ"
                  IF WS-CRIT-ACTUAL NOT = WS-CRIT-VALUE (WS-CRIT-I)
                     MOVE 'N' TO WS-CRIT-MATCH-SWITCH
                  END-IF
               WHEN "GE"
                  IF WS-CRIT-ACTUAL < WS-CRIT-VALUE (WS-CRIT-I)
                     MOVE 'N' TO WS-CRIT-MATCH-SWITCH
                  END-IF
               WHEN "LE"
                  IF WS-CRIT-ACTUAL > WS-CRIT-VALUE (WS-CRIT-I)
                     MOVE 'N' TO WS-CRIT-MATCH-SWITCH
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
        TEST-ONE-CRITERION-NEXT.
            ADD 1 TO WS-CRIT-I.
        TEST-ONE-CRITERION-EXIT.
            EXIT.

        ECHO-CRITERION.
            MOVE SPACES TO CSV-LINE
            STRING "* SELECTED WHERE "
                   WS-CRIT-FIELD (WS-CRIT-COUNT) " "
                   WS-CRIT-OP (WS-CRIT-COUNT) " "
                   WS-CRIT-VALUE (WS-CRIT-COUNT)
                   DELIMITED BY SIZE INTO CSV-LINE
            END-STRING
            WRITE CSV-LINE
            MOVE CSV-LINE TO REPORT-LINE
            WRITE REPORT-LINE.
        ECHO-CRITERION-EXIT.
            EXIT.

       END PROGRAM ADDRESS-CALL-LIST-EXTRACT.
