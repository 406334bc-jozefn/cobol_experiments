       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-SKIPTRACE-IMPORT.

      *> SKIP-TRACE RESULTS IMPORT.  THE VENDOR ANSWERS THE WEEKLY
      *> SKIP-TRACE-EXTRACT WITH ONE COMMA-DELIMITED LINE PER ACCOUNT
      *> IT WORKED (SKIP-TRACE-RESULTS.TXT):
      *>   ACCOUNT-ID,STREET,CITY,STATE,ZIP,PHONE,SCORE
      *> WHERE STREET THROUGH ZIP ARE A NEWER ADDRESS IT FOUND, PHONE
      *> A NEWER NUMBER, AND SCORE ITS CONFIDENCE (0-100).  EITHER
      *> MAY BE BLANK; BOTH BLANK MEANS NO HIT.  NOTHING HERE TOUCHES
      *> THE CONTACT -- EACH LEAD IS MATCHED TO THE CONTACT BY
      *> FD-ACCOUNT-ID AND QUEUED FOR A CLERK TO ACCEPT OR REJECT ON
      *> ADDRESS-SKIPTRACE-REVIEW.  A LEAD THAT ONLY REPEATS WHAT IS
      *> ALREADY ON FILE, OR ONE ALREADY WAITING ON THE QUEUE FROM AN
      *> EARLIER RUN, IS NOT QUEUED AGAIN.  UNKNOWN ACCOUNTS AND
      *> MALFORMED LINES GO TO THE EXCEPTION REPORT.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     RESULTS-FILE
                   ASSIGN       TO  RESULTSIN
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  RESULTS-STATUS.

            SELECT OPTIONAL     ADDRESS-FILE
                   ASSIGN       TO  OUTFILE
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-SOUNDEX    WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-NAME-CODE  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
                   FILE STATUS  IS  FILESTATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     SKIPTRACE-FILE
                   ASSIGN       TO  SKIPOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS SK-LEAD-NO
                   FILE STATUS  IS  SKIP-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT              REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD RESULTS-FILE.
        01 RESULTS-LINE                  PIC X(200).

        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD SKIPTRACE-FILE.
        01 SKIPTRACE-RECORD.
        COPY "ADDRESS-SKIPTRACE-RECORD.CPY"
             REPLACING ==(TAG)== BY ==SK-==.

        FD REPORT-FILE.
        01 REPORT-LINE                   PIC X(132).

        WORKING-STORAGE SECTION.
        01  RESULTSIN                  PIC X(50)
            VALUE "skip-trace-results.txt".
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  SKIPOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-skiptrace.idx".
        01  REPORTOUT                  PIC X(50)
            VALUE "skip-trace-import.txt".

        COPY "FILESTATUS.CPY".
        01  RESULTS-STATUS             PIC X(02).
        01  SKIP-STATUS                PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-RESULTS         VALUE 'Y'.
        01  WS-SCAN-EOF-SWITCH         PIC X(01) VALUE 'N'.
            88  SCAN-EOF               VALUE 'Y'.
        01  WS-DUPLICATE-SWITCH        PIC X(01) VALUE 'N'.
            88  LEAD-ALREADY-QUEUED    VALUE 'Y'.
        01  WS-TODAY-8                 PIC X(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.

        01  WS-IN-ACCOUNT              PIC X(07).
        01  WS-IN-STREET               PIC X(40).
        01  WS-IN-CITY                 PIC X(40).
        01  WS-IN-STATE                PIC X(02).
        01  WS-IN-ZIP                  PIC X(10).
        01  WS-IN-PHONE                PIC X(12).
        01  WS-IN-SCORE                PIC X(03).
        01  WS-EXCEPTION-TEXT          PIC X(24).

        01  WS-NEXT-LEAD-NO            PIC 9(06) VALUE 1.
        01  WS-LINE-COUNT              PIC 9(05) VALUE 0.
        01  WS-QUEUED-COUNT            PIC 9(05) VALUE 0.
        01  WS-NO-HIT-COUNT            PIC 9(05) VALUE 0.
        01  WS-NOTHING-NEW-COUNT       PIC 9(05) VALUE 0.
        01  WS-DUPLICATE-COUNT         PIC 9(05) VALUE 0.
        01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-SKIP-IMPORT".
        01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
        01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
        01  WS-RC-CODE                 PIC X(04) VALUE "0000".

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            MOVE 'S' TO WS-RC-FUNCTION
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            OPEN INPUT RESULTS-FILE
            IF RESULTS-STATUS NOT = '00'
               DISPLAY "NO SKIP-TRACE RESULTS FILE FOUND -- " RESULTSIN
               MOVE "0012" TO WS-RC-CODE
               PERFORM END-RUN-CONTROL
               STOP RUN
            END-IF
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS ' FILESTATUS
               MOVE "0012" TO WS-RC-CODE
               PERFORM END-RUN-CONTROL
               STOP RUN
            END-IF
            OPEN I-O SKIPTRACE-FILE
            IF SKIP-STATUS NOT = '00' AND SKIP-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN SKIP-TRACE QUEUE, STATUS '
                       SKIP-STATUS
               MOVE "0012" TO WS-RC-CODE
               PERFORM END-RUN-CONTROL
               STOP RUN
            END-IF
            PERFORM FIND-NEXT-LEAD-NO
            OPEN OUTPUT REPORT-FILE
            MOVE "SKIP-TRACE RESULTS IMPORT EXCEPTIONS" TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               WRITE REPORT-LINE FROM WS-OVERRIDE-MARK
            END-IF
            PERFORM QUEUE-ONE-RESULT THRU QUEUE-ONE-RESULT-EXIT
               UNTIL END-OF-RESULTS
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LINES READ: " WS-LINE-COUNT
                   "   QUEUED FOR REVIEW: " WS-QUEUED-COUNT
                   "   NO HIT: " WS-NO-HIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "NOTHING NEW: " WS-NOTHING-NEW-COUNT
                   "   ALREADY QUEUED: " WS-DUPLICATE-COUNT
                   "   EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            CLOSE RESULTS-FILE
            CLOSE ADDRESS-FILE
            CLOSE SKIPTRACE-FILE
            CLOSE REPORT-FILE
            DISPLAY "SKIP-TRACE IMPORT COMPLETE -- " WS-QUEUED-COUNT
                    " QUEUED, " WS-NO-HIT-COUNT " NO HIT, "
                    WS-NOTHING-NEW-COUNT " NOTHING NEW, "
                    WS-DUPLICATE-COUNT " ALREADY QUEUED, "
                    WS-EXCEPTION-COUNT " EXCEPTIONS"
            IF WS-EXCEPTION-COUNT > 0
               MOVE "FLAG" TO WS-RC-CODE
            END-IF
            PERFORM END-RUN-CONTROL
            STOP RUN.

        END-RUN-CONTROL.
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-LINE-COUNT   TO WS-RC-READ
            MOVE WS-QUEUED-COUNT TO WS-RC-WRITTEN
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE.

      *> LEADS ARE NUMBERED ONE PAST THE HIGHEST ON FILE.
        FIND-NEXT-LEAD-NO.
            MOVE 1 TO WS-NEXT-LEAD-NO
            MOVE 999999 TO SK-LEAD-NO
            START SKIPTRACE-FILE KEY < SK-LEAD-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ SKIPTRACE-FILE PREVIOUS
                   NOT AT END
                      COMPUTE WS-NEXT-LEAD-NO = SK-LEAD-NO + 1
                 END-READ
            END-START.

        QUEUE-ONE-RESULT.
            READ RESULTS-FILE
              AT END
                 SET END-OF-RESULTS TO TRUE
                 GO TO QUEUE-ONE-RESULT-EXIT
            END-READ
            IF RESULTS-LINE = SPACES
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            ADD 1 TO WS-LINE-COUNT
            MOVE SPACES TO WS-IN-ACCOUNT WS-IN-STREET WS-IN-CITY
                           WS-IN-STATE WS-IN-ZIP WS-IN-PHONE
                           WS-IN-SCORE
            UNSTRING RESULTS-LINE DELIMITED BY ","
                INTO WS-IN-ACCOUNT, WS-IN-STREET, WS-IN-CITY,
                     WS-IN-STATE, WS-IN-ZIP, WS-IN-PHONE, WS-IN-SCORE
            END-UNSTRING
            IF WS-IN-ACCOUNT NOT NUMERIC
               MOVE "BAD ACCOUNT" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            IF WS-IN-STREET = SPACES AND WS-IN-PHONE = SPACES
               ADD 1 TO WS-NO-HIT-COUNT
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            IF WS-IN-STREET NOT = SPACES
               AND (WS-IN-CITY = SPACES OR WS-IN-STATE = SPACES
                    OR WS-IN-ZIP = SPACES)
               MOVE "INCOMPLETE ADDRESS" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            IF WS-IN-PHONE NOT = SPACES
               AND (WS-IN-PHONE (1:3) NOT NUMERIC
                    OR WS-IN-PHONE (4:1) NOT = '-'
                    OR WS-IN-PHONE (5:3) NOT NUMERIC
                    OR WS-IN-PHONE (8:1) NOT = '-'
                    OR WS-IN-PHONE (9:4) NOT NUMERIC)
               MOVE "PHONE NOT ###-###-####" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            MOVE WS-IN-ACCOUNT TO FD-ACCOUNT-ID
            READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
              INVALID KEY
                 MOVE "NO CONTACT FOR ACCOUNT" TO WS-EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION
                 GO TO QUEUE-ONE-RESULT-EXIT
            END-READ
      *> WHATEVER THE CONTACT ALREADY CARRIES IS NOT A LEAD.
            MOVE FUNCTION UPPER-CASE(WS-IN-STATE) TO WS-IN-STATE
            IF WS-IN-STREET = FD-STREET-NAME AND WS-IN-ZIP = FD-ZIP
               MOVE SPACES TO WS-IN-STREET WS-IN-CITY WS-IN-STATE
                              WS-IN-ZIP
            END-IF
            IF WS-IN-PHONE = FD-PHONE
               MOVE SPACES TO WS-IN-PHONE
            END-IF
            IF WS-IN-STREET = SPACES AND WS-IN-PHONE = SPACES
               ADD 1 TO WS-NOTHING-NEW-COUNT
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            PERFORM CHECK-ALREADY-QUEUED THRU CHECK-ALREADY-QUEUED-EXIT
            IF LEAD-ALREADY-QUEUED
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO QUEUE-ONE-RESULT-EXIT
            END-IF
            MOVE SPACES           TO SKIPTRACE-RECORD
            MOVE WS-NEXT-LEAD-NO  TO SK-LEAD-NO
            MOVE FD-ACCOUNT-ID    TO SK-ACCOUNT-ID
            MOVE FD-PHONE         TO SK-PHONE
            MOVE WS-IN-STREET     TO SK-FOUND-STREET
            MOVE WS-IN-CITY       TO SK-FOUND-CITY
            MOVE WS-IN-STATE      TO SK-FOUND-STATE
            MOVE WS-IN-ZIP        TO SK-FOUND-ZIP
            MOVE WS-IN-PHONE      TO SK-FOUND-PHONE
            MOVE ZERO             TO SK-SCORE
            IF WS-IN-SCORE NOT = SPACES
               COMPUTE SK-SCORE = FUNCTION NUMVAL(WS-IN-SCORE)
            END-IF
            MOVE WS-TODAY-8       TO SK-RECEIVED-DATE
            SET SK-LEAD-PENDING   TO TRUE
            WRITE SKIPTRACE-RECORD
              INVALID KEY
                 MOVE "QUEUE WRITE FAILED" TO WS-EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION
                 GO TO QUEUE-ONE-RESULT-EXIT
            END-WRITE
            ADD 1 TO WS-NEXT-LEAD-NO
            ADD 1 TO WS-QUEUED-COUNT.
        QUEUE-ONE-RESULT-EXIT.
            EXIT.

      *> A RERUN OF THE SAME RESULT FILE MUST NOT QUEUE THE SAME LEAD
      *> TWICE -- AN IDENTICAL LEAD STILL PENDING FOR THE ACCOUNT
      *> COUNTS AS ALREADY QUEUED.
        CHECK-ALREADY-QUEUED.
            MOVE 'N' TO WS-DUPLICATE-SWITCH
            MOVE 'N' TO WS-SCAN-EOF-SWITCH
            MOVE LOW-VALUES TO SK-LEAD-NO
            START SKIPTRACE-FILE KEY >= SK-LEAD-NO
              INVALID KEY
                 GO TO CHECK-ALREADY-QUEUED-EXIT
            END-START
            PERFORM SCAN-ONE-LEAD THRU SCAN-ONE-LEAD-EXIT
               UNTIL SCAN-EOF OR LEAD-ALREADY-QUEUED.
        CHECK-ALREADY-QUEUED-EXIT.
            EXIT.

        SCAN-ONE-LEAD.
            READ SKIPTRACE-FILE NEXT
              AT END
                 SET SCAN-EOF TO TRUE
                 GO TO SCAN-ONE-LEAD-EXIT
            END-READ
            IF SK-ACCOUNT-ID = FD-ACCOUNT-ID
               AND SK-LEAD-PENDING
               AND SK-FOUND-STREET = WS-IN-STREET
               AND SK-FOUND-ZIP = WS-IN-ZIP
               AND SK-FOUND-PHONE = WS-IN-PHONE
               SET LEAD-ALREADY-QUEUED TO TRUE
            END-IF.
        SCAN-ONE-LEAD-EXIT.
            EXIT.

        WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING WS-EXCEPTION-TEXT ": " RESULTS-LINE (1:100)
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

       END PROGRAM ADDRESS-SKIPTRACE-IMPORT.
