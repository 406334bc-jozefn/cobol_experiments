       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CASE-ESCALATION.

      *> NIGHTLY SLA ESCALATION FOR THE CUSTOMER SERVICE CASE FILE
      *> (SEE ADDRESS-CASE-CONSOLE).  EVERY CASE STILL OPEN AFTER ITS
      *> SLA DUE DATE HAS BREACHED.  THE FIRST NIGHT IT IS FOUND IT IS
      *> ESCALATED -- STAMPED WITH TODAY'S DATE AND GIVEN AN 'E' ENTRY
      *> IN ITS STATUS HISTORY -- AND EVERY NIGHT UNTIL IT IS CLOSED
      *> IT IS LISTED ON THE SUPERVISOR'S ESCALATION REPORT WITH ITS
      *> OWNER AND THE DAYS IT IS OVER, NEWLY ESCALATED CASES MARKED
      *> NEW.  THE SUPERVISOR REASSIGNS OR CHASES THEM FROM THE
      *> CONSOLE.  ANY NEW ESCALATION SETS THE RUN-CONTROL CODE TO
      *> FLAG SO THE MORNING OPERATIONS-REPORT SHOWS IT.  THE REPORT
      *> GOES ON THE SPOOL UNDER DAILY RETENTION.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     CASE-FILE
                   ASSIGN       TO  CASEOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS CS-CASE-NO
                   FILE STATUS  IS  CASE-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     CASE-HISTORY-FILE
                   ASSIGN       TO  CASEHISTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS CH-EVENT-KEY
                   FILE STATUS  IS  CASEHIST-STATUS
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

        FD CASE-HISTORY-FILE.
        01 CASE-HISTORY-RECORD.
        COPY "ADDRESS-CASE-HISTORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==CH-==.

        FD REPORT-FILE.
        01 REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01  CASEOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-case.idx".
        01  CASEHISTOUT                PIC X(50)
            VALUE "/mnt/c/cobfiles\address-case-history.idx".
        01  REPORTOUT                  PIC X(50).

        01  CASE-STATUS                PIC X(02).
        01  CASEHIST-STATUS            PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-CASE-FILE       VALUE 'Y'.

        01  WS-TODAY                   PIC X(08).
        01  WS-TODAY-8                 PIC 9(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-TODAY-INTEGER           PIC 9(07).
        01  WS-DUE-8                   PIC 9(08).
        01  WS-DAYS-OVER               PIC 9(05).
        01  WS-DAYS-EDITED             PIC ZZZZ9.
        01  WS-NEW-FLAG                PIC X(03).
        01  WS-CURRENT-TIME            PIC X(08).

      *> OWNER NAME LOOKED UP ON THE CLERK MASTER (SEE
      *> ADDRESS-CLERK-CHECK) SO THE SUPERVISOR SEES WHO HOLDS IT.
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CLERK-RESULT            PIC X(01).

        01  WS-READ-COUNT              PIC 9(05) VALUE 0.
        01  WS-OPEN-COUNT              PIC 9(05) VALUE 0.
        01  WS-BREACHED-COUNT          PIC 9(05) VALUE 0.
        01  WS-ESCALATED-COUNT         PIC 9(05) VALUE 0.
        01  WS-LINE-COUNT              PIC 9(07) VALUE 0.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-CASE-ESCALTN".
        01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
        01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
        01  WS-RC-CODE                 PIC X(04) VALUE "0000".

      *> REPORT SPOOL FIELDS (SEE REPORT-SPOOL-REGISTER).
        01  WS-SPOOL-FUNCTION          PIC X(01).
        01  WS-SPOOL-REPORT            PIC X(20)
            VALUE "case-escalations".
        01  WS-SPOOL-JOB               PIC X(20)
            VALUE "ADDRESS-CASE-ESCALTN".
        01  WS-SPOOL-RETAIN            PIC X(01) VALUE 'D'.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            MOVE 'S' TO WS-RC-FUNCTION
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
                 WS-OVERRIDE-MARK
            MOVE WS-TODAY-8 TO WS-TODAY
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
            PERFORM OPEN-FILES
            PERFORM CHECK-ONE-CASE THRU CHECK-ONE-CASE-EXIT
               UNTIL END-OF-CASE-FILE
            PERFORM WRITE-REPORT-SUMMARY
            PERFORM CLOSE-FILES
            IF WS-ESCALATED-COUNT > 0
               MOVE "FLAG" TO WS-RC-CODE
            END-IF
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-READ-COUNT TO WS-RC-READ
            MOVE WS-ESCALATED-COUNT TO WS-RC-WRITTEN
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            STOP RUN.

        OPEN-FILES.
            OPEN I-O CASE-FILE
            IF CASE-STATUS NOT = '00' AND CASE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN CASE FILE, STATUS ' CASE-STATUS
               STOP RUN
            END-IF
            OPEN I-O CASE-HISTORY-FILE
            IF CASEHIST-STATUS NOT = '00' AND CASEHIST-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN CASE HISTORY FILE, STATUS '
                       CASEHIST-STATUS
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
            STRING "CUSTOMER SERVICE CASES PAST SLA -- FOR THE "
                   "SUPERVISOR, " WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               MOVE WS-OVERRIDE-MARK TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES        TO REPORT-LINE
            MOVE "CASE"        TO REPORT-LINE (1:)
            MOVE "T P"         TO REPORT-LINE (9:)
            MOVE "CONTACT"     TO REPORT-LINE (13:)
            MOVE "SUBJECT"     TO REPORT-LINE (47:)
            MOVE "DUE"         TO REPORT-LINE (78:)
            MOVE "OVER"        TO REPORT-LINE (87:)
            MOVE "OWNER"       TO REPORT-LINE (94:)
            PERFORM PUT-REPORT-LINE.

        CLOSE-FILES.
            CLOSE CASE-FILE CASE-HISTORY-FILE
            CLOSE REPORT-FILE
            MOVE 'R' TO WS-SPOOL-FUNCTION
            CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
                 WS-SPOOL-REPORT, WS-SPOOL-JOB, WS-SPOOL-RETAIN,
                 WS-LINE-COUNT, REPORTOUT.

        PUT-REPORT-LINE.
            WRITE REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            DISPLAY REPORT-LINE (1:110).

        CHECK-ONE-CASE.
            READ CASE-FILE NEXT
              AT END
                 SET END-OF-CASE-FILE TO TRUE
                 GO TO CHECK-ONE-CASE-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            IF NOT CS-CASE-OPEN
               GO TO CHECK-ONE-CASE-EXIT
            END-IF
            ADD 1 TO WS-OPEN-COUNT
            IF CS-SLA-DUE-DATE NOT NUMERIC
               OR CS-SLA-DUE-DATE NOT < WS-TODAY
               GO TO CHECK-ONE-CASE-EXIT
            END-IF
            ADD 1 TO WS-BREACHED-COUNT
            MOVE SPACES TO WS-NEW-FLAG
            IF CS-ESCALATED-DATE = SPACES
               PERFORM ESCALATE-CASE THRU ESCALATE-CASE-EXIT
            END-IF
            MOVE CS-SLA-DUE-DATE TO WS-DUE-8
            COMPUTE WS-DAYS-OVER = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-DUE-8)
            MOVE WS-DAYS-OVER TO WS-DAYS-EDITED
            CALL "ADDRESS-CLERK-CHECK" USING CS-OWNER-CLERK,
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CLERK-RESULT
            MOVE SPACES TO REPORT-LINE
            STRING CS-CASE-NO "  " CS-CASE-TYPE " " CS-PRIORITY " "
                   CS-PHONE " " CS-LAST-NAME " "
                   CS-SUBJECT (1:30) " " CS-SLA-DUE-DATE " "
                   WS-DAYS-EDITED "  " CS-OWNER-CLERK " "
                   WS-CLERK-NAME (1:20) " " WS-NEW-FLAG
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE.
        CHECK-ONE-CASE-EXIT.
            EXIT.

      *> THE FIRST NIGHT A CASE IS FOUND PAST ITS SLA.  THE OWNER IS
      *> LEFT AS IT IS -- REASSIGNING IS THE SUPERVISOR'S CALL.
        ESCALATE-CASE.
            MOVE WS-TODAY TO CS-ESCALATED-DATE
            ADD 1 TO CS-LAST-EVENT-SEQ
            REWRITE CASE-RECORD
              INVALID KEY
                 DISPLAY "CASE " CS-CASE-NO " REWRITE FAILED, STATUS "
                         CASE-STATUS
                 GO TO ESCALATE-CASE-EXIT
            END-REWRITE
            ADD 1 TO WS-ESCALATED-COUNT
            MOVE "NEW" TO WS-NEW-FLAG
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE SPACES            TO CASE-HISTORY-RECORD
            MOVE CS-CASE-NO        TO CH-CASE-NO
            MOVE CS-LAST-EVENT-SEQ TO CH-EVENT-SEQ
            MOVE WS-TODAY          TO CH-EVENT-DATE
            MOVE WS-CURRENT-TIME   TO CH-EVENT-TIME
            SET CH-EVENT-ESCALATED TO TRUE
            MOVE CS-STATUS         TO CH-STATUS
            MOVE CS-OWNER-CLERK    TO CH-OWNER-CLERK
            MOVE "ESCALATION"      TO CH-CLERK-ID
            STRING "PAST SLA DUE " CS-SLA-DUE-DATE
                   " -- TO SUPERVISOR"
                   DELIMITED BY SIZE INTO CH-NOTE
            END-STRING
            WRITE CASE-HISTORY-RECORD
              INVALID KEY
                 DISPLAY "CASE HISTORY WRITE FAILED, STATUS "
                         CASEHIST-STATUS
            END-WRITE.
        ESCALATE-CASE-EXIT.
            EXIT.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CASES OPEN: " WS-OPEN-COUNT
                   "   PAST SLA: " WS-BREACHED-COUNT
                   "   NEWLY ESCALATED: " WS-ESCALATED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE.

       END PROGRAM ADDRESS-CASE-ESCALATION.
