       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-DSAR-OVERDUE-REPORT.

      *> NIGHTLY CHASER FOR THE DATA SUBJECT ACCESS LOG (SEE
      *> ADDRESS-DSAR-MAINT).  EVERY REQUEST STILL OUTSTANDING -- OPEN
      *> OR EXTRACTED BUT NOT YET SENT -- IS LISTED WHEN IT IS PAST ITS
      *> STATUTORY DUE DATE (OVERDUE) OR WITHIN WS-WARN-DAYS OF IT
      *> (DUE SOON), WITH THE DAYS LEFT OR LATE AND WHAT IS STILL
      *> HOLDING IT UP.  ANY OVERDUE REQUEST SETS THE RUN-CONTROL CODE
      *> TO FLAG SO THE MORNING OPERATIONS-REPORT SHOWS IT.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     DSAR-FILE
                   ASSIGN       TO  DSAROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS DS-REQUEST-NO
                   FILE STATUS  IS  DSAR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD DSAR-FILE.
        01 DSAR-RECORD.
        COPY "ADDRESS-DSAR-RECORD.CPY" REPLACING ==(TAG)== BY ==DS-==.

        FD REPORT-FILE.
        01 REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01  DSAROUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-dsar.idx".
        01  REPORTOUT                  PIC X(50)
            VALUE "/mnt/c/cobfiles\dsar-overdue.txt".

        01  DSAR-STATUS                PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-DSAR-FILE       VALUE 'Y'.

      *> A REQUEST COMES ONTO THE REPORT THIS MANY DAYS BEFORE ITS DUE
      *> DATE, LONG ENOUGH TO VERIFY, EXTRACT AND POST A PACKAGE.
        01  WS-WARN-DAYS               PIC 9(03) VALUE 7.
        01  WS-TODAY-8                 PIC 9(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.
        01  WS-TODAY-INTEGER           PIC 9(07).
        01  WS-DUE-8                   PIC 9(08).
        01  WS-DUE-INTEGER             PIC 9(07).
        01  WS-DAYS-LEFT               PIC S9(05).
        01  WS-DAYS-EDITED             PIC ZZZZ9.
        01  WS-STAGE                   PIC X(24).

        01  WS-READ-COUNT              PIC 9(05) VALUE 0.
        01  WS-OUTSTANDING-COUNT       PIC 9(05) VALUE 0.
        01  WS-OVERDUE-COUNT           PIC 9(05) VALUE 0.
        01  WS-DUE-SOON-COUNT          PIC 9(05) VALUE 0.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-DSAR-OVERDUE".
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
            PERFORM OPEN-FILES
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
            PERFORM CHECK-ONE-REQUEST THRU CHECK-ONE-REQUEST-EXIT
               UNTIL END-OF-DSAR-FILE
            PERFORM WRITE-REPORT-SUMMARY
            PERFORM CLOSE-FILES
            IF WS-OVERDUE-COUNT > 0
               MOVE "FLAG" TO WS-RC-CODE
            END-IF
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-READ-COUNT TO WS-RC-READ
            COMPUTE WS-RC-WRITTEN =
               WS-OVERDUE-COUNT + WS-DUE-SOON-COUNT
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT DSAR-FILE
            IF DSAR-STATUS NOT = '00' AND DSAR-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN DSAR FILE, STATUS ' DSAR-STATUS
               STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF REPORT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN REPORT FILE, STATUS ' REPORT-STATUS
               STOP RUN
            END-IF
            MOVE "DATA SUBJECT ACCESS REQUESTS DUE OR OVERDUE" TO
                 REPORT-LINE
            PERFORM PUT-REPORT-LINE
            IF WS-DATE-OVERRIDDEN
               MOVE WS-OVERRIDE-MARK TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES        TO REPORT-LINE
            MOVE "REQ NO"      TO REPORT-LINE (1:)
            MOVE "PHONE"       TO REPORT-LINE (9:)
            MOVE "SUBJECT"     TO REPORT-LINE (22:)
            MOVE "DUE"         TO REPORT-LINE (50:)
            MOVE "DAYS"        TO REPORT-LINE (61:)
            MOVE "WAITING ON"  TO REPORT-LINE (72:)
            MOVE "STATUS"      TO REPORT-LINE (100:)
            PERFORM PUT-REPORT-LINE.

        CLOSE-FILES.
            CLOSE DSAR-FILE
            CLOSE REPORT-FILE.

        PUT-REPORT-LINE.
            WRITE REPORT-LINE
            DISPLAY REPORT-LINE (1:110).

        CHECK-ONE-REQUEST.
            READ DSAR-FILE NEXT
              AT END
                 SET END-OF-DSAR-FILE TO TRUE
                 GO TO CHECK-ONE-REQUEST-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            IF NOT DS-DSAR-OUTSTANDING
               GO TO CHECK-ONE-REQUEST-EXIT
            END-IF
            ADD 1 TO WS-OUTSTANDING-COUNT
            IF DS-DUE-DATE NOT NUMERIC
               GO TO CHECK-ONE-REQUEST-EXIT
            END-IF
            MOVE DS-DUE-DATE TO WS-DUE-8
            COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-8)
            COMPUTE WS-DAYS-LEFT = WS-DUE-INTEGER - WS-TODAY-INTEGER
            IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO CHECK-ONE-REQUEST-EXIT
            END-IF
            EVALUATE TRUE
               WHEN DS-VERIFY-NOT-DONE
                  MOVE "IDENTITY CHECK"        TO WS-STAGE
               WHEN DS-DSAR-OPEN
                  MOVE "PACKAGE EXTRACT"       TO WS-STAGE
               WHEN OTHER
                  MOVE "SENDING, EXTRACTED "   TO WS-STAGE
                  MOVE DS-EXTRACT-DATE         TO WS-STAGE (20:)
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-DAYS-EDITED = 0 - WS-DAYS-LEFT
               STRING DS-REQUEST-NO "  " DS-PHONE " "
                      DS-LAST-NAME " " DS-FIRST-NAME (1:5) "  "
                      DS-DUE-DATE "  " WS-DAYS-EDITED " LATE  "
                      WS-STAGE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               MOVE "OVERDUE" TO REPORT-LINE (100:)
            ELSE
               ADD 1 TO WS-DUE-SOON-COUNT
               MOVE WS-DAYS-LEFT TO WS-DAYS-EDITED
               STRING DS-REQUEST-NO "  " DS-PHONE " "
                      DS-LAST-NAME " " DS-FIRST-NAME (1:5) "  "
                      DS-DUE-DATE "  " WS-DAYS-EDITED " LEFT  "
                      WS-STAGE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               MOVE "DUE SOON" TO REPORT-LINE (100:)
            END-IF
            PERFORM PUT-REPORT-LINE.
        CHECK-ONE-REQUEST-EXIT.
            EXIT.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "REQUESTS OUTSTANDING: " WS-OUTSTANDING-COUNT
                   "   OVERDUE: " WS-OVERDUE-COUNT
                   "   DUE WITHIN " WS-WARN-DAYS " DAYS: "
                   WS-DUE-SOON-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE.

       END PROGRAM ADDRESS-DSAR-OVERDUE-REPORT.
