       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CASE-CONSOLE.

      *> CONSOLE FOR CUSTOMER SERVICE CASES (THE SAME DISPLAY/ACCEPT
      *> SHAPE AS ADDRESS-DSAR-MAINT).  A CLERK WITH EDIT AUTHORITY
      *> OPENS A CASE AGAINST A CONTACT'S PHONE -- AND, WHEN IT IS
      *> ABOUT A BILL, THE BILLING ACCOUNT -- WITH ITS TYPE, PRIORITY,
      *> SUBJECT AND OWNING CLERK.  THE SLA DUE DATE IS SET FROM THE
      *> PRIORITY TABLE BELOW: THE OPENED DATE PLUS THE PRIORITY'S
      *> DAYS, ROLLED ON TO A PROCESSING DAY BY BUSINESS-DAY-CHECK.
      *> AN OPEN CASE CAN THEN BE REASSIGNED TO ANOTHER CLERK OR
      *> CLOSED WITH A RESOLUTION CODE.  EVERY STEP IS WRITTEN TO THE
      *> CASE'S STATUS HISTORY, WHICH THE CONSOLE SHOWS WITH THE CASE,
      *> AND TO THE AUDIT TRAIL.  A CASE STILL OPEN PAST ITS DUE DATE
      *> IS ESCALATED OVERNIGHT BY ADDRESS-CASE-ESCALATION.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

            SELECT OPTIONAL     AUDIT-FILE
                   ASSIGN       TO  AUDITOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  AUDIT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD CASE-FILE.
        01 CASE-RECORD.
        COPY "ADDRESS-CASE-RECORD.CPY" REPLACING ==(TAG)== BY ==CS-==.

        FD CASE-HISTORY-FILE.
        01 CASE-HISTORY-RECORD.
        COPY "ADDRESS-CASE-HISTORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==CH-==.

        FD AUDIT-FILE.
        01 AUDIT-LINE                    PIC X(80).

        WORKING-STORAGE SECTION.
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  CASEOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-case.idx".
        01  CASEHISTOUT                PIC X(50)
            VALUE "/mnt/c/cobfiles\address-case-history.idx".
        01  AUDITOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-audit.log".

        COPY "FILESTATUS.CPY".
        01  CASE-STATUS                PIC X(02).
        01  CASEHIST-STATUS            PIC X(02).
        01  AUDIT-STATUS               PIC X(02).
        01  WS-AUDIT-TIMESTAMP         PIC X(26).
        01  WS-AUDIT-ACTION            PIC X(10).

        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CHECK-RESULT            PIC X(01).
        01  WS-TODAY                   PIC X(08).

      *> THE SLA FOR EACH PRIORITY, IN CALENDAR DAYS FROM THE DAY THE
      *> CASE IS OPENED -- 1 URGENT, 2 HIGH, 3 NORMAL, 4 LOW.
        01  WS-PRIORITY-VALUES.
            05  FILLER                 PIC X(13) VALUE "1001URGENT".
            05  FILLER                 PIC X(13) VALUE "2002HIGH".
            05  FILLER                 PIC X(13) VALUE "3005NORMAL".
            05  FILLER                 PIC X(13) VALUE "4010LOW".
        01  WS-PRIORITY-TABLE REDEFINES WS-PRIORITY-VALUES.
            05  WS-PRIORITY-ENTRY      OCCURS 4 TIMES.
                10  WS-PRIORITY-CODE   PIC X(01).
                10  WS-PRIORITY-DAYS   PIC 9(03).
                10  WS-PRIORITY-NAME   PIC X(09).
        01  WS-PRIORITY-I              PIC 9(01).
        01  WS-INTEGER-DATE            PIC 9(07).
        01  WS-DUE-DATE-8              PIC 9(08).
        01  WS-DUE-DATE-X              PIC X(08).

      *> A NEW OWNER MUST BE AN ACTIVE CLERK WHO CAN WORK THE CASE.
        01  WS-OWNER-ID                PIC X(10).
        01  WS-OWNER-NAME              PIC X(30).
        01  WS-OWNER-ROLE              PIC X(01).
        01  WS-OWNER-RESULT            PIC X(01).
        01  WS-OWNER-SWITCH            PIC X(01).
            88  OWNER-IS-VALID         VALUE 'Y'.

        01  WS-WORK-CASE               PIC X(06).
        01  WS-WORK-PHONE              PIC X(12).
        01  WS-WORK-ACCOUNT            PIC X(07).
        01  WS-WORK-CODE               PIC X(02).
        01  WS-WORK-NOTE               PIC X(40).
        01  WS-ACTION                  PIC X(01).
        01  WS-NEXT-CASE-NO            PIC 9(06).
        01  WS-HOLD-RECORD             PIC X(235).
        01  WS-EVENT-CODE              PIC X(01).
        01  WS-EVENT-NOTE              PIC X(40).
        01  WS-CURRENT-TIME            PIC X(08).
        01  WS-HIST-EOF-SWITCH         PIC X(01).
            88  END-OF-CASE-HISTORY    VALUE 'Y'.
        01  WS-DONE-SWITCH             PIC X(01) VALUE 'N'.
            88  CLERK-IS-DONE          VALUE 'Y'.

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
                    AND (WS-CLERK-ROLE = 'S' OR WS-CLERK-ROLE = 'E')
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN OTHER
                  DISPLAY "NOT AN ACTIVE CLERK WITH EDIT AUTHORITY"
                  STOP RUN
            END-EVALUATE
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS ' FILESTATUS
               STOP RUN
            END-IF
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
            PERFORM WORK-ONE-CASE THRU WORK-ONE-CASE-EXIT
               UNTIL CLERK-IS-DONE
            CLOSE ADDRESS-FILE CASE-FILE CASE-HISTORY-FILE
            STOP RUN.

        WORK-ONE-CASE.
            DISPLAY " "
            DISPLAY "CASE NUMBER, ALL SIX DIGITS (ENTER FOR A NEW "
                    "CASE, OR END):"
            MOVE SPACES TO WS-WORK-CASE
            ACCEPT WS-WORK-CASE
            IF WS-WORK-CASE = "END" OR WS-WORK-CASE = "end"
               SET CLERK-IS-DONE TO TRUE
               GO TO WORK-ONE-CASE-EXIT
            END-IF
            IF WS-WORK-CASE = SPACES
               PERFORM OPEN-NEW-CASE THRU OPEN-NEW-CASE-EXIT
               GO TO WORK-ONE-CASE-EXIT
            END-IF
            IF WS-WORK-CASE NOT NUMERIC
               DISPLAY "CASE NUMBER MUST BE SIX DIGITS"
               GO TO WORK-ONE-CASE-EXIT
            END-IF
            MOVE WS-WORK-CASE TO CS-CASE-NO
            READ CASE-FILE
              INVALID KEY
                 DISPLAY "NO CASE " WS-WORK-CASE " ON FILE"
                 GO TO WORK-ONE-CASE-EXIT
            END-READ
            PERFORM SHOW-CASE
            PERFORM SHOW-CASE-HISTORY THRU SHOW-CASE-HISTORY-EXIT
            PERFORM UPDATE-CASE THRU UPDATE-CASE-EXIT.
        WORK-ONE-CASE-EXIT.
            EXIT.

      *> A CASE IS ALWAYS AGAINST A CONTACT ON FILE.  THE BILLING
      *> ACCOUNT IS OFFERED FROM THE CONTACT AND MAY BE LEFT OFF WHEN
      *> THE CASE IS NOT ABOUT A BILL.
        OPEN-NEW-CASE.
            MOVE SPACES TO CASE-RECORD
            MOVE ZERO   TO CS-ACCOUNT-ID CS-LAST-EVENT-SEQ
            DISPLAY "CONTACT PHONE:"
            MOVE SPACES TO WS-WORK-PHONE
            ACCEPT WS-WORK-PHONE
            IF WS-WORK-PHONE = SPACES
               DISPLAY "A CASE NEEDS A CONTACT -- NOT OPENED"
               GO TO OPEN-NEW-CASE-EXIT
            END-IF
            MOVE WS-WORK-PHONE TO FD-PHONE
            READ ADDRESS-FILE
              INVALID KEY
                 DISPLAY "NO CONTACT ON FILE FOR " WS-WORK-PHONE
                         " -- ADD THE CONTACT FIRST"
                 GO TO OPEN-NEW-CASE-EXIT
            END-READ
            MOVE FD-PHONE      TO CS-PHONE
            MOVE FD-LAST-NAME  TO CS-LAST-NAME
            MOVE FD-FIRST-NAME TO CS-FIRST-NAME
            DISPLAY "CONTACT: " FD-FIRST-NAME " " FD-LAST-NAME
            IF FD-ACCOUNT-ID IS NUMERIC AND FD-ACCOUNT-ID NOT = ZERO
               DISPLAY "BILLING ACCOUNT (ENTER FOR " FD-ACCOUNT-ID
                       ", N IF NOT ABOUT AN ACCOUNT):"
            ELSE
               DISPLAY "BILLING ACCOUNT (ENTER IF NOT ABOUT AN "
                       "ACCOUNT):"
            END-IF
            MOVE SPACES TO WS-WORK-ACCOUNT
            ACCEPT WS-WORK-ACCOUNT
            EVALUATE TRUE
               WHEN WS-WORK-ACCOUNT = "N" OR WS-WORK-ACCOUNT = "n"
                  MOVE ZERO TO CS-ACCOUNT-ID
               WHEN WS-WORK-ACCOUNT = SPACES
                  IF FD-ACCOUNT-ID IS NUMERIC
                     MOVE FD-ACCOUNT-ID TO CS-ACCOUNT-ID
                  END-IF
               WHEN WS-WORK-ACCOUNT IS NUMERIC
                  MOVE WS-WORK-ACCOUNT TO CS-ACCOUNT-ID
               WHEN OTHER
                  DISPLAY "ACCOUNT MUST BE SEVEN DIGITS -- NOT OPENED"
                  GO TO OPEN-NEW-CASE-EXIT
            END-EVALUATE
            DISPLAY "TYPE -- (C)OMPLAINT, (S)ERVICE REQUEST, "
                    "(B)ILLING, (E)NQUIRY:"
            ACCEPT CS-CASE-TYPE
            MOVE FUNCTION UPPER-CASE(CS-CASE-TYPE) TO CS-CASE-TYPE
            IF NOT CS-TYPE-VALID
               DISPLAY "NOT A CASE TYPE -- NOT OPENED"
               GO TO OPEN-NEW-CASE-EXIT
            END-IF
            DISPLAY "PRIORITY -- 1 URGENT, 2 HIGH, 3 NORMAL, 4 LOW "
                    "(ENTER FOR 3):"
            ACCEPT CS-PRIORITY
            IF CS-PRIORITY = SPACE
               SET CS-PRIORITY-NORMAL TO TRUE
            END-IF
            IF NOT CS-PRIORITY-VALID
               DISPLAY "PRIORITY MUST BE 1 TO 4 -- NOT OPENED"
               GO TO OPEN-NEW-CASE-EXIT
            END-IF
            DISPLAY "SUBJECT:"
            ACCEPT CS-SUBJECT
            IF CS-SUBJECT = SPACES
               DISPLAY "A SUBJECT IS REQUIRED -- NOT OPENED"
               GO TO OPEN-NEW-CASE-EXIT
            END-IF
            DISPLAY "OWNING CLERK (ENTER FOR YOURSELF):"
            MOVE SPACES TO WS-OWNER-ID
            ACCEPT WS-OWNER-ID
            IF WS-OWNER-ID = SPACES
               MOVE WS-CLERK-ID TO WS-OWNER-ID
            END-IF
            PERFORM CHECK-OWNER THRU CHECK-OWNER-EXIT
            IF NOT OWNER-IS-VALID
               DISPLAY "NOT OPENED"
               GO TO OPEN-NEW-CASE-EXIT
            END-IF
            MOVE WS-OWNER-ID TO CS-OWNER-CLERK
            MOVE WS-TODAY    TO CS-OPENED-DATE
            MOVE WS-CLERK-ID TO CS-OPENED-BY
            PERFORM SET-SLA-DUE-DATE
            SET CS-CASE-OPEN TO TRUE
            PERFORM ASSIGN-CASE-NO
            MOVE 1 TO CS-LAST-EVENT-SEQ
            WRITE CASE-RECORD
              INVALID KEY
                 DISPLAY "WRITE FAILED, STATUS " CASE-STATUS
                 GO TO OPEN-NEW-CASE-EXIT
            END-WRITE
            MOVE 'O'        TO WS-EVENT-CODE
            MOVE CS-SUBJECT TO WS-EVENT-NOTE
            PERFORM WRITE-CASE-EVENT THRU WRITE-CASE-EVENT-EXIT
            MOVE "CASE OPEN " TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "OPENED AS CASE " CS-CASE-NO " FOR " CS-OWNER-CLERK
                    " -- DUE BY " CS-SLA-DUE-DATE.
        OPEN-NEW-CASE-EXIT.
            EXIT.

      *> CASES ARE NUMBERED ONE PAST THE HIGHEST ON FILE.
        ASSIGN-CASE-NO.
            MOVE 1 TO WS-NEXT-CASE-NO
            MOVE CASE-RECORD TO WS-HOLD-RECORD
            MOVE 999999 TO CS-CASE-NO
            START CASE-FILE KEY < CS-CASE-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ CASE-FILE PREVIOUS
                   NOT AT END
                      COMPUTE WS-NEXT-CASE-NO = CS-CASE-NO + 1
                 END-READ
            END-START
            MOVE WS-HOLD-RECORD TO CASE-RECORD
            MOVE WS-NEXT-CASE-NO TO CS-CASE-NO.

      *> OPENED DATE PLUS THE PRIORITY'S SLA DAYS, MOVED ON TO THE
      *> NEXT PROCESSING DAY WHEN IT LANDS ON A WEEKEND OR HOLIDAY.
        SET-SLA-DUE-DATE.
            MOVE 1 TO WS-PRIORITY-I
            PERFORM FIND-PRIORITY
               UNTIL WS-PRIORITY-I > 3
                  OR WS-PRIORITY-CODE (WS-PRIORITY-I) = CS-PRIORITY
            COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               + WS-PRIORITY-DAYS (WS-PRIORITY-I)
            COMPUTE WS-DUE-DATE-8 =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)
            MOVE WS-DUE-DATE-8 TO WS-DUE-DATE-X
            CALL "BUSINESS-DAY-CHECK" USING WS-DUE-DATE-X,
                 CS-SLA-DUE-DATE.

        FIND-PRIORITY.
            ADD 1 TO WS-PRIORITY-I.

        CHECK-OWNER.
            MOVE 'N' TO WS-OWNER-SWITCH
            CALL "ADDRESS-CLERK-CHECK" USING WS-OWNER-ID,
                 WS-OWNER-NAME, WS-OWNER-ROLE, WS-OWNER-RESULT
            EVALUATE TRUE
               WHEN WS-OWNER-RESULT = 'M'
                  SET OWNER-IS-VALID TO TRUE
               WHEN WS-OWNER-RESULT = 'Y'
                    AND (WS-OWNER-ROLE = 'S' OR WS-OWNER-ROLE = 'E')
                  SET OWNER-IS-VALID TO TRUE
               WHEN OTHER
                  DISPLAY "  " WS-OWNER-ID " IS NOT AN ACTIVE CLERK "
                          "WITH EDIT AUTHORITY"
            END-EVALUATE.
        CHECK-OWNER-EXIT.
            EXIT.

        SHOW-CASE.
            DISPLAY "CASE " CS-CASE-NO "  CONTACT " CS-PHONE
                    " " CS-FIRST-NAME " " CS-LAST-NAME
            DISPLAY "  ACCOUNT " CS-ACCOUNT-ID "  TYPE " CS-CASE-TYPE
                    "  PRIORITY " CS-PRIORITY "  " CS-SUBJECT
            DISPLAY "  OPENED " CS-OPENED-DATE " BY " CS-OPENED-BY
                    "  DUE " CS-SLA-DUE-DATE "  OWNER "
                    CS-OWNER-CLERK "  STATUS " CS-STATUS
            IF CS-ESCALATED-DATE NOT = SPACES
               DISPLAY "  ESCALATED " CS-ESCALATED-DATE
            END-IF
            IF CS-CASE-CLOSED
               DISPLAY "  CLOSED " CS-CLOSED-DATE " BY " CS-CLOSED-BY
                       " (" CS-RESOLUTION-CODE ") " CS-CLOSE-NOTE
            END-IF.

        SHOW-CASE-HISTORY.
            MOVE 'N' TO WS-HIST-EOF-SWITCH
            MOVE CS-CASE-NO TO CH-CASE-NO
            MOVE ZERO       TO CH-EVENT-SEQ
            START CASE-HISTORY-FILE KEY > CH-EVENT-KEY
              INVALID KEY
                 GO TO SHOW-CASE-HISTORY-EXIT
            END-START
            DISPLAY "  HISTORY:"
            PERFORM SHOW-ONE-EVENT UNTIL END-OF-CASE-HISTORY.
        SHOW-CASE-HISTORY-EXIT.
            EXIT.

        SHOW-ONE-EVENT.
            READ CASE-HISTORY-FILE NEXT
              AT END
                 SET END-OF-CASE-HISTORY TO TRUE
            END-READ
            IF NOT END-OF-CASE-HISTORY
               IF CH-CASE-NO NOT = CS-CASE-NO
                  SET END-OF-CASE-HISTORY TO TRUE
               ELSE
                  DISPLAY "    " CH-EVENT-DATE " " CH-EVENT-CODE
                          " " CH-STATUS " " CH-OWNER-CLERK " BY "
                          CH-CLERK-ID " " CH-NOTE
               END-IF
            END-IF.

      *> A CLOSED CASE IS HISTORY AND STAYS AS IT IS.  AN OPEN ONE
      *> CAN BE REASSIGNED OR CLOSED; THE SLA DUE DATE STAYS WITH THE
      *> CASE WHOEVER OWNS IT.
        UPDATE-CASE.
            IF NOT CS-CASE-OPEN
               GO TO UPDATE-CASE-EXIT
            END-IF
            DISPLAY "  (A)SSIGN TO ANOTHER CLERK, (C)LOSE, OR ENTER "
                    "TO LEAVE:"
            MOVE SPACE TO WS-ACTION
            ACCEPT WS-ACTION
            MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
            EVALUATE WS-ACTION
               WHEN 'A'
                  DISPLAY "  NEW OWNING CLERK:"
                  MOVE SPACES TO WS-OWNER-ID
                  ACCEPT WS-OWNER-ID
                  IF WS-OWNER-ID = SPACES
                     OR WS-OWNER-ID = CS-OWNER-CLERK
                     GO TO UPDATE-CASE-EXIT
                  END-IF
                  PERFORM CHECK-OWNER THRU CHECK-OWNER-EXIT
                  IF NOT OWNER-IS-VALID
                     GO TO UPDATE-CASE-EXIT
                  END-IF
                  DISPLAY "  REASON FOR THE REASSIGNMENT:"
                  MOVE SPACES TO WS-EVENT-NOTE
                  ACCEPT WS-EVENT-NOTE
                  MOVE WS-OWNER-ID TO CS-OWNER-CLERK
                  MOVE 'A' TO WS-EVENT-CODE
                  MOVE "CASE ASSGN" TO WS-AUDIT-ACTION
               WHEN 'C'
                  PERFORM ASK-RESOLUTION THRU ASK-RESOLUTION-EXIT
                  IF NOT CS-CASE-CLOSED
                     GO TO UPDATE-CASE-EXIT
                  END-IF
                  MOVE CS-CLOSE-NOTE TO WS-EVENT-NOTE
                  MOVE 'C' TO WS-EVENT-CODE
                  MOVE "CASE CLOSE" TO WS-AUDIT-ACTION
               WHEN OTHER
                  GO TO UPDATE-CASE-EXIT
            END-EVALUATE
            ADD 1 TO CS-LAST-EVENT-SEQ
            REWRITE CASE-RECORD
              INVALID KEY
                 DISPLAY "REWRITE FAILED, STATUS " CASE-STATUS
                 GO TO UPDATE-CASE-EXIT
            END-REWRITE
            PERFORM WRITE-CASE-EVENT THRU WRITE-CASE-EVENT-EXIT
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "CASE " CS-CASE-NO " UPDATED".
        UPDATE-CASE-EXIT.
            EXIT.

      *> A CASE IS CLOSED ONLY WITH A RESOLUTION CODE AND A NOTE OF
      *> WHAT WAS DONE.
        ASK-RESOLUTION.
            DISPLAY "  RESOLUTION -- FX FIXED, CR CREDIT OR REFUND, "
                    "EX EXPLAINED,"
            DISPLAY "  DS REFERRED TO A BILLING DISPUTE, WD WITHDRAWN, "
                    "DU DUPLICATE:"
            MOVE SPACES TO WS-WORK-CODE
            ACCEPT WS-WORK-CODE
            MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
            MOVE WS-WORK-CODE TO CS-RESOLUTION-CODE
            IF NOT CS-RESOLUTION-VALID
               MOVE SPACES TO CS-RESOLUTION-CODE
               DISPLAY "  NOT A RESOLUTION CODE -- NOT CLOSED"
               GO TO ASK-RESOLUTION-EXIT
            END-IF
            DISPLAY "  WHAT WAS DONE:"
            MOVE SPACES TO WS-WORK-NOTE
            ACCEPT WS-WORK-NOTE
            IF WS-WORK-NOTE = SPACES
               MOVE SPACES TO CS-RESOLUTION-CODE
               DISPLAY "  A NOTE IS REQUIRED -- NOT CLOSED"
               GO TO ASK-RESOLUTION-EXIT
            END-IF
            MOVE WS-WORK-NOTE TO CS-CLOSE-NOTE
            MOVE WS-CLERK-ID  TO CS-CLOSED-BY
            MOVE WS-TODAY     TO CS-CLOSED-DATE
            SET CS-CASE-CLOSED TO TRUE.
        ASK-RESOLUTION-EXIT.
            EXIT.

      *> THE NEXT ENTRY IN THE CASE'S STATUS HISTORY, CARRYING THE
      *> STATUS AND OWNER THE CASE WAS JUST SAVED WITH, UNDER THE
      *> SEQUENCE NUMBER SAVED ON THE CASE.
        WRITE-CASE-EVENT.
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE SPACES            TO CASE-HISTORY-RECORD
            MOVE CS-CASE-NO        TO CH-CASE-NO
            MOVE CS-LAST-EVENT-SEQ TO CH-EVENT-SEQ
            MOVE WS-TODAY          TO CH-EVENT-DATE
            MOVE WS-CURRENT-TIME   TO CH-EVENT-TIME
            MOVE WS-EVENT-CODE     TO CH-EVENT-CODE
            MOVE CS-STATUS         TO CH-STATUS
            MOVE CS-OWNER-CLERK    TO CH-OWNER-CLERK
            MOVE WS-CLERK-ID       TO CH-CLERK-ID
            MOVE WS-EVENT-NOTE     TO CH-NOTE
            WRITE CASE-HISTORY-RECORD
              INVALID KEY
                 DISPLAY "CASE HISTORY WRITE FAILED, STATUS "
                         CASEHIST-STATUS
            END-WRITE.
        WRITE-CASE-EVENT-EXIT.
            EXIT.

        WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-FILE
            IF AUDIT-STATUS = '05' OR AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
            END-IF
            IF AUDIT-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                      WS-AUDIT-TIMESTAMP (9:6) ' '
                      WS-AUDIT-ACTION           ' '
                      CS-PHONE ' ' WS-CLERK-ID
                      ' CASE ' CS-CASE-NO
                      DELIMITED BY SIZE INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF.

       END PROGRAM ADDRESS-CASE-CONSOLE.
