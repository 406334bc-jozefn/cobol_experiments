       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-ACCESS-REPORT.

      *> PRIVACY ACCESS REPORT OVER THE READ-ACCESS LOG WRITTEN BY
      *> ADDRESS-ACCESS-LOG.  IT ANSWERS ONE OF TWO QUESTIONS FOR A
      *> DATE RANGE:
      *>
      *>   C -- WHO VIEWED THIS CONTACT?  GIVEN A PHONE NUMBER, EVERY
      *>        LOOK AT THE CONTACT ITSELF, AND EVERY LOOK AT AN
      *>        ACCOUNT LINKED TO IT (THE EMBEDDED FD-ACCOUNT-ID AND
      *>        EVERY CROSS-REFERENCE LINK) -- LEDGER INQUIRIES AND
      *>        BANK DETAILS INCLUDED, SINCE THOSE ARE KEYED BY
      *>        ACCOUNT, NOT PHONE.
      *>   K -- WHAT DID THIS CLERK LOOK AT?  EVERY ENTRY FOR THE
      *>        CLERK, F4 PICK-LIST SEARCHES INCLUDED.
      *>
      *> THE RANGE IS INCLUSIVE; A BLANK FROM-DATE MEANS THE START OF
      *> THE LOG AND A BLANK TO-DATE MEANS TODAY.  ONLY A SUPERVISOR
      *> MAY RUN IT.  THE LISTING IS SHOWN ON THE CONSOLE AND WRITTEN
      *> TO THE REPORT FILE FOR PRINTING, THE SAME WAY
      *> ADDRESS-TIMELINE-INQUIRY DOES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     ACCESS-FILE
                   ASSIGN       TO  ACCESSOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  ACCESS-STATUS.

            SELECT OPTIONAL     ADDRESS-FILE
                   ASSIGN       TO  OUTFILE
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-NAME-CODE  WITH DUPLICATES
                   FILE STATUS  IS  FILESTATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     XREF-FILE
                   ASSIGN       TO  XREFOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS XR-XREF-KEY
                   ALTERNATE RECORD KEY IS XR-ACCOUNT-ID
                            WITH DUPLICATES
                   FILE STATUS  IS  XREF-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT              REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ACCESS-FILE.
        01 ACCESS-RECORD.
        COPY "ADDRESS-ACCESS-RECORD.CPY"
             REPLACING ==(TAG)== BY ==AX-==.

        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD XREF-FILE.
        01 XREF-RECORD.
        COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
             REPLACING ==(TAG)== BY ==XR-==.

        FD REPORT-FILE.
        01 REPORT-LINE                   PIC X(100).

        WORKING-STORAGE SECTION.
        01  ACCESSOUT                  PIC X(50)
            VALUE "/mnt/c/cobfiles\address-access.log".
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  XREFOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-xref.idx".
        01  REPORTOUT                  PIC X(50)
            VALUE "access-report.txt".

        COPY "FILESTATUS.CPY".
        01  ACCESS-STATUS              PIC X(02).
        01  XREF-STATUS                PIC X(02).
        01  REPORT-STATUS              PIC X(02).

      *> THE SUPERVISOR RUNNING THE REPORT (SEE ADDRESS-CLERK-CHECK).
        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CLERK-CHECK-RESULT      PIC X(01).

      *> WHAT WAS ASKED.
        01  WS-REPORT-MODE             PIC X(01).
            88  REPORT-BY-CONTACT      VALUE 'C'.
            88  REPORT-BY-CLERK        VALUE 'K'.
        01  WS-TARGET-PHONE            PIC X(12).
        01  WS-TARGET-CLERK            PIC X(10).
        01  WS-FROM-DATE               PIC X(08).
        01  WS-TO-DATE                 PIC X(08).

      *> EVERY ACCOUNT LINKED TO THE CONTACT -- THE EMBEDDED
      *> FD-ACCOUNT-ID PLUS EVERY CROSS-REFERENCE LINK, THE SAME LIST
      *> ADDRESS-TIMELINE-INQUIRY FOLLOWS.
        01  WS-ACCT-LIST-TABLE.
            05  WS-ACCT-LIST OCCURS 10 TIMES
                                       PIC 9(07).
        01  WS-ACCT-LIST-COUNT         PIC 9(02) VALUE 0.
        01  WS-ACCT-LIST-I             PIC 9(02) VALUE 0.
        01  WS-TARGET-ACCOUNT          PIC 9(07) VALUE 0.
        01  WS-ENTRY-ACCOUNT           PIC X(07).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-ACCESS-LOG      VALUE 'Y'.
        01  WS-XREF-EOF-SWITCH         PIC X(01) VALUE 'N'.
            88  XREF-SCAN-EOF          VALUE 'Y'.
        01  WS-MATCH-SWITCH            PIC X(01) VALUE 'N'.
            88  ENTRY-MATCHES          VALUE 'Y'.

        01  WS-READ-COUNT              PIC 9(07) VALUE 0.
        01  WS-MATCH-COUNT             PIC 9(07) VALUE 0.
        01  WS-KEY-TEXT                PIC X(14).

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            PERFORM SIGN-ON THRU SIGN-ON-EXIT
            PERFORM ASK-QUESTION THRU ASK-QUESTION-EXIT
            IF REPORT-BY-CONTACT
               PERFORM BUILD-ACCOUNT-LIST
                       THRU BUILD-ACCOUNT-LIST-EXIT
            END-IF
            OPEN INPUT ACCESS-FILE
            IF ACCESS-STATUS NOT = '00' AND ACCESS-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN ACCESS LOG, STATUS ' ACCESS-STATUS
               STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF REPORT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN REPORT FILE, STATUS ' REPORT-STATUS
               STOP RUN
            END-IF
            PERFORM WRITE-REPORT-HEADING
            PERFORM REPORT-ONE-ENTRY THRU REPORT-ONE-ENTRY-EXIT
               UNTIL END-OF-ACCESS-LOG
            PERFORM WRITE-REPORT-SUMMARY
            CLOSE ACCESS-FILE
            CLOSE REPORT-FILE
            STOP RUN.

        SIGN-ON.
            DISPLAY "ENTER YOUR CLERK ID:"
            ACCEPT WS-CLERK-ID
            IF WS-CLERK-ID = SPACES
               DISPLAY "A CLERK ID IS REQUIRED"
               STOP RUN
            END-IF
            CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CLERK-CHECK-RESULT
            EVALUATE TRUE
               WHEN WS-CLERK-CHECK-RESULT = 'M'
                  DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
                          "ROLE NOT VERIFIED"
               WHEN WS-CLERK-CHECK-RESULT = 'Y'
                    AND WS-CLERK-ROLE = 'S'
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN OTHER
                  DISPLAY "THE ACCESS REPORT NEEDS A SUPERVISOR"
                  STOP RUN
            END-EVALUATE.
        SIGN-ON-EXIT.
            EXIT.

        ASK-QUESTION.
            DISPLAY "REPORT BY (C)ONTACT OR CLER(K):"
            ACCEPT WS-REPORT-MODE
            MOVE FUNCTION UPPER-CASE (WS-REPORT-MODE) TO WS-REPORT-MODE
            EVALUATE TRUE
               WHEN REPORT-BY-CONTACT
                  DISPLAY "ENTER CONTACT PHONE NUMBER:"
                  ACCEPT WS-TARGET-PHONE
                  IF WS-TARGET-PHONE = SPACES
                     DISPLAY "A PHONE NUMBER IS REQUIRED"
                     STOP RUN
                  END-IF
               WHEN REPORT-BY-CLERK
                  DISPLAY "ENTER CLERK ID:"
                  ACCEPT WS-TARGET-CLERK
                  IF WS-TARGET-CLERK = SPACES
                     DISPLAY "A CLERK ID IS REQUIRED"
                     STOP RUN
                  END-IF
               WHEN OTHER
                  DISPLAY "MODE MUST BE C OR K"
                  STOP RUN
            END-EVALUATE
            DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR THE START):"
            ACCEPT WS-FROM-DATE
            IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
            END-IF
            DISPLAY "TO DATE (YYYYMMDD, BLANK FOR TODAY):"
            ACCEPT WS-TO-DATE
            IF WS-TO-DATE = SPACES
               ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
            END-IF
            IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "DATES MUST BE YYYYMMDD"
               STOP RUN
            END-IF
            IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE"
               STOP RUN
            END-IF.
        ASK-QUESTION-EXIT.
            EXIT.

        BUILD-ACCOUNT-LIST.
            MOVE 0 TO WS-ACCT-LIST-COUNT
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS = '00'
               MOVE WS-TARGET-PHONE TO FD-PHONE
               READ ADDRESS-FILE KEY IS FD-PHONE
                 INVALID KEY
                    DISPLAY "PHONE NOT ON FILE -- SHOWING CONTACT "
                            "AND CROSS-REFERENCED ACCOUNTS ONLY"
                 NOT INVALID KEY
                    MOVE FD-ACCOUNT-ID TO WS-TARGET-ACCOUNT
               END-READ
               CLOSE ADDRESS-FILE
            END-IF
            IF WS-TARGET-ACCOUNT NOT = 0
               MOVE 1 TO WS-ACCT-LIST-COUNT
               MOVE WS-TARGET-ACCOUNT TO WS-ACCT-LIST (1)
            END-IF
            OPEN INPUT XREF-FILE
            IF XREF-STATUS NOT = '00'
               GO TO BUILD-ACCOUNT-LIST-EXIT
            END-IF
            MOVE 'N' TO WS-XREF-EOF-SWITCH
            MOVE WS-TARGET-PHONE TO XR-PHONE
            MOVE ZERO            TO XR-ACCOUNT-ID
            START XREF-FILE KEY >= XR-XREF-KEY
              INVALID KEY
                 SET XREF-SCAN-EOF TO TRUE
            END-START
            PERFORM ADD-ONE-XREF-ACCOUNT
                    THRU ADD-ONE-XREF-ACCOUNT-EXIT
               UNTIL XREF-SCAN-EOF
            CLOSE XREF-FILE.
        BUILD-ACCOUNT-LIST-EXIT.
            EXIT.

        ADD-ONE-XREF-ACCOUNT.
            READ XREF-FILE NEXT
              AT END
                 SET XREF-SCAN-EOF TO TRUE
                 GO TO ADD-ONE-XREF-ACCOUNT-EXIT
            END-READ
            IF XR-PHONE NOT = WS-TARGET-PHONE
               SET XREF-SCAN-EOF TO TRUE
               GO TO ADD-ONE-XREF-ACCOUNT-EXIT
            END-IF
            IF WS-ACCT-LIST-COUNT >= 1
               AND XR-ACCOUNT-ID = WS-ACCT-LIST (1)
               GO TO ADD-ONE-XREF-ACCOUNT-EXIT
            END-IF
            IF WS-ACCT-LIST-COUNT < 10
               ADD 1 TO WS-ACCT-LIST-COUNT
               MOVE XR-ACCOUNT-ID
                 TO WS-ACCT-LIST (WS-ACCT-LIST-COUNT)
            END-IF.
        ADD-ONE-XREF-ACCOUNT-EXIT.
            EXIT.

        WRITE-REPORT-HEADING.
            MOVE SPACES TO REPORT-LINE
            IF REPORT-BY-CONTACT
               STRING "WHO VIEWED CONTACT " WS-TARGET-PHONE
                      " FROM " WS-FROM-DATE " TO " WS-TO-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            ELSE
               STRING "WHAT CLERK " WS-TARGET-CLERK " VIEWED"
                      " FROM " WS-FROM-DATE " TO " WS-TO-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            END-IF
            DISPLAY REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "REQUESTED BY " WS-CLERK-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            IF REPORT-BY-CONTACT AND WS-ACCT-LIST-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "LINKED ACCOUNTS INCLUDED: "
                      WS-ACCT-LIST-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "DATE      TIME    CLERK       PROGRAM"
              TO REPORT-LINE
            MOVE "VIEWED" TO REPORT-LINE (60:6)
            DISPLAY REPORT-LINE
            WRITE REPORT-LINE.

      *> THE LOG IS READ FRONT TO BACK -- IT IS WRITTEN IN TIME
      *> ORDER, SO THE LISTING COMES OUT OLDEST FIRST WITH NO SORT.
        REPORT-ONE-ENTRY.
            READ ACCESS-FILE
              AT END
                 SET END-OF-ACCESS-LOG TO TRUE
                 GO TO REPORT-ONE-ENTRY-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            IF AX-ACCESS-DATE < WS-FROM-DATE
               OR AX-ACCESS-DATE > WS-TO-DATE
               GO TO REPORT-ONE-ENTRY-EXIT
            END-IF
            MOVE 'N' TO WS-MATCH-SWITCH
            IF REPORT-BY-CLERK
               IF AX-CLERK-ID = WS-TARGET-CLERK
                  SET ENTRY-MATCHES TO TRUE
               END-IF
            ELSE
               PERFORM TEST-CONTACT-MATCH
                       THRU TEST-CONTACT-MATCH-EXIT
            END-IF
            IF NOT ENTRY-MATCHES
               GO TO REPORT-ONE-ENTRY-EXIT
            END-IF
            ADD 1 TO WS-MATCH-COUNT
            EVALUATE TRUE
               WHEN AX-KEY-CONTACT
                  MOVE "CONTACT"      TO WS-KEY-TEXT
               WHEN AX-KEY-ACCOUNT
                  MOVE "ACCOUNT"      TO WS-KEY-TEXT
               WHEN AX-KEY-BANK-DETAILS
                  MOVE "BANK DETAILS" TO WS-KEY-TEXT
               WHEN AX-KEY-SEARCH
                  MOVE "F4 SEARCH"    TO WS-KEY-TEXT
               WHEN AX-KEY-UNMASK
                  MOVE "BANK UNMASKED" TO WS-KEY-TEXT
               WHEN OTHER
                  MOVE AX-KEY-TYPE    TO WS-KEY-TEXT
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            STRING AX-ACCESS-DATE "  " AX-ACCESS-TIME "  "
                   AX-CLERK-ID "  " AX-PROGRAM-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            STRING WS-KEY-TEXT " " AX-KEY-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE (60:41)
            END-STRING
            DISPLAY REPORT-LINE
            WRITE REPORT-LINE.
        REPORT-ONE-ENTRY-EXIT.
            EXIT.

      *> A CONTACT ENTRY MATCHES ON THE PHONE; AN ACCOUNT, BANK
      *> DETAILS OR BANK UNMASK ENTRY MATCHES WHEN ITS ACCOUNT IS ONE
      *> OF THE CONTACT'S.  F4 SEARCHES NAME NO ONE CONTACT AND NEVER
      *> MATCH.
        TEST-CONTACT-MATCH.
            IF AX-KEY-CONTACT
               IF AX-KEY-VALUE (1:12) = WS-TARGET-PHONE
                  SET ENTRY-MATCHES TO TRUE
               END-IF
               GO TO TEST-CONTACT-MATCH-EXIT
            END-IF
            IF NOT AX-KEY-ACCOUNT AND NOT AX-KEY-BANK-DETAILS
               AND NOT AX-KEY-UNMASK
               GO TO TEST-CONTACT-MATCH-EXIT
            END-IF
            MOVE AX-KEY-VALUE (1:7) TO WS-ENTRY-ACCOUNT
            IF WS-ENTRY-ACCOUNT NOT NUMERIC
               GO TO TEST-CONTACT-MATCH-EXIT
            END-IF
            MOVE 1 TO WS-ACCT-LIST-I
            PERFORM TEST-ONE-ACCOUNT THRU TEST-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-LIST-I > WS-ACCT-LIST-COUNT
                  OR ENTRY-MATCHES.
        TEST-CONTACT-MATCH-EXIT.
            EXIT.

        TEST-ONE-ACCOUNT.
            IF WS-ENTRY-ACCOUNT = WS-ACCT-LIST (WS-ACCT-LIST-I)
               SET ENTRY-MATCHES TO TRUE
            END-IF
            ADD 1 TO WS-ACCT-LIST-I.
        TEST-ONE-ACCOUNT-EXIT.
            EXIT.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'ACCESSES LISTED: '      DELIMITED BY SIZE
                   WS-MATCH-COUNT           DELIMITED BY SIZE
                   '   LOG ENTRIES READ: '  DELIMITED BY SIZE
                   WS-READ-COUNT            DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            DISPLAY REPORT-LINE
            WRITE REPORT-LINE.

       END PROGRAM ADDRESS-ACCESS-REPORT.
