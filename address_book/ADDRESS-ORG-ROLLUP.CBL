       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-ORG-ROLLUP.

      *> ORGANIZATION ROLLUP -- EVERYTHING WE HAVE FOR ONE BUSINESS
      *> CUSTOMER ON ONE PAGE: THE ORGANIZATION'S OWN DETAILS, EVERY
      *> CONTACT FILED UNDER IT (WITH JOB TITLE AND DEPARTMENT), AND
      *> EVERY ACCOUNT THOSE CONTACTS ARE LINKED TO -- THE EMBEDDED
      *> FD-ACCOUNT-ID AND EACH CROSS-REFERENCE LINK -- WITH ITS
      *> CURRENT BALANCE FROM TRANSACTIONS-INDEX.  THE CLERK GIVES
      *> AN ORGANIZATION ID AND THE ROLLUP IS SHOWN ON THE CONSOLE
      *> AND WRITTEN TO THE REPORT FILE FOR PRINTING.  EACH CONTACT
      *> LISTED IS WRITTEN TO THE READ-ACCESS LOG.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     ORGANIZATION-FILE
                   ASSIGN       TO  ORGOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OG-ORG-ID
                   FILE STATUS  IS  ORG-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     ORG-CONTACT-FILE
                   ASSIGN       TO  ORGCONTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OC-PHONE
                   ALTERNATE RECORD KEY IS OC-ORG-ID WITH DUPLICATES
                   FILE STATUS  IS  ORGCONT-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     ADDRESS-FILE
                   ASSIGN       TO  OUTFILE
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
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

            SELECT OPTIONAL     TRANSACTIONS-INDEX
                   ASSIGN       TO  ACCTIDX
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS TX-ACCT-KEY
                   FILE STATUS  IS  TXIDX-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT              REPORT-FILE
                   ASSIGN       TO  REPORTOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REPORT-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ORGANIZATION-FILE.
        01 ORGANIZATION-RECORD.
        COPY "ADDRESS-ORGANIZATION-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OG-==.

        FD ORG-CONTACT-FILE.
        01 ORG-CONTACT-RECORD.
        COPY "ADDRESS-ORG-CONTACT-RECORD.CPY"
             REPLACING ==(TAG)== BY ==OC-==.

        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD XREF-FILE.
        01 XREF-RECORD.
        COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
             REPLACING ==(TAG)== BY ==XR-==.

        FD TRANSACTIONS-INDEX.
        01 TRANSACTION-INDEX-STRUCTURE.
        COPY "TRANSACTION-INDEX-RECORD.CPY"
             REPLACING ==(TAG)== BY ==TX-==.

        FD REPORT-FILE.
        01 REPORT-LINE                   PIC X(90).

        WORKING-STORAGE SECTION.
        01  ORGOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-organization.idx".
        01  ORGCONTOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-org-contact.idx".
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  XREFOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-xref.idx".
        01  ACCTIDX                    PIC X(50)
            VALUE "/mnt/c/cobfiles\transactions.idx".
        01  REPORTOUT                  PIC X(50)
            VALUE "organization-rollup.txt".

        COPY "FILESTATUS.CPY".
        01  ORG-STATUS                 PIC X(02).
        01  ORGCONT-STATUS             PIC X(02).
        01  XREF-STATUS                PIC X(02).
        01  TXIDX-STATUS               PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-SCAN            VALUE 'Y'.
        01  WS-XREF-EOF-SWITCH         PIC X(01) VALUE 'N'.
            88  XREF-SCAN-EOF          VALUE 'Y'.
        01  WS-XREF-OPEN-SWITCH        PIC X(01) VALUE 'N'.
            88  XREF-FILE-OPEN         VALUE 'Y'.
        01  WS-TXIDX-OPEN-SWITCH       PIC X(01) VALUE 'N'.
            88  TXIDX-FILE-OPEN        VALUE 'Y'.

      *> THE CLERK ASKING, CHECKED ON THE CLERK MASTER (SEE
      *> ADDRESS-CLERK-CHECK), AND THE READ-ACCESS LOG FIELDS (SEE
      *> ADDRESS-ACCESS-LOG).
        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CLERK-CHECK-RESULT      PIC X(01).
        01  WS-ACCESS-PROGRAM          PIC X(30)
            VALUE "ADDRESS-ORG-ROLLUP".
        01  WS-ACCESS-KEY-TYPE         PIC X(01) VALUE 'P'.
        01  WS-ACCESS-KEY-VALUE        PIC X(30).

        01  WS-TARGET-ORG-ID           PIC X(08).
        01  WS-CONTACT-NAME            PIC X(30).
        01  WS-CONTACT-COUNT           PIC 9(05) VALUE 0.

      *> EVERY ACCOUNT THE ORGANIZATION'S CONTACTS ARE LINKED TO,
      *> EACH LISTED ONCE AGAINST THE FIRST CONTACT FOUND ON IT.
        01  WS-ACCT-TABLE.
            05  WS-ACCT-ENTRY OCCURS 100 TIMES.
                10  WS-AT-ACCOUNT-ID   PIC 9(07).
                10  WS-AT-ROLE         PIC X(01).
                10  WS-AT-CONTACT      PIC X(30).
        01  WS-ACCT-COUNT              PIC 9(03) VALUE 0.
        01  WS-ACCTS-DROPPED           PIC 9(05) VALUE 0.
        01  WS-ACCT-I                  PIC 9(03) VALUE 0.
        01  WS-ADD-ACCOUNT-ID          PIC 9(07).
        01  WS-ADD-ROLE                PIC X(01).
        01  WS-ACCT-FOUND-SWITCH       PIC X(01).
            88  ACCOUNT-LISTED         VALUE 'Y'.
        01  WS-ACCT-BALANCE            PIC S9(09)V9(02).
        01  WS-TOTAL-BALANCE           PIC S9(11)V9(02) VALUE 0.
        01  WS-BALANCE-EDITED          PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-EDITED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-ROLE-TEXT               PIC X(10).

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            DISPLAY "ENTER YOUR CLERK ID:"
            ACCEPT WS-CLERK-ID
            IF WS-CLERK-ID = SPACES
               DISPLAY "A CLERK ID IS REQUIRED"
               STOP RUN
            END-IF
            CALL "ADDRESS-CLERK-CHECK" USING WS-CLERK-ID,
                 WS-CLERK-NAME, WS-CLERK-ROLE, WS-CLERK-CHECK-RESULT
            EVALUATE WS-CLERK-CHECK-RESULT
               WHEN 'Y'
                  DISPLAY "SIGNED ON: " WS-CLERK-NAME
               WHEN 'M'
                  DISPLAY "WARNING: CLERK MASTER NOT BUILT -- "
                          "CLERK NOT VERIFIED"
               WHEN OTHER
                  DISPLAY "NOT AN ACTIVE CLERK"
                  STOP RUN
            END-EVALUATE
            DISPLAY "ENTER ORGANIZATION ID:"
            ACCEPT WS-TARGET-ORG-ID
            IF WS-TARGET-ORG-ID = SPACES
               DISPLAY "AN ORGANIZATION ID IS REQUIRED"
               STOP RUN
            END-IF
            OPEN INPUT ORGANIZATION-FILE
            IF ORG-STATUS NOT = '00'
               DISPLAY "NO ORGANIZATION FILE ON HAND"
               STOP RUN
            END-IF
            MOVE WS-TARGET-ORG-ID TO OG-ORG-ID
            READ ORGANIZATION-FILE
              INVALID KEY
                 DISPLAY "ORGANIZATION NOT ON FILE"
                 CLOSE ORGANIZATION-FILE
                 STOP RUN
            END-READ
            CLOSE ORGANIZATION-FILE
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00' AND FILESTATUS NOT = '05'
               DISPLAY 'CANNOT OPEN ADDRESS FILE, STATUS ' FILESTATUS
               STOP RUN
            END-IF
            OPEN INPUT XREF-FILE
            IF XREF-STATUS = '00'
               SET XREF-FILE-OPEN TO TRUE
            END-IF
            OPEN OUTPUT REPORT-FILE
            PERFORM PRINT-ORG-HEADING THRU PRINT-ORG-HEADING-EXIT
            PERFORM LIST-CONTACTS THRU LIST-CONTACTS-EXIT
            PERFORM LIST-ACCOUNTS THRU LIST-ACCOUNTS-EXIT
            CLOSE REPORT-FILE
            CLOSE ADDRESS-FILE
            IF XREF-FILE-OPEN
               CLOSE XREF-FILE
            END-IF
            STOP RUN.

        PUT-LINE.
            DISPLAY REPORT-LINE
            WRITE REPORT-LINE.

        PRINT-ORG-HEADING.
            MOVE SPACES TO REPORT-LINE
            STRING "ORGANIZATION ROLLUP FOR " OG-ORG-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  LEGAL NAME    " OG-LEGAL-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE
            IF OG-TRADING-NAME NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "  TRADING AS    " OG-TRADING-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "  MAIN ADDRESS  " OG-STREET-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "                " OG-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   OG-STATE " " OG-ZIP " " OG-COUNTRY
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  MAIN PHONE    " OG-MAIN-PHONE
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE.
        PRINT-ORG-HEADING-EXIT.
            EXIT.

      *> WALK THE ORGANIZATION CONTACT FILE ON ITS ORG-ID ALTERNATE
      *> KEY.  EACH CONTACT'S ACCOUNTS ARE GATHERED AS IT IS LISTED.
        LIST-CONTACTS.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-LINE
            MOVE "CONTACTS" TO REPORT-LINE
            PERFORM PUT-LINE
            OPEN INPUT ORG-CONTACT-FILE
            IF ORGCONT-STATUS NOT = '00'
               GO TO LIST-CONTACTS-END
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE WS-TARGET-ORG-ID TO OC-ORG-ID
            START ORG-CONTACT-FILE KEY >= OC-ORG-ID
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM LIST-ONE-CONTACT THRU LIST-ONE-CONTACT-EXIT
               UNTIL END-OF-SCAN
            CLOSE ORG-CONTACT-FILE.
        LIST-CONTACTS-END.
            MOVE SPACES TO REPORT-LINE
            STRING WS-CONTACT-COUNT " CONTACT(S)"
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE.
        LIST-CONTACTS-EXIT.
            EXIT.

        LIST-ONE-CONTACT.
            READ ORG-CONTACT-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO LIST-ONE-CONTACT-EXIT
            END-READ
            IF OC-ORG-ID NOT = WS-TARGET-ORG-ID
               SET END-OF-SCAN TO TRUE
               GO TO LIST-ONE-CONTACT-EXIT
            END-IF
            ADD 1 TO WS-CONTACT-COUNT
            MOVE OC-PHONE TO FD-PHONE
            READ ADDRESS-FILE
              INVALID KEY
                 MOVE "(NOT ON THE ADDRESS FILE)" TO WS-CONTACT-NAME
                 MOVE ZERO TO FD-ACCOUNT-ID
              NOT INVALID KEY
                 MOVE SPACES TO WS-CONTACT-NAME
                 STRING FD-FIRST-NAME DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        FD-LAST-NAME  DELIMITED BY SPACE
                        INTO WS-CONTACT-NAME
                 END-STRING
            END-READ
            MOVE SPACES TO REPORT-LINE
            STRING "  " OC-PHONE " " WS-CONTACT-NAME " "
                   OC-JOB-TITLE (1:22) " " OC-DEPARTMENT
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE OC-PHONE TO WS-ACCESS-KEY-VALUE
            CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
                 WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
                 WS-ACCESS-KEY-VALUE
            IF FD-ACCOUNT-ID NOT = ZERO
               MOVE FD-ACCOUNT-ID TO WS-ADD-ACCOUNT-ID
               MOVE SPACE TO WS-ADD-ROLE
               PERFORM ADD-ACCOUNT THRU ADD-ACCOUNT-EXIT
            END-IF
            IF XREF-FILE-OPEN
               PERFORM GATHER-XREF-ACCOUNTS
                       THRU GATHER-XREF-ACCOUNTS-EXIT
            END-IF.
        LIST-ONE-CONTACT-EXIT.
            EXIT.

        GATHER-XREF-ACCOUNTS.
            MOVE 'N' TO WS-XREF-EOF-SWITCH
            MOVE OC-PHONE TO XR-PHONE
            MOVE ZERO     TO XR-ACCOUNT-ID
            START XREF-FILE KEY >= XR-XREF-KEY
              INVALID KEY
                 SET XREF-SCAN-EOF TO TRUE
            END-START
            PERFORM GATHER-ONE-XREF THRU GATHER-ONE-XREF-EXIT
               UNTIL XREF-SCAN-EOF.
        GATHER-XREF-ACCOUNTS-EXIT.
            EXIT.

        GATHER-ONE-XREF.
            READ XREF-FILE NEXT
              AT END
                 SET XREF-SCAN-EOF TO TRUE
                 GO TO GATHER-ONE-XREF-EXIT
            END-READ
            IF XR-PHONE NOT = OC-PHONE
               SET XREF-SCAN-EOF TO TRUE
               GO TO GATHER-ONE-XREF-EXIT
            END-IF
            MOVE XR-ACCOUNT-ID TO WS-ADD-ACCOUNT-ID
            MOVE XR-ROLE       TO WS-ADD-ROLE
            PERFORM ADD-ACCOUNT THRU ADD-ACCOUNT-EXIT.
        GATHER-ONE-XREF-EXIT.
            EXIT.

      *> AN ACCOUNT ALREADY LISTED (SHARED BY TWO CONTACTS, OR BOTH
      *> EMBEDDED AND CROSS-REFERENCED) IS NOT LISTED AGAIN.
        ADD-ACCOUNT.
            MOVE 'N' TO WS-ACCT-FOUND-SWITCH
            MOVE 1 TO WS-ACCT-I
            PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
               UNTIL WS-ACCT-I > WS-ACCT-COUNT OR ACCOUNT-LISTED
            IF ACCOUNT-LISTED
               GO TO ADD-ACCOUNT-EXIT
            END-IF
            IF WS-ACCT-COUNT >= 100
               ADD 1 TO WS-ACCTS-DROPPED
               GO TO ADD-ACCOUNT-EXIT
            END-IF
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-ADD-ACCOUNT-ID TO WS-AT-ACCOUNT-ID (WS-ACCT-COUNT)
            MOVE WS-ADD-ROLE       TO WS-AT-ROLE (WS-ACCT-COUNT)
            MOVE WS-CONTACT-NAME   TO WS-AT-CONTACT (WS-ACCT-COUNT).
        ADD-ACCOUNT-EXIT.
            EXIT.

        FIND-ACCOUNT.
            IF WS-AT-ACCOUNT-ID (WS-ACCT-I) = WS-ADD-ACCOUNT-ID
               SET ACCOUNT-LISTED TO TRUE
            ELSE
               ADD 1 TO WS-ACCT-I
            END-IF.
        FIND-ACCOUNT-EXIT.
            EXIT.

        LIST-ACCOUNTS.
            MOVE SPACES TO REPORT-LINE
            PERFORM PUT-LINE
            MOVE "LINKED ACCOUNTS" TO REPORT-LINE
            PERFORM PUT-LINE
            OPEN INPUT TRANSACTIONS-INDEX
            IF TXIDX-STATUS = '00'
               SET TXIDX-FILE-OPEN TO TRUE
            END-IF
            MOVE 1 TO WS-ACCT-I
            PERFORM LIST-ONE-ACCOUNT THRU LIST-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-I > WS-ACCT-COUNT
            IF TXIDX-FILE-OPEN
               CLOSE TRANSACTIONS-INDEX
            END-IF
            IF WS-ACCTS-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: ACCOUNT TABLE FULL AT 100 -- "
                      WS-ACCTS-DROPPED " ACCOUNT LINK(S) NOT LISTED"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
            END-IF
            MOVE WS-TOTAL-BALANCE TO WS-TOTAL-EDITED
            MOVE SPACES TO REPORT-LINE
            STRING WS-ACCT-COUNT " ACCOUNT(S)   TOTAL BALANCE "
                   WS-TOTAL-EDITED
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE.
        LIST-ACCOUNTS-EXIT.
            EXIT.

        LIST-ONE-ACCOUNT.
            PERFORM FIND-BALANCE THRU FIND-BALANCE-EXIT
            ADD WS-ACCT-BALANCE TO WS-TOTAL-BALANCE
            MOVE WS-ACCT-BALANCE TO WS-BALANCE-EDITED
            EVALUATE WS-AT-ROLE (WS-ACCT-I)
               WHEN 'O'
                  MOVE "OWNER"      TO WS-ROLE-TEXT
               WHEN 'A'
                  MOVE "AUTHORIZED" TO WS-ROLE-TEXT
               WHEN 'G'
                  MOVE "GUARANTOR"  TO WS-ROLE-TEXT
               WHEN OTHER
                  MOVE "PRIMARY"    TO WS-ROLE-TEXT
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            STRING "  " WS-AT-ACCOUNT-ID (WS-ACCT-I) " "
                   WS-BALANCE-EDITED " " WS-ROLE-TEXT " "
                   WS-AT-CONTACT (WS-ACCT-I)
                   DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            PERFORM PUT-LINE
            ADD 1 TO WS-ACCT-I.
        LIST-ONE-ACCOUNT-EXIT.
            EXIT.

      *> THE BALANCE IS THE END BALANCE OF THE ACCOUNT'S LAST
      *> POSTED ENTRY -- ZERO WHEN NOTHING HAS POSTED YET (OR THE
      *> INDEX IS NOT ON HAND).
        FIND-BALANCE.
            MOVE ZERO TO WS-ACCT-BALANCE
            IF NOT TXIDX-FILE-OPEN
               GO TO FIND-BALANCE-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO TX-ACCT-KEY
            MOVE WS-AT-ACCOUNT-ID (WS-ACCT-I) TO TX-ACCT-KEY (1:7)
            START TRANSACTIONS-INDEX KEY >= TX-ACCT-KEY
              INVALID KEY
                 GO TO FIND-BALANCE-EXIT
            END-START
            PERFORM READ-ONE-BALANCE THRU READ-ONE-BALANCE-EXIT
               UNTIL END-OF-SCAN.
        FIND-BALANCE-EXIT.
            EXIT.

        READ-ONE-BALANCE.
            READ TRANSACTIONS-INDEX NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO READ-ONE-BALANCE-EXIT
            END-READ
            IF TX-ACCOUNT-ID NOT = WS-AT-ACCOUNT-ID (WS-ACCT-I)
               SET END-OF-SCAN TO TRUE
               GO TO READ-ONE-BALANCE-EXIT
            END-IF
            MOVE TX-END-BALANCE TO WS-ACCT-BALANCE.
        READ-ONE-BALANCE-EXIT.
            EXIT.

       END PROGRAM ADDRESS-ORG-ROLLUP.
