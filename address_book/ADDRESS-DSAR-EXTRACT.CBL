       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-DSAR-EXTRACT.

      *> DATA SUBJECT ACCESS PACKAGE.  GIVEN A REQUEST NUMBER FROM THE
      *> DSAR LOG (SEE ADDRESS-DSAR-MAINT), THIS GATHERS EVERYTHING WE
      *> HOLD ABOUT THE SUBJECT INTO ONE READABLE FILE, ONE TITLED
      *> SECTION PER SOURCE -- THE SIX SCREENS THE PACKAGE USED TO BE
      *> COPIED FROM BY HAND, AND THE REST:
      *>
      *>     CONTACT RECORD        ADDRESS-FILE
      *>     OTHER PHONE NUMBERS   PHONE-FILE (ON PH-OWNPHONE)
      *>     CONTACT PREFERENCES   CONSENT-FILE
      *>     SEASONAL ADDRESS      SEASONAL-FILE
      *>     NOTES HISTORY         HISTORY-FILE
      *>     CALL LOG              CALL-LOG-FILE
      *>     CAMPAIGN MEMBERSHIPS  CAMPAIGN-FILE
      *>     CHANGE AUDIT TRAIL    AUDIT-FILE
      *>     ARCHIVED VERSIONS     ARCHIVE-FILE
      *>     LEDGER ACTIVITY       TRANSACTIONS-INDEX, PER ACCOUNT
      *>     STATEMENTS ON FILE    STATEMENT-ARCHIVE, PER ACCOUNT
      *>
      *> THE ACCOUNTS FOLLOWED ARE THE SAME LIST
      *> ADDRESS-TIMELINE-INQUIRY USES -- THE EMBEDDED FD-ACCOUNT-ID
      *> AND EVERY CROSS-REFERENCE LINK -- PLUS THE ACCOUNT THE
      *> REQUEST WAS MADE AGAINST.  ONLY A SUPERVISOR MAY RUN IT, AND
      *> ONLY FOR A REQUEST STILL OUTSTANDING WHOSE REQUESTER HAS HAD
      *> THEIR IDENTITY VERIFIED.  THE PACKAGE GOES TO
      *> DSAR-PACKAGE-NNNNNN.TXT; THE REQUEST IS MARKED EXTRACTED, THE
      *> RUN GOES ON THE AUDIT TRAIL, AND THE LOOK AT THE CONTACT ON
      *> THE READ-ACCESS LOG (SEE ADDRESS-ACCESS-LOG).  A RERUN
      *> REBUILDS THE PACKAGE FROM WHAT IS ON FILE AT THE TIME.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     DSAR-FILE
                   ASSIGN       TO  DSAROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS DS-REQUEST-NO
                   FILE STATUS  IS  DSAR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

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

            SELECT OPTIONAL     PHONE-FILE
                   ASSIGN       TO  PHONEOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS PH-PHONE
                   ALTERNATE RECORD KEY IS PH-OWNPHONE WITH DUPLICATES
                   FILE STATUS  IS  PHONE-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     CONSENT-FILE
                   ASSIGN       TO  CONSENTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS CN-PHONE
                   FILE STATUS  IS  CONSENT-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     SEASONAL-FILE
                   ASSIGN       TO  SEASONOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS SA-PHONE
                   FILE STATUS  IS  SEASONAL-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     HISTORY-FILE
                   ASSIGN       TO  HISTORYOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS HS-ENTRY-ID
                   FILE STATUS  IS  HISTORY-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     CALL-LOG-FILE
                   ASSIGN       TO  CALLLOGOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS CL-ENTRY-ID
                   FILE STATUS  IS  CALLLOG-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     CAMPAIGN-FILE
                   ASSIGN       TO  CAMPOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS CM-MEMBER-KEY
                   FILE STATUS  IS  CAMPAIGN-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     AUDIT-FILE
                   ASSIGN       TO  AUDITOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  AUDIT-STATUS.

            SELECT OPTIONAL     ARCHIVE-FILE
                   ASSIGN       TO  ARCHIVEOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS AR-ARCHIVE-KEY
                   FILE STATUS  IS  ARCHIVE-STATUS
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

            SELECT OPTIONAL     STATEMENT-ARCHIVE
                   ASSIGN       TO  STMTARCH
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS SM-ARCHIVE-KEY
                   FILE STATUS  IS  STMTARCH-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT              PACKAGE-FILE
                   ASSIGN       TO  PACKAGEOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  PACKAGE-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD DSAR-FILE.
        01 DSAR-RECORD.
        COPY "ADDRESS-DSAR-RECORD.CPY" REPLACING ==(TAG)== BY ==DS-==.

        FD ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        FD PHONE-FILE.
        01 PHONE-RECORD.
        COPY "ADDRESS-PHONE-RECORD.CPY" REPLACING ==(TAG)== BY ==PH-==.

        FD CONSENT-FILE.
        01 CONSENT-RECORD.
        COPY "ADDRESS-CONSENT-RECORD.CPY"
             REPLACING ==(TAG)== BY ==CN-==.

        FD SEASONAL-FILE.
        01 SEASONAL-RECORD.
        COPY "ADDRESS-SEASONAL-RECORD.CPY"
             REPLACING ==(TAG)== BY ==SA-==.

        FD HISTORY-FILE.
        01 HISTORY-RECORD.
        COPY "ADDRESS-HISTORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==HS-==.

        FD CALL-LOG-FILE.
        01 CALL-LOG-RECORD.
        COPY "ADDRESS-CALLLOG-RECORD.CPY"
             REPLACING ==(TAG)== BY ==CL-==.

        FD CAMPAIGN-FILE.
        01 CAMPAIGN-RECORD.
        COPY "ADDRESS-CAMPAIGN-RECORD.CPY"
             REPLACING ==(TAG)== BY ==CM-==.

        FD AUDIT-FILE.
        01 AUDIT-LINE                    PIC X(80).

        FD ARCHIVE-FILE.
        01 ARCHIVE-RECORD.
        COPY "ADDRESS-ARCHIVE-RECORD.CPY"
             REPLACING ==(TAG)== BY ==AR-==.

        FD XREF-FILE.
        01 XREF-RECORD.
        COPY "ADDRESS-ACCOUNT-XREF-RECORD.CPY"
             REPLACING ==(TAG)== BY ==XR-==.

        FD TRANSACTIONS-INDEX.
        01 TRANSACTION-INDEX-STRUCTURE.
        COPY "TRANSACTION-INDEX-RECORD.CPY"
             REPLACING ==(TAG)== BY ==TX-==.

        FD STATEMENT-ARCHIVE.
        01 STATEMENT-ARCHIVE-RECORD.
        COPY "STATEMENT-ARCHIVE-RECORD.CPY"
             REPLACING ==(TAG)== BY ==SM-==.

        FD PACKAGE-FILE.
        01 PACKAGE-LINE                  PIC X(100).

        WORKING-STORAGE SECTION.
        01  DSAROUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-dsar.idx".
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  PHONEOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-phones.idx".
        01  CONSENTOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-consent.idx".
        01  SEASONOUT                  PIC X(50)
            VALUE "/mnt/c/cobfiles\address-seasonal.idx".
        01  HISTORYOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-history.idx".
        01  CALLLOGOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-calllog.idx".
        01  CAMPOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-campaign.idx".
        01  AUDITOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-audit.log".
        01  ARCHIVEOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-archive.idx".
        01  XREFOUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-xref.idx".
        01  ACCTIDX                    PIC X(50)
            VALUE "/mnt/c/cobfiles\transactions.idx".
        01  STMTARCH                   PIC X(50)
            VALUE "/mnt/c/cobfiles\statement-archive.idx".
      *> ONE PACKAGE FILE PER REQUEST, NAMED FOR ITS NUMBER.
        01  PACKAGEOUT                 PIC X(50).

        COPY "FILESTATUS.CPY".
        01  DSAR-STATUS                PIC X(02).
        01  PHONE-STATUS               PIC X(02).
        01  CONSENT-STATUS             PIC X(02).
        01  SEASONAL-STATUS            PIC X(02).
        01  HISTORY-STATUS             PIC X(02).
        01  CALLLOG-STATUS             PIC X(02).
        01  CAMPAIGN-STATUS            PIC X(02).
        01  AUDIT-STATUS               PIC X(02).
        01  ARCHIVE-STATUS             PIC X(02).
        01  XREF-STATUS                PIC X(02).
        01  TXIDX-STATUS               PIC X(02).
        01  STMTARCH-STATUS            PIC X(02).
        01  PACKAGE-STATUS             PIC X(02).
        01  WS-AUDIT-TIMESTAMP         PIC X(26).

      *> THE SUPERVISOR RUNNING THE EXTRACT, CHECKED ON THE CLERK
      *> MASTER (SEE ADDRESS-CLERK-CHECK), AND THE READ-ACCESS LOG
      *> FIELDS (SEE ADDRESS-ACCESS-LOG).
        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CLERK-CHECK-RESULT      PIC X(01).
        01  WS-ACCESS-PROGRAM          PIC X(30)
            VALUE "ADDRESS-DSAR-EXTRACT".
        01  WS-ACCESS-KEY-TYPE         PIC X(01) VALUE 'P'.
        01  WS-ACCESS-KEY-VALUE        PIC X(30).
        01  WS-TODAY                   PIC X(08).

        01  WS-WORK-REQUEST            PIC X(06).
        01  WS-TARGET-PHONE            PIC X(12).
        01  WS-PHONE-LENGTH            PIC 9(02).
        01  WS-PHONE-TRAILING          PIC 9(02).
        01  WS-HIT-COUNT               PIC 9(03).
        01  WS-TARGET-ACCOUNT          PIC 9(07) VALUE 0.

      *> EVERY ACCOUNT THE PACKAGE FOLLOWS (SEE ABOVE).
        01  WS-ACCT-LIST-TABLE.
            05  WS-ACCT-LIST OCCURS 10 TIMES
                                       PIC 9(07).
        01  WS-ACCT-LIST-COUNT         PIC 9(02) VALUE 0.
        01  WS-ACCT-LIST-I             PIC 9(02) VALUE 0.
        01  WS-ACCT-ON-LIST-SWITCH     PIC X(01) VALUE 'N'.
            88  ACCOUNT-ON-LIST        VALUE 'Y'.

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-SCAN            VALUE 'Y'.
        01  WS-XREF-EOF-SWITCH         PIC X(01) VALUE 'N'.
            88  XREF-SCAN-EOF          VALUE 'Y'.
        01  WS-SECTION-TITLE           PIC X(40).
        01  WS-SECTION-COUNT           PIC 9(05) VALUE 0.
        01  WS-LINE-COUNT              PIC 9(07) VALUE 0.
        01  WS-LAST-PERIOD             PIC 9(06) VALUE 0.
        01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            PERFORM SIGN-ON THRU SIGN-ON-EXIT
            PERFORM GET-REQUEST THRU GET-REQUEST-EXIT
            MOVE DS-PHONE      TO WS-TARGET-PHONE
            MOVE 0 TO WS-PHONE-TRAILING
            INSPECT FUNCTION REVERSE (WS-TARGET-PHONE)
                    TALLYING WS-PHONE-TRAILING FOR LEADING SPACES
            COMPUTE WS-PHONE-LENGTH = 12 - WS-PHONE-TRAILING
            MOVE SPACES TO PACKAGEOUT
            STRING "dsar-package-" DS-REQUEST-NO ".txt"
                   DELIMITED BY SIZE INTO PACKAGEOUT
            END-STRING
            OPEN OUTPUT PACKAGE-FILE
            IF PACKAGE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN PACKAGE FILE, STATUS '
                       PACKAGE-STATUS
               STOP RUN
            END-IF
            PERFORM WRITE-PACKAGE-HEADING
            PERFORM EXTRACT-CONTACT THRU EXTRACT-CONTACT-EXIT
            PERFORM BUILD-ACCOUNT-LIST THRU BUILD-ACCOUNT-LIST-EXIT
            PERFORM EXTRACT-PHONES THRU EXTRACT-PHONES-EXIT
            PERFORM EXTRACT-CONSENT THRU EXTRACT-CONSENT-EXIT
            PERFORM EXTRACT-SEASONAL THRU EXTRACT-SEASONAL-EXIT
            PERFORM EXTRACT-HISTORY THRU EXTRACT-HISTORY-EXIT
            PERFORM EXTRACT-CALLLOG THRU EXTRACT-CALLLOG-EXIT
            PERFORM EXTRACT-CAMPAIGNS THRU EXTRACT-CAMPAIGNS-EXIT
            PERFORM EXTRACT-AUDIT THRU EXTRACT-AUDIT-EXIT
            PERFORM EXTRACT-ARCHIVE THRU EXTRACT-ARCHIVE-EXIT
            PERFORM EXTRACT-LEDGER THRU EXTRACT-LEDGER-EXIT
            PERFORM EXTRACT-STATEMENTS THRU EXTRACT-STATEMENTS-EXIT
            MOVE SPACES TO PACKAGE-LINE
            PERFORM PUT-LINE
            MOVE "END OF PACKAGE" TO PACKAGE-LINE
            PERFORM PUT-LINE
            CLOSE PACKAGE-FILE
            SET DS-DSAR-EXTRACTED TO TRUE
            MOVE WS-TODAY    TO DS-EXTRACT-DATE
            MOVE WS-CLERK-ID TO DS-EXTRACTED-BY
            REWRITE DSAR-RECORD
              INVALID KEY
                 DISPLAY "REQUEST NOT MARKED EXTRACTED, STATUS "
                         DSAR-STATUS
            END-REWRITE
            CLOSE DSAR-FILE
            MOVE WS-TARGET-PHONE TO WS-ACCESS-KEY-VALUE
            CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
                 WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
                 WS-ACCESS-KEY-VALUE
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "PACKAGE WRITTEN TO " PACKAGEOUT
            DISPLAY WS-LINE-COUNT " LINE(S) -- SEND IT AND MARK THE "
                    "REQUEST SENT ON ADDRESS-DSAR-MAINT"
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
                  DISPLAY "THE ACCESS PACKAGE NEEDS A SUPERVISOR"
                  STOP RUN
            END-EVALUATE.
        SIGN-ON-EXIT.
            EXIT.

      *> THE PACKAGE IS ONLY EVER BUILT FOR A LOGGED, OUTSTANDING
      *> REQUEST WHOSE REQUESTER HAS PROVED WHO THEY ARE.
        GET-REQUEST.
            DISPLAY "REQUEST NUMBER, ALL SIX DIGITS:"
            ACCEPT WS-WORK-REQUEST
            IF WS-WORK-REQUEST NOT NUMERIC
               DISPLAY "REQUEST NUMBER MUST BE SIX DIGITS"
               STOP RUN
            END-IF
            OPEN I-O DSAR-FILE
            IF DSAR-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN DSAR FILE, STATUS ' DSAR-STATUS
               STOP RUN
            END-IF
            MOVE WS-WORK-REQUEST TO DS-REQUEST-NO
            READ DSAR-FILE
              INVALID KEY
                 DISPLAY "NO REQUEST " WS-WORK-REQUEST " ON FILE"
                 CLOSE DSAR-FILE
                 STOP RUN
            END-READ
            IF NOT DS-DSAR-OUTSTANDING
               DISPLAY "REQUEST " DS-REQUEST-NO " IS CLOSED ("
                       DS-STATUS ") -- NO PACKAGE BUILT"
               CLOSE DSAR-FILE
               STOP RUN
            END-IF
            IF NOT DS-VERIFY-VALID
               DISPLAY "REQUESTER'S IDENTITY NOT VERIFIED -- RECORD "
                       "IT ON ADDRESS-DSAR-MAINT FIRST"
               CLOSE DSAR-FILE
               STOP RUN
            END-IF
            DISPLAY "PACKAGE FOR " DS-PHONE " " DS-FIRST-NAME " "
                    DS-LAST-NAME ", DUE " DS-DUE-DATE.
        GET-REQUEST-EXIT.
            EXIT.

        PUT-LINE.
            WRITE PACKAGE-LINE
            ADD 1 TO WS-LINE-COUNT
            ADD 1 TO WS-SECTION-COUNT.

      *> EVERY SECTION OPENS WITH ITS TITLE AND CLOSES WITH A LINE
      *> SAYING WHETHER ANYTHING WAS ON FILE, SO AN EMPTY SECTION
      *> READS AS "NOTHING HELD" RATHER THAN AS AN OMISSION.
        START-SECTION.
            MOVE SPACES TO PACKAGE-LINE
            WRITE PACKAGE-LINE
            WRITE PACKAGE-LINE FROM WS-SECTION-TITLE
            MOVE ALL "-" TO PACKAGE-LINE (1:40)
            WRITE PACKAGE-LINE
            ADD 3 TO WS-LINE-COUNT
            MOVE 0 TO WS-SECTION-COUNT.

        END-SECTION.
            IF WS-SECTION-COUNT = 0
               MOVE "  NONE ON FILE" TO PACKAGE-LINE
               WRITE PACKAGE-LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF.

        WRITE-PACKAGE-HEADING.
            MOVE SPACES TO PACKAGE-LINE
            STRING "PERSONAL DATA HELD -- ACCESS REQUEST "
                   DS-REQUEST-NO
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "REQUESTED BY " DS-REQUESTER-NAME
                   " ON " DS-REQUEST-DATE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "PREPARED " WS-TODAY " FOR PHONE " WS-TARGET-PHONE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.

        EXTRACT-CONTACT.
            MOVE "CONTACT RECORD" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT ADDRESS-FILE
            IF FILESTATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-CONTACT-EXIT
            END-IF
            MOVE WS-TARGET-PHONE TO FD-PHONE
            READ ADDRESS-FILE KEY IS FD-PHONE
              INVALID KEY
                 CLOSE ADDRESS-FILE
                 PERFORM END-SECTION
                 GO TO EXTRACT-CONTACT-EXIT
            END-READ
            CLOSE ADDRESS-FILE
            MOVE FD-ACCOUNT-ID TO WS-TARGET-ACCOUNT
            MOVE SPACES TO PACKAGE-LINE
            STRING "  NAME:           " FD-FIRST-NAME " " FD-LAST-NAME
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  CUSTOMER NO:    " FD-NAME-CODE
                   "   ACCOUNT: " FD-ACCOUNT-ID
                   "   COMPANY: " FD-COMPANY-CODE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  ADDRESS:        " FD-STREET-NAME
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "                  " FD-CITY " " FD-STATE " "
                   FD-ZIP " " FD-COUNTRY
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  EMAIL:          " FD-EMAIL
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  BIRTHDAY:       " FD-BIRTHDAY
                   "   ANNIVERSARY: " FD-ANNIVERSARY
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  CATEGORY:       " FD-CATEGORY
                   "   TERRITORY: " FD-TERRITORY
                   "   HOUSEHOLD: " FD-HOUSEHOLD-ID
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  NOTES:          " FD-NOTES
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  DO NOT MAIL:    " FD-DO-NOT-MAIL
                   "   MAIL RETURNED: " FD-UNDELIVERABLE
                   " " FD-RETURN-DATE " " FD-RETURN-REASON
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  EMAIL RETURNED: " FD-EMAIL-UNDELIVERABLE
                   " " FD-EMAIL-RETURN-DATE " " FD-EMAIL-RETURN-REASON
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  ADDED:          " FD-DATE-ADDED
                   "   LAST UPDATED: " FD-LAST-UPDATED-DATE
                   " BY " FD-LAST-UPDATED-BY
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-CONTACT-EXIT.
            EXIT.

      *> THE EMBEDDED FD-ACCOUNT-ID AND THE REQUEST'S OWN ACCOUNT
      *> SEED THE LIST; EVERY CROSS-REFERENCE LINK IS ADDED BEHIND
      *> THEM, SKIPPING ANY ACCOUNT ALREADY LISTED.
        BUILD-ACCOUNT-LIST.
            MOVE 0 TO WS-ACCT-LIST-COUNT
            IF WS-TARGET-ACCOUNT NOT = 0
               PERFORM ADD-ACCOUNT-TO-LIST
            END-IF
            IF DS-ACCOUNT-ID NOT = 0
               MOVE DS-ACCOUNT-ID TO WS-TARGET-ACCOUNT
               PERFORM ADD-ACCOUNT-TO-LIST
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
            MOVE XR-ACCOUNT-ID TO WS-TARGET-ACCOUNT
            PERFORM ADD-ACCOUNT-TO-LIST.
        ADD-ONE-XREF-ACCOUNT-EXIT.
            EXIT.

        ADD-ACCOUNT-TO-LIST.
            MOVE 'N' TO WS-ACCT-ON-LIST-SWITCH
            MOVE 1 TO WS-ACCT-LIST-I
            PERFORM TEST-ONE-LISTED-ACCOUNT
               UNTIL WS-ACCT-LIST-I > WS-ACCT-LIST-COUNT
                  OR ACCOUNT-ON-LIST
            IF NOT ACCOUNT-ON-LIST AND WS-ACCT-LIST-COUNT < 10
               ADD 1 TO WS-ACCT-LIST-COUNT
               MOVE WS-TARGET-ACCOUNT
                 TO WS-ACCT-LIST (WS-ACCT-LIST-COUNT)
            END-IF.

        TEST-ONE-LISTED-ACCOUNT.
            IF WS-ACCT-LIST (WS-ACCT-LIST-I) = WS-TARGET-ACCOUNT
               SET ACCOUNT-ON-LIST TO TRUE
            END-IF
            ADD 1 TO WS-ACCT-LIST-I.

      *> EXTRA NUMBERS HANG OFF THE CONTACT BY PH-OWNPHONE.
        EXTRACT-PHONES.
            MOVE "OTHER PHONE NUMBERS" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT PHONE-FILE
            IF PHONE-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-PHONES-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE WS-TARGET-PHONE TO PH-OWNPHONE
            START PHONE-FILE KEY >= PH-OWNPHONE
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-PHONE THRU EXTRACT-ONE-PHONE-EXIT
               UNTIL END-OF-SCAN
            CLOSE PHONE-FILE
            PERFORM END-SECTION.
        EXTRACT-PHONES-EXIT.
            EXIT.

        EXTRACT-ONE-PHONE.
            READ PHONE-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-PHONE-EXIT
            END-READ
            IF PH-OWNPHONE NOT = WS-TARGET-PHONE
               SET END-OF-SCAN TO TRUE
               GO TO EXTRACT-ONE-PHONE-EXIT
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "  " PH-PHONE "  " PH-PHONE-TYPE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-PHONE-EXIT.
            EXIT.

        EXTRACT-CONSENT.
            MOVE "CONTACT PREFERENCES" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT CONSENT-FILE
            IF CONSENT-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-CONSENT-EXIT
            END-IF
            MOVE WS-TARGET-PHONE TO CN-PHONE
            READ CONSENT-FILE
              INVALID KEY
                 CLOSE CONSENT-FILE
                 PERFORM END-SECTION
                 GO TO EXTRACT-CONSENT-EXIT
            END-READ
            CLOSE CONSENT-FILE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  MAIL:  [" CN-MAIL-STATUS "] SINCE "
                   CN-MAIL-DATE " VIA " CN-MAIL-SOURCE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  EMAIL: [" CN-EMAIL-STATUS "] SINCE "
                   CN-EMAIL-DATE " VIA " CN-EMAIL-SOURCE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  PHONE: [" CN-PHONE-STATUS "] SINCE "
                   CN-PHONE-DATE " VIA " CN-PHONE-SOURCE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  (I = OPTED IN, O = OPTED OUT)  LAST CHANGED "
                   CN-UPDATED-DATE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-CONSENT-EXIT.
            EXIT.

        EXTRACT-SEASONAL.
            MOVE "SEASONAL ADDRESS" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT SEASONAL-FILE
            IF SEASONAL-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-SEASONAL-EXIT
            END-IF
            MOVE WS-TARGET-PHONE TO SA-PHONE
            READ SEASONAL-FILE
              INVALID KEY
                 CLOSE SEASONAL-FILE
                 PERFORM END-SECTION
                 GO TO EXTRACT-SEASONAL-EXIT
            END-READ
            CLOSE SEASONAL-FILE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  " SA-STREET-NAME
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  " SA-CITY " " SA-STATE " " SA-ZIP
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "  IN USE EACH YEAR FROM " SA-FROM-MMDD
                   " TO " SA-TO-MMDD "  ACTIVE: " SA-ACTIVE-FLAG
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-SEASONAL-EXIT.
            EXIT.

        EXTRACT-HISTORY.
            MOVE "NOTES HISTORY" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT HISTORY-FILE
            IF HISTORY-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-HISTORY-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO HS-ENTRY-ID
            MOVE WS-TARGET-PHONE TO HS-ENTRY-ID (1:12)
            START HISTORY-FILE KEY >= HS-ENTRY-ID
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-HISTORY THRU EXTRACT-ONE-HISTORY-EXIT
               UNTIL END-OF-SCAN
            CLOSE HISTORY-FILE
            PERFORM END-SECTION.
        EXTRACT-HISTORY-EXIT.
            EXIT.

        EXTRACT-ONE-HISTORY.
            READ HISTORY-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-HISTORY-EXIT
            END-READ
            IF HS-ENTRY-ID (1:12) NOT = WS-TARGET-PHONE
               SET END-OF-SCAN TO TRUE
               GO TO EXTRACT-ONE-HISTORY-EXIT
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "  " HS-ENTRY-DATE "  " HS-MEMO-LINE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-HISTORY-EXIT.
            EXIT.

        EXTRACT-CALLLOG.
            MOVE "CALL LOG" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT CALL-LOG-FILE
            IF CALLLOG-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-CALLLOG-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO CL-ENTRY-ID
            MOVE WS-TARGET-PHONE TO CL-ENTRY-ID (1:12)
            START CALL-LOG-FILE KEY >= CL-ENTRY-ID
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-CALLLOG THRU EXTRACT-ONE-CALLLOG-EXIT
               UNTIL END-OF-SCAN
            CLOSE CALL-LOG-FILE
            PERFORM END-SECTION.
        EXTRACT-CALLLOG-EXIT.
            EXIT.

        EXTRACT-ONE-CALLLOG.
            READ CALL-LOG-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-CALLLOG-EXIT
            END-READ
            IF CL-ENTRY-ID (1:12) NOT = WS-TARGET-PHONE
               SET END-OF-SCAN TO TRUE
               GO TO EXTRACT-ONE-CALLLOG-EXIT
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "  " CL-ENTRY-DATE "  " CL-CLERK-ID "  "
                   CL-NOTE-LINE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            IF CL-FOLLOWUP-DATE NOT = SPACES
               MOVE SPACES TO PACKAGE-LINE
               STRING "            CALLBACK PROMISED FOR "
                      CL-FOLLOWUP-DATE
                      DELIMITED BY SIZE INTO PACKAGE-LINE
               END-STRING
               PERFORM PUT-LINE
            END-IF.
        EXTRACT-ONE-CALLLOG-EXIT.
            EXIT.

      *> MEMBERSHIPS ARE KEYED CAMPAIGN FIRST, SO THE WHOLE FILE IS
      *> READ FOR THE PHONE.
        EXTRACT-CAMPAIGNS.
            MOVE "CAMPAIGN MEMBERSHIPS" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT CAMPAIGN-FILE
            IF CAMPAIGN-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-CAMPAIGNS-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO CM-MEMBER-KEY
            START CAMPAIGN-FILE KEY >= CM-MEMBER-KEY
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-CAMPAIGN THRU EXTRACT-ONE-CAMPAIGN-EXIT
               UNTIL END-OF-SCAN
            CLOSE CAMPAIGN-FILE
            PERFORM END-SECTION.
        EXTRACT-CAMPAIGNS-EXIT.
            EXIT.

        EXTRACT-ONE-CAMPAIGN.
            READ CAMPAIGN-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-CAMPAIGN-EXIT
            END-READ
            IF CM-PHONE NOT = WS-TARGET-PHONE
               GO TO EXTRACT-ONE-CAMPAIGN-EXIT
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "  CAMPAIGN " CM-CAMPAIGN-CODE
                   "  MAILED " CM-MAILED-DATE
                   "  RESPONDED " CM-RESPONSE-FLAG
                   " " CM-RESPONSE-DATE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-CAMPAIGN-EXIT.
            EXIT.

      *> THE AUDIT TRAIL IS WRITTEN IN MORE THAN ONE LAYOUT, SO A
      *> LINE BELONGS TO THE SUBJECT WHEREVER THEIR PHONE APPEARS.
        EXTRACT-AUDIT.
            MOVE "CHANGE AUDIT TRAIL" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT AUDIT-FILE
            IF AUDIT-STATUS NOT = '00' OR WS-PHONE-LENGTH = 0
               PERFORM END-SECTION
               GO TO EXTRACT-AUDIT-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM EXTRACT-ONE-AUDIT THRU EXTRACT-ONE-AUDIT-EXIT
               UNTIL END-OF-SCAN
            CLOSE AUDIT-FILE
            PERFORM END-SECTION.
        EXTRACT-AUDIT-EXIT.
            EXIT.

        EXTRACT-ONE-AUDIT.
            READ AUDIT-FILE
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-AUDIT-EXIT
            END-READ
            MOVE 0 TO WS-HIT-COUNT
            INSPECT AUDIT-LINE TALLYING WS-HIT-COUNT
                    FOR ALL WS-TARGET-PHONE (1:WS-PHONE-LENGTH)
            IF WS-HIT-COUNT = 0
               GO TO EXTRACT-ONE-AUDIT-EXIT
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "  " AUDIT-LINE
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-AUDIT-EXIT.
            EXIT.

        EXTRACT-ARCHIVE.
            MOVE "ARCHIVED VERSIONS OF THE CONTACT"
              TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT ARCHIVE-FILE
            IF ARCHIVE-STATUS NOT = '00'
               PERFORM END-SECTION
               GO TO EXTRACT-ARCHIVE-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO AR-ARCHIVE-KEY
            MOVE WS-TARGET-PHONE TO AR-PHONE
            START ARCHIVE-FILE KEY >= AR-ARCHIVE-KEY
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-ARCHIVE THRU EXTRACT-ONE-ARCHIVE-EXIT
               UNTIL END-OF-SCAN
            CLOSE ARCHIVE-FILE
            PERFORM END-SECTION.
        EXTRACT-ARCHIVE-EXIT.
            EXIT.

        EXTRACT-ONE-ARCHIVE.
            READ ARCHIVE-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-ARCHIVE-EXIT
            END-READ
            IF AR-PHONE NOT = WS-TARGET-PHONE
               SET END-OF-SCAN TO TRUE
               GO TO EXTRACT-ONE-ARCHIVE-EXIT
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "  VERSION " AR-ARCHIVE-SEQ
                   " ARCHIVED " AR-ARCHIVED-DATE
                   " BY " AR-ARCHIVED-BY
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "    " AR-FIRST-NAME " " AR-LAST-NAME
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "    " AR-STREET-NAME
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "    " AR-CITY " " AR-STATE " " AR-ZIP
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "    " AR-EMAIL
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE SPACES TO PACKAGE-LINE
            STRING "    NOTES: " AR-NOTES
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-ARCHIVE-EXIT.
            EXIT.

        EXTRACT-LEDGER.
            MOVE "LEDGER ACTIVITY" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT TRANSACTIONS-INDEX
            IF TXIDX-STATUS NOT = '00' OR WS-ACCT-LIST-COUNT = 0
               PERFORM END-SECTION
               GO TO EXTRACT-LEDGER-EXIT
            END-IF
            MOVE 1 TO WS-ACCT-LIST-I
            PERFORM EXTRACT-ONE-ACCOUNT THRU EXTRACT-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-LIST-I > WS-ACCT-LIST-COUNT
            CLOSE TRANSACTIONS-INDEX
            PERFORM END-SECTION.
        EXTRACT-LEDGER-EXIT.
            EXIT.

        EXTRACT-ONE-ACCOUNT.
            MOVE WS-ACCT-LIST (WS-ACCT-LIST-I) TO WS-TARGET-ACCOUNT
            MOVE SPACES TO PACKAGE-LINE
            STRING "  ACCOUNT " WS-TARGET-ACCOUNT
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO TX-ACCT-KEY
            MOVE WS-TARGET-ACCOUNT TO TX-ACCT-KEY (1:7)
            START TRANSACTIONS-INDEX KEY >= TX-ACCT-KEY
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-LEDGER THRU EXTRACT-ONE-LEDGER-EXIT
               UNTIL END-OF-SCAN
            ADD 1 TO WS-ACCT-LIST-I.
        EXTRACT-ONE-ACCOUNT-EXIT.
            EXIT.

        EXTRACT-ONE-LEDGER.
            READ TRANSACTIONS-INDEX NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-LEDGER-EXIT
            END-READ
            IF TX-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
               SET END-OF-SCAN TO TRUE
               GO TO EXTRACT-ONE-LEDGER-EXIT
            END-IF
            MOVE TX-AMOUNT TO WS-AMOUNT-EDITED
            MOVE SPACES TO PACKAGE-LINE
            STRING "    " TX-TRANSACTION-DATE "  "
                   TX-TRANSACTION-TYPE "  "
                   WS-AMOUNT-EDITED "  "
                   TX-DESC
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-LEDGER-EXIT.
            EXIT.

      *> EVERY STATEMENT ISSUED ON THE ACCOUNTS, REPRODUCED LINE FOR
      *> LINE FROM THE STATEMENT ARCHIVE (SEE STATEMENT-REPRINT).
        EXTRACT-STATEMENTS.
            MOVE "STATEMENTS ON FILE" TO WS-SECTION-TITLE
            PERFORM START-SECTION
            OPEN INPUT STATEMENT-ARCHIVE
            IF STMTARCH-STATUS NOT = '00' OR WS-ACCT-LIST-COUNT = 0
               PERFORM END-SECTION
               GO TO EXTRACT-STATEMENTS-EXIT
            END-IF
            MOVE 1 TO WS-ACCT-LIST-I
            PERFORM EXTRACT-ACCOUNT-STATEMENTS
                    THRU EXTRACT-ACCOUNT-STATEMENTS-EXIT
               UNTIL WS-ACCT-LIST-I > WS-ACCT-LIST-COUNT
            CLOSE STATEMENT-ARCHIVE
            PERFORM END-SECTION.
        EXTRACT-STATEMENTS-EXIT.
            EXIT.

        EXTRACT-ACCOUNT-STATEMENTS.
            MOVE WS-ACCT-LIST (WS-ACCT-LIST-I) TO WS-TARGET-ACCOUNT
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE 0 TO WS-LAST-PERIOD
            MOVE WS-TARGET-ACCOUNT TO SM-ACCOUNT-ID
            MOVE 0 TO SM-PERIOD
            MOVE 0 TO SM-LINE-SEQ
            START STATEMENT-ARCHIVE KEY >= SM-ARCHIVE-KEY
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM EXTRACT-ONE-STATEMENT-LINE
                    THRU EXTRACT-ONE-STATEMENT-LINE-EXIT
               UNTIL END-OF-SCAN
            ADD 1 TO WS-ACCT-LIST-I.
        EXTRACT-ACCOUNT-STATEMENTS-EXIT.
            EXIT.

        EXTRACT-ONE-STATEMENT-LINE.
            READ STATEMENT-ARCHIVE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO EXTRACT-ONE-STATEMENT-LINE-EXIT
            END-READ
            IF SM-ACCOUNT-ID NOT = WS-TARGET-ACCOUNT
               SET END-OF-SCAN TO TRUE
               GO TO EXTRACT-ONE-STATEMENT-LINE-EXIT
            END-IF
            IF SM-PERIOD NOT = WS-LAST-PERIOD
               MOVE SM-PERIOD TO WS-LAST-PERIOD
               MOVE SPACES TO PACKAGE-LINE
               STRING "  ACCOUNT " SM-ACCOUNT-ID
                      " -- STATEMENT FOR PERIOD " SM-PERIOD
                      DELIMITED BY SIZE INTO PACKAGE-LINE
               END-STRING
               PERFORM PUT-LINE
            END-IF
            MOVE SPACES TO PACKAGE-LINE
            STRING "    " SM-LINE-TEXT
                   DELIMITED BY SIZE INTO PACKAGE-LINE
            END-STRING
            PERFORM PUT-LINE.
        EXTRACT-ONE-STATEMENT-LINE-EXIT.
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
                      'DSAR EXTR '              ' '
                      WS-TARGET-PHONE ' ' WS-CLERK-ID
                      ' REQ ' DS-REQUEST-NO
                      DELIMITED BY SIZE INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF.

       END PROGRAM ADDRESS-DSAR-EXTRACT.
