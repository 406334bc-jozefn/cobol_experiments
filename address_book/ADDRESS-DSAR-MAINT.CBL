       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-DSAR-MAINT.

      *> CONSOLE LOG OF DATA SUBJECT ACCESS REQUESTS (THE SAME
      *> DISPLAY/ACCEPT SHAPE AS ADDRESS-CONSENT-MAINT).  WHEN A
      *> PERSON ASKS FOR A COPY OF EVERYTHING WE HOLD ABOUT THEM, A
      *> CLERK WITH EDIT AUTHORITY LOGS THE REQUEST HERE AGAINST THE
      *> CONTACT'S PHONE OR BILLING ACCOUNT: WHO ASKED, WHEN IT WAS
      *> RECEIVED, AND THE STATUTORY DUE DATE (RECEIVED DATE PLUS
      *> WS-DUE-DAYS).  THE SAME CONSOLE THEN RECORDS HOW THE
      *> PERSON'S IDENTITY WAS VERIFIED, AND FINALLY THAT THE PACKAGE
      *> BUILT BY ADDRESS-DSAR-EXTRACT WAS SENT -- OR THAT THE
      *> REQUEST WAS REFUSED, WITH THE REASON.  EVERY STEP GOES ON
      *> THE AUDIT TRAIL.

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

            SELECT OPTIONAL     DSAR-FILE
                   ASSIGN       TO  DSAROUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS DS-REQUEST-NO
                   FILE STATUS  IS  DSAR-STATUS
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

        FD DSAR-FILE.
        01 DSAR-RECORD.
        COPY "ADDRESS-DSAR-RECORD.CPY" REPLACING ==(TAG)== BY ==DS-==.

        FD AUDIT-FILE.
        01 AUDIT-LINE                    PIC X(80).

        WORKING-STORAGE SECTION.
        01  OUTFILE                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  DSAROUT                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address-dsar.idx".
        01  AUDITOUT                   PIC X(50)
            VALUE "/mnt/c/cobfiles\address-audit.log".

        COPY "FILESTATUS.CPY".
        01  DSAR-STATUS                PIC X(02).
        01  AUDIT-STATUS               PIC X(02).
        01  WS-AUDIT-TIMESTAMP         PIC X(26).
        01  WS-AUDIT-ACTION            PIC X(10).

        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CHECK-RESULT            PIC X(01).
        01  WS-TODAY                   PIC X(08).

      *> THE STATUTORY ANSWER PERIOD, IN CALENDAR DAYS FROM THE DAY
      *> THE REQUEST WAS RECEIVED.  THE STRICTEST REGIME WE ANSWER
      *> TO SETS THE NUMBER FOR EVERY REQUEST.
        01  WS-DUE-DAYS                PIC 9(03) VALUE 30.
        01  WS-INTEGER-DATE            PIC 9(07).
        01  WS-DUE-DATE-8              PIC 9(08).

        01  WS-WORK-REQUEST            PIC X(06).
        01  WS-WORK-PHONE              PIC X(12).
        01  WS-WORK-ACCOUNT            PIC X(07).
        01  WS-WORK-DATE               PIC X(08).
        01  WS-WORK-NAME               PIC X(40).
        01  WS-WORK-METHOD             PIC X(01).
        01  WS-WORK-NOTE               PIC X(30).
        01  WS-ACTION                  PIC X(01).
        01  WS-NEXT-REQUEST-NO         PIC 9(06).
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
            OPEN I-O DSAR-FILE
            IF DSAR-STATUS NOT = '00' AND DSAR-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN DSAR FILE, STATUS ' DSAR-STATUS
               STOP RUN
            END-IF
            PERFORM WORK-ONE-REQUEST THRU WORK-ONE-REQUEST-EXIT
               UNTIL CLERK-IS-DONE
            CLOSE ADDRESS-FILE DSAR-FILE
            STOP RUN.

        WORK-ONE-REQUEST.
            DISPLAY " "
            DISPLAY "REQUEST NUMBER, ALL SIX DIGITS (ENTER FOR A NEW "
                    "REQUEST, OR END):"
            MOVE SPACES TO WS-WORK-REQUEST
            ACCEPT WS-WORK-REQUEST
            IF WS-WORK-REQUEST = "END" OR WS-WORK-REQUEST = "end"
               SET CLERK-IS-DONE TO TRUE
               GO TO WORK-ONE-REQUEST-EXIT
            END-IF
            IF WS-WORK-REQUEST = SPACES
               PERFORM LOG-NEW-REQUEST THRU LOG-NEW-REQUEST-EXIT
               GO TO WORK-ONE-REQUEST-EXIT
            END-IF
            IF WS-WORK-REQUEST NOT NUMERIC
               DISPLAY "REQUEST NUMBER MUST BE SIX DIGITS"
               GO TO WORK-ONE-REQUEST-EXIT
            END-IF
            MOVE WS-WORK-REQUEST TO DS-REQUEST-NO
            READ DSAR-FILE
              INVALID KEY
                 DISPLAY "NO REQUEST " WS-WORK-REQUEST " ON FILE"
                 GO TO WORK-ONE-REQUEST-EXIT
            END-READ
            PERFORM SHOW-REQUEST
            PERFORM UPDATE-REQUEST THRU UPDATE-REQUEST-EXIT.
        WORK-ONE-REQUEST-EXIT.
            EXIT.

      *> A NEW REQUEST NAMES ITS SUBJECT BY PHONE, OR BY BILLING
      *> ACCOUNT, IN WHICH CASE THE CONTACT IS FOUND ON THE
      *> FD-ACCOUNT-ID KEY.  A PHONE WITH NO CONTACT LEFT ON FILE IS
      *> STILL LOGGED -- A PURGED CONTACT'S ARCHIVE, NOTES AND LEDGER
      *> MAY REMAIN, AND THE PERSON IS ENTITLED TO KNOW THAT TOO.
        LOG-NEW-REQUEST.
            MOVE SPACES TO DSAR-RECORD
            MOVE ZERO   TO DS-ACCOUNT-ID
            DISPLAY "SUBJECT PHONE (ENTER TO USE A BILLING ACCOUNT):"
            MOVE SPACES TO WS-WORK-PHONE
            ACCEPT WS-WORK-PHONE
            IF WS-WORK-PHONE = SPACES
               DISPLAY "BILLING ACCOUNT:"
               MOVE SPACES TO WS-WORK-ACCOUNT
               ACCEPT WS-WORK-ACCOUNT
               IF WS-WORK-ACCOUNT NOT NUMERIC
                  DISPLAY "ACCOUNT MUST BE SEVEN DIGITS -- NOT LOGGED"
                  GO TO LOG-NEW-REQUEST-EXIT
               END-IF
               MOVE WS-WORK-ACCOUNT TO FD-ACCOUNT-ID
               READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
                 INVALID KEY
                    DISPLAY "NO CONTACT ON FILE FOR ACCOUNT "
                            WS-WORK-ACCOUNT " -- NOT LOGGED"
                    GO TO LOG-NEW-REQUEST-EXIT
               END-READ
               MOVE FD-ACCOUNT-ID TO DS-ACCOUNT-ID
               MOVE FD-PHONE      TO WS-WORK-PHONE
            ELSE
               MOVE WS-WORK-PHONE TO FD-PHONE
               READ ADDRESS-FILE
                 INVALID KEY
                    DISPLAY "NO CONTACT ON FILE FOR " WS-WORK-PHONE
                            " -- LOGGING AGAINST THE PHONE ANYWAY"
                    MOVE SPACES TO ADDRESS-RECORD
                    MOVE ZERO   TO FD-ACCOUNT-ID
               END-READ
               MOVE FD-ACCOUNT-ID TO DS-ACCOUNT-ID
            END-IF
            MOVE WS-WORK-PHONE TO DS-PHONE
            MOVE FD-LAST-NAME  TO DS-LAST-NAME
            MOVE FD-FIRST-NAME TO DS-FIRST-NAME
            IF FD-LAST-NAME NOT = SPACES
               DISPLAY "SUBJECT: " FD-FIRST-NAME " " FD-LAST-NAME
            END-IF
            DISPLAY "WHO IS ASKING (NAME OF THE PERSON OR THEIR "
                    "AGENT):"
            MOVE SPACES TO WS-WORK-NAME
            ACCEPT WS-WORK-NAME
            IF WS-WORK-NAME = SPACES
               DISPLAY "THE REQUESTER MUST BE NAMED -- NOT LOGGED"
               GO TO LOG-NEW-REQUEST-EXIT
            END-IF
            MOVE WS-WORK-NAME TO DS-REQUESTER-NAME
            DISPLAY "DATE RECEIVED (YYYYMMDD, ENTER FOR TODAY):"
            MOVE SPACES TO WS-WORK-DATE
            ACCEPT WS-WORK-DATE
            IF WS-WORK-DATE = SPACES
               MOVE WS-TODAY TO WS-WORK-DATE
            END-IF
            IF WS-WORK-DATE NOT NUMERIC OR WS-WORK-DATE > WS-TODAY
               DISPLAY "DATE MUST BE YYYYMMDD AND NOT IN THE FUTURE "
                       "-- NOT LOGGED"
               GO TO LOG-NEW-REQUEST-EXIT
            END-IF
            MOVE WS-WORK-DATE TO DS-REQUEST-DATE
            COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-WORK-DATE))
               + WS-DUE-DAYS
            COMPUTE WS-DUE-DATE-8 =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)
            MOVE WS-DUE-DATE-8 TO DS-DUE-DATE
            MOVE WS-CLERK-ID   TO DS-RECEIVED-BY
            SET DS-DSAR-OPEN TO TRUE
            PERFORM ASK-VERIFICATION THRU ASK-VERIFICATION-EXIT
            PERFORM ASSIGN-REQUEST-NO
            WRITE DSAR-RECORD
              INVALID KEY
                 DISPLAY "WRITE FAILED, STATUS " DSAR-STATUS
                 GO TO LOG-NEW-REQUEST-EXIT
            END-WRITE
            MOVE "DSAR LOG  " TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "LOGGED AS REQUEST " DS-REQUEST-NO
                    " -- DUE BY " DS-DUE-DATE.
        LOG-NEW-REQUEST-EXIT.
            EXIT.

      *> REQUESTS ARE NUMBERED ONE PAST THE HIGHEST ON FILE.
        ASSIGN-REQUEST-NO.
            MOVE 1 TO WS-NEXT-REQUEST-NO
            MOVE 999999 TO DS-REQUEST-NO
            START DSAR-FILE KEY < DS-REQUEST-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ DSAR-FILE PREVIOUS
                   NOT AT END
                      COMPUTE WS-NEXT-REQUEST-NO = DS-REQUEST-NO + 1
                 END-READ
            END-START
            MOVE WS-NEXT-REQUEST-NO TO DS-REQUEST-NO.

        SHOW-REQUEST.
            DISPLAY "REQUEST " DS-REQUEST-NO "  SUBJECT " DS-PHONE
                    " " DS-FIRST-NAME " " DS-LAST-NAME
            DISPLAY "  ACCOUNT " DS-ACCOUNT-ID "  ASKED BY "
                    DS-REQUESTER-NAME
            DISPLAY "  RECEIVED " DS-REQUEST-DATE " BY "
                    DS-RECEIVED-BY "  DUE " DS-DUE-DATE
                    "  STATUS " DS-STATUS
            IF DS-VERIFY-NOT-DONE
               DISPLAY "  IDENTITY NOT YET VERIFIED"
            ELSE
               DISPLAY "  VERIFIED (" DS-VERIFY-METHOD ") "
                       DS-VERIFY-NOTE " BY " DS-VERIFIED-BY
                       " ON " DS-VERIFIED-DATE
            END-IF
            IF DS-EXTRACT-DATE NOT = SPACES
               DISPLAY "  PACKAGE BUILT " DS-EXTRACT-DATE " BY "
                       DS-EXTRACTED-BY
            END-IF
            IF DS-CLOSED-DATE NOT = SPACES
               DISPLAY "  CLOSED " DS-CLOSED-DATE " BY "
                       DS-CLOSED-BY ": " DS-CLOSE-NOTE
            END-IF.

      *> A SENT OR REFUSED REQUEST IS HISTORY AND STAYS AS IT IS.
      *> AN OUTSTANDING ONE CAN HAVE ITS VERIFICATION RECORDED, BE
      *> MARKED SENT ONCE ITS PACKAGE HAS BEEN BUILT, OR BE REFUSED.
        UPDATE-REQUEST.
            IF NOT DS-DSAR-OUTSTANDING
               GO TO UPDATE-REQUEST-EXIT
            END-IF
            DISPLAY "  (V)ERIFY IDENTITY, (S)ENT, (R)EFUSE, OR "
                    "ENTER TO LEAVE:"
            MOVE SPACE TO WS-ACTION
            ACCEPT WS-ACTION
            MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
            EVALUATE WS-ACTION
               WHEN 'V'
                  PERFORM ASK-VERIFICATION THRU ASK-VERIFICATION-EXIT
                  IF DS-VERIFY-NOT-DONE
                     GO TO UPDATE-REQUEST-EXIT
                  END-IF
                  MOVE "DSAR VERIF" TO WS-AUDIT-ACTION
               WHEN 'S'
                  IF NOT DS-DSAR-EXTRACTED
                     DISPLAY "  NO PACKAGE BUILT YET -- RUN "
                             "ADDRESS-DSAR-EXTRACT FIRST"
                     GO TO UPDATE-REQUEST-EXIT
                  END-IF
                  DISPLAY "  HOW WAS IT SENT:"
                  PERFORM ASK-CLOSE-NOTE THRU ASK-CLOSE-NOTE-EXIT
                  IF WS-WORK-NOTE = SPACES
                     GO TO UPDATE-REQUEST-EXIT
                  END-IF
                  SET DS-DSAR-SENT TO TRUE
                  MOVE "DSAR SENT " TO WS-AUDIT-ACTION
               WHEN 'R'
                  DISPLAY "  REASON FOR REFUSAL:"
                  PERFORM ASK-CLOSE-NOTE THRU ASK-CLOSE-NOTE-EXIT
                  IF WS-WORK-NOTE = SPACES
                     GO TO UPDATE-REQUEST-EXIT
                  END-IF
                  SET DS-DSAR-REFUSED TO TRUE
                  MOVE "DSAR REFUS" TO WS-AUDIT-ACTION
               WHEN OTHER
                  GO TO UPDATE-REQUEST-EXIT
            END-EVALUATE
            REWRITE DSAR-RECORD
              INVALID KEY
                 DISPLAY "REWRITE FAILED, STATUS " DSAR-STATUS
                 GO TO UPDATE-REQUEST-EXIT
            END-REWRITE
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "REQUEST " DS-REQUEST-NO " UPDATED".
        UPDATE-REQUEST-EXIT.
            EXIT.

      *> HOW THE PERSON PROVED WHO THEY ARE.  ENTER LEAVES THE
      *> REQUEST UNVERIFIED; A METHOD MUST COME WITH A NOTE OF WHAT
      *> WAS SEEN OR ASKED, OR IT IS NO VERIFICATION AT ALL.
        ASK-VERIFICATION.
            DISPLAY "  IDENTITY VERIFIED BY (I)D DOCUMENT, (K)NOWLEDGE "
                    "QUESTIONS,"
            DISPLAY "  (C)ALLBACK TO NUMBER ON FILE, (M)AILED CODE, "
                    "OR ENTER IF NOT YET:"
            MOVE SPACE TO WS-WORK-METHOD
            ACCEPT WS-WORK-METHOD
            MOVE FUNCTION UPPER-CASE(WS-WORK-METHOD) TO WS-WORK-METHOD
            IF WS-WORK-METHOD = SPACE
               GO TO ASK-VERIFICATION-EXIT
            END-IF
            IF WS-WORK-METHOD NOT = 'I' AND WS-WORK-METHOD NOT = 'K'
               AND WS-WORK-METHOD NOT = 'C'
               AND WS-WORK-METHOD NOT = 'M'
               DISPLAY "  NOT A VERIFICATION METHOD -- NOT VERIFIED"
               GO TO ASK-VERIFICATION-EXIT
            END-IF
            DISPLAY "  WHAT WAS SEEN OR ASKED:"
            MOVE SPACES TO WS-WORK-NOTE
            ACCEPT WS-WORK-NOTE
            IF WS-WORK-NOTE = SPACES
               DISPLAY "  A NOTE IS REQUIRED -- NOT VERIFIED"
               GO TO ASK-VERIFICATION-EXIT
            END-IF
            MOVE WS-WORK-METHOD TO DS-VERIFY-METHOD
            MOVE WS-WORK-NOTE   TO DS-VERIFY-NOTE
            MOVE WS-CLERK-ID    TO DS-VERIFIED-BY
            MOVE WS-TODAY       TO DS-VERIFIED-DATE.
        ASK-VERIFICATION-EXIT.
            EXIT.

        ASK-CLOSE-NOTE.
            MOVE SPACES TO WS-WORK-NOTE
            ACCEPT WS-WORK-NOTE
            IF WS-WORK-NOTE = SPACES
               DISPLAY "  A NOTE IS REQUIRED -- NOT CHANGED"
               GO TO ASK-CLOSE-NOTE-EXIT
            END-IF
            MOVE WS-WORK-NOTE TO DS-CLOSE-NOTE
            MOVE WS-CLERK-ID  TO DS-CLOSED-BY
            MOVE WS-TODAY     TO DS-CLOSED-DATE.
        ASK-CLOSE-NOTE-EXIT.
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
                      DS-PHONE ' ' WS-CLERK-ID
                      ' REQ ' DS-REQUEST-NO
                      DELIMITED BY SIZE INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF.

       END PROGRAM ADDRESS-DSAR-MAINT.
