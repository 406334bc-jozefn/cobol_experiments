      *> (LETTER-TEMPLATE.TXT) WHOSE LINES CARRY SUBSTITUTION TOKENS
      *> FOR ADDRESS-RECORD FIELDS --
      *>     &FIRST-NAME &LAST-NAME &STREET &CITY &STATE &ZIP
      *>     &CATEGORY &ACCOUNT-ID &COMPANY &ATTN
      *>     &NOTE1 &NOTE2 &NOTE3 &NOTE4
      *> -- SELECTS RECIPIENTS THROUGH THE SAME SHARED CRITERIA FILE
      *> THE EXTRACT JOBS READ, HONORS FD-DO-NOT-MAIL, AND PRODUCES
      *> PRINT-READY LETTERS WITH A FORM FEED BETWEEN CONTACTS PLUS
      *> A RUN SUMMARY.  MOST OF OUR MAILINGS ARE ONE-PAGE LETTERS;
      *> NOW THE TOOLING MATCHES.
      *>
      *> A JOB THAT NEEDS ITS OWN MAILING STARTS THE WRITER WITH
      *> THREE COMMAND-LINE WORDS -- TEMPLATE, CRITERIA AND LETTER
      *> FILE NAMES -- IN PLACE OF THE DEFAULTS, AND MAY NAME A FILE
      *> OF ACCOUNT NUMBERS (ONE PER LINE) WITH THE CRITERION
      *>     ACCOUNT-LIST,EQ,<FILE NAME>
      *> SO ONLY THE CONTACTS ON THOSE ACCOUNTS GET THE LETTER.
      *> CANCELLED-DEBT-1099C STARTS ITS TAX-ID SOLICITATION THIS WAY.
      *> A CONTACT WHO HAS NO ACCOUNT YET IS NAMED INSTEAD BY PHONE
      *> WITH THE CRITERION
      *>     PHONE-LIST,EQ,<FILE NAME>
      *> WHOSE LINES READ "PHONE,NOTE1,NOTE2,NOTE3,NOTE4" -- THE
      *> NOTES FILL THE &NOTE1 TO &NOTE4 TOKENS FOR THAT CONTACT, AND
      *> A TEMPLATE LINE WHOSE NOTE IS BLANK IS LEFT OUT THE SAME WAY
      *> AN EMPTY &COMPANY LINE IS.  CREDIT-APPLICATION-DECISION
      *> SENDS ITS ADVERSE-ACTION LETTERS THIS WAY, ONE DECLINE
      *> REASON TO A NOTE.
      *>
      *> FOR A CONTACT FILED UNDER A BUSINESS (SEE ADDRESS-ORG-LINK)
      *> &COMPANY IS THE ORGANIZATION'S LEGAL NAME AND &ATTN READS
      *> "ATTN: FIRST LAST"; FOR ANYONE ELSE &ATTN IS JUST THE NAME
      *> AND A TEMPLATE LINE CARRYING &COMPANY IS LEFT OUT, SO ONE
      *> ADDRESS BLOCK OF
      *>     &COMPANY
      *>     &ATTN
      *>     &STREET
      *> SERVES PERSONAL AND BUSINESS CONTACTS ALIKE.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  CRIT-STATUS.

            SELECT OPTIONAL     ACCOUNT-LIST-FILE
                   ASSIGN       TO  ACCTLISTIN
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  ACCTLIST-STATUS.

            SELECT OPTIONAL     PHONE-LIST-FILE
                   ASSIGN       TO  PHONELISTIN
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  PHONELIST-STATUS.

            SELECT              LETTER-FILE
                   ASSIGN       TO  LETTEROUT
                   ORGANIZATION IS  LINE SEQUENTIAL
        FD CRITERIA-FILE.
        01 CRITERIA-LINE                 PIC X(60).

        FD ACCOUNT-LIST-FILE.
        01 ACCOUNT-LIST-LINE             PIC X(20).

        FD PHONE-LIST-FILE.
        01 PHONE-LIST-LINE               PIC X(200).

        FD LETTER-FILE.
        01 LETTER-LINE                   PIC X(90).

            VALUE "address-select-criteria.txt".
        01  LETTEROUT                  PIC X(50)
            VALUE "merge-letters.txt".
        01  ACCTLISTIN                 PIC X(50) VALUE SPACES.
        01  PHONELISTIN                PIC X(50) VALUE SPACES.

        COPY "FILESTATUS.CPY".
        01  TEMPLATE-STATUS            PIC X(02).
        01  CRIT-STATUS                PIC X(02).
        01  LETTER-STATUS              PIC X(02).
        01  ACCTLIST-STATUS            PIC X(02).
        01  PHONELIST-STATUS           PIC X(02).
      *> THE OPTIONAL TEMPLATE / CRITERIA / LETTER FILE NAMES.
        01  WS-COMMAND-ARGS            PIC X(160) VALUE SPACES.
        01  WS-ARG-TEMPLATE            PIC X(50).
        01  WS-ARG-CRITERIA            PIC X(50).
        01  WS-ARG-LETTERS             PIC X(50).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-INPUT           VALUE 'Y'.
        01  WS-CRIT-ACTUAL             PIC X(40).
        01  WS-CRIT-MATCH-SWITCH       PIC X(01) VALUE 'Y'.
            88  CRIT-MATCHES           VALUE 'Y'.
      *> ACCOUNT NUMBERS LOADED FROM AN ACCOUNT-LIST CRITERION.
        01  WS-ACCT-LIST-TABLE.
            05  WS-ACCT-LIST-ID OCCURS 500 TIMES
                                       PIC 9(07).
        01  WS-ACCT-LIST-COUNT         PIC 9(03) VALUE 0.
        01  WS-ACCT-LIST-I             PIC 9(03) VALUE 0.
      *> CONTACT PHONES AND THEIR NOTES LOADED FROM A PHONE-LIST
      *> CRITERION, AND THE NOTES OF THE CONTACT BEING MERGED.
        01  WS-PHONE-LIST-TABLE.
            05  WS-PHONE-LIST-ENTRY OCCURS 500 TIMES.
                10  WS-PHONE-LIST-PHONE PIC X(12).
                10  WS-PHONE-LIST-NOTE  PIC X(40) OCCURS 4 TIMES.
        01  WS-PHONE-LIST-COUNT        PIC 9(03) VALUE 0.
        01  WS-PHONE-LIST-I            PIC 9(03) VALUE 0.
        01  WS-CONTACT-NOTES.
            05  WS-CONTACT-NOTE        PIC X(40) OCCURS 4 TIMES.
        01  WS-NOTE-I                  PIC 9(01) VALUE 0.
        01  WS-NOTE-TOKEN              PIC X(06).
        01  WS-NOTE-TOKENS             PIC 9(02).
        01  WS-NOTE-SKIP-SWITCH        PIC X(01) VALUE 'N'.
            88  NOTE-LINE-EMPTY        VALUE 'Y'.
        01  WS-LETTER-COUNT            PIC 9(05) VALUE 0.
        01  WS-BYPASSED-COUNT          PIC 9(05) VALUE 0.
      *> PER-CHANNEL CONSENT -- AN EXPLICIT POSTAL OPT-OUT ON THE
        01  WS-SEASONAL-STATE          PIC X(02).
        01  WS-SEASONAL-ZIP            PIC X(10).

      *> THE ORGANIZATION THE CONTACT IS FILED UNDER, IF ANY (SEE
      *> ADDRESS-ORG-LINK), FOR THE &COMPANY AND &ATTN TOKENS.
        01  WS-ORG-FUNCTION            PIC X(01) VALUE 'I'.
        01  WS-ORG-ID                  PIC X(08).
        01  WS-ORG-JOB-TITLE           PIC X(30).
        01  WS-ORG-DEPARTMENT          PIC X(20).
        01  WS-ORG-NAME                PIC X(40).
        01  WS-ORG-CLERK               PIC X(10) VALUE SPACES.
        01  WS-ORG-RESULT              PIC X(02).
        01  WS-COMPANY-TOKENS          PIC 9(02).

      *> POSTAGE -- EVERY LETTER MERGED IS ONE PIECE ON THE MAILING
      *> LOG (SEE MAILING-LOG).  A CAMPAIGN,EQ,<CODE> LINE IN THE
      *> CRITERIA FILE CHARGES THE RUN'S POSTAGE TO THAT CAMPAIGN.
        01  WS-ML-FUNCTION             PIC X(01).
        01  WS-ML-JOB-NAME             PIC X(20)
            VALUE "LETTER-WRITER".
        01  WS-ML-CLASS                PIC X(01) VALUE 'F'.
        01  WS-ML-CAMPAIGN             PIC X(08) VALUE SPACES.
        01  WS-ML-PIECES               PIC 9(07) VALUE 1.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            PERFORM READ-COMMAND-ARGS THRU READ-COMMAND-ARGS-EXIT
            PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT
            IF WS-TPL-COUNT = 0
               DISPLAY "NO TEMPLATE LINES FOUND -- " TEMPLATEIN
               UNTIL END-OF-INPUT
            CLOSE LETTER-FILE
            CLOSE ADDRESS-FILE
            MOVE 'E' TO WS-ML-FUNCTION
            CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
                 FD-COMPANY-CODE, WS-ML-CLASS, FD-COUNTRY,
                 WS-ML-CAMPAIGN, WS-ML-PIECES
            DISPLAY "LETTER RUN COMPLETE -- " WS-LETTER-COUNT
                    " LETTER(S), " WS-BYPASSED-COUNT " BYPASSED"
            STOP RUN.

      *> UP TO THREE FILE NAMES ON THE COMMAND LINE REPLACE THE
      *> DEFAULT TEMPLATE, CRITERIA AND LETTER FILES IN THAT ORDER.
        READ-COMMAND-ARGS.
            ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
            IF WS-COMMAND-ARGS = SPACES
               GO TO READ-COMMAND-ARGS-EXIT
            END-IF
            MOVE SPACES TO WS-ARG-TEMPLATE WS-ARG-CRITERIA
                           WS-ARG-LETTERS
            UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
                INTO WS-ARG-TEMPLATE, WS-ARG-CRITERIA,
                     WS-ARG-LETTERS
            END-UNSTRING
            IF WS-ARG-TEMPLATE NOT = SPACES
               MOVE WS-ARG-TEMPLATE TO TEMPLATEIN
            END-IF
            IF WS-ARG-CRITERIA NOT = SPACES
               MOVE WS-ARG-CRITERIA TO CRITIN
            END-IF
            IF WS-ARG-LETTERS NOT = SPACES
               MOVE WS-ARG-LETTERS TO LETTEROUT
            END-IF.
        READ-COMMAND-ARGS-EXIT.
            EXIT.

        LOAD-TEMPLATE.
            OPEN INPUT TEMPLATE-FILE
            IF TEMPLATE-STATUS NOT = '00'
               MOVE WS-SEASONAL-STATE  TO FD-STATE
               MOVE WS-SEASONAL-ZIP    TO FD-ZIP
            END-IF
            CALL "ADDRESS-ORG-LINK" USING WS-ORG-FUNCTION, FD-PHONE,
                 WS-ORG-ID, WS-ORG-JOB-TITLE, WS-ORG-DEPARTMENT,
                 WS-ORG-NAME, WS-ORG-CLERK, WS-ORG-RESULT
            MOVE SPACES TO WS-CONTACT-NOTES
            IF WS-PHONE-LIST-COUNT > 0
               MOVE 1 TO WS-PHONE-LIST-I
               PERFORM NEXT-LISTED-PHONE THRU NEXT-LISTED-PHONE-EXIT
                  UNTIL WS-PHONE-LIST-I > WS-PHONE-LIST-COUNT
                     OR WS-PHONE-LIST-PHONE (WS-PHONE-LIST-I)
                        = FD-PHONE
               IF WS-PHONE-LIST-I NOT > WS-PHONE-LIST-COUNT
                  MOVE WS-PHONE-LIST-NOTE (WS-PHONE-LIST-I, 1)
                    TO WS-CONTACT-NOTE (1)
                  MOVE WS-PHONE-LIST-NOTE (WS-PHONE-LIST-I, 2)
                    TO WS-CONTACT-NOTE (2)
                  MOVE WS-PHONE-LIST-NOTE (WS-PHONE-LIST-I, 3)
                    TO WS-CONTACT-NOTE (3)
                  MOVE WS-PHONE-LIST-NOTE (WS-PHONE-LIST-I, 4)
                    TO WS-CONTACT-NOTE (4)
               END-IF
            END-IF
            MOVE 1 TO WS-TPL-I
            PERFORM MERGE-ONE-LINE THRU MERGE-ONE-LINE-EXIT
               UNTIL WS-TPL-I > WS-TPL-COUNT
            MOVE WS-FORM-FEED TO LETTER-LINE
            WRITE LETTER-LINE
            ADD 1 TO WS-LETTER-COUNT
            MOVE 'P' TO WS-ML-FUNCTION
            CALL "MAILING-LOG" USING WS-ML-FUNCTION, WS-ML-JOB-NAME,
                 FD-COMPANY-CODE, WS-ML-CLASS, FD-COUNTRY,
                 WS-ML-CAMPAIGN, WS-ML-PIECES.
        MERGE-ONE-CONTACT-EXIT.
            EXIT.

      *> COPY ONE TEMPLATE LINE TO THE LETTER, REPLACING EACH &TOKEN
      *> WITH THE CONTACT'S FIELD (TRIMMED).
        MERGE-ONE-LINE.
            MOVE 0 TO WS-COMPANY-TOKENS
            INSPECT WS-TPL-LINE (WS-TPL-I)
                    TALLYING WS-COMPANY-TOKENS FOR ALL "&COMPANY"
            IF WS-COMPANY-TOKENS > 0 AND WS-ORG-NAME = SPACES
               ADD 1 TO WS-TPL-I
               GO TO MERGE-ONE-LINE-EXIT
            END-IF
            MOVE 'N' TO WS-NOTE-SKIP-SWITCH
            PERFORM CHECK-NOTE-TOKEN THRU CHECK-NOTE-TOKEN-EXIT
               VARYING WS-NOTE-I FROM 1 BY 1
                 UNTIL WS-NOTE-I > 4
            IF NOTE-LINE-EMPTY
               ADD 1 TO WS-TPL-I
               GO TO MERGE-ONE-LINE-EXIT
            END-IF
            MOVE SPACES TO WS-OUT-LINE
            MOVE 1 TO WS-IN-POS
            MOVE 1 TO WS-OUT-PTR
        MERGE-ONE-LINE-EXIT.
            EXIT.

      *> A LINE CARRYING &NOTEN FOR A NOTE THE CONTACT DOES NOT HAVE
      *> IS LEFT OUT.
        CHECK-NOTE-TOKEN.
            MOVE SPACES TO WS-NOTE-TOKEN
            STRING "&NOTE" WS-NOTE-I DELIMITED BY SIZE
                   INTO WS-NOTE-TOKEN
            END-STRING
            MOVE 0 TO WS-NOTE-TOKENS
            INSPECT WS-TPL-LINE (WS-TPL-I)
                    TALLYING WS-NOTE-TOKENS FOR ALL WS-NOTE-TOKEN
            IF WS-NOTE-TOKENS > 0
               AND WS-CONTACT-NOTE (WS-NOTE-I) = SPACES
               MOVE 'Y' TO WS-NOTE-SKIP-SWITCH
            END-IF.
        CHECK-NOTE-TOKEN-EXIT.
            EXIT.

        MERGE-ONE-CHAR.
            EVALUATE TRUE
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:11)
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 11 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:8)
                    = "&COMPANY"
                  STRING FUNCTION TRIM(WS-ORG-NAME)
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 8 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:6)
                    = "&NOTE1"
                  STRING FUNCTION TRIM(WS-CONTACT-NOTE (1))
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 6 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:6)
                    = "&NOTE2"
                  STRING FUNCTION TRIM(WS-CONTACT-NOTE (2))
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 6 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:6)
                    = "&NOTE3"
                  STRING FUNCTION TRIM(WS-CONTACT-NOTE (3))
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 6 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:6)
                    = "&NOTE4"
                  STRING FUNCTION TRIM(WS-CONTACT-NOTE (4))
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 6 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:5)
                    = "&ATTN"
                  IF WS-ORG-NAME NOT = SPACES
                     STRING "ATTN: " DELIMITED BY SIZE
                            INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                     END-STRING
                  END-IF
                  STRING FUNCTION TRIM(FD-FIRST-NAME) " "
                         FUNCTION TRIM(FD-LAST-NAME)
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 5 TO WS-IN-POS
               WHEN WS-TPL-LINE (WS-TPL-I) (WS-IN-POS:9)
                    = "&CATEGORY"
                  STRING FUNCTION TRIM(FD-CATEGORY)
                INTO WS-CRIT-FIELD (WS-CRIT-COUNT),
                     WS-CRIT-OP (WS-CRIT-COUNT),
                     WS-CRIT-VALUE (WS-CRIT-COUNT)
            END-UNSTRING
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "CAMPAIGN"
               MOVE WS-CRIT-VALUE (WS-CRIT-COUNT) (1:8)
                 TO WS-ML-CAMPAIGN
            END-IF
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "ACCOUNT-LIST"
               PERFORM LOAD-ACCOUNT-LIST THRU LOAD-ACCOUNT-LIST-EXIT
            END-IF
            IF WS-CRIT-FIELD (WS-CRIT-COUNT) = "PHONE-LIST"
               PERFORM LOAD-PHONE-LIST THRU LOAD-PHONE-LIST-EXIT
            END-IF.
        LOAD-ONE-CRITERION-EXIT.
            EXIT.

      *> THE ACCOUNT-LIST CRITERION'S VALUE NAMES THE FILE OF
      *> ACCOUNT NUMBERS.  ONE LIST PER RUN; A MISSING FILE SELECTS
      *> NOBODY.
        LOAD-ACCOUNT-LIST.
            MOVE WS-CRIT-VALUE (WS-CRIT-COUNT) TO ACCTLISTIN
            MOVE 0 TO WS-ACCT-LIST-COUNT
            OPEN INPUT ACCOUNT-LIST-FILE
            IF ACCTLIST-STATUS NOT = '00'
               GO TO LOAD-ACCOUNT-LIST-EXIT
            END-IF
            PERFORM LOAD-ONE-LISTED-ACCOUNT
                    THRU LOAD-ONE-LISTED-ACCOUNT-EXIT
               UNTIL ACCTLIST-STATUS NOT = '00'
                  OR WS-ACCT-LIST-COUNT >= 500
            CLOSE ACCOUNT-LIST-FILE.
        LOAD-ACCOUNT-LIST-EXIT.
            EXIT.

        LOAD-ONE-LISTED-ACCOUNT.
            READ ACCOUNT-LIST-FILE
              AT END
                 MOVE '10' TO ACCTLIST-STATUS
                 GO TO LOAD-ONE-LISTED-ACCOUNT-EXIT
            END-READ
            IF ACCOUNT-LIST-LINE (1:7) NOT NUMERIC
               GO TO LOAD-ONE-LISTED-ACCOUNT-EXIT
            END-IF
            ADD 1 TO WS-ACCT-LIST-COUNT
            MOVE ACCOUNT-LIST-LINE (1:7)
               TO WS-ACCT-LIST-ID (WS-ACCT-LIST-COUNT).
        LOAD-ONE-LISTED-ACCOUNT-EXIT.
            EXIT.

      *> THE PHONE-LIST CRITERION'S VALUE NAMES THE FILE OF CONTACT
      *> PHONES, EACH WITH UP TO FOUR NOTES.  ONE LIST PER RUN; A
      *> MISSING FILE SELECTS NOBODY.
        LOAD-PHONE-LIST.
            MOVE WS-CRIT-VALUE (WS-CRIT-COUNT) TO PHONELISTIN
            MOVE 0 TO WS-PHONE-LIST-COUNT
            OPEN INPUT PHONE-LIST-FILE
            IF PHONELIST-STATUS NOT = '00'
               GO TO LOAD-PHONE-LIST-EXIT
            END-IF
            PERFORM LOAD-ONE-LISTED-PHONE
                    THRU LOAD-ONE-LISTED-PHONE-EXIT
               UNTIL PHONELIST-STATUS NOT = '00'
                  OR WS-PHONE-LIST-COUNT >= 500
            CLOSE PHONE-LIST-FILE.
        LOAD-PHONE-LIST-EXIT.
            EXIT.

        LOAD-ONE-LISTED-PHONE.
            READ PHONE-LIST-FILE
              AT END
                 MOVE '10' TO PHONELIST-STATUS
                 GO TO LOAD-ONE-LISTED-PHONE-EXIT
            END-READ
            IF PHONE-LIST-LINE = SPACES
               GO TO LOAD-ONE-LISTED-PHONE-EXIT
            END-IF
            ADD 1 TO WS-PHONE-LIST-COUNT
            MOVE SPACES TO WS-PHONE-LIST-ENTRY (WS-PHONE-LIST-COUNT)
            UNSTRING PHONE-LIST-LINE DELIMITED BY ","
                INTO WS-PHONE-LIST-PHONE (WS-PHONE-LIST-COUNT),
                     WS-PHONE-LIST-NOTE (WS-PHONE-LIST-COUNT, 1),
                     WS-PHONE-LIST-NOTE (WS-PHONE-LIST-COUNT, 2),
                     WS-PHONE-LIST-NOTE (WS-PHONE-LIST-COUNT, 3),
                     WS-PHONE-LIST-NOTE (WS-PHONE-LIST-COUNT, 4)
            END-UNSTRING.
        LOAD-ONE-LISTED-PHONE-EXIT.
            EXIT.

        TEST-SELECT-CRITERIA.
            MOVE 'Y' TO WS-CRIT-MATCH-SWITCH
            MOVE 1 TO WS-CRIT-I
                  END-IF
               WHEN "DO-NOT-MAIL"
                  MOVE FD-DO-NOT-MAIL TO WS-CRIT-ACTUAL
               WHEN "ACCOUNT-LIST"
                  MOVE 1 TO WS-ACCT-LIST-I
                  PERFORM NEXT-LISTED-ACCOUNT
                          THRU NEXT-LISTED-ACCOUNT-EXIT
                     UNTIL WS-ACCT-LIST-I > WS-ACCT-LIST-COUNT
                        OR WS-ACCT-LIST-ID (WS-ACCT-LIST-I)
                           = FD-ACCOUNT-ID
                  IF WS-ACCT-LIST-I > WS-ACCT-LIST-COUNT
                     OR FD-ACCOUNT-ID = ZERO
                     MOVE 'N' TO WS-CRIT-MATCH-SWITCH
                  END-IF
                  GO TO TEST-ONE-CRITERION-NEXT
               WHEN "PHONE-LIST"
                  MOVE 1 TO WS-PHONE-LIST-I
                  PERFORM NEXT-LISTED-PHONE
                          THRU NEXT-LISTED-PHONE-EXIT
                     UNTIL WS-PHONE-LIST-I > WS-PHONE-LIST-COUNT
                        OR WS-PHONE-LIST-PHONE (WS-PHONE-LIST-I)
                           = FD-PHONE
                  IF WS-PHONE-LIST-I > WS-PHONE-LIST-COUNT
                     MOVE 'N' TO WS-CRIT-MATCH-SWITCH
                  END-IF
                  GO TO TEST-ONE-CRITERION-NEXT
               WHEN OTHER
                  GO TO TEST-ONE-CRITERION-NEXT
            END-EVALUATE
        TEST-ONE-CRITERION-EXIT.
            EXIT.

        NEXT-LISTED-ACCOUNT.
            ADD 1 TO WS-ACCT-LIST-I.
        NEXT-LISTED-ACCOUNT-EXIT.
            EXIT.

        NEXT-LISTED-PHONE.
            ADD 1 TO WS-PHONE-LIST-I.
        NEXT-LISTED-PHONE-EXIT.
            EXIT.

       END PROGRAM ADDRESS-LETTER-WRITER.
