       PROGRAM-ID. ADDRESS-TIMELINE-INQUIRY.

      *> CONTACT 360 -- ONE MERGED, DATE-ORDERED TIMELINE OF A
      *> CONTACT'S STORY, WHICH TODAY IS SCATTERED ACROSS SIX
      *> FILES: THE AUDIT-FILE CHANGE TRAIL, HISTORY-FILE RETIRED
      *> NOTES, CALL-LOG-FILE ENTRIES, THE PURGE/ARCHIVE STATUS, THE
      *> DATED POSTAL ADDRESS HISTORY, AND THE LEDGER ACTIVITY
      *> REACHED THROUGH FD-ACCOUNT-ID ON TRANSACTIONS-INDEX.  EACH
      *> ADDRESS EVENT IS DATED THE DAY THAT ADDRESS TOOK EFFECT, SO
      *> EVERY LEDGER EVENT BELOW IT (A STATEMENT, A DUNNING NOTICE)
      *> WAS MAILED TO THAT ADDRESS UNTIL THE NEXT ONE APPEARS.  THE
      *> CSR GIVES A PHONE NUMBER (OR A CUSTOMER NUMBER, LOOKED UP ON
      *> THE FD-NAME-CODE KEY) AND THE TIMELINE IS SHOWN ON THE
      *> CONSOLE AND WRITTEN TO THE REPORT FILE FOR PRINTING.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                   FILE STATUS  IS  ARCHIVE-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     POSTAL-HISTORY-FILE
                   ASSIGN       TO  POSTALHISTOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS PA-ENTRY-ID
                   FILE STATUS  IS  POSTAL-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT OPTIONAL     TRANSACTIONS-INDEX
                   ASSIGN       TO  ACCTIDX
                   ORGANIZATION IS  INDEXED
        COPY "ADDRESS-ARCHIVE-RECORD.CPY"
             REPLACING ==(TAG)== BY ==AR-==.

        FD POSTAL-HISTORY-FILE.
        01 POSTAL-HISTORY-RECORD.
        COPY "ADDRESS-POSTAL-HISTORY-RECORD.CPY"
             REPLACING ==(TAG)== BY ==PA-==.

        FD TRANSACTIONS-INDEX.
        01 TRANSACTION-INDEX-STRUCTURE.
        COPY "TRANSACTION-INDEX-RECORD.CPY"
            VALUE "/mnt/c/cobfiles\address-purge.idx".
        01  ARCHIVEOUT                 PIC X(50)
            VALUE "/mnt/c/cobfiles\address-archive.idx".
        01  POSTALHISTOUT              PIC X(50)
            VALUE "/mnt/c/cobfiles\address-postal-history.idx".
        01  ACCTIDX                    PIC X(50)
            VALUE "/mnt/c/cobfiles\transactions.idx".
        01  REPORTOUT                  PIC X(50)
        01  CALLLOG-STATUS             PIC X(02).
        01  PURGE-STATUS               PIC X(02).
        01  ARCHIVE-STATUS             PIC X(02).
        01  POSTAL-STATUS              PIC X(02).
        01  TXIDX-STATUS               PIC X(02).
        01  REPORT-STATUS              PIC X(02).

        01  WS-ALERT-BANNER            PIC X(60).
        01  WS-ALERT-SEVERITY          PIC X(01).
        01  WS-ALERT-FOUND             PIC X(01).
      *> THE CLERK ASKING, CHECKED ON THE CLERK MASTER (SEE
      *> ADDRESS-CLERK-CHECK) AND WRITTEN TO THE READ-ACCESS LOG
      *> AGAINST THE CONTACT WHOSE TIMELINE IS SHOWN (SEE
      *> ADDRESS-ACCESS-LOG).
        01  WS-CLERK-ID                PIC X(10).
        01  WS-CLERK-NAME              PIC X(30).
        01  WS-CLERK-ROLE              PIC X(01).
        01  WS-CLERK-CHECK-RESULT      PIC X(01).
        01  WS-ACCESS-PROGRAM          PIC X(30)
            VALUE "ADDRESS-TIMELINE-INQUIRY".
        01  WS-ACCESS-KEY-TYPE         PIC X(01) VALUE 'P'.
        01  WS-ACCESS-KEY-VALUE        PIC X(30).
        01  WS-TARGET-PHONE            PIC X(12).
        01  WS-TARGET-NAME-CODE       PIC X(09).
        01  WS-TARGET-ACCOUNT          PIC 9(07) VALUE 0.
            05  WS-EH-DATE             PIC X(08).
            05  WS-EH-SOURCE           PIC X(08).
            05  WS-EH-TEXT             PIC X(60).
        01  WS-AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.

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
            DISPLAY "ENTER PHONE NUMBER (BLANK TO USE CUSTOMER "
                    "NUMBER):"
            ACCEPT WS-TARGET-PHONE
            END-IF
            MOVE FD-ACCOUNT-ID TO WS-TARGET-ACCOUNT
            CLOSE ADDRESS-FILE
            MOVE WS-TARGET-PHONE TO WS-ACCESS-KEY-VALUE
            CALL "ADDRESS-ACCESS-LOG" USING WS-CLERK-ID,
                 WS-ACCESS-PROGRAM, WS-ACCESS-KEY-TYPE,
                 WS-ACCESS-KEY-VALUE
      *> STANDING ALERT BANNER FIRST -- NOBODY WALKS A TIMELINE
      *> WITHOUT SEEING IT (SEE ACCOUNT-ALERT-CHECK).
            MOVE 'P' TO WS-ALERT-KEY-TYPE
                    THRU GATHER-PURGE-EVENTS-EXIT
            PERFORM GATHER-ARCHIVE-EVENTS
                    THRU GATHER-ARCHIVE-EVENTS-EXIT
            PERFORM GATHER-ADDRESS-EVENTS
                    THRU GATHER-ADDRESS-EVENTS-EXIT
            PERFORM GATHER-LEDGER-EVENTS
                    THRU GATHER-LEDGER-EVENTS-EXIT
            PERFORM SORT-EVENTS THRU SORT-EVENTS-EXIT
        GATHER-ONE-ARCHIVE-EXIT.
            EXIT.

      *> ONE EVENT PER DATED ADDRESS, ON THE DAY IT TOOK EFFECT.  THE
      *> OPENING ENTRY IS THE ADDRESS THE CONTACT ALREADY HAD WHEN ITS
      *> FIRST CHANGE WAS RECORDED, DATED THE DAY THE CONTACT WAS
      *> ADDED.
        GATHER-ADDRESS-EVENTS.
            OPEN INPUT POSTAL-HISTORY-FILE
            IF POSTAL-STATUS NOT = '00' AND POSTAL-STATUS NOT = '05'
               GO TO GATHER-ADDRESS-EVENTS-EXIT
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE WS-TARGET-PHONE TO PA-OWNPHONE
            MOVE 0 TO PA-ENTRY-SEQ
            START POSTAL-HISTORY-FILE KEY >= PA-ENTRY-ID
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
            END-START
            PERFORM GATHER-ONE-ADDRESS THRU GATHER-ONE-ADDRESS-EXIT
               UNTIL END-OF-SCAN
            CLOSE POSTAL-HISTORY-FILE.
        GATHER-ADDRESS-EVENTS-EXIT.
            EXIT.

        GATHER-ONE-ADDRESS.
            READ POSTAL-HISTORY-FILE NEXT
              AT END
                 SET END-OF-SCAN TO TRUE
                 GO TO GATHER-ONE-ADDRESS-EXIT
            END-READ
            IF PA-OWNPHONE NOT = WS-TARGET-PHONE
               SET END-OF-SCAN TO TRUE
               GO TO GATHER-ONE-ADDRESS-EXIT
            END-IF
            MOVE PA-START-DATE TO WS-EH-DATE
            MOVE "ADDRESS"     TO WS-EH-SOURCE
            MOVE SPACES        TO WS-EH-TEXT
            IF PA-OPENING-ENTRY
               STRING "ON FILE " PA-STREET-NAME (1:25) " "
                      PA-CITY (1:15) " " PA-STATE " " PA-ZIP (1:5)
                      DELIMITED BY SIZE INTO WS-EH-TEXT
               END-STRING
            ELSE
               STRING "MOVED TO " PA-STREET-NAME (1:25) " "
                      PA-CITY (1:14) " " PA-STATE " " PA-ZIP (1:5)
                      DELIMITED BY SIZE INTO WS-EH-TEXT
               END-STRING
            END-IF
            PERFORM ADD-EVENT.
        GATHER-ONE-ADDRESS-EXIT.
            EXIT.

      *> THE TIMELINE FOLLOWS EVERY ACCOUNT ON THE LIST -- THE
      *> EMBEDDED LINK AND EVERY CROSS-REFERENCE ENTRY.
        GATHER-LEDGER-EVENTS.
