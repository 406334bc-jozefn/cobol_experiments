       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-ACCOUNT-KEY-CONVERT.

      *> ONE-TIME REBUILD OF ADDRESS.IDX TO ADD THE FD-ACCOUNT-ID
      *> ALTERNATE KEY.  THE CONTACT RECORD DOES NOT CHANGE SHAPE --
      *> EVERY RECORD IS COPIED ACROSS BYTE FOR BYTE, AND WRITING IT
      *> THROUGH THE NEW SELECT IS WHAT BUILDS THE ACCOUNT-ID INDEX
      *> ALONGSIDE THE LAST-NAME, SOUNDEX AND NAME-CODE ONES.  THE
      *> KEY ALLOWS DUPLICATES: EVERY CONTACT WITH NO BILLING ACCOUNT
      *> CARRIES ZERO, AND A SHARED ACCOUNT FILES SEVERAL CONTACTS
      *> UNDER THE ONE ID.
      *>
      *> THE COUNTS DISPLAYED AT THE END ARE THE CHECK: RECORDS READ
      *> MUST EQUAL RECORDS WRITTEN, AND THE LINKED / UNLINKED SPLIT
      *> SHOULD MATCH WHAT THE ACCOUNT MASTER EXPECTS.  THE OUTPUT GOES
      *> TO ADDRESS.IDX.NEW NEXT TO THE INPUT; AFTER CHECKING THE
      *> COUNTS THE OPERATOR RENAMES IT OVER THE ORIGINAL (AND DOES THE
      *> SAME FOR THE PRACTICE FILE, ADDRESS-TEST.IDX, OR SIMPLY
      *> REBUILDS IT WITH ADDRESS-TEST-COPY).  RUN THIS ONCE, WITH THE
      *> SCREENS AND BATCH JOBS ALL SIGNED OFF.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     OLD-ADDRESS-FILE
                   ASSIGN       TO  OLDADDR
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS OA-PHONE
                   ALTERNATE RECORD KEY IS OA-LAST-NAME  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS OA-SOUNDEX    WITH DUPLICATES
                   ALTERNATE RECORD KEY IS OA-NAME-CODE  WITH DUPLICATES
                   FILE STATUS  IS  OLDADDR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

            SELECT              NEW-ADDRESS-FILE
                   ASSIGN       TO  NEWADDR
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS FD-PHONE
                   ALTERNATE RECORD KEY IS FD-LAST-NAME  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-SOUNDEX    WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-NAME-CODE  WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
                   FILE STATUS  IS  NEWADDR-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD OLD-ADDRESS-FILE.
        01 OLD-ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==OA-==.

        FD NEW-ADDRESS-FILE.
        01 ADDRESS-RECORD.
        COPY "ADDRESS-RECORD.CPY" REPLACING ==(TAG)== BY ==FD-==.

        WORKING-STORAGE SECTION.
        01  OLDADDR                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx".
        01  NEWADDR                    PIC X(50)
            VALUE "/mnt/c/cobfiles\address.idx.new".

        01  OLDADDR-STATUS             PIC X(02).
        01  NEWADDR-STATUS             PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-INPUT           VALUE 'Y'.
        01  WS-READ-COUNT              PIC 9(07) VALUE 0.
        01  WS-WRITE-COUNT             PIC 9(07) VALUE 0.
        01  WS-LINKED-COUNT            PIC 9(07) VALUE 0.
        01  WS-UNLINKED-COUNT          PIC 9(07) VALUE 0.
        01  WS-REJECT-COUNT            PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
        MAIN SECTION.
        START-PRG.
            PERFORM CONVERT-ADDRESS-FILE THRU CONVERT-ADDRESS-FILE-EXIT
            DISPLAY "ADDRESS-ACCOUNT-KEY-CONVERT RUN COMPLETE"
            DISPLAY "  CONTACTS READ:            " WS-READ-COUNT
            DISPLAY "  CONTACTS WRITTEN:         " WS-WRITE-COUNT
            DISPLAY "    LINKED TO AN ACCOUNT:   " WS-LINKED-COUNT
            DISPLAY "    NO BILLING ACCOUNT:     " WS-UNLINKED-COUNT
            IF WS-REJECT-COUNT > 0
               DISPLAY "  CONTACTS NOT WRITTEN:     " WS-REJECT-COUNT
               DISPLAY "  -- DO NOT RENAME; SEE THE MESSAGES ABOVE"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "AFTER CHECKING THE COUNTS, RENAME THE .NEW FILE"
               DISPLAY "  OVER ITS ORIGINAL BEFORE ANYONE SIGNS BACK ON"
            END-IF
            STOP RUN.

      *> ---------------------------------------------------------------
      *> ADDRESS.IDX -- READ IN PRIMARY-KEY ORDER, WRITTEN UNCHANGED.
      *> ---------------------------------------------------------------
        CONVERT-ADDRESS-FILE.
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT OLD-ADDRESS-FILE
            IF OLDADDR-STATUS NOT = "00"
               DISPLAY "NO ADDRESS FILE TO CONVERT -- STATUS "
                       OLDADDR-STATUS
               GO TO CONVERT-ADDRESS-FILE-EXIT
            END-IF
            OPEN OUTPUT NEW-ADDRESS-FILE
            IF NEWADDR-STATUS NOT = "00"
               DISPLAY "CANNOT CREATE ADDRESS.IDX.NEW -- STATUS "
                       NEWADDR-STATUS
               CLOSE OLD-ADDRESS-FILE
               MOVE 1 TO WS-REJECT-COUNT
               GO TO CONVERT-ADDRESS-FILE-EXIT
            END-IF
            PERFORM CONVERT-ONE-ADDRESS THRU CONVERT-ONE-ADDRESS-EXIT
                    UNTIL END-OF-INPUT
            CLOSE OLD-ADDRESS-FILE NEW-ADDRESS-FILE.
        CONVERT-ADDRESS-FILE-EXIT.
            EXIT.

        CONVERT-ONE-ADDRESS.
            READ OLD-ADDRESS-FILE NEXT RECORD
                 AT END SET END-OF-INPUT TO TRUE
                        GO TO CONVERT-ONE-ADDRESS-EXIT
            END-READ
            ADD 1 TO WS-READ-COUNT
            MOVE OLD-ADDRESS-RECORD TO ADDRESS-RECORD
            WRITE ADDRESS-RECORD
                  INVALID KEY
                     DISPLAY "CANNOT WRITE CONTACT " FD-PHONE
                             " -- STATUS " NEWADDR-STATUS
                     ADD 1 TO WS-REJECT-COUNT
                     GO TO CONVERT-ONE-ADDRESS-EXIT
            END-WRITE
            ADD 1 TO WS-WRITE-COUNT
            IF FD-ACCOUNT-ID = ZERO
               ADD 1 TO WS-UNLINKED-COUNT
            ELSE
               ADD 1 TO WS-LINKED-COUNT
            END-IF.
        CONVERT-ONE-ADDRESS-EXIT.
            EXIT.
