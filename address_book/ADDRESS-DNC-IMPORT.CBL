       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-DNC-IMPORT.

      *> MONTHLY REFRESH OF THE LOCAL DO-NOT-CALL SUPPRESSION FILE
      *> FROM THE NATIONAL REGISTRY DOWNLOAD (DNC-REGISTRY.TXT, THE
      *> FULL LIST FOR THE AREA CODES WE SUBSCRIBE TO, ONE NUMBER PER
      *> LINE).  THE REGISTRY WRITES A NUMBER AS "AAA,NNNNNNN"; A
      *> TEN-DIGIT NUMBER IN ANY PUNCTUATION, WITH OR WITHOUT A
      *> LEADING 1, IS TAKEN TOO.  EVERY NUMBER IS STORED IN THE
      *> ###-###-#### FORM OF THE ADDRESS-FILE KEY.
      *>
      *> THE DOWNLOAD IS THE WHOLE LIST, NOT A CHANGE FILE, SO A
      *> NUMBER ALREADY ON FILE HAS ITS LOADED-DATE BROUGHT UP TO
      *> TODAY AND, ONCE THE DOWNLOAD IS IN, EVERY NUMBER STILL
      *> CARRYING AN OLDER DATE HAS COME OFF THE REGISTRY AND IS
      *> DELETED.  A DOWNLOAD THAT IS MISSING OR YIELDS NO GOOD
      *> NUMBERS CHANGES NOTHING -- THE OLD LIST STAYS IN FORCE AND
      *> THE RUN ENDS 0012 RATHER THAN EMPTYING THE SUPPRESSION FILE.
      *> THE CONTROL RECORD (SEE ADDRESS-DNC-RECORD.CPY) IS STAMPED
      *> WITH THE LOAD DATE LAST, SO A LOAD THAT DIES PART WAY LEAVES
      *> THE FILE LOOKING AS STALE AS IT REALLY IS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     REGISTRY-FILE
                   ASSIGN       TO  REGISTRYIN
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  REGISTRY-STATUS.

            SELECT OPTIONAL     DNC-FILE
                   ASSIGN       TO  DNCOUT
                   ORGANIZATION IS  INDEXED
                   RECORD KEY   IS DN-PHONE
                   FILE STATUS  IS  DNC-STATUS
                   ACCESS MODE  IS  DYNAMIC.

       DATA DIVISION.
        FILE SECTION.
        FD REGISTRY-FILE.
        01 REGISTRY-LINE                 PIC X(40).

        FD DNC-FILE.
        01 DNC-RECORD.
        COPY "ADDRESS-DNC-RECORD.CPY" REPLACING ==(TAG)== BY ==DN-==.

        WORKING-STORAGE SECTION.
        01  REGISTRYIN                 PIC X(50)
            VALUE "dnc-registry.txt".
        01  DNCOUT                     PIC X(50)
            VALUE "/mnt/c/cobfiles\address-dnc.idx".

        01  REGISTRY-STATUS            PIC X(02).
        01  DNC-STATUS                 PIC X(02).

        01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
            88  END-OF-REGISTRY        VALUE 'Y'.
        01  WS-SWEEP-EOF-SWITCH        PIC X(01) VALUE 'N'.
            88  END-OF-SWEEP           VALUE 'Y'.
        01  WS-TODAY-8                 PIC X(08).
        01  WS-DATE-OVERRIDE           PIC X(01) VALUE 'N'.
            88  WS-DATE-OVERRIDDEN     VALUE 'Y'.
        01  WS-OVERRIDE-MARK           PIC X(60) VALUE SPACES.

      *> THE DIGITS OF ONE DOWNLOAD LINE, PUNCTUATION STRIPPED.
        01  WS-DIGITS                  PIC X(11).
        01  WS-DIGIT-COUNT             PIC 9(02).
        01  WS-CHAR-I                  PIC 9(02).
        01  WS-CHAR                    PIC X(01).
        01  WS-TEN-DIGITS              PIC X(10).

        01  WS-READ-COUNT              PIC 9(09) VALUE 0.
        01  WS-ADDED-COUNT             PIC 9(09) VALUE 0.
        01  WS-KEPT-COUNT              PIC 9(09) VALUE 0.
        01  WS-DROPPED-COUNT           PIC 9(09) VALUE 0.
        01  WS-BAD-COUNT               PIC 9(09) VALUE 0.
        01  WS-ON-FILE-COUNT           PIC 9(09) VALUE 0.
        01  WS-GOOD-COUNT              PIC 9(09) VALUE 0.

      *> SHARED RUN-CONTROL REGISTRY FIELDS (SEE RUN-CONTROL-LOG) --
      *> THE MORNING OPERATIONS-REPORT LISTS EVERY RUN RECORDED HERE.
        01  WS-RC-FUNCTION             PIC X(01).
        01  WS-RC-JOB-NAME             PIC X(20)
            VALUE "ADDRESS-DNC-IMPORT".
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
            IF WS-DATE-OVERRIDDEN
               DISPLAY WS-OVERRIDE-MARK
            END-IF
            OPEN INPUT REGISTRY-FILE
            IF REGISTRY-STATUS NOT = '00'
               DISPLAY 'NO REGISTRY DOWNLOAD, STATUS ' REGISTRY-STATUS
                       ' -- SUPPRESSION FILE LEFT AS IT WAS'
               MOVE "0012" TO WS-RC-CODE
               GO TO END-RUN
            END-IF
            OPEN I-O DNC-FILE
            IF DNC-STATUS NOT = '00' AND DNC-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN DNC FILE, STATUS ' DNC-STATUS
               CLOSE REGISTRY-FILE
               MOVE "0012" TO WS-RC-CODE
               GO TO END-RUN
            END-IF
            PERFORM LOAD-ONE-NUMBER THRU LOAD-ONE-NUMBER-EXIT
               UNTIL END-OF-REGISTRY
            CLOSE REGISTRY-FILE
            IF WS-GOOD-COUNT = 0
               DISPLAY 'REGISTRY DOWNLOAD HELD NO GOOD NUMBERS -- '
                       'SUPPRESSION FILE LEFT AS IT WAS'
               CLOSE DNC-FILE
               MOVE "0012" TO WS-RC-CODE
               GO TO END-RUN
            END-IF
            PERFORM SWEEP-DROPPED-NUMBERS
            PERFORM STAMP-LOAD-CONTROL THRU STAMP-LOAD-CONTROL-EXIT
            CLOSE DNC-FILE
            DISPLAY "DO-NOT-CALL LOAD COMPLETE -- "
                    WS-READ-COUNT " READ, "
                    WS-ADDED-COUNT " ADDED, "
                    WS-KEPT-COUNT " STILL LISTED, "
                    WS-DROPPED-COUNT " DROPPED, "
                    WS-BAD-COUNT " REJECTED"
            IF WS-BAD-COUNT > 0
               MOVE "FLAG" TO WS-RC-CODE
            END-IF.
        END-RUN.
            MOVE 'E' TO WS-RC-FUNCTION
            MOVE WS-READ-COUNT TO WS-RC-READ
            MOVE WS-ADDED-COUNT TO WS-RC-WRITTEN
            CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
                 WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
                 WS-RC-CODE
            STOP RUN.

        LOAD-ONE-NUMBER.
            READ REGISTRY-FILE
              AT END
                 SET END-OF-REGISTRY TO TRUE
                 GO TO LOAD-ONE-NUMBER-EXIT
            END-READ
            IF REGISTRY-LINE = SPACES
               GO TO LOAD-ONE-NUMBER-EXIT
            END-IF
            ADD 1 TO WS-READ-COUNT
            MOVE SPACES TO WS-DIGITS
            MOVE 0 TO WS-DIGIT-COUNT
            MOVE 1 TO WS-CHAR-I
            PERFORM TAKE-ONE-DIGIT
               UNTIL WS-CHAR-I > 40 OR WS-DIGIT-COUNT > 11
            EVALUATE TRUE
               WHEN WS-DIGIT-COUNT = 10
                  MOVE WS-DIGITS (1:10) TO WS-TEN-DIGITS
               WHEN WS-DIGIT-COUNT = 11 AND WS-DIGITS (1:1) = '1'
                  MOVE WS-DIGITS (2:10) TO WS-TEN-DIGITS
               WHEN OTHER
                  ADD 1 TO WS-BAD-COUNT
                  DISPLAY "REJECTED LINE: " REGISTRY-LINE
                  GO TO LOAD-ONE-NUMBER-EXIT
            END-EVALUATE
            MOVE SPACES TO DN-PHONE
            STRING WS-TEN-DIGITS (1:3) '-' WS-TEN-DIGITS (4:3) '-'
                   WS-TEN-DIGITS (7:4)
                   DELIMITED BY SIZE INTO DN-PHONE
            END-STRING
            IF DN-LOAD-CONTROL
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "REJECTED LINE: " REGISTRY-LINE
               GO TO LOAD-ONE-NUMBER-EXIT
            END-IF
            ADD 1 TO WS-GOOD-COUNT
            READ DNC-FILE
              INVALID KEY
                 MOVE WS-TODAY-8 TO DN-FIRST-LOADED-DATE
                 MOVE WS-TODAY-8 TO DN-LOADED-DATE
                 MOVE 0          TO DN-ENTRY-COUNT
                 WRITE DNC-RECORD
                   INVALID KEY
                      ADD 1 TO WS-BAD-COUNT
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
                 END-WRITE
                 GO TO LOAD-ONE-NUMBER-EXIT
            END-READ
      *> A NUMBER LISTED TWICE IN ONE DOWNLOAD COUNTS ONCE.
            IF DN-LOADED-DATE NOT = WS-TODAY-8
               MOVE WS-TODAY-8 TO DN-LOADED-DATE
               REWRITE DNC-RECORD
               ADD 1 TO WS-KEPT-COUNT
            END-IF.
        LOAD-ONE-NUMBER-EXIT.
            EXIT.

        TAKE-ONE-DIGIT.
            MOVE REGISTRY-LINE (WS-CHAR-I:1) TO WS-CHAR
            IF WS-CHAR IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
               IF WS-DIGIT-COUNT <= 11
                  MOVE WS-CHAR TO WS-DIGITS (WS-DIGIT-COUNT:1)
               END-IF
            END-IF
            ADD 1 TO WS-CHAR-I.

      *> ANY NUMBER NOT IN TODAY'S DOWNLOAD HAS LEFT THE REGISTRY.
        SWEEP-DROPPED-NUMBERS.
            MOVE LOW-VALUES TO DN-PHONE
            START DNC-FILE KEY >= DN-PHONE
              INVALID KEY
                 SET END-OF-SWEEP TO TRUE
            END-START
            PERFORM SWEEP-ONE-NUMBER THRU SWEEP-ONE-NUMBER-EXIT
               UNTIL END-OF-SWEEP.

        SWEEP-ONE-NUMBER.
            READ DNC-FILE NEXT
              AT END
                 SET END-OF-SWEEP TO TRUE
                 GO TO SWEEP-ONE-NUMBER-EXIT
            END-READ
            IF DN-LOAD-CONTROL
               GO TO SWEEP-ONE-NUMBER-EXIT
            END-IF
            IF DN-LOADED-DATE = WS-TODAY-8
               ADD 1 TO WS-ON-FILE-COUNT
               GO TO SWEEP-ONE-NUMBER-EXIT
            END-IF
            DELETE DNC-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-DROPPED-COUNT
            END-DELETE.
        SWEEP-ONE-NUMBER-EXIT.
            EXIT.

        STAMP-LOAD-CONTROL.
            MOVE '000-000-0000' TO DN-PHONE
            READ DNC-FILE
              INVALID KEY
                 MOVE WS-TODAY-8       TO DN-FIRST-LOADED-DATE
                 MOVE WS-TODAY-8       TO DN-LOADED-DATE
                 MOVE WS-ON-FILE-COUNT TO DN-ENTRY-COUNT
                 WRITE DNC-RECORD
                 GO TO STAMP-LOAD-CONTROL-EXIT
            END-READ
            MOVE WS-TODAY-8       TO DN-LOADED-DATE
            MOVE WS-ON-FILE-COUNT TO DN-ENTRY-COUNT
            REWRITE DNC-RECORD.
        STAMP-LOAD-CONTROL-EXIT.
            EXIT.

       END PROGRAM ADDRESS-DNC-IMPORT.
