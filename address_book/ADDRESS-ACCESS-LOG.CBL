       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-ACCESS-LOG.

      *> CALLED SUBPROGRAM (THE SAME SHAPE AS ADDRESS-JOURNAL-WRITE)
      *> THAT APPENDS ONE READ-ACCESS ENTRY TO THE ACCESS LOG EVERY
      *> TIME AN INQUIRY SHOWS A CONTACT, AN ACCOUNT, OR A SET OF
      *> BANK DETAILS.  CALLERS PASS THE SIGNED-ON CLERK, THEIR OWN
      *> PROGRAM-ID, THE KEY TYPE (P/A/B/S/U, SEE
      *> ADDRESS-ACCESS-RECORD.CPY) AND THE KEY THEY TOUCHED:
      *>
      *>     CALL "ADDRESS-ACCESS-LOG" USING CLERK-ID, PROGRAM-ID,
      *>          KEY-TYPE, KEY-VALUE
      *>
      *> THE LOG IS APPEND-ONLY -- IT IS ONLY EVER OPENED EXTEND HERE
      *> (CREATED EMPTY THE FIRST TIME) AND NOTHING REWRITES OR
      *> TRIMS IT.  IT ALWAYS LIVES IN THE PRODUCTION DATA DIRECTORY,
      *> WHATEVER DB_HOME THE CALLER IS WORKING AGAINST: WHO LOOKED AT
      *> A CUSTOMER IS NOT A TEST-DATA QUESTION.  A FAILURE TO OPEN
      *> THE LOG IS SHOWN BUT DOES NOT STOP THE INQUIRY.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL     ACCESS-FILE
                   ASSIGN       TO  ACCESSOUT
                   ORGANIZATION IS  LINE SEQUENTIAL
                   FILE STATUS  IS  ACCESS-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ACCESS-FILE.
        01 ACCESS-RECORD.
        COPY "ADDRESS-ACCESS-RECORD.CPY"
             REPLACING ==(TAG)== BY ==AX-==.

        WORKING-STORAGE SECTION.
        01  ACCESSOUT                  PIC X(50)
            VALUE "/mnt/c/cobfiles\address-access.log".
        01  ACCESS-STATUS              PIC X(02).
        01  WS-TODAY-8                 PIC X(08).
        01  WS-NOW-TIME                PIC X(08).

        LINKAGE SECTION.
        01  LK-CLERK-ID                PIC X(10).
        01  LK-PROGRAM-ID              PIC X(30).
        01  LK-KEY-TYPE                PIC X(01).
        01  LK-KEY-VALUE               PIC X(30).

       PROCEDURE DIVISION USING LK-CLERK-ID, LK-PROGRAM-ID,
                                LK-KEY-TYPE, LK-KEY-VALUE.
        START-PRG.
            ACCEPT WS-TODAY-8  FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            OPEN EXTEND ACCESS-FILE
            IF ACCESS-STATUS = '05' OR ACCESS-STATUS = '35'
               OPEN OUTPUT ACCESS-FILE
               CLOSE ACCESS-FILE
               OPEN EXTEND ACCESS-FILE
            END-IF
            IF ACCESS-STATUS NOT = '00'
               DISPLAY 'ADDRESS-ACCESS-LOG: CANNOT OPEN ACCESS LOG, '
                       'STATUS ' ACCESS-STATUS
               GOBACK
            END-IF
            MOVE WS-TODAY-8        TO AX-ACCESS-DATE
            MOVE WS-NOW-TIME (1:6) TO AX-ACCESS-TIME
            MOVE LK-CLERK-ID       TO AX-CLERK-ID
      *> A CALLER WITH NO SIGN-ON OF ITS OWN STILL LEAVES A NAME --
      *> THE SAME ENVIRONMENT USER ADDRESS.CBL DEFAULTS ITS CLERK TO.
            IF AX-CLERK-ID = SPACES
               ACCEPT AX-CLERK-ID FROM ENVIRONMENT "USER"
            END-IF
            MOVE LK-PROGRAM-ID     TO AX-PROGRAM-ID
            MOVE LK-KEY-TYPE       TO AX-KEY-TYPE
            MOVE LK-KEY-VALUE      TO AX-KEY-VALUE
            WRITE ACCESS-RECORD
            CLOSE ACCESS-FILE
            GOBACK.

       END PROGRAM ADDRESS-ACCESS-LOG.
