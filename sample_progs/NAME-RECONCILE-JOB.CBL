000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000262*   10/15/2026  DP   CONTACTS ARE NOW READ DIRECTLY ON THE      *
000264*                    FD-ACCOUNT-ID ALTERNATE KEY; THE 500-ENTRY *
000266*                    CONTACT TABLE AND ITS CAP ARE GONE.        *
000270*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000460            ACCESS MODE  IS DYNAMIC
000470            RECORD KEY   IS FD-PHONE
000480            ALTERNATE RECORD KEY IS FD-LAST-NAME WITH DUPLICATES
000485            ALTERNATE RECORD KEY IS FD-ACCOUNT-ID WITH DUPLICATES
000490            FILE STATUS  IS ADDRESS-STATUS.
000500
000510     SELECT OPTIONAL PARM-FILE
001380     88  WS-APPLY-MODE                     VALUE 'Y'.
001390
001400*                                                                *
001410*   THE CONTACT LAST READ FOR AN ACCOUNT -- A RUN OF DETAILS ON  *
001420*   THE SAME ACCOUNT IS COMPARED WITHOUT READING IT AGAIN        *
001430*                                                                *
001440 01  WS-BOOK-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001450 01  WS-BOOK-NAME                PIC X(50) VALUE SPACES.
001460 01  WS-BOOK-SWITCH              PIC X(01) VALUE 'N'.
001470     88  WS-BOOK-FOUND                     VALUE 'Y'.
001480 01  WS-ADDRESS-SWITCH           PIC X(01) VALUE 'N'.
001490     88  WS-ADDRESS-AVAILABLE              VALUE 'Y'.
001500 01  WS-LOOKUP-ACCOUNT           PIC 9(07) VALUE ZERO.
001510
001520 01  WS-AUDIT-TIMESTAMP          PIC X(26).
001530 01  WS-MISMATCH-COUNT           PIC 9(05) VALUE ZERO.
002060           MOVE 'Y' TO AUDIT-OUTOPENED-SWITCH
002070        END-IF
002080     END-IF.
002090     PERFORM 1500-OPEN-ADDRESS-FILE THRU 1500-EXIT.
002100 1000-EXIT.
002110     EXIT.
002120
002130 1500-OPEN-ADDRESS-FILE.
002140     OPEN INPUT ADDRESS-FILE.
002150     IF ADDRESS-STATUS NOT = '00'
002160        DISPLAY "ADDRESS FILE NOT AVAILABLE -- NOTHING TO DO"
002170        GO TO 1500-EXIT
002180     END-IF.
002190     MOVE 'Y' TO WS-ADDRESS-SWITCH.
002340 1500-EXIT.
002350     EXIT.
002360
002370*                                                                *
002380*   1700-FIND-CONTACT -- READ THE CONTACT FOR WS-LOOKUP-ACCOUNT  *
002390*   ON THE FD-ACCOUNT-ID ALTERNATE KEY                           *
002400*                                                                *
002570 1700-FIND-CONTACT.
002580     IF WS-LOOKUP-ACCOUNT = WS-BOOK-ACCOUNT-ID
002590        GO TO 1700-EXIT
002600     END-IF.
002610     MOVE WS-LOOKUP-ACCOUNT TO WS-BOOK-ACCOUNT-ID.
002620     MOVE 'N' TO WS-BOOK-SWITCH.
002630     MOVE SPACES TO WS-BOOK-NAME.
002640     IF NOT WS-ADDRESS-AVAILABLE OR WS-LOOKUP-ACCOUNT = ZERO
002650        GO TO 1700-EXIT
002660     END-IF.
002670     MOVE WS-LOOKUP-ACCOUNT TO FD-ACCOUNT-ID.
002680     READ ADDRESS-FILE KEY IS FD-ACCOUNT-ID
002690         INVALID KEY
002700            GO TO 1700-EXIT
002710     END-READ.
002720     MOVE 'Y' TO WS-BOOK-SWITCH.
002730     STRING FD-FIRST-NAME DELIMITED BY SPACE
002740            " " DELIMITED BY SIZE
002745            FD-LAST-NAME  DELIMITED BY SPACE
002746            INTO WS-BOOK-NAME
002747     END-STRING.
002748 1700-EXIT.
002749     EXIT.
002750
002755*                                                                *
002760*   3000-WALK-LEDGER -- COMPARE (AND IN APPLY MODE REWRITE IN    *
002770*   PLACE) EVERY DETAIL'S STORED HOLDER NAME                     *
002780*                                                                *
003040     END-IF.
003050     MOVE TR-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT.
003060     PERFORM 1700-FIND-CONTACT THRU 1700-EXIT.
003070     IF NOT WS-BOOK-FOUND
003080        GO TO 3100-EXIT
003090     END-IF.
003100     IF TR-ACCOUNT-HOLDER = WS-BOOK-NAME
003110        GO TO 3100-EXIT
003120     END-IF.
003130     ADD 1 TO WS-MISMATCH-COUNT.
003150     STRING "LEDGER ACCT " TR-ACCOUNT-ID
003160            " UID " TR-UID
003170            " HAS [" TR-ACCOUNT-HOLDER (1:30)
003180            "] BOOK SAYS [" WS-BOOK-NAME (1:30)
003190            "]"
003200            DELIMITED BY SIZE INTO REPORT-LINE
003210     END-STRING.
003220     WRITE REPORT-LINE.
003230     IF WS-APPLY-MODE
003240        MOVE WS-BOOK-NAME TO TR-ACCOUNT-HOLDER
003250        REWRITE TRANSACTION-STRUCTURE
003260        ADD 1 TO WS-FIXED-COUNT
003270        PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
003640     END-READ.
003650     MOVE TX-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT.
003660     PERFORM 1700-FIND-CONTACT THRU 1700-EXIT.
003670     IF NOT WS-BOOK-FOUND
003680        GO TO 4100-EXIT
003690     END-IF.
003700     IF TX-ACCOUNT-HOLDER = WS-BOOK-NAME
003710        GO TO 4100-EXIT
003720     END-IF.
003730     ADD 1 TO WS-MISMATCH-COUNT.
003750     STRING "INDEX  ACCT " TX-ACCOUNT-ID
003760            " UID " TX-UID
003770            " HAS [" TX-ACCOUNT-HOLDER (1:30)
003780            "] BOOK SAYS [" WS-BOOK-NAME (1:30)
003790            "]"
003800            DELIMITED BY SIZE INTO REPORT-LINE
003810     END-STRING.
003820     WRITE REPORT-LINE.
003830     IF WS-APPLY-MODE
003840        MOVE WS-BOOK-NAME TO TX-ACCOUNT-HOLDER
003850        REWRITE TRANSACTION-INDEX-STRUCTURE
003860            INVALID KEY
003870               DISPLAY "CANNOT REWRITE INDEX ENTRY " TX-ACCT-KEY
004230     END-STRING.
004240     WRITE REPORT-LINE.
004250     CLOSE REPORT-FILE.
004252     IF WS-ADDRESS-AVAILABLE
004254        CLOSE ADDRESS-FILE
004256     END-IF.
004260     IF AUDIT-FILE-OPEN
004270        CLOSE AUDIT-FILE
004280     END-IF.
