000440*                    FOR OLDER ITEMS WITH NO DUE DATE), SO A    *
000450*                    NET45 CUSTOMER IS CURRENT UNTIL DAY 45.    *
000460*                    COLUMNS RELABELLED IN DAYS PAST DUE.       *
000465*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS.  *
000466*   10/15/2026  DP   THE BUSINESS DATE NOW COMES FROM           *
000467*                    PROCESSING-DATE (AS-OF OVERRIDE); AN       *
000468*                    OVERRIDDEN RUN IS MARKED ON THE REPORT     *
000469*                    HEADING.                                   *
000470*                                                                *
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
001380
001390
001400 01  WS-TODAY-8                  PIC 9(08).
001402 01  WS-DATE-OVERRIDE            PIC X(01) VALUE 'N'.
001404     88  WS-DATE-OVERRIDDEN                VALUE 'Y'.
001406 01  WS-OVERRIDE-MARK            PIC X(60) VALUE SPACES.
001410 01  WS-TODAY-INTEGER-DATE       PIC 9(07).
001420 01  WS-ITEM-INTEGER-DATE        PIC 9(07).
001430 01  WS-DAYS-OLD                 PIC 9(05).
001550 01  WS-STMT-INTEGER-DATE        PIC 9(07).
001560 01  WS-DAYS-PAST-DUE            PIC S9(05) VALUE ZERO.
001570 01  WS-DUE-INTEGER-DATE         PIC 9(07) VALUE ZERO.
001580 01  WS-DISPUTED-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
001590 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
001600 01  WS-PREV-HOLDER              PIC X(50) VALUE SPACES.
001610
001640*   AT EACH CONTROL BREAK                                        *
001650*                                                                *
001660 01  WS-ACCT-BUCKETS.
001670     05  WS-ACCT-CURRENT         PIC 9(10)V9(02) VALUE ZERO.
001680     05  WS-ACCT-31-60           PIC 9(10)V9(02) VALUE ZERO.
001690     05  WS-ACCT-61-90           PIC 9(10)V9(02) VALUE ZERO.
001700     05  WS-ACCT-OVER-90         PIC 9(10)V9(02) VALUE ZERO.
001710
001720 01  WS-BUCKET-TOTALS.
001730     05  WS-CURRENT-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
001740     05  WS-31-60-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
001750     05  WS-61-90-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
001760     05  WS-OVER-90-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
001770
001780 01  WS-DETAIL-LINE.
001790     05  WS-D-ACCOUNT            PIC 9(07).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-D-HOLDER             PIC X(20).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  WS-D-CURRENT            PIC Z,ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  WS-D-31-60              PIC Z,ZZZ,ZZZ,ZZ9.99.
001860     05  FILLER                  PIC X(01) VALUE SPACES.
001870     05  WS-D-61-90              PIC Z,ZZZ,ZZZ,ZZ9.99.
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  WS-D-OVER-90            PIC Z,ZZZ,ZZZ,ZZ9.99.
001900
001910 PROCEDURE DIVISION.
001920*                                                                *
002010     CALL "RUN-CONTROL-LOG" USING WS-RC-FUNCTION,
002020          WS-RC-JOB-NAME, WS-RC-READ, WS-RC-WRITTEN,
002030          WS-RC-CODE.
002040     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
002045          WS-OVERRIDE-MARK.
002050     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
002060     COMPUTE WS-TODAY-INTEGER-DATE =
002070        FUNCTION INTEGER-OF-DATE(WS-TODAY-8).
002110        TO REPORT-LINE.
002120     WRITE REPORT-LINE.
002130     ADD 1 TO WS-SPOOL-LINES.
002131     IF WS-DATE-OVERRIDDEN
002132        MOVE WS-OVERRIDE-MARK TO REPORT-LINE
002133        WRITE REPORT-LINE
002134        ADD 1 TO WS-SPOOL-LINES
002135     END-IF.
002140     OPEN INPUT ACCOUNT-MASTER.
002150     IF ACCTMSTR-STATUS NOT = '00'
002160        DISPLAY "WARNING -- ACCOUNT MASTER NOT AVAILABLE, "
