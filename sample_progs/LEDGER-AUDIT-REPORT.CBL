000120*   RECORD'S DETAIL-COUNT AND DEBIT/CREDIT CONTROL TOTALS ARE    *
000130*   ALSO COMPARED AGAINST WHAT THE AUDIT COUNTED.  RUN THIS      *
000140*   AFTER ANY HAND-REPAIR OF THE LEDGER FILE.                    *
000142*   TWO OPTIONAL COMMAND-LINE WORDS -- LEDGER AND REPORT FILE    *
000144*   NAMES -- REPLACE THE DEFAULTS (SEE BACKUP-RESTORE-DRILL).    *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000330*                    BALANCES BY DESIGN -- ITS DETAILS ARE     *
000340*                    LEFT OUT OF THE BALANCE CHECKS BUT STILL  *
000350*                    COUNT IN THE CONTROL TOTALS.              *
000352*   10/15/2026  DP   NINE-DIGIT UIDS AND WIDER LEDGER AMOUNTS; *
000354*                    BALANCES ARE SIGNED SO A CREDIT BALANCE   *
000356*                    CARRIES AS A NEGATIVE AMOUNT.             *
000358*                    REPORT LINE WIDENED TO 132.               *
000359*   10/15/2026  DP   COMMAND-LINE LEDGER AND REPORT NAMES.      *
000360*                                                                *
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000710
000720 FD  REPORT-FILE
000730     RECORDING MODE IS F.
000740 01  REPORT-LINE                  PIC X(132).
000750
000760 FD  RUN-PARM-FILE
000770     RECORDING MODE IS F.
000820     VALUE "transactions.txt".
000830 01  REPORTOUT                  PIC X(50)
000840     VALUE "ledger-audit-report.txt".
000842
000844 01  WS-COMMAND-ARGS            PIC X(110) VALUE SPACES.
000846 01  WS-ARG-TRANSACTIONS        PIC X(50) VALUE SPACES.
000848 01  WS-ARG-REPORT              PIC X(50) VALUE SPACES.
000850
000860 01  TRANSOUT-STATUS            PIC X(02).
000870 01  REPORT-STATUS              PIC X(02).
000950         88  WS-TRAILER-SEEN               VALUE 'Y'.
000960
000970 01  WS-PREV-ACCOUNT-ID          PIC 9(07) VALUE ZERO.
000980 01  WS-PREV-END-BALANCE         PIC S9(09)V9(02) VALUE ZERO.
000990 01  WS-EXPECTED-END             PIC S9(10)V9(02) VALUE ZERO.
001000
001010 01  WS-COUNTERS.
001020     05  WS-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
001030     05  WS-DEBIT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
001040     05  WS-CREDIT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
001050     05  WS-BREAK-COUNT          PIC 9(07) VALUE ZERO.
001060
001070 01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
001080 01  WS-TRAILER-DEBITS           PIC 9(11)V9(02) VALUE ZERO.
001090 01  WS-TRAILER-CREDITS          PIC 9(11)V9(02) VALUE ZERO.
001100 01  WS-TRAILER-WRITEOFFS        PIC 9(11)V9(02) VALUE ZERO.
001110 01  WS-WRITEOFF-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
001120
001130*   THE DESIGNATED SUSPENSE ACCOUNT (SEE LOCKBOX-IMPORT) --
001140*   ITS LINES CARRY ZERO BALANCES BY DESIGN AND SIT OUTSIDE
001190 01  WS-PARM-NAME                PIC X(20).
001200 01  WS-PARM-VALUE               PIC X(20).
001210 01  WS-SUSPENSE-ACCOUNT         PIC 9(07) VALUE 9999999.
001220 01  WS-EXPECTED-EDIT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
001230 01  WS-ACTUAL-EDIT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
001240
001250 PROCEDURE DIVISION.
001260*                                                                *
001280*                                                                *
001290 0000-MAINLINE.
001300     PERFORM 1000-READ-RUN-PARMS THRU 1000-EXIT.
001305     PERFORM 1100-READ-COMMAND-ARGS THRU 1100-EXIT.
001310     SORT SORT-WORK-FILE
001320         ON ASCENDING KEY SD-ACCOUNT-ID
001330         ON ASCENDING KEY SD-TRANSACTION-DATE
003820     END-IF.
003830 1050-EXIT.
003840     EXIT.
003841
003842*                                                                *
003843*   1100-READ-COMMAND-ARGS -- LEDGER AND REPORT FILE NAMES      *
003844*                                                                *
003845 1100-READ-COMMAND-ARGS.
003846     ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
003847     UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL SPACES
003848         INTO WS-ARG-TRANSACTIONS, WS-ARG-REPORT
003849     END-UNSTRING.
003850     IF WS-ARG-TRANSACTIONS NOT = SPACES
003851        MOVE WS-ARG-TRANSACTIONS TO TRANSOUT
003852     END-IF.
003853     IF WS-ARG-REPORT NOT = SPACES
003854        MOVE WS-ARG-REPORT TO REPORTOUT
003855     END-IF.
003856 1100-EXIT.
003857     EXIT.
003858
003860 9999-EXIT.
003870     STOP RUN.
