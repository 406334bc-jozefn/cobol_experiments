000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------------ *
000260*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000263*   10/15/2026  DP   THE BANK FILE IS KEPT AS A NUMBERED        *
000266*                    GENERATION ON THE OUTBOUND INTERFACE       *
000269*                    REGISTER (SEE INTERFACE-FILE-REGISTER) FOR *
000272*                    TRANSMISSION.                              *
000275*                                                                *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000800 01  WS-RC-READ                 PIC 9(07) VALUE ZERO.
000810 01  WS-RC-WRITTEN              PIC 9(07) VALUE ZERO.
000820 01  WS-RC-CODE                 PIC X(04) VALUE "0000".
000822
000824*                                                                *
000826*   OUTBOUND INTERFACE REGISTER FIELDS (SEE                      *
000828*   INTERFACE-FILE-REGISTER)                                     *
000830*                                                                *
000832 01  WS-IF-CODE                 PIC X(08) VALUE "POSPAY".
000834 01  WS-IF-JOB-NAME             PIC X(20)
000836     VALUE "POSITIVE-PAY-EXPORT".
000838 01  WS-IF-RECORDS              PIC 9(07) VALUE ZERO.
000840 01  WS-IF-HASH                 PIC S9(11)V9(02) VALUE ZERO.
000842 01  WS-IF-GENERATION           PIC 9(07) VALUE ZERO.
000844 01  WS-IF-RESULT               PIC X(02).
000846
000848 01  CHECKREG-STATUS            PIC X(02).
000850 01  POSPAY-STATUS              PIC X(02).
000852
000870 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000880     88  WS-EOF-YES                       VALUE 'Y'.
000890 01  WS-ISSUE-COUNT             PIC 9(05) VALUE ZERO.
001180     PERFORM 2000-EXPORT-ONE-CHECK THRU 2000-EXIT
001190             UNTIL WS-EOF-YES.
001200     CLOSE POSPAY-FILE.
001202     MOVE WS-SPOOL-LINES TO WS-IF-RECORDS.
001204     CALL "INTERFACE-FILE-REGISTER" USING WS-IF-CODE,
001206          WS-IF-JOB-NAME, POSPAYOUT, WS-IF-RECORDS, WS-IF-HASH,
001208          WS-IF-GENERATION, WS-IF-RESULT.
001210     CLOSE CHECK-REGISTER.
001220     MOVE 'R' TO WS-SPOOL-FUNCTION.
001230     CALL "REPORT-SPOOL-REGISTER" USING WS-SPOOL-FUNCTION,
001710     MOVE CK-PAYEE-NAME   TO PP-PAYEE.
001720     WRITE POSPAY-RECORD.
001730     ADD 1 TO WS-SPOOL-LINES WS-RC-WRITTEN.
001735     ADD CK-CHECK-AMOUNT TO WS-IF-HASH.
001740 2100-EXIT.
001750     EXIT.
001760
