000150*   FILLS IN THE END TIME, COUNTS, AND FINAL CODE.  A JOB THAT   *
000160*   DIES MID-RUN IS LEFT SHOWING "RUN ", WHICH THE MORNING       *
000170*   OPERATIONS-REPORT FLAGS AS AN ABNORMAL END.                  *
000172*                                                                *
000174*   THE RUN IS REGISTERED UNDER THE BUSINESS DATE FROM           *
000176*   PROCESSING-DATE, SO A MORNING RE-RUN UNDER AN AS-OF OVERRIDE *
000178*   COMPLETES THE FAILED NIGHT'S ENTRY AND IS MARKED OVERRIDDEN. *
000180*                                                                *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000270*   MODIFICATION HISTORY                                        *
000280*   ------------------------------------------------------------ *
000290*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000292*   10/15/2026  DP   RUNS ARE REGISTERED UNDER THE PROCESSING   *
000294*                    DATE, WITH THE OVERRIDE MARK AND THE DAY   *
000296*                    THE JOB ACTUALLY RAN.                      *
000300*                                                                *
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000510 01  RUNCTL-STATUS              PIC X(02).
000520 01  WS-TODAY-8                  PIC 9(08).
000530 01  WS-NOW-TIME                 PIC X(08).
000532 01  WS-SYSTEM-DATE              PIC 9(08).
000534 01  WS-DATE-OVERRIDE            PIC X(01).
000536 01  WS-OVERRIDE-MARK            PIC X(60).
000540
000550 LINKAGE SECTION.
000560 01  LK-FUNCTION                 PIC X(01).
000660*   0000-MAINLINE                                               *
000670*                                                                *
000680 0000-MAINLINE.
000690     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
000695     CALL "PROCESSING-DATE" USING WS-TODAY-8, WS-DATE-OVERRIDE,
000697          WS-OVERRIDE-MARK.
000700     ACCEPT WS-NOW-TIME FROM TIME.
000710     OPEN I-O RUN-CONTROL.
000720     IF RUNCTL-STATUS NOT = '00' AND RUNCTL-STATUS NOT = '05'
000890     MOVE SPACES      TO RC-END-TIME.
000900     MOVE ZERO        TO RC-RECORDS-READ RC-RECORDS-WRITTEN.
000910     MOVE "RUN "      TO RC-COMPLETION-CODE.
000912     PERFORM 4000-MARK-OVERRIDE THRU 4000-EXIT.
000920     WRITE RUN-CONTROL-STRUCTURE
000930         INVALID KEY
000940            REWRITE RUN-CONTROL-STRUCTURE
001070     MOVE LK-RECORDS-READ     TO RC-RECORDS-READ.
001080     MOVE LK-RECORDS-WRITTEN  TO RC-RECORDS-WRITTEN.
001090     MOVE LK-COMPLETION-CODE  TO RC-COMPLETION-CODE.
001095     PERFORM 4000-MARK-OVERRIDE THRU 4000-EXIT.
001100     REWRITE RUN-CONTROL-STRUCTURE
001110         INVALID KEY
001120            WRITE RUN-CONTROL-STRUCTURE
001130     END-REWRITE.
001140 3000-EXIT.
001150     EXIT.
001160
001170 4000-MARK-OVERRIDE.
001180     MOVE WS-SYSTEM-DATE TO RC-SYSTEM-DATE.
001190     IF WS-DATE-OVERRIDE = 'Y'
001200        MOVE 'Y' TO RC-DATE-OVERRIDE
001210     ELSE
001220        MOVE 'N' TO RC-DATE-OVERRIDE
001230     END-IF.
001240 4000-EXIT.
001250     EXIT.
