000010******************************************************************
000020*                                                                *
000030*   PROMISE-TO-PAY-CHECK                                         *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS PAYMENT-PLAN-CHECK)     *
000060*   THAT ANSWERS ONE QUESTION FOR THE COLLECTION JOBS -- HAS     *
000070*   THIS ACCOUNT PROMISED A PAYMENT THAT IS NOT YET DUE?         *
000080*                                                                *
000090*       CALL "PROMISE-TO-PAY-CHECK" USING ACCOUNT-ID,            *
000100*            STATUS-OUT                                          *
000110*                                                                *
000120*   STATUS-OUT COMES BACK 'O' FOR AN OPEN PROMISE WHOSE DATE     *
000130*   HAS NOT YET PASSED -- THE NEXT NOTICE WAITS FOR IT -- 'D'    *
000140*   FOR AN OPEN PROMISE PAST ITS DATE (PROMISE-TO-PAY-MONITOR    *
000150*   BREAKS IT TONIGHT), AND 'N' FOR NO OPEN PROMISE (OR NO       *
000160*   PROMISE FILE).  ANYTHING BUT 'O' MEANS THE NORMAL            *
000170*   ESCALATION PATH APPLIES.                                     *
000180*                                                                *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.      PROMISE-TO-PAY-CHECK.
000220 AUTHOR.          DATA PROCESSING.
000230 INSTALLATION.    ACCOUNTING SYSTEMS.
000240 DATE-WRITTEN.    10/15/2026.
000250 DATE-COMPILED.   10/15/2026.
000260*                                                                *
000270*   MODIFICATION HISTORY                                        *
000280*   ------------------------------------------------------------ *
000290*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000300*                                                                *
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL PROMISES
000350            ASSIGN       TO  PROMFILE
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE  IS DYNAMIC
000380            RECORD KEY   IS PT-PROMISE-KEY
000390            FILE STATUS  IS PROMISE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PROMISES.
000440 01  PROMISE-STRUCTURE.
000450     COPY "PROMISE-TO-PAY-RECORD.CPY" REPLACING ==(TAG)==
000460          BY ==PT-==.
000470
000480 WORKING-STORAGE SECTION.
000490 01  PROMFILE                   PIC X(50)
000500     VALUE "/mnt/c/cobfiles\promises-to-pay.idx".
000510 01  PROMISE-STATUS             PIC X(02).
000520 01  WS-TODAY-8                 PIC 9(08).
000530 01  WS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000540     88  WS-SCAN-EOF                      VALUE 'Y'.
000550
000560 LINKAGE SECTION.
000570 01  LK-ACCOUNT-ID              PIC 9(07).
000580 01  LK-PROMISE-STATUS          PIC X(01).
000590
000600 PROCEDURE DIVISION USING LK-ACCOUNT-ID, LK-PROMISE-STATUS.
000610 0000-MAINLINE.
000620     MOVE 'N' TO LK-PROMISE-STATUS.
000630     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
000640     OPEN INPUT PROMISES.
000650     IF PROMISE-STATUS NOT = '00'
000660        GOBACK
000670     END-IF.
000680     MOVE LK-ACCOUNT-ID TO PT-ACCOUNT-ID.
000690     MOVE ZERO          TO PT-PROMISE-SEQ.
000700     MOVE 'N' TO WS-EOF-SWITCH.
000710     START PROMISES KEY IS >= PT-PROMISE-KEY
000720         INVALID KEY
000730            MOVE 'Y' TO WS-EOF-SWITCH
000740     END-START.
000750     PERFORM 1000-CHECK-ONE-PROMISE THRU 1000-EXIT
000760             UNTIL WS-SCAN-EOF.
000770     CLOSE PROMISES.
000780     GOBACK.
000790
000800 1000-CHECK-ONE-PROMISE.
000810     READ PROMISES NEXT RECORD
000820         AT END
000830            MOVE 'Y' TO WS-EOF-SWITCH
000840            GO TO 1000-EXIT
000850     END-READ.
000860     IF PT-ACCOUNT-ID NOT = LK-ACCOUNT-ID
000870        MOVE 'Y' TO WS-EOF-SWITCH
000880        GO TO 1000-EXIT
000890     END-IF.
000900     IF NOT PT-PROMISE-OPEN
000910        GO TO 1000-EXIT
000920     END-IF.
000930     IF PT-PROMISED-DATE < WS-TODAY-8
000940        MOVE 'D' TO LK-PROMISE-STATUS
000950     ELSE
000960        MOVE 'O' TO LK-PROMISE-STATUS
000970     END-IF.
000980     MOVE 'Y' TO WS-EOF-SWITCH.
000990 1000-EXIT.
001000     EXIT.
