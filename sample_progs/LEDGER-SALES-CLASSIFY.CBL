000010******************************************************************
000020*                                                                *
000030*   LEDGER-SALES-CLASSIFY                                        *
000040*                                                                *
000050*   CALLED SUBPROGRAM THAT SAYS WHAT ONE POSTED LEDGER DETAIL    *
000060*   COUNTS FOR IN THE SALES MEASURES, SO EVERY JOB THAT PAYS OR  *
000070*   MEASURES THE REPS COUNTS THE SAME ACTIVITY THE SAME WAY.     *
000080*   COMMISSION-RUN PAYS ON LK-SALES-AMOUNT AND                   *
000090*   QUOTA-ATTAINMENT-REPORT MEASURES REVENUE AND COLLECTIONS     *
000100*   AGAINST QUOTA FROM BOTH AMOUNTS:                             *
000110*                                                                *
000120*       CALL "LEDGER-SALES-CLASSIFY" USING TRANSACTION-RECORD,   *
000130*            SALES-AMOUNT, COLLECTED-AMOUNT                      *
000140*                                                                *
000150*   A DEBIT IS BILLED REVENUE AND ITS REVERSAL (A CREDIT         *
000160*   CARRYING THE ORIGINAL UID) TAKES IT BACK; A CREDIT IS        *
000170*   COLLECTED AND ITS REVERSAL (A DEBIT CARRYING THE ORIGINAL    *
000180*   UID) TAKES THAT BACK.  BALANCE TRANSFER HALVES MOVE DEBT     *
000190*   ALREADY BILLED AND COLLECT NOTHING, AND REFUNDS, WRITE-OFFS, *
000200*   HEADERS AND TRAILERS COUNT FOR NEITHER -- BOTH AMOUNTS COME  *
000210*   BACK ZERO.  THE CALLER CHOOSES THE PERIOD AND THE TERRITORY. *
000220*                                                                *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.      LEDGER-SALES-CLASSIFY.
000260 AUTHOR.          DATA PROCESSING.
000270 INSTALLATION.    ACCOUNTING SYSTEMS.
000280 DATE-WRITTEN.    10/15/2026.
000290 DATE-COMPILED.   10/15/2026.
000300*                                                                *
000310*   MODIFICATION HISTORY                                         *
000320*   ------------------------------------------------------------ *
000330*   10/15/2026  DP   ORIGINAL PROGRAM.                           *
000340*                                                                *
000350 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 LINKAGE SECTION.
000380 01  LK-TRANSACTION.
000390     COPY "TRANSACTION-RECORD.CPY" REPLACING ==(TAG)== BY ==LK-==.
000400 01  LK-SALES-AMOUNT            PIC S9(09)V9(02).
000410 01  LK-COLLECTED-AMOUNT        PIC S9(09)V9(02).
000420
000430 PROCEDURE DIVISION USING LK-TRANSACTION, LK-SALES-AMOUNT,
000440                          LK-COLLECTED-AMOUNT.
000450*                                                                *
000460*   0000-MAINLINE                                                *
000470*                                                                *
000480 0000-MAINLINE.
000490     MOVE ZERO TO LK-SALES-AMOUNT LK-COLLECTED-AMOUNT.
000500     IF NOT LK-DETAIL-RECORD
000510        GO TO 9999-EXIT
000520     END-IF.
000530*   A BALANCE TRANSFER DEBIT IS DEBT ALREADY BILLED (AND PAID
000540*   ON) UNDER THE SOURCE ACCOUNT -- IT EARNS NOTHING AGAIN.
000550     IF LK-TRANSFER-UID NOT = ZERO
000560        GO TO 9999-EXIT
000570     END-IF.
000580     EVALUATE TRUE
000590        WHEN LK-DEBIT-TRANSACTION AND LK-REVERSED-UID = ZERO
000600           MOVE LK-AMOUNT TO LK-SALES-AMOUNT
000610        WHEN LK-CREDIT-TRANSACTION AND LK-REVERSED-UID NOT = ZERO
000620           COMPUTE LK-SALES-AMOUNT = 0 - LK-AMOUNT
000630        WHEN LK-CREDIT-TRANSACTION
000640           MOVE LK-AMOUNT TO LK-COLLECTED-AMOUNT
000650        WHEN LK-DEBIT-TRANSACTION
000660           COMPUTE LK-COLLECTED-AMOUNT = 0 - LK-AMOUNT
000670        WHEN OTHER
000680           CONTINUE
000690     END-EVALUATE.
000700
000710 9999-EXIT.
000720     GOBACK.
