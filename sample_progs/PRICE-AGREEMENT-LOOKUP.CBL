000010******************************************************************
000020*                                                                *
000030*   PRICE-AGREEMENT-LOOKUP                                       *
000040*                                                                *
000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS LEGAL-HOLD-CHECK) THAT  *
000060*   PRICES ONE CHARGE CODE FOR ONE ACCOUNT ON ONE DATE FROM THE  *
000070*   PRICE AGREEMENT FILE (SEE PRICE-AGREEMENT-RECORD.CPY):       *
000080*                                                                *
000090*       CALL "PRICE-AGREEMENT-LOOKUP" USING ACCOUNT-ID,          *
000100*            CHARGE-CODE, PRICE-DATE, STANDARD-PRICE,            *
000110*            AGREED-PRICE, RESULT                                *
000120*                                                                *
000130*   RESULT IS F WHEN A FIXED-PRICE AGREEMENT IS IN EFFECT ON THE *
000140*   DATE AND P WHEN A PERCENTAGE-OFF AGREEMENT IS (THE DISCOUNT  *
000150*   TAKEN OFF THE STANDARD PRICE PASSED IN, ROUNDED TO THE       *
000160*   CENT).  WITH NO AGREEMENT IN EFFECT -- NONE ON FILE,         *
000170*   CANCELLED, NOT YET EFFECTIVE, EXPIRED, OR NO FILE AT ALL --  *
000180*   RESULT IS N AND THE AGREED PRICE IS THE STANDARD PRICE, SO   *
000190*   THE CALLER CAN ALWAYS BILL WHAT COMES BACK.                  *
000200*                                                                *
000210*   LEDGER-POST, RECURRING-BILLING AND PRICE-VARIANCE-REPORT ALL *
000220*   PRICE WITH THIS ONE COPY OF THE RULE.                        *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      PRICE-AGREEMENT-LOOKUP.
000270 AUTHOR.          DATA PROCESSING.
000280 INSTALLATION.    ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.    10/15/2026.
000300 DATE-COMPILED.   10/15/2026.
000310*                                                                *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------------ *
000340*   10/15/2026  DP   ORIGINAL PROGRAM.                          *
000350*                                                                *
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL PRICE-AGREEMENTS
000400            ASSIGN       TO  PRICEAGR
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE  IS DYNAMIC
000430            RECORD KEY   IS NP-AGREEMENT-KEY
000440            FILE STATUS  IS PRICEAGR-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PRICE-AGREEMENTS.
000490 01  PRICE-AGREEMENT-STRUCTURE.
000500     COPY "PRICE-AGREEMENT-RECORD.CPY" REPLACING ==(TAG)==
000510          BY ==NP-==.
000520
000530 WORKING-STORAGE SECTION.
000540 01  PRICEAGR                   PIC X(50)
000550     VALUE "/mnt/c/cobfiles\price-agreements.idx".
000560 01  PRICEAGR-STATUS            PIC X(02).
000570
000580 LINKAGE SECTION.
000590 01  LK-ACCOUNT-ID              PIC 9(07).
000600 01  LK-CHARGE-CODE             PIC X(06).
000610 01  LK-PRICE-DATE              PIC 9(08).
000620 01  LK-STANDARD-PRICE          PIC 9(06)V9(02).
000630 01  LK-AGREED-PRICE            PIC 9(06)V9(02).
000640 01  LK-RESULT                  PIC X(01).
000650
000660 PROCEDURE DIVISION USING LK-ACCOUNT-ID, LK-CHARGE-CODE,
000670     LK-PRICE-DATE, LK-STANDARD-PRICE, LK-AGREED-PRICE, LK-RESULT.
000680 0000-MAINLINE.
000690     MOVE LK-STANDARD-PRICE TO LK-AGREED-PRICE.
000700     MOVE 'N' TO LK-RESULT.
000710     OPEN INPUT PRICE-AGREEMENTS.
000720     IF PRICEAGR-STATUS NOT = '00'
000730        GOBACK
000740     END-IF.
000750     MOVE LK-ACCOUNT-ID  TO NP-ACCOUNT-ID.
000760     MOVE LK-CHARGE-CODE TO NP-CHARGE-CODE.
000770     READ PRICE-AGREEMENTS
000780         INVALID KEY
000790            CLOSE PRICE-AGREEMENTS
000800            GOBACK
000810     END-READ.
000820     CLOSE PRICE-AGREEMENTS.
000830     IF NOT NP-AGREEMENT-ACTIVE
000840        OR NP-EFFECTIVE-DATE > LK-PRICE-DATE
000850        GOBACK
000860     END-IF.
000870     IF NP-EXPIRY-DATE NOT = ZERO
000880        AND NP-EXPIRY-DATE < LK-PRICE-DATE
000890        GOBACK
000900     END-IF.
000910     EVALUATE TRUE
000920        WHEN NP-FIXED-PRICE
000930           MOVE NP-AGREED-PRICE TO LK-AGREED-PRICE
000940           MOVE 'F' TO LK-RESULT
000950        WHEN NP-PERCENT-OFF
000960           COMPUTE LK-AGREED-PRICE ROUNDED =
000970                   LK-STANDARD-PRICE
000980                   * (100 - NP-DISCOUNT-PERCENT) / 100
000990           MOVE 'P' TO LK-RESULT
001000        WHEN OTHER
001010           CONTINUE
001020     END-EVALUATE.
001030     GOBACK.
