000010******************************************************************
000020*                                                                *
000030*   MAILING-LOG-RECORD.CPY                                      *
000040*                                                                *
000050*   WHAT ONE MAILING RUN PUT IN THE MAIL FOR ONE COMPANY, IN     *
000060*   ONE POSTAGE CLASS, FOR ONE CAMPAIGN (BLANK WHEN THE RUN WAS  *
000070*   NOT PART OF A CAMPAIGN).  EVERY PROGRAM THAT PRODUCES MAIL   *
000080*   -- STATEMENTS, INVOICES, DUNNING NOTICES, LABELS, LETTERS -- *
000090*   COUNTS ITS PIECES THROUGH MAILING-LOG, WHICH PRICES THEM     *
000100*   FROM THE POSTAGE RATE TABLE IN FORCE ON THE MAIL DATE AND    *
000110*   WRITES THIS RECORD.  A SECOND RUN OF THE SAME JOB THE SAME   *
000120*   DAY ADDS TO THE DAY'S RECORD.  POSTAGE-COST-REPORT TOTALS    *
000130*   THE MONTH BY COMPANY, JOB AND CLASS FOR THE GL EXTRACT.      *
000140*                                                                *
000150*   (TAG)MAIL-KEY IS THE RECORD KEY -- THE MAIL DATE FIRST, SO   *
000160*   ONE MONTH'S MAILINGS READ TOGETHER.                          *
000170*                                                                *
000180*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000190*   E.G. ==ML-== FOR A FILE RECORD.                              *
000200*                                                                *
000210******************************************************************
000220    05  (TAG)MAIL-KEY.
000230        10  (TAG)MAIL-DATE        PIC 9(08).
000240        10  (TAG)JOB-NAME         PIC X(20).
000250        10  (TAG)COMPANY-CODE     PIC X(02).
000260        10  (TAG)POSTAGE-CLASS    PIC X(01).
000270            88  (TAG)CLASS-FIRST           VALUE 'F'.
000280            88  (TAG)CLASS-PRESORT         VALUE 'P'.
000290            88  (TAG)CLASS-CERTIFIED       VALUE 'C'.
000300            88  (TAG)CLASS-FOREIGN         VALUE 'X'.
000310        10  (TAG)CAMPAIGN-CODE    PIC X(08).
000320    05  (TAG)PIECE-COUNT          PIC 9(07).
000330*   PER-PIECE RATE FROM postage-rates.txt ON THE MAIL DATE.
000340    05  (TAG)RATE                 PIC 9(02)V9(03).
000350    05  (TAG)POSTAGE-AMOUNT       PIC 9(07)V9(02).
000360    05  FILLER                    PIC X(20).
