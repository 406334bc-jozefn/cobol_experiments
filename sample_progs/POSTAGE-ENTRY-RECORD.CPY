000010******************************************************************
000020*                                                                *
000030*   POSTAGE-ENTRY-RECORD.CPY                                    *
000040*                                                                *
000050*   ONE MONTH'S POSTAGE FOR ONE COMPANY, ONE MAILING JOB AND     *
000060*   ONE POSTAGE CLASS, TOTALLED FROM THE MAILING LOG (SEE        *
000070*   MAILING-LOG-RECORD.CPY) BY POSTAGE-COST-REPORT.  A RERUN     *
000080*   OF THE REPORT FOR THE SAME MONTH REBUILDS THE MONTH'S        *
000090*   ENTRIES.  GL-EXTRACT JOURNALS EACH ENTRY IN ITS PERIOD       *
000100*   RANGE AS THE COMPANY'S SHARE OF THE POSTAGE BILL --          *
000110*       DR POSTAGE, CR POSTCLR                                   *
000120*   (POSTAGE EXPENSE AGAINST THE POSTAGE CLEARING ACCOUNT THE    *
000130*   METER AND PERMIT FUNDING ARE BOOKED TO).                     *
000140*                                                                *
000150*   (TAG)ENTRY-KEY IS THE RECORD KEY -- THE PERIOD FIRST, SO     *
000160*   GL-EXTRACT CAN START AT ITS FROM-PERIOD.                     *
000170*                                                                *
000180*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000190*   E.G. ==PE-== FOR A FILE RECORD.                              *
000200*                                                                *
000210******************************************************************
000220    05  (TAG)ENTRY-KEY.
000230        10  (TAG)PERIOD           PIC 9(06).
000240        10  (TAG)COMPANY-CODE     PIC X(02).
000250        10  (TAG)JOB-NAME         PIC X(20).
000260        10  (TAG)POSTAGE-CLASS    PIC X(01).
000270            88  (TAG)CLASS-FIRST           VALUE 'F'.
000280            88  (TAG)CLASS-PRESORT         VALUE 'P'.
000290            88  (TAG)CLASS-CERTIFIED       VALUE 'C'.
000300            88  (TAG)CLASS-FOREIGN         VALUE 'X'.
000310    05  (TAG)PIECE-COUNT          PIC 9(09).
000320    05  (TAG)POSTAGE-AMOUNT       PIC 9(09)V9(02).
000330*   THE PART OF THE ABOVE MAILED UNDER A CAMPAIGN CODE.
000340    05  (TAG)CAMPAIGN-PIECES      PIC 9(09).
000350    05  (TAG)CAMPAIGN-AMOUNT      PIC 9(09)V9(02).
000360    05  (TAG)BUILT-DATE           PIC 9(08).
000370    05  FILLER                    PIC X(20).
