000010******************************************************************
000020*                                                                *
000030*   BACKUP-MANIFEST-RECORD.CPY                                   *
000040*                                                                *
000050*   ONE ENTRY IN THE BACKUP MANIFEST, KEYED BY SET DATE AND      *
000060*   ENTRY NUMBER.  ENTRY 000 OF A SET IS THE SET HEADER; ENTRIES *
000070*   001 ONWARD ARE THE FILES OF THE SET IN BACKUP-FILE-LIST.CPY  *
000080*   ORDER, EACH WITH THE SIZE, RECORD COUNT AND CONTROL TOTALS   *
000090*   IT HAD WHEN BACKUP-SET-JOB COPIED IT.  BACKUP-SET-RESTORE    *
000100*   PROVES EVERY RESTORED FILE AGAINST ITS ENTRY, AND            *
000110*   BACKUP-RESTORE-DRILL RECORDS ITS RESULT ON THE HEADER.       *
000120*                                                                *
000130*   A SET IS WRITTEN INCOMPLETE FIRST AND MARKED COMPLETE ONLY   *
000140*   WHEN EVERY FILE COPIED AND PROVED, SO A JOB THAT DIES        *
000150*   PART-WAY LEAVES A SET THE RESTORE WILL NOT TOUCH.            *
000160*                                                                *
000170*   THE CONTROL TOTALS DEPEND ON THE COUNT TYPE:                 *
000180*     TR, TX   TOTAL-1 DEBITS AND REFUNDS, TOTAL-2 CREDITS AND   *
000190*              WRITE-OFFS (THE TRAILER'S SPLIT)                  *
000200*     OI       TOTAL-1 REMAINING, TOTAL-2 ORIGINAL AMOUNTS       *
000210*     AM       TOTAL-1 CREDIT LIMITS                             *
000220*     OTHERS   RECORD COUNT ONLY                                 *
000230*                                                                *
000240*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000250*   E.G. ==BM-== FOR A FILE RECORD.                              *
000260*                                                                *
000270******************************************************************
000280    05  (TAG)MANIFEST-KEY.
000290        10  (TAG)SET-DATE         PIC 9(08).
000300        10  (TAG)ENTRY-NO         PIC 9(03).
000310    05  (TAG)ENTRY-TYPE           PIC X(01).
000320        88  (TAG)SET-HEADER                VALUE 'H'.
000330        88  (TAG)FILE-ENTRY                VALUE 'F'.
000340    05  (TAG)FILE-DETAIL.
000350        10  (TAG)FAMILY           PIC X(01).
000360        10  (TAG)COUNT-TYPE       PIC X(02).
000370        10  (TAG)LOCATION         PIC X(01).
000380        10  (TAG)FILE-NAME        PIC X(33).
000390        10  (TAG)FILE-STATE       PIC X(01).
000400            88  (TAG)FILE-COPIED           VALUE 'C'.
000410*   NOT ON DISK WHEN THE SET WAS TAKEN -- A RESTORE REMOVES IT
000420*   SO THE RESTORED FILES STILL MATCH THAT POINT IN TIME.
000430            88  (TAG)FILE-ABSENT           VALUE 'A'.
000440            88  (TAG)FILE-FAILED           VALUE 'F'.
000450        10  (TAG)FILE-SIZE        PIC 9(12).
000460        10  (TAG)RECORD-COUNT     PIC 9(09).
000470        10  (TAG)CONTROL-TOTAL-1  PIC S9(13)V9(02).
000480        10  (TAG)CONTROL-TOTAL-2  PIC S9(13)V9(02).
000490    05  (TAG)SET-DETAIL REDEFINES (TAG)FILE-DETAIL.
000500        10  (TAG)SET-STATUS       PIC X(01).
000510            88  (TAG)SET-COMPLETE          VALUE 'C'.
000520            88  (TAG)SET-INCOMPLETE        VALUE 'I'.
000530        10  (TAG)TAKEN-DATE       PIC 9(08).
000540        10  (TAG)TAKEN-TIME       PIC X(08).
000550        10  (TAG)FILES-COPIED     PIC 9(03).
000560        10  (TAG)FILES-ABSENT     PIC 9(03).
000570        10  (TAG)FILES-FAILED     PIC 9(03).
000580        10  (TAG)LAST-RESTORE-DATE PIC 9(08).
000590        10  (TAG)LAST-RESTORE-TARGET PIC X(01).
000600            88  (TAG)RESTORED-TO-PRODUCTION VALUE 'P'.
000610            88  (TAG)RESTORED-TO-DRILL     VALUE 'D'.
000620        10  (TAG)LAST-DRILL-DATE  PIC 9(08).
000630        10  (TAG)LAST-DRILL-RESULT PIC X(01).
000640            88  (TAG)DRILL-PASSED          VALUE 'P'.
000650            88  (TAG)DRILL-FAILED          VALUE 'F'.
000660        10  FILLER                PIC X(45).
000670    05  FILLER                    PIC X(20).
