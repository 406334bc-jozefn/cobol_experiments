000010******************************************************************
000020*                                                                *
000030*   GL-EXTRACT-CONTROL-RECORD.CPY                                *
000040*                                                                *
000050*   THE HEADER AND TRAILER LINES THAT BRACKET EVERY GL           *
000060*   INTERFACE FILE (GL-EXTRACT-<CC>.TXT AND ITS RETAINED COPY).  *
000070*   BOTH START WITH THE RECORD TYPE, RUN ID AND COMPANY; THE     *
000080*   HEADER THEN CARRIES WHEN THE RUN WAS MADE, THE PERIOD RANGE  *
000090*   AND WHICH SENDING THIS IS (01 FIRST, HIGHER FOR A RE-SEND    *
000100*   OF THE SAME RUN), THE TRAILER THE DETAIL LINE COUNT AND      *
000110*   HASH TOTALS FINANCE ECHOES BACK ON ITS ACKNOWLEDGMENT.  A    *
000120*   DETAIL LINE STARTS WITH ITS NUMERIC GL ACCOUNT, SO THE       *
000130*   LETTERS IN THE FIRST THREE BYTES TELL THE KINDS APART.       *
000140*                                                                *
000150*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000160*   E.G. ==GC-== FOR A FILE RECORD.                              *
000170*                                                                *
000180******************************************************************
000190    05  (TAG)RECORD-TYPE          PIC X(03).
000200        88  (TAG)HEADER-RECORD             VALUE 'HDR'.
000210        88  (TAG)TRAILER-RECORD            VALUE 'TRL'.
000220    05  FILLER                    PIC X(01).
000230    05  (TAG)RUN-ID               PIC 9(08).
000240    05  FILLER                    PIC X(01).
000250    05  (TAG)COMPANY-CODE         PIC X(02).
000260    05  FILLER                    PIC X(01).
000270    05  (TAG)HEADER-DATA.
000280        10  (TAG)CREATED-DATE     PIC 9(08).
000290        10  FILLER                PIC X(01).
000300        10  (TAG)CREATED-TIME     PIC 9(04).
000310        10  FILLER                PIC X(01).
000320        10  (TAG)FROM-PERIOD      PIC 9(06).
000330        10  FILLER                PIC X(01).
000340        10  (TAG)TO-PERIOD        PIC 9(06).
000350        10  FILLER                PIC X(01).
000360        10  (TAG)SEND-NUMBER      PIC 9(02).
000370        10  FILLER                PIC X(32).
000380    05  (TAG)TRAILER-DATA REDEFINES (TAG)HEADER-DATA.
000390        10  (TAG)RECORD-COUNT     PIC 9(07).
000400        10  FILLER                PIC X(01).
000410        10  (TAG)DEBIT-HASH       PIC 9(11)V9(02).
000420        10  FILLER                PIC X(01).
000430        10  (TAG)CREDIT-HASH      PIC 9(11)V9(02).
000440        10  FILLER                PIC X(01).
000450        10  (TAG)WRITEOFF-HASH    PIC 9(11)V9(02).
000460        10  FILLER                PIC X(01).
000470        10  (TAG)ACCOUNT-HASH     PIC 9(12).
