000010******************************************************************
000020*                                                                *
000030*   DOCUMENT-REGISTER-RECORD.CPY                                 *
000040*                                                                *
000050*   ONE PAPER OR SCANNED DOCUMENT WE HOLD BEHIND AN ACCOUNT OR   *
000060*   A CONTACT -- A SIGNED AUTOPAY AUTHORIZATION, A TAX           *
000070*   EXEMPTION CERTIFICATE, A HARDSHIP LETTER, A DEATH            *
000080*   CERTIFICATE, A COURT ORDER.  REGISTERED THROUGH              *
000090*   DOCUMENT-REGISTER-MAINT WHEN IT ARRIVES, WITH WHERE IT IS    *
000100*   KEPT (CABINET AND FOLDER, OR THE SHARED-DRIVE FILE NAME)     *
000110*   AND THE DATE IT MAY BE DESTROYED.                            *
000120*   DOCUMENT-COMPLIANCE-REPORT LISTS THE RECORDS WHOSE DATA      *
000130*   RESTS ON A DOCUMENT THAT IS NOT REGISTERED HERE, AND         *
000140*   DOCUMENT-RETENTION-REPORT LISTS THE ONES PAST THEIR DESTROY  *
000150*   DATE.                                                        *
000160*                                                                *
000170*   (TAG)DOCUMENT-KEY IS THE RECORD KEY -- THE OWNER (AN         *
000180*   ACCOUNT-ID OR A CONTACT PHONE), THE DOCUMENT TYPE, THEN A    *
000190*   SEQUENCE, SO EVERY DOCUMENT OF ONE TYPE FOR ONE OWNER READS  *
000200*   BACK TOGETHER.  AN ACCOUNT OWNER IS THE SEVEN-DIGIT          *
000210*   ACCOUNT-ID, LEFT JUSTIFIED.                                  *
000220*                                                                *
000230*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000240*   E.G. ==DR-== FOR A FILE RECORD.                              *
000250*                                                                *
000260******************************************************************
000270    05  (TAG)DOCUMENT-KEY.
000280        10  (TAG)OWNER-TYPE       PIC X(01).
000290            88  (TAG)OWNER-ACCOUNT        VALUE 'A'.
000300            88  (TAG)OWNER-CONTACT        VALUE 'C'.
000310            88  (TAG)OWNER-TYPE-VALID     VALUE 'A' 'C'.
000320        10  (TAG)OWNER-ID         PIC X(12).
000330*   DOCUMENT TYPES: AA AUTOPAY AUTHORIZATION, TX TAX EXEMPTION
000340*   CERTIFICATE, HL HARDSHIP LETTER, DC DEATH CERTIFICATE OR
000350*   NOTIFICATION, CO COURT ORDER, BK BANKRUPTCY NOTICE, OT OTHER.
000360        10  (TAG)DOCUMENT-TYPE    PIC X(02).
000370            88  (TAG)DOC-AUTOPAY-AUTH     VALUE "AA".
000380            88  (TAG)DOC-TAX-CERTIFICATE  VALUE "TX".
000390            88  (TAG)DOC-HARDSHIP-LETTER  VALUE "HL".
000400            88  (TAG)DOC-DEATH-NOTICE     VALUE "DC".
000410            88  (TAG)DOC-COURT-ORDER      VALUE "CO".
000420            88  (TAG)DOC-BANKRUPTCY       VALUE "BK".
000430            88  (TAG)DOC-OTHER            VALUE "OT".
000440            88  (TAG)DOCUMENT-TYPE-VALID  VALUE "AA" "TX" "HL"
000450                                                "DC" "CO" "BK"
000460                                                "OT".
000470        10  (TAG)DOCUMENT-SEQ     PIC 9(03).
000480    05  (TAG)RECEIVED-DATE        PIC 9(08).
000490*   WHERE THE DOCUMENT IS -- E.G. "CAB 3 DRAWER 2 FOLDER 0012345"
000500*   OR THE SCANNED FILE'S NAME ON THE SHARED DRIVE.
000510    05  (TAG)STORAGE-REF          PIC X(40).
000520    05  (TAG)DESCRIPTION          PIC X(30).
000530*   THE FIRST DAY THE DOCUMENT MAY BE DESTROYED.
000540    05  (TAG)RETENTION-DATE       PIC 9(08).
000550*   HELD UNTIL A CLERK RECORDS THAT IT WAS DESTROYED (OR
000560*   RETURNED TO THE CUSTOMER).  A DESTROYED DOCUMENT NO LONGER
000570*   SATISFIES THE COMPLIANCE CHECK.
000580    05  (TAG)DOCUMENT-STATUS      PIC X(01).
000590        88  (TAG)DOCUMENT-HELD            VALUE 'H'.
000600        88  (TAG)DOCUMENT-DESTROYED       VALUE 'D'.
000610    05  (TAG)REGISTERED-BY        PIC X(10).
000620    05  (TAG)REGISTERED-DATE      PIC 9(08).
000630    05  (TAG)DESTROYED-BY         PIC X(10).
000640    05  (TAG)DESTROYED-DATE       PIC 9(08).
000650    05  FILLER                    PIC X(20).
