000010******************************************************************
000020*                                                                *
000030*   EDI-TRANSMISSION-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE INVOICE SENT TO A CUSTOMER'S ACCOUNTS-PAYABLE PORTAL AS  *
000060*   AN EDI 810 -- THE TRANSMISSION LOG                           *
000070*   (EDI-TRANSMISSION.IDX), KEYED BY INVOICE NUMBER.             *
000080*   EDI-INVOICE-EXPORT WRITES ONE WHEN IT SENDS THE INVOICE,     *
000090*   EDI-ACK-IMPORT RECORDS THE PARTNER'S 997 FUNCTIONAL          *
000100*   ACKNOWLEDGMENT AGAINST IT, AND EDI-UNACKED-REPORT LISTS THE  *
000110*   ONES NOT YET ACCEPTED.                                       *
000120*                                                                *
000130*   EACH INVOICE TRAVELS AS ITS OWN INTERCHANGE, SO ONE CONTROL  *
000140*   NUMBER SERVES AS THE ISA INTERCHANGE, THE GS GROUP AND THE   *
000150*   NUMBER THE 997 ACKNOWLEDGES (AK1) -- IT IS THE ALTERNATE     *
000160*   KEY THE ACKNOWLEDGMENT IS MATCHED ON.                        *
000170*                                                                *
000180*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000190*   E.G. ==EL-== FOR A FILE RECORD.                              *
000200*                                                                *
000210******************************************************************
000220    05  (TAG)INVOICE-NO           PIC 9(07).
000230    05  (TAG)ACCOUNT-ID           PIC 9(07).
000240    05  (TAG)UID                  PIC 9(09).
000250    05  (TAG)COMPANY-CODE         PIC X(02).
000260    05  (TAG)INVOICE-DATE         PIC 9(08).
000270    05  (TAG)AMOUNT               PIC 9(09)V9(02).
000280*   THE CUSTOMER'S INTERCHANGE ADDRESS AT THE TIME OF SENDING,
000290*   FROM THE ACCOUNT MASTER.
000300    05  (TAG)PARTNER-QUAL         PIC X(02).
000310    05  (TAG)PARTNER-ID           PIC X(15).
000320    05  (TAG)CONTROL-NO           PIC 9(09).
000330    05  (TAG)SENT-DATE            PIC 9(08).
000340    05  (TAG)SENT-TIME            PIC 9(04).
000350*   HOW MANY TIMES THE INVOICE HAS GONE OUT -- A RE-RUN FOR THE
000360*   DAY RESENDS AN INVOICE THE PARTNER HAS NOT ACCEPTED UNDER A
000370*   NEW CONTROL NUMBER.
000380    05  (TAG)SEND-COUNT           PIC 9(02).
000390*   THE 997'S AK9 ANSWER FOR THE GROUP.  BLANK UNTIL ONE COMES
000400*   BACK; E (ACCEPTED WITH ERRORS NOTED) COUNTS AS DELIVERED.
000410    05  (TAG)ACK-STATUS           PIC X(01).
000420        88  (TAG)ACK-PENDING               VALUE SPACE.
000430        88  (TAG)ACK-ACCEPTED              VALUE 'A' 'E'.
000440        88  (TAG)ACK-REJECTED              VALUE 'R'.
000450    05  (TAG)ACK-DATE             PIC 9(08).
000460    05  FILLER                    PIC X(10).
