000010******************************************************************
000020*                                                                *
000030*   AUDIT-CONFIRMATION-RECORD.CPY                                *
000040*                                                                *
000050*   ONE ACCOUNT DRAWN INTO AN AUDITORS' RECEIVABLES              *
000060*   CONFIRMATION SAMPLE.  AUDIT-CONFIRM-SAMPLE DRAWS THE SAMPLE  *
000070*   FROM THE OPEN-ITEMS FILE AS OF A GIVEN DATE, WRITES ONE      *
000080*   RECORD PER ACCOUNT WITH THE BALANCE ON FILE, AND PRINTS THE  *
000090*   POSITIVE-CONFIRMATION LETTERS.  AUDIT-CONFIRM-RESPONSE       *
000100*   RECORDS WHAT CAME BACK; AUDIT-CONFIRM-EXCEPTIONS SUMMARIZES  *
000110*   THE DISAGREEMENTS AND NON-REPLIES FOR THE AUDIT FILE.        *
000120*                                                                *
000130*   (TAG)CONFIRM-KEY IS THE AS-OF DATE PLUS ACCOUNT-ID, SO EACH  *
000140*   YEAR'S SAMPLE READS BACK TOGETHER IN ACCOUNT ORDER.  THE     *
000150*   RECORD WITH ACCOUNT-ID ZERO IS THE SAMPLE CONTROL RECORD --  *
000160*   THE SEED AND PARAMETERS THE SAMPLE WAS DRAWN WITH, SO THE    *
000170*   AUDITORS CAN HAVE IT REDRAWN AND GET THE SAME ACCOUNTS.      *
000180*                                                                *
000190*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000200*   E.G. ==AC-== FOR A FILE RECORD.                              *
000210*                                                                *
000220******************************************************************
000230    05  (TAG)CONFIRM-KEY.
000240        10  (TAG)AS-OF-DATE       PIC 9(08).
000250        10  (TAG)ACCOUNT-ID       PIC 9(07).
000260            88  (TAG)SAMPLE-CONTROL-RECORD    VALUE ZERO.
000270    05  (TAG)CONFIRM-DETAIL.
000280        10  (TAG)SELECT-REASON    PIC X(01).
000290            88  (TAG)SELECTED-AT-RANDOM       VALUE 'R'.
000300            88  (TAG)SELECTED-OVER-AMOUNT     VALUE 'T'.
000310        10  (TAG)BALANCE-ON-FILE  PIC 9(09)V9(02).
000320        10  (TAG)COMPANY-CODE     PIC X(02).
000330*   WHETHER A LETTER WENT OUT -- ONE THAT DID NOT IS AN ITEM THE
000340*   AUDITORS MUST COVER BY ALTERNATIVE PROCEDURES.
000350        10  (TAG)MAILED-STATUS    PIC X(01).
000360            88  (TAG)LETTER-MAILED            VALUE 'M'.
000370            88  (TAG)HELD-LEGAL-HOLD          VALUE 'H'.
000380            88  (TAG)HELD-DECEASED            VALUE 'D'.
000390            88  (TAG)HELD-NO-ADDRESS          VALUE 'A'.
000400        10  (TAG)MAILED-DATE      PIC 9(08).
000410        10  (TAG)RESPONSE         PIC X(01).
000420            88  (TAG)RESPONSE-PENDING         VALUE SPACE.
000430            88  (TAG)RESPONSE-AGREES          VALUE 'A'.
000440            88  (TAG)RESPONSE-DISAGREES       VALUE 'D'.
000450            88  (TAG)RESPONSE-NO-REPLY        VALUE 'N'.
000460*   THE CUSTOMER'S OWN FIGURE ON A DISAGREEMENT; ZERO OTHERWISE.
000470        10  (TAG)CUSTOMER-AMOUNT  PIC 9(09)V9(02).
000480        10  (TAG)RESPONSE-DATE    PIC 9(08).
000490        10  (TAG)RESPONSE-CLERK   PIC X(10).
000500        10  (TAG)RESPONSE-NOTE    PIC X(40).
000510*   THE SAMPLE CONTROL RECORD'S VIEW OF THE SAME BYTES.
000520    05  (TAG)SAMPLE-CONTROL REDEFINES (TAG)CONFIRM-DETAIL.
000530        10  (TAG)SAMPLE-SEED      PIC 9(09).
000540        10  (TAG)SAMPLE-SIZE      PIC 9(05).
000550        10  (TAG)OVER-AMOUNT      PIC 9(09)V9(02).
000560        10  (TAG)POPULATION-COUNT PIC 9(07).
000570        10  (TAG)POPULATION-BALANCE
000580                                  PIC 9(11)V9(02).
000590        10  (TAG)SELECTED-COUNT   PIC 9(05).
000600        10  (TAG)SELECTED-BALANCE PIC 9(11)V9(02).
000610        10  (TAG)DRAWN-DATE       PIC 9(08).
000620        10  (TAG)DRAWN-TIME       PIC X(08).
000630        10  FILLER                PIC X(14).
