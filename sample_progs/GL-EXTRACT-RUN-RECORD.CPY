000010******************************************************************
000020*                                                                *
000030*   GL-EXTRACT-RUN-RECORD.CPY                                    *
000040*                                                                *
000050*   ONE GL INTERFACE FILE HANDED TO THE FINANCE SYSTEM -- THE    *
000060*   GL EXTRACT RUN REGISTER (GL-EXTRACT-RUNS.IDX), KEYED BY RUN  *
000070*   ID AND COMPANY.  EVERY GL-EXTRACT RUN TAKES ONE RUN ID FROM  *
000080*   THE GL RUN COUNTER AND WRITES ONE ENTRY PER COMPANY FILE,    *
000090*   CARRYING THE SAME RECORD COUNT AND HASH TOTALS AS THE        *
000100*   FILE'S TRAILER.  GL-ACK-IMPORT RECORDS FINANCE'S ANSWER      *
000110*   AGAINST IT, GL-UNACKED-REPORT LISTS THE ONES STILL WAITING,  *
000120*   AND GL-EXTRACT-RESEND PUTS AN UNPOSTED RUN BACK IN THE       *
000130*   PICKUP FILE FROM ITS RETAINED COPY.                          *
000140*                                                                *
000150*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000160*   E.G. ==GR-== FOR A FILE RECORD.                              *
000170*                                                                *
000180******************************************************************
000190    05  (TAG)RUN-KEY.
000200        10  (TAG)RUN-ID           PIC 9(08).
000210        10  (TAG)COMPANY-CODE     PIC X(02).
000220*   THE PICKUP FILE FINANCE LOADS (GL-EXTRACT-<CC>.TXT) AND THE
000230*   COPY KEPT UNDER THE RUN ID FOR A LATER RE-SEND.
000240    05  (TAG)FILE-NAME            PIC X(30).
000250    05  (TAG)KEEP-FILE-NAME       PIC X(30).
000260    05  (TAG)CREATED-DATE         PIC 9(08).
000270    05  (TAG)CREATED-TIME         PIC 9(04).
000280    05  (TAG)FROM-PERIOD          PIC 9(06).
000290    05  (TAG)TO-PERIOD            PIC 9(06).
000300*   CONTROL TOTALS OF THE DETAIL LINES, AS ON THE TRAILER.  THE
000310*   ACCOUNT HASH IS THE SUM OF THE GL ACCOUNT NUMBERS, KEPT TO
000320*   ITS LOW-ORDER TWELVE DIGITS.
000330    05  (TAG)RECORD-COUNT         PIC 9(07).
000340    05  (TAG)DEBIT-HASH           PIC 9(11)V9(02).
000350    05  (TAG)CREDIT-HASH          PIC 9(11)V9(02).
000360    05  (TAG)WRITEOFF-HASH        PIC 9(11)V9(02).
000370    05  (TAG)ACCOUNT-HASH         PIC 9(12).
000380*   S SENT AND WAITING; A ACCEPTED WHOLE; P ACCEPTED WITH SOME
000390*   LINES REJECTED; R THE WHOLE FILE REJECTED.  A AND P MEAN
000400*   FINANCE HAS POSTED THE RUN, SO IT MAY NEVER GO AGAIN.
000410    05  (TAG)RUN-STATUS           PIC X(01).
000420        88  (TAG)RUN-SENT                  VALUE 'S'.
000430        88  (TAG)RUN-ACCEPTED              VALUE 'A'.
000440        88  (TAG)RUN-PARTLY-REJECTED       VALUE 'P'.
000450        88  (TAG)RUN-REJECTED              VALUE 'R'.
000460        88  (TAG)RUN-POSTED                VALUE 'A' 'P'.
000470    05  (TAG)SEND-COUNT           PIC 9(02).
000480    05  (TAG)LAST-SENT-DATE       PIC 9(08).
000490*   FINANCE'S ANSWER -- THE DATE IT CAME IN, THE LINE COUNT
000500*   FINANCE SAYS IT RECEIVED, THE LINES IT REJECTED, AND WHETHER
000510*   ITS ECHOED COUNT AND HASHES AGREED WITH OURS.
000520    05  (TAG)ACK-DATE             PIC 9(08).
000530    05  (TAG)ACK-RECEIVED-COUNT   PIC 9(07).
000540    05  (TAG)REJECT-COUNT         PIC 9(05).
000550    05  (TAG)TOTALS-SWITCH        PIC X(01).
000560        88  (TAG)TOTALS-AGREE              VALUE 'Y'.
000570        88  (TAG)TOTALS-DIFFER             VALUE 'N'.
000580    05  FILLER                    PIC X(20).
