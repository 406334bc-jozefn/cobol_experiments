000010******************************************************************
000020*                                                                *
000030*   BALANCE-TRANSFER-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE SUPERVISOR-APPROVED MOVE OF MONEY FROM ONE ACCOUNT TO    *
000060*   ANOTHER ON THE BALANCE TRANSFER REGISTER, KEYED BY           *
000070*   (TAG)TRANSFER-NO.  BALANCE-TRANSFER FILES IT AND PUTS THE    *
000080*   TWO HALVES ON A BATCH FOR LEDGER-POST -- A CREDIT TO THE     *
000090*   SOURCE ACCOUNT AND A DEBIT TO THE TARGET FOR A DEBIT         *
000100*   BALANCE, THE OPPOSITE WAY ROUND FOR A CREDIT BALANCE.  EACH  *
000110*   BATCH LINE CARRIES THE TRANSFER NUMBER, AND LEDGER-POST      *
000120*   POSTS A HALF ONLY WHEN IT MATCHES THIS RECORD --             *
000130*                                                                *
000140*       T  TRANSFER    A KEYED AMOUNT MOVES; BOTH ACCOUNTS STAY  *
000150*       M  MERGE       THE SOURCE'S WHOLE BALANCE MOVES, ITS     *
000160*                      CONTRACTS, PLAN, BANK DETAILS AND CONTACT *
000170*                      LINKS GO WITH IT, AND THE SOURCE IS       *
000180*                      FILED FOR CLOSURE                         *
000190*                                                                *
000200*   (TAG)AMOUNT IS POSITIVE WHEN A DEBIT BALANCE MOVES AND       *
000210*   NEGATIVE WHEN A CREDIT BALANCE MOVES.  (TAG)SOURCE-UID AND   *
000220*   (TAG)TARGET-UID ARE THE TWO LEDGER ENTRIES, FILLED IN AS     *
000230*   THE HALVES POST; EACH ENTRY CARRIES THE OTHER'S UID IN ITS   *
000240*   TRANSFER-UID.  STATUS --                                     *
000250*                                                                *
000260*       A  APPROVED    WAITING FOR LEDGER-POST                   *
000270*       P  POSTED      BOTH HALVES ON THE LEDGER                 *
000280*       X  CANCELLED   WITHDRAWN BEFORE EITHER HALF POSTED       *
000290*                                                                *
000300*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000310*   E.G. ==BT-== FOR A FILE RECORD.                              *
000320*                                                                *
000330******************************************************************
000340    05  (TAG)TRANSFER-NO          PIC 9(06).
000350    05  (TAG)SOURCE-ACCOUNT       PIC 9(07).
000360    05  (TAG)TARGET-ACCOUNT       PIC 9(07).
000370    05  (TAG)TRANSFER-MODE        PIC X(01).
000380        88  (TAG)MODE-TRANSFER             VALUE 'T'.
000390        88  (TAG)MODE-MERGE                VALUE 'M'.
000400    05  (TAG)AMOUNT               PIC S9(09)V9(02).
000410    05  (TAG)COMPANY-CODE         PIC X(02).
000420    05  (TAG)APPROVED-BY          PIC X(10).
000430    05  (TAG)APPROVED-DATE        PIC 9(08).
000440    05  (TAG)TRANSFER-STATUS      PIC X(01).
000450        88  (TAG)TRANSFER-APPROVED         VALUE 'A'.
000460        88  (TAG)TRANSFER-POSTED           VALUE 'P'.
000470        88  (TAG)TRANSFER-CANCELLED        VALUE 'X'.
000480    05  (TAG)SOURCE-UID           PIC 9(09).
000490    05  (TAG)TARGET-UID           PIC 9(09).
000500    05  (TAG)POSTED-DATE          PIC 9(08).
000510*   OPEN ITEMS THAT WENT ACROSS WITH THEIR ORIGINAL DATES.
000520    05  (TAG)ITEMS-MOVED          PIC 9(04).
000530    05  (TAG)REASON               PIC X(30).
000540    05  FILLER                    PIC X(20).
