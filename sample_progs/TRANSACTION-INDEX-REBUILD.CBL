000250*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000252*   09/02/2026  DP   THE INVOICE NUMBER ASSIGNED AT POSTING IS  *
000254*                    NOW CARRIED ONTO THE REBUILT INDEX.        *
000256*   10/15/2026  DP   THE BALANCE TRANSFER PARTNER UID IS        *
000258*                    CARRIED ONTO THE REBUILT INDEX.            *
000260*                                                                *
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
001550     MOVE TR-TRANSACTION-DATE TO TX-TRANSACTION-DATE.
001560     MOVE TR-TRANSACTION-TYPE TO TX-TRANSACTION-TYPE.
001565     MOVE TR-INVOICE-NO     TO TX-INVOICE-NO.
001567     MOVE TR-TRANSFER-UID   TO TX-TRANSFER-UID.
001570     MOVE TR-COMPANY-CODE   TO TX-COMPANY-CODE.
001580     MOVE SPACES TO TX-ACCT-KEY.
001590     STRING TX-ACCOUNT-ID DELIMITED BY SIZE
