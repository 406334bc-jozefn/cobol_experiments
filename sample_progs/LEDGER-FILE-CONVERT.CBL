000330*   08/22/2026  DP   ORIGINAL PROGRAM.                          *
000332*   09/02/2026  DP   CONVERTED DETAILS NOW CARRY A ZERO         *
000334*                    INVOICE NUMBER FOR THE NEW FIELD.          *
000336*   10/15/2026  DP   CONVERTED DETAILS CARRY A ZERO BALANCE     *
000338*                    TRANSFER PARTNER UID.                      *
000341*   10/15/2026  DP   CONVERTED DETAILS CARRY A BLANK PURCHASE   *
000344*                    ORDER NUMBER.                              *
000347*                                                                *
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
002100     MOVE ZERO TO TR-TAX-AMOUNT.
002110     MOVE SPACES TO TR-TAX-STATE.
002115     MOVE ZERO TO TR-INVOICE-NO.
002117     MOVE ZERO TO TR-TRANSFER-UID.
002118     MOVE SPACES TO TR-PO-NUMBER.
002120     MOVE SPACES TO TR-COMPANY-CODE.
002130     WRITE TRANSACTION-STRUCTURE.
002140     ADD 1 TO WS-DETAIL-COUNT.
