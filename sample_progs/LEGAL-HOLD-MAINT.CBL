000090*   THROUGH LEGAL-HOLD-CHECK AND LEAVE THE ACCOUNT ALONE.  BOTH  *
000100*   THE SET AND THE RELEASE ARE APPENDED TO THE HOLD LOG WITH    *
000110*   WHO DID IT AND WHY.  REASON CODES: BK BANKRUPTCY, CO COURT   *
000120*   ORDER, ES ESTATE, OT OTHER.  LT (LITIGATION) IS SET BY       *
000125*   LITIGATION-MAINT WHEN SUIT IS FILED; IT IS RELEASED HERE.    *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000250*   09/02/2026  DP   HOLD AND RELEASE REWRITES ARE NOW         *
000260*                    JOURNALED THROUGH LEDGER-JOURNAL-WRITE    *
000270*                    FOR FORWARD RECOVERY.                     *
000272*   10/15/2026  DP   POINTS AN LT (LITIGATION) HOLD BACK TO    *
000274*                    ITS CASE ON LITIGATION-MAINT.             *
000280*                                                                *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001440     IF AM-ON-LEGAL-HOLD
001450        DISPLAY "ON LEGAL HOLD SINCE " AM-HOLD-DATE
001460                " REASON " AM-HOLD-REASON
001462        IF AM-HOLD-REASON = "LT"
001464           DISPLAY "LITIGATION HOLD -- THE CASE IS OPEN ON "
001466                   "LITIGATION-MAINT"
001468        END-IF
001470     ELSE
001480        DISPLAY "NO LEGAL HOLD ON THIS ACCOUNT"
001490     END-IF.
