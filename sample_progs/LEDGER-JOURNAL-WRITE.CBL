000050*   CALLED SUBPROGRAM (THE SAME SHAPE AS ADDRESS-JOURNAL-WRITE)  *
000060*   THAT APPENDS ONE BEFORE/AFTER-IMAGE ENTRY TO THE DAY'S       *
000070*   LEDGER FORWARD-RECOVERY JOURNAL.  CALLERS PASS THE FILE ID   *
000080*   (T/X/O/M/D/A/P), THE ACTION (W/R/D), THE RECORD KEY, AND THE *
000090*   BEFORE AND AFTER IMAGES:                                     *
000100*                                                                *
000110*       CALL "LEDGER-JOURNAL-WRITE" USING FILE-ID, ACTION,       *
000260*   MODIFICATION HISTORY                                        *
000270*   ------------------------------------------------------------ *
000280*   09/02/2026  DP   ORIGINAL PROGRAM.                          *
000281*   10/15/2026  DP   BANNER LISTS THE A (CREDIT APPLICATIONS)   *
000282*                    AND P (PROMISES) FILE IDS.                 *
000290*                                                                *
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
