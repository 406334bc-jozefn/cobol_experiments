000300        88  (TAG)POSPAY-UNSENT             VALUE ' '.
000310        88  (TAG)POSPAY-ISSUE-SENT         VALUE 'I'.
000320        88  (TAG)POSPAY-VOID-SENT          VALUE 'V'.
000330*   WHEN AND WHY A VOIDED CHECK WAS VOIDED.  'S' IS A STALE
000340*   CHECK -- NEVER CASHED, VOIDED BY STALE-CHECK-JOB, ITS MONEY
000350*   PUT BACK ON THE ACCOUNT AND HELD FOR ESCHEATMENT.  BLANK AND
000360*   ZERO ON A CHECK THAT IS STILL ISSUED OR HAS CLEARED.
000370    05  (TAG)VOID-REASON          PIC X(01).
000380        88  (TAG)VOID-STALE                VALUE 'S'.
000390    05  (TAG)VOID-DATE            PIC 9(08).
