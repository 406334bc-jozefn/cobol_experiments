000130*   BATCH-STATUS STARTS 'O' (OPEN IN THE DRAWER) AND FLIPS TO    *
000140*   'B' WHEN DRAWER-CLOSEOUT HAS WRITTEN THE PAYMENT ONTO A      *
000150*   CREDIT BATCH -- A CLOSED-OUT PAYMENT CAN NEVER BATCH TWICE.  *
000151*                                                                *
000152*   PAYMENT-PURPOSE 'D' MARKS A SECURITY DEPOSIT RATHER THAN A   *
000153*   PAYMENT: IT IS HELD ON THE SECURITY DEPOSIT FILE (SEE        *
000154*   SECURITY-DEPOSIT-LOG), COUNTS IN THE DRAWER LIKE ANY OTHER   *
000155*   MONEY, BUT NEVER GOES ONTO THE CREDIT BATCH.                 *
000160*                                                                *
000170*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000180*   E.G. ==RC-== FOR A FILE RECORD.                              *
000330    05  (TAG)BATCH-STATUS         PIC X(01).
000340        88  (TAG)PAYMENT-OPEN              VALUE 'O'.
000350        88  (TAG)PAYMENT-BATCHED           VALUE 'B'.
000360    05  (TAG)PAYMENT-PURPOSE      PIC X(01).
000370        88  (TAG)PURPOSE-PAYMENT           VALUE 'P' SPACE.
000380        88  (TAG)PURPOSE-DEPOSIT           VALUE 'D'.
