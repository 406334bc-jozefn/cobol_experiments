000310*   (SUPERVISOR ONLY) WHEN THE LAW SAYS ALL COLLECTION CONTACT
000320*   STOPS.  DUNNING, LATE FEES, PLACEMENT AND STATEMENTS ALL
000330*   CHECK IT THROUGH LEGAL-HOLD-CHECK.  REASON CODES: BK
000340*   BANKRUPTCY, CO COURT ORDER, ES ESTATE, OT OTHER, LT
000345*   LITIGATION (SET BY LITIGATION-MAINT WHEN SUIT IS FILED).
000350    05  (TAG)LEGAL-HOLD           PIC X(01).
000360        88  (TAG)ON-LEGAL-HOLD             VALUE 'Y'.
000370        88  (TAG)NO-LEGAL-HOLD             VALUE 'N' SPACE.
000560*   MANUAL ONE KEYED ON THE SCREEN (BLANK).  THE JOB RELEASES
000570*   ONLY ITS OWN FREEZES WHEN THE CONDITION CLEARS.  REASON
000580*   CODES: CL OVER CREDIT LIMIT, AG ITEMS PAST 90 DAYS, PP
000590*   BROKEN PAYMENT PLAN, DP SECURITY DEPOSIT NOT YET TAKEN.
000592*   DP IS SET BY CUSTOMER-ONBOARDING ON A DEPOSIT APPROVAL
000594*   AND LIFTED ON ACCOUNT-MASTER-MAINT ONCE PAYMENT-ENTRY HAS
000596*   TAKEN THE DEPOSIT.
000600    05  (TAG)FREEZE-SOURCE        PIC X(01).
000610        88  (TAG)AUTO-FROZEN               VALUE 'A'.
000620        88  (TAG)MANUALLY-FROZEN           VALUE 'M' SPACE.
000630    05  (TAG)FREEZE-REASON        PIC X(02).
000640*   UNCLAIMED REFUND MONEY -- SET BY STALE-CHECK-JOB WHEN A
000650*   REFUND CHECK GOES UNCASHED AND ITS AMOUNT IS PUT BACK ON
000660*   THE ACCOUNT.  THE AMOUNT IS THE TOTAL OF SUCH CHECKS AND THE
000670*   DATE IS THE OLDEST ONE'S ISSUE DATE.  REFUND-CHECK-RUN CUTS
000680*   NO FURTHER CHECK WHILE THE FLAG IS SET, AND
000690*   DORMANT-ACCOUNT-JOB REPORTS THE AMOUNT FOR ESCHEATMENT.  A
000700*   CLERK CLEARS THE FLAG ON ACCOUNT-MASTER-MAINT WHEN THE
000710*   CUSTOMER TURNS UP, AND THE NEXT REFUND RUN PAYS IT OUT.
000720    05  (TAG)UNCLAIMED-FLAG       PIC X(01).
000730        88  (TAG)HOLDS-UNCLAIMED-FUNDS     VALUE 'U'.
000740        88  (TAG)NO-UNCLAIMED-FUNDS        VALUE 'N' SPACE.
000750    05  (TAG)UNCLAIMED-AMOUNT     PIC 9(07)V9(02).
000760    05  (TAG)UNCLAIMED-DATE       PIC 9(08).
000770*   CASH ONLY -- SET BY RETURNED-CHECK-ENTRY ON THE ACCOUNT'S
000780*   SECOND BOUNCED CHECK INSIDE A YEAR.  PAYMENT-ENTRY TAKES NO
000790*   CHECK TENDER WHILE IT IS SET.  THE DATE IS WHEN IT WAS SET.
000800*   A CLERK CLEARS IT ON ACCOUNT-MASTER-MAINT.
000810    05  (TAG)CASH-ONLY-FLAG       PIC X(01).
000820        88  (TAG)CASH-ONLY                 VALUE 'Y'.
000830        88  (TAG)CHECKS-ACCEPTED           VALUE 'N' SPACE.
000840    05  (TAG)CASH-ONLY-DATE       PIC 9(08).
000850*   TAXPAYER ID FOR INFORMATION RETURNS -- THE SSN OR EIN THE
000860*   CUSTOMER GAVE ON A W-9, NINE DIGITS WITHOUT DASHES, KEYED ON
000870*   ACCOUNT-MASTER-MAINT.  CANCELLED-DEBT-1099C REPORTS A
000880*   WRITE-OFF ON FORM 1099-C UNDER IT, AND LISTS AND ASKS FOR
000890*   THE NUMBER WHEN IT IS BLANK.  THE REQUEST DATE IS THE LAST
000900*   TIME A SOLICITATION LETTER WAS QUEUED FOR THE ACCOUNT.
000910    05  (TAG)TAX-ID               PIC X(09).
000920    05  (TAG)TAX-ID-TYPE          PIC X(01).
000930        88  (TAG)TAX-ID-SSN                VALUE 'S'.
000940        88  (TAG)TAX-ID-EIN                VALUE 'E'.
000950        88  (TAG)TAX-ID-MISSING            VALUE SPACE.
000960    05  (TAG)TAX-ID-REQUEST-DATE  PIC 9(08).
000970*   PO REQUIRED -- THE CUSTOMER WILL NOT PAY AN INVOICE THAT
000980*   DOES NOT QUOTE ONE OF ITS PURCHASE ORDERS.  LEDGER-POST
000990*   REJECTS A DEBIT TO THE ACCOUNT UNLESS IT CARRIES AN OPEN,
001000*   UNEXPIRED PO FROM PURCHASE-ORDER-RECORD.CPY WITH ROOM LEFT
001010*   FOR THE CHARGE.  KEYED ON ACCOUNT-MASTER-MAINT.
001020    05  (TAG)PO-REQUIRED-FLAG     PIC X(01).
001030        88  (TAG)PO-REQUIRED               VALUE 'Y'.
001040        88  (TAG)PO-NOT-REQUIRED           VALUE 'N' SPACE.
001050*   INVOICE DELIVERY -- E WHEN THE CUSTOMER TAKES ITS INVOICES
001060*   ELECTRONICALLY THROUGH ITS ACCOUNTS-PAYABLE PORTAL.  THE
001070*   NIGHTLY EDI-INVOICE-EXPORT SENDS EACH NEW INVOICE AS AN
001080*   EDI 810 TO THE TRADING PARTNER BELOW, AND INVOICE-PRINT
001090*   LEAVES IT OUT OF THE PAPER RUN.  THE PARTNER QUALIFIER AND
001100*   ID ARE THE CUSTOMER'S INTERCHANGE ADDRESS (QUALIFIER ZZ,
001110*   MUTUALLY DEFINED, WHEN LEFT BLANK).  KEYED ON
001120*   ACCOUNT-MASTER-MAINT.
001130    05  (TAG)INVOICE-DELIVERY     PIC X(01).
001140        88  (TAG)E-INVOICE                 VALUE 'E'.
001150        88  (TAG)PAPER-INVOICE             VALUE 'P' SPACE.
001160    05  (TAG)EDI-PARTNER-QUAL     PIC X(02).
001170    05  (TAG)EDI-PARTNER-ID       PIC X(15).
