000010******************************************************************
000020*                                                                *
000030*   CREDIT-APPLICANT-RECORD.CPY                                  *
000040*                                                                *
000050*   ONE CREDIT APPLICATION FROM A PROSPECTIVE CUSTOMER, KEYED BY *
000060*   APPLICATION NUMBER (FROM THE SHARED APPLICATION COUNTER),    *
000070*   WITH THE APPLICANT'S CONTACT PHONE AS A DUPLICATES-ALLOWED   *
000080*   ALTERNATE KEY.  CREDIT-APPLICATION-INTAKE TAKES IT DOWN      *
000090*   (STATUS R), CREDIT-APPLICATION-SCORE SCORES IT AGAINST THE   *
000100*   SCORECARD TABLE (STATUS S), AND A SUPERVISOR DECIDES IT ON   *
000110*   CREDIT-APPLICATION-DECISION.  AN APPROVED APPLICATION IS     *
000120*   PICKED UP BY CUSTOMER-ONBOARDING, WHICH OPENS THE ACCOUNT    *
000130*   AT THE APPROVED LIMIT AND TERMS AND MARKS IT ONBOARDED.      *
000140*                                                                *
000150*   STATUS -- R RECEIVED, S SCORED, A APPROVED, L APPROVED AT A  *
000160*   LOWER LIMIT, D APPROVED SUBJECT TO A SECURITY DEPOSIT,       *
000170*   X DECLINED, O ONBOARDED.  A, L, D AND X ARE DECISIONS; THE   *
000180*   RECORD IS KEPT UNTIL RETAIN-UNTIL (THE DECISION DATE PLUS    *
000190*   THE REGULATORY RETENTION PERIOD) AND ONLY THEN PURGED BY     *
000200*   CREDIT-APPLICATION-PURGE.                                    *
000210*                                                                *
000220*   CALLERS COPY THIS REPLACING ==(TAG)== BY THEIR OWN PREFIX,   *
000230*   E.G. ==AP-== FOR A FILE RECORD.                              *
000240*                                                                *
000250******************************************************************
000260    05  (TAG)APPLICATION-NUMBER   PIC 9(07).
000270    05  (TAG)APPLICANT-PHONE      PIC X(12).
000280    05  (TAG)COMPANY-CODE         PIC X(02).
000290    05  (TAG)APPLICANT-TYPE       PIC X(01).
000300        88  (TAG)APPLICANT-PERSONAL        VALUE 'P'.
000310        88  (TAG)APPLICANT-BUSINESS        VALUE 'B'.
000320*   THE PERSON'S NAME, OR THE BUSINESS'S LEGAL NAME.
000330    05  (TAG)APPLICANT-NAME       PIC X(40).
000340    05  (TAG)REQUESTED-LIMIT      PIC 9(07)V9(02).
000350    05  (TAG)REQUESTED-TERMS      PIC X(03).
000360*   YEARS IN BUSINESS -- FOR A PERSON, YEARS WITH THE PRESENT
000370*   EMPLOYER.  THE DECLARED FIGURE IS ANNUAL INCOME FOR A
000380*   PERSON, ANNUAL REVENUE FOR A BUSINESS, AS THE APPLICANT
000390*   STATED IT.
000400    05  (TAG)YEARS-IN-BUSINESS    PIC 9(02).
000410    05  (TAG)DECLARED-INCOME      PIC 9(09)V9(02).
000420*   REFERENCE RATINGS, AS THE CLERK HAD THEM FROM THE CALL --
000430*   G GOOD, S SATISFACTORY, P POOR, U UNABLE TO VERIFY.
000440    05  (TAG)BANK-NAME            PIC X(30).
000450    05  (TAG)BANK-PHONE           PIC X(12).
000460    05  (TAG)BANK-RATING          PIC X(01).
000470        88  (TAG)BANK-RATING-VALID         VALUE 'G' 'S' 'P' 'U'.
000480    05  (TAG)TRADE-REFERENCE OCCURS 3 TIMES.
000490        10  (TAG)REF-NAME         PIC X(30).
000500        10  (TAG)REF-PHONE        PIC X(12).
000510        10  (TAG)REF-RATING       PIC X(01).
000520    05  (TAG)APPLICATION-DATE     PIC 9(08).
000530    05  (TAG)TAKEN-BY             PIC X(10).
000540    05  (TAG)APPLICATION-STATUS   PIC X(01).
000550        88  (TAG)APP-RECEIVED              VALUE 'R'.
000560        88  (TAG)APP-SCORED                VALUE 'S'.
000570        88  (TAG)APP-APPROVED              VALUE 'A'.
000580        88  (TAG)APP-APPROVED-LOWER        VALUE 'L'.
000590        88  (TAG)APP-DEPOSIT-REQUIRED      VALUE 'D'.
000600        88  (TAG)APP-DECLINED              VALUE 'X'.
000610        88  (TAG)APP-ONBOARDED             VALUE 'O'.
000620        88  (TAG)APP-AWAITING-DECISION     VALUE 'R' 'S'.
000630        88  (TAG)APP-READY-TO-ONBOARD      VALUE 'A' 'L' 'D'.
000640        88  (TAG)APP-DECIDED               VALUE 'A' 'L' 'D' 'X'
000650                                                 'O'.
000660*   THE SCORE, THE SCORECARD'S RECOMMENDATION (A, L, D OR X AS
000670*   ABOVE) AND THE FIGURES IT SUGGESTS.  THE REASONS ARE THE
000680*   SCORECARD BANDS THAT COST THE APPLICANT POINTS, WORST
000690*   FIRST -- THE PRINCIPAL REASONS AN ADVERSE-ACTION LETTER
000700*   STATES.
000710    05  (TAG)SCORE                PIC S9(03).
000720    05  (TAG)SCORED-DATE          PIC 9(08).
000730    05  (TAG)RECOMMENDATION       PIC X(01).
000740    05  (TAG)RECOMMENDED-LIMIT    PIC 9(07)V9(02).
000750    05  (TAG)RECOMMENDED-DEPOSIT  PIC 9(07)V9(02).
000760    05  (TAG)REASON OCCURS 4 TIMES.
000770        10  (TAG)REASON-CODE      PIC X(02).
000780        10  (TAG)REASON-TEXT      PIC X(40).
000790*   THE DECISION.
000800    05  (TAG)APPROVED-LIMIT       PIC 9(07)V9(02).
000810    05  (TAG)APPROVED-TERMS       PIC X(03).
000820    05  (TAG)DEPOSIT-REQUIRED     PIC 9(07)V9(02).
000830    05  (TAG)DECIDED-BY           PIC X(10).
000840    05  (TAG)DECIDED-DATE         PIC 9(08).
000850*   THE DAY THE ADVERSE-ACTION LETTER WAS QUEUED, FOR A DECLINE.
000860    05  (TAG)LETTER-DATE          PIC 9(08).
000870    05  (TAG)ACCOUNT-ID           PIC 9(07).
000880    05  (TAG)ONBOARDED-DATE       PIC 9(08).
000890    05  (TAG)RETAIN-UNTIL         PIC 9(08).
000900    05  FILLER                    PIC X(20).
