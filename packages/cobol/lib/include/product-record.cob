      * on the accrued-interest receivable. PFX-PROD-MAX-LTV is the    *
      * product's loan-to-value ceiling in whole percent (zero reads   *
      * as no ceiling); COLLATERAL-SUBSTITUTION blocks a release or    *
      * swap whose post-change position breaches it.                   *
      * PFX-PROD-PPAY-SCHEDULE is the product's step-down prepayment   *
      * penalty: PFX-PROD-PPAY-PCT(n) is the percent of the principal  *
      * balance paid off that is charged when the loan pays off in     *
      * its nth year from booking (e.g. 3.00, 2.00, 1.00, 0, 0). All   *
      * zeros is no schedule -- EARLY-PAYOFF-CALC, PAYOFF-QUOTE-ENTRY  *
      * and PAYMENT-POSTING then price a payoff exactly as before;     *
      * otherwise the penalty is quoted, lettered and posted as its    *
      * own FEE journal record against the PREPAYPEN GL pair.          *
      * PFX-PROD-IO-MONTHS is the product's initial interest-only      *
      * period in months (e.g. 24); zero is a fully amortizing         *
      * product. LOAN-BOOKING turns it into the loan's interest-only   *
      * end date, and billing and posting take interest only until    *
      * then.                                                          *
      * PFX-PROD-INTEREST-METHOD is "P" for a precomputed product: the *
      * whole finance charge for the term is added to the balance at   *
      * booking as unearned income (GL-FEED-EXPORT posts it, LOAN-     *
      * BOOKING carries it), INTEREST-ACCRUAL earns it a month at a    *
      * time by the Rule of 78s, and an early payoff is rebated the    *
      * unearned part by the same rule. Space (or "S") is ordinary     *
      * simple interest on the balance.                                *
      * Callers that don't work with these leave their REPLACING       *
      * pairs off, the same list-only-what-you-use convention          *
      * result-status.cob documents.                                   *
      *================================================================*

       01  PFX-PRODUCT-RECORD.
           05  PFX-PROD-REQUIRED-DOCS     PIC X(30).
           05  PFX-PROD-DEFER-POLICY      PIC X(1).
           05  PFX-PROD-MAX-LTV           PIC 9(3).
           05  PFX-PROD-PPAY-SCHEDULE.
               10  PFX-PROD-PPAY-PCT      PIC 9(2)V99 OCCURS 5 TIMES.
           05  PFX-PROD-IO-MONTHS         PIC 9(3).
           05  PFX-PROD-INTEREST-METHOD   PIC X(1).
