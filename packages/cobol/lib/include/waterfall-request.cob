      *================================================================*
      * CodeUChain COBOL Library - Payment Waterfall Request           *
      *                                                                *
      * The block a caller hands PAYMENT-WATERFALL to split one        *
      * payment across the buckets its product's waterfall lists, in   *
      * the order listed. PAYMENT-POSTING applies every payment        *
      * (keyed and lockbox alike) through it and TELLER-PAYMENT-ENTRY  *
      * previews and receipts the same split, so the two never         *
      * disagree about where a dollar went. COPY with REPLACING to     *
      * give this group the prefix the calling program already uses,   *
      * e.g.:                                                          *
      *                                                                *
      *     COPY "waterfall-request.cob"                               *
      *         REPLACING PFX-WF-PRODUCT-CODE BY WS-WF-PRODUCT-CODE    *
      *                   PFX-WF-FUNDS        BY WS-WF-FUNDS           *
      *                   PFX-WATERFALL-REQUEST BY                     *
      *                       WS-WATERFALL-REQUEST.                    *
      *                                                                *
      * The caller fills in the product code, the funds on hand (the   *
      * payment plus anything already waiting in suspense), the full   *
      * period payment, and what each bucket is owed: fees charged     *
      * and not yet paid, the period's interest, the escrow deposit    *
      * (zero for a loan with no escrow account), the scheduled        *
      * principal share, the balance still owing (fees included), and  *
      * the prepayment penalty a payoff would be charged.              *
      *                                                                *
      * PAYMENT-WATERFALL answers the bucket order it used (four       *
      * characters a bucket: FEES, INT, ESC, PRIN, SUSP) and what each *
      * bucket received. PFX-WF-HOLD-SWITCH is "Y" when the product    *
      * holds a short payment in suspense and the funds fall short of  *
      * the full payment: nothing is applied, every amount is zero.    *
      * PFX-WF-SUSPENSE-APPLIED is the excess a SUSP bucket kept back  *
      * toward the next payment; PFX-WF-UNAPPLIED the overpayment left *
      * after the whole balance is paid, carried as a credit balance.  *
      * PFX-WF-PENALTY-SHORT is the part of the penalty a payoff's     *
      * funds could not reach.                                         *
      *================================================================*

       01  PFX-WATERFALL-REQUEST.
           05  PFX-WF-PRODUCT-CODE        PIC X(4).
           05  PFX-WF-FUNDS               PIC S9(13)V99.
           05  PFX-WF-FULL-PAYMENT        PIC S9(13)V99.
           05  PFX-WF-FEES-DUE            PIC S9(13)V99.
           05  PFX-WF-INTEREST-DUE        PIC S9(13)V99.
           05  PFX-WF-ESCROW-DUE          PIC S9(13)V99.
           05  PFX-WF-PRINCIPAL-DUE       PIC S9(13)V99.
           05  PFX-WF-BALANCE             PIC S9(13)V99.
           05  PFX-WF-PENALTY-DUE         PIC S9(13)V99.
           05  PFX-WF-ORDER               PIC X(20).
           05  PFX-WF-HOLD-SWITCH         PIC X(1).
           05  PFX-WF-FEES-APPLIED        PIC S9(13)V99.
           05  PFX-WF-INTEREST-APPLIED    PIC S9(13)V99.
           05  PFX-WF-ESCROW-APPLIED      PIC S9(13)V99.
           05  PFX-WF-PRINCIPAL-APPLIED   PIC S9(13)V99.
           05  PFX-WF-PENALTY-APPLIED     PIC S9(13)V99.
           05  PFX-WF-PENALTY-SHORT       PIC S9(13)V99.
           05  PFX-WF-SUSPENSE-APPLIED    PIC S9(13)V99.
           05  PFX-WF-UNAPPLIED           PIC S9(13)V99.
