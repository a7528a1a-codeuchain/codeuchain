      *================================================================*
      * CodeUChain COBOL Library - SCRA Rate Cap Request               *
      *                                                                *
      * The block a caller hands SCRA-RATE-CAP to learn the rate one   *
      * loan's interest is priced at on a given date: the note rate,   *
      * or the 6% Servicemembers Civil Relief Act cap while the        *
      * borrower's active duty covers that date and the loan predates  *
      * it. PAYMENT-POSTING splits every payment at this rate and      *
      * BACKDATE-RECALC re-splits replayed payments at it, so a        *
      * servicemember who pays exactly the capped bill or draft is     *
      * paid in full and never charged interest above the cap. COPY    *
      * with REPLACING to give this group the prefix the calling       *
      * program already uses, e.g.:                                    *
      *                                                                *
      *     COPY "scra-rate-request.cob"                               *
      *         REPLACING PFX-SR-CUSTOMER-ID BY WS-SR-CUSTOMER-ID      *
      *                   PFX-SR-RATE        BY WS-SR-RATE             *
      *                   PFX-SCRA-RATE-REQUEST BY                     *
      *                       WS-SCRA-RATE-REQUEST.                    *
      *                                                                *
      * The caller fills in the loan's customer id, booked date and    *
      * note rate, and the date the interest is for. SCRA-RATE-CAP     *
      * answers the rate to price at and PFX-SR-CAPPED-SWITCH "Y"      *
      * when that rate is the cap.                                     *
      *================================================================*

       01  PFX-SCRA-RATE-REQUEST.
           05  PFX-SR-CUSTOMER-ID         PIC X(10).
           05  PFX-SR-BOOKED-DATE         PIC 9(8).
           05  PFX-SR-AS-OF-DATE          PIC 9(8).
           05  PFX-SR-NOTE-RATE           PIC S9(3)V9(4).
           05  PFX-SR-RATE                PIC S9(3)V9(4).
           05  PFX-SR-CAPPED-SWITCH       PIC X(1).
