      *================================================================*
      * CodeUChain COBOL Library - Credit Line Record Structure        *
      *                                                                *
      * The revolving terms LINE-MASTER keeps for a home-equity or     *
      * business line of credit, keyed by the loan number the line     *
      * books under on LOAN-MASTER -- the loan record still carries    *
      * the drawn balance, rate and due date, so accrual and posting   *
      * treat a line like any other loan. The borrower draws against   *
      * PFX-LINE-CREDIT-LIMIT until PFX-LINE-DRAW-END-DATE; DRAW-      *
      * POSTING takes each draw out of PFX-LINE-AVAILABLE and          *
      * PAYMENT-POSTING puts the principal repaid back, so the credit  *
      * revolves. COPY with REPLACING to give this group the WS- or    *
      * LS- prefix the calling program already uses, e.g.:             *
      *                                                                *
      *     COPY "line-record.cob"                                     *
      *         REPLACING PFX-LINE-CREDIT-LIMIT BY                     *
      *                       LS-LINE-CREDIT-LIMIT                     *
      *                   PFX-LINE-AVAILABLE    BY LS-LINE-AVAILABLE   *
      *                   PFX-LINE-DRAW-END-DATE BY                    *
      *                       LS-LINE-DRAW-END-DATE                    *
      *                   PFX-LINE-MIN-PAY-PCT  BY LS-LINE-MIN-PAY-PCT *
      *                   PFX-LINE-LAST-DRAW    BY LS-LINE-LAST-DRAW   *
      *                   PFX-LINE-RECORD       BY LS-LINE-RECORD.     *
      *                                                                *
      * PFX-LINE-MIN-PAY-PCT is the percent of the drawn balance the   *
      * monthly minimum payment carries on top of the period's         *
      * interest; STATEMENT-GENERATION bills it and PAYMENT-POSTING    *
      * holds a payment short of it in suspense. PFX-LINE-LAST-DRAW    *
      * is the date of the most recent draw posted (zero = none yet).  *
      *================================================================*

       01  PFX-LINE-RECORD.
           05  PFX-LINE-CREDIT-LIMIT      PIC S9(13)V99.
           05  PFX-LINE-AVAILABLE         PIC S9(13)V99.
           05  PFX-LINE-DRAW-END-DATE     PIC 9(8).
           05  PFX-LINE-MIN-PAY-PCT       PIC 9(2)V99.
           05  PFX-LINE-LAST-DRAW         PIC 9(8).
