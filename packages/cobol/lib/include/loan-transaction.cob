      * One typed, balance-affecting event on a loan: booked (BOOK),   *
      * payment applied (PAY), interest accrued (ACCR), paid off       *
      * (POFF), late or NSF fee charged (FEE/NSF), escrow disbursed    *
      * (ESCD), payment reversed (RVSL), credit line drawn (DRAW),     *
      * term run out with a balance owing (MATR), term renewed or      *
      * extended (RNEW), Rule of 78s rebate at payoff (RBAT), interest *
      * credited on escrow (ESCI), note rate changed (RATE). The       *
      * booking, payment, accrual, fee, escrow, reversal, draw,        *
      * maturity, renewal and repricing programs each append one of    *
      * these through LOAN-TRANSACTION, so a balance that looks        *
      * wrong can be reconstructed event by event instead of from      *
      * nothing.                                                       *
      * COPY with REPLACING to give this group the WS- or LS- prefix   *
      * the calling program already uses, e.g.:                        *
      *                                                                *
      * that doesn't work with escrow leaves its REPLACING pair off,   *
      * the same list-only-what-you-use convention result-status.cob   *
      * documents.                                                     *
      *                                                                *
      * SCRA is interest INTEREST-ACCRUAL forgave on a servicemember's *
      * loan above the rate cap (Servicemembers Civil Relief Act):     *
      * amount and interest both carry the forgiven sum, the balance   *
      * is unchanged, and nothing posts to GL, since that interest was *
      * never accrued.                                                 *
      *                                                                *
      * REOX is the carrying value of a taken asset moved out of the   *
      * loan balance into owned property by DEFAULT-CASE-MAINT;        *
      * amount and principal both carry it, and the balance left is    *
      * the deficiency CHARGE-OFF later writes off as a CHGO.          *
      *                                                                *
      * RFND is a refund check CREDIT-BALANCE-REFUND issued: amount is *
      * the whole check, principal the credit balance refunded (it     *
      * brings the balance back up to zero), escrow a paid-off loan's  *
      * escrow refunded as a negative deposit; the rest of the check   *
      * is unapplied funds returned out of suspense.                   *
      *                                                                *
      * ESCH is a refund never delivered that UNCLAIMED-PROPERTY       *
      * turned over to the state at year end, split the same way.      *
      *                                                                *
      * STLW is what DEBT-SETTLEMENT forgave once a settlement for     *
      * less than the balance was funded: principal the balance left,  *
      * interest the accrued interest never collected, amount their    *
      * sum, and the balance left zero. STLW and CHGO are the forgiven *
      * debt CANCELLATION-OF-DEBT reports on the 1099-C.               *
      *                                                                *
      * RBAT is the unearned precomputed interest PAYMENT-POSTING      *
      * rebated on a payoff: amount and principal both carry it. ESCI  *
      * is interest ESCROW-INTEREST (or LOAN-SALE-TRANSFER, at sale)   *
      * credited to the escrow account: amount and escrow carry it     *
      * and the balance is unchanged. RATE is a rate change ARM-RATE-  *
      * RESET or RATE-DISCOUNT-REMOVAL applied: amount is the new      *
      * annual rate, not money, and nothing is split.                  *
      *                                                                *
      * IADJ is BACKDATE-RECALC re-splitting a payment once a          *
      * back-dated item was replayed through it: date and amount are   *
      * the payment's own (how the next recalculation and PAYMENT-     *
      * REVERSAL find the payment it corrects), interest the change in *
      * the interest it paid, principal the opposite change, and the   *
      * balance the loan stands at with the correction taken.          *
      *                                                                *
      * PFX-TXN-RUN-ID is the batch run that posted the event; a POFF  *
      * (and its penalty FEE) written by REFINANCE-PAYOFF carries the  *
      * new loan's number there instead, the cross-reference from the  *
      * loan paid off to the loan that paid it.                        *
      *                                                                *
      * PFX-TXN-FEES and PFX-TXN-SUSPENSE complete a PAY or POFF       *
      * record's split across the product's payment waterfall: the     *
      * outstanding fees the payment paid, and the excess a SUSP       *
      * bucket held back in suspense toward the next payment (amount   *
      * includes both). An RVSL carries the reversed payment's as      *
      * negatives. A SUSP record -- a payment too short to apply,      *
      * held whole in suspense -- carries the amount held in           *
      * PFX-TXN-SUSPENSE. A SALE or XFER carries the fees sold and the *
      * suspense handed to the buyer. Any other event leaves them zero *
      * or spaces, which reads as zero.                                *
      *================================================================*

       01  PFX-LOAN-TXN-RECORD.
           05  PFX-TXN-ESCROW             PIC S9(13)V99.
           05  PFX-TXN-BALANCE            PIC S9(13)V99.
           05  PFX-TXN-RUN-ID             PIC X(14).
           05  PFX-TXN-FEES               PIC S9(13)V99.
           05  PFX-TXN-SUSPENSE           PIC S9(13)V99.
