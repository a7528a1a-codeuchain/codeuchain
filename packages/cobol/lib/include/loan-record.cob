      * loan is suppressed from late fees, delinquency notices and    *
      * the collections queue, and the due date has already been      *
      * advanced across the skipped periods.                          *
      *                                                                *
      * PFX-LOAN-BOOKED-DATE is the date LOAN-BOOKING booked the loan, *
      * the anchor a product's prepayment penalty schedule steps down  *
      * from. Zero or spaces (loans booked before the field existed)   *
      * has no provable age and is never charged a penalty.            *
      *                                                                *
      * PFX-LOAN-MATURITY-TERM marks a balloon note: the years to      *
      * maturity, shorter than PFX-LOAN-TERM-YEARS, which stays the    *
      * amortization term the level payment is priced over. Zero or    *
      * spaces is a fully amortizing loan. PFX-LOAN-MATURITY-DATE is   *
      * the due date the balloon -- the whole remaining balance -- is  *
      * billed on, and PFX-LOAN-BALLOON-NOTICE the highest advance     *
      * balloon notice BALLOON-NOTICES has sent (0 none, 1 ninety-day, *
      * 2 thirty-day), so neither letter ever goes out twice.          *
      *                                                                *
      * PFX-LOAN-IO-END-DATE is the due date of the last interest-only *
      * payment on a product with an initial interest-only period,    *
      * and PFX-LOAN-IO-PERIODS the number of interest-only periods;  *
      * both are set at booking from the product's interest-only      *
      * months. Zero or spaces is a loan that amortizes from its      *
      * first payment. Through that date the statement bills interest *
      * only and PAYMENT-POSTING applies the payment to interest;     *
      * after it the level payment is repriced over the periods left. *
      * PFX-LOAN-IO-NOTICE is "Y" once IO-PAYMENT-CHANGE has sent the *
      * borrower the payment-change notice, so it goes out only once. *
      *                                                                *
      * PFX-LOAN-MATURITY-NOTICE is "Y" once LOAN-MATURITY has sent    *
      * the sixty-day advance notice that the loan's term is running   *
      * out, so a rerun never mails it twice. A loan still owing when  *
      * its term runs out is moved to status MATURED by the same       *
      * batch; MATURED stays open for accrual, payments and payoff.    *
      *                                                                *
      * PFX-LOAN-RISK-RATING is commercial credit's risk grade: "1"    *
      * Pass, "2" Watch, "3" Special Mention, "4" Substandard, "5"     *
      * Doubtful. Spaces (every record written before the field        *
      * existed) reads as Pass. The grade changes only when a second   *
      * operator releases a RISK-RATING-MAINT change through PENDING-  *
      * CHANGES, which stamps PFX-LOAN-RATING-DATE with the release    *
      * date and writes the AUDIT-IMAGE pair.                          *
      *                                                                *
      * PFX-LOAN-CO-BORROWER-ID is the second borrower on the note,    *
      * taken from the application's "Co-Borrower ID:" at booking;     *
      * spaces is a loan with one borrower. PFX-LOAN-DECEASED-FLAG is  *
      * "Y" once CUSTOMER-MAINT has recorded the death of either       *
      * borrower: ACH drafts and delinquency notices stop for the      *
      * loan, and who is deceased -- and the estate's address -- is    *
      * read from each borrower's CUSTOMER-MASTER record.              *
      * PFX-LOAN-OFFICER-ID is the loan officer who originated the     *
      * loan, taken from the application's "Loan Officer:" at booking  *
      * and keyed to OFFICER-MASTER; spaces is a loan booked before    *
      * the field existed or taken with no officer named.              *
      *                                                                *
      * PFX-LOAN-DEALER-ID is the dealer an indirect contract was      *
      * bought from, taken from the application's "Dealer:" at booking *
      * and keyed to DEALER-MASTER; spaces is a direct loan. The       *
      * reserve paid the dealer is kept on DEALER-RESERVE-MASTER.      *
      *                                                                *
      * PFX-LOAN-FEES-DUE is the late and NSF fees charged to the loan *
      * and not yet paid. Fees are carried in PFX-LOAN-CURRENT-BALANCE *
      * as they always were; this field only says how much of the      *
      * balance is fees, so a product whose payment waterfall takes    *
      * fees first knows what the FEES bucket is owed. It never        *
      * exceeds the balance. Spaces (records written before the field  *
      * existed) reads as zero.                                        *
      *                                                                *
      * PFX-LOAN-RATE-DISCOUNT is the relationship discount RATE-TABLE *
      * took off the tier rate at pricing, carried apart from          *
      * PFX-LOAN-INTEREST-RATE (which is already net of it) so the     *
      * discount can be taken back without repricing the loan.         *
      * PFX-LOAN-DISCOUNT-TYPE says what earned it: "A" autopay        *
      * enrollment, "D" a deposit relationship. PFX-LOAN-DISCOUNT-END  *
      * is the due date RATE-DISCOUNT-REMOVAL has scheduled an autopay *
      * discount to come off once the enrollment is gone (zero = none  *
      * scheduled). Spaces (records written before the fields existed) *
      * reads as no discount.                                          *
      *                                                                *
      * PFX-LOAN-AGENCY-ID is the outside collection agency the loan   *
      * is placed with, keyed to AGENCY-MASTER, and                    *
      * PFX-LOAN-PLACED-DATE the day AGENCY-PLACEMENT sent it there.   *
      * Both are set at placement and cleared when the agency recalls  *
      * or returns the account; spaces is a loan the bank's own        *
      * collectors work.                                               *
      *                                                                *
      * PFX-LOAN-REMINDER-DUE is the due date PAYMENT-REMINDERS last   *
      * sent the borrower a pre-due reminder for, so a rerun (or the   *
      * next night inside the same lead window) sends nothing twice;   *
      * zero or spaces means no reminder has gone out.                 *
      *                                                                *
      * PFX-LOAN-INTEREST-METHOD is "P" for a precomputed contract,    *
      * stamped from the product at booking; space is simple interest  *
      * and every field after it reads as zero. On a precomputed loan  *
      * PFX-LOAN-CURRENT-BALANCE includes the add-on finance charge    *
      * PFX-LOAN-FINANCE-CHARGE for the PFX-LOAN-PRECOMP-TERM monthly  *
      * installments, and PFX-LOAN-UNEARNED-INT is the part of that    *
      * charge not yet earned. INTEREST-ACCRUAL earns it by the Rule   *
      * of 78s as each month from the booked date goes by, counting    *
      * the months earned in PFX-LOAN-EARNED-MONTHS; a payoff before   *
      * the last month is rebated what is still unearned by the same   *
      * rule.                                                          *
      *                                                                *
      * PFX-LOAN-ARCHIVED-DATE is the run date TXN-ARCHIVE moved the   *
      * closed loan's journal to loan_txn_archive.dat; zero or spaces  *
      * is a loan whose history is still live. The retention period    *
      * CUSTOMER-ANONYMIZATION waits out before erasing a former       *
      * customer's personal data runs from this date.                  *
      *                                                                *
      * Callers that don't work with these fields leave their          *
      * REPLACING pairs off, the same list-only-what-you-use           *
      * convention result-status.cob documents.                        *
           05  PFX-LOAN-CURRENCY          PIC X(3).
           05  PFX-LOAN-FX-RATE           PIC 9(3)V9(6).
           05  PFX-LOAN-DEFER-UNTIL       PIC 9(8).
           05  PFX-LOAN-BOOKED-DATE       PIC 9(8).
           05  PFX-LOAN-MATURITY-TERM     PIC 9(3).
           05  PFX-LOAN-MATURITY-DATE     PIC 9(8).
           05  PFX-LOAN-BALLOON-NOTICE    PIC 9(1).
           05  PFX-LOAN-IO-END-DATE       PIC 9(8).
           05  PFX-LOAN-IO-PERIODS        PIC 9(3).
           05  PFX-LOAN-IO-NOTICE         PIC X(1).
           05  PFX-LOAN-MATURITY-NOTICE   PIC X(1).
           05  PFX-LOAN-RISK-RATING       PIC X(1).
           05  PFX-LOAN-RATING-DATE       PIC 9(8).
           05  PFX-LOAN-CO-BORROWER-ID    PIC X(10).
           05  PFX-LOAN-DECEASED-FLAG     PIC X(1).
           05  PFX-LOAN-OFFICER-ID        PIC X(10).
           05  PFX-LOAN-DEALER-ID         PIC X(10).
           05  PFX-LOAN-FEES-DUE          PIC S9(9)V99.
           05  PFX-LOAN-RATE-DISCOUNT     PIC 9(1)V9(4).
           05  PFX-LOAN-DISCOUNT-TYPE     PIC X(1).
           05  PFX-LOAN-DISCOUNT-END      PIC 9(8).
           05  PFX-LOAN-AGENCY-ID         PIC X(10).
           05  PFX-LOAN-PLACED-DATE       PIC 9(8).
           05  PFX-LOAN-REMINDER-DUE      PIC 9(8).
           05  PFX-LOAN-INTEREST-METHOD   PIC X(1).
           05  PFX-LOAN-FINANCE-CHARGE    PIC S9(11)V99.
           05  PFX-LOAN-UNEARNED-INT      PIC S9(11)V99.
           05  PFX-LOAN-PRECOMP-TERM      PIC 9(3).
           05  PFX-LOAN-EARNED-MONTHS     PIC 9(3).
           05  PFX-LOAN-ARCHIVED-DATE     PIC 9(8).
