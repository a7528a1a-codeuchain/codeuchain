      * cash still balances daily -- and is applied the moment the     *
      * combined funds cover the full payment; a payment larger than   *
      * the balance-plus-interest pays the loan off, marks it          *
      * PAIDOFF, and carries the remainder on the loan as a credit     *
      * (negative) balance -- posted to the receivable like any other  *
      * principal, listed on the exception report -- until CREDIT-     *
      * BALANCE-REFUND sends it back.                                  *
      *                                                                *
      * A payment on a loan LOAN-SALE-TRANSFER has sold or transferred *
      * out is not ours to apply: it goes on the exception report to   *
      * be forwarded to the new servicer, and the loan is untouched.   *
      *                                                                *
      * A payoff matching an unexpired PAYOFF-QUOTE-ENTRY quote posts  *
      * at the quoted figure even though accrual has ticked on since   *
      * the quote date; the difference is written off to the           *
      * controlled QUOTEVAR pair and the quote is closed USED.         *
      *                                                                *
      * A payoff on a loan whose product carries a prepayment penalty  *
      * schedule is charged the penalty for the loan year the payment  *
      * date falls in (the quoted penalty, when a quote is honored).   *
      * The penalty comes out of the payoff funds after interest and   *
      * escrow and ahead of any refund remainder, posts to its own     *
      * PREPAYPEN pair (cash against penalty income) and journals as   *
      * a separate FEE record beside the POFF; funds that pay the      *
      * balance but not the whole penalty still pay the loan off, and  *
      * the uncollected part goes on the exception report for billing. *
      *                                                                *
      * A loan still inside its interest-only period (its next due     *
      * date on or before the interest-only end date booking stamped)  *
      * owes a full payment of interest alone, and the payment goes    *
      * wholly to interest; after the period the principal share is    *
      * spread over the periods the interest-only span left.           *
      *                                                                *
      * A revolving line of credit (a loan with a LINE-MASTER record)  *
      * owes the line's minimum payment -- the period's interest plus  *
      * its minimum-payment percent of the drawn balance -- and the    *
      * principal a payment repays goes back onto the line's available *
      * credit, never above the limit. A line paid down to zero inside *
      * its draw period stays ACTIVE so it can be drawn on again.      *
      *                                                                *
      * The order a payment is applied in is the loan product's        *
      * payment waterfall, which PAYMENT-WATERFALL reads from          *
      * payment_waterfall.dat: fees first or interest first, escrow    *
      * ahead of or behind principal, whether a short payment waits    *
      * in suspense or is applied as far as it goes, and whether an    *
      * excess prepays principal or is held in suspense toward the     *
      * next payment. A product with no waterfall of its own splits    *
      * interest, escrow, principal with short payments held -- the    *
      * order this batch always used. Keyed and lockbox items both     *
      * apply through it, as does TELLER-PAYMENT-ENTRY's preview, and  *
      * the PAY/POFF journal record carries what every bucket got.     *
      * Fees paid credit the receivable through the PAYFEE pair and    *
      * come off the loan's fees due; an excess held back posts to     *
      * suspense like any other unapplied funds.                       *
      *                                                                *
      * A precomputed loan (interest method "P") owes no interest by   *
      * the period -- its balance already holds the finance charge --  *
      * so its full payment is the level installment, principal and    *
      * charge over the contract's months. Funds that, with the Rule   *
      * of 78s rebate of the charge still unearned, pay off the        *
      * balance take the rebate first (the quoted rebate, when a quote *
      * is honored): it comes off the balance before the split, posts  *
      * to the REBATE78 pair, any month's share not yet earned by      *
      * INTEREST-ACCRUAL goes to income through EARN78, and an RBAT    *
      * journal record ahead of the POFF shows it.                     *
      *                                                                *
      * An item dated before the business date -- a payment found      *
      * weeks late -- is posted as of its own date: once it is applied *
      * and journaled, BACKDATE-RECALC rewinds the loan to that date   *
      * and replays every later journal event with its interest        *
      * recomputed, posts the net interest adjustment to GL on the     *
      * business date, and lists each transaction it changed before    *
      * and after on backdate_recalc.rpt. A paid-off loan the          *
      * adjustment leaves off zero goes on the exception report.       *
      *                                                                *
      * A servicemember's pre-service loan is split at the SCRA cap    *
      * for any payment dated inside the active-duty period, the rate  *
      * SCRA-RATE-CAP answers and the statement and ACH draft were     *
      * figured at, so paying the capped bill is a full payment.       *
      *================================================================*

       IDENTIFICATION DIVISION.
           05  PQ-PER-DIEM           PIC 9(7)V99.
           05  PQ-GOOD-THROUGH       PIC 9(8).
           05  PQ-STATUS             PIC X(10).
           05  PQ-PENALTY            PIC 9(11)V99.
           05  PQ-REBATE             PIC 9(11)V99.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE     PIC X(132).
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PRODUCT-CODE    BY WS-LOAN-PRODUCT-CODE
                     PFX-LOAN-PAY-FREQUENCY   BY WS-LOAN-PAY-FREQUENCY
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-IO-END-DATE     BY WS-LOAN-IO-END-DATE
                     PFX-LOAN-IO-PERIODS      BY WS-LOAN-IO-PERIODS
                     PFX-LOAN-FEES-DUE        BY WS-LOAN-FEES-DUE
                     PFX-LOAN-INTEREST-METHOD BY
                         WS-LOAN-INTEREST-METHOD
                     PFX-LOAN-FINANCE-CHARGE  BY
                         WS-LOAN-FINANCE-CHARGE
                     PFX-LOAN-UNEARNED-INT    BY WS-LOAN-UNEARNED-INT
                     PFX-LOAN-PRECOMP-TERM    BY WS-LOAN-PRECOMP-TERM
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
       01  WS-PRINCIPAL-APPLIED      PIC S9(13)V99 COMP-3.
       01  WS-ESCROW-APPLIED         PIC S9(13)V99 COMP-3.
       01  WS-UNAPPLIED-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-FEES-APPLIED           PIC S9(13)V99 COMP-3.
       01  WS-SUSPENSE-HELD          PIC S9(13)V99 COMP-3.

      * PAYMENT-WATERFALL call: the product's bucket order decides
      * whether a short payment is held and how the funds are split;
      * the PAYFEE pair takes the fees it applies.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-WF-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-WF-OPERATION-DATA
                     PFX-OPERATION      BY WS-WF-OPERATION.
       COPY "waterfall-request.cob"
           REPLACING PFX-WF-PRODUCT-CODE      BY WS-WF-PRODUCT-CODE
                     PFX-WF-FUNDS             BY WS-WF-FUNDS
                     PFX-WF-FULL-PAYMENT      BY WS-WF-FULL-PAYMENT
                     PFX-WF-FEES-DUE          BY WS-WF-FEES-DUE
                     PFX-WF-INTEREST-DUE      BY WS-WF-INTEREST-DUE
                     PFX-WF-ESCROW-DUE        BY WS-WF-ESCROW-DUE
                     PFX-WF-PRINCIPAL-DUE     BY WS-WF-PRINCIPAL-DUE
                     PFX-WF-BALANCE           BY WS-WF-BALANCE
                     PFX-WF-PENALTY-DUE       BY WS-WF-PENALTY-DUE
                     PFX-WF-HOLD-SWITCH       BY WS-WF-HOLD-SWITCH
                     PFX-WF-FEES-APPLIED      BY WS-WF-FEES-APPLIED
                     PFX-WF-INTEREST-APPLIED  BY WS-WF-INTEREST-APPLIED
                     PFX-WF-ESCROW-APPLIED    BY WS-WF-ESCROW-APPLIED
                     PFX-WF-PRINCIPAL-APPLIED BY
                         WS-WF-PRINCIPAL-APPLIED
                     PFX-WF-PENALTY-APPLIED   BY WS-WF-PENALTY-APPLIED
                     PFX-WF-PENALTY-SHORT     BY WS-WF-PENALTY-SHORT
                     PFX-WF-SUSPENSE-APPLIED  BY WS-WF-SUSPENSE-APPLIED
                     PFX-WF-UNAPPLIED         BY WS-WF-UNAPPLIED
                     PFX-WATERFALL-REQUEST    BY WS-WATERFALL-REQUEST.
       01  WS-WF-RESULT              PIC X(10).
       01  WS-FEE-ACCOUNT-PAIR.
           05  WS-FEE-DEBIT-ACCOUNT   PIC X(10).
           05  WS-FEE-CREDIT-ACCOUNT  PIC X(10).

      * The full period payment the suspense decision is made
      * against: interest due plus the straight-line principal share
      * STATEMENT-GENERATION bills, plus the escrow deposit for an
      * escrowed loan. Inside an interest-only period there is no
      * principal share.
       01  WS-REMAINING-MONTHS       PIC S9(5) COMP-3.
       01  WS-IO-PERIOD-SWITCH       PIC X(1) VALUE "N".
           88  WS-IN-IO-PERIOD               VALUE "Y".
       01  WS-FULL-PAYMENT           PIC S9(13)V99 COMP-3.
       01  WS-EFFECTIVE-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-SUSPENSE-RELEASED      PIC S9(13)V99 COMP-3.
           05  WS-PQ-PER-DIEM        PIC 9(7)V99.
           05  WS-PQ-GOOD-THROUGH    PIC 9(8).
           05  WS-PQ-STATUS          PIC X(10).
           05  WS-PQ-PENALTY         PIC 9(11)V99.
           05  WS-PQ-REBATE          PIC 9(11)V99.
       01  WS-QUOTE-WRITEOFF         PIC S9(13)V99 COMP-3.
       01  WS-QVAR-ACCOUNT-PAIR.
           05  WS-QVAR-DEBIT-ACCOUNT  PIC X(10).
           05  WS-QVAR-CREDIT-ACCOUNT PIC X(10).
       01  WS-QUOTES-HONORED         PIC 9(7) VALUE 0.

      * Prepayment penalty: the loan's product schedule (LOAN-PRODUCT)
      * priced for the loan year the payment date falls in -- whole
      * years between the booked date and the payment date, plus one
      * -- on the balance being paid off. Taken only when the funds
      * pay the loan off; posted to the PREPAYPEN pair and journaled
      * as its own FEE record.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LP-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LP-OPERATION-DATA
                     PFX-OPERATION      BY WS-LP-OPERATION.
       01  WS-PRODUCT-CODE           PIC X(4).
       COPY "product-record.cob"
           REPLACING PFX-PROD-MIN-AMOUNT  BY WS-PROD-MIN-AMOUNT
                     PFX-PROD-MAX-AMOUNT  BY WS-PROD-MAX-AMOUNT
                     PFX-PROD-MAX-TERM    BY WS-PROD-MAX-TERM
                     PFX-PROD-RATE-FAMILY BY WS-PROD-RATE-FAMILY
                     PFX-PROD-CHAIN-NAME  BY WS-PROD-CHAIN-NAME
                     PFX-PROD-PPAY-SCHEDULE BY
                         WS-PROD-PPAY-SCHEDULE
                     PFX-PROD-PPAY-PCT    BY WS-PROD-PPAY-PCT
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT              PIC X(10).
       01  WS-PENALTY-YEAR           PIC S9(5) COMP-3.
       01  WS-PENALTY-PCT            PIC 9(2)V99.
       01  WS-PREPAY-PENALTY         PIC S9(13)V99 COMP-3.
       01  WS-PENALTY-APPLIED        PIC S9(13)V99 COMP-3.
       01  WS-PENALTY-SHORT          PIC S9(13)V99 COMP-3.
       01  WS-PPEN-ACCOUNT-PAIR.
           05  WS-PPEN-DEBIT-ACCOUNT  PIC X(10).
           05  WS-PPEN-CREDIT-ACCOUNT PIC X(10).
       01  WS-PENALTIES-ASSESSED     PIC 9(7) VALUE 0.

      * Rule of 78s rebate at a precomputed loan's payoff: whole
      * months from the booked date to the payment date, the charge
      * the months still to run carry, the balance it leaves ahead of
      * the split, and whatever the loan's unearned figure held above
      * the rebate -- months not yet earned when the payoff came in.
       01  WS-REBATE-DATE            PIC 9(8).
       01  WS-REBATE-DATE-N REDEFINES WS-REBATE-DATE.
           05  WS-REBATE-YYYY        PIC 9(4).
           05  WS-REBATE-MM          PIC 9(2).
           05  WS-REBATE-DD          PIC 9(2).
       01  WS-BOOKED-DATE            PIC 9(8).
       01  WS-BOOKED-DATE-N REDEFINES WS-BOOKED-DATE.
           05  WS-BOOKED-YYYY        PIC 9(4).
           05  WS-BOOKED-MM          PIC 9(2).
           05  WS-BOOKED-DD          PIC 9(2).
       01  WS-MONTHS-ELAPSED         PIC S9(5) COMP-3.
       01  WS-MONTHS-REMAINING       PIC S9(5) COMP-3.
       01  WS-REBATE-78              PIC S9(13)V99 COMP-3.
       01  WS-CATCHUP-EARNED         PIC S9(13)V99 COMP-3.
       01  WS-REBATE-BALANCE         PIC S9(13)V99 COMP-3.
       01  WS-R78-ACCOUNT-PAIR.
           05  WS-R78-DEBIT-ACCOUNT   PIC X(10).
           05  WS-R78-CREDIT-ACCOUNT  PIC X(10).
       01  WS-REBATES-GRANTED        PIC 9(7) VALUE 0.

      * SUSPENSE-MASTER call: where a short payment waits instead of
      * distorting the split.
       COPY "operation.cob"
       01  WS-ESCROW-ACCOUNT-SWITCH  PIC X(1) VALUE "N".
           88  WS-LOAN-HAS-ESCROW            VALUE "Y".

      * LINE-MASTER call: a loan with a credit line on file bills the
      * line's minimum payment and has its repaid principal restored
      * to available credit; a loan without one (NOTFOUND) posts
      * exactly as before.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LN-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LN-OPERATION-DATA
                     PFX-OPERATION      BY WS-LN-OPERATION.
       COPY "line-record.cob"
           REPLACING PFX-LINE-CREDIT-LIMIT BY WS-LINE-CREDIT-LIMIT
                     PFX-LINE-AVAILABLE    BY WS-LINE-AVAILABLE
                     PFX-LINE-DRAW-END-DATE BY WS-LINE-DRAW-END-DATE
                     PFX-LINE-MIN-PAY-PCT  BY WS-LINE-MIN-PAY-PCT
                     PFX-LINE-LAST-DRAW    BY WS-LINE-LAST-DRAW
                     PFX-LINE-RECORD       BY WS-LINE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LN-RESULT
                     PFX-RESULT-SUCCESS BY WS-LN-RESULT-SUCCESS.
       01  WS-CREDIT-LINE-SWITCH     PIC X(1) VALUE "N".
           88  WS-LOAN-IS-CREDIT-LINE        VALUE "Y".
       01  WS-LINE-MIN-PRINCIPAL     PIC S9(13)V99 COMP-3.

      * COLLECTIONS-QUEUE call: a posted payment settles any OPEN
      * promise-to-pay on the loan's queue entry -- KEPT when the
      * money came on time and in full, BROKEN otherwise, so the
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-TXN-FEES        BY WS-TXN-FEES
                     PFX-TXN-SUSPENSE    BY WS-TXN-SUSPENSE
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

      * BACKDATE-RECALC call: an item dated before the business date
      * replays the loan's later history from that date.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BD-OPERATION-DATA
                     PFX-OPERATION      BY WS-BD-OPERATION.
       COPY "backdate-request.cob"
           REPLACING PFX-BD-LOAN-NUMBER     BY WS-BD-LOAN-NUMBER
                     PFX-BD-EFFECTIVE-DATE  BY WS-BD-EFFECTIVE-DATE
                     PFX-BD-POSTING-DATE    BY WS-BD-POSTING-DATE
                     PFX-BD-RUN-ID          BY WS-BD-RUN-ID
                     PFX-BD-SOURCE          BY WS-BD-SOURCE
                     PFX-BD-REPLAYED        BY WS-BD-REPLAYED
                     PFX-BD-AFFECTED        BY WS-BD-AFFECTED
                     PFX-BD-INTEREST-ADJ    BY WS-BD-INTEREST-ADJ
                     PFX-BD-BALANCE-BEFORE  BY WS-BD-BALANCE-BEFORE
                     PFX-BD-BALANCE-AFTER   BY WS-BD-BALANCE-AFTER
                     PFX-BD-REVIEW-SWITCH   BY WS-BD-REVIEW-SWITCH
                     PFX-BACKDATE-REQUEST   BY WS-BACKDATE-REQUEST.
       01  WS-BD-RESULT              PIC X(10).
       01  WS-RECALC-COUNT           PIC 9(7) VALUE 0.

      * SCRA-RATE-CAP call: the rate a payment's interest is split at,
      * the note rate or the SCRA cap on the payment's date.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SR-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SR-OPERATION-DATA
                     PFX-OPERATION      BY WS-SR-OPERATION.
       COPY "scra-rate-request.cob"
           REPLACING PFX-SR-CUSTOMER-ID    BY WS-SR-CUSTOMER-ID
                     PFX-SR-BOOKED-DATE    BY WS-SR-BOOKED-DATE
                     PFX-SR-AS-OF-DATE     BY WS-SR-AS-OF-DATE
                     PFX-SR-NOTE-RATE      BY WS-SR-NOTE-RATE
                     PFX-SR-RATE           BY WS-SR-RATE
                     PFX-SR-CAPPED-SWITCH  BY WS-SR-CAPPED-SWITCH
                     PFX-SCRA-RATE-REQUEST BY WS-SCRA-RATE-REQUEST.
       01  WS-SR-RESULT              PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "Payments read: " WS-PAYMENT-COUNT
           DISPLAY "Posted: " WS-POSTED-COUNT
               " (to suspense: " WS-SUSPENSE-COUNT
               ", quoted payoffs: " WS-QUOTES-HONORED
               ", prepayment penalties: " WS-PENALTIES-ASSESSED
               ", 78s rebates: " WS-REBATES-GRANTED
               ", back-dated recalcs: " WS-RECALC-COUNT ")"
               " Exceptions: " WS-EXCEPTION-COUNT
               " Failed: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           PERFORM READ-NEXT-PAYMENT.

      *----------------------------------------------------------------*
      * APPLY-PAYMENT-TO-LOAN - what each bucket is owed: interest due *
      * is one period's interest on the current balance, escrow the    *
      * monthly deposit when an escrow account is on file, principal   *
      * the scheduled share, fees whatever is charged and unpaid. The  *
      * product's waterfall then says whether a short payment waits in *
      * suspense and, if not, how the funds split across the buckets.  *
      * A precomputed loan owes no interest by the period, and a       *
      * payoff of one takes its Rule of 78s rebate before the split.   *
      *----------------------------------------------------------------*
       APPLY-PAYMENT-TO-LOAN.
           IF WS-LOAN-STATUS = "PAIDOFF"
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-PAIDOFF-EXCEPTION
           ELSE IF WS-LOAN-STATUS = "SOLD"
                   OR WS-LOAN-STATUS = "TRANSFERRED"
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-TRANSFERRED-EXCEPTION
           ELSE IF WS-LOAN-STATUS = "CHARGEDOFF"
               PERFORM APPLY-PAYMENT-AS-RECOVERY
           ELSE
               PERFORM SET-PERIOD-FACTORS
               PERFORM COMPUTE-PREPAYMENT-PENALTY
               PERFORM SET-POSTING-RATE
               COMPUTE WS-INTEREST-DUE ROUNDED =
                   WS-LOAN-CURRENT-BALANCE *
                   (WS-SR-RATE / 100)
                       / WS-PERIODS-PER-YEAR
               IF WS-LOAN-INTEREST-METHOD = "P"
                   MOVE 0 TO WS-INTEREST-DUE
               END-IF

               PERFORM LOOK-UP-ESCROW-ACCOUNT
               PERFORM LOOK-UP-CREDIT-LINE
               PERFORM COMPUTE-FULL-PAYMENT
               PERFORM LOOK-UP-SUSPENSE-BALANCE

                   PAY-AMOUNT + WS-SUS-BALANCE

               PERFORM CHECK-FOR-PAYOFF-QUOTE
               MOVE 0 TO WS-REBATE-78
               IF WS-LOAN-INTEREST-METHOD = "P"
                   PERFORM TAKE-RULE-OF-78S-REBATE
               END-IF
               IF WS-QUOTE-MATCHED
                   PERFORM HONOR-PAYOFF-QUOTE
               ELSE
                   PERFORM RUN-PAYMENT-WATERFALL
                   IF WS-WF-HOLD-SWITCH = "Y"
                       PERFORM DEPOSIT-PAYMENT-TO-SUSPENSE
                   ELSE
                       PERFORM APPLY-EFFECTIVE-PAYMENT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RUN-PAYMENT-WATERFALL - hands PAYMENT-WATERFALL the funds and  *
      * what each bucket is owed. The scheduled principal share is     *
      * what the full payment carries beyond interest and escrow.      *
      *----------------------------------------------------------------*
       RUN-PAYMENT-WATERFALL.
           IF WS-LOAN-FEES-DUE IS NOT NUMERIC
               MOVE 0 TO WS-LOAN-FEES-DUE
           END-IF
           MOVE WS-LOAN-PRODUCT-CODE TO WS-WF-PRODUCT-CODE
           MOVE WS-EFFECTIVE-AMOUNT TO WS-WF-FUNDS
           MOVE WS-FULL-PAYMENT TO WS-WF-FULL-PAYMENT
           MOVE WS-LOAN-FEES-DUE TO WS-WF-FEES-DUE
           MOVE WS-INTEREST-DUE TO WS-WF-INTEREST-DUE
           MOVE 0 TO WS-WF-ESCROW-DUE
           IF WS-LOAN-HAS-ESCROW
               MOVE WS-ESC-MONTHLY-DEPOSIT TO WS-WF-ESCROW-DUE
           END-IF
           COMPUTE WS-WF-PRINCIPAL-DUE =
               WS-FULL-PAYMENT - WS-INTEREST-DUE - WS-WF-ESCROW-DUE
           IF WS-WF-PRINCIPAL-DUE < 0
               MOVE 0 TO WS-WF-PRINCIPAL-DUE
           END-IF
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-WF-BALANCE
           MOVE WS-PREPAY-PENALTY TO WS-WF-PENALTY-DUE

           MOVE 5 TO WS-WF-OPERATION-LEN
           MOVE "APPLY" TO WS-WF-OPERATION-DATA
           CALL "PAYMENT-WATERFALL" USING
               WS-WF-OPERATION, WS-WATERFALL-REQUEST, WS-WF-RESULT.

      *----------------------------------------------------------------*
      * COMPUTE-PREPAYMENT-PENALTY - what the loan would be charged    *
      * if this payment pays it off: the product schedule's percent    *
      * for the loan year the payment date falls in, on the current    *
      * balance. No booked date on file, a year past the schedule, or  *
      * a product without one leaves it zero and the split exactly as  *
      * it always was.                                                 *
      *----------------------------------------------------------------*
       COMPUTE-PREPAYMENT-PENALTY.
           MOVE 0 TO WS-PREPAY-PENALTY
           MOVE 0 TO WS-PENALTY-APPLIED
           MOVE 0 TO WS-PENALTY-SHORT
           MOVE 0 TO WS-PENALTY-PCT
           IF WS-LOAN-BOOKED-DATE IS NUMERIC
                   AND WS-LOAN-BOOKED-DATE > 0
                   AND WS-LOAN-BOOKED-DATE <= PAY-DATE
               MOVE WS-LOAN-PRODUCT-CODE TO WS-PRODUCT-CODE
               MOVE 3 TO WS-LP-OPERATION-LEN
               MOVE "GET" TO WS-LP-OPERATION-DATA
               CALL "LOAN-PRODUCT" USING
                   WS-LP-OPERATION, WS-PRODUCT-CODE,
                   WS-PRODUCT-RECORD, WS-LP-RESULT
               COMPUTE WS-PENALTY-YEAR =
                   ((PAY-DATE - WS-LOAN-BOOKED-DATE) / 10000) + 1
               IF WS-LP-RESULT = "SUCCESS"
                       AND WS-PENALTY-YEAR <= 5
                   MOVE WS-PROD-PPAY-PCT(WS-PENALTY-YEAR)
                       TO WS-PENALTY-PCT
               END-IF
           END-IF
           IF WS-PENALTY-PCT > 0
               COMPUTE WS-PREPAY-PENALTY ROUNDED =
                   WS-LOAN-CURRENT-BALANCE * WS-PENALTY-PCT / 100
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-FULL-PAYMENT / LOOK-UP-SUSPENSE-BALANCE - the full     *
      * period payment (interest, principal share, escrow deposit)     *
      * the new item plus anything already in suspense must cover      *
      * before the split runs. An interest-only payment has no         *
      * principal share; once the period is over the share is spread  *
      * over the term's periods less the interest-only ones. A credit  *
      * line's share is its minimum-payment percent of the balance. A  *
      * precomputed loan's payment is the level installment: original  *
      * principal plus finance charge over the contract's months.      *
      *----------------------------------------------------------------*
       SET-PERIOD-FACTORS.
           EVALUATE WS-LOAN-PAY-FREQUENCY
                   MOVE 30 TO WS-PERIOD-DAYS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * SET-POSTING-RATE - the note rate, or the SCRA cap when the     *
      * borrower's active duty covers the payment date and the loan    *
      * predates it; the period's interest, and so the full payment    *
      * COMPUTE-FULL-PAYMENT builds on it, are figured at this rate.   *
      *----------------------------------------------------------------*
       SET-POSTING-RATE.
           MOVE SPACES TO WS-SCRA-RATE-REQUEST
           MOVE WS-LOAN-CUSTOMER-ID TO WS-SR-CUSTOMER-ID
           MOVE WS-LOAN-BOOKED-DATE TO WS-SR-BOOKED-DATE
           MOVE PAY-DATE TO WS-SR-AS-OF-DATE
           MOVE WS-LOAN-INTEREST-RATE TO WS-SR-NOTE-RATE
           MOVE WS-LOAN-INTEREST-RATE TO WS-SR-RATE
           MOVE 4 TO WS-SR-OPERATION-LEN
           MOVE "RATE" TO WS-SR-OPERATION-DATA
           CALL "SCRA-RATE-CAP" USING
               WS-SR-OPERATION, WS-SCRA-RATE-REQUEST, WS-SR-RESULT.

       COMPUTE-FULL-PAYMENT.
           MOVE "N" TO WS-IO-PERIOD-SWITCH
           IF WS-LOAN-IO-END-DATE IS NUMERIC
                   AND WS-LOAN-IO-END-DATE > 0
                   AND WS-LOAN-NEXT-DUE-DATE <= WS-LOAN-IO-END-DATE
               MOVE "Y" TO WS-IO-PERIOD-SWITCH
           END-IF

           COMPUTE WS-REMAINING-MONTHS =
               WS-LOAN-TERM-YEARS * WS-PERIODS-PER-YEAR
           IF WS-LOAN-IO-END-DATE IS NUMERIC
                   AND WS-LOAN-IO-END-DATE > 0
                   AND WS-LOAN-IO-PERIODS IS NUMERIC
               SUBTRACT WS-LOAN-IO-PERIODS FROM WS-REMAINING-MONTHS
           END-IF
           IF WS-REMAINING-MONTHS < 1
               MOVE 1 TO WS-REMAINING-MONTHS
           END-IF
           EVALUATE TRUE
               WHEN WS-LOAN-IS-CREDIT-LINE
                   COMPUTE WS-LINE-MIN-PRINCIPAL ROUNDED =
                       WS-LOAN-CURRENT-BALANCE * WS-LINE-MIN-PAY-PCT
                           / 100
                   COMPUTE WS-FULL-PAYMENT =
                       WS-INTEREST-DUE + WS-LINE-MIN-PRINCIPAL
               WHEN WS-LOAN-INTEREST-METHOD = "P"
                       AND WS-LOAN-PRECOMP-TERM > 0
                   COMPUTE WS-FULL-PAYMENT ROUNDED =
                       (WS-LOAN-ORIG-PRINCIPAL
                           + WS-LOAN-FINANCE-CHARGE)
                       / WS-LOAN-PRECOMP-TERM
               WHEN WS-IN-IO-PERIOD
                   MOVE WS-INTEREST-DUE TO WS-FULL-PAYMENT
               WHEN OTHER
                   COMPUTE WS-FULL-PAYMENT ROUNDED =
                       WS-INTEREST-DUE
                       + (WS-LOAN-CURRENT-BALANCE
                           / WS-REMAINING-MONTHS)
           END-EVALUATE
           IF WS-LOAN-HAS-ESCROW
               ADD WS-ESC-MONTHLY-DEPOSIT TO WS-FULL-PAYMENT
           END-IF.
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE 0 TO WS-TXN-FEES
           MOVE PAY-AMOUNT TO WS-TXN-SUSPENSE
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

      *----------------------------------------------------------------*
      * CHECK-FOR-PAYOFF-QUOTE / HONOR-PAYOFF-QUOTE - a payment that   *
      * matches the loan's last OPEN written quote, arriving on or     *
      * before its good-through date and covering the whole balance    *
      * (less any Rule of 78s rebate the quote was priced net of),     *
      * is a payoff at the quoted figure: the quote's interest is      *
      * what the split collects, escrow is left for the satisfaction   *
      * side, and the accrual that ticked on past the quote date is    *
           MOVE "N" TO WS-QUOTE-MATCH-SWITCH
           MOVE "N" TO WS-QUOTE-EOF-SWITCH
           MOVE SPACES TO WS-QUOTE-HOLD
           MOVE 0 TO WS-PQ-REBATE

           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-FILE-STATUS = "00"
               IF WS-PQ-STATUS = "OPEN"
                       AND PAY-DATE <= WS-PQ-GOOD-THROUGH
                       AND PAY-AMOUNT = WS-PQ-PAYOFF-AMOUNT
                       AND PAY-AMOUNT + WS-PQ-REBATE
                           >= WS-LOAN-CURRENT-BALANCE
                   MOVE "Y" TO WS-QUOTE-MATCH-SWITCH
               END-IF
           END-IF.
               MOVE PQ-PER-DIEM TO WS-PQ-PER-DIEM
               MOVE PQ-GOOD-THROUGH TO WS-PQ-GOOD-THROUGH
               MOVE PQ-STATUS TO WS-PQ-STATUS
               IF PQ-PENALTY IS NUMERIC
                   MOVE PQ-PENALTY TO WS-PQ-PENALTY
               ELSE
                   MOVE 0 TO WS-PQ-PENALTY
               END-IF
               IF PQ-REBATE IS NUMERIC
                   MOVE PQ-REBATE TO WS-PQ-REBATE
               ELSE
                   MOVE 0 TO WS-PQ-REBATE
               END-IF
           END-IF
           PERFORM READ-NEXT-QUOTE-RECORD.

           END-READ.

       HONOR-PAYOFF-QUOTE.
           MOVE WS-PQ-PENALTY TO WS-PREPAY-PENALTY
           COMPUTE WS-QUOTE-WRITEOFF =
               WS-INTEREST-DUE
                   - (PAY-AMOUNT - WS-LOAN-CURRENT-BALANCE
                          - WS-PREPAY-PENALTY)
           IF WS-QUOTE-WRITEOFF < 0
               MOVE 0 TO WS-QUOTE-WRITEOFF
           END-IF
           COMPUTE WS-INTEREST-DUE =
               PAY-AMOUNT - WS-LOAN-CURRENT-BALANCE
                   - WS-PREPAY-PENALTY
           IF WS-INTEREST-DUE < 0
               MOVE 0 TO WS-INTEREST-DUE
           END-IF
           MOVE "N" TO WS-ESCROW-ACCOUNT-SWITCH
           MOVE 0 TO WS-FULL-PAYMENT

           PERFORM RUN-PAYMENT-WATERFALL
           PERFORM APPLY-EFFECTIVE-PAYMENT

           IF WS-LOAN-STATUS = "PAIDOFF"
               MOVE WS-PQ-PER-DIEM TO PQ-PER-DIEM
               MOVE WS-PQ-GOOD-THROUGH TO PQ-GOOD-THROUGH
               MOVE "USED" TO PQ-STATUS
               MOVE WS-PQ-PENALTY TO PQ-PENALTY
               MOVE WS-PQ-REBATE TO PQ-REBATE
               WRITE QUOTE-RECORD
               CLOSE QUOTE-FILE
           ELSE
                       WS-QUOTE-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-RULE-OF-78S-REBATE - a precomputed loan's payoff is owed  *
      * back the finance charge the months still to run would have     *
      * earned: the quoted rebate when a quote matched, otherwise the  *
      * rebate at the payment date. Only funds that pay the balance    *
      * off net of the rebate earn it. The rebate comes off the        *
      * balance here, ahead of the split, and whatever the unearned    *
      * figure held above it is earned now; the penalty is figured     *
      * again on the net balance and the full payment is never more    *
      * than that balance. Otherwise the rebate is zero and the loan   *
      * posts as any other payment.                                    *
      *----------------------------------------------------------------*
       TAKE-RULE-OF-78S-REBATE.
           MOVE 0 TO WS-CATCHUP-EARNED
           IF WS-QUOTE-MATCHED
               MOVE WS-PQ-REBATE TO WS-REBATE-78
           ELSE
               PERFORM COMPUTE-RULE-OF-78S-REBATE
           END-IF
           IF WS-REBATE-78 > WS-LOAN-UNEARNED-INT
               MOVE WS-LOAN-UNEARNED-INT TO WS-REBATE-78
           END-IF
           IF WS-REBATE-78 > 0
                   AND WS-EFFECTIVE-AMOUNT + WS-REBATE-78
                       >= WS-LOAN-CURRENT-BALANCE
               COMPUTE WS-CATCHUP-EARNED =
                   WS-LOAN-UNEARNED-INT - WS-REBATE-78
               SUBTRACT WS-REBATE-78 FROM WS-LOAN-CURRENT-BALANCE
               MOVE 0 TO WS-LOAN-UNEARNED-INT
               MOVE WS-LOAN-CURRENT-BALANCE TO WS-REBATE-BALANCE
               PERFORM COMPUTE-PREPAYMENT-PENALTY
               IF WS-FULL-PAYMENT > WS-LOAN-CURRENT-BALANCE
                   MOVE WS-LOAN-CURRENT-BALANCE TO WS-FULL-PAYMENT
               END-IF
           ELSE
               MOVE 0 TO WS-REBATE-78
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-RULE-OF-78S-REBATE - with n the contract's months and  *
      * r those still to run after the whole months from the booked    *
      * date to the payment date, the charge times r(r+1) / n(n+1).    *
      *----------------------------------------------------------------*
       COMPUTE-RULE-OF-78S-REBATE.
           MOVE 0 TO WS-REBATE-78
           MOVE 0 TO WS-MONTHS-ELAPSED
           MOVE PAY-DATE TO WS-REBATE-DATE
           IF WS-LOAN-BOOKED-DATE IS NUMERIC
                   AND WS-LOAN-BOOKED-DATE > 0
                   AND WS-LOAN-BOOKED-DATE < WS-REBATE-DATE
               MOVE WS-LOAN-BOOKED-DATE TO WS-BOOKED-DATE
               COMPUTE WS-MONTHS-ELAPSED =
                   (WS-REBATE-YYYY - WS-BOOKED-YYYY) * 12
                   + WS-REBATE-MM - WS-BOOKED-MM
               IF WS-REBATE-DD < WS-BOOKED-DD
                   SUBTRACT 1 FROM WS-MONTHS-ELAPSED
               END-IF
           END-IF
           IF WS-LOAN-PRECOMP-TERM > 0
                   AND WS-MONTHS-ELAPSED < WS-LOAN-PRECOMP-TERM
               COMPUTE WS-MONTHS-REMAINING =
                   WS-LOAN-PRECOMP-TERM - WS-MONTHS-ELAPSED
               COMPUTE WS-REBATE-78 ROUNDED =
                   WS-LOAN-FINANCE-CHARGE * WS-MONTHS-REMAINING *
                   (WS-MONTHS-REMAINING + 1) /
                   (WS-LOAN-PRECOMP-TERM * (WS-LOAN-PRECOMP-TERM + 1))
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-EFFECTIVE-PAYMENT - the combined funds (new item plus    *
      * released suspense) as the product's waterfall split them; the  *
      * release empties the suspense record so the aging report never  *
      * lists applied money, and an excess a SUSP bucket kept back     *
      * goes straight back in as the loan's new suspense balance. The  *
      * due date advances only for a full payment that covered the     *
      * period's interest -- a short payment the waterfall applied     *
      * still leaves the period owing.                                 *
      *----------------------------------------------------------------*
       APPLY-EFFECTIVE-PAYMENT.
           MOVE WS-SUS-BALANCE TO WS-SUSPENSE-RELEASED
                   WS-SUSPENSE-RECORD, WS-SM-RESULT
           END-IF

           MOVE WS-WF-FEES-APPLIED TO WS-FEES-APPLIED
           MOVE WS-WF-INTEREST-APPLIED TO WS-INTEREST-APPLIED
           MOVE WS-WF-ESCROW-APPLIED TO WS-ESCROW-APPLIED
           MOVE WS-WF-PRINCIPAL-APPLIED TO WS-PRINCIPAL-APPLIED
           MOVE WS-WF-PENALTY-APPLIED TO WS-PENALTY-APPLIED
           MOVE WS-WF-PENALTY-SHORT TO WS-PENALTY-SHORT
           MOVE WS-WF-SUSPENSE-APPLIED TO WS-SUSPENSE-HELD
           MOVE WS-WF-UNAPPLIED TO WS-UNAPPLIED-AMOUNT

           SUBTRACT WS-FEES-APPLIED FROM WS-LOAN-CURRENT-BALANCE
           SUBTRACT WS-FEES-APPLIED FROM WS-LOAN-FEES-DUE
           SUBTRACT WS-PRINCIPAL-APPLIED
               FROM WS-LOAN-CURRENT-BALANCE
           IF WS-LOAN-FEES-DUE > WS-LOAN-CURRENT-BALANCE
               MOVE WS-LOAN-CURRENT-BALANCE TO WS-LOAN-FEES-DUE
           END-IF
           IF WS-LOAN-FEES-DUE < 0
               MOVE 0 TO WS-LOAN-FEES-DUE
           END-IF

           IF WS-LOAN-CURRENT-BALANCE = 0
               IF WS-LOAN-IS-CREDIT-LINE
                       AND PAY-DATE <= WS-LINE-DRAW-END-DATE
                   CONTINUE
               ELSE
                   MOVE "PAIDOFF" TO WS-LOAN-STATUS
               END-IF
           END-IF

           IF WS-UNAPPLIED-AMOUNT > 0
               SUBTRACT WS-UNAPPLIED-AMOUNT
                   FROM WS-LOAN-CURRENT-BALANCE
           END-IF

           IF WS-INTEREST-APPLIED >= WS-INTEREST-DUE
                   AND WS-EFFECTIVE-AMOUNT >= WS-FULL-PAYMENT
                   AND WS-LOAN-STATUS NOT = "PAIDOFF"
               PERFORM ADVANCE-NEXT-DUE-DATE
           END-IF
           IF WS-LM-RESULT-SUCCESS
               ADD 1 TO WS-POSTED-COUNT
               ADD PAY-AMOUNT TO WS-DEPOSIT-POSTED
               IF WS-LOAN-IS-CREDIT-LINE
                       AND WS-PRINCIPAL-APPLIED > 0
                   PERFORM RESTORE-LINE-AVAILABLE-CREDIT
               END-IF
               IF WS-ESCROW-APPLIED > 0
                   PERFORM DEPOSIT-TO-ESCROW-ACCOUNT
               END-IF
               IF WS-SUSPENSE-HELD > 0
                   PERFORM HOLD-EXCESS-IN-SUSPENSE
               END-IF
               IF WS-REBATE-78 > 0
                   ADD 1 TO WS-REBATES-GRANTED
                   PERFORM POST-REBATE-GL-ENTRIES
                   PERFORM WRITE-REBATE-JOURNAL-RECORD
               END-IF
               PERFORM POST-PAYMENT-GL-ENTRIES
               PERFORM WRITE-PAYMENT-JOURNAL-RECORD
               IF WS-PENALTY-APPLIED > 0
                   ADD 1 TO WS-PENALTIES-ASSESSED
                   PERFORM POST-PENALTY-GL-ENTRIES
                   PERFORM WRITE-PENALTY-JOURNAL-RECORD
               END-IF
               IF WS-PENALTY-SHORT > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-PENALTY-SHORT-EXCEPTION
               END-IF
               PERFORM SETTLE-PROMISE-TO-PAY
               IF WS-UNAPPLIED-AMOUNT > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-OVERPAYMENT-EXCEPTION
               END-IF
               IF PAY-DATE < WS-BUSINESS-DATE
                   PERFORM RECALC-BACK-DATED-PAYMENT
               END-IF
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-POSTING: Loan update failed for "
                       PAY-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * RECALC-BACK-DATED-PAYMENT - the item is on the books under its *
      * own date; BACKDATE-RECALC replays every later event off the    *
      * balance it left and posts the interest that moves. A loan with *
      * nothing dated after the item comes back unchanged.             *
      *----------------------------------------------------------------*
       RECALC-BACK-DATED-PAYMENT.
           MOVE WS-LOAN-NUMBER TO WS-BD-LOAN-NUMBER
           MOVE PAY-DATE TO WS-BD-EFFECTIVE-DATE
           MOVE WS-BUSINESS-DATE TO WS-BD-POSTING-DATE
           MOVE WS-RUN-ID TO WS-BD-RUN-ID
           MOVE "PAYMENT-POSTING" TO WS-BD-SOURCE
           MOVE 6 TO WS-BD-OPERATION-LEN
           MOVE "RECALC" TO WS-BD-OPERATION-DATA
           CALL "BACKDATE-RECALC" USING
               WS-BD-OPERATION, WS-BACKDATE-REQUEST, WS-BD-RESULT

           IF WS-BD-RESULT = "SUCCESS"
               IF WS-BD-AFFECTED > 0
                   ADD 1 TO WS-RECALC-COUNT
               END-IF
               IF WS-BD-REVIEW-SWITCH = "Y"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-RECALC-REVIEW-EXCEPTION
               END-IF
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-POSTING: Back-dated recalculation "
                       "failed for " WS-LOAN-NUMBER " ("
                       WS-BD-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * HOLD-EXCESS-IN-SUSPENSE - the excess the waterfall's SUSP      *
      * bucket kept back becomes the loan's suspense balance, waiting  *
      * to be combined with the next payment like any short payment.   *
      *----------------------------------------------------------------*
       HOLD-EXCESS-IN-SUSPENSE.
           MOVE WS-SUSPENSE-HELD TO WS-SUS-BALANCE
           MOVE PAY-DATE TO WS-SUS-LAST-DEPOSIT
           MOVE 6 TO WS-SM-OPERATION-LEN
           MOVE "INSERT" TO WS-SM-OPERATION-DATA
           CALL "SUSPENSE-MASTER" USING
               WS-SM-OPERATION, WS-LOAN-NUMBER, WS-SUSPENSE-RECORD,
               WS-SM-RESULT
           IF WS-SM-RESULT-SUCCESS
               ADD 1 TO WS-SUSPENSE-COUNT
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-POSTING: Suspense update failed for "
                       PAY-LOAN-NUMBER " (" WS-SM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * POST-PENALTY-GL-ENTRIES / WRITE-PENALTY-JOURNAL-RECORD - the   *
      * penalty collected, kept apart from the payoff itself: its own  *
      * PREPAYPEN pair (cash against prepayment penalty income) and    *
      * its own FEE journal record beside the POFF.                    *
      *----------------------------------------------------------------*
       POST-PENALTY-GL-ENTRIES.
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           MOVE "PREPAYPEN" TO WS-GL-EVENT-TYPE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-PPEN-ACCOUNT-PAIR, WS-GM-RESULT

           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               MOVE WS-POSTING-DATE TO GL-ENTRY-DATE
               MOVE PAY-LOAN-NUMBER TO GL-REFERENCE
               MOVE WS-PENALTY-APPLIED TO GL-AMOUNT

               MOVE WS-PPEN-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE "Prepayment penalty - cash received"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD

               MOVE WS-PPEN-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE "Prepayment penalty - income"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD

               CLOSE GL-FEED-FILE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-POSTING: Unable to post prepayment "
                       "penalty, status " WS-GL-FEED-STATUS
           END-IF.

       WRITE-PENALTY-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "FEE" TO WS-TXN-CODE
           MOVE PAY-DATE TO WS-TXN-DATE
           MOVE WS-PENALTY-APPLIED TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "PAYMENT-POSTING: Journal append failed for "
                       WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * POST-REBATE-GL-ENTRIES / WRITE-REBATE-JOURNAL-RECORD - the     *
      * rebate comes out of unearned interest and off the receivable   *
      * (REBATE78), and any catch-up moves from unearned interest to   *
      * income (EARN78), so the unearned account is cleared for the    *
      * loan. The RBAT journal record is written ahead of the POFF     *
      * and leaves the balance the rebate left, so the journal walks   *
      * from one balance to the next the way the master moved.         *
      *----------------------------------------------------------------*
       POST-REBATE-GL-ENTRIES.
           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               MOVE 3 TO WS-GM-OPERATION-LEN
               MOVE "GET" TO WS-GM-OPERATION-DATA
               MOVE "REBATE78" TO WS-GL-EVENT-TYPE
               CALL "GL-ACCOUNT-MAP" USING
                   WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                   WS-R78-ACCOUNT-PAIR, WS-GM-RESULT

               MOVE WS-POSTING-DATE TO GL-ENTRY-DATE
               MOVE PAY-LOAN-NUMBER TO GL-REFERENCE
               MOVE WS-REBATE-78 TO GL-AMOUNT

               MOVE WS-R78-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE "Rule of 78s rebate - unearned interest"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD

               MOVE WS-R78-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE "Rule of 78s rebate - loan receivable"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD

               IF WS-CATCHUP-EARNED > 0
                   MOVE "EARN78" TO WS-GL-EVENT-TYPE
                   CALL "GL-ACCOUNT-MAP" USING
                       WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                       WS-R78-ACCOUNT-PAIR, WS-GM-RESULT
                   MOVE WS-CATCHUP-EARNED TO GL-AMOUNT

                   MOVE WS-R78-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   MOVE "Precomputed interest earned at payoff"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD

                   MOVE WS-R78-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE "Precomputed interest earned at payoff"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               CLOSE GL-FEED-FILE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-POSTING: Unable to post Rule of 78s "
                       "rebate, status " WS-GL-FEED-STATUS
           END-IF.

       WRITE-REBATE-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "RBAT" TO WS-TXN-CODE
           MOVE PAY-DATE TO WS-TXN-DATE
           MOVE WS-REBATE-78 TO WS-TXN-AMOUNT
           MOVE WS-REBATE-78 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-REBATE-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "PAYMENT-POSTING: Journal append failed for "
                       WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-ESCROW-ACCOUNT / DEPOSIT-TO-ESCROW-ACCOUNT - the       *
      * loan's escrow account, read before the split and written back  *
                       PAY-LOAN-NUMBER " (" WS-EM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-CREDIT-LINE / RESTORE-LINE-AVAILABLE-CREDIT - the      *
      * loan's credit line, read before the split and written back     *
      * with the repaid principal returned to available credit (never *
      * above the limit) by the same GET, change, INSERT update the    *
      * escrow account gets. NOTFOUND just means no line on this loan. *
      *----------------------------------------------------------------*
       LOOK-UP-CREDIT-LINE.
           MOVE "N" TO WS-CREDIT-LINE-SWITCH
           MOVE SPACES TO WS-LINE-RECORD
           MOVE 3 TO WS-LN-OPERATION-LEN
           MOVE "GET" TO WS-LN-OPERATION-DATA
           CALL "LINE-MASTER" USING
               WS-LN-OPERATION, WS-LOAN-NUMBER, WS-LINE-RECORD,
               WS-LN-RESULT
           IF WS-LN-RESULT-SUCCESS
               MOVE "Y" TO WS-CREDIT-LINE-SWITCH
           END-IF.

       RESTORE-LINE-AVAILABLE-CREDIT.
           ADD WS-PRINCIPAL-APPLIED TO WS-LINE-AVAILABLE
           IF WS-LINE-AVAILABLE > WS-LINE-CREDIT-LIMIT
               MOVE WS-LINE-CREDIT-LIMIT TO WS-LINE-AVAILABLE
           END-IF
           MOVE 6 TO WS-LN-OPERATION-LEN
           MOVE "INSERT" TO WS-LN-OPERATION-DATA
           CALL "LINE-MASTER" USING
               WS-LN-OPERATION, WS-LOAN-NUMBER, WS-LINE-RECORD,
               WS-LN-RESULT
           IF NOT WS-LN-RESULT-SUCCESS
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-POSTING: Line update failed for "
                       PAY-LOAN-NUMBER " (" WS-LN-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-PAYMENT-AS-RECOVERY - money arriving on a charged-off    *
      * loan is recovery income, not a principal/interest split: the   *
      * for the whole payment applied, a credit to Loans Receivable    *
      * for the principal portion and a credit to Interest Income for  *
      * the interest portion, appended to gl_feed.dat the same way     *
      * GL-FEED-EXPORT appends its disbursement pair. Fees paid credit *
      * the PAYFEE pair and an excess held back credits suspense.      *
      *----------------------------------------------------------------*
       POST-PAYMENT-GL-ENTRIES.
           MOVE 3 TO WS-GM-OPERATION-LEN
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-SUS-ACCOUNT-PAIR, WS-GM-RESULT
           MOVE "PAYFEE" TO WS-GL-EVENT-TYPE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-FEE-ACCOUNT-PAIR, WS-GM-RESULT

           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"

               COMPUTE GL-AMOUNT =
                   WS-INTEREST-APPLIED + WS-PRINCIPAL-APPLIED
                       + WS-ESCROW-APPLIED + WS-UNAPPLIED-AMOUNT
                       + WS-FEES-APPLIED + WS-SUSPENSE-HELD
                       - WS-SUSPENSE-RELEASED
               IF GL-AMOUNT > 0
                   MOVE WS-PRIN-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-UNAPPLIED-AMOUNT > 0
                   MOVE WS-PRIN-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE WS-UNAPPLIED-AMOUNT TO GL-AMOUNT
                   MOVE "Loan payment - credit balance"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-INTEREST-APPLIED > 0
                   MOVE WS-INT-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-FEES-APPLIED > 0
                   MOVE WS-FEE-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE WS-FEES-APPLIED TO GL-AMOUNT
                   MOVE "Loan payment - fees" TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-SUSPENSE-HELD > 0
                   MOVE WS-SUS-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE WS-SUSPENSE-HELD TO GL-AMOUNT
                   MOVE "Loan payment - excess held in suspense"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               CLOSE GL-FEED-FILE
           ELSE
               DISPLAY "PAYMENT-POSTING: Failed to open gl_feed.dat, "
               WS-JOB-LOG-RESULT.

      *----------------------------------------------------------------*
      * WRITE-PAYMENT-JOURNAL-RECORD - the PAY event with what every   *
      * waterfall bucket received and the balance the loan landed on;  *
      * best-effort the way checkpoint saves are, since the master and *
      * GL are already written by the time this runs.                  *
      *----------------------------------------------------------------*
       WRITE-PAYMENT-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE PAY-DATE TO WS-TXN-DATE
           COMPUTE WS-TXN-AMOUNT =
               WS-INTEREST-APPLIED + WS-PRINCIPAL-APPLIED
                   + WS-ESCROW-APPLIED + WS-UNAPPLIED-AMOUNT
                   + WS-FEES-APPLIED + WS-SUSPENSE-HELD
           COMPUTE WS-TXN-PRINCIPAL =
               WS-PRINCIPAL-APPLIED + WS-UNAPPLIED-AMOUNT
           MOVE WS-INTEREST-APPLIED TO WS-TXN-INTEREST
           MOVE WS-ESCROW-APPLIED TO WS-TXN-ESCROW
           MOVE WS-FEES-APPLIED TO WS-TXN-FEES
           MOVE WS-SUSPENSE-HELD TO WS-TXN-SUSPENSE
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-TRANSFERRED-EXCEPTION.
           MOVE PAY-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "PAYMENT ON TRANSFERRED LOAN: " DELIMITED BY SIZE
                   PAY-LOAN-NUMBER DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   "  Forward to new servicer" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-PENALTY-SHORT-EXCEPTION.
           MOVE WS-PENALTY-SHORT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "PREPAYMENT PENALTY SHORT ON " DELIMITED BY SIZE
                   PAY-LOAN-NUMBER DELIMITED BY SIZE
                   "  Paid off; penalty uncollected: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-OVERPAYMENT-EXCEPTION.
           MOVE WS-UNAPPLIED-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "OVERPAYMENT ON " DELIMITED BY SIZE
                   PAY-LOAN-NUMBER DELIMITED BY SIZE
                   "  Credit balance held for refund: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-RECALC-REVIEW-EXCEPTION.
           MOVE WS-BD-BALANCE-AFTER TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "BACK-DATED RECALC REVIEW: " DELIMITED BY SIZE
                   PAY-LOAN-NUMBER DELIMITED BY SIZE
                   "  As of: " DELIMITED BY SIZE
                   PAY-DATE DELIMITED BY SIZE
                   "  Paid-off loan now carries: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

      *----------------------------------------------------------------*
      * READ-NEXT-PAYMENT - in lockbox mode each "D" record's fields   *
      * are mapped into the bare payment layout through a working      *
