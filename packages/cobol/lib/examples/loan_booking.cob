      * The same dual-control gate GL-FEED-EXPORT applies is applied   *
      * here too: an item still flagged "Review Required: YES" with no *
      * "Approval Status: APPROVED" alongside it must not book.        *
      *                                                                *
      * A "Maturity:" label shorter than the "Term:" books a balloon   *
      * note: the term stays the amortization the payment is priced    *
      * over, the maturity years are carried on the record, and the    *
      * balloon's due date -- the last scheduled due date before the   *
      * maturity runs out -- is worked out here once so the statement  *
      * and notice batches only have to compare dates.                 *
      *                                                                *
      * A product with an interest-only period books its loans with    *
      * the due date of the last interest-only payment and the count   *
      * of interest-only periods, sized from the product's months in   *
      * the loan's own payment frequency.                              *
      *                                                                *
      * A "Credit Limit:" label books a revolving line of credit: the  *
      * loan record carries the drawn balance (the initial advance,    *
      * which may be nothing at all), and LINE-MASTER gets the limit,  *
      * the credit left to draw, the end of the draw period ("Draw     *
      * Period:" years, ten when not given) and the minimum payment    *
      * percent ("Min Payment Pct:", one percent when not given).      *
      *                                                                *
      * A "Construction: YES" label books a construction loan: the     *
      * principal is the commitment, carried as the original principal *
      * with a zero balance (nothing is out until the first draw is    *
      * released), and DRAW-SCHEDULE gets the commitment and the       *
      * retainage percent ("Retainage Pct:", ten when not given) so    *
      * CONSTRUCTION-DRAW can lay out the budget and fund it in        *
      * stages.                                                        *
      *                                                                *
      * A refinance arrives with its loan number already drawn: the    *
      * REFINANCE-PAYOFF link reserves it from the same sequence so    *
      * the old loan's payoff record can name the new loan, and a      *
      * "Reserved Loan Number:" label books under that number instead  *
      * of drawing another.                                            *
      *                                                                *
      * A "Co-Borrower ID:" label -- the second applicant CUSTOMER-    *
      * LOOKUP already pulls credit for -- is carried on the booked    *
      * loan, so servicing knows both people the note binds.           *
      *                                                                *
      * A "Loan Officer:" label -- the officer code the application    *
      * was taken under -- is carried on the booked loan the same way, *
      * so production and incentive pay can be credited to the officer *
      * who originated it.                                             *
      *                                                                *
      * A "Dealer:" label -- the DEALER-MASTER code an indirect        *
      * contract was bought under -- is carried on the booked loan too,*
      * and the "Dealer Reserve:" GL-FEED-EXPORT posted for it goes on *
      * DEALER-RESERVE-MASTER with the dealer's chargeback window as it*
      * stands today, for DEALER-CHARGEBACK to settle.                 *
      *                                                                *
      * The "Rate Discount:"/"Discount Type:" RATE-TABLE quoted for an *
      * autopay or deposit relationship is stored on the loan beside   *
      * the rate (which is already net of it), so RATE-DISCOUNT-       *
      * REMOVAL knows how much to take back if the autopay that earned *
      * it is ever cancelled.                                          *
      *                                                                *
      * Every funded loan leaves a disbursement instruction on         *
      * DISBURSEMENT-MASTER for LOAN-FUNDING to release to the bank:   *
      * the cash GL-FEED-EXPORT credited ahead of this link ("Cash     *
      * Disbursed:" after a refinance netting, else "Net Funded:",     *
      * else the whole principal), paid to "Payee:" (the applicant     *
      * when not given) by "Funding Method:" WIRE, ACH or CHECK into   *
      * the "Settlement Routing:"/"Settlement Account:" given. With no *
      * method named, a settlement account means a wire and none       *
      * means an official check. A construction loan funds by draw     *
      * and leaves no instruction.                                     *
      *                                                                *
      * A precomputed product books the "Precomputed Charge:"          *
      * GL-FEED-EXPORT posted as unearned interest on top of the       *
      * principal: the balance carries both, the loan pays monthly     *
      * over the term in months, and the charge, the unearned part     *
      * (all of it, today) and the installment count go on the record  *
      * for INTEREST-ACCRUAL to earn by the Rule of 78s.               *
      *                                                                *
      * A "Collateral ID:" loan is pledged the item on PLEDGE-MASTER   *
      * behind any pledges it already carries for other loans: the     *
      * next lien position, and the "Allocated Value:" LTV-CHECK       *
      * priced against (else what the item has left unpledged). The    *
      * item's own record names the new loan only when it secured      *
      * nothing held before, so it keeps pointing at its senior loan.  *
      *================================================================*

       IDENTIFICATION DIVISION.
       01  WS-RAW-TOKEN              PIC X(50).

       01  WS-CUSTOMER-ID            PIC X(10).
       01  WS-CO-BORROWER-ID         PIC X(10).
       01  WS-OFFICER-ID             PIC X(10).
       01  WS-DEALER-ID              PIC X(10).
       01  WS-RATE-DISCOUNT          PIC 9(1)V9(4).
       01  WS-DISCOUNT-TYPE          PIC X(1).
       01  WS-PRODUCT-CODE           PIC X(4).
       01  WS-COLLATERAL-ID          PIC X(10).
       01  WS-REFERENCE-ID           PIC X(20).
           88  WS-ARM-LOAN                   VALUE "Y".
       01  WS-ARM-FREQ-YEARS         PIC S9(3) COMP-3.

      * Balloon terms: "Maturity: 5 years" against "Term: 30 years"
      * books a five-year note amortized over thirty. A maturity at or
      * past the term is simply a fully amortizing loan.
       01  WS-MATURITY-YEARS         PIC S9(3) COMP-3.
       01  WS-BALLOON-SWITCH         PIC X(1) VALUE "N".
           88  WS-BALLOON-LOAN               VALUE "Y".
       01  WS-MATURITY-DATE          PIC 9(8).
       01  WS-MATURITY-PERIODS       PIC S9(5) COMP-3.

      * Interest-only terms: the product's interest-only months in the
      * loan's own periods, and the due date the last one falls on.
      * A period at or past the full term is no interest-only period.
       01  WS-IO-PERIODS             PIC S9(5) COMP-3.
       01  WS-IO-END-DATE            PIC 9(8).
       01  WS-TERM-PERIODS           PIC S9(5) COMP-3.

      * LOAN-PRODUCT call: the product's payment frequency is read at
      * booking time and stamped on the loan, so the servicing
      * batches never have to guess the period.
                     PFX-PROD-PAY-FREQUENCY BY WS-PROD-PAY-FREQUENCY
                     PFX-PROD-REQUIRED-DOCS BY
                         WS-PROD-REQUIRED-DOCS
                     PFX-PROD-IO-MONTHS   BY WS-PROD-IO-MONTHS
                     PFX-PROD-INTEREST-METHOD BY
                         WS-PROD-INTEREST-METHOD
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT              PIC X(10).
       01  WS-PERIOD-DAYS            PIC S9(3) COMP-3.

      * COLLATERAL-MASTER call: a secured loan's collateral record is
      * stamped with the booked loan number, so the satisfaction
      * batch can find -- and later release -- the lien; the pledge
      * itself goes on PLEDGE-MASTER.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CL-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CL-OPERATION-DATA
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CL-RESULT
                     PFX-RESULT-SUCCESS BY WS-CL-RESULT-SUCCESS.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PG-OPERATION-DATA
                     PFX-OPERATION      BY WS-PG-OPERATION.
       01  WS-PLEDGE-KEY.
           05  WS-PK-COLLATERAL-ID   PIC X(10).
           05  WS-PK-LOAN-NUMBER     PIC X(10).
       COPY "pledge-record.cob"
           REPLACING PFX-PLG-LIEN-POSITION BY WS-PLG-LIEN-POSITION
                     PFX-PLG-ALLOCATED     BY WS-PLG-ALLOCATED
                     PFX-PLG-STATUS        BY WS-PLG-STATUS
                     PFX-PLG-PLEDGED-DATE  BY WS-PLG-PLEDGED-DATE
                     PFX-PLG-RELEASED-DATE BY WS-PLG-RELEASED-DATE
                     PFX-PLEDGE-RECORD     BY WS-PLEDGE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-PG-RESULT
                     PFX-RESULT-SUCCESS BY WS-PG-RESULT-SUCCESS.
       01  WS-PLEDGE-ALLOCATION      PIC S9(13)V99 COMP-3.
       01  WS-PLEDGE-POSITION        PIC 9(2).

      * ESCROW-MASTER call: a mortgage-product loan gets its tax-and-
      * insurance escrow account opened alongside the master record,
                     PFX-ESC-ANNUAL-TAX    BY WS-ESC-ANNUAL-TAX
                     PFX-ESC-ANNUAL-INS    BY WS-ESC-ANNUAL-INS
                     PFX-ESC-LAST-ANALYSIS BY WS-ESC-LAST-ANALYSIS
                     PFX-ESC-INT-THROUGH   BY WS-ESC-INT-THROUGH
                     PFX-ESC-INT-BAL-DAYS  BY WS-ESC-INT-BAL-DAYS
                     PFX-ESC-INT-ACCRUED   BY WS-ESC-INT-ACCRUED
                     PFX-ESC-INT-CREDITED  BY WS-ESC-INT-CREDITED
                     PFX-ESCROW-RECORD     BY WS-ESCROW-RECORD.
       01  WS-EM-RESULT              PIC X(10).

      * LINE-MASTER call: a revolving line's limit and draw period,
      * opened alongside the master record.
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
       01  WS-LN-RESULT              PIC X(10).
       01  WS-CREDIT-LIMIT           PIC S9(13)V99 COMP-3.
       01  WS-DRAW-YEARS             PIC S9(3) COMP-3.
       01  WS-MIN-PAY-PCT            PIC 9(2)V99.
       01  WS-LINE-SWITCH            PIC X(1) VALUE "N".
           88  WS-CREDIT-LINE                VALUE "Y".

      * DRAW-SCHEDULE call: a construction loan's commitment and
      * retainage, opened alongside the zero-balance master record.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DS-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DS-OPERATION-DATA
                     PFX-OPERATION      BY WS-DS-OPERATION.
       COPY "draw-schedule-record.cob"
           REPLACING PFX-DS-COMMITMENT     BY WS-DS-COMMITMENT
                     PFX-DS-RETAIN-PCT     BY WS-DS-RETAIN-PCT
                     PFX-DS-RETAINAGE-HELD BY WS-DS-RETAINAGE-HELD
                     PFX-DS-TOTAL-DRAWN    BY WS-DS-TOTAL-DRAWN
                     PFX-DS-DRAW-COUNT     BY WS-DS-DRAW-COUNT
                     PFX-DS-LAST-DRAW-DATE BY WS-DS-LAST-DRAW-DATE
                     PFX-DS-ITEM-COUNT     BY WS-DS-ITEM-COUNT
                     PFX-DS-PENDING        BY WS-DS-PENDING
                     PFX-DRAW-SCHEDULE-RECORD BY
                         WS-DRAW-SCHEDULE-RECORD.
       01  WS-DS-RESULT              PIC X(10).
       01  WS-RETAIN-PCT             PIC 9(2)V99.
       01  WS-CONSTRUCTION-SWITCH    PIC X(1) VALUE "N".
           88  WS-CONSTRUCTION-LOAN          VALUE "Y".

      * Loan-number assignment: the last number issued is kept in
      * CONTEXT under LOANSEQ-CONTROL, the same keep-a-running-value-
      * in-CONTEXT approach BATCH-LOAN-DRIVER's control totals use.
                     PFX-RESULT-NOFILE   BY WS-SEQ-RESULT-NOFILE.
       01  WS-LOAN-SEQUENCE          PIC 9(8) VALUE 0.
       01  WS-LOAN-NUMBER            PIC X(10).
       01  WS-RESERVED-LOAN-NUMBER   PIC X(10).

      * First due date: booking date plus thirty days, rolled forward
      * to a business day by BUSINESS-DAY-CALC.
                     PFX-LOAN-CURRENCY        BY WS-LOAN-CURRENCY
                     PFX-LOAN-FX-RATE         BY WS-LOAN-FX-RATE
                     PFX-LOAN-DEFER-UNTIL     BY WS-LOAN-DEFER-UNTIL
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-MATURITY-TERM   BY WS-LOAN-MATURITY-TERM
                     PFX-LOAN-MATURITY-DATE   BY WS-LOAN-MATURITY-DATE
                     PFX-LOAN-BALLOON-NOTICE  BY WS-LOAN-BALLOON-NOTICE
                     PFX-LOAN-IO-END-DATE     BY WS-LOAN-IO-END-DATE
                     PFX-LOAN-IO-PERIODS      BY WS-LOAN-IO-PERIODS
                     PFX-LOAN-IO-NOTICE       BY WS-LOAN-IO-NOTICE
                     PFX-LOAN-CO-BORROWER-ID  BY WS-LOAN-CO-BORROWER-ID
                     PFX-LOAN-OFFICER-ID      BY WS-LOAN-OFFICER-ID
                     PFX-LOAN-DEALER-ID       BY WS-LOAN-DEALER-ID
                     PFX-LOAN-RATE-DISCOUNT   BY WS-LOAN-RATE-DISCOUNT
                     PFX-LOAN-DISCOUNT-TYPE   BY WS-LOAN-DISCOUNT-TYPE
                     PFX-LOAN-DISCOUNT-END    BY WS-LOAN-DISCOUNT-END
                     PFX-LOAN-INTEREST-METHOD BY
                         WS-LOAN-INTEREST-METHOD
                     PFX-LOAN-FINANCE-CHARGE  BY WS-LOAN-FINANCE-CHARGE
                     PFX-LOAN-UNEARNED-INT    BY WS-LOAN-UNEARNED-INT
                     PFX-LOAN-PRECOMP-TERM    BY WS-LOAN-PRECOMP-TERM
                     PFX-LOAN-EARNED-MONTHS   BY WS-LOAN-EARNED-MONTHS
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LM-RESULT
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

      * Precomputed contracts: the add-on charge GL-FEED-EXPORT posted
      * for the term, booked as unearned interest.
       01  WS-PRECOMP-CHARGE         PIC S9(13)V99 COMP-3.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-UNEARNED.

      * LOAN-TRANSACTION journal call: a booked loan is the journal's
      * opening event, so the balance history starts at the booking.
       COPY "operation.cob"
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

      * DISBURSEMENT-MASTER call: how the proceeds go out, released to
      * the bank by LOAN-FUNDING.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DB-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DB-OPERATION-DATA
                     PFX-OPERATION      BY WS-DB-OPERATION.
       COPY "disbursement-record.cob"
           REPLACING PFX-DISB-METHOD       BY WS-DISB-METHOD
                     PFX-DISB-CUSTOMER-ID  BY WS-DISB-CUSTOMER-ID
                     PFX-DISB-PAYEE        BY WS-DISB-PAYEE
                     PFX-DISB-AMOUNT       BY WS-DISB-AMOUNT
                     PFX-DISB-ROUTING      BY WS-DISB-ROUTING
                     PFX-DISB-ACCOUNT      BY WS-DISB-ACCOUNT
                     PFX-DISB-REFERENCE    BY WS-DISB-REFERENCE
                     PFX-DISB-BOOKED-DATE  BY WS-DISB-BOOKED-DATE
                     PFX-DISB-STATUS       BY WS-DISB-STATUS
                     PFX-DISB-STATUS-DATE  BY WS-DISB-STATUS-DATE
                     PFX-DISB-REASON       BY WS-DISB-REASON
                     PFX-DISB-CHECK-NUMBER BY WS-DISB-CHECK-NUMBER
                     PFX-DISBURSEMENT-RECORD BY
                         WS-DISBURSEMENT-RECORD.
       01  WS-DB-RESULT              PIC X(10).

      * DEALER-RESERVE-MASTER call: the reserve an indirect contract
      * paid its dealer, open until DEALER-CHARGEBACK settles it; the
      * window comes from DEALER-MASTER.
       01  WS-DEALER-RESERVE         PIC S9(13)V99 COMP-3.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DR-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DR-OPERATION-DATA
                     PFX-OPERATION      BY WS-DR-OPERATION.
       COPY "dealer-reserve-record.cob"
           REPLACING PFX-DRSV-DEALER-ID       BY WS-DRSV-DEALER-ID
                     PFX-DRSV-BOOKED-DATE     BY WS-DRSV-BOOKED-DATE
                     PFX-DRSV-AMOUNT          BY WS-DRSV-AMOUNT
                     PFX-DRSV-METHOD          BY WS-DRSV-METHOD
                     PFX-DRSV-CHARGEBACK-DAYS BY
                         WS-DRSV-CHARGEBACK-DAYS
                     PFX-DRSV-TERM-YEARS      BY WS-DRSV-TERM-YEARS
                     PFX-DRSV-REFERENCE       BY WS-DRSV-REFERENCE
                     PFX-DRSV-STATUS          BY WS-DRSV-STATUS
                     PFX-DRSV-STATUS-DATE     BY WS-DRSV-STATUS-DATE
                     PFX-DRSV-CHARGEBACK-AMT  BY
                         WS-DRSV-CHARGEBACK-AMT
                     PFX-DEALER-RESERVE-RECORD BY
                         WS-DEALER-RESERVE-RECORD.
       01  WS-DR-RESULT              PIC X(10).
       COPY "dealer-record.cob"
           REPLACING PFX-DLR-RESERVE-METHOD  BY WS-DLR-RESERVE-METHOD
                     PFX-DLR-CHARGEBACK-DAYS BY WS-DLR-CHARGEBACK-DAYS
                     PFX-DEALER-RECORD       BY WS-DEALER-RECORD.
       01  WS-DM-RESULT              PIC X(10).

      * The funding labels: the net cash GL-FEED-EXPORT stamped, and
      * who and where it is paid to.
       01  WS-FUNDED-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-FUNDING-METHOD         PIC X(5).
       01  WS-FUNDING-PAYEE          PIC X(40).
       01  WS-SETTLEMENT-ROUTING     PIC X(9).
       01  WS-SETTLEMENT-ACCOUNT     PIC X(17).
       01  WS-CLEAN-TOKEN            PIC X(50).
       01  WS-NUMERIC-VALUE          PIC S9(15)V9(4) COMP-3.
       01  WS-CHAR-IDX               PIC S9(4) COMP.
       01  WS-OUT-PTR                PIC S9(4) COMP.
       01  WS-ONE-CHAR               PIC X(1).

       LINKAGE SECTION.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY LS-LINK-NAME-LEN

           PERFORM PARSE-VIA-BUSINESS-CONTEXT
           PERFORM PARSE-CUSTOMER-ID
           PERFORM PARSE-CO-BORROWER-ID
           PERFORM PARSE-OFFICER-ID
           PERFORM PARSE-DEALER-TERMS
           PERFORM PARSE-RATE-DISCOUNT
           PERFORM PARSE-PRODUCT-CODE
           PERFORM PARSE-COLLATERAL-ID
           PERFORM PARSE-REFERENCE-ID
           PERFORM PARSE-RESERVED-LOAN-NUMBER
           PERFORM PARSE-CURRENCY-CODE
           PERFORM PARSE-ARM-TERMS
           PERFORM PARSE-MATURITY-TERM
           PERFORM PARSE-LINE-TERMS
           PERFORM PARSE-CONSTRUCTION-TERMS
           PERFORM PARSE-FUNDING-INSTRUCTIONS
           PERFORM PARSE-PRECOMPUTED-CHARGE
           PERFORM PARSE-REVIEW-REQUIRED
           PERFORM PARSE-APPROVAL-STATUS
           PERFORM LOOK-UP-PRODUCT-TERMS
                           DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           ELSE IF WS-BC-PRINCIPAL-AMOUNT = 0 AND NOT WS-CREDIT-LINE
               MOVE "SUCCESS" TO LS-LINK-RESULT
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
               END-IF
               PERFORM BUILD-OUTPUT-CONTEXT
           END-IF
           END-IF
           END-IF

           GOBACK.

               MOVE WS-RAW-TOKEN(1:10) TO WS-CUSTOMER-ID
           END-IF.

       PARSE-CO-BORROWER-ID.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Co-Borrower ID:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE SPACES TO WS-CO-BORROWER-ID
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-CO-BORROWER-ID
           END-IF.

       PARSE-OFFICER-ID.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Loan Officer:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE SPACES TO WS-OFFICER-ID
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-OFFICER-ID
           END-IF.

       PARSE-DEALER-TERMS.
           MOVE SPACES TO WS-DEALER-ID
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Dealer:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-DEALER-ID
           END-IF

           MOVE 0 TO WS-DEALER-RESERVE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Dealer Reserve:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-DEALER-RESERVE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-RATE-DISCOUNT - RATE-TABLE's relationship discount and   *
      * what earned it (AUTOPAY "A", DEPOSIT "D"); no discount quoted  *
      * books none.                                                    *
      *----------------------------------------------------------------*
       PARSE-RATE-DISCOUNT.
           MOVE 0 TO WS-RATE-DISCOUNT
           MOVE SPACES TO WS-DISCOUNT-TYPE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Rate Discount:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-RATE-DISCOUNT
           END-IF

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Discount Type:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               EVALUATE WS-RAW-TOKEN
                   WHEN "AUTOPAY"
                       MOVE "A" TO WS-DISCOUNT-TYPE
                   WHEN "DEPOSIT"
                       MOVE "D" TO WS-DISCOUNT-TYPE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-DISCOUNT-TYPE = SPACES
               MOVE 0 TO WS-RATE-DISCOUNT
           END-IF.

       PARSE-PRODUCT-CODE.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-PRODUCT-CODE
               MOVE WS-RAW-TOKEN(1:20) TO WS-REFERENCE-ID
           END-IF.

       PARSE-RESERVED-LOAN-NUMBER.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-RESERVED-LOAN-NUMBER
           UNSTRING LS-INPUT-CONTEXT
               DELIMITED BY "Reserved Loan Number:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-RESERVED-LOAN-NUMBER
           END-IF.

       PARSE-CURRENCY-CODE.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-CURRENCY-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-MATURITY-TERM - "Maturity:" in years; one shorter than   *
      * the amortization term parsed by BUSINESS-CONTEXT marks the     *
      * loan a balloon note.                                           *
      *----------------------------------------------------------------*
       PARSE-MATURITY-TERM.
           MOVE "N" TO WS-BALLOON-SWITCH
           MOVE 0 TO WS-MATURITY-YEARS
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Maturity:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               COMPUTE WS-MATURITY-YEARS =
                   FUNCTION NUMVAL(WS-RAW-TOKEN)
               IF WS-MATURITY-YEARS > 0
                       AND WS-MATURITY-YEARS < WS-BC-TIME-PERIOD
                   MOVE "Y" TO WS-BALLOON-SWITCH
               ELSE
                   MOVE 0 TO WS-MATURITY-YEARS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-LINE-TERMS - "Credit Limit:" marks a revolving line;     *
      * "Draw Period:" (years) and "Min Payment Pct:" default when     *
      * left off. A limit below the initial advance is raised to it,   *
      * so the line never books already over limit.                    *
      *----------------------------------------------------------------*
       PARSE-LINE-TERMS.
           MOVE "N" TO WS-LINE-SWITCH
           MOVE 0 TO WS-CREDIT-LIMIT
           MOVE 10 TO WS-DRAW-YEARS
           MOVE 1.00 TO WS-MIN-PAY-PCT
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Credit Limit:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               COMPUTE WS-CREDIT-LIMIT =
                   FUNCTION NUMVAL(WS-RAW-TOKEN)
               IF WS-CREDIT-LIMIT > 0
                   MOVE "Y" TO WS-LINE-SWITCH
                   IF WS-CREDIT-LIMIT < WS-BC-PRINCIPAL-AMOUNT
                       MOVE WS-BC-PRINCIPAL-AMOUNT TO WS-CREDIT-LIMIT
                   END-IF
               END-IF
           END-IF

           IF WS-CREDIT-LINE
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Draw Period:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST NOT = SPACES
                   PERFORM EXTRACT-FIRST-TOKEN
                   COMPUTE WS-DRAW-YEARS =
                       FUNCTION NUMVAL(WS-RAW-TOKEN)
                   IF WS-DRAW-YEARS < 1
                       MOVE 10 TO WS-DRAW-YEARS
                   END-IF
               END-IF
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Min Payment Pct:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST NOT = SPACES
                   PERFORM EXTRACT-FIRST-TOKEN
                   COMPUTE WS-MIN-PAY-PCT =
                       FUNCTION NUMVAL(WS-RAW-TOKEN)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-CONSTRUCTION-TERMS - "Construction: YES" marks a loan    *
      * funded by draws; "Retainage Pct:" defaults to ten percent.     *
      *----------------------------------------------------------------*
       PARSE-CONSTRUCTION-TERMS.
           MOVE "N" TO WS-CONSTRUCTION-SWITCH
           MOVE 10.00 TO WS-RETAIN-PCT
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Construction:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               IF WS-RAW-TOKEN = "YES"
                   MOVE "Y" TO WS-CONSTRUCTION-SWITCH
               END-IF
           END-IF

           IF WS-CONSTRUCTION-LOAN
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Retainage Pct:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST NOT = SPACES
                   PERFORM EXTRACT-FIRST-TOKEN
                   COMPUTE WS-RETAIN-PCT =
                       FUNCTION NUMVAL(WS-RAW-TOKEN)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-FUNDING-INSTRUCTIONS - the cash actually going out, as   *
      * GL-FEED-EXPORT posted it, and the payee, method and settlement *
      * account it goes by. "Payee:" runs to the next comma the way    *
      * "Applicant:" does, since a payee name is several words.        *
      *----------------------------------------------------------------*
       PARSE-FUNDING-INSTRUCTIONS.
           MOVE WS-BC-PRINCIPAL-AMOUNT TO WS-FUNDED-AMOUNT
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Cash Disbursed:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST = SPACES
               UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Net Funded:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
           END-IF
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-FUNDED-AMOUNT
           END-IF

           MOVE SPACES TO WS-FUNDING-PAYEE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Payee:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               UNSTRING WS-PARSE-REST DELIMITED BY ","
                   INTO WS-FUNDING-PAYEE WS-PARSE-JUNK
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-FUNDING-PAYEE) TO WS-FUNDING-PAYEE
           END-IF
           IF WS-FUNDING-PAYEE = SPACES
               MOVE WS-BC-APPLICANT-NAME TO WS-FUNDING-PAYEE
           END-IF

           MOVE SPACES TO WS-SETTLEMENT-ROUTING
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Settlement Routing:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:9) TO WS-SETTLEMENT-ROUTING
           END-IF

           MOVE SPACES TO WS-SETTLEMENT-ACCOUNT
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Settlement Account:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:17) TO WS-SETTLEMENT-ACCOUNT
           END-IF

           MOVE SPACES TO WS-FUNDING-METHOD
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Funding Method:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE FUNCTION UPPER-CASE(WS-RAW-TOKEN(1:5))
                   TO WS-FUNDING-METHOD
           END-IF
           IF WS-FUNDING-METHOD = SPACES
               IF WS-SETTLEMENT-ACCOUNT NOT = SPACES
                   MOVE "WIRE" TO WS-FUNDING-METHOD
               ELSE
                   MOVE "CHECK" TO WS-FUNDING-METHOD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-PRECOMPUTED-CHARGE - the add-on finance charge GL-FEED-  *
      * EXPORT posted for a precomputed product; none is a simple-     *
      * interest loan.                                                 *
      *----------------------------------------------------------------*
       PARSE-PRECOMPUTED-CHARGE.
           MOVE 0 TO WS-PRECOMP-CHARGE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Precomputed Charge:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-PRECOMP-CHARGE
           END-IF.

       CLEAN-TOKEN-TO-NUMBER.
           MOVE SPACES TO WS-CLEAN-TOKEN
           MOVE 1 TO WS-OUT-PTR
           PERFORM CLEAN-ONE-CHARACTER
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 50

           IF WS-CLEAN-TOKEN = SPACES
               MOVE 0 TO WS-NUMERIC-VALUE
           ELSE
               COMPUTE WS-NUMERIC-VALUE =
                   FUNCTION NUMVAL(WS-CLEAN-TOKEN)
           END-IF.

       CLEAN-ONE-CHARACTER.
           MOVE WS-RAW-TOKEN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR IS NUMERIC OR WS-ONE-CHAR = "."
               STRING WS-ONE-CHAR DELIMITED BY SIZE
                   INTO WS-CLEAN-TOKEN
                   WITH POINTER WS-OUT-PTR
           END-IF.

       PARSE-REVIEW-REQUIRED.
           MOVE SPACES TO WS-PARSE-REST
           MOVE "NO" TO WS-REVIEW-REQUIRED-FLAG
      * this call cannot actually see (or persist) would hand out a    *
      * number an earlier loan may already carry, and LOAN-MASTER's    *
      * write-or-rewrite INSERT would silently overwrite that loan.    *
      * A number REFINANCE-PAYOFF already reserved is used as it       *
      * stands; the sequence moved past it when it was reserved.       *
      *----------------------------------------------------------------*
       ASSIGN-LOAN-NUMBER.
           IF WS-RESERVED-LOAN-NUMBER NOT = SPACES
               MOVE WS-RESERVED-LOAN-NUMBER TO WS-LOAN-NUMBER
           ELSE
               PERFORM DRAW-NEXT-LOAN-NUMBER
           END-IF.

       DRAW-NEXT-LOAN-NUMBER.
           MOVE 0 TO WS-LOAN-SEQUENCE
           MOVE "GET LOANSEQ-CONTROL" TO WS-SEQ-OP-KEY
           CALL "CONTEXT" USING WS-SEQ-OP-KEY, WS-SEQ-CONTEXT-VALUE,
      *----------------------------------------------------------------*
      * LOOK-UP-PRODUCT-TERMS - the payment frequency the loan books   *
      * with comes from the LOAN-PRODUCT record; one period of it      *
      * also spaces the first due date. The product's interest-only    *
      * months are counted off in the same periods.                    *
      *----------------------------------------------------------------*
       LOOK-UP-PRODUCT-TERMS.
           MOVE 3 TO WS-LP-OPERATION-LEN
           CALL "LOAN-PRODUCT" USING
               WS-LP-OPERATION, WS-PRODUCT-CODE,
               WS-PRODUCT-RECORD, WS-LP-RESULT
           IF WS-PROD-INTEREST-METHOD = "P"
               MOVE "M" TO WS-PROD-PAY-FREQUENCY
           END-IF

           EVALUATE WS-PROD-PAY-FREQUENCY
               WHEN "B"
                   MOVE 14 TO WS-PERIOD-DAYS
                   COMPUTE WS-MATURITY-PERIODS = WS-MATURITY-YEARS * 26
                   COMPUTE WS-IO-PERIODS = WS-PROD-IO-MONTHS * 26 / 12
                   COMPUTE WS-TERM-PERIODS = WS-BC-TIME-PERIOD * 26
               WHEN "Q"
                   MOVE 91 TO WS-PERIOD-DAYS
                   COMPUTE WS-MATURITY-PERIODS = WS-MATURITY-YEARS * 4
                   COMPUTE WS-IO-PERIODS = WS-PROD-IO-MONTHS / 3
                   COMPUTE WS-TERM-PERIODS = WS-BC-TIME-PERIOD * 4
               WHEN OTHER
                   MOVE 30 TO WS-PERIOD-DAYS
                   COMPUTE WS-MATURITY-PERIODS = WS-MATURITY-YEARS * 12
                   MOVE WS-PROD-IO-MONTHS TO WS-IO-PERIODS
                   COMPUTE WS-TERM-PERIODS = WS-BC-TIME-PERIOD * 12
           END-EVALUATE

           IF WS-IO-PERIODS >= WS-TERM-PERIODS
               MOVE 0 TO WS-IO-PERIODS
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-REQUIRED-DOCUMENTS - the gate audit asked for: every     *
               WS-BDC-OPERATION,
               WS-DUE-DATE,
               WS-IS-BUSINESS-DAY,
               WS-BDC-RESULT

           MOVE 0 TO WS-MATURITY-DATE
           IF WS-BALLOON-LOAN
               PERFORM COMPUTE-MATURITY-DATE
           END-IF

           MOVE 0 TO WS-IO-END-DATE
           IF WS-IO-PERIODS > 0
               PERFORM COMPUTE-IO-END-DATE
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-MATURITY-DATE - the balloon bills on the last due date *
      * of the maturity term: the first due date plus one period for   *
      * every scheduled payment after it, rolled forward to a business *
      * day the same way the first due date is.                        *
      *----------------------------------------------------------------*
       COMPUTE-MATURITY-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   + ((WS-MATURITY-PERIODS - 1) * WS-PERIOD-DAYS)
           COMPUTE WS-MATURITY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           MOVE 17 TO WS-BDC-OPERATION-LEN
           MOVE "NEXT-BUSINESS-DAY" TO WS-BDC-OPERATION-DATA
           CALL "BUSINESS-DAY-CALC" USING
               WS-BDC-OPERATION,
               WS-MATURITY-DATE,
               WS-IS-BUSINESS-DAY,
               WS-BDC-RESULT.

      *----------------------------------------------------------------*
      * COMPUTE-IO-END-DATE - the due date of the last interest-only   *
      * payment, counted off from the first due date the same way the  *
      * balloon's due date is; the payment after it is the first one   *
      * that amortizes.                                                *
      *----------------------------------------------------------------*
       COMPUTE-IO-END-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   + ((WS-IO-PERIODS - 1) * WS-PERIOD-DAYS)
           COMPUTE WS-IO-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           MOVE 17 TO WS-BDC-OPERATION-LEN
           MOVE "NEXT-BUSINESS-DAY" TO WS-BDC-OPERATION-DATA
           CALL "BUSINESS-DAY-CALC" USING
               WS-BDC-OPERATION,
               WS-IO-END-DATE,
               WS-IS-BUSINESS-DAY,
               WS-BDC-RESULT.

       WRITE-LOAN-MASTER-RECORD.
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE WS-CUSTOMER-ID TO WS-LOAN-CUSTOMER-ID
           MOVE WS-CO-BORROWER-ID TO WS-LOAN-CO-BORROWER-ID
           MOVE WS-OFFICER-ID TO WS-LOAN-OFFICER-ID
           MOVE WS-DEALER-ID TO WS-LOAN-DEALER-ID
           PERFORM CONVERT-TO-BASE-CURRENCY
           COMPUTE WS-LOAN-ORIG-PRINCIPAL ROUNDED =
               WS-BC-PRINCIPAL-AMOUNT * WS-FX-RATE
           MOVE WS-BC-TIME-PERIOD TO WS-LOAN-TERM-YEARS
           COMPUTE WS-LOAN-CURRENT-BALANCE ROUNDED =
               WS-BC-PRINCIPAL-AMOUNT * WS-FX-RATE
           IF WS-CONSTRUCTION-LOAN
               MOVE 0 TO WS-LOAN-CURRENT-BALANCE
           END-IF
           MOVE WS-DUE-DATE TO WS-LOAN-NEXT-DUE-DATE
           MOVE "ACTIVE" TO WS-LOAN-STATUS
           MOVE 0 TO WS-LOAN-ACCRUED-INT
           MOVE WS-CURRENCY-CODE TO WS-LOAN-CURRENCY
           MOVE WS-FX-RATE TO WS-LOAN-FX-RATE
           MOVE 0 TO WS-LOAN-DEFER-UNTIL
           MOVE WS-BOOKING-DATE TO WS-LOAN-BOOKED-DATE
           MOVE WS-MATURITY-YEARS TO WS-LOAN-MATURITY-TERM
           MOVE WS-MATURITY-DATE TO WS-LOAN-MATURITY-DATE
           MOVE 0 TO WS-LOAN-BALLOON-NOTICE
           MOVE WS-IO-END-DATE TO WS-LOAN-IO-END-DATE
           MOVE WS-IO-PERIODS TO WS-LOAN-IO-PERIODS
           MOVE "N" TO WS-LOAN-IO-NOTICE
           MOVE WS-RATE-DISCOUNT TO WS-LOAN-RATE-DISCOUNT
           MOVE WS-DISCOUNT-TYPE TO WS-LOAN-DISCOUNT-TYPE
           MOVE 0 TO WS-LOAN-DISCOUNT-END
           MOVE SPACE TO WS-LOAN-INTEREST-METHOD
           MOVE 0 TO WS-LOAN-FINANCE-CHARGE
           MOVE 0 TO WS-LOAN-UNEARNED-INT
           MOVE 0 TO WS-LOAN-PRECOMP-TERM
           MOVE 0 TO WS-LOAN-EARNED-MONTHS
           IF WS-PROD-INTEREST-METHOD = "P"
                   AND NOT WS-CONSTRUCTION-LOAN
                   AND NOT WS-CREDIT-LINE
               PERFORM SET-PRECOMPUTED-TERMS
           END-IF

           PERFORM HONOR-RATE-LOCK

               IF WS-ARM-LOAN
                   PERFORM BOOK-ARM-RESET-SCHEDULE
               END-IF
               IF WS-CREDIT-LINE
                   PERFORM OPEN-CREDIT-LINE
               END-IF
               IF WS-CONSTRUCTION-LOAN
                   PERFORM OPEN-DRAW-SCHEDULE
               ELSE
                   PERFORM WRITE-DISBURSEMENT-INSTRUCTION
               END-IF
               IF WS-DEALER-ID NOT = SPACES AND WS-DEALER-RESERVE > 0
                   PERFORM WRITE-DEALER-RESERVE-ENTRY
               END-IF
           ELSE
               MOVE WS-LM-RESULT TO LS-LINK-RESULT
               DISPLAY "LOAN-BOOKING: Loan master write failed ("
                       WS-LM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * SET-PRECOMPUTED-TERMS - the charge (converted to base like the *
      * principal) goes on the balance and is wholly unearned; nothing *
      * is earned yet. A precomputed product with no charge in the     *
      * context -- a zero rate, or a chain that skipped GL-FEED-EXPORT *
      * -- books as simple interest and says so on the console.        *
      *----------------------------------------------------------------*
       SET-PRECOMPUTED-TERMS.
           IF WS-PRECOMP-CHARGE > 0
               MOVE "P" TO WS-LOAN-INTEREST-METHOD
               COMPUTE WS-LOAN-FINANCE-CHARGE ROUNDED =
                   WS-PRECOMP-CHARGE * WS-FX-RATE
               MOVE WS-LOAN-FINANCE-CHARGE TO WS-LOAN-UNEARNED-INT
               ADD WS-LOAN-FINANCE-CHARGE TO WS-LOAN-CURRENT-BALANCE
               COMPUTE WS-LOAN-PRECOMP-TERM = WS-BC-TIME-PERIOD * 12
           ELSE
               DISPLAY "LOAN-BOOKING: No precomputed charge for "
                       "product " WS-PRODUCT-CODE
                       " -- booking as simple interest"
           END-IF.

      *----------------------------------------------------------------*
      * CONVERT-TO-BASE-CURRENCY - base-currency paper converts at 1;  *
      * a foreign note converts at the latest FX-RATE-TABLE rate (a    *
           MOVE 0 TO WS-ESC-ANNUAL-TAX
           MOVE 0 TO WS-ESC-ANNUAL-INS
           MOVE 0 TO WS-ESC-LAST-ANALYSIS
           MOVE 0 TO WS-ESC-INT-THROUGH
           MOVE 0 TO WS-ESC-INT-BAL-DAYS
           MOVE 0 TO WS-ESC-INT-ACCRUED
           MOVE 0 TO WS-ESC-INT-CREDITED

           MOVE 6 TO WS-EM-OPERATION-LEN
           MOVE "INSERT" TO WS-EM-OPERATION-DATA
                       WS-EM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * OPEN-CREDIT-LINE - the line's limit, what is left to draw      *
      * after the initial advance, and the draw period's end, that     *
      * many years on from the booking date; best-effort the way the   *
      * escrow account open is.                                        *
      *----------------------------------------------------------------*
       OPEN-CREDIT-LINE.
           MOVE SPACES TO WS-LINE-RECORD
           MOVE WS-CREDIT-LIMIT TO WS-LINE-CREDIT-LIMIT
           COMPUTE WS-LINE-AVAILABLE =
               WS-CREDIT-LIMIT - WS-LOAN-CURRENT-BALANCE
           IF WS-LINE-AVAILABLE < 0
               MOVE 0 TO WS-LINE-AVAILABLE
           END-IF
           COMPUTE WS-LINE-DRAW-END-DATE =
               WS-BOOKING-DATE + (WS-DRAW-YEARS * 10000)
           MOVE WS-MIN-PAY-PCT TO WS-LINE-MIN-PAY-PCT
           MOVE 0 TO WS-LINE-LAST-DRAW

           MOVE 6 TO WS-LN-OPERATION-LEN
           MOVE "INSERT" TO WS-LN-OPERATION-DATA
           CALL "LINE-MASTER" USING
               WS-LN-OPERATION,
               WS-LOAN-NUMBER,
               WS-LINE-RECORD,
               WS-LN-RESULT

           IF WS-LN-RESULT NOT = "SUCCESS"
               DISPLAY "LOAN-BOOKING: Credit line open failed ("
                       WS-LN-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * OPEN-DRAW-SCHEDULE - the commitment and retainage percent,     *
      * nothing drawn and no line items yet (the budget is laid out on *
      * the draw screen); best-effort the way the escrow account open  *
      * is.                                                            *
      *----------------------------------------------------------------*
       OPEN-DRAW-SCHEDULE.
           MOVE SPACES TO WS-DRAW-SCHEDULE-RECORD
           MOVE WS-LOAN-ORIG-PRINCIPAL TO WS-DS-COMMITMENT
           MOVE WS-RETAIN-PCT TO WS-DS-RETAIN-PCT
           MOVE 0 TO WS-DS-RETAINAGE-HELD
           MOVE 0 TO WS-DS-TOTAL-DRAWN
           MOVE 0 TO WS-DS-DRAW-COUNT
           MOVE 0 TO WS-DS-LAST-DRAW-DATE
           MOVE 0 TO WS-DS-ITEM-COUNT

           MOVE 6 TO WS-DS-OPERATION-LEN
           MOVE "INSERT" TO WS-DS-OPERATION-DATA
           CALL "DRAW-SCHEDULE" USING
               WS-DS-OPERATION,
               WS-LOAN-NUMBER,
               WS-DRAW-SCHEDULE-RECORD,
               WS-DS-RESULT

           IF WS-DS-RESULT NOT = "SUCCESS"
               DISPLAY "LOAN-BOOKING: Draw schedule open failed ("
                       WS-DS-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-DISBURSEMENT-INSTRUCTION - the funding instruction for   *
      * treasury, waiting for LOAN-FUNDING's next release; a loan with *
      * no cash going out (a refinance netted in full, a line opened   *
      * with no advance) has nothing to release. Best-effort the way   *
      * the escrow account open is: LOAN-FUNDING's balancing against   *
      * the GL shows a booking that left no instruction behind.        *
      *----------------------------------------------------------------*
       WRITE-DISBURSEMENT-INSTRUCTION.
           IF WS-FUNDED-AMOUNT > 0
               MOVE SPACES TO WS-DISBURSEMENT-RECORD
               MOVE WS-FUNDING-METHOD TO WS-DISB-METHOD
               MOVE WS-CUSTOMER-ID TO WS-DISB-CUSTOMER-ID
               MOVE WS-FUNDING-PAYEE TO WS-DISB-PAYEE
               MOVE WS-FUNDED-AMOUNT TO WS-DISB-AMOUNT
               MOVE WS-SETTLEMENT-ROUTING TO WS-DISB-ROUTING
               MOVE WS-SETTLEMENT-ACCOUNT TO WS-DISB-ACCOUNT
               MOVE WS-REFERENCE-ID TO WS-DISB-REFERENCE
               MOVE WS-BOOKING-DATE TO WS-DISB-BOOKED-DATE
               MOVE 0 TO WS-DISB-STATUS-DATE
               MOVE 0 TO WS-DISB-CHECK-NUMBER

               MOVE 6 TO WS-DB-OPERATION-LEN
               MOVE "INSERT" TO WS-DB-OPERATION-DATA
               CALL "DISBURSEMENT-MASTER" USING
                   WS-DB-OPERATION,
                   WS-LOAN-NUMBER,
                   WS-DISBURSEMENT-RECORD,
                   WS-DB-RESULT

               IF WS-DB-RESULT NOT = "SUCCESS"
                   DISPLAY "LOAN-BOOKING: Disbursement instruction "
                           "write failed (" WS-DB-RESULT ")"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-DEALER-RESERVE-ENTRY - the reserve the GL posting paid   *
      * the dealer, on the ledger with the dealer's method and         *
      * chargeback window as they stand at booking and the term a      *
      * chargeback is prorated over. A dealer since removed from file  *
      * still gets its entry, with no window, so the reserve is never  *
      * lost from the statement. Best-effort the way the disbursement  *
      * instruction is.                                                *
      *----------------------------------------------------------------*
       WRITE-DEALER-RESERVE-ENTRY.
           MOVE SPACES TO WS-DEALER-RECORD
           MOVE 3 TO WS-DR-OPERATION-LEN
           MOVE "GET" TO WS-DR-OPERATION-DATA
           CALL "DEALER-MASTER" USING
               WS-DR-OPERATION, WS-DEALER-ID,
               WS-DEALER-RECORD, WS-DM-RESULT
           IF WS-DM-RESULT NOT = "SUCCESS"
               MOVE 0 TO WS-DLR-CHARGEBACK-DAYS
           END-IF

           MOVE SPACES TO WS-DEALER-RESERVE-RECORD
           MOVE WS-DEALER-ID TO WS-DRSV-DEALER-ID
           MOVE WS-BOOKING-DATE TO WS-DRSV-BOOKED-DATE
           MOVE WS-DEALER-RESERVE TO WS-DRSV-AMOUNT
           MOVE WS-DLR-RESERVE-METHOD TO WS-DRSV-METHOD
           MOVE WS-DLR-CHARGEBACK-DAYS TO WS-DRSV-CHARGEBACK-DAYS
           MOVE WS-BC-TIME-PERIOD TO WS-DRSV-TERM-YEARS
           MOVE WS-REFERENCE-ID TO WS-DRSV-REFERENCE
           MOVE 0 TO WS-DRSV-STATUS-DATE
           MOVE 0 TO WS-DRSV-CHARGEBACK-AMT

           MOVE 6 TO WS-DR-OPERATION-LEN
           MOVE "INSERT" TO WS-DR-OPERATION-DATA
           CALL "DEALER-RESERVE-MASTER" USING
               WS-DR-OPERATION,
               WS-LOAN-NUMBER,
               WS-DEALER-RESERVE-RECORD,
               WS-DR-RESULT

           IF WS-DR-RESULT NOT = "SUCCESS"
               DISPLAY "LOAN-BOOKING: Dealer reserve entry write "
                       "failed (" WS-DR-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * BOOK-ARM-RESET-SCHEDULE - the reset schedule the servicing     *
      * batch will walk: first reset one frequency out from booking,   *
               WS-COLLATERAL-RECORD, WS-CL-RESULT

           IF WS-CL-RESULT-SUCCESS
               PERFORM PLEDGE-COLLATERAL-TO-LOAN
               IF WS-COLL-LOAN-NUMBER = SPACES
                       OR WS-COLL-LIEN-STATUS = "RELEASED"
                   MOVE WS-LOAN-NUMBER TO WS-COLL-LOAN-NUMBER
                   MOVE SPACES TO WS-COLL-LIEN-STATUS
                   MOVE 6 TO WS-CL-OPERATION-LEN
                   MOVE "INSERT" TO WS-CL-OPERATION-DATA
                   CALL "COLLATERAL-MASTER" USING
                       WS-CL-OPERATION, WS-COLLATERAL-ID,
                       WS-COLLATERAL-RECORD, WS-CL-RESULT
               END-IF
           END-IF

           IF NOT WS-CL-RESULT-SUCCESS
                       "for " WS-COLLATERAL-ID " (" WS-CL-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * PLEDGE-COLLATERAL-TO-LOAN - the new loan's pledge goes behind  *
      * the item's held pledges to other loans. An item still naming   *
      * a loan with no pledge of its own gets that loan's first-lien,  *
      * full-value pledge written first, so the file answers for       *
      * every lien on the item from here on.                           *
      *----------------------------------------------------------------*
       PLEDGE-COLLATERAL-TO-LOAN.
           MOVE WS-COLLATERAL-ID TO WS-PK-COLLATERAL-ID
           IF WS-COLL-LOAN-NUMBER NOT = SPACES
                   AND WS-COLL-LOAN-NUMBER NOT = WS-LOAN-NUMBER
                   AND WS-COLL-LIEN-STATUS NOT = "RELEASED"
               MOVE WS-COLL-LOAN-NUMBER TO WS-PK-LOAN-NUMBER
               MOVE 3 TO WS-PG-OPERATION-LEN
               MOVE "GET" TO WS-PG-OPERATION-DATA
               CALL "PLEDGE-MASTER" USING
                   WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
                   WS-PG-RESULT
               IF NOT WS-PG-RESULT-SUCCESS
                   MOVE 1 TO WS-PLG-LIEN-POSITION
                   MOVE WS-COLL-VALUE TO WS-PLG-ALLOCATED
                   MOVE SPACES TO WS-PLG-STATUS
                   MOVE WS-BOOKING-DATE TO WS-PLG-PLEDGED-DATE
                   MOVE 0 TO WS-PLG-RELEASED-DATE
                   PERFORM WRITE-PLEDGE-RECORD
               END-IF
           END-IF

           MOVE WS-LOAN-NUMBER TO WS-PK-LOAN-NUMBER
           MOVE 11 TO WS-PG-OPERATION-LEN
           MOVE "OTHER-LIENS" TO WS-PG-OPERATION-DATA
           CALL "PLEDGE-MASTER" USING
               WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
               WS-PG-RESULT
           IF WS-PG-RESULT-SUCCESS
               COMPUTE WS-PLEDGE-POSITION = WS-PLG-LIEN-POSITION + 1
               COMPUTE WS-PLEDGE-ALLOCATION =
                   WS-COLL-VALUE - WS-PLG-ALLOCATED
           ELSE
               MOVE 1 TO WS-PLEDGE-POSITION
               MOVE WS-COLL-VALUE TO WS-PLEDGE-ALLOCATION
           END-IF
           IF WS-PLEDGE-ALLOCATION < 0
               MOVE 0 TO WS-PLEDGE-ALLOCATION
           END-IF

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Allocated Value:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               IF WS-NUMERIC-VALUE > 0
                   MOVE WS-NUMERIC-VALUE TO WS-PLEDGE-ALLOCATION
               END-IF
           END-IF

           MOVE SPACES TO WS-PLEDGE-RECORD
           MOVE WS-PLEDGE-POSITION TO WS-PLG-LIEN-POSITION
           MOVE WS-PLEDGE-ALLOCATION TO WS-PLG-ALLOCATED
           MOVE WS-BOOKING-DATE TO WS-PLG-PLEDGED-DATE
           MOVE 0 TO WS-PLG-RELEASED-DATE
           PERFORM WRITE-PLEDGE-RECORD.

       WRITE-PLEDGE-RECORD.
           MOVE 6 TO WS-PG-OPERATION-LEN
           MOVE "INSERT" TO WS-PG-OPERATION-DATA
           CALL "PLEDGE-MASTER" USING
               WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
               WS-PG-RESULT
           IF NOT WS-PG-RESULT-SUCCESS
               DISPLAY "LOAN-BOOKING: Pledge of " WS-COLLATERAL-ID
                       " to loan " WS-PK-LOAN-NUMBER " failed ("
                       WS-PG-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-OUTPUT-CONTEXT - appends the assigned loan number and    *
      * due date to the caller's own context instead of replacing it,  *
      *----------------------------------------------------------------*
       BUILD-OUTPUT-CONTEXT.
           MOVE WS-BC-PRINCIPAL-AMOUNT TO WS-ED-AMOUNT
           IF WS-CONSTRUCTION-LOAN
               MOVE 0 TO WS-ED-AMOUNT
           END-IF
           IF LS-LINK-RESULT = "SUCCESS"
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
                       WS-LOAN-NEXT-DUE-DATE DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
               IF WS-BALLOON-LOAN
                   MOVE SPACES TO WS-PARSE-REST
                   MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
                   MOVE SPACES TO LS-OUTPUT-CONTEXT
                   STRING FUNCTION TRIM(WS-PARSE-REST)
                               DELIMITED BY SIZE
                           " Balloon Due: " DELIMITED BY SIZE
                           WS-LOAN-MATURITY-DATE DELIMITED BY SIZE
                       INTO LS-OUTPUT-CONTEXT
                   END-STRING
               END-IF
               IF WS-IO-PERIODS > 0
                   MOVE SPACES TO WS-PARSE-REST
                   MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
                   MOVE SPACES TO LS-OUTPUT-CONTEXT
                   STRING FUNCTION TRIM(WS-PARSE-REST)
                               DELIMITED BY SIZE
                           " Interest Only Until: " DELIMITED BY SIZE
                           WS-LOAN-IO-END-DATE DELIMITED BY SIZE
                       INTO LS-OUTPUT-CONTEXT
                   END-STRING
               END-IF
               IF WS-LOAN-INTEREST-METHOD = "P"
                   MOVE WS-LOAN-UNEARNED-INT TO WS-ED-UNEARNED
                   MOVE SPACES TO WS-PARSE-REST
                   MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
                   MOVE SPACES TO LS-OUTPUT-CONTEXT
                   STRING FUNCTION TRIM(WS-PARSE-REST)
                               DELIMITED BY SIZE
                           " Unearned Interest: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-UNEARNED)
                               DELIMITED BY SIZE
                       INTO LS-OUTPUT-CONTEXT
                   END-STRING
               END-IF
           ELSE
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
