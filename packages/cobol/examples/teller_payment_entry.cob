      * teller_drawer.rpt, the figure the supervisor balances against  *
      * the cash drawer before the file is released to the posting     *
      * batch. Positional argument 1 overrides the payment file name.  *
      *                                                                *
      * Before the teller confirms, the amount received is run through *
      * the loan product's payment waterfall (PAYMENT-WATERFALL, the   *
      * same split PAYMENT-POSTING will make, anything already waiting *
      * in suspense included) and the screen shows what each bucket    *
      * will get -- or that the product holds a payment this short in  *
      * suspense -- so the borrower at the window hears where the      *
      * money is going; the receipt carries the same split. A payoff's *
      * prepayment penalty is left to the posting run.                 *
      *                                                                *
      * The interest due is figured at the rate SCRA-RATE-CAP answers  *
      * for today -- the SCRA cap for a servicemember's pre-service    *
      * loan -- the rate the posting run will split the payment at.   *
      *================================================================*

       IDENTIFICATION DIVISION.
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PAY-FREQUENCY   BY WS-LOAN-PAY-FREQUENCY
                     PFX-LOAN-PRODUCT-CODE    BY WS-LOAN-PRODUCT-CODE
                     PFX-LOAN-FEES-DUE        BY WS-LOAN-FEES-DUE
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
       01  WS-PERIODS-PER-YEAR       PIC S9(3) COMP-3.
       01  WS-REMAINING-PERIODS      PIC S9(5) COMP-3.
       01  WS-AMOUNT-DUE             PIC S9(13)V99 COMP-3.
       01  WS-INTEREST-DUE           PIC S9(13)V99 COMP-3.
       01  WS-PRINCIPAL-SHARE        PIC S9(13)V99 COMP-3.

      * The split preview: the loan's escrow deposit and whatever is
      * already waiting in suspense feed PAYMENT-WATERFALL exactly as
      * the posting run will feed it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-EM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-EM-OPERATION-DATA
                     PFX-OPERATION      BY WS-EM-OPERATION.
       COPY "escrow-record.cob"
           REPLACING PFX-ESC-MONTHLY-DEPOSIT BY WS-ESC-MONTHLY-DEPOSIT
                     PFX-ESCROW-RECORD     BY WS-ESCROW-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-EM-RESULT
                     PFX-RESULT-SUCCESS BY WS-EM-RESULT-SUCCESS.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SM-OPERATION-DATA
                     PFX-OPERATION      BY WS-SM-OPERATION.
       COPY "suspense-record.cob"
           REPLACING PFX-SUS-BALANCE      BY WS-SUS-BALANCE
                     PFX-SUSPENSE-RECORD  BY WS-SUSPENSE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-SM-RESULT
                     PFX-RESULT-SUCCESS BY WS-SM-RESULT-SUCCESS.
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
                     PFX-WF-SUSPENSE-APPLIED  BY WS-WF-SUSPENSE-APPLIED
                     PFX-WF-UNAPPLIED         BY WS-WF-UNAPPLIED
                     PFX-WATERFALL-REQUEST    BY WS-WATERFALL-REQUEST.
       01  WS-WF-RESULT              PIC X(10).

      * SCRA-RATE-CAP call: the rate the interest due is figured at.
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
       01  WS-SPLIT-LINE             PIC X(132).
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-FEES.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-INTEREST.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-ESCROW.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PRINCIPAL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-SUSPENSE.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
           IF WS-AMOUNT-VALUE = 0
               DISPLAY "Zero amount; nothing taken."
           ELSE
               PERFORM PREVIEW-PAYMENT-SPLIT
               DISPLAY FUNCTION TRIM(WS-SPLIT-LINE)
               MOVE WS-AMOUNT-VALUE TO WS-ED-AMOUNT
               DISPLAY "Take " FUNCTION TRIM(WS-ED-AMOUNT)
                   " on " FUNCTION TRIM(WS-LOAN-ENTRY)
           IF WS-REMAINING-PERIODS < 1
               MOVE 1 TO WS-REMAINING-PERIODS
           END-IF
           MOVE SPACES TO WS-SCRA-RATE-REQUEST
           MOVE WS-LOAN-CUSTOMER-ID TO WS-SR-CUSTOMER-ID
           MOVE WS-LOAN-BOOKED-DATE TO WS-SR-BOOKED-DATE
           MOVE WS-RUN-DATE TO WS-SR-AS-OF-DATE
           MOVE WS-LOAN-INTEREST-RATE TO WS-SR-NOTE-RATE
           MOVE WS-LOAN-INTEREST-RATE TO WS-SR-RATE
           MOVE 4 TO WS-SR-OPERATION-LEN
           MOVE "RATE" TO WS-SR-OPERATION-DATA
           CALL "SCRA-RATE-CAP" USING
               WS-SR-OPERATION, WS-SCRA-RATE-REQUEST, WS-SR-RESULT
           COMPUTE WS-INTEREST-DUE ROUNDED =
               WS-LOAN-CURRENT-BALANCE *
                   (WS-SR-RATE / 100)
                       / WS-PERIODS-PER-YEAR
           COMPUTE WS-PRINCIPAL-SHARE ROUNDED =
               WS-LOAN-CURRENT-BALANCE / WS-REMAINING-PERIODS
           COMPUTE WS-AMOUNT-DUE =
               WS-INTEREST-DUE + WS-PRINCIPAL-SHARE.

      *----------------------------------------------------------------*
      * PREVIEW-PAYMENT-SPLIT - the amount received plus anything      *
      * waiting in suspense, run through the product's waterfall       *
      * against the same dues the posting run uses (the full payment   *
      * carries the escrow deposit), into one line for the screen and  *
      * the receipt.                                                   *
      *----------------------------------------------------------------*
       PREVIEW-PAYMENT-SPLIT.
           MOVE 0 TO WS-ESC-MONTHLY-DEPOSIT
           MOVE 3 TO WS-EM-OPERATION-LEN
           MOVE "GET" TO WS-EM-OPERATION-DATA
           CALL "ESCROW-MASTER" USING
               WS-EM-OPERATION, WS-LOAN-NUMBER, WS-ESCROW-RECORD,
               WS-EM-RESULT
           IF NOT WS-EM-RESULT-SUCCESS
               MOVE 0 TO WS-ESC-MONTHLY-DEPOSIT
           END-IF

           MOVE 0 TO WS-SUS-BALANCE
           MOVE 3 TO WS-SM-OPERATION-LEN
           MOVE "GET" TO WS-SM-OPERATION-DATA
           CALL "SUSPENSE-MASTER" USING
               WS-SM-OPERATION, WS-LOAN-NUMBER, WS-SUSPENSE-RECORD,
               WS-SM-RESULT
           IF NOT WS-SM-RESULT-SUCCESS
               MOVE 0 TO WS-SUS-BALANCE
           END-IF

           IF WS-LOAN-FEES-DUE IS NOT NUMERIC
               MOVE 0 TO WS-LOAN-FEES-DUE
           END-IF
           MOVE WS-LOAN-PRODUCT-CODE TO WS-WF-PRODUCT-CODE
           COMPUTE WS-WF-FUNDS = WS-AMOUNT-VALUE + WS-SUS-BALANCE
           COMPUTE WS-WF-FULL-PAYMENT =
               WS-AMOUNT-DUE + WS-ESC-MONTHLY-DEPOSIT
           MOVE WS-LOAN-FEES-DUE TO WS-WF-FEES-DUE
           MOVE WS-INTEREST-DUE TO WS-WF-INTEREST-DUE
           MOVE WS-ESC-MONTHLY-DEPOSIT TO WS-WF-ESCROW-DUE
           MOVE WS-PRINCIPAL-SHARE TO WS-WF-PRINCIPAL-DUE
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-WF-BALANCE
           MOVE 0 TO WS-WF-PENALTY-DUE

           MOVE 5 TO WS-WF-OPERATION-LEN
           MOVE "APPLY" TO WS-WF-OPERATION-DATA
           CALL "PAYMENT-WATERFALL" USING
               WS-WF-OPERATION, WS-WATERFALL-REQUEST, WS-WF-RESULT

           MOVE SPACES TO WS-SPLIT-LINE
           IF WS-WF-HOLD-SWITCH = "Y"
               MOVE WS-WF-FUNDS TO WS-ED-SUSPENSE
               STRING "Short of the full payment -- held in "
                       DELIMITED BY SIZE
                       "suspense: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-SUSPENSE) DELIMITED BY SIZE
                   INTO WS-SPLIT-LINE
               END-STRING
           ELSE
               MOVE WS-WF-FEES-APPLIED TO WS-ED-FEES
               MOVE WS-WF-INTEREST-APPLIED TO WS-ED-INTEREST
               MOVE WS-WF-ESCROW-APPLIED TO WS-ED-ESCROW
               COMPUTE WS-ED-PRINCIPAL =
                   WS-WF-PRINCIPAL-APPLIED + WS-WF-UNAPPLIED
               MOVE WS-WF-SUSPENSE-APPLIED TO WS-ED-SUSPENSE
               STRING "Applies: Fees " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-FEES) DELIMITED BY SIZE
                       "  Interest " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-INTEREST) DELIMITED BY SIZE
                       "  Escrow " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-ESCROW) DELIMITED BY SIZE
                       "  Principal " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-PRINCIPAL)
                           DELIMITED BY SIZE
                       "  Suspense " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-SUSPENSE) DELIMITED BY SIZE
                   INTO WS-SPLIT-LINE
               END-STRING
           END-IF.

       WRITE-PAYMENT-AND-RECEIPT.
           MOVE WS-LOAN-NUMBER TO PAY-LOAN-NUMBER
               END-STRING
               WRITE RECEIPT-LINE
               DISPLAY "Taken. " FUNCTION TRIM(RECEIPT-LINE)
               MOVE SPACES TO RECEIPT-LINE
               STRING "        " DELIMITED BY SIZE
                       WS-SPLIT-LINE DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               END-STRING
               WRITE RECEIPT-LINE
           END-IF.

      *----------------------------------------------------------------*
