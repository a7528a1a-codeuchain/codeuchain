      * Loan terms are parsed out of the caller's context text        *
      * instead of being hardcoded, so each call prices the actual    *
      * principal/rate/term/frequency it was handed.                  *
      *                                                                *
      * "Maturity:" (years, shorter than the term) prices a balloon    *
      * note as well: the level monthly payment over the full term     *
      * and the balloon left owing when the note matures are appended  *
      * to the result after the future value.                          *
      *================================================================*

       IDENTIFICATION DIVISION.
       01  WS-VALID-CURRENCY-SWITCH  PIC X(1) VALUE "Y".
           88  WS-CURRENCY-VALID             VALUE "Y".

      * Balloon pricing: "Maturity: 5" against "Term: 30" -- payment
      * over the term, balance still owed at maturity. Zero maturity
      * (no label) is a fully amortizing loan and prices no balloon.
       01  WS-MATURITY-YEARS         PIC S9(5)V9(2) COMP-3 VALUE 0.
       01  WS-MONTHLY-RATE           PIC S9(3)V9(6) COMP-3.
       01  WS-TOTAL-PERIODS          PIC S9(5) COMP-3.
       01  WS-MATURITY-PERIODS       PIC S9(5) COMP-3.
       01  WS-DISCOUNT-FACTOR        PIC S9(9)V9(6) COMP-3.
       01  WS-MATURITY-FACTOR        PIC S9(9)V9(6) COMP-3.
       01  WS-PAYMENT-NUMERATOR      PIC S9(15)V9(8) COMP-3.
       01  WS-PAYMENT-DENOMINATOR    PIC S9(9)V9(6) COMP-3.
       01  WS-MONTHLY-PAYMENT        PIC S9(15)V9(4) COMP-3.
       01  WS-GROWN-PRINCIPAL        PIC S9(15)V9(4) COMP-3.
       01  WS-PAYMENTS-GROWN         PIC S9(15)V9(4) COMP-3.
       01  WS-BALLOON-AMOUNT         PIC S9(15)V9(4) COMP-3.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-EDITED-PAYMENT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-EDITED-BALLOON.

      * Working fields for pulling the Method/Currency fields out of
      * the free-text context -- the labels BUSINESS-CONTEXT doesn't
      * carry (e.g. "Currency: EUR").
               PERFORM COMPUTE-CALCULATED-RESULT
           END-IF

           IF WS-INPUT-VALID AND NOT WS-RESULT-OVERFLOWED
                   AND WS-MATURITY-YEARS > 0
               PERFORM COMPUTE-BALLOON-PAYMENT
           END-IF

           IF WS-INPUT-VALID AND NOT WS-RESULT-OVERFLOWED
               MOVE WS-CALCULATED-RESULT TO WS-EDITED-RESULT
               MOVE SPACES TO LS-OUTPUT-CONTEXT
                       WS-CURRENCY-CODE DELIMITED BY SIZE
                       INTO LS-OUTPUT-CONTEXT
               END-STRING
               IF WS-MATURITY-YEARS > 0
                   PERFORM APPEND-BALLOON-TO-RESULT
               END-IF
               SET LS-LINK-RESULT-SUCCESS TO TRUE
           ELSE
               IF WS-RESULT-OVERFLOWED
                   END-COMPUTE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * COMPUTE-BALLOON-PAYMENT - the level monthly payment that would *
      * amortize the principal over the full term, and the balance    *
      * still owed after the maturity's worth of those payments --     *
      * the balloon -- by the standard remaining-balance formula, each *
      * product in its own COMPUTE the way AMORTIZATION-SCHEDULE       *
      * prices its payment, so ON SIZE ERROR sees every step.          *
      *----------------------------------------------------------------*
       COMPUTE-BALLOON-PAYMENT.
           COMPUTE WS-TOTAL-PERIODS = WS-TIME-PERIOD * 12
           COMPUTE WS-MATURITY-PERIODS = WS-MATURITY-YEARS * 12
           COMPUTE WS-MONTHLY-RATE = WS-INTEREST-RATE / 12

           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                   WS-PRINCIPAL-AMOUNT / WS-TOTAL-PERIODS
               COMPUTE WS-BALLOON-AMOUNT ROUNDED =
                   WS-PRINCIPAL-AMOUNT
                       - (WS-MONTHLY-PAYMENT * WS-MATURITY-PERIODS)
           ELSE
               COMPUTE WS-DISCOUNT-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-TOTAL-PERIODS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-MATURITY-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-MATURITY-PERIODS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-PAYMENT-NUMERATOR =
                   WS-PRINCIPAL-AMOUNT * WS-MONTHLY-RATE
                       * WS-DISCOUNT-FACTOR
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-PAYMENT-DENOMINATOR =
                   WS-DISCOUNT-FACTOR - 1
               COMPUTE WS-MONTHLY-PAYMENT =
                   WS-PAYMENT-NUMERATOR / WS-PAYMENT-DENOMINATOR
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-GROWN-PRINCIPAL =
                   WS-PRINCIPAL-AMOUNT * WS-MATURITY-FACTOR
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-PAYMENTS-GROWN =
                   WS-MONTHLY-PAYMENT * (WS-MATURITY-FACTOR - 1)
                       / WS-MONTHLY-RATE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-BALLOON-AMOUNT ROUNDED =
                   WS-GROWN-PRINCIPAL - WS-PAYMENTS-GROWN
           END-IF.

       APPEND-BALLOON-TO-RESULT.
           MOVE WS-MONTHLY-PAYMENT TO WS-EDITED-PAYMENT
           MOVE WS-BALLOON-AMOUNT TO WS-EDITED-BALLOON
           MOVE SPACES TO WS-PARSE-REST
           MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(WS-PARSE-REST) DELIMITED BY SIZE
                   " Monthly Payment: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDITED-PAYMENT) DELIMITED BY SIZE
                   " Balloon Payment: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDITED-BALLOON) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CURRENCY-CODE DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
           END-STRING.

      *----------------------------------------------------------------*
      * VALIDATE-INPUT - rejects a principal, rate, term, or           *
      * compounding frequency that can't produce a meaningful result   *
               MOVE "N" TO WS-VALIDATION-SWITCH
               MOVE "Compounding frequency must be greater than zero"
                   TO WS-VALIDATION-REASON
           END-IF

           IF WS-INPUT-VALID AND WS-MATURITY-YEARS < 0
               MOVE "N" TO WS-VALIDATION-SWITCH
               MOVE "Maturity must be greater than zero"
                   TO WS-VALIDATION-REASON
           END-IF

           IF WS-INPUT-VALID
                   AND WS-MATURITY-YEARS NOT < WS-TIME-PERIOD
               MOVE "N" TO WS-VALIDATION-SWITCH
               MOVE "Maturity must be shorter than the term"
                   TO WS-VALIDATION-REASON
           END-IF.

      *----------------------------------------------------------------*
       PARSE-INPUT-CONTEXT.
           PERFORM PARSE-VIA-BUSINESS-CONTEXT
           PERFORM PARSE-INTEREST-METHOD
           PERFORM PARSE-CURRENCY
           PERFORM PARSE-MATURITY-TERM.

      *----------------------------------------------------------------*
      * PARSE-VIA-BUSINESS-CONTEXT - hands the context text to         *
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-MATURITY-TERM - "Maturity:" in years; no label leaves    *
      * zero, a fully amortizing loan.                                 *
      *----------------------------------------------------------------*
       PARSE-MATURITY-TERM.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Maturity:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE 0 TO WS-MATURITY-YEARS
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               COMPUTE WS-MATURITY-YEARS =
                   FUNCTION NUMVAL(WS-RAW-TOKEN)
           END-IF.

      *----------------------------------------------------------------*
      * EXTRACT-FIRST-TOKEN - takes the space-delimited word right    *
      * after a matched label (already isolated in WS-PARSE-REST) and *
