      * asking about an early payoff actually wants -- what's the      *
      * payoff balance right now, and how much interest does paying    *
      * off early save versus riding the loan out to term.             *
      *                                                                *
      * A product carrying a prepayment penalty schedule adds the      *
      * penalty for the loan year the payoff falls in (periods paid    *
      * over twelve, plus one) to the payoff amount and itemizes it    *
      * as "Prepayment Penalty:"; a product with no schedule returns   *
      * exactly the context it always did.                             *
      *                                                                *
      * A caller pricing a booked loan's payoff from its current       *
      * balance (periods paid zero) knows the loan's age better than   *
      * the periods paid can say; its "Loan Year:" label, when given,  *
      * is the penalty year instead.                                   *
      *                                                                *
      * A precomputed product (interest method "P") carries the whole  *
      * finance charge in the balance from the start, so its payoff is *
      * the installments still to come less the Rule of 78s rebate of  *
      * the charge not yet earned, itemized as "Rule of 78s Rebate:".  *
      * The rebate is the interest an early payoff saves, and the      *
      * per diem is zero -- the contract accrues nothing by the day.   *
      *================================================================*

       IDENTIFICATION DIVISION.
                     PFX-PROD-RATE-FAMILY BY WS-PROD-RATE-FAMILY
                     PFX-PROD-CHAIN-NAME  BY WS-PROD-CHAIN-NAME
                     PFX-PROD-DAY-COUNT   BY WS-PROD-DAY-COUNT
                     PFX-PROD-PPAY-SCHEDULE BY
                         WS-PROD-PPAY-SCHEDULE
                     PFX-PROD-PPAY-PCT    BY WS-PROD-PPAY-PCT
                     PFX-PROD-INTEREST-METHOD BY
                         WS-PROD-INTEREST-METHOD
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT              PIC X(10).
       01  WS-DAY-BASIS              PIC S9(3) COMP-3.
       01  WS-DAY-COUNT-LABEL        PIC X(7).
       01  WS-PER-DIEM               PIC S9(13)V99 COMP-3.

      * Prepayment penalty: the schedule's percent for the loan year
      * the payoff falls in, applied to the balance being paid off.
       01  WS-PENALTY-YEAR           PIC S9(5) COMP-3.
       01  WS-LOAN-YEAR-SWITCH       PIC X(1) VALUE "N".
           88  WS-LOAN-YEAR-GIVEN            VALUE "Y".
       01  WS-LOAN-YEAR              PIC S9(5) COMP-3.
       01  WS-PENALTY-PCT            PIC 9(2)V99.
       01  WS-PREPAY-PENALTY         PIC S9(13)V99 COMP-3.

      * Rule of 78s rebate on a precomputed contract: the finance
      * charge the level installments carry over the principal, and
      * the share of it the periods still to run would have earned.
       01  WS-FINANCE-CHARGE         PIC S9(15)V99 COMP-3.
       01  WS-REBATE-78              PIC S9(15)V99 COMP-3 VALUE 0.

      * A long enough term can still drive the discount-factor
      * exponentiation past what WS-DISCOUNT-FACTOR/WS-MONTHLY-PAYMENT
      * can hold; ON SIZE ERROR catches that overflow so the link
           REPLACING PFX-EDITED-MONEY BY WS-ED-SAVED.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PER-DIEM.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PENALTY.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-REBATE.

       LINKAGE SECTION.
       COPY "link-name.cob"
           ELSE
               PERFORM COMPUTE-PAYOFF
               PERFORM COMPUTE-PER-DIEM
               MOVE 0 TO WS-REBATE-78
               IF WS-PROD-INTEREST-METHOD = "P"
                   PERFORM COMPUTE-RULE-OF-78S-PAYOFF
               END-IF
               PERFORM COMPUTE-PREPAYMENT-PENALTY

               MOVE WS-PAYOFF-AMOUNT TO WS-ED-PAYOFF
               MOVE WS-INTEREST-SAVED TO WS-ED-SAVED
                       WS-DAY-COUNT-LABEL DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
               IF WS-PREPAY-PENALTY > 0
                   PERFORM APPEND-PENALTY-TO-CONTEXT
               END-IF
               IF WS-REBATE-78 > 0
                   PERFORM APPEND-REBATE-TO-CONTEXT
               END-IF

               MOVE "SUCCESS" TO LS-LINK-RESULT
           END-IF
       PARSE-INPUT-CONTEXT.
           PERFORM PARSE-VIA-BUSINESS-CONTEXT
           PERFORM PARSE-PERIODS-PAID
           PERFORM PARSE-LOAN-YEAR
           PERFORM PARSE-PRODUCT-CODE.

      *----------------------------------------------------------------*
               MOVE 0 TO WS-PERIODS-PAID
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-LOAN-YEAR - "Loan Year:" is optional; without it the     *
      * penalty year comes from the periods paid.                      *
      *----------------------------------------------------------------*
       PARSE-LOAN-YEAR.
           MOVE "N" TO WS-LOAN-YEAR-SWITCH
           MOVE 0 TO WS-LOAN-YEAR
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Loan Year:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-LOAN-YEAR
               MOVE "Y" TO WS-LOAN-YEAR-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-PRODUCT-CODE - "Product:" names the LOAN-PRODUCT record  *
      * whose day-count convention the payoff math honors; a context   *
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-PAYOFF-AMOUNT * WS-INTEREST-RATE / WS-DAY-BASIS.

      *----------------------------------------------------------------*
      * COMPUTE-RULE-OF-78S-PAYOFF - on a precomputed contract the     *
      * finance charge is what the level installments carry over the   *
      * principal. With n the contract's periods and r those still to  *
      * run, the Rule of 78s leaves the charge times r(r+1) / n(n+1)   *
      * unearned; the payoff is the installments still to come less    *
      * that rebate, which is also all the interest the payoff saves.  *
      *----------------------------------------------------------------*
       COMPUTE-RULE-OF-78S-PAYOFF.
           COMPUTE WS-FINANCE-CHARGE ROUNDED =
               WS-MONTHLY-PAYMENT * WS-TOTAL-PERIODS
               - WS-PRINCIPAL-AMOUNT
           IF WS-FINANCE-CHARGE < 0
               MOVE 0 TO WS-FINANCE-CHARGE
           END-IF
           COMPUTE WS-REBATE-78 ROUNDED =
               WS-FINANCE-CHARGE * WS-PERIODS-REMAINING *
               (WS-PERIODS-REMAINING + 1) /
               (WS-TOTAL-PERIODS * (WS-TOTAL-PERIODS + 1))
           COMPUTE WS-PAYOFF-AMOUNT =
               WS-SCHEDULED-REMAINDER - WS-REBATE-78
           MOVE WS-REBATE-78 TO WS-INTEREST-SAVED
           MOVE 0 TO WS-PER-DIEM.

      *----------------------------------------------------------------*
      * COMPUTE-PREPAYMENT-PENALTY - the product schedule's percent    *
      * for the loan year the payoff falls in, on the balance being    *
      * paid off, added to the payoff amount. Past the schedule's      *
      * fifth year, or with no schedule at all, there is no penalty;   *
      * a "Loan Year:" from the caller stands in for the periods paid. *
      * The per-diem stays on the balance alone; a penalty accrues     *
      * nothing.                                                       *
      *----------------------------------------------------------------*
       COMPUTE-PREPAYMENT-PENALTY.
           MOVE 0 TO WS-PREPAY-PENALTY
           MOVE 0 TO WS-PENALTY-PCT
           IF WS-LOAN-YEAR-GIVEN
               MOVE WS-LOAN-YEAR TO WS-PENALTY-YEAR
           ELSE
               COMPUTE WS-PENALTY-YEAR = (WS-PERIODS-PAID / 12) + 1
           END-IF
           IF WS-PENALTY-YEAR >= 1 AND WS-PENALTY-YEAR <= 5
               MOVE WS-PROD-PPAY-PCT(WS-PENALTY-YEAR)
                   TO WS-PENALTY-PCT
           END-IF
           IF WS-PENALTY-PCT > 0 AND WS-PAYOFF-AMOUNT > 0
               COMPUTE WS-PREPAY-PENALTY ROUNDED =
                   WS-PAYOFF-AMOUNT * WS-PENALTY-PCT / 100
               ADD WS-PREPAY-PENALTY TO WS-PAYOFF-AMOUNT
           END-IF.

       APPEND-PENALTY-TO-CONTEXT.
           MOVE WS-PREPAY-PENALTY TO WS-ED-PENALTY
           MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(WS-PARSE-REST) DELIMITED BY SIZE
                   " Prepayment Penalty: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PENALTY) DELIMITED BY SIZE
               INTO LS-OUTPUT-CONTEXT
           END-STRING.

       APPEND-REBATE-TO-CONTEXT.
           MOVE WS-REBATE-78 TO WS-ED-REBATE
           MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(WS-PARSE-REST) DELIMITED BY SIZE
                   " Rule of 78s Rebate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-REBATE) DELIMITED BY SIZE
               INTO LS-OUTPUT-CONTEXT
           END-STRING.

       AGE-ONE-PERIOD.
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
               WS-REMAINING-BALANCE * WS-MONTHLY-RATE
