      * loan supersedes the earlier row the way counteroffer rows do,  *
      * and PAYMENT-POSTING marks an honored quote USED with a         *
      * terminal row.                                                  *
      *                                                                *
      * A loan whose product carries a prepayment penalty schedule is  *
      * quoted the penalty for the loan year the quote date falls in   *
      * (counted from the booked date): it is added to the payoff,     *
      * carried on the quote row so PAYMENT-POSTING collects the       *
      * quoted figure, and itemized on the letter. No schedule, no     *
      * penalty line -- the quote reads exactly as it always has.      *
      *                                                                *
      * A loan whose term ran out with a balance owing (status         *
      * MATURED) is quoted the same way, since paying it off is        *
      * exactly what the matured-unpaid letter asks of the borrower.   *
      *                                                                *
      * A precomputed loan (interest method "P") accrues nothing by    *
      * the day: its balance already holds the whole finance charge,   *
      * so the quote is that balance less the Rule of 78s rebate of    *
      * what is still unearned, with no per diem. The rebate is priced *
      * at the good-through date -- a month that turns inside the      *
      * window earns its share first -- carried on the quote row so    *
      * PAYMENT-POSTING grants the quoted rebate, and itemized on the  *
      * letter.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
           05  PQ-PER-DIEM           PIC 9(7)V99.
           05  PQ-GOOD-THROUGH       PIC 9(8).
           05  PQ-STATUS             PIC X(10).
           05  PQ-PENALTY            PIC 9(11)V99.
           05  PQ-REBATE             PIC 9(11)V99.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(132).
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PRODUCT-CODE    BY WS-LOAN-PRODUCT-CODE
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-INTEREST-METHOD BY
                         WS-LOAN-INTEREST-METHOD
                     PFX-LOAN-FINANCE-CHARGE  BY
                         WS-LOAN-FINANCE-CHARGE
                     PFX-LOAN-UNEARNED-INT    BY WS-LOAN-UNEARNED-INT
                     PFX-LOAN-PRECOMP-TERM    BY WS-LOAN-PRECOMP-TERM
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-PROD-RATE-FAMILY BY WS-PROD-RATE-FAMILY
                     PFX-PROD-CHAIN-NAME  BY WS-PROD-CHAIN-NAME
                     PFX-PROD-DAY-COUNT   BY WS-PROD-DAY-COUNT
                     PFX-PROD-PPAY-SCHEDULE BY
                         WS-PROD-PPAY-SCHEDULE
                     PFX-PROD-PPAY-PCT    BY WS-PROD-PPAY-PCT
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT              PIC X(10).
       01  WS-DAY-BASIS              PIC S9(3) COMP-3.

      * Prepayment penalty: the loan year is the whole years between
      * the booked date and the quote date (YYYYMMDD difference over
      * ten thousand) plus one.
       01  WS-PENALTY-YEAR           PIC S9(5) COMP-3.
       01  WS-PENALTY-PCT            PIC 9(2)V99.
       01  WS-PREPAY-PENALTY         PIC S9(11)V99 COMP-3.
       01  WS-ED-PENALTY-PCT         PIC Z9.99.
       01  WS-ED-PENALTY-YEAR        PIC 9.

      * The good-through walk: ten business days out, one day at a
      * time through BUSINESS-DAY-CALC.
       COPY "operation.cob"
                     PFX-OPERATION-DATA BY WS-BD-OPERATION-DATA
                     PFX-OPERATION      BY WS-BD-OPERATION.
       01  WS-WORK-DATE              PIC 9(8).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY          PIC 9(4).
           05  WS-WORK-MM            PIC 9(2).
           05  WS-WORK-DD            PIC 9(2).
       01  WS-IS-BUSINESS-DAY        PIC X(1).
       01  WS-BD-RESULT              PIC X(10).
       01  WS-GOOD-THROUGH-DAYS      PIC S9(3) COMP-3 VALUE 10.
       01  WS-PER-DIEM               PIC S9(7)V99 COMP-3.
       01  WS-PAYOFF-AMOUNT          PIC S9(13)V99 COMP-3.

      * Rule of 78s rebate on a precomputed loan: whole months from
      * the booked date to the good-through date, capped at the
      * contract term, and the charge the months still to run carry.
       01  WS-BOOKED-DATE            PIC 9(8).
       01  WS-BOOKED-DATE-N REDEFINES WS-BOOKED-DATE.
           05  WS-BOOKED-YYYY        PIC 9(4).
           05  WS-BOOKED-MM          PIC 9(2).
           05  WS-BOOKED-DD          PIC 9(2).
       01  WS-MONTHS-ELAPSED         PIC S9(5) COMP-3.
       01  WS-MONTHS-REMAINING       PIC S9(5) COMP-3.
       01  WS-REBATE-78              PIC S9(11)V99 COMP-3.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PAYOFF.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PER-DIEM.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PENALTY.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-REBATE.

       PROCEDURE DIVISION.

                   DISPLAY "Loan master unavailable ("
                           WS-LM-RESULT ")"
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                       AND WS-LOAN-STATUS NOT = "MATURED"
                   DISPLAY "Loan is " FUNCTION TRIM(WS-LOAN-STATUS)
                           "; nothing to quote."
               WHEN OTHER
      * PRICE-AND-ISSUE-QUOTE - per-diem on the product's basis, the   *
      * good-through date ten business days out, and the payoff        *
      * priced through the whole window so any day inside it is       *
      * covered, plus any prepayment penalty the product's schedule    *
      * charges for the loan's current year. A precomputed loan is     *
      * quoted its balance less the Rule of 78s rebate instead, and    *
      * any penalty is figured on that net balance.                    *
      *----------------------------------------------------------------*
       PRICE-AND-ISSUE-QUOTE.
           PERFORM LOOK-UP-DAY-BASIS

           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM ADVANCE-ONE-BUSINESS-DAY
               VARYING WS-DAY-COUNTER FROM 1 BY 1
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           MOVE 0 TO WS-REBATE-78
           IF WS-LOAN-INTEREST-METHOD = "P"
               PERFORM COMPUTE-RULE-OF-78S-REBATE
               MOVE 0 TO WS-PER-DIEM
           ELSE
               COMPUTE WS-PER-DIEM ROUNDED =
                   WS-LOAN-CURRENT-BALANCE *
                       (WS-LOAN-INTEREST-RATE / 100) / WS-DAY-BASIS
           END-IF
           PERFORM COMPUTE-PREPAYMENT-PENALTY

           COMPUTE WS-PAYOFF-AMOUNT ROUNDED =
               WS-LOAN-CURRENT-BALANCE + WS-LOAN-ACCRUED-INT
                   + (WS-PER-DIEM * WS-WINDOW-DAYS)
                   + WS-PREPAY-PENALTY - WS-REBATE-78

           MOVE WS-PAYOFF-AMOUNT TO WS-ED-PAYOFF
           MOVE WS-PER-DIEM TO WS-ED-PER-DIEM
           MOVE WS-PREPAY-PENALTY TO WS-ED-PENALTY
           DISPLAY "Payoff amount: " FUNCTION TRIM(WS-ED-PAYOFF)
               "  Per diem: " FUNCTION TRIM(WS-ED-PER-DIEM)
           IF WS-PREPAY-PENALTY > 0
               DISPLAY "Includes prepayment penalty: "
                   FUNCTION TRIM(WS-ED-PENALTY)
           END-IF
           IF WS-REBATE-78 > 0
               MOVE WS-REBATE-78 TO WS-ED-REBATE
               DISPLAY "Less Rule of 78s rebate: "
                   FUNCTION TRIM(WS-ED-REBATE)
           END-IF
           DISPLAY "Good through: " WS-WORK-DATE

           PERFORM WRITE-QUOTE-RECORD
               MOVE 365 TO WS-DAY-BASIS
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-PREPAYMENT-PENALTY - the product schedule's percent    *
      * for the loan year the quote date falls in, on the principal    *
      * balance (net of any Rule of 78s rebate). A loan with no booked *
      * date on file, a year past the schedule, or a product without   *
      * one is charged nothing.                                        *
      *----------------------------------------------------------------*
       COMPUTE-PREPAYMENT-PENALTY.
           MOVE 0 TO WS-PREPAY-PENALTY
           MOVE 0 TO WS-PENALTY-PCT
           IF WS-LOAN-BOOKED-DATE IS NUMERIC
                   AND WS-LOAN-BOOKED-DATE > 0
                   AND WS-LOAN-BOOKED-DATE <= WS-RUN-DATE
               COMPUTE WS-PENALTY-YEAR =
                   ((WS-RUN-DATE - WS-LOAN-BOOKED-DATE) / 10000) + 1
               IF WS-PENALTY-YEAR <= 5
                   MOVE WS-PROD-PPAY-PCT(WS-PENALTY-YEAR)
                       TO WS-PENALTY-PCT
               END-IF
           END-IF
           IF WS-PENALTY-PCT > 0
               COMPUTE WS-PREPAY-PENALTY ROUNDED =
                   (WS-LOAN-CURRENT-BALANCE - WS-REBATE-78)
                       * WS-PENALTY-PCT / 100
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-RULE-OF-78S-REBATE - the unearned charge a precomputed *
      * loan would still carry on the good-through date: with n the    *
      * contract's months and r those still to run after the whole     *
      * months since booking, the charge times r(r+1) / n(n+1), never  *
      * more than the loan's unearned figure today.                    *
      *----------------------------------------------------------------*
       COMPUTE-RULE-OF-78S-REBATE.
           MOVE 0 TO WS-MONTHS-ELAPSED
           IF WS-LOAN-BOOKED-DATE IS NUMERIC
                   AND WS-LOAN-BOOKED-DATE > 0
                   AND WS-LOAN-BOOKED-DATE < WS-WORK-DATE
               MOVE WS-LOAN-BOOKED-DATE TO WS-BOOKED-DATE
               COMPUTE WS-MONTHS-ELAPSED =
                   (WS-WORK-YYYY - WS-BOOKED-YYYY) * 12
                   + WS-WORK-MM - WS-BOOKED-MM
               IF WS-WORK-DD < WS-BOOKED-DD
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
               IF WS-REBATE-78 > WS-LOAN-UNEARNED-INT
                   MOVE WS-LOAN-UNEARNED-INT TO WS-REBATE-78
               END-IF
               IF WS-REBATE-78 < 0
                   MOVE 0 TO WS-REBATE-78
               END-IF
           END-IF.

       ADVANCE-ONE-BUSINESS-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               MOVE WS-PER-DIEM TO PQ-PER-DIEM
               MOVE WS-WORK-DATE TO PQ-GOOD-THROUGH
               MOVE "OPEN" TO PQ-STATUS
               MOVE WS-PREPAY-PENALTY TO PQ-PENALTY
               MOVE WS-REBATE-78 TO PQ-REBATE
               WRITE QUOTE-RECORD
               CLOSE QUOTE-FILE
               MOVE "00" TO WS-QUOTE-STATUS
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
               IF WS-PREPAY-PENALTY > 0
                   PERFORM WRITE-PENALTY-LETTER-LINES
               END-IF
               IF WS-REBATE-78 > 0
                   PERFORM WRITE-REBATE-LETTER-LINE
               END-IF
               MOVE SPACES TO LETTER-LINE
               STRING "Good through: " DELIMITED BY SIZE
                       WS-WORK-DATE DELIMITED BY SIZE
               CLOSE LETTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-PENALTY-LETTER-LINES - the penalty itemized under the    *
      * payoff total: the principal it was figured on, the percent,    *
      * the loan year, and the amount.                                 *
      *----------------------------------------------------------------*
       WRITE-PENALTY-LETTER-LINES.
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE WS-PENALTY-PCT TO WS-ED-PENALTY-PCT
           MOVE WS-PENALTY-YEAR TO WS-ED-PENALTY-YEAR
           MOVE SPACES TO LETTER-LINE
           STRING "  Principal balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  Includes prepayment penalty: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PENALTY) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PENALTY-PCT) DELIMITED BY SIZE
                   "% of principal, loan year " DELIMITED BY SIZE
                   WS-ED-PENALTY-YEAR DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

      *----------------------------------------------------------------*
      * WRITE-REBATE-LETTER-LINE - the Rule of 78s rebate the payoff   *
      * of a precomputed loan is already net of.                       *
      *----------------------------------------------------------------*
       WRITE-REBATE-LETTER-LINE.
           MOVE WS-REBATE-78 TO WS-ED-REBATE
           MOVE SPACES TO LETTER-LINE
           STRING "  Includes Rule of 78s rebate of unearned "
                   "interest: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-REBATE) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

       LOOK-UP-CUSTOMER.
           MOVE WS-LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
