      * refuses to post it, HALTing the chain the same way APPROVAL-   *
      * QUEUE itself halts an unapproved submission, so a large loan   *
      * can't reach the GL feed by skipping the approval step.         *
      *                                                                *
      * A construction loan ("Construction: YES") funds in stages, so  *
      * its booking posts nothing here; each draw CONSTRUCTION-DRAW    *
      * releases comes back through this link as "Funding: DRAW" with  *
      * the amount actually disbursed as its principal, and posts the  *
      * same receivable/cash pair with no origination fees taken.      *
      *                                                                *
      * A refinance ("Refinance Payoff:", stamped by REFINANCE-PAYOFF  *
      * with its principal/interest/penalty split) never sends the     *
      * payoff out as cash: the old loan's share is credited straight  *
      * to the accounts a payoff would have credited -- the PAYPRIN,   *
      * PAYINT and PREPAYPEN pairs' credit sides -- and cash credits   *
      * only what the borrower actually receives.                      *
      *                                                                *
      * A context carrying "GL Event:" is a plain journal posting, not *
      * a disbursement: the named event's GL-ACCOUNT-MAP pair is       *
      * posted for the principal amount, with no fees, netting or      *
      * staged-funding rules applied, and the applicant name becomes   *
      * the entry description. CECL-RESERVE posts its month-end        *
      * allowance true-up (CECLPROV / CECLREL) this way.               *
      *                                                                *
      * An indirect contract ("Dealer:", the DEALER-MASTER code the    *
      * application was bought under) also owes its dealer a reserve:  *
      * a flat fee per contract, or the dealer's share of the extra    *
      * finance charge the rate markup over the bank's buy rate earns  *
      * across the term. The reserve posts as the DLRRSV pair beside   *
      * the disbursement and rides the output context as "Dealer       *
      * Reserve:" for LOAN-BOOKING to put on the reserve ledger.       *
      *                                                                *
      * A precomputed product (interest method "P") adds the whole     *
      * finance charge for the term to the receivable at booking: the  *
      * level-payment charge on the principal at the contract rate     *
      * over the term in months posts as the PRECOMP pair (receivable  *
      * against unearned interest) and rides the output context as     *
      * "Precomputed Charge:" for LOAN-BOOKING to add to the balance.  *
      *================================================================*

       IDENTIFICATION DIVISION.
       01  WS-CONTEXT-REFERENCE       PIC X(20).
       01  WS-CONTEXT-BRANCH          PIC X(3).

      * Staged funding: a construction booking posts nothing, and a
      * released draw posts its disbursement without fees.
       01  WS-CONSTRUCTION-FLAG       PIC X(3) VALUE "NO".
       01  WS-FUNDING-TYPE            PIC X(10) VALUE SPACES.
           88  WS-DRAW-FUNDING                VALUE "DRAW".

      * Indirect lending: the dealer the contract came from and the
      * reserve it earns -- a flat fee, or its share of the finance
      * charge the markup over the buy rate adds across the term.
       01  WS-CONTEXT-DEALER          PIC X(10).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DM-OPERATION-DATA
                     PFX-OPERATION      BY WS-DM-OPERATION.
       COPY "dealer-record.cob"
           REPLACING PFX-DLR-RESERVE-METHOD  BY WS-DLR-RESERVE-METHOD
                     PFX-DLR-MARKUP-RATE     BY WS-DLR-MARKUP-RATE
                     PFX-DLR-SHARE-PCT       BY WS-DLR-SHARE-PCT
                     PFX-DLR-FLAT-FEE        BY WS-DLR-FLAT-FEE
                     PFX-DEALER-RECORD       BY WS-DEALER-RECORD.
       01  WS-DM-RESULT               PIC X(10).
       01  WS-DEALER-RESERVE          PIC S9(13)V99 COMP-3.
       01  WS-DLR-RATE                PIC S9(3)V9(8) COMP-3.
       01  WS-DLR-MONTHLY-RATE        PIC S9(3)V9(10) COMP-3.
       01  WS-DLR-PERIODS             PIC S9(5) COMP-3.
       01  WS-DLR-FACTOR              PIC S9(9)V9(10) COMP-3.
       01  WS-DLR-PAYMENT             PIC S9(15)V9(4) COMP-3.
       01  WS-DLR-FINANCE-CHARGE      PIC S9(15)V9(4) COMP-3.
       01  WS-DLR-CHARGE-AT-CONTRACT  PIC S9(15)V9(4) COMP-3.
       01  WS-DLRRSV-ACCOUNT-PAIR.
           05  WS-DLRRSV-DEBIT-ACCOUNT  PIC X(10).
           05  WS-DLRRSV-CREDIT-ACCOUNT PIC X(10).
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-DLR-RESERVE.

      * Event posting: the GL-ACCOUNT-MAP event a non-disbursement
      * caller names; spaces is an ordinary disbursement.
       01  WS-POSTING-EVENT           PIC X(10) VALUE SPACES.

      * The product's fee schedule, netted out of the funded amount:
      * the receivable still debits the full principal, cash credits
      * the net, and fee income takes the difference -- the sticky
                     PFX-PROD-CHAIN-NAME  BY WS-PROD-CHAIN-NAME
                     PFX-PROD-ORIG-FEE    BY WS-PROD-ORIG-FEE
                     PFX-PROD-POINTS      BY WS-PROD-POINTS
                     PFX-PROD-INTEREST-METHOD BY
                         WS-PROD-INTEREST-METHOD
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT               PIC X(10).
       01  WS-POINTS-AMOUNT           PIC S9(13)V99 COMP-3.
           REPLACING PFX-EDITED-MONEY BY WS-ED-ORIG-FEE.
       01  WS-ED-POINTS              PIC Z9.99.

      * Precomputed contracts: the add-on finance charge, figured by
      * the same level-payment arithmetic the dealer reserve uses.
       01  WS-PRECOMP-CHARGE          PIC S9(13)V99 COMP-3.
       01  WS-PRECOMP-ACCOUNT-PAIR.
           05  WS-PRECOMP-DEBIT-ACCOUNT  PIC X(10).
           05  WS-PRECOMP-CREDIT-ACCOUNT PIC X(10).
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PRECOMP.

      * Refinance netting: the old loan's payoff split, each part
      * credited to its own payoff account instead of to cash.
       01  WS-REFI-PRINCIPAL          PIC S9(13)V99 COMP-3.
       01  WS-REFI-INTEREST           PIC S9(13)V99 COMP-3.
       01  WS-REFI-PENALTY            PIC S9(13)V99 COMP-3.
       01  WS-REFI-TOTAL              PIC S9(13)V99 COMP-3.
       01  WS-REFI-PRIN-ACCOUNT-PAIR.
           05  WS-REFI-PRIN-DEBIT-ACCOUNT  PIC X(10).
           05  WS-REFI-PRIN-CREDIT-ACCOUNT PIC X(10).
       01  WS-REFI-INT-ACCOUNT-PAIR.
           05  WS-REFI-INT-DEBIT-ACCOUNT   PIC X(10).
           05  WS-REFI-INT-CREDIT-ACCOUNT  PIC X(10).
       01  WS-REFI-PPEN-ACCOUNT-PAIR.
           05  WS-REFI-PPEN-DEBIT-ACCOUNT  PIC X(10).
           05  WS-REFI-PPEN-CREDIT-ACCOUNT PIC X(10).
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-REFI.

      * Applicant and Principal are parsed out of the context text by
      * BUSINESS-CONTEXT (lib/src/business_context.cob) rather than
      * re-running the same UNSTRING chain FINANCIAL-CALCULATOR uses;
       01  WS-PARSE-REST              PIC X(10000).
       01  WS-PARSE-JUNK              PIC X(10000).
       01  WS-RAW-TOKEN               PIC X(50).
       01  WS-CLEAN-TOKEN             PIC X(50).
       01  WS-NUMERIC-VALUE           PIC S9(15)V9(4) COMP-3.
       01  WS-CHAR-IDX                PIC S9(4) COMP.
       01  WS-OUT-PTR                 PIC S9(4) COMP.
       01  WS-ONE-CHAR                PIC X(1).

       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BC-OPERATION-LEN
           PERFORM PARSE-CONTEXT-REFERENCE
           PERFORM PARSE-CONTEXT-BRANCH
           PERFORM PARSE-CONTEXT-PRODUCT
           PERFORM PARSE-CONTEXT-DEALER
           PERFORM PARSE-STAGED-FUNDING
           PERFORM PARSE-REFINANCE-PAYOFF
           PERFORM PARSE-POSTING-EVENT

           IF WS-REVIEW-REQUIRED-FLAG = "YES"
                   AND WS-APPROVAL-STATUS NOT = "APPROVED"
                       DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           ELSE IF WS-POSTING-EVENT NOT = SPACES
               PERFORM POST-EVENT-ENTRIES
               PERFORM BUILD-OUTPUT-CONTEXT
               MOVE "SUCCESS" TO LS-LINK-RESULT
           ELSE IF WS-CONSTRUCTION-FLAG = "YES" AND NOT WS-DRAW-FUNDING
               MOVE "SUCCESS" TO LS-LINK-RESULT
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
                       " GL Feed: Skipped (construction loan funds "
                       "by draw)" DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           ELSE
               PERFORM POST-GL-ENTRIES
               PERFORM BUILD-OUTPUT-CONTEXT
               MOVE "SUCCESS" TO LS-LINK-RESULT
           END-IF
           END-IF
           END-IF
           END-IF

           GOBACK.

           END-IF.

       PARSE-CONTEXT-PRODUCT.
           MOVE 0 TO WS-PRECOMP-CHARGE
           MOVE SPACES TO WS-PRODUCT-CODE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Product:"
               MOVE WS-RAW-TOKEN(1:3) TO WS-CONTEXT-BRANCH
           END-IF.

       PARSE-CONTEXT-DEALER.
           MOVE 0 TO WS-DEALER-RESERVE
           MOVE SPACES TO WS-CONTEXT-DEALER
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Dealer:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-CONTEXT-DEALER
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-STAGED-FUNDING - "Construction:" and "Funding:" tokens;  *
      * either missing reads as an ordinary one-time disbursement.     *
      *----------------------------------------------------------------*
       PARSE-STAGED-FUNDING.
           MOVE "NO" TO WS-CONSTRUCTION-FLAG
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Construction:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN TO WS-CONSTRUCTION-FLAG
           END-IF

           MOVE SPACES TO WS-FUNDING-TYPE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Funding:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN TO WS-FUNDING-TYPE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-REFINANCE-PAYOFF - the split REFINANCE-PAYOFF stamped;   *
      * no labels is an ordinary disbursement with nothing to net.     *
      *----------------------------------------------------------------*
       PARSE-REFINANCE-PAYOFF.
           MOVE 0 TO WS-REFI-PRINCIPAL
           MOVE 0 TO WS-REFI-INTEREST
           MOVE 0 TO WS-REFI-PENALTY
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Refinance Principal:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-REFI-PRINCIPAL
           END-IF

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Refinance Interest:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-REFI-INTEREST
           END-IF

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Refinance Penalty:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-REFI-PENALTY
           END-IF

           COMPUTE WS-REFI-TOTAL =
               WS-REFI-PRINCIPAL + WS-REFI-INTEREST + WS-REFI-PENALTY.

      *----------------------------------------------------------------*
      * PARSE-POSTING-EVENT - "GL Event:" names the GL-ACCOUNT-MAP     *
      * event a plain journal posting goes to.                         *
      *----------------------------------------------------------------*
       PARSE-POSTING-EVENT.
           MOVE SPACES TO WS-POSTING-EVENT
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "GL Event:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN TO WS-POSTING-EVENT
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

      *----------------------------------------------------------------*
      * POST-GL-ENTRIES - a balanced pair: debit Loans Receivable,     *
      * credit Cash, both for the same amount, so the feed never goes  *
      * out of balance one entry at a time. A refinance's payoff comes *
      * out of the cash credit and goes to the payoff accounts.        *
      *----------------------------------------------------------------*
       POST-GL-ENTRIES.
           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           MOVE WS-LOAN-AMOUNT TO WS-POSTING-AMOUNT
           MOVE 0 TO WS-ENTRIES-WRITTEN

           IF WS-DRAW-FUNDING
               MOVE 0 TO WS-PROD-ORIG-FEE
               MOVE 0 TO WS-PROD-POINTS
               MOVE 0 TO WS-REFI-TOTAL
           END-IF
           COMPUTE WS-POINTS-AMOUNT ROUNDED =
               WS-POSTING-AMOUNT * WS-PROD-POINTS / 100
           COMPUTE WS-FEE-TOTAL =
               WS-PROD-ORIG-FEE + WS-POINTS-AMOUNT
           COMPUTE WS-NET-FUNDED =
               WS-POSTING-AMOUNT - WS-FEE-TOTAL - WS-REFI-TOTAL

           MOVE "DISBURSE" TO WS-GL-EVENT-TYPE
           MOVE 3 TO WS-GM-OPERATION-LEN
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-FEE-ACCOUNT-PAIR, WS-GM-RESULT
           IF WS-REFI-TOTAL > 0
               MOVE "PAYPRIN" TO WS-GL-EVENT-TYPE
               CALL "GL-ACCOUNT-MAP" USING
                   WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                   WS-REFI-PRIN-ACCOUNT-PAIR, WS-GM-RESULT
               MOVE "PAYINT" TO WS-GL-EVENT-TYPE
               CALL "GL-ACCOUNT-MAP" USING
                   WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                   WS-REFI-INT-ACCOUNT-PAIR, WS-GM-RESULT
               MOVE "PREPAYPEN" TO WS-GL-EVENT-TYPE
               CALL "GL-ACCOUNT-MAP" USING
                   WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                   WS-REFI-PPEN-ACCOUNT-PAIR, WS-GM-RESULT
           END-IF
           IF WS-CONTEXT-DEALER NOT = SPACES AND NOT WS-DRAW-FUNDING
               PERFORM COMPUTE-DEALER-RESERVE
           END-IF
           IF WS-DEALER-RESERVE > 0
               MOVE "DLRRSV" TO WS-GL-EVENT-TYPE
               CALL "GL-ACCOUNT-MAP" USING
                   WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                   WS-DLRRSV-ACCOUNT-PAIR, WS-GM-RESULT
           END-IF
           IF WS-PROD-INTEREST-METHOD = "P" AND NOT WS-DRAW-FUNDING
               PERFORM COMPUTE-PRECOMPUTED-CHARGE
           END-IF
           IF WS-PRECOMP-CHARGE > 0
               MOVE "PRECOMP" TO WS-GL-EVENT-TYPE
               CALL "GL-ACCOUNT-MAP" USING
                   WS-GM-OPERATION, WS-GL-EVENT-TYPE,
                   WS-PRECOMP-ACCOUNT-PAIR, WS-GM-RESULT
           END-IF

           OPEN EXTEND GL-FEED-FILE
           IF GL-FEED-STATUS = "35"
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
               PERFORM BUILD-GL-REFERENCE
               IF WS-DRAW-FUNDING
                   MOVE "Construction draw - principal"
                       TO GL-DESCRIPTION
               ELSE
                   MOVE "Loan disbursement - principal"
                       TO GL-DESCRIPTION
               END-IF
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN

               IF WS-NET-FUNDED NOT = 0
                   MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE WS-NET-FUNDED TO GL-AMOUNT
                   IF WS-DRAW-FUNDING
                       MOVE "Construction draw - net funding"
                           TO GL-DESCRIPTION
                   ELSE
                       MOVE "Loan disbursement - net funding"
                           TO GL-DESCRIPTION
                   END-IF
                   WRITE GL-FEED-RECORD
                   ADD 1 TO WS-ENTRIES-WRITTEN
               END-IF

               IF WS-FEE-TOTAL > 0
                   MOVE WS-FEE-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   ADD 1 TO WS-ENTRIES-WRITTEN
               END-IF

               IF WS-REFI-TOTAL > 0
                   PERFORM POST-REFINANCE-PAYOFF-CREDITS
               END-IF

               IF WS-DEALER-RESERVE > 0
                   PERFORM POST-DEALER-RESERVE
               END-IF

               IF WS-PRECOMP-CHARGE > 0
                   PERFORM POST-PRECOMPUTED-CHARGE
               END-IF

               CLOSE GL-FEED-FILE
               DISPLAY "GL-FEED-EXPORT: " WS-ENTRIES-WRITTEN
                       " entries posted to gl_feed.dat"
                       "status " GL-FEED-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-GL-REFERENCE - the reference carries the run-id          *
      * sequence, then the originating branch so finance can split the *
      * feed, then as much of the name as fits.                        *
      *----------------------------------------------------------------*
       BUILD-GL-REFERENCE.
           IF WS-CONTEXT-REFERENCE NOT = SPACES
               MOVE SPACES TO GL-REFERENCE
               STRING FUNCTION TRIM(WS-CONTEXT-REFERENCE)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CONTEXT-BRANCH DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-APPLICANT-NAME(1:6)
                           DELIMITED BY SIZE
                   INTO GL-REFERENCE
               END-STRING
           ELSE
               IF WS-CONTEXT-BRANCH NOT = SPACES
                   MOVE SPACES TO GL-REFERENCE
                   STRING WS-CONTEXT-BRANCH DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-APPLICANT-NAME(1:26)
                               DELIMITED BY SIZE
                       INTO GL-REFERENCE
                   END-STRING
               ELSE
                   MOVE WS-APPLICANT-NAME TO GL-REFERENCE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POST-EVENT-ENTRIES - a "GL Event:" posting: the event's pair   *
      * from GL-ACCOUNT-MAP, debit and credit for the same amount,     *
      * described by the applicant name the caller supplied. Nothing   *
      * is withheld or netted, so the output context reads as a plain  *
      * posting.                                                       *
      *----------------------------------------------------------------*
       POST-EVENT-ENTRIES.
           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           MOVE WS-LOAN-AMOUNT TO WS-POSTING-AMOUNT
           MOVE 0 TO WS-ENTRIES-WRITTEN
           MOVE 0 TO WS-FEE-TOTAL
           MOVE 0 TO WS-REFI-TOTAL

           MOVE WS-POSTING-EVENT TO WS-GL-EVENT-TYPE
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           OPEN EXTEND GL-FEED-FILE
           IF GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF GL-FEED-STATUS = "00" OR GL-FEED-STATUS = "05"
               MOVE WS-POSTING-DATE TO GL-ENTRY-DATE
               PERFORM BUILD-GL-REFERENCE
               MOVE WS-APPLICANT-NAME TO GL-DESCRIPTION
               MOVE WS-POSTING-AMOUNT TO GL-AMOUNT

               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN

               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN

               CLOSE GL-FEED-FILE
               DISPLAY "GL-FEED-EXPORT: " WS-ENTRIES-WRITTEN
                       " entries posted to gl_feed.dat for event "
                       WS-POSTING-EVENT
           ELSE
               DISPLAY "GL-FEED-EXPORT: Failed to open gl_feed.dat, "
                       "status " GL-FEED-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * POST-REFINANCE-PAYOFF-CREDITS - the old loan's payoff, part by *
      * part, to the credit side of the pair a payoff posts to; the    *
      * reference stays the new loan's, so the set still balances      *
      * against its one receivable debit.                              *
      *----------------------------------------------------------------*
       POST-REFINANCE-PAYOFF-CREDITS.
           MOVE "C" TO GL-DEBIT-CREDIT
           IF WS-REFI-PRINCIPAL > 0
               MOVE WS-REFI-PRIN-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-REFI-PRINCIPAL TO GL-AMOUNT
               MOVE "Refinance payoff - principal" TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF
           IF WS-REFI-INTEREST > 0
               MOVE WS-REFI-INT-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-REFI-INTEREST TO GL-AMOUNT
               MOVE "Refinance payoff - interest" TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF
           IF WS-REFI-PENALTY > 0
               MOVE WS-REFI-PPEN-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-REFI-PENALTY TO GL-AMOUNT
               MOVE "Refinance payoff - prepayment penalty"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-DEALER-RESERVE - the dealer's terms from DEALER-MASTER.*
      * Method F pays the flat fee. Method M pays the share percent of *
      * the finance charge the markup adds: the level-payment finance  *
      * charge at the contract rate less the same at the buy rate (the *
      * contract rate less the markup, never below zero), over the     *
      * application's principal and term. A dealer not on file earns   *
      * nothing here and is left for the booking to reject.            *
      *----------------------------------------------------------------*
       COMPUTE-DEALER-RESERVE.
           MOVE 3 TO WS-DM-OPERATION-LEN
           MOVE "GET" TO WS-DM-OPERATION-DATA
           CALL "DEALER-MASTER" USING
               WS-DM-OPERATION, WS-CONTEXT-DEALER,
               WS-DEALER-RECORD, WS-DM-RESULT
           IF WS-DM-RESULT NOT = "SUCCESS"
               DISPLAY "GL-FEED-EXPORT: Dealer " WS-CONTEXT-DEALER
                       " not on file (" WS-DM-RESULT
                       "), no dealer reserve posted"
           ELSE
               EVALUATE WS-DLR-RESERVE-METHOD
                   WHEN "F"
                       MOVE WS-DLR-FLAT-FEE TO WS-DEALER-RESERVE
                   WHEN "M"
                       COMPUTE WS-DLR-PERIODS = WS-BC-TIME-PERIOD * 12
                       IF WS-DLR-PERIODS > 0
                           MOVE WS-BC-INTEREST-RATE TO WS-DLR-RATE
                           PERFORM COMPUTE-DEALER-FINANCE-CHARGE
                           MOVE WS-DLR-FINANCE-CHARGE
                               TO WS-DLR-CHARGE-AT-CONTRACT
                           COMPUTE WS-DLR-RATE =
                               WS-BC-INTEREST-RATE
                                   - WS-DLR-MARKUP-RATE / 100
                           IF WS-DLR-RATE < 0
                               MOVE 0 TO WS-DLR-RATE
                           END-IF
                           PERFORM COMPUTE-DEALER-FINANCE-CHARGE
                           COMPUTE WS-DEALER-RESERVE ROUNDED =
                               (WS-DLR-CHARGE-AT-CONTRACT
                                   - WS-DLR-FINANCE-CHARGE)
                                   * WS-DLR-SHARE-PCT / 100
                           IF WS-DEALER-RESERVE < 0
                               MOVE 0 TO WS-DEALER-RESERVE
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-DEALER-RESERVE
               END-EVALUATE
           END-IF.

       COMPUTE-DEALER-FINANCE-CHARGE.
           COMPUTE WS-DLR-MONTHLY-RATE = WS-DLR-RATE / 12
           IF WS-DLR-MONTHLY-RATE = 0
               MOVE 0 TO WS-DLR-FINANCE-CHARGE
           ELSE
               COMPUTE WS-DLR-FACTOR =
                   (1 + WS-DLR-MONTHLY-RATE) ** WS-DLR-PERIODS
               COMPUTE WS-DLR-PAYMENT =
                   WS-LOAN-AMOUNT * WS-DLR-MONTHLY-RATE
                       * WS-DLR-FACTOR / (WS-DLR-FACTOR - 1)
               COMPUTE WS-DLR-FINANCE-CHARGE =
                   WS-DLR-PAYMENT * WS-DLR-PERIODS - WS-LOAN-AMOUNT
           END-IF.

      *----------------------------------------------------------------*
      * POST-DEALER-RESERVE - the DLRRSV pair for the reserve, under   *
      * the loan's own reference so it ties to the disbursement.       *
      *----------------------------------------------------------------*
       POST-DEALER-RESERVE.
           MOVE WS-DEALER-RESERVE TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING "Dealer reserve - " DELIMITED BY SIZE
                   WS-CONTEXT-DEALER DELIMITED BY SPACE
               INTO GL-DESCRIPTION
           END-STRING

           MOVE WS-DLRRSV-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "D" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN

           MOVE WS-DLRRSV-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "C" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN.

      *----------------------------------------------------------------*
      * COMPUTE-PRECOMPUTED-CHARGE / POST-PRECOMPUTED-CHARGE - the     *
      * level payment on the principal at the contract rate, times the *
      * months in the term, less the principal: the charge the         *
      * borrower signs for. It posts as the PRECOMP pair under the     *
      * loan's own reference, beside the disbursement it rides on.     *
      *----------------------------------------------------------------*
       COMPUTE-PRECOMPUTED-CHARGE.
           COMPUTE WS-DLR-PERIODS = WS-BC-TIME-PERIOD * 12
           IF WS-DLR-PERIODS > 0
               MOVE WS-BC-INTEREST-RATE TO WS-DLR-RATE
               PERFORM COMPUTE-DEALER-FINANCE-CHARGE
               COMPUTE WS-PRECOMP-CHARGE ROUNDED =
                   WS-DLR-FINANCE-CHARGE
           END-IF.

       POST-PRECOMPUTED-CHARGE.
           MOVE WS-PRECOMP-CHARGE TO GL-AMOUNT
           MOVE "Precomputed finance charge - unearned"
               TO GL-DESCRIPTION

           MOVE WS-PRECOMP-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "D" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN

           MOVE WS-PRECOMP-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "C" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN.

      *----------------------------------------------------------------*
      * BUILD-OUTPUT-CONTEXT - the itemized fees ride the context as  *
      * the same "Origination Fee:"/"Points:" labels DISCLOSURE-CALC  *
                       WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF
           IF WS-REFI-TOTAL > 0
               MOVE WS-REFI-TOTAL TO WS-ED-REFI
               MOVE WS-NET-FUNDED TO WS-ED-NET
               MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(WS-PARSE-REST) DELIMITED BY SIZE
                       " Refinance Netted: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-REFI) DELIMITED BY SIZE
                       " Cash Disbursed: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-NET) DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF
           IF WS-DEALER-RESERVE > 0
               MOVE WS-DEALER-RESERVE TO WS-ED-DLR-RESERVE
               MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(WS-PARSE-REST) DELIMITED BY SIZE
                       " Dealer Reserve: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-DLR-RESERVE)
                           DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF
           IF WS-PRECOMP-CHARGE > 0
               MOVE WS-PRECOMP-CHARGE TO WS-ED-PRECOMP
               MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-REST
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(WS-PARSE-REST) DELIMITED BY SIZE
                       " Precomputed Charge: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-PRECOMP) DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF.

       END PROGRAM GL-FEED-EXPORT.
