      * a small static pricing table and handing back the rate that    *
      * tier is currently quoted, so a chain can price a loan starting *
      * from nothing more than principal/term/tier.                    *
      *                                                                *
      * Marketing's relationship discounts come off the tier rate      *
      * here too: a context tagged "Autopay: YES" (the borrower is     *
      * enrolling in autopay) or "Deposit Relationship: YES" earns     *
      * the discount rate_discount.dat lists for that relationship,    *
      * one fixed-width row each:                                      *
      *                                                                *
      *     cols  1-10  AUTOPAY or DEPOSIT                             *
      *     cols 11-14  discount, percent to two places (0025 = .25%)  *
      *                                                                *
      * A relationship with no row -- or no file at all -- takes a     *
      * quarter point; a row of 0000 withdraws the offer. Discounts do *
      * not stack: a borrower with both takes the larger, the deposit  *
      * discount on a tie, since a deposit relationship is not lost by *
      * a bounced draft. The "Rate:" quoted is net of the discount,    *
      * and "Rate Discount:"/"Discount Type:" carry the discount       *
      * itself so LOAN-BOOKING can store it on the loan as its own     *
      * component for RATE-DISCOUNT-REMOVAL to take back later.        *
      *================================================================*

       IDENTIFICATION DIVISION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCOUNT-FILE ASSIGN TO "rate_discount.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCOUNT-FILE.
       01  DISCOUNT-FILE-RECORD.
           05  RDT-RELATIONSHIP      PIC X(10).
           05  RDT-DISCOUNT          PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01  WS-DISCOUNT-STATUS        PIC XX.
       01  WS-DISCOUNT-EOF-SWITCH    PIC X(1).
           88  WS-DISCOUNT-AT-EOF            VALUE "Y".

      * Relationship discounts on offer, a quarter point each until
      * rate_discount.dat says otherwise, and what this borrower
      * qualifies for.
       01  WS-AUTOPAY-DISCOUNT       PIC S9(1)V9(4) COMP-3.
       01  WS-DEPOSIT-DISCOUNT       PIC S9(1)V9(4) COMP-3.
       01  WS-AUTOPAY-SWITCH         PIC X(1).
           88  WS-AUTOPAY-ENROLLED           VALUE "Y".
       01  WS-DEPOSIT-SWITCH         PIC X(1).
           88  WS-DEPOSIT-HELD               VALUE "Y".
       01  WS-RATE-DISCOUNT          PIC S9(1)V9(4) COMP-3.
       01  WS-DISCOUNT-TYPE          PIC X(10).
       01  WS-DISCOUNT-TEXT          PIC X(60).
       01  WS-EDITED-DISCOUNT-PCT    PIC 9.99.

      * Static pricing table: built once per call by BUILD-RATE-TABLE
      * below, the same append-a-row approach CHAIN-ORCHESTRATOR uses
           PERFORM BUILD-RATE-TABLE
           PERFORM PARSE-CREDIT-TIER
           PERFORM LOOKUP-RATE
           PERFORM PARSE-RELATIONSHIPS
           PERFORM LOAD-DISCOUNT-TABLE
           PERFORM APPLY-RELATIONSHIP-DISCOUNT
           PERFORM BUILD-OUTPUT-CONTEXT

           MOVE "SUCCESS" TO LS-LINK-RESULT
               MOVE "Y" TO WS-TIER-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-RELATIONSHIPS - "Autopay:" and "Deposit Relationship:"   *
      * answered YES (or Y) qualify the borrower for that discount;    *
      * anything else, or no label at all, does not.                   *
      *----------------------------------------------------------------*
       PARSE-RELATIONSHIPS.
           MOVE "N" TO WS-AUTOPAY-SWITCH
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Autopay:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               MOVE SPACES TO WS-PARSE-JUNK
               UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                   INTO WS-PARSE-JUNK WS-RAW-TOKEN
               END-UNSTRING
               IF WS-RAW-TOKEN = "YES" OR WS-RAW-TOKEN = "Y"
                   MOVE "Y" TO WS-AUTOPAY-SWITCH
               END-IF
           END-IF

           MOVE "N" TO WS-DEPOSIT-SWITCH
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT
               DELIMITED BY "Deposit Relationship:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               MOVE SPACES TO WS-PARSE-JUNK
               UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                   INTO WS-PARSE-JUNK WS-RAW-TOKEN
               END-UNSTRING
               IF WS-RAW-TOKEN = "YES" OR WS-RAW-TOKEN = "Y"
                   MOVE "Y" TO WS-DEPOSIT-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-DISCOUNT-TABLE - a quarter point for each relationship,   *
      * then whatever rate_discount.dat lists over the top; a missing  *
      * file leaves the defaults standing.                             *
      *----------------------------------------------------------------*
       LOAD-DISCOUNT-TABLE.
           MOVE 0.25 TO WS-AUTOPAY-DISCOUNT
           MOVE 0.25 TO WS-DEPOSIT-DISCOUNT
           OPEN INPUT DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS = "00"
               MOVE "N" TO WS-DISCOUNT-EOF-SWITCH
               PERFORM READ-NEXT-DISCOUNT-ROW
               PERFORM TAKE-ONE-DISCOUNT-ROW
                   UNTIL WS-DISCOUNT-AT-EOF
               CLOSE DISCOUNT-FILE
           END-IF.

       TAKE-ONE-DISCOUNT-ROW.
           IF RDT-DISCOUNT IS NUMERIC
               EVALUATE RDT-RELATIONSHIP
                   WHEN "AUTOPAY"
                       MOVE RDT-DISCOUNT TO WS-AUTOPAY-DISCOUNT
                   WHEN "DEPOSIT"
                       MOVE RDT-DISCOUNT TO WS-DEPOSIT-DISCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-DISCOUNT-ROW.

       READ-NEXT-DISCOUNT-ROW.
           READ DISCOUNT-FILE
               AT END
                   MOVE "Y" TO WS-DISCOUNT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * APPLY-RELATIONSHIP-DISCOUNT - the larger discount the borrower *
      * qualifies for (deposit on a tie) comes off the quoted rate,    *
      * never taking it below zero.                                    *
      *----------------------------------------------------------------*
       APPLY-RELATIONSHIP-DISCOUNT.
           MOVE 0 TO WS-RATE-DISCOUNT
           MOVE SPACES TO WS-DISCOUNT-TYPE
           IF WS-DEPOSIT-HELD AND WS-DEPOSIT-DISCOUNT > 0
               MOVE WS-DEPOSIT-DISCOUNT TO WS-RATE-DISCOUNT
               MOVE "DEPOSIT" TO WS-DISCOUNT-TYPE
           END-IF
           IF WS-AUTOPAY-ENROLLED
                   AND WS-AUTOPAY-DISCOUNT > WS-RATE-DISCOUNT
               MOVE WS-AUTOPAY-DISCOUNT TO WS-RATE-DISCOUNT
               MOVE "AUTOPAY" TO WS-DISCOUNT-TYPE
           END-IF
           IF WS-RATE-DISCOUNT > WS-QUOTED-RATE
               MOVE WS-QUOTED-RATE TO WS-RATE-DISCOUNT
           END-IF
           SUBTRACT WS-RATE-DISCOUNT FROM WS-QUOTED-RATE

           MOVE SPACES TO WS-DISCOUNT-TEXT
           IF WS-RATE-DISCOUNT > 0
               MOVE WS-RATE-DISCOUNT TO WS-EDITED-DISCOUNT-PCT
               STRING " Rate Discount: " DELIMITED BY SIZE
                       WS-EDITED-DISCOUNT-PCT DELIMITED BY SIZE
                       "% Discount Type: " DELIMITED BY SIZE
                       WS-DISCOUNT-TYPE DELIMITED BY SPACE
                   INTO WS-DISCOUNT-TEXT
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-OUTPUT-CONTEXT - forwards the caller's own context       *
      * fields (Principal, Term, and so on) along with the quoted      *
                       WS-EDITED-RATE-PCT DELIMITED BY SIZE
                       "% Credit Tier: " DELIMITED BY SIZE
                       WS-CREDIT-TIER DELIMITED BY SIZE
                       WS-DISCOUNT-TEXT DELIMITED BY "  "
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           ELSE
                       " Rate: " DELIMITED BY SIZE
                       WS-EDITED-RATE-PCT DELIMITED BY SIZE
                       "% Credit Tier: Standard" DELIMITED BY SIZE
                       WS-DISCOUNT-TEXT DELIMITED BY "  "
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF.
