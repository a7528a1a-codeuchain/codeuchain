      *================================================================*
      * CodeUChain COBOL Implementation - Refinance Payoff Link        *
      *                                                                *
      * Pays off the borrower's existing loan out of the proceeds of   *
      * the new one, for a chain definition that lists it ahead of     *
      * GL-FEED-EXPORT and LOAN-BOOKING. An application carrying a     *
      * "Refinance Loan:" label names the old loan; the link prices    *
      * its payoff through EARLY-PAYOFF-CALC (the loan's balance,      *
      * rate, term and product, with the penalty year counted from     *
      * the loan's booked date the way PAYOFF-QUOTE-ENTRY counts it),  *
      * adds the interest accrued and not yet paid, and closes the old *
      * loan PAIDOFF with a POFF journal record -- plus a FEE record   *
      * for any prepayment penalty, the way PAYMENT-POSTING journals   *
      * a penalty beside its POFF.                                     *
      *                                                                *
      * The new loan's number does not exist yet when this runs, so    *
      * the link reserves it from the same LOANSEQ-CONTROL sequence    *
      * LOAN-BOOKING draws from and stamps it into the context as      *
      * "Reserved Loan Number:"; LOAN-BOOKING books under that number  *
      * instead of drawing another, and the POFF record's run-id field *
      * carries it as the cross-reference from the old loan to the     *
      * new one. The payoff split ("Refinance Principal:", "Refinance  *
      * Interest:", "Refinance Penalty:") rides the context so         *
      * GL-FEED-EXPORT can net it out of the cash the new loan         *
      * disburses and credit the old loan's accounts directly, instead *
      * of the feed showing the cash going out and coming back in.     *
      *                                                                *
      * An application with no "Refinance Loan:" label passes through  *
      * untouched. The same dual-control gate LOAN-BOOKING applies is  *
      * applied here: an item still flagged for review with no         *
      * approval alongside it must not pay anything off. A context     *
      * that already carries "Refinance Payoff:" (a chain resumed      *
      * after a later halt) is passed through rather than paid twice.  *
      * The old loan must be on file, ACTIVE or MATURED, belong to the *
      * same "Customer ID:" when the application gives one, and pay    *
      * off for no more than the new loan's principal.                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINANCE-PAYOFF.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BC-OPERATION.
       COPY "business-context.cob"
           REPLACING PFX-BC-APPLICANT-NAME     BY WS-BC-APPLICANT-NAME
                     PFX-BC-PRINCIPAL-AMOUNT   BY WS-BC-PRINCIPAL-AMOUNT
                     PFX-BC-INTEREST-RATE      BY WS-BC-INTEREST-RATE
                     PFX-BC-TIME-PERIOD        BY WS-BC-TIME-PERIOD
                     PFX-BC-COMPOUND-FREQUENCY BY
                         WS-BC-COMPOUND-FREQUENCY
                     PFX-BUSINESS-CONTEXT      BY WS-BUSINESS-CONTEXT.
       01  WS-BC-RESULT              PIC X(10).

       01  WS-PARSE-REST             PIC X(10000).
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-RAW-TOKEN              PIC X(50).
       01  WS-CLEAN-TOKEN            PIC X(50).
       01  WS-NUMERIC-VALUE          PIC S9(15)V9(4) COMP-3.
       01  WS-CHAR-IDX               PIC S9(4) COMP.
       01  WS-OUT-PTR                PIC S9(4) COMP.
       01  WS-ONE-CHAR               PIC X(1).

       01  WS-OLD-LOAN-NUMBER        PIC X(10).
       01  WS-CUSTOMER-ID            PIC X(10).
       01  WS-REVIEW-REQUIRED-FLAG   PIC X(3) VALUE "NO".
       01  WS-APPROVAL-STATUS        PIC X(10) VALUE SPACES.
       01  WS-APPROVED-BY            PIC X(20).
       01  WS-ALREADY-PAID-SWITCH    PIC X(1).
           88  WS-ALREADY-PAID               VALUE "Y".
       01  WS-REJECT-REASON          PIC X(60).
       01  WS-PAYOFF-DATE            PIC 9(8).

      * LOAN-MASTER call: the old loan, read for its payoff terms and
      * written back closed.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-ORIG-PRINCIPAL  BY WS-LOAN-ORIG-PRINCIPAL
                     PFX-LOAN-INTEREST-RATE   BY WS-LOAN-INTEREST-RATE
                     PFX-LOAN-TERM-YEARS      BY WS-LOAN-TERM-YEARS
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-NEXT-DUE-DATE   BY WS-LOAN-NEXT-DUE-DATE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PRODUCT-CODE    BY WS-LOAN-PRODUCT-CODE
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * EARLY-PAYOFF-CALC link call, on a hand-built context of the
      * old loan's terms.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-PQ-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-PQ-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-PQ-LINK-NAME.
       01  WS-PQ-INPUT-CONTEXT       PIC X(10000).
       01  WS-PQ-OUTPUT-CONTEXT      PIC X(10000).
       01  WS-PQ-RESULT              PIC X(10).
       01  WS-RATE-PERCENT           PIC S9(3)V9(4) COMP-3.
       01  WS-ED-RATE                PIC Z(2)9.9999.
       01  WS-ED-TERM                PIC ZZ9.
       01  WS-LOAN-YEAR              PIC 9(3).

      * The payoff and its split: the balance from EARLY-PAYOFF-CALC
      * (penalty included), the penalty it itemized, and the accrued
      * interest the master carries on top.
       01  WS-QUOTED-PAYOFF          PIC S9(13)V99 COMP-3.
       01  WS-PAYOFF-PRINCIPAL       PIC S9(13)V99 COMP-3.
       01  WS-PAYOFF-INTEREST        PIC S9(13)V99 COMP-3.
       01  WS-PAYOFF-PENALTY         PIC S9(13)V99 COMP-3.
       01  WS-PAYOFF-TOTAL           PIC S9(13)V99 COMP-3.

      * Loan-number reservation, the same LOANSEQ-CONTROL key and
      * the same read-advance-write LOAN-BOOKING's ASSIGN-LOAN-NUMBER
      * performs.
       01  WS-SEQ-OP-KEY             PIC X(50).
       01  WS-SEQ-CONTEXT-VALUE      PIC X(10000).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-SEQ-RESULT
                     PFX-RESULT-SUCCESS  BY WS-SEQ-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-SEQ-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-SEQ-RESULT-NOFILE.
       01  WS-LOAN-SEQUENCE          PIC 9(8) VALUE 0.
       01  WS-NEW-LOAN-NUMBER        PIC X(10).

      * AUDIT-IMAGE call: one before/after pair for the closed loan,
      * under the approver when the context names one.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-AX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-AX-OPERATION-DATA
                     PFX-OPERATION      BY WS-AX-OPERATION.
       COPY "audit-request.cob"
           REPLACING PFX-AI-FILE-NAME   BY WS-AI-FILE-NAME
                     PFX-AI-RECORD-KEY  BY WS-AI-RECORD-KEY
                     PFX-AI-OPERATION   BY WS-AI-OPERATION
                     PFX-AI-OPERATOR-ID BY WS-AI-OPERATOR-ID
                     PFX-AUDIT-REQUEST  BY WS-AUDIT-REQUEST.
       01  WS-BEFORE-IMAGE           PIC X(10100).
       01  WS-AFTER-IMAGE            PIC X(10100).
       01  WS-AX-RESULT              PIC X(10).

      * LOAN-TRANSACTION journal call: the POFF event, and FEE for a
      * penalty.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-TX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-TX-OPERATION-DATA
                     PFX-OPERATION      BY WS-TX-OPERATION.
       COPY "loan-transaction.cob"
           REPLACING PFX-TXN-CODE        BY WS-TXN-CODE
                     PFX-TXN-DATE        BY WS-TXN-DATE
                     PFX-TXN-AMOUNT      BY WS-TXN-AMOUNT
                     PFX-TXN-PRINCIPAL   BY WS-TXN-PRINCIPAL
                     PFX-TXN-INTEREST    BY WS-TXN-INTEREST
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PAYOFF.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PRINCIPAL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-INTEREST.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PENALTY.

       LINKAGE SECTION.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY LS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY LS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY LS-LINK-NAME.
       01  LS-INPUT-CONTEXT         PIC X(10000).
       01  LS-OUTPUT-CONTEXT        PIC X(10000).
       01  LS-LINK-RESULT           PIC X(10).

       PROCEDURE DIVISION USING LS-LINK-NAME,
                                 LS-INPUT-CONTEXT,
                                 LS-OUTPUT-CONTEXT,
                                 LS-LINK-RESULT.

           DISPLAY "REFINANCE-PAYOFF: Checking refinance for: "
                   LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)

           PERFORM PARSE-OLD-LOAN-NUMBER
           PERFORM PARSE-ALREADY-PAID

           IF WS-OLD-LOAN-NUMBER = SPACES OR WS-ALREADY-PAID
               MOVE LS-INPUT-CONTEXT TO LS-OUTPUT-CONTEXT
               MOVE "SUCCESS" TO LS-LINK-RESULT
           ELSE
               PERFORM PARSE-VIA-BUSINESS-CONTEXT
               PERFORM PARSE-CUSTOMER-ID
               PERFORM PARSE-REVIEW-REQUIRED
               PERFORM PARSE-APPROVAL-STATUS
               PERFORM PARSE-APPROVED-BY
               IF WS-REVIEW-REQUIRED-FLAG = "YES"
                       AND WS-APPROVAL-STATUS NOT = "APPROVED"
                   MOVE "HALT" TO LS-LINK-RESULT
                   MOVE SPACES TO LS-OUTPUT-CONTEXT
                   STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                               DELIMITED BY SIZE
                           " Refinance: Blocked pending approval"
                               DELIMITED BY SIZE
                       INTO LS-OUTPUT-CONTEXT
                   END-STRING
               ELSE
                   PERFORM PAY-OFF-THE-OLD-LOAN
               END-IF
           END-IF

           GOBACK.

       PARSE-OLD-LOAN-NUMBER.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-OLD-LOAN-NUMBER
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Refinance Loan:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-OLD-LOAN-NUMBER
           END-IF.

       PARSE-ALREADY-PAID.
           MOVE "N" TO WS-ALREADY-PAID-SWITCH
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Refinance Payoff:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE "Y" TO WS-ALREADY-PAID-SWITCH
           END-IF.

       PARSE-VIA-BUSINESS-CONTEXT.
           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               LS-INPUT-CONTEXT,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT.

       PARSE-CUSTOMER-ID.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-CUSTOMER-ID
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Customer ID:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-CUSTOMER-ID
           END-IF.

       PARSE-REVIEW-REQUIRED.
           MOVE SPACES TO WS-PARSE-REST
           MOVE "NO" TO WS-REVIEW-REQUIRED-FLAG
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Review Required:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN TO WS-REVIEW-REQUIRED-FLAG
           END-IF.

       PARSE-APPROVAL-STATUS.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-APPROVAL-STATUS
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Approval Status:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN TO WS-APPROVAL-STATUS
           END-IF.

       PARSE-APPROVED-BY.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-APPROVED-BY
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Approved By:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:20) TO WS-APPROVED-BY
           END-IF.

       EXTRACT-FIRST-TOKEN.
           MOVE SPACES TO WS-RAW-TOKEN
           MOVE SPACES TO WS-PARSE-JUNK
           UNSTRING WS-PARSE-REST DELIMITED BY ALL SPACE
               INTO WS-PARSE-JUNK WS-RAW-TOKEN
           END-UNSTRING.

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
      * PAY-OFF-THE-OLD-LOAN - look the old loan up and vet it, price  *
      * the payoff, then reserve the new number and close the old      *
      * loan. Anything wrong with the old loan fails the link before   *
      * a single record is touched.                                    *
      *----------------------------------------------------------------*
       PAY-OFF-THE-OLD-LOAN.
           MOVE "SUCCESS" TO LS-LINK-RESULT
           MOVE SPACES TO WS-REJECT-REASON
           ACCEPT WS-PAYOFF-DATE FROM DATE YYYYMMDD

           PERFORM FETCH-OLD-LOAN
           EVALUATE TRUE
               WHEN WS-LM-RESULT-NOTFOUND
                   MOVE "NOTFOUND" TO LS-LINK-RESULT
                   MOVE "Loan not on file" TO WS-REJECT-REASON
               WHEN NOT WS-LM-RESULT-SUCCESS
                   MOVE WS-LM-RESULT TO LS-LINK-RESULT
                   MOVE "Loan master unavailable" TO WS-REJECT-REASON
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                       AND WS-LOAN-STATUS NOT = "MATURED"
                   MOVE "INVALID" TO LS-LINK-RESULT
                   MOVE "Loan is not open" TO WS-REJECT-REASON
               WHEN WS-CUSTOMER-ID NOT = SPACES
                       AND WS-LOAN-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                   MOVE "INVALID" TO LS-LINK-RESULT
                   MOVE "Loan belongs to another customer"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM PRICE-THE-PAYOFF
           END-EVALUATE

           IF LS-LINK-RESULT = "SUCCESS"
                   AND WS-PAYOFF-TOTAL > WS-BC-PRINCIPAL-AMOUNT
               MOVE "INVALID" TO LS-LINK-RESULT
               MOVE "Payoff exceeds the new principal"
                   TO WS-REJECT-REASON
           END-IF

           IF LS-LINK-RESULT = "SUCCESS"
               PERFORM RESERVE-NEW-LOAN-NUMBER
           END-IF
           IF LS-LINK-RESULT = "SUCCESS"
               PERFORM CLOSE-THE-OLD-LOAN
           END-IF

           IF LS-LINK-RESULT = "SUCCESS"
               PERFORM BUILD-OUTPUT-CONTEXT
           ELSE
               IF WS-REJECT-REASON = SPACES
                   MOVE "Payoff not completed" TO WS-REJECT-REASON
               END-IF
               DISPLAY "REFINANCE-PAYOFF: " WS-OLD-LOAN-NUMBER " - "
                       FUNCTION TRIM(WS-REJECT-REASON)
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
                       " Refinance: Failed (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REJECT-REASON)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF.

       FETCH-OLD-LOAN.
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-OLD-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT.

      *----------------------------------------------------------------*
      * PRICE-THE-PAYOFF - EARLY-PAYOFF-CALC on the old loan's own     *
      * terms: today's balance as the principal with nothing further   *
      * to age, and the loan year counted from the booked date so the  *
      * product's penalty schedule steps down the way it does for a    *
      * quoted payoff. A loan with no provable age goes in as year     *
      * zero, which no schedule charges. The interest accrued since    *
      * the last payment goes on top.                                  *
      *----------------------------------------------------------------*
       PRICE-THE-PAYOFF.
           MOVE 0 TO WS-LOAN-YEAR
           IF WS-LOAN-BOOKED-DATE IS NUMERIC
                   AND WS-LOAN-BOOKED-DATE > 0
                   AND WS-LOAN-BOOKED-DATE <= WS-PAYOFF-DATE
               COMPUTE WS-LOAN-YEAR =
                   ((WS-PAYOFF-DATE - WS-LOAN-BOOKED-DATE) / 10000) + 1
           END-IF

           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           COMPUTE WS-RATE-PERCENT = WS-LOAN-INTEREST-RATE * 100
           MOVE WS-RATE-PERCENT TO WS-ED-RATE
           MOVE WS-LOAN-TERM-YEARS TO WS-ED-TERM
           MOVE SPACES TO WS-PQ-INPUT-CONTEXT
           STRING "Applicant: " DELIMITED BY SIZE
                   WS-OLD-LOAN-NUMBER DELIMITED BY SIZE
                   ", Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                   " Rate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RATE) DELIMITED BY SIZE
                   "% Term: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TERM) DELIMITED BY SIZE
                   " years Periods Paid: 0 Product: " DELIMITED BY SIZE
                   WS-LOAN-PRODUCT-CODE DELIMITED BY SIZE
                   " Loan Year: " DELIMITED BY SIZE
                   WS-LOAN-YEAR DELIMITED BY SIZE
               INTO WS-PQ-INPUT-CONTEXT
           END-STRING

           MOVE 17 TO WS-PQ-LINK-NAME-LEN
           MOVE "EARLY-PAYOFF-CALC" TO WS-PQ-LINK-NAME-DATA
           MOVE SPACES TO WS-PQ-OUTPUT-CONTEXT
           CALL "EARLY-PAYOFF-CALC" USING
               WS-PQ-LINK-NAME,
               WS-PQ-INPUT-CONTEXT,
               WS-PQ-OUTPUT-CONTEXT,
               WS-PQ-RESULT

           IF WS-PQ-RESULT NOT = "SUCCESS"
               MOVE WS-PQ-RESULT TO LS-LINK-RESULT
               MOVE "Payoff could not be priced" TO WS-REJECT-REASON
           ELSE
               MOVE 0 TO WS-QUOTED-PAYOFF
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING WS-PQ-OUTPUT-CONTEXT
                   DELIMITED BY "Payoff Amount:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST NOT = SPACES
                   PERFORM EXTRACT-FIRST-TOKEN
                   PERFORM CLEAN-TOKEN-TO-NUMBER
                   MOVE WS-NUMERIC-VALUE TO WS-QUOTED-PAYOFF
               END-IF

               MOVE 0 TO WS-PAYOFF-PENALTY
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING WS-PQ-OUTPUT-CONTEXT
                   DELIMITED BY "Prepayment Penalty:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST NOT = SPACES
                   PERFORM EXTRACT-FIRST-TOKEN
                   PERFORM CLEAN-TOKEN-TO-NUMBER
                   MOVE WS-NUMERIC-VALUE TO WS-PAYOFF-PENALTY
               END-IF

               COMPUTE WS-PAYOFF-PRINCIPAL =
                   WS-QUOTED-PAYOFF - WS-PAYOFF-PENALTY
               MOVE WS-LOAN-ACCRUED-INT TO WS-PAYOFF-INTEREST
               IF WS-PAYOFF-INTEREST < 0
                   MOVE 0 TO WS-PAYOFF-INTEREST
               END-IF
               COMPUTE WS-PAYOFF-TOTAL =
                   WS-QUOTED-PAYOFF + WS-PAYOFF-INTEREST
           END-IF.

      *----------------------------------------------------------------*
      * RESERVE-NEW-LOAN-NUMBER - LOAN-BOOKING's ASSIGN-LOAN-NUMBER,   *
      * run here so the old loan's POFF record can name the new loan.  *
      * A missing key starts the sequence at one; a locked or failed   *
      * read, or a failed write-back, fails the link before the old    *
      * loan is touched.                                               *
      *----------------------------------------------------------------*
       RESERVE-NEW-LOAN-NUMBER.
           MOVE 0 TO WS-LOAN-SEQUENCE
           MOVE "GET LOANSEQ-CONTROL" TO WS-SEQ-OP-KEY
           CALL "CONTEXT" USING WS-SEQ-OP-KEY, WS-SEQ-CONTEXT-VALUE,
               WS-SEQ-RESULT

           EVALUATE TRUE
               WHEN WS-SEQ-RESULT-SUCCESS
                   MOVE WS-SEQ-CONTEXT-VALUE(1:8) TO WS-LOAN-SEQUENCE
               WHEN WS-SEQ-RESULT-NOTFOUND
               WHEN WS-SEQ-RESULT-NOFILE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-SEQ-RESULT TO LS-LINK-RESULT
                   MOVE "Loan sequence unavailable" TO WS-REJECT-REASON
           END-EVALUATE

           IF LS-LINK-RESULT = "SUCCESS"
               ADD 1 TO WS-LOAN-SEQUENCE
               MOVE SPACES TO WS-SEQ-CONTEXT-VALUE
               MOVE WS-LOAN-SEQUENCE TO WS-SEQ-CONTEXT-VALUE(1:8)
               MOVE "INSERT LOANSEQ-CONTROL" TO WS-SEQ-OP-KEY
               CALL "CONTEXT" USING WS-SEQ-OP-KEY, WS-SEQ-CONTEXT-VALUE,
                   WS-SEQ-RESULT
               IF NOT WS-SEQ-RESULT-SUCCESS
                   MOVE WS-SEQ-RESULT TO LS-LINK-RESULT
                   MOVE "Loan sequence save failed" TO WS-REJECT-REASON
               END-IF

               MOVE SPACES TO WS-NEW-LOAN-NUMBER
               STRING "LN" DELIMITED BY SIZE
                       WS-LOAN-SEQUENCE DELIMITED BY SIZE
                   INTO WS-NEW-LOAN-NUMBER
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * CLOSE-THE-OLD-LOAN - PAIDOFF with nothing left owing, written  *
      * back with its before/after images, then journaled. The journal *
      * and audit records are best-effort the way PAYMENT-POSTING's    *
      * are, since the master update itself already stood.             *
      *----------------------------------------------------------------*
       CLOSE-THE-OLD-LOAN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-LOAN-RECORD TO WS-BEFORE-IMAGE
           MOVE 0 TO WS-LOAN-CURRENT-BALANCE
           MOVE 0 TO WS-LOAN-ACCRUED-INT
           MOVE WS-PAYOFF-DATE TO WS-LOAN-LAST-ACCRUAL
           MOVE "PAIDOFF" TO WS-LOAN-STATUS

           MOVE 6 TO WS-LM-OPERATION-LEN
           MOVE "INSERT" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-OLD-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           IF WS-LM-RESULT-SUCCESS
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-LOAN-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
               PERFORM WRITE-PAYOFF-JOURNAL-RECORD
               IF WS-PAYOFF-PENALTY > 0
                   PERFORM WRITE-PENALTY-JOURNAL-RECORD
               END-IF
               DISPLAY "REFINANCE-PAYOFF: " WS-OLD-LOAN-NUMBER
                       " paid off by " WS-NEW-LOAN-NUMBER
           ELSE
               MOVE WS-LM-RESULT TO LS-LINK-RESULT
               MOVE "Loan update failed" TO WS-REJECT-REASON
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "loan_master.dat" TO WS-AI-FILE-NAME
           MOVE WS-OLD-LOAN-NUMBER TO WS-AI-RECORD-KEY
           MOVE "CHANGE" TO WS-AI-OPERATION
           MOVE WS-APPROVED-BY(1:10) TO WS-AI-OPERATOR-ID
           MOVE 6 TO WS-AX-OPERATION-LEN
           MOVE "APPEND" TO WS-AX-OPERATION-DATA
           CALL "AUDIT-IMAGE" USING
               WS-AX-OPERATION,
               WS-AUDIT-REQUEST,
               WS-BEFORE-IMAGE,
               WS-AFTER-IMAGE,
               WS-AX-RESULT.

      *----------------------------------------------------------------*
      * WRITE-PAYOFF-JOURNAL-RECORD - the POFF event: principal and    *
      * interest paid, the balance landed on zero, and the new loan's  *
      * number in the run-id field as the cross-reference. A penalty   *
      * gets its own FEE record beside it, carrying the same number.   *
      *----------------------------------------------------------------*
       WRITE-PAYOFF-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "POFF" TO WS-TXN-CODE
           MOVE WS-PAYOFF-DATE TO WS-TXN-DATE
           COMPUTE WS-TXN-AMOUNT =
               WS-PAYOFF-PRINCIPAL + WS-PAYOFF-INTEREST
           MOVE WS-PAYOFF-PRINCIPAL TO WS-TXN-PRINCIPAL
           MOVE WS-PAYOFF-INTEREST TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE 0 TO WS-TXN-BALANCE
           MOVE WS-NEW-LOAN-NUMBER TO WS-TXN-RUN-ID
           PERFORM APPEND-JOURNAL-RECORD.

       WRITE-PENALTY-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "FEE" TO WS-TXN-CODE
           MOVE WS-PAYOFF-DATE TO WS-TXN-DATE
           MOVE WS-PAYOFF-PENALTY TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE 0 TO WS-TXN-BALANCE
           MOVE WS-NEW-LOAN-NUMBER TO WS-TXN-RUN-ID
           PERFORM APPEND-JOURNAL-RECORD.

       APPEND-JOURNAL-RECORD.
           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-OLD-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "REFINANCE-PAYOFF: Journal append failed for "
                       WS-OLD-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-OUTPUT-CONTEXT - the payoff, its split, the old loan and *
      * the reserved number appended to the caller's own context, for  *
      * GL-FEED-EXPORT and LOAN-BOOKING downstream.                    *
      *----------------------------------------------------------------*
       BUILD-OUTPUT-CONTEXT.
           MOVE WS-PAYOFF-TOTAL TO WS-ED-PAYOFF
           MOVE WS-PAYOFF-PRINCIPAL TO WS-ED-PRINCIPAL
           MOVE WS-PAYOFF-INTEREST TO WS-ED-INTEREST
           MOVE WS-PAYOFF-PENALTY TO WS-ED-PENALTY
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
                   " Refinance Payoff: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PAYOFF) DELIMITED BY SIZE
                   " Refinance Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRINCIPAL) DELIMITED BY SIZE
                   " Refinance Interest: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-INTEREST) DELIMITED BY SIZE
                   " Refinance Penalty: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PENALTY) DELIMITED BY SIZE
                   " Refinanced Loan: " DELIMITED BY SIZE
                   WS-OLD-LOAN-NUMBER DELIMITED BY SIZE
                   " Reserved Loan Number: " DELIMITED BY SIZE
                   WS-NEW-LOAN-NUMBER DELIMITED BY SIZE
               INTO LS-OUTPUT-CONTEXT
           END-STRING.

       END PROGRAM REFINANCE-PAYOFF.
