      *================================================================*
      * CodeUChain COBOL Example - Loan Renewal and Term Extension     *
      *                                                                *
      * Renews a booked loan in place instead of paying it off and     *
      * booking a new note under a new number: the term is extended,   *
      * the rate optionally repriced through RATE-TABLE off the        *
      * borrower's credit tier, and the remaining balance re-amortized *
      * over the longer term on the same LOAN-MASTER record, so the    *
      * loan number and its whole journal history carry straight on.   *
      *                                                                *
      * A renewal is worked like a new application. The request runs   *
      * BUREAU-INQUIRY and UNDERWRITING-DECISION (the same two links   *
      * the disbursement chain runs ahead of a booking) and, unless    *
      * the rules decline it, is parked on APPROVAL-QUEUE for a second *
      * operator; only that operator's approval from this screen       *
      * touches the loan. The renewal carries its own reference        *
      * (run date + "RN" + loan number) with RECEIVED, REFERRED,       *
      * REJECTED and RENEWED stamped on APP-STATUS under this          *
      * program's name, which is how DISPOSITION-EXTRACT reports it    *
      * as a renewal rather than an origination.                       *
      *                                                                *
      * On approval the new term and rate go on the record between two *
      * AUDIT-IMAGE captures, a MATURED loan goes back to ACTIVE with  *
      * its advance-notice stamp cleared, and an RNEW event lands on   *
      * the loan's journal. A balloon note is renewed by pushing its   *
      * balloon date out; once that reaches the amortization term the  *
      * note simply amortizes out.                                     *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RENEWAL.
       AUTHOR. CodeUChain Team.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; renewal is change work, so the
      * INQUIRY role is turned away.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RENEWALS-REQUESTED     PIC 9(5) VALUE 0.
       01  WS-RENEWALS-MADE          PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-LOAN-ENTRY             PIC X(10).
       01  WS-ACTION-ENTRY           PIC X(1).
       01  WS-YEARS-ENTRY            PIC X(3).
       01  WS-REPRICE-ENTRY          PIC X(1).
       01  WS-REFERENCE-ENTRY        PIC X(20).
       01  WS-REASON-ENTRY           PIC X(6).

      * The renewal being worked: extension, rate, the term end it
      * would run to, and its application reference.
       01  WS-EXTEND-YEARS           PIC 9(3).
       01  WS-NEW-RATE               PIC S9(3)V9(4).
       01  WS-NEW-TERM-YEARS         PIC 9(3).
       01  WS-NEW-MATURITY-TERM      PIC 9(3).
       01  WS-NEW-MATURITY-DATE      PIC 9(8).
       01  WS-TERM-END-DATE          PIC 9(8).
       01  WS-NEW-TERM-END-DATE      PIC 9(8).
       01  WS-REFERENCE-ID           PIC X(20).
       01  WS-BALLOON-NOTE-SWITCH    PIC X(1).
           88  WS-BALLOON-NOTE               VALUE "Y".
       01  WS-REFERENCE-OK-SWITCH    PIC X(1).
           88  WS-REFERENCE-OK               VALUE "Y".

      * LOAN-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
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
                     PFX-LOAN-MATURITY-TERM   BY WS-LOAN-MATURITY-TERM
                     PFX-LOAN-MATURITY-DATE   BY WS-LOAN-MATURITY-DATE
                     PFX-LOAN-BALLOON-NOTICE  BY WS-LOAN-BALLOON-NOTICE
                     PFX-LOAN-MATURITY-NOTICE BY
                         WS-LOAN-MATURITY-NOTICE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * CUSTOMER-MASTER call: the borrower's name, and the tier both
      * the reprice and the underwriting pass work from.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-CREDIT-TIER BY WS-CUST-CREDIT-TIER
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CM-RESULT-NOTFOUND.

      * RATE-TABLE, BUREAU-INQUIRY, UNDERWRITING-DECISION and
      * APPROVAL-QUEUE link calls, hand-built contexts throughout.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-LINK-NAME.
       01  WS-INPUT-CONTEXT          PIC X(10000).
       01  WS-OUTPUT-CONTEXT         PIC X(10000).
       01  WS-LINK-RESULT            PIC X(10).
       01  WS-DECISION-TEXT          PIC X(10).
       01  WS-PARSE-REST             PIC X(10000).
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-RAW-TOKEN              PIC X(50).

      * APP-STATUS call: the renewal's lifecycle under its reference.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-ST-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-ST-OPERATION-DATA
                     PFX-OPERATION      BY WS-ST-OPERATION.
       COPY "app-status-record.cob"
           REPLACING PFX-ST-STAGE          BY WS-ST-STAGE
                     PFX-ST-LINK-NAME      BY WS-ST-LINK-NAME
                     PFX-ST-RESULT         BY WS-ST-RESULT
                     PFX-APP-STATUS-RECORD BY WS-APP-STATUS-RECORD.
       01  WS-ST-CHAIN-VERSION       PIC X(4).
       01  WS-ST-CALL-RESULT         PIC X(10).

      * AUDIT-IMAGE call: the operator registered at sign-on, then
      * one before/after pair per renewal.
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

      * LOAN-TRANSACTION journal call: the RNEW event.
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
       01  WS-ED-RATE                PIC Z9.9999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Loan Renewal"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE = "INQUIRY"
               DISPLAY "Renewal entry needs more than the "
                       "INQUIRY role."
               STOP RUN
           END-IF
           PERFORM REGISTER-AUDIT-OPERATOR

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM WORK-ONE-LOAN
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Renewals requested: " WS-RENEWALS-REQUESTED
           DISPLAY "Renewals made:      " WS-RENEWALS-MADE
           DISPLAY "=========================================="

           STOP RUN.

       REGISTER-AUDIT-OPERATOR.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE WS-SIGNON-USER-ID TO WS-AI-OPERATOR-ID
           MOVE 12 TO WS-AX-OPERATION-LEN
           MOVE "SET-OPERATOR" TO WS-AX-OPERATION-DATA
           CALL "AUDIT-IMAGE" USING
               WS-AX-OPERATION,
               WS-AUDIT-REQUEST,
               WS-BEFORE-IMAGE,
               WS-AFTER-IMAGE,
               WS-AX-RESULT.

      *----------------------------------------------------------------*
      * WORK-ONE-LOAN - loan, its current terms, then one action; a    *
      * blank loan number ends the session.                            *
      *----------------------------------------------------------------*
       WORK-ONE-LOAN.
           DISPLAY " "
           DISPLAY "Loan number (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-LOAN-ENTRY

           IF WS-LOAN-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-AND-WORK
           END-IF.

       LOOK-UP-AND-WORK.
           MOVE WS-LOAN-ENTRY TO WS-LOAN-NUMBER
           PERFORM FETCH-LOAN

           EVALUATE TRUE
               WHEN WS-LM-RESULT-NOTFOUND
                   DISPLAY "No such loan: " WS-LOAN-ENTRY
               WHEN NOT WS-LM-RESULT-SUCCESS
                   DISPLAY "Loan master unavailable ("
                           WS-LM-RESULT ")"
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                       AND WS-LOAN-STATUS NOT = "MATURED"
                   DISPLAY "Loan is " FUNCTION TRIM(WS-LOAN-STATUS)
                           "; only an active or matured loan can "
                           "be renewed."
               WHEN OTHER
                   PERFORM SHOW-LOAN-AND-TAKE-ACTION
           END-EVALUATE.

       FETCH-LOAN.
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT.

       SHOW-LOAN-AND-TAKE-ACTION.
           MOVE WS-LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           PERFORM LOOK-UP-CUSTOMER
           PERFORM FIND-TERM-END-DATE
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE WS-LOAN-INTEREST-RATE TO WS-ED-RATE
           DISPLAY "Borrower: " FUNCTION TRIM(WS-CUST-NAME)
               " (" WS-LOAN-CUSTOMER-ID ")  Status: "
               FUNCTION TRIM(WS-LOAN-STATUS)
           DISPLAY "Balance: " WS-ED-BALANCE "  Rate: " WS-ED-RATE
               "  Term: " WS-LOAN-TERM-YEARS " years"
           IF WS-TERM-END-DATE > 0
               DISPLAY "Term ends: " WS-TERM-END-DATE
           END-IF

           DISPLAY "Action - R request renewal, A approve, D deny "
                   "(blank to skip): " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY

           EVALUATE WS-ACTION-ENTRY
               WHEN "R"
               WHEN "r"
                   PERFORM REQUEST-RENEWAL
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-RENEWAL
               WHEN "D"
               WHEN "d"
                   PERFORM DENY-RENEWAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOOK-UP-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE WS-CUSTOMER-ID TO WS-CUST-NAME
           END-IF.

      *----------------------------------------------------------------*
      * FIND-TERM-END-DATE - the same term end LOAN-MATURITY works     *
      * from: a balloon note's balloon date, otherwise the booked date *
      * plus the term (a February 29 anniversary falls back a day).    *
      * Zero when the loan has no booked date to count from.           *
      *----------------------------------------------------------------*
       FIND-TERM-END-DATE.
           MOVE 0 TO WS-TERM-END-DATE
           MOVE "N" TO WS-BALLOON-NOTE-SWITCH
           IF WS-LOAN-MATURITY-TERM IS NUMERIC
                   AND WS-LOAN-MATURITY-TERM > 0
                   AND WS-LOAN-MATURITY-DATE IS NUMERIC
                   AND WS-LOAN-MATURITY-DATE > 0
               MOVE "Y" TO WS-BALLOON-NOTE-SWITCH
               MOVE WS-LOAN-MATURITY-DATE TO WS-TERM-END-DATE
           ELSE
               IF WS-LOAN-BOOKED-DATE IS NUMERIC
                       AND WS-LOAN-BOOKED-DATE > 0
                   COMPUTE WS-TERM-END-DATE =
                       WS-LOAN-BOOKED-DATE
                           + (WS-LOAN-TERM-YEARS * 10000)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TERM-END-DATE)
                           NOT = 0
                       SUBTRACT 1 FROM WS-TERM-END-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WORK-OUT-NEW-TERMS - what the extension does to the record: a  *
      * balloon note's balloon date moves out (and the note becomes    *
      * fully amortizing once it reaches the amortization term); any   *
      * other loan's term grows, so the balance re-amortizes over it.  *
      *----------------------------------------------------------------*
       WORK-OUT-NEW-TERMS.
           PERFORM FIND-TERM-END-DATE
           MOVE WS-LOAN-TERM-YEARS TO WS-NEW-TERM-YEARS
           MOVE 0 TO WS-NEW-MATURITY-TERM
           MOVE 0 TO WS-NEW-MATURITY-DATE
           MOVE 0 TO WS-NEW-TERM-END-DATE
           IF WS-BALLOON-NOTE
               COMPUTE WS-NEW-MATURITY-TERM =
                   WS-LOAN-MATURITY-TERM + WS-EXTEND-YEARS
               COMPUTE WS-NEW-MATURITY-DATE =
                   WS-LOAN-MATURITY-DATE + (WS-EXTEND-YEARS * 10000)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-MATURITY-DATE)
                       NOT = 0
                   SUBTRACT 1 FROM WS-NEW-MATURITY-DATE
               END-IF
               MOVE WS-NEW-MATURITY-DATE TO WS-NEW-TERM-END-DATE
               IF WS-NEW-MATURITY-TERM NOT < WS-LOAN-TERM-YEARS
                   MOVE 0 TO WS-NEW-MATURITY-TERM
                   MOVE 0 TO WS-NEW-MATURITY-DATE
               END-IF
           ELSE
               ADD WS-EXTEND-YEARS TO WS-NEW-TERM-YEARS
               IF WS-TERM-END-DATE > 0
                   COMPUTE WS-NEW-TERM-END-DATE =
                       WS-LOAN-BOOKED-DATE
                           + (WS-NEW-TERM-YEARS * 10000)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-TERM-END-DATE)
                           NOT = 0
                       SUBTRACT 1 FROM WS-NEW-TERM-END-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REQUEST-RENEWAL - extension and reprice keyed, the new term    *
      * end checked to lie past today, then the application goes      *
      * through underwriting and onto the approval queue.              *
      *----------------------------------------------------------------*
       REQUEST-RENEWAL.
           DISPLAY "Extend term by how many years (1-30): "
                   WITH NO ADVANCING
           ACCEPT WS-YEARS-ENTRY
           MOVE 0 TO WS-EXTEND-YEARS
           IF FUNCTION TRIM(WS-YEARS-ENTRY) IS NUMERIC
               COMPUTE WS-EXTEND-YEARS =
                   FUNCTION NUMVAL(WS-YEARS-ENTRY)
           END-IF
           IF WS-EXTEND-YEARS > 0 AND WS-EXTEND-YEARS NOT > 30
               PERFORM WORK-OUT-NEW-TERMS
           END-IF

           EVALUATE TRUE
               WHEN WS-EXTEND-YEARS = 0 OR WS-EXTEND-YEARS > 30
                   DISPLAY "Extension must be 1 to 30 years; "
                           "nothing requested."
               WHEN WS-NEW-TERM-END-DATE > 0
                       AND WS-NEW-TERM-END-DATE NOT > WS-RUN-DATE
                   DISPLAY "That extension still ends on "
                           WS-NEW-TERM-END-DATE
                           "; key a longer one."
               WHEN OTHER
                   PERFORM PRICE-AND-UNDERWRITE
           END-EVALUATE.

       PRICE-AND-UNDERWRITE.
           MOVE WS-LOAN-INTEREST-RATE TO WS-NEW-RATE
           DISPLAY "Reprice at today's rate for tier "
                   WS-CUST-CREDIT-TIER " (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-REPRICE-ENTRY
           IF WS-REPRICE-ENTRY = "Y" OR WS-REPRICE-ENTRY = "y"
               PERFORM PRICE-THROUGH-RATE-TABLE
           END-IF

           MOVE SPACES TO WS-REFERENCE-ID
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   "RN" DELIMITED BY SIZE
                   WS-LOAN-NUMBER DELIMITED BY SPACE
               INTO WS-REFERENCE-ID
           END-STRING
           MOVE "RECEIVED" TO WS-ST-STAGE
           MOVE "SUCCESS" TO WS-ST-RESULT
           PERFORM STAMP-RENEWAL-STATUS

           PERFORM UNDERWRITE-THE-RENEWAL
           DISPLAY "Underwriting decision: "
                   FUNCTION TRIM(WS-DECISION-TEXT)
           IF WS-DECISION-TEXT = "DECLINE"
               MOVE "REJECTED" TO WS-ST-STAGE
               MOVE "DECLINE" TO WS-ST-RESULT
               PERFORM STAMP-RENEWAL-STATUS
               DISPLAY "Renewal declined; loan left on its "
                       "current terms."
           ELSE
               PERFORM SUBMIT-RENEWAL-FOR-APPROVAL
           END-IF.

      *----------------------------------------------------------------*
      * PRICE-THROUGH-RATE-TABLE - RATE-TABLE quotes the tier's rate   *
      * as "Rate: nn.nn%"; a quote that can't be read leaves the rate  *
      * the loan already carries.                                      *
      *----------------------------------------------------------------*
       PRICE-THROUGH-RATE-TABLE.
           MOVE 10 TO WS-LINK-NAME-LEN
           MOVE "RATE-TABLE" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           STRING "Credit Tier: " DELIMITED BY SIZE
                   WS-CUST-CREDIT-TIER DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING
           MOVE SPACES TO WS-OUTPUT-CONTEXT
           CALL "RATE-TABLE" USING
               WS-LINK-NAME, WS-INPUT-CONTEXT, WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           MOVE SPACES TO WS-PARSE-REST
           IF WS-LINK-RESULT = "SUCCESS"
               UNSTRING WS-OUTPUT-CONTEXT DELIMITED BY " Rate:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
           END-IF
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               UNSTRING WS-PARSE-REST DELIMITED BY "%"
                   INTO WS-RAW-TOKEN
               END-UNSTRING
               IF WS-RAW-TOKEN NOT = SPACES
                   COMPUTE WS-NEW-RATE =
                       FUNCTION NUMVAL(WS-RAW-TOKEN)
               END-IF
           END-IF
           MOVE WS-NEW-RATE TO WS-ED-RATE
           DISPLAY "Renewal rate: " WS-ED-RATE.

      *----------------------------------------------------------------*
      * UNDERWRITE-THE-RENEWAL - BUREAU-INQUIRY stamps the borrower's  *
      * score under the renewal's reference and UNDERWRITING-DECISION  *
      * weighs it with the tier, the balance and the new term.         *
      *----------------------------------------------------------------*
       UNDERWRITE-THE-RENEWAL.
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO WS-INPUT-CONTEXT
           STRING "Business Process: Loan Renewal, "
               "Applicant: " FUNCTION TRIM(WS-CUST-NAME) ", "
               "Amount: $" FUNCTION TRIM(WS-ED-BALANCE) ", "
               "Term: " WS-NEW-TERM-YEARS " years "
               "Reference: " FUNCTION TRIM(WS-REFERENCE-ID)
               " Credit Tier: " WS-CUST-CREDIT-TIER
               DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING

           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "BUREAU-INQUIRY" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-OUTPUT-CONTEXT
           CALL "BUREAU-INQUIRY" USING
               WS-LINK-NAME, WS-INPUT-CONTEXT, WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT
           IF WS-LINK-RESULT = "SUCCESS"
               MOVE WS-OUTPUT-CONTEXT TO WS-INPUT-CONTEXT
           END-IF

           MOVE 21 TO WS-LINK-NAME-LEN
           MOVE "UNDERWRITING-DECISION" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-OUTPUT-CONTEXT
           CALL "UNDERWRITING-DECISION" USING
               WS-LINK-NAME, WS-INPUT-CONTEXT, WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           MOVE SPACES TO WS-DECISION-TEXT
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING WS-OUTPUT-CONTEXT
               DELIMITED BY "Underwriting Decision:"
               INTO WS-PARSE-JUNK, WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARSE-REST, LEADING)
                   TO WS-PARSE-REST
               UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                   INTO WS-DECISION-TEXT
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------------*
      * SUBMIT-RENEWAL-FOR-APPROVAL - an approved or referred renewal  *
      * is parked for the second operator with everything the          *
      * approval needs to apply it: the loan, the extension and the    *
      * rate travel in the queued context and come back on approval.   *
      *----------------------------------------------------------------*
       SUBMIT-RENEWAL-FOR-APPROVAL.
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE WS-NEW-RATE TO WS-ED-RATE
           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           STRING "Applicant: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   ", Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                   " Renewal Loan: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-NUMBER) DELIMITED BY SIZE
                   " Extend Years: " DELIMITED BY SIZE
                   WS-EXTEND-YEARS DELIMITED BY SIZE
                   " Renewal Rate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RATE) DELIMITED BY SIZE
                   " Product: " DELIMITED BY SIZE
                   WS-LOAN-PRODUCT-CODE DELIMITED BY SIZE
                   " Underwriting Decision: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DECISION-TEXT) DELIMITED BY SIZE
                   " Review Required: YES Reference: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFERENCE-ID) DELIMITED BY SIZE
                   ", Submitted By: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIGNON-USER-ID) DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING

           CALL "APPROVAL-QUEUE" USING
               WS-LINK-NAME,
               WS-INPUT-CONTEXT,
               WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           IF WS-LINK-RESULT = "HALT"
               MOVE "REFERRED" TO WS-ST-STAGE
               MOVE "HALT" TO WS-ST-RESULT
               PERFORM STAMP-RENEWAL-STATUS
               ADD 1 TO WS-RENEWALS-REQUESTED
               DISPLAY "Renewal parked for approval under "
                       FUNCTION TRIM(WS-REFERENCE-ID)
           ELSE
               MOVE "FAILED" TO WS-ST-STAGE
               MOVE WS-LINK-RESULT TO WS-ST-RESULT
               PERFORM STAMP-RENEWAL-STATUS
               DISPLAY "Not submitted (" WS-LINK-RESULT "): "
                       FUNCTION TRIM(WS-OUTPUT-CONTEXT(1:200))
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-RENEWAL-REFERENCE - approve and deny both work one        *
      * renewal reference, which must belong to the loan on screen.    *
      *----------------------------------------------------------------*
       TAKE-RENEWAL-REFERENCE.
           DISPLAY "Renewal reference: " WITH NO ADVANCING
           ACCEPT WS-REFERENCE-ENTRY
           MOVE WS-REFERENCE-ENTRY TO WS-REFERENCE-ID
           MOVE "N" TO WS-REFERENCE-OK-SWITCH
           IF WS-REFERENCE-ID(9:2) = "RN"
                   AND WS-REFERENCE-ID(11:10) = WS-LOAN-NUMBER
               MOVE "Y" TO WS-REFERENCE-OK-SWITCH
           ELSE
               DISPLAY "Not a renewal reference for loan "
                       FUNCTION TRIM(WS-LOAN-NUMBER) "."
           END-IF.

      *----------------------------------------------------------------*
      * APPROVE-RENEWAL - APPROVAL-QUEUE's own APPROVE refuses the     *
      * requester and anyone without the authority; a cleared item     *
      * hands back the queued context the new terms are read from.     *
      *----------------------------------------------------------------*
       APPROVE-RENEWAL.
           PERFORM TAKE-RENEWAL-REFERENCE
           IF WS-REFERENCE-OK
               MOVE 14 TO WS-LINK-NAME-LEN
               MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
               MOVE SPACES TO WS-INPUT-CONTEXT
               STRING "Approval: APPROVE Reference: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REFERENCE-ID)
                           DELIMITED BY SIZE
                       ", Approved By: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SIGNON-USER-ID)
                           DELIMITED BY SIZE
                   INTO WS-INPUT-CONTEXT
               END-STRING

               CALL "APPROVAL-QUEUE" USING
                   WS-LINK-NAME,
                   WS-INPUT-CONTEXT,
                   WS-OUTPUT-CONTEXT,
                   WS-LINK-RESULT

               IF WS-LINK-RESULT = "SUCCESS"
                   PERFORM READ-APPROVED-TERMS
                   PERFORM APPLY-THE-RENEWAL
               ELSE
                   DISPLAY "Not approved (" WS-LINK-RESULT "): "
                           FUNCTION TRIM(WS-OUTPUT-CONTEXT(1:200))
               END-IF
           END-IF.

       READ-APPROVED-TERMS.
           MOVE 0 TO WS-EXTEND-YEARS
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING WS-OUTPUT-CONTEXT DELIMITED BY "Extend Years:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               IF WS-RAW-TOKEN(1:3) IS NUMERIC
                   COMPUTE WS-EXTEND-YEARS =
                       FUNCTION NUMVAL(WS-RAW-TOKEN)
               END-IF
           END-IF

           MOVE WS-LOAN-INTEREST-RATE TO WS-NEW-RATE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING WS-OUTPUT-CONTEXT DELIMITED BY "Renewal Rate:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               IF WS-RAW-TOKEN NOT = SPACES
                   COMPUTE WS-NEW-RATE =
                       FUNCTION NUMVAL(WS-RAW-TOKEN)
               END-IF
           END-IF.

       EXTRACT-FIRST-TOKEN.
           MOVE SPACES TO WS-RAW-TOKEN
           MOVE SPACES TO WS-PARSE-JUNK
           UNSTRING WS-PARSE-REST DELIMITED BY ALL SPACE
               INTO WS-PARSE-JUNK WS-RAW-TOKEN
           END-UNSTRING.

      *----------------------------------------------------------------*
      * APPLY-THE-RENEWAL - the new terms go on the same record        *
      * between the two image captures; a matured loan comes back to   *
      * ACTIVE and the advance notices are re-armed for the new term   *
      * end. The loan number never changes.                            *
      *----------------------------------------------------------------*
       APPLY-THE-RENEWAL.
           PERFORM FETCH-LOAN
           IF WS-LM-RESULT-SUCCESS AND WS-EXTEND-YEARS > 0
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-LOAN-RECORD TO WS-BEFORE-IMAGE
               PERFORM WORK-OUT-NEW-TERMS

               MOVE WS-NEW-TERM-YEARS TO WS-LOAN-TERM-YEARS
               IF WS-BALLOON-NOTE
                   MOVE WS-NEW-MATURITY-TERM TO WS-LOAN-MATURITY-TERM
                   MOVE WS-NEW-MATURITY-DATE TO WS-LOAN-MATURITY-DATE
                   MOVE 0 TO WS-LOAN-BALLOON-NOTICE
               END-IF
               MOVE WS-NEW-RATE TO WS-LOAN-INTEREST-RATE
               MOVE "ACTIVE" TO WS-LOAN-STATUS
               MOVE "N" TO WS-LOAN-MATURITY-NOTICE

               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
           END-IF

           IF WS-LM-RESULT-SUCCESS AND WS-EXTEND-YEARS > 0
               ADD 1 TO WS-RENEWALS-MADE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-LOAN-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
               PERFORM WRITE-RENEWAL-JOURNAL-RECORD
               MOVE "RENEWED" TO WS-ST-STAGE
               MOVE "SUCCESS" TO WS-ST-RESULT
               PERFORM STAMP-RENEWAL-STATUS
               MOVE WS-LOAN-INTEREST-RATE TO WS-ED-RATE
               DISPLAY "Renewed: loan " WS-LOAN-NUMBER " now runs "
                       WS-LOAN-TERM-YEARS " years at " WS-ED-RATE
               IF WS-NEW-TERM-END-DATE > 0
                   DISPLAY "New term end: " WS-NEW-TERM-END-DATE
               END-IF
           ELSE
               MOVE "FAILED" TO WS-ST-STAGE
               MOVE WS-LM-RESULT TO WS-ST-RESULT
               PERFORM STAMP-RENEWAL-STATUS
               DISPLAY "LOAN-RENEWAL: Loan update failed for "
                       WS-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "loan_master.dat" TO WS-AI-FILE-NAME
           MOVE WS-LOAN-NUMBER TO WS-AI-RECORD-KEY
           MOVE "CHANGE" TO WS-AI-OPERATION
           MOVE WS-SIGNON-USER-ID TO WS-AI-OPERATOR-ID
           MOVE 6 TO WS-AX-OPERATION-LEN
           MOVE "APPEND" TO WS-AX-OPERATION-DATA
           CALL "AUDIT-IMAGE" USING
               WS-AX-OPERATION,
               WS-AUDIT-REQUEST,
               WS-BEFORE-IMAGE,
               WS-AFTER-IMAGE,
               WS-AX-RESULT.

      *----------------------------------------------------------------*
      * WRITE-RENEWAL-JOURNAL-RECORD - the RNEW event: the amount is   *
      * the balance renewed, nothing splits, and the date is the       *
      * renewal date.                                                  *
      *----------------------------------------------------------------*
       WRITE-RENEWAL-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "RNEW" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE SPACES TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "LOAN-RENEWAL: Journal append failed for "
                       WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * DENY-RENEWAL - the "Approval: DENY" counterpart; the queue     *
      * writes the adverse-action record and the loan is untouched.    *
      *----------------------------------------------------------------*
       DENY-RENEWAL.
           PERFORM TAKE-RENEWAL-REFERENCE
           IF WS-REFERENCE-OK
               DISPLAY "Reason code: " WITH NO ADVANCING
               ACCEPT WS-REASON-ENTRY
               MOVE 14 TO WS-LINK-NAME-LEN
               MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
               MOVE SPACES TO WS-INPUT-CONTEXT
               STRING "Approval: DENY Reference: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REFERENCE-ID)
                           DELIMITED BY SIZE
                       ", Denied By: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SIGNON-USER-ID)
                           DELIMITED BY SIZE
                       ", Reason: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REASON-ENTRY) DELIMITED BY SIZE
                   INTO WS-INPUT-CONTEXT
               END-STRING

               CALL "APPROVAL-QUEUE" USING
                   WS-LINK-NAME,
                   WS-INPUT-CONTEXT,
                   WS-OUTPUT-CONTEXT,
                   WS-LINK-RESULT

               IF WS-LINK-RESULT = "SUCCESS"
                   MOVE "REJECTED" TO WS-ST-STAGE
                   MOVE "DENIED" TO WS-ST-RESULT
                   PERFORM STAMP-RENEWAL-STATUS
                   DISPLAY "Renewal denied; loan left on its "
                           "current terms."
               ELSE
                   DISPLAY "Not denied (" WS-LINK-RESULT "): "
                           FUNCTION TRIM(WS-OUTPUT-CONTEXT(1:200))
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * STAMP-RENEWAL-STATUS - one APP-STATUS event under the renewal  *
      * reference, carrying this program's name as the link so the     *
      * disposition extract can tell a renewal from an origination.    *
      *----------------------------------------------------------------*
       STAMP-RENEWAL-STATUS.
           MOVE "LOAN-RENEWAL" TO WS-ST-LINK-NAME
           MOVE SPACES TO WS-ST-CHAIN-VERSION
           MOVE 6 TO WS-ST-OPERATION-LEN
           MOVE "APPEND" TO WS-ST-OPERATION-DATA
           CALL "APP-STATUS" USING
               WS-ST-OPERATION,
               WS-REFERENCE-ID,
               WS-APP-STATUS-RECORD,
               WS-ST-CHAIN-VERSION,
               WS-ST-CALL-RESULT
           IF WS-ST-CALL-RESULT NOT = "SUCCESS"
               DISPLAY "LOAN-RENEWAL: Status stamp skipped ("
                       WS-ST-CALL-RESULT ")"
           END-IF.

       END PROGRAM LOAN-RENEWAL.
