      * Data entry for the phoned-in applications small branches used  *
      * to hand-edit into loan_applications.dat's fixed columns:       *
      * prompts for the applicant, amount, term, rate, and optional    *
      * co-applicant (then capacity and the applicant's phone and      *
      * mailing address), applies the same edits BATCH-LOAN-DRIVER's   *
      * VALIDATE-APPLICATION-RECORD applies (so a bad record is        *
      * caught at entry, not at night), optionally verifies the        *
      * applicant's customer id against CUSTOMER-MASTER, and appends   *
      * driver has always accepted; the front office's batched         *
      * header/trailer format is for transmitted files, not keyed      *
      * entry. Positional argument 1 overrides the output file name.   *
      *                                                                *
      * The loan officer taking the application is keyed with the      *
      * branch; a code that is not on OFFICER-MASTER, or belongs to an *
      * officer no longer active, is refused at the keyboard so the    *
      * application is not credited to nobody. Blank takes it with no  *
      * officer, and a shop with no officer master deployed yet takes  *
      * whatever code is keyed.                                        *
      *                                                                *
      * An indirect contract is keyed with the dealer it was bought    *
      * from, checked against DEALER-MASTER the same way: a dealer not *
      * on file or no longer active is refused, blank is a direct loan.*
      *                                                                *
      * A rate priced under the rate sheet is keyed with the officer's *
      * reason code for the concession (COMPET, RELATN, RETAIN, EMPLOY *
      * or OTHER), which PRICING-EXCEPTION carries to the approver;    *
      * blank at the sheet rate.                                       *
      *================================================================*

       IDENTIFICATION DIVISION.
           05  LAR-PRODUCT-CODE      PIC X(4).
           05  LAR-MONTHLY-INCOME    PIC 9(7)V99.
           05  LAR-MONTHLY-DEBTS     PIC 9(7)V99.
           05  LAR-PHONE             PIC X(15).
           05  LAR-ADDRESS           PIC X(30).
           05  LAR-ZIP               PIC X(10).
           05  LAR-OFFICER-CODE      PIC X(10).
           05  LAR-DEALER-CODE       PIC X(10).
           05  LAR-PRICING-REASON    PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-OUTPUT-FILE-NAME       PIC X(100)
       01  WS-RATE-ENTRY             PIC X(8).
       01  WS-CUSTOMER-ID-ENTRY      PIC X(10).
       01  WS-BRANCH-ENTRY           PIC X(3).
       01  WS-OFFICER-ENTRY          PIC X(10).
       01  WS-DEALER-ENTRY           PIC X(10).
       01  WS-PRICING-REASON-ENTRY   PIC X(6).
       01  WS-PRODUCT-ENTRY          PIC X(4).
       01  WS-CONFIRM-ENTRY          PIC X(1).

       01  WS-DEBTS-ENTRY            PIC X(15).
       01  WS-INCOME-VALUE           PIC 9(7)V99.
       01  WS-DEBTS-VALUE            PIC 9(7)V99.
       01  WS-PHONE-ENTRY            PIC X(15).
       01  WS-ADDRESS-ENTRY          PIC X(30).
       01  WS-ZIP-ENTRY              PIC X(10).

      * The entered product's terms of business, so the screen edits
      * against the same per-product amount band and term ceiling
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CM-RESULT-NOTFOUND.

      * OFFICER-MASTER check of the keyed loan officer.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OM-OPERATION-DATA
                     PFX-OPERATION      BY WS-OM-OPERATION.
       COPY "officer-record.cob"
           REPLACING PFX-OFF-NAME          BY WS-OFF-NAME
                     PFX-OFF-ACTIVE        BY WS-OFF-ACTIVE
                     PFX-OFFICER-RECORD    BY WS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-OM-RESULT-NOTFOUND.

      * DEALER-MASTER check of the keyed dealer.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DM-OPERATION-DATA
                     PFX-OPERATION      BY WS-DM-OPERATION.
       COPY "dealer-record.cob"
           REPLACING PFX-DLR-NAME            BY WS-DLR-NAME
                     PFX-DLR-ACTIVE          BY WS-DLR-ACTIVE
                     PFX-DEALER-RECORD       BY WS-DEALER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-DM-RESULT-NOTFOUND.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

               ACCEPT WS-TERM-ENTRY
               DISPLAY "Rate (%): " WITH NO ADVANCING
               ACCEPT WS-RATE-ENTRY
               DISPLAY "Pricing reason (blank at sheet rate): "
                       WITH NO ADVANCING
               ACCEPT WS-PRICING-REASON-ENTRY
               DISPLAY "Branch code: " WITH NO ADVANCING
               ACCEPT WS-BRANCH-ENTRY
               DISPLAY "Loan officer code (blank if none): "
                       WITH NO ADVANCING
               ACCEPT WS-OFFICER-ENTRY
               DISPLAY "Dealer code (blank if direct): "
                       WITH NO ADVANCING
               ACCEPT WS-DEALER-ENTRY
               DISPLAY "Product (AUTO/PERS/MTG, blank for "
                       "unclassified): " WITH NO ADVANCING
               ACCEPT WS-PRODUCT-ENTRY
               ACCEPT WS-INCOME-ENTRY
               DISPLAY "Monthly obligations: " WITH NO ADVANCING
               ACCEPT WS-DEBTS-ENTRY
               DISPLAY "Phone: " WITH NO ADVANCING
               ACCEPT WS-PHONE-ENTRY
               DISPLAY "Mailing address: " WITH NO ADVANCING
               ACCEPT WS-ADDRESS-ENTRY
               DISPLAY "Zip: " WITH NO ADVANCING
               ACCEPT WS-ZIP-ENTRY
               IF WS-INCOME-ENTRY = SPACES
                   MOVE 0 TO WS-INCOME-VALUE
               ELSE
           IF WS-EDITS-PASSED AND WS-RATE-VALUE = 0
               MOVE "N" TO WS-EDIT-SWITCH
               MOVE "Interest rate is zero" TO WS-EDIT-REASON
           END-IF

           IF WS-EDITS-PASSED AND WS-OFFICER-ENTRY NOT = SPACES
               PERFORM VERIFY-LOAN-OFFICER
           END-IF

           IF WS-EDITS-PASSED AND WS-DEALER-ENTRY NOT = SPACES
               PERFORM VERIFY-DEALER
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-LOAN-OFFICER - the keyed officer code must be an active *
      * officer on OFFICER-MASTER. Only a miss or a deactivated code   *
      * refuses; an unavailable master (not yet deployed, or locked)   *
      * takes the code as keyed rather than stop the branch.           *
      *----------------------------------------------------------------*
       VERIFY-LOAN-OFFICER.
           MOVE 3 TO WS-OM-OPERATION-LEN
           MOVE "GET" TO WS-OM-OPERATION-DATA
           MOVE SPACES TO WS-OFFICER-RECORD
           CALL "OFFICER-MASTER" USING
               WS-OM-OPERATION, WS-OFFICER-ENTRY,
               WS-OFFICER-RECORD, WS-OM-RESULT

           EVALUATE TRUE
               WHEN WS-OM-RESULT-NOTFOUND
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Loan officer not on officer master"
                       TO WS-EDIT-REASON
               WHEN WS-OM-RESULT-SUCCESS AND WS-OFF-ACTIVE = "N"
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Loan officer is no longer active"
                       TO WS-EDIT-REASON
               WHEN WS-OM-RESULT-SUCCESS
                   DISPLAY "  Officer: " FUNCTION TRIM(WS-OFF-NAME)
               WHEN OTHER
                   DISPLAY "  Officer master unavailable ("
                           WS-OM-RESULT "), continuing"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * VERIFY-DEALER - the keyed dealer code must be an active dealer *
      * on DEALER-MASTER, with the same allowance for a master that is *
      * unavailable as VERIFY-LOAN-OFFICER makes.                      *
      *----------------------------------------------------------------*
       VERIFY-DEALER.
           MOVE 3 TO WS-DM-OPERATION-LEN
           MOVE "GET" TO WS-DM-OPERATION-DATA
           MOVE SPACES TO WS-DEALER-RECORD
           CALL "DEALER-MASTER" USING
               WS-DM-OPERATION, WS-DEALER-ENTRY,
               WS-DEALER-RECORD, WS-DM-RESULT

           EVALUATE TRUE
               WHEN WS-DM-RESULT-NOTFOUND
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Dealer not on dealer master"
                       TO WS-EDIT-REASON
               WHEN WS-DM-RESULT-SUCCESS AND WS-DLR-ACTIVE = "N"
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Dealer is no longer active"
                       TO WS-EDIT-REASON
               WHEN WS-DM-RESULT-SUCCESS
                   DISPLAY "  Dealer: " FUNCTION TRIM(WS-DLR-NAME)
               WHEN OTHER
                   DISPLAY "  Dealer master unavailable ("
                           WS-DM-RESULT "), continuing"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * VERIFY-APPLICANT-ON-FILE - optional: a customer id typed here  *
      * is checked against CUSTOMER-MASTER, and a miss needs an        *
           MOVE WS-PRODUCT-ENTRY TO LAR-PRODUCT-CODE
           MOVE WS-INCOME-VALUE TO LAR-MONTHLY-INCOME
           MOVE WS-DEBTS-VALUE TO LAR-MONTHLY-DEBTS
           MOVE WS-PHONE-ENTRY TO LAR-PHONE
           MOVE WS-ADDRESS-ENTRY TO LAR-ADDRESS
           MOVE WS-ZIP-ENTRY TO LAR-ZIP
           MOVE WS-OFFICER-ENTRY TO LAR-OFFICER-CODE
           MOVE WS-DEALER-ENTRY TO LAR-DEALER-CODE
           MOVE FUNCTION UPPER-CASE(WS-PRICING-REASON-ENTRY)
               TO LAR-PRICING-REASON
           WRITE LOAN-APPLICATION-RECORD

           IF WS-OUTPUT-FILE-STATUS = "00"
