      *                                                                *
      * The update half CUSTOMER-LOOKUP-MENU never had: add a          *
      * customer with field edits (non-blank name, valid credit tier,  *
      * numeric phone, a taxpayer id of nine digits when one is        *
      * given), update with the changed fields echoed back             *
      * for confirmation, and deactivate instead of physical delete    *
      * so history survives. Every change goes through                 *
      * CUSTOMER-MASTER's own operations and is logged through         *
      * LOGGING-MIDDLEWARE with the operator's id -- the customer      *
      * file stops being maintained by editing customer_master.dat     *
      * offline.                                                       *
      *                                                                *
      * A deceased notification records the date of death and the      *
      * estate contact -- executor or administrator and the estate's   *
      * mailing address -- on the customer, then flags every loan the  *
      * customer is on, as borrower or as co-borrower, through         *
      * LOAN-MASTER: ACH drafts and delinquency notices stop for those *
      * loans, letters and statements go to the estate, and the bureau *
      * extract carries the deceased indicator. Whether the loans      *
      * carry credit life insurance is asked and written to the        *
      * customer's contact history with the notification, so the       *
      * claim is followed up from the same trail.                      *
      *                                                                *
      * The do-not-contact answer (Y/N, blank keeps it on an update)   *
      * is the customer's request to receive no courtesy contact;      *
      * PAYMENT-REMINDERS leaves such a customer off its extract.      *
      * The statement answer (C=consolidated, L=one per loan, blank    *
      * keeps it on an update) is whether STATEMENT-GENERATION packs   *
      * all the customer's loans into one statement.                   *
      *                                                                *
      * A legal hold is placed or released on its own menu choice,     *
      * confirmed and logged like every other change; while it         *
      * stands CUSTOMER-ANONYMIZATION leaves the customer's personal   *
      * data alone however long the relationship has been closed. A    *
      * customer already anonymized cannot be put under hold -- there  *
      * is nothing left on file to hold.                               *
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT PENDING-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PC-STATUS             PIC X(10).
           05  PC-IMAGE              PIC X(40).

      * Read-only walk for the loans a deceased customer is on; the
      * flag itself is set through LOAN-MASTER, so each change leaves
      * its before/after image like any other.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID    BY LOAN-CUSTOMER-ID
                         PFX-LOAN-CO-BORROWER-ID BY
                             LOAN-CO-BORROWER-ID
                         PFX-LOAN-DECEASED-FLAG  BY LOAN-DECEASED-FLAG
                         PFX-LOAN-RECORD         BY LOAN-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS         PIC XX.
       01  WS-CAPTURE-DATE           PIC X(8).
                     PFX-CUST-STATE       BY WS-CUST-STATE
                     PFX-CUST-ZIP         BY WS-CUST-ZIP
                     PFX-CUST-DELIVERY    BY WS-CUST-DELIVERY
                     PFX-CUST-DECEASED-DATE BY WS-CUST-DECEASED-DATE
                     PFX-CUST-ESTATE-NAME BY WS-CUST-ESTATE-NAME
                     PFX-CUST-ESTATE-ADDR-1 BY WS-CUST-ESTATE-ADDR-1
                     PFX-CUST-ESTATE-ADDR-2 BY WS-CUST-ESTATE-ADDR-2
                     PFX-CUST-ESTATE-CITY BY WS-CUST-ESTATE-CITY
                     PFX-CUST-ESTATE-STATE BY WS-CUST-ESTATE-STATE
                     PFX-CUST-ESTATE-ZIP  BY WS-CUST-ESTATE-ZIP
                     PFX-CUST-TAX-ID      BY WS-CUST-TAX-ID
                     PFX-CUST-DO-NOT-CONTACT BY WS-CUST-DO-NOT-CONTACT
                     PFX-CUST-LEGAL-HOLD  BY WS-CUST-LEGAL-HOLD
                     PFX-CUST-ANON-DATE   BY WS-CUST-ANON-DATE
                     PFX-CUST-STATEMENT-PREF BY WS-CUST-STATEMENT-PREF
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-MASTER-RESULT
       01  WS-STATE-ENTRY            PIC X(2).
       01  WS-ZIP-ENTRY              PIC X(10).
       01  WS-DELIVERY-ENTRY         PIC X(1).
       01  WS-TAX-ID-ENTRY           PIC X(9).
       01  WS-NO-CONTACT-ENTRY       PIC X(1).
       01  WS-STATEMENT-ENTRY        PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-EDIT-SWITCH            PIC X(1) VALUE "Y".
           88  WS-EDITS-PASSED               VALUE "Y".
       01  WS-PHONE-CHAR-IDX         PIC S9(4) COMP.
       01  WS-ONE-CHAR               PIC X(1).

      * Deceased notification: the date of death, edited against
      * today, and the estate contact the letters go to from now on.
       01  WS-TODAY                  PIC 9(8).
       01  WS-DEATH-DATE-ENTRY       PIC X(8).
       01  WS-DEATH-DATE             PIC 9(8).
       01  WS-CREDIT-LIFE-ENTRY      PIC X(1).
       01  WS-CREDIT-LIFE-ACTION     PIC X(20).

      * The loans the customer is on, collected by the read-only walk
      * and then flagged one at a time through LOAN-MASTER.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-LOAN-EOF-SWITCH        PIC X(1).
           88  WS-LOAN-AT-EOF                VALUE "Y".
       01  WS-FLAG-MAX               PIC S9(4) COMP VALUE 50.
       01  WS-FLAG-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-FLAG-IDX               PIC S9(4) COMP VALUE 0.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 50 TIMES.
               10  WS-FLAG-LOAN-NUMBER  PIC X(10).
               10  WS-FLAG-ROLE         PIC X(11).
       01  WS-LOANS-FLAGGED          PIC 9(3) VALUE 0.

      * LOAN-MASTER call, for the deceased flag.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-DECEASED-FLAG BY WS-LOAN-DECEASED-FLAG
                     PFX-LOAN-RECORD        BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS BY WS-LM-RESULT-SUCCESS.

      * CONTACT-HISTORY call: the notification and the credit life
      * answer land on the customer's contact trail.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CN-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CN-OPERATION-DATA
                     PFX-OPERATION      BY WS-CN-OPERATION.
       COPY "contact-record.cob"
           REPLACING PFX-CH-CONTACT-TYPE BY WS-CH-CONTACT-TYPE
                     PFX-CH-OPERATOR     BY WS-CH-OPERATOR
                     PFX-CH-NOTE         BY WS-CH-NOTE
                     PFX-CONTACT-RECORD  BY WS-CONTACT-RECORD.
       01  WS-CN-RESULT              PIC X(10).

      * Changes are logged through LOGGING-MIDDLEWARE with the
      * operator's id, the same durable trail the links leave.
       COPY "middleware-name.cob"
                   PERFORM UPDATE-CUSTOMER
               WHEN 3
                   PERFORM DEACTIVATE-CUSTOMER
               WHEN 4
                   PERFORM RECORD-DECEASED-NOTIFICATION
               WHEN 5
                   PERFORM MAINTAIN-LEGAL-HOLD
               WHEN 9
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Please enter 1, 2, 3, 4, 5, or 9."
           END-EVALUATE.

       DISPLAY-MENU.
           DISPLAY "1. Add customer"
           DISPLAY "2. Update customer"
           DISPLAY "3. Deactivate customer"
           DISPLAY "4. Deceased notification"
           DISPLAY "5. Legal hold"
           DISPLAY "9. Exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

                   MOVE WS-STATE-ENTRY TO WS-CUST-STATE
                   MOVE WS-ZIP-ENTRY TO WS-CUST-ZIP
                   MOVE WS-DELIVERY-ENTRY TO WS-CUST-DELIVERY
                   MOVE WS-TAX-ID-ENTRY TO WS-CUST-TAX-ID
                   IF WS-NO-CONTACT-ENTRY = "Y"
                       MOVE "Y" TO WS-CUST-DO-NOT-CONTACT
                   ELSE
                       MOVE "N" TO WS-CUST-DO-NOT-CONTACT
                   END-IF
                   IF WS-STATEMENT-ENTRY = "C"
                       MOVE "C" TO WS-CUST-STATEMENT-PREF
                   ELSE
                       MOVE "L" TO WS-CUST-STATEMENT-PREF
                   END-IF
                   PERFORM WRITE-CUSTOMER
                   IF WS-MASTER-SUCCESS
                       MOVE "ADD" TO WS-LOG-ACTION
                       WS-CUST-STATE " " WS-CUST-ZIP
               DISPLAY "  Delivery:    " WS-CUST-DELIVERY
                       " (E=electronic, else mail)"
               DISPLAY "  Tax ID:      " WS-CUST-TAX-ID
               DISPLAY "  No Contact:  " WS-CUST-DO-NOT-CONTACT
                       " (Y=do not contact)"
               DISPLAY "  Statement:   " WS-CUST-STATEMENT-PREF
                       " (C=consolidated, else one per loan)"
               DISPLAY "Enter new values (blank keeps current):"
               PERFORM PROMPT-FOR-FIELDS

               IF WS-DELIVERY-ENTRY = SPACES
                   MOVE WS-CUST-DELIVERY TO WS-DELIVERY-ENTRY
               END-IF
               IF WS-TAX-ID-ENTRY = SPACES
                   MOVE WS-CUST-TAX-ID TO WS-TAX-ID-ENTRY
               END-IF
               IF WS-NO-CONTACT-ENTRY = SPACES
                   MOVE WS-CUST-DO-NOT-CONTACT TO WS-NO-CONTACT-ENTRY
               END-IF
               IF WS-STATEMENT-ENTRY = SPACES
                   MOVE WS-CUST-STATEMENT-PREF TO WS-STATEMENT-ENTRY
               END-IF

               PERFORM EDIT-ENTERED-FIELDS
               IF WS-EDITS-PASSED
                       MOVE WS-STATE-ENTRY TO WS-CUST-STATE
                       MOVE WS-ZIP-ENTRY TO WS-CUST-ZIP
                       MOVE WS-DELIVERY-ENTRY TO WS-CUST-DELIVERY
                       MOVE WS-TAX-ID-ENTRY TO WS-CUST-TAX-ID
                       MOVE WS-NO-CONTACT-ENTRY
                           TO WS-CUST-DO-NOT-CONTACT
                       MOVE WS-STATEMENT-ENTRY
                           TO WS-CUST-STATEMENT-PREF
                       PERFORM WRITE-CUSTOMER
                       IF WS-MASTER-SUCCESS
                           MOVE "UPDATE" TO WS-LOG-ACTION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RECORD-DECEASED-NOTIFICATION - takes the date of death and the *
      * estate contact, confirms, saves them on the customer and then  *
      * flags the customer's loans. A customer already recorded as     *
      * deceased is shown, not recorded twice.                         *
      *----------------------------------------------------------------*
       RECORD-DECEASED-NOTIFICATION.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ID

           PERFORM GET-CUSTOMER
           IF NOT WS-MASTER-SUCCESS
               DISPLAY "  No customer on file for " WS-CUSTOMER-ID
           ELSE IF WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               DISPLAY "  " FUNCTION TRIM(WS-CUST-NAME)
                       " is already recorded as deceased on "
                       WS-CUST-DECEASED-DATE
               DISPLAY "  Estate:      " WS-CUST-ESTATE-NAME
           ELSE
               DISPLAY "  Name:        " WS-CUST-NAME
               PERFORM PROMPT-FOR-ESTATE-FIELDS
               PERFORM EDIT-DECEASED-FIELDS
               IF WS-EDITS-PASSED
                   DISPLAY "  Will record " FUNCTION TRIM(WS-CUST-NAME)
                           " as deceased on " WS-DEATH-DATE
                   DISPLAY "  and flag every loan the customer is on."
                   DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y"
                       MOVE WS-DEATH-DATE TO WS-CUST-DECEASED-DATE
                       MOVE WS-NAME-ENTRY TO WS-CUST-ESTATE-NAME
                       MOVE WS-ADDR1-ENTRY TO WS-CUST-ESTATE-ADDR-1
                       MOVE WS-ADDR2-ENTRY TO WS-CUST-ESTATE-ADDR-2
                       MOVE WS-CITY-ENTRY TO WS-CUST-ESTATE-CITY
                       MOVE WS-STATE-ENTRY TO WS-CUST-ESTATE-STATE
                       MOVE WS-ZIP-ENTRY TO WS-CUST-ESTATE-ZIP
                       PERFORM WRITE-CUSTOMER
                       IF WS-MASTER-SUCCESS
                           MOVE "DECEASED" TO WS-LOG-ACTION
                           PERFORM LOG-MAINTENANCE-ACTION
                           PERFORM FLAG-CUSTOMER-LOANS
                           PERFORM NOTE-DECEASED-CONTACT
                           DISPLAY "  Deceased notification recorded; "
                                   WS-LOANS-FLAGGED " loan(s) flagged."
                       END-IF
                   ELSE
                       DISPLAY "  Not saved."
                   END-IF
               ELSE
                   DISPLAY "  Rejected: " WS-EDIT-REASON
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MAINTAIN-LEGAL-HOLD - shows whether the customer is under      *
      * hold and offers the opposite: place one, or release the one    *
      * standing. Either way it is confirmed before it is written.     *
      *----------------------------------------------------------------*
       MAINTAIN-LEGAL-HOLD.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ID

           PERFORM GET-CUSTOMER
           IF WS-CUST-ANON-DATE IS NOT NUMERIC
               MOVE 0 TO WS-CUST-ANON-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-MASTER-SUCCESS
                   DISPLAY "  No customer on file for " WS-CUSTOMER-ID
               WHEN WS-CUST-LEGAL-HOLD = "Y"
                   DISPLAY "  " FUNCTION TRIM(WS-CUST-NAME)
                           " is under legal hold."
                   DISPLAY "  Release the hold (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y"
                       MOVE "N" TO WS-CUST-LEGAL-HOLD
                       MOVE "HOLD-RELEASE" TO WS-LOG-ACTION
                       PERFORM SAVE-LEGAL-HOLD
                   ELSE
                       DISPLAY "  Not changed."
                   END-IF
               WHEN WS-CUST-ANON-DATE > 0
                   DISPLAY "  Customer was anonymized on "
                           WS-CUST-ANON-DATE " -- nothing to hold."
               WHEN OTHER
                   DISPLAY "  " FUNCTION TRIM(WS-CUST-NAME)
                           " is not under legal hold."
                   DISPLAY "  Place a legal hold (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y"
                       MOVE "Y" TO WS-CUST-LEGAL-HOLD
                       MOVE "LEGAL-HOLD" TO WS-LOG-ACTION
                       PERFORM SAVE-LEGAL-HOLD
                   ELSE
                       DISPLAY "  Not changed."
                   END-IF
           END-EVALUATE.

       SAVE-LEGAL-HOLD.
           PERFORM WRITE-CUSTOMER
           IF WS-MASTER-SUCCESS
               PERFORM LOG-MAINTENANCE-ACTION
               IF WS-CUST-LEGAL-HOLD = "Y"
                   DISPLAY "  Legal hold placed."
               ELSE
                   DISPLAY "  Legal hold released."
               END-IF
           END-IF.

       PROMPT-FOR-ESTATE-FIELDS.
           DISPLAY "Date of death (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DEATH-DATE-ENTRY
           DISPLAY "Estate contact (executor/administrator): "
                   WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           DISPLAY "Estate address line 1: " WITH NO ADVANCING
           ACCEPT WS-ADDR1-ENTRY
           DISPLAY "Estate address line 2: " WITH NO ADVANCING
           ACCEPT WS-ADDR2-ENTRY
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WS-CITY-ENTRY
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT WS-STATE-ENTRY
           DISPLAY "Zip: " WITH NO ADVANCING
           ACCEPT WS-ZIP-ENTRY
           DISPLAY "Credit life insurance on the loans "
                   "(Y/N/U=unknown): " WITH NO ADVANCING
           ACCEPT WS-CREDIT-LIFE-ENTRY.

      *----------------------------------------------------------------*
      * EDIT-DECEASED-FIELDS - first failure wins, as in               *
      * EDIT-ENTERED-FIELDS: a real date no later than today, an       *
      * estate contact and enough of an address to mail to.            *
      *----------------------------------------------------------------*
       EDIT-DECEASED-FIELDS.
           MOVE "Y" TO WS-EDIT-SWITCH
           MOVE SPACES TO WS-EDIT-REASON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-DEATH-DATE-ENTRY IS NUMERIC
               MOVE WS-DEATH-DATE-ENTRY TO WS-DEATH-DATE
           ELSE
               MOVE 0 TO WS-DEATH-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-DEATH-DATE = 0
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Date of death must be YYYYMMDD"
                       TO WS-EDIT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DEATH-DATE) NOT = 0
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Date of death is not a valid date"
                       TO WS-EDIT-REASON
               WHEN WS-DEATH-DATE > WS-TODAY
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Date of death is after today"
                       TO WS-EDIT-REASON
               WHEN WS-NAME-ENTRY = SPACES
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Estate contact is blank" TO WS-EDIT-REASON
               WHEN WS-ADDR1-ENTRY = SPACES
                       OR WS-CITY-ENTRY = SPACES
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Estate address needs a street and a city"
                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EDITS-PASSED
               EVALUATE WS-CREDIT-LIFE-ENTRY
                   WHEN "Y"
                   WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       MOVE "U" TO WS-CREDIT-LIFE-ENTRY
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * FLAG-CUSTOMER-LOANS - walks loan_master.dat read-only for the  *
      * loans naming the customer as borrower or co-borrower, then     *
      * sets the deceased flag on each through LOAN-MASTER. A loan     *
      * already flagged (the other borrower died first) is left as is. *
      *----------------------------------------------------------------*
       FLAG-CUSTOMER-LOANS.
           MOVE 0 TO WS-FLAG-COUNT
           MOVE 0 TO WS-LOANS-FLAGGED
           MOVE "N" TO WS-LOAN-EOF-SWITCH
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "  No loans on file to flag (status "
                       WS-LOAN-FILE-STATUS ")"
           ELSE
               PERFORM COLLECT-ONE-CUSTOMER-LOAN
                   UNTIL WS-LOAN-AT-EOF
               CLOSE LOAN-FILE
               PERFORM FLAG-ONE-LOAN
                   VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
           END-IF.

       COLLECT-ONE-CUSTOMER-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ
           IF NOT WS-LOAN-AT-EOF
                   AND LOAN-DECEASED-FLAG NOT = "Y"
                   AND (LOAN-CUSTOMER-ID = WS-CUSTOMER-ID
                        OR LOAN-CO-BORROWER-ID = WS-CUSTOMER-ID)
               IF WS-FLAG-COUNT < WS-FLAG-MAX
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE LOAN-NUMBER
                       TO WS-FLAG-LOAN-NUMBER(WS-FLAG-COUNT)
                   IF LOAN-CUSTOMER-ID = WS-CUSTOMER-ID
                       MOVE "borrower"
                           TO WS-FLAG-ROLE(WS-FLAG-COUNT)
                   ELSE
                       MOVE "co-borrower"
                           TO WS-FLAG-ROLE(WS-FLAG-COUNT)
                   END-IF
               ELSE
                   DISPLAY "  Loan " LOAN-NUMBER " not flagged -- "
                           "more than " WS-FLAG-MAX " loans; rerun "
                           "the notification after these"
               END-IF
           END-IF.

       FLAG-ONE-LOAN.
           MOVE WS-FLAG-LOAN-NUMBER(WS-FLAG-IDX) TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT
           IF WS-LM-RESULT-SUCCESS
               MOVE "Y" TO WS-LOAN-DECEASED-FLAG
               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
           END-IF
           IF WS-LM-RESULT-SUCCESS
               ADD 1 TO WS-LOANS-FLAGGED
               DISPLAY "  Loan " WS-LOAN-NUMBER " flagged ("
                       FUNCTION TRIM(WS-FLAG-ROLE(WS-FLAG-IDX)) ")"
           ELSE
               DISPLAY "  Loan " WS-LOAN-NUMBER " not flagged ("
                       WS-LM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * NOTE-DECEASED-CONTACT - the notification and the credit life   *
      * answer on the customer's contact trail; a "Y" is the servicing *
      * desk's cue to open the claim, a "U" to find out.               *
      *----------------------------------------------------------------*
       NOTE-DECEASED-CONTACT.
           EVALUATE WS-CREDIT-LIFE-ENTRY
               WHEN "Y"
                   MOVE " -- file the claim" TO WS-CREDIT-LIFE-ACTION
               WHEN "U"
                   MOVE " -- check coverage" TO WS-CREDIT-LIFE-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-CREDIT-LIFE-ACTION
           END-EVALUATE

           MOVE SPACES TO WS-CONTACT-RECORD
           MOVE "DECEAS" TO WS-CH-CONTACT-TYPE
           MOVE WS-OPERATOR-ID TO WS-CH-OPERATOR
           STRING "Deceased " DELIMITED BY SIZE
                   WS-DEATH-DATE DELIMITED BY SIZE
                   "; estate " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-ESTATE-NAME) DELIMITED BY SIZE
                   "; credit life " DELIMITED BY SIZE
                   WS-CREDIT-LIFE-ENTRY DELIMITED BY SIZE
                   WS-CREDIT-LIFE-ACTION DELIMITED BY SIZE
               INTO WS-CH-NOTE
           END-STRING

           MOVE 6 TO WS-CN-OPERATION-LEN
           MOVE "APPEND" TO WS-CN-OPERATION-DATA
           CALL "CONTACT-HISTORY" USING
               WS-CN-OPERATION, WS-CUSTOMER-ID, WS-CONTACT-RECORD,
               WS-CN-RESULT
           IF WS-CN-RESULT NOT = "SUCCESS"
               DISPLAY "  Contact note not recorded (" WS-CN-RESULT ")"
           END-IF.

       PROMPT-FOR-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           ACCEPT WS-ZIP-ENTRY
           DISPLAY "Delivery (E=electronic, blank=mail): "
                   WITH NO ADVANCING
           ACCEPT WS-DELIVERY-ENTRY
           DISPLAY "Tax ID (9 digits, blank=none): " WITH NO ADVANCING
           ACCEPT WS-TAX-ID-ENTRY
           DISPLAY "Do not contact (Y/N): " WITH NO ADVANCING
           ACCEPT WS-NO-CONTACT-ENTRY
           DISPLAY "Statement (C=consolidated, L=one per loan): "
                   WITH NO ADVANCING
           ACCEPT WS-STATEMENT-ENTRY.

      *----------------------------------------------------------------*
      * EDIT-ENTERED-FIELDS - the same first-failure-wins shape        *
      * VALIDATE-APPLICATION-RECORD uses in the batch driver: a blank  *
      * name, a tier off the table, a phone with anything but digits,  *
      * or a taxpayer id that is not nine digits never reaches the     *
      * master.                                                        *
      *----------------------------------------------------------------*
       EDIT-ENTERED-FIELDS.
           MOVE "Y" TO WS-EDIT-SWITCH

           IF WS-EDITS-PASSED
               PERFORM EDIT-PHONE-DIGITS
           END-IF

           IF WS-EDITS-PASSED
                   AND WS-TAX-ID-ENTRY NOT = SPACES
                   AND WS-TAX-ID-ENTRY IS NOT NUMERIC
               MOVE "N" TO WS-EDIT-SWITCH
               MOVE "Tax ID must be nine digits" TO WS-EDIT-REASON
           END-IF

           IF WS-EDITS-PASSED
                   AND WS-NO-CONTACT-ENTRY NOT = SPACES
                   AND WS-NO-CONTACT-ENTRY NOT = "Y"
                   AND WS-NO-CONTACT-ENTRY NOT = "N"
               MOVE "N" TO WS-EDIT-SWITCH
               MOVE "Do not contact must be Y or N" TO WS-EDIT-REASON
           END-IF

           IF WS-EDITS-PASSED
                   AND WS-STATEMENT-ENTRY NOT = SPACES
                   AND WS-STATEMENT-ENTRY NOT = "C"
                   AND WS-STATEMENT-ENTRY NOT = "L"
               MOVE "N" TO WS-EDIT-SWITCH
               MOVE "Statement must be C or L" TO WS-EDIT-REASON
           END-IF.

       EDIT-PHONE-DIGITS.
