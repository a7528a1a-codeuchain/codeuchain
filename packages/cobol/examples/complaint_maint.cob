      *================================================================*
      * CodeUChain COBOL Example - Complaint Maintenance Screen        *
      *                                                                *
      * Where a customer complaint is logged and worked on             *
      * COMPLAINT-MASTER. Logging one takes the customer, the loan it  *
      * concerns (optional -- a complaint about an application or the  *
      * branch has none), a category off the regulatory table          *
      * COMPLAINT-CATEGORY keeps, the channel it came in by, the date  *
      * it was received and what the customer said. The screen draws   *
      * the next case number ("CP" + eight digits, the CMPSEQ-CONTROL  *
      * sequence on CONTEXT), sets the due date from the category's    *
      * response days, and makes the operator who logged it the owner  *
      * unless another is keyed.                                       *
      *                                                                *
      * Updating a complaint either reassigns it to another owner or   *
      * records its resolution, which closes it RESOLVED as of today.  *
      * A resolved complaint is not reopened -- a customer who comes   *
      * back unhappy is a new complaint.                               *
      *                                                                *
      * Access follows the operator's sign-on role: INQUIRY may only   *
      * view complaints; MAINT, APPROVER and ADMIN may log them; only  *
      * APPROVER and ADMIN may reassign one, and only its owner,       *
      * APPROVER or ADMIN may resolve it. Logging and resolving both   *
      * leave a CMPLNT note on the customer's contact history.         *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; the role decides which menu choices
      * are open.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-MENU-CHOICE            PIC 9(1) VALUE 0.
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-COMPLAINTS-LOGGED      PIC 9(5) VALUE 0.
       01  WS-COMPLAINTS-REASSIGNED  PIC 9(5) VALUE 0.
       01  WS-COMPLAINTS-RESOLVED    PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-CUSTOMER-ENTRY         PIC X(10).
       01  WS-LOAN-ENTRY             PIC X(10).
       01  WS-CATEGORY-ENTRY         PIC X(8).
       01  WS-CHANNEL-ENTRY          PIC X(7).
       01  WS-DATE-ENTRY             PIC X(8).
       01  WS-OWNER-ENTRY            PIC X(10).
       01  WS-TEXT-ENTRY             PIC X(80).
       01  WS-CASE-ENTRY             PIC X(10).
       01  WS-ACTION-ENTRY           PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-ENTERED-DATE           PIC 9(8).
       01  WS-EDIT-SWITCH            PIC X(1).
           88  WS-EDITS-PASSED               VALUE "Y".
       01  WS-EDIT-REASON            PIC X(60).

      * Case number sequence, held on CONTEXT like the loan number
      * sequence LOAN-BOOKING draws from.
       01  WS-COMPLAINT-SEQUENCE     PIC 9(8) VALUE 0.
       01  WS-SEQ-OP-KEY             PIC X(50).
       01  WS-SEQ-CONTEXT-VALUE      PIC X(10000).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-SEQ-RESULT
                     PFX-RESULT-SUCCESS  BY WS-SEQ-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-SEQ-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-SEQ-RESULT-NOFILE.

      * CUSTOMER-MASTER call: a complaint is only logged against a
      * customer the bank actually has.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS.

      * LOAN-MASTER call: the loan complained about must be one the
      * customer is borrower or co-borrower on.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-PRODUCT-CODE    BY WS-LOAN-PRODUCT-CODE
                     PFX-LOAN-CO-BORROWER-ID  BY WS-LOAN-CO-BORROWER-ID
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS.

      * COMPLAINT-CATEGORY call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CC-OPERATION-DATA
                     PFX-OPERATION      BY WS-CC-OPERATION.
       01  WS-CATEGORY-INFO.
           05  WS-CATEGORY-DESCRIPTION PIC X(30).
           05  WS-RESPONSE-DAYS      PIC 9(3).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CC-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CC-RESULT-SUCCESS.

      * COMPLAINT-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CP-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CP-OPERATION-DATA
                     PFX-OPERATION      BY WS-CP-OPERATION.
       01  WS-CASE-NUMBER            PIC X(10).
       COPY "complaint-record.cob"
           REPLACING PFX-CP-CUSTOMER-ID   BY WS-CP-CUSTOMER-ID
                     PFX-CP-LOAN-NUMBER   BY WS-CP-LOAN-NUMBER
                     PFX-CP-PRODUCT       BY WS-CP-PRODUCT
                     PFX-CP-CATEGORY      BY WS-CP-CATEGORY
                     PFX-CP-CHANNEL       BY WS-CP-CHANNEL
                     PFX-CP-RECEIVED-DATE BY WS-CP-RECEIVED-DATE
                     PFX-CP-DUE-DATE      BY WS-CP-DUE-DATE
                     PFX-CP-OWNER         BY WS-CP-OWNER
                     PFX-CP-ENTERED-BY    BY WS-CP-ENTERED-BY
                     PFX-CP-DESCRIPTION   BY WS-CP-DESCRIPTION
                     PFX-CP-STATUS        BY WS-CP-STATUS
                     PFX-CP-RESOLVED-DATE BY WS-CP-RESOLVED-DATE
                     PFX-CP-RESOLUTION    BY WS-CP-RESOLUTION
                     PFX-COMPLAINT-RECORD BY WS-COMPLAINT-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CP-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CP-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CP-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-CP-RESULT-NOFILE.

      * CONTACT-HISTORY call: logging and resolving a complaint land
      * on the customer's contact trail.
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

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Complaint Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM PROCESS-ONE-MENU-CHOICE
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Logged: " WS-COMPLAINTS-LOGGED
               " Reassigned: " WS-COMPLAINTS-REASSIGNED
               " Resolved: " WS-COMPLAINTS-RESOLVED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * PROCESS-ONE-MENU-CHOICE - an INQUIRY operator gets the view    *
      * only; logging and updating are turned away before any prompt.  *
      *----------------------------------------------------------------*
       PROCESS-ONE-MENU-CHOICE.
           PERFORM DISPLAY-MENU
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-MENU-CHOICE = 9
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN WS-MENU-CHOICE = 3
                   PERFORM VIEW-COMPLAINT
               WHEN (WS-MENU-CHOICE = 1 OR WS-MENU-CHOICE = 2)
                       AND WS-SIGNON-ROLE = "INQUIRY"
                   DISPLAY "The INQUIRY role may only view complaints."
               WHEN WS-MENU-CHOICE = 1
                   PERFORM LOG-COMPLAINT
               WHEN WS-MENU-CHOICE = 2
                   PERFORM UPDATE-COMPLAINT
               WHEN OTHER
                   DISPLAY "Please enter 1, 2, 3, or 9."
           END-EVALUATE.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "1. Log complaint"
           DISPLAY "2. Update complaint (reassign or resolve)"
           DISPLAY "3. View complaint"
           DISPLAY "9. Exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

      *----------------------------------------------------------------*
      * LOG-COMPLAINT - every field is edited before the case number   *
      * is drawn, so a rejected entry never burns a number; nothing is *
      * written until the operator confirms.                           *
      *----------------------------------------------------------------*
       LOG-COMPLAINT.
           DISPLAY "Customer id: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ENTRY
           PERFORM GET-CUSTOMER
           IF NOT WS-CM-RESULT-SUCCESS
               DISPLAY "No such customer: " WS-CUSTOMER-ENTRY
           ELSE
               DISPLAY "Customer: " FUNCTION TRIM(WS-CUST-NAME)
               PERFORM PROMPT-FOR-COMPLAINT
               PERFORM EDIT-COMPLAINT-ENTRY
               IF WS-EDITS-PASSED
                   PERFORM CONFIRM-AND-LOG
               ELSE
                   DISPLAY "Rejected: " FUNCTION TRIM(WS-EDIT-REASON)
               END-IF
           END-IF.

       PROMPT-FOR-COMPLAINT.
           DISPLAY "Loan number (blank if none): " WITH NO ADVANCING
           ACCEPT WS-LOAN-ENTRY
           DISPLAY "Category (BILLING PAYOFF COLLECT CREDREPT ESCROW"
           DISPLAY "  ORIGIN DISCRIM PRIVACY SERVICE FEES MODIFY"
           DISPLAY "  OTHER): " WITH NO ADVANCING
           ACCEPT WS-CATEGORY-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-ENTRY)
               TO WS-CATEGORY-ENTRY
           DISPLAY "Channel (TELLER, COLLECT, MAIL, PHONE): "
                   WITH NO ADVANCING
           ACCEPT WS-CHANNEL-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-CHANNEL-ENTRY)
               TO WS-CHANNEL-ENTRY
           DISPLAY "Received date YYYYMMDD (blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           DISPLAY "Owner (blank = you): " WITH NO ADVANCING
           ACCEPT WS-OWNER-ENTRY
           DISPLAY "Complaint: " WITH NO ADVANCING
           ACCEPT WS-TEXT-ENTRY.

      *----------------------------------------------------------------*
      * EDIT-COMPLAINT-ENTRY - builds the complaint record as it goes; *
      * the first failed edit stops the rest and names the reason.     *
      *----------------------------------------------------------------*
       EDIT-COMPLAINT-ENTRY.
           MOVE "Y" TO WS-EDIT-SWITCH
           MOVE SPACES TO WS-EDIT-REASON
           MOVE SPACES TO WS-COMPLAINT-RECORD
           MOVE WS-CUSTOMER-ID TO WS-CP-CUSTOMER-ID
           MOVE "NONE" TO WS-CP-PRODUCT

           IF WS-LOAN-ENTRY NOT = SPACES
               PERFORM EDIT-COMPLAINT-LOAN
           END-IF

           IF WS-EDITS-PASSED
               PERFORM EDIT-COMPLAINT-CATEGORY
           END-IF

           IF WS-EDITS-PASSED
               EVALUATE WS-CHANNEL-ENTRY
                   WHEN "TELLER"
                   WHEN "COLLECT"
                   WHEN "MAIL"
                   WHEN "PHONE"
                       MOVE WS-CHANNEL-ENTRY TO WS-CP-CHANNEL
                   WHEN OTHER
                       MOVE "N" TO WS-EDIT-SWITCH
                       MOVE "Not a channel (TELLER COLLECT MAIL PHONE)."
                           TO WS-EDIT-REASON
               END-EVALUATE
           END-IF

           IF WS-EDITS-PASSED
               IF WS-DATE-ENTRY = SPACES
                   MOVE WS-RUN-DATE TO WS-ENTERED-DATE
               ELSE
                   PERFORM EDIT-ENTERED-DATE
               END-IF
               IF WS-ENTERED-DATE = 0 OR WS-ENTERED-DATE > WS-RUN-DATE
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "Received date cannot be after today."
                       TO WS-EDIT-REASON
               ELSE
                   MOVE WS-ENTERED-DATE TO WS-CP-RECEIVED-DATE
                   COMPUTE WS-CP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CP-RECEIVED-DATE)
                       + WS-RESPONSE-DAYS)
               END-IF
           END-IF

           IF WS-EDITS-PASSED AND WS-TEXT-ENTRY = SPACES
               MOVE "N" TO WS-EDIT-SWITCH
               MOVE "The complaint itself is required."
                   TO WS-EDIT-REASON
           END-IF

           IF WS-EDITS-PASSED
               IF WS-OWNER-ENTRY = SPACES
                   MOVE WS-SIGNON-USER-ID TO WS-CP-OWNER
               ELSE
                   MOVE WS-OWNER-ENTRY TO WS-CP-OWNER
               END-IF
               MOVE WS-SIGNON-USER-ID TO WS-CP-ENTERED-BY
               MOVE WS-TEXT-ENTRY TO WS-CP-DESCRIPTION
               MOVE "OPEN" TO WS-CP-STATUS
               MOVE 0 TO WS-CP-RESOLVED-DATE
           END-IF.

       EDIT-COMPLAINT-LOAN.
           MOVE WS-LOAN-ENTRY TO WS-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT
           EVALUATE TRUE
               WHEN NOT WS-LM-RESULT-SUCCESS
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "No such loan." TO WS-EDIT-REASON
               WHEN WS-LOAN-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                       AND WS-LOAN-CO-BORROWER-ID NOT = WS-CUSTOMER-ID
                   MOVE "N" TO WS-EDIT-SWITCH
                   MOVE "That loan is not the customer's."
                       TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE WS-LOAN-NUMBER TO WS-CP-LOAN-NUMBER
                   MOVE WS-LOAN-PRODUCT-CODE TO WS-CP-PRODUCT
           END-EVALUATE.

       EDIT-COMPLAINT-CATEGORY.
           MOVE 3 TO WS-CC-OPERATION-LEN
           MOVE "GET" TO WS-CC-OPERATION-DATA
           CALL "COMPLAINT-CATEGORY" USING
               WS-CC-OPERATION, WS-CATEGORY-ENTRY, WS-CATEGORY-INFO,
               WS-CC-RESULT
           IF WS-CC-RESULT-SUCCESS
               MOVE WS-CATEGORY-ENTRY TO WS-CP-CATEGORY
           ELSE
               MOVE "N" TO WS-EDIT-SWITCH
               MOVE "Not a complaint category." TO WS-EDIT-REASON
           END-IF.

       CONFIRM-AND-LOG.
           DISPLAY "Category: " FUNCTION TRIM(WS-CATEGORY-DESCRIPTION)
                   "  Response due " WS-CP-DUE-DATE
                   "  Owner " FUNCTION TRIM(WS-CP-OWNER)
           DISPLAY "Log this complaint (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               PERFORM DRAW-NEXT-CASE-NUMBER
               IF WS-SEQ-RESULT-SUCCESS
                   PERFORM WRITE-THE-COMPLAINT
                   IF WS-CP-RESULT-SUCCESS
                       ADD 1 TO WS-COMPLAINTS-LOGGED
                       DISPLAY "Complaint logged as case "
                               WS-CASE-NUMBER "."
                       MOVE SPACES TO WS-CH-NOTE
                       STRING "Complaint " DELIMITED BY SIZE
                               WS-CASE-NUMBER DELIMITED BY SIZE
                               " logged; " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CP-CATEGORY)
                                   DELIMITED BY SIZE
                               ", response due " DELIMITED BY SIZE
                               WS-CP-DUE-DATE DELIMITED BY SIZE
                           INTO WS-CH-NOTE
                       END-STRING
                       PERFORM NOTE-COMPLAINT-CONTACT
                   END-IF
               END-IF
           ELSE
               DISPLAY "Nothing logged."
           END-IF.

      *----------------------------------------------------------------*
      * DRAW-NEXT-CASE-NUMBER - reads the CMPSEQ-CONTROL sequence off  *
      * CONTEXT (a first complaint starts it from zero), takes the     *
      * next number and saves it back before the complaint is written  *
      * so two screens never hand out the same case.                   *
      *----------------------------------------------------------------*
       DRAW-NEXT-CASE-NUMBER.
           MOVE 0 TO WS-COMPLAINT-SEQUENCE
           MOVE "GET CMPSEQ-CONTROL" TO WS-SEQ-OP-KEY
           CALL "CONTEXT" USING WS-SEQ-OP-KEY, WS-SEQ-CONTEXT-VALUE,
               WS-SEQ-RESULT

           EVALUATE TRUE
               WHEN WS-SEQ-RESULT-SUCCESS
                   MOVE WS-SEQ-CONTEXT-VALUE(1:8)
                       TO WS-COMPLAINT-SEQUENCE
               WHEN WS-SEQ-RESULT-NOTFOUND
               WHEN WS-SEQ-RESULT-NOFILE
                   SET WS-SEQ-RESULT-SUCCESS TO TRUE
               WHEN OTHER
                   DISPLAY "COMPLAINT-MAINT: Case sequence "
                           "unavailable (" WS-SEQ-RESULT ")"
           END-EVALUATE

           IF WS-SEQ-RESULT-SUCCESS
               ADD 1 TO WS-COMPLAINT-SEQUENCE
               MOVE SPACES TO WS-SEQ-CONTEXT-VALUE
               MOVE WS-COMPLAINT-SEQUENCE TO WS-SEQ-CONTEXT-VALUE(1:8)
               MOVE "INSERT CMPSEQ-CONTROL" TO WS-SEQ-OP-KEY
               CALL "CONTEXT" USING WS-SEQ-OP-KEY, WS-SEQ-CONTEXT-VALUE,
                   WS-SEQ-RESULT
               IF WS-SEQ-RESULT-SUCCESS
                   MOVE SPACES TO WS-CASE-NUMBER
                   STRING "CP" DELIMITED BY SIZE
                           WS-COMPLAINT-SEQUENCE DELIMITED BY SIZE
                       INTO WS-CASE-NUMBER
                   END-STRING
               ELSE
                   DISPLAY "COMPLAINT-MAINT: Case sequence save "
                           "failed (" WS-SEQ-RESULT ")"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UPDATE-COMPLAINT - an open complaint can be reassigned or      *
      * resolved; a resolved one is shown and left alone.              *
      *----------------------------------------------------------------*
       UPDATE-COMPLAINT.
           PERFORM FETCH-COMPLAINT
           IF WS-CP-RESULT-SUCCESS
               PERFORM SHOW-COMPLAINT
               IF WS-CP-STATUS NOT = "OPEN"
                   DISPLAY "Complaint is closed; log a new one if the "
                           "customer is still unhappy."
               ELSE
                   DISPLAY "R=Reassign, S=Resolve, blank=leave: "
                           WITH NO ADVANCING
                   ACCEPT WS-ACTION-ENTRY
                   EVALUATE WS-ACTION-ENTRY
                       WHEN "R"
                       WHEN "r"
                           PERFORM REASSIGN-COMPLAINT
                       WHEN "S"
                       WHEN "s"
                           PERFORM RESOLVE-COMPLAINT
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Please enter R or S; complaint "
                                   "left as it was."
                   END-EVALUATE
               END-IF
           END-IF.

       REASSIGN-COMPLAINT.
           IF WS-SIGNON-ROLE NOT = "APPROVER"
                   AND WS-SIGNON-ROLE NOT = "ADMIN"
               DISPLAY "Reassigning a complaint needs the APPROVER or "
                       "ADMIN role."
           ELSE
               DISPLAY "New owner: " WITH NO ADVANCING
               ACCEPT WS-OWNER-ENTRY
               IF WS-OWNER-ENTRY = SPACES
                       OR WS-OWNER-ENTRY = WS-CP-OWNER
                   DISPLAY "Owner unchanged."
               ELSE
                   MOVE WS-OWNER-ENTRY TO WS-CP-OWNER
                   PERFORM WRITE-THE-COMPLAINT
                   IF WS-CP-RESULT-SUCCESS
                       ADD 1 TO WS-COMPLAINTS-REASSIGNED
                       DISPLAY "Complaint now owned by "
                               FUNCTION TRIM(WS-CP-OWNER) "."
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE-COMPLAINT - the owner or a supervisor records what was *
      * done; the complaint closes RESOLVED as of today and the        *
      * resolution goes on the customer's contact history.             *
      *----------------------------------------------------------------*
       RESOLVE-COMPLAINT.
           IF WS-CP-OWNER NOT = WS-SIGNON-USER-ID
                   AND WS-SIGNON-ROLE NOT = "APPROVER"
                   AND WS-SIGNON-ROLE NOT = "ADMIN"
               DISPLAY "Only the owner, APPROVER or ADMIN may resolve "
                       "this complaint."
           ELSE
               DISPLAY "Resolution: " WITH NO ADVANCING
               ACCEPT WS-TEXT-ENTRY
               IF WS-TEXT-ENTRY = SPACES
                   DISPLAY "Resolution is required; complaint left "
                           "open."
               ELSE
                   MOVE WS-TEXT-ENTRY TO WS-CP-RESOLUTION
                   MOVE "RESOLVED" TO WS-CP-STATUS
                   MOVE WS-RUN-DATE TO WS-CP-RESOLVED-DATE
                   PERFORM WRITE-THE-COMPLAINT
                   IF WS-CP-RESULT-SUCCESS
                       ADD 1 TO WS-COMPLAINTS-RESOLVED
                       DISPLAY "Complaint resolved " WS-RUN-DATE "."
                       MOVE WS-CP-CUSTOMER-ID TO WS-CUSTOMER-ID
                       MOVE SPACES TO WS-CH-NOTE
                       STRING "Complaint " DELIMITED BY SIZE
                               WS-CASE-NUMBER DELIMITED BY SIZE
                               " resolved: " DELIMITED BY SIZE
                               WS-CP-RESOLUTION DELIMITED BY SIZE
                           INTO WS-CH-NOTE
                       END-STRING
                       PERFORM NOTE-COMPLAINT-CONTACT
                   END-IF
               END-IF
           END-IF.

       VIEW-COMPLAINT.
           PERFORM FETCH-COMPLAINT
           IF WS-CP-RESULT-SUCCESS
               PERFORM SHOW-COMPLAINT
           END-IF.

       FETCH-COMPLAINT.
           DISPLAY "Case number: " WITH NO ADVANCING
           ACCEPT WS-CASE-ENTRY
           MOVE WS-CASE-ENTRY TO WS-CASE-NUMBER
           MOVE SPACES TO WS-COMPLAINT-RECORD
           MOVE 3 TO WS-CP-OPERATION-LEN
           MOVE "GET" TO WS-CP-OPERATION-DATA
           CALL "COMPLAINT-MASTER" USING
               WS-CP-OPERATION, WS-CASE-NUMBER,
               WS-COMPLAINT-RECORD, WS-CP-RESULT
           EVALUATE TRUE
               WHEN WS-CP-RESULT-SUCCESS
                   CONTINUE
               WHEN WS-CP-RESULT-NOTFOUND OR WS-CP-RESULT-NOFILE
                   DISPLAY "No such complaint: " WS-CASE-ENTRY
               WHEN OTHER
                   DISPLAY "Complaint file unavailable ("
                           WS-CP-RESULT ")"
           END-EVALUATE.

       SHOW-COMPLAINT.
           DISPLAY "Case " WS-CASE-NUMBER
                   "  Customer " WS-CP-CUSTOMER-ID
                   "  Loan " WS-CP-LOAN-NUMBER
                   "  Product " WS-CP-PRODUCT
           DISPLAY "Category " FUNCTION TRIM(WS-CP-CATEGORY)
                   "  Channel " FUNCTION TRIM(WS-CP-CHANNEL)
                   "  Received " WS-CP-RECEIVED-DATE
                   "  Due " WS-CP-DUE-DATE
           DISPLAY "Owner " FUNCTION TRIM(WS-CP-OWNER)
                   "  Logged by " FUNCTION TRIM(WS-CP-ENTERED-BY)
           DISPLAY "Complaint: " FUNCTION TRIM(WS-CP-DESCRIPTION)
           IF WS-CP-STATUS = "OPEN"
               IF WS-RUN-DATE > WS-CP-DUE-DATE
                   DISPLAY "Status: OPEN -- past its response deadline"
               ELSE
                   DISPLAY "Status: OPEN"
               END-IF
           ELSE
               DISPLAY "Status: " FUNCTION TRIM(WS-CP-STATUS)
                       " " WS-CP-RESOLVED-DATE
               DISPLAY "Resolution: " FUNCTION TRIM(WS-CP-RESOLUTION)
           END-IF.

       GET-CUSTOMER.
           MOVE WS-CUSTOMER-ENTRY TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT.

       WRITE-THE-COMPLAINT.
           MOVE 6 TO WS-CP-OPERATION-LEN
           MOVE "INSERT" TO WS-CP-OPERATION-DATA
           CALL "COMPLAINT-MASTER" USING
               WS-CP-OPERATION, WS-CASE-NUMBER,
               WS-COMPLAINT-RECORD, WS-CP-RESULT
           IF NOT WS-CP-RESULT-SUCCESS
               DISPLAY "COMPLAINT-MAINT: Complaint write failed for "
                       WS-CASE-NUMBER " (" WS-CP-RESULT ")"
           END-IF.

       NOTE-COMPLAINT-CONTACT.
           MOVE "CMPLNT" TO WS-CH-CONTACT-TYPE
           MOVE WS-SIGNON-USER-ID TO WS-CH-OPERATOR
           MOVE 6 TO WS-CN-OPERATION-LEN
           MOVE "APPEND" TO WS-CN-OPERATION-DATA
           CALL "CONTACT-HISTORY" USING
               WS-CN-OPERATION, WS-CUSTOMER-ID, WS-CONTACT-RECORD,
               WS-CN-RESULT
           IF WS-CN-RESULT NOT = "SUCCESS"
               DISPLAY "Contact note not recorded (" WS-CN-RESULT ")"
           END-IF.

       EDIT-ENTERED-DATE.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-ENTERED-DATE
           ELSE
               MOVE 0 TO WS-ENTERED-DATE
           END-IF.

       END PROGRAM COMPLAINT-MAINT.
