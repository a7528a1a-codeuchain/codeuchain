      *================================================================*
      * CodeUChain COBOL Example - Collection Agency Maintenance       *
      *                                                                *
      * Where collections keeps AGENCY-MASTER: the operator keys an    *
      * agency code and either sets up a new agency (name, contact     *
      * phone, commission, which accounts it is placed) or changes     *
      * the one on file. An agency the bank stops placing with is      *
      * deactivated here rather than deleted, so its open placements   *
      * still report and its remittances still post, while             *
      * AGENCY-PLACEMENT stops sending it new accounts.                *
      *                                                                *
      * Placement terms are the shallowest delinquency bucket (2-5)    *
      * the agency takes open loans from, zero for none, and whether   *
      * it takes charged-off accounts. The commission decides what     *
      * the bank is paid out of every collection, so the screen needs  *
      * the MAINT or ADMIN role.                                       *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-AGENCIES-ADDED         PIC 9(5) VALUE 0.
       01  WS-AGENCIES-CHANGED       PIC 9(5) VALUE 0.
       01  WS-NEW-AGENCY-SWITCH      PIC X(1).
           88  WS-NEW-AGENCY                 VALUE "Y".

      * Entry fields; blank keeps what is on file.
       01  WS-AGENCY-ENTRY           PIC X(10).
       01  WS-NAME-ENTRY             PIC X(30).
       01  WS-PHONE-ENTRY            PIC X(15).
       01  WS-COMMISSION-ENTRY       PIC X(10).
       01  WS-BUCKET-ENTRY           PIC X(1).
       01  WS-CHARGEOFF-ENTRY        PIC X(1).
       01  WS-ACTIVE-ENTRY           PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-COMMISSION-VALUE       PIC S9(5)V99.
       01  WS-ED-COMMISSION          PIC ZZ9.99.

      * AGENCY-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-AM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-AM-OPERATION-DATA
                     PFX-OPERATION      BY WS-AM-OPERATION.
       01  WS-AGENCY-ID              PIC X(10).
       COPY "agency-record.cob"
           REPLACING PFX-AGY-NAME            BY WS-AGY-NAME
                     PFX-AGY-PHONE           BY WS-AGY-PHONE
                     PFX-AGY-ACTIVE          BY WS-AGY-ACTIVE
                     PFX-AGY-COMMISSION-PCT  BY WS-AGY-COMMISSION-PCT
                     PFX-AGY-PLACE-BUCKET    BY WS-AGY-PLACE-BUCKET
                     PFX-AGY-TAKES-CHARGEOFF BY WS-AGY-TAKES-CHARGEOFF
                     PFX-AGENCY-RECORD       BY WS-AGENCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-AM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-AM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-AM-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-AM-RESULT-NOFILE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Collection Agency Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE NOT = "MAINT"
                   AND WS-SIGNON-ROLE NOT = "ADMIN"
               DISPLAY "Agency maintenance needs the MAINT or ADMIN "
                       "role."
               STOP RUN
           END-IF

           PERFORM TAKE-ONE-AGENCY
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Agencies added: " WS-AGENCIES-ADDED
               " Agencies changed: " WS-AGENCIES-CHANGED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * TAKE-ONE-AGENCY - agency code, then the record on file (or its *
      * absence) decides between a change and a new set-up; a blank    *
      * code ends the session.                                         *
      *----------------------------------------------------------------*
       TAKE-ONE-AGENCY.
           DISPLAY " "
           DISPLAY "Agency code (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-AGENCY-ENTRY

           IF WS-AGENCY-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-AGENCY
           END-IF.

       LOOK-UP-AGENCY.
           MOVE WS-AGENCY-ENTRY TO WS-AGENCY-ID
           MOVE SPACES TO WS-AGENCY-RECORD
           MOVE 3 TO WS-AM-OPERATION-LEN
           MOVE "GET" TO WS-AM-OPERATION-DATA
           CALL "AGENCY-MASTER" USING
               WS-AM-OPERATION, WS-AGENCY-ID, WS-AGENCY-RECORD,
               WS-AM-RESULT

           EVALUATE TRUE
               WHEN WS-AM-RESULT-NOTFOUND OR WS-AM-RESULT-NOFILE
                   DISPLAY "No agency on file under "
                           WS-AGENCY-ENTRY "; setting one up."
                   MOVE "Y" TO WS-NEW-AGENCY-SWITCH
                   MOVE SPACES TO WS-AGENCY-RECORD
                   MOVE "Y" TO WS-AGY-ACTIVE
                   MOVE 0 TO WS-AGY-COMMISSION-PCT
                   MOVE 0 TO WS-AGY-PLACE-BUCKET
                   MOVE "N" TO WS-AGY-TAKES-CHARGEOFF
                   PERFORM TAKE-AGENCY-FIELDS
               WHEN NOT WS-AM-RESULT-SUCCESS
                   DISPLAY "Agency file unavailable ("
                           WS-AM-RESULT ")"
               WHEN OTHER
                   MOVE "N" TO WS-NEW-AGENCY-SWITCH
                   PERFORM SHOW-AGENCY
                   PERFORM TAKE-AGENCY-FIELDS
           END-EVALUATE.

       SHOW-AGENCY.
           MOVE WS-AGY-COMMISSION-PCT TO WS-ED-COMMISSION
           DISPLAY "Name: " FUNCTION TRIM(WS-AGY-NAME)
           DISPLAY "Phone: " WS-AGY-PHONE
           DISPLAY "Commission: " FUNCTION TRIM(WS-ED-COMMISSION) "%"
           IF WS-AGY-PLACE-BUCKET = 0
               DISPLAY "Open loans: not placed"
           ELSE
               DISPLAY "Open loans: bucket " WS-AGY-PLACE-BUCKET
                       " and deeper"
           END-IF
           IF WS-AGY-TAKES-CHARGEOFF = "Y"
               DISPLAY "Charged-off accounts: placed"
           ELSE
               DISPLAY "Charged-off accounts: not placed"
           END-IF
           IF WS-AGY-ACTIVE = "N"
               DISPLAY "Status: INACTIVE"
           ELSE
               DISPLAY "Status: ACTIVE"
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-AGENCY-FIELDS - each field keyed replaces the one on      *
      * file, blank keeps it; a new agency needs a name. Nothing is    *
      * written until the operator confirms.                           *
      *----------------------------------------------------------------*
       TAKE-AGENCY-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           DISPLAY "Contact phone: " WITH NO ADVANCING
           ACCEPT WS-PHONE-ENTRY
           DISPLAY "Commission (% of gross collected): "
                   WITH NO ADVANCING
           ACCEPT WS-COMMISSION-ENTRY
           DISPLAY "Place open loans from bucket (2-5, 0 none): "
                   WITH NO ADVANCING
           ACCEPT WS-BUCKET-ENTRY
           DISPLAY "Place charged-off accounts (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CHARGEOFF-ENTRY
           DISPLAY "Active (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ACTIVE-ENTRY

           IF WS-NAME-ENTRY NOT = SPACES
               MOVE WS-NAME-ENTRY TO WS-AGY-NAME
           END-IF
           IF WS-PHONE-ENTRY NOT = SPACES
               MOVE WS-PHONE-ENTRY TO WS-AGY-PHONE
           END-IF
           IF WS-COMMISSION-ENTRY NOT = SPACES
               COMPUTE WS-COMMISSION-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-COMMISSION-ENTRY))
           ELSE
               MOVE WS-AGY-COMMISSION-PCT TO WS-COMMISSION-VALUE
           END-IF
           IF WS-BUCKET-ENTRY = SPACE
               MOVE WS-AGY-PLACE-BUCKET TO WS-BUCKET-ENTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CHARGEOFF-ENTRY)
               TO WS-CHARGEOFF-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-ACTIVE-ENTRY)
               TO WS-ACTIVE-ENTRY

           EVALUATE TRUE
               WHEN WS-AGY-NAME = SPACES
                   DISPLAY "Name is required; nothing recorded."
               WHEN WS-COMMISSION-VALUE < 0
                       OR WS-COMMISSION-VALUE > 100
                   DISPLAY "Commission must be 0 to 100 percent; "
                           "nothing recorded."
               WHEN WS-BUCKET-ENTRY NOT = "0"
                       AND (WS-BUCKET-ENTRY < "2"
                            OR WS-BUCKET-ENTRY > "5")
                   DISPLAY "Bucket must be 2 to 5, or 0 for none; "
                           "nothing recorded."
               WHEN WS-CHARGEOFF-ENTRY NOT = SPACE
                       AND WS-CHARGEOFF-ENTRY NOT = "Y"
                       AND WS-CHARGEOFF-ENTRY NOT = "N"
                   DISPLAY "Charged-off placement must be Y or N; "
                           "nothing recorded."
               WHEN WS-ACTIVE-ENTRY NOT = SPACE
                       AND WS-ACTIVE-ENTRY NOT = "Y"
                       AND WS-ACTIVE-ENTRY NOT = "N"
                   DISPLAY "Active must be Y or N; nothing recorded."
               WHEN OTHER
                   MOVE WS-COMMISSION-VALUE TO WS-AGY-COMMISSION-PCT
                   MOVE WS-BUCKET-ENTRY TO WS-AGY-PLACE-BUCKET
                   IF WS-CHARGEOFF-ENTRY NOT = SPACE
                       MOVE WS-CHARGEOFF-ENTRY
                           TO WS-AGY-TAKES-CHARGEOFF
                   END-IF
                   IF WS-ACTIVE-ENTRY NOT = SPACE
                       MOVE WS-ACTIVE-ENTRY TO WS-AGY-ACTIVE
                   END-IF
                   PERFORM SHOW-AGENCY
                   DISPLAY "Record this agency (Y/N)? "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                       PERFORM WRITE-THE-AGENCY
                   ELSE
                       DISPLAY "Nothing recorded."
                   END-IF
           END-EVALUATE.

       WRITE-THE-AGENCY.
           MOVE 6 TO WS-AM-OPERATION-LEN
           MOVE "INSERT" TO WS-AM-OPERATION-DATA
           CALL "AGENCY-MASTER" USING
               WS-AM-OPERATION, WS-AGENCY-ID, WS-AGENCY-RECORD,
               WS-AM-RESULT
           IF WS-AM-RESULT-SUCCESS
               IF WS-NEW-AGENCY
                   ADD 1 TO WS-AGENCIES-ADDED
                   DISPLAY "Agency " WS-AGENCY-ID " set up."
               ELSE
                   ADD 1 TO WS-AGENCIES-CHANGED
                   DISPLAY "Agency " WS-AGENCY-ID " changed."
               END-IF
           ELSE
               DISPLAY "AGENCY-MAINT: Agency write failed for "
                       WS-AGENCY-ID " (" WS-AM-RESULT ")"
           END-IF.

       END PROGRAM AGENCY-MAINT.
