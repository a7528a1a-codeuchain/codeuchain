      *================================================================*
      * CodeUChain COBOL Example - Military Service Maintenance Screen *
      *                                                                *
      * Where the servicing desk records a borrower's active-duty      *
      * service on MILITARY-SERVICE-MASTER: the operator keys the      *
      * customer id and either records a new service period (start     *
      * date, end date or blank while the orders are open-ended, and   *
      * the date the service was verified) or updates the one on       *
      * file -- a new end date when orders are extended or cut short,  *
      * or a fresh verification date.                                  *
      *                                                                *
      * From the start date through the end date INTEREST-ACCRUAL and  *
      * STATEMENT-GENERATION hold every loan the customer booked       *
      * before the start date to the 6% SCRA cap; SCRA-SERVICE-END     *
      * notices the borrower when the period is over and the contract  *
      * rate resumes. Changing the end date clears that notice stamp   *
      * so the corrected end is noticed in its turn.                   *
      *                                                                *
      * The file keeps one period per customer. Once a period has      *
      * ended a new one can be recorded over it.                       *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MILITARY-SERVICE-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; recording service changes a master
      * record, so the INQUIRY role is turned away.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-PERIODS-RECORDED       PIC 9(5) VALUE 0.
       01  WS-PERIODS-UPDATED        PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-CUSTOMER-ENTRY         PIC X(10).
       01  WS-DATE-ENTRY             PIC X(8).
       01  WS-ACTION-ENTRY           PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-ENTERED-DATE           PIC 9(8).
       01  WS-ENTERED-START          PIC 9(8).
       01  WS-ENTERED-END            PIC 9(8).
       01  WS-ENTERED-VERIFIED       PIC 9(8).

      * CUSTOMER-MASTER call: service is only recorded against a
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

      * MILITARY-SERVICE-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-MS-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-MS-OPERATION-DATA
                     PFX-OPERATION      BY WS-MS-OPERATION.
       COPY "military-service-record.cob"
           REPLACING PFX-MS-START-DATE    BY WS-MS-START-DATE
                     PFX-MS-END-DATE      BY WS-MS-END-DATE
                     PFX-MS-VERIFIED-DATE BY WS-MS-VERIFIED-DATE
                     PFX-MS-END-NOTICE-DATE BY WS-MS-END-NOTICE-DATE
                     PFX-MILITARY-SERVICE-RECORD BY
                         WS-MILITARY-SERVICE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-MS-RESULT
                     PFX-RESULT-SUCCESS  BY WS-MS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-MS-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-MS-RESULT-NOFILE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Military Service Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE = "INQUIRY"
               DISPLAY "Military service maintenance needs more than "
                       "the INQUIRY role."
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM TAKE-ONE-CUSTOMER
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Periods recorded: " WS-PERIODS-RECORDED
               " Periods updated: " WS-PERIODS-UPDATED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * TAKE-ONE-CUSTOMER - customer id, then the service on file      *
      * decides what can be done; a blank id ends the session.         *
      *----------------------------------------------------------------*
       TAKE-ONE-CUSTOMER.
           DISPLAY " "
           DISPLAY "Customer id (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ENTRY

           IF WS-CUSTOMER-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-CUSTOMER-AND-SERVICE
           END-IF.

       LOOK-UP-CUSTOMER-AND-SERVICE.
           MOVE WS-CUSTOMER-ENTRY TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT

           IF NOT WS-CM-RESULT-SUCCESS
               DISPLAY "No such customer: " WS-CUSTOMER-ENTRY
           ELSE
               DISPLAY "Customer: " FUNCTION TRIM(WS-CUST-NAME)
               MOVE SPACES TO WS-MILITARY-SERVICE-RECORD
               MOVE 3 TO WS-MS-OPERATION-LEN
               MOVE "GET" TO WS-MS-OPERATION-DATA
               CALL "MILITARY-SERVICE-MASTER" USING
                   WS-MS-OPERATION, WS-CUSTOMER-ID,
                   WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT

               EVALUATE TRUE
                   WHEN WS-MS-RESULT-NOTFOUND OR WS-MS-RESULT-NOFILE
                       DISPLAY "No military service on file."
                       PERFORM TAKE-NEW-PERIOD
                   WHEN NOT WS-MS-RESULT-SUCCESS
                       DISPLAY "Military service file unavailable ("
                               WS-MS-RESULT ")"
                   WHEN OTHER
                       PERFORM SHOW-SERVICE
                       PERFORM TAKE-SERVICE-ACTION
               END-EVALUATE
           END-IF.

       SHOW-SERVICE.
           IF WS-MS-END-DATE = 0
               DISPLAY "Active duty from " WS-MS-START-DATE
                       ", no end date (open-ended orders)"
           ELSE
               DISPLAY "Active duty from " WS-MS-START-DATE
                       " through " WS-MS-END-DATE
           END-IF
           DISPLAY "Last verified " WS-MS-VERIFIED-DATE
           EVALUATE TRUE
               WHEN WS-MS-START-DATE > WS-RUN-DATE
                   DISPLAY "Status: ORDERS RECEIVED -- cap begins "
                           WS-MS-START-DATE
               WHEN WS-MS-END-DATE = 0
                       OR WS-MS-END-DATE NOT < WS-RUN-DATE
                   DISPLAY "Status: ON ACTIVE DUTY -- 6% rate cap "
                           "in force"
               WHEN WS-MS-END-NOTICE-DATE > 0
                   DISPLAY "Status: SERVICE ENDED -- contract rate "
                           "resumed, borrower noticed "
                           WS-MS-END-NOTICE-DATE
               WHEN OTHER
                   DISPLAY "Status: SERVICE ENDED -- end notice "
                           "not yet sent"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * TAKE-SERVICE-ACTION - a new end date or verification date for  *
      * the period on file, or -- once that period is over -- a new    *
      * period in its place.                                           *
      *----------------------------------------------------------------*
       TAKE-SERVICE-ACTION.
           DISPLAY "E=change end date, V=record verification, "
                   "N=new period, blank=leave: " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY
           EVALUATE WS-ACTION-ENTRY
               WHEN SPACE
                   CONTINUE
               WHEN "E"
               WHEN "e"
                   PERFORM TAKE-END-DATE-CHANGE
               WHEN "V"
               WHEN "v"
                   PERFORM TAKE-VERIFICATION
               WHEN "N"
               WHEN "n"
                   IF WS-MS-END-DATE = 0
                           OR WS-MS-END-DATE NOT < WS-RUN-DATE
                       DISPLAY "The period on file has not ended; "
                               "change its end date instead."
                   ELSE
                       PERFORM TAKE-NEW-PERIOD
                   END-IF
               WHEN OTHER
                   DISPLAY "Please enter E, V or N; nothing changed."
           END-EVALUATE.

      *----------------------------------------------------------------*
      * TAKE-NEW-PERIOD - start date, end date (blank while the orders *
      * are open-ended, otherwise not before the start) and a          *
      * verification date no later than today; nothing is written      *
      * until the operator confirms.                                   *
      *----------------------------------------------------------------*
       TAKE-NEW-PERIOD.
           DISPLAY "Record a service period (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               DISPLAY "Active duty start YYYYMMDD: "
                       WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               MOVE WS-ENTERED-DATE TO WS-ENTERED-START
               DISPLAY "Active duty end YYYYMMDD (blank if none): "
                       WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               MOVE WS-ENTERED-DATE TO WS-ENTERED-END
               DISPLAY "Verified on YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               MOVE WS-ENTERED-DATE TO WS-ENTERED-VERIFIED
               EVALUATE TRUE
                   WHEN WS-ENTERED-START = 0
                       DISPLAY "Start date is required; nothing "
                               "recorded."
                   WHEN WS-ENTERED-END NOT = 0
                           AND WS-ENTERED-END < WS-ENTERED-START
                       DISPLAY "End date cannot precede the start; "
                               "nothing recorded."
                   WHEN WS-ENTERED-VERIFIED = 0
                           OR WS-ENTERED-VERIFIED > WS-RUN-DATE
                       DISPLAY "Verification date must be a date no "
                               "later than today; nothing recorded."
                   WHEN OTHER
                       PERFORM RECORD-THE-PERIOD
               END-EVALUATE
           END-IF.

       RECORD-THE-PERIOD.
           MOVE WS-ENTERED-START TO WS-MS-START-DATE
           MOVE WS-ENTERED-END TO WS-MS-END-DATE
           MOVE WS-ENTERED-VERIFIED TO WS-MS-VERIFIED-DATE
           MOVE 0 TO WS-MS-END-NOTICE-DATE
           PERFORM WRITE-THE-SERVICE
           IF WS-MS-RESULT-SUCCESS
               ADD 1 TO WS-PERIODS-RECORDED
               DISPLAY "Service recorded; the rate cap applies to "
                       "pre-service loans from " WS-MS-START-DATE "."
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-END-DATE-CHANGE - extended or shortened orders; blank     *
      * makes the period open-ended again. A changed end date clears   *
      * the end-of-service notice stamp.                               *
      *----------------------------------------------------------------*
       TAKE-END-DATE-CHANGE.
           DISPLAY "New end date YYYYMMDD (blank if none): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           PERFORM EDIT-ENTERED-DATE
           EVALUATE TRUE
               WHEN WS-DATE-ENTRY NOT = SPACES
                       AND WS-ENTERED-DATE = 0
                   DISPLAY "End date must be YYYYMMDD; nothing "
                           "changed."
               WHEN WS-ENTERED-DATE NOT = 0
                       AND WS-ENTERED-DATE < WS-MS-START-DATE
                   DISPLAY "End date cannot precede the start; "
                           "nothing changed."
               WHEN WS-ENTERED-DATE = WS-MS-END-DATE
                   DISPLAY "End date unchanged."
               WHEN OTHER
                   MOVE WS-ENTERED-DATE TO WS-MS-END-DATE
                   MOVE 0 TO WS-MS-END-NOTICE-DATE
                   PERFORM WRITE-THE-SERVICE
                   IF WS-MS-RESULT-SUCCESS
                       ADD 1 TO WS-PERIODS-UPDATED
                       DISPLAY "End date changed."
                   END-IF
           END-EVALUATE.

       TAKE-VERIFICATION.
           DISPLAY "Verified on YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           PERFORM EDIT-ENTERED-DATE
           IF WS-ENTERED-DATE = 0 OR WS-ENTERED-DATE > WS-RUN-DATE
               DISPLAY "Verification date must be a date no later "
                       "than today; nothing changed."
           ELSE
               MOVE WS-ENTERED-DATE TO WS-MS-VERIFIED-DATE
               PERFORM WRITE-THE-SERVICE
               IF WS-MS-RESULT-SUCCESS
                   ADD 1 TO WS-PERIODS-UPDATED
                   DISPLAY "Verification recorded."
               END-IF
           END-IF.

       WRITE-THE-SERVICE.
           MOVE 6 TO WS-MS-OPERATION-LEN
           MOVE "INSERT" TO WS-MS-OPERATION-DATA
           CALL "MILITARY-SERVICE-MASTER" USING
               WS-MS-OPERATION, WS-CUSTOMER-ID,
               WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT
           IF NOT WS-MS-RESULT-SUCCESS
               DISPLAY "MILITARY-SERVICE-MAINT: Service write failed "
                       "for " WS-CUSTOMER-ID " (" WS-MS-RESULT ")"
           END-IF.

       EDIT-ENTERED-DATE.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-ENTERED-DATE
           ELSE
               MOVE 0 TO WS-ENTERED-DATE
           END-IF.

       END PROGRAM MILITARY-SERVICE-MAINT.
