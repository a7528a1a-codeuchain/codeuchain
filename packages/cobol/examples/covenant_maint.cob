      *================================================================*
      * CodeUChain COBOL Example - Commercial Covenant Maintenance     *
      *                                                                *
      * Keeps the covenants on a commercial loan and enters what the   *
      * borrower sends in against them. Each loan's covenants sit on   *
      * COVENANT-MASTER: the type, the test against its threshold,     *
      * how often it is owed and when it is next due. A covenant is    *
      * added with its first due date; when a statement comes in the   *
      * operator keys the date received and, for a tested covenant,    *
      * the value it showed. The test is scored PASS or FAIL (RCVD     *
      * for a delivery-only financial statement), the next due date    *
      * moves on by the covenant's frequency, and any breach the       *
      * nightly COVENANT-TICKLER had stamped is cleared so a further   *
      * failure is noted and referred afresh. Every change is imaged   *
      * through AUDIT-IMAGE.                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVENANT-MAINT.
       AUTHOR. CodeUChain Team.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; covenant work is change work, so the
      * INQUIRY role is turned away.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-COVENANTS-ADDED        PIC 9(5) VALUE 0.
       01  WS-STATEMENTS-ENTERED     PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-LOAN-ENTRY             PIC X(10).
       01  WS-ACTION-ENTRY           PIC X(1).
       01  WS-ITEM-ENTRY             PIC X(2).
       01  WS-TYPE-ENTRY             PIC X(8).
       01  WS-DESC-ENTRY             PIC X(20).
       01  WS-TEST-ENTRY             PIC X(1).
       01  WS-VALUE-ENTRY            PIC X(20).
       01  WS-FREQUENCY-ENTRY        PIC X(1).
       01  WS-DATE-ENTRY             PIC X(8).
       01  WS-CONFIRM-ENTRY          PIC X(1).

      * Working values for the covenant being added or scored.
       01  WS-CV-IX                  PIC 9(2).
       01  WS-ITEM-NO                PIC 9(2).
       01  WS-VALUE                  PIC S9(11)V9(4) COMP-3.
       01  WS-DATE-VALUE             PIC 9(8).
       01  WS-DATE-OK-SWITCH         PIC X(1).
           88  WS-DATE-OK                    VALUE "Y".
       01  WS-RESULT-TEXT            PIC X(4).

      * Next due date: moved on by 12, 6, 3 or 1 months, with the day
      * pulled back to the month's last when it runs past it.
       01  WS-MONTHS-ON              PIC 9(2).
       01  WS-DUE-DATE               PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR           PIC 9(4).
           05  WS-DUE-MONTH          PIC 9(2).
           05  WS-DUE-DAY            PIC 9(2).
       01  WS-MONTH-COUNT            PIC 9(3).

      * LOAN-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * COVENANT-MASTER call: the loan's covenants, up to ten.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CV-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CV-OPERATION-DATA
                     PFX-OPERATION      BY WS-CV-OPERATION.
       COPY "covenant-record.cob"
           REPLACING PFX-CV-COUNT         BY WS-CV-COUNT
                     PFX-CV-ENTRY         BY WS-CV-ENTRY
                     PFX-CV-TYPE          BY WS-CV-TYPE
                     PFX-CV-DESC          BY WS-CV-DESC
                     PFX-CV-TEST          BY WS-CV-TEST
                     PFX-CV-THRESHOLD     BY WS-CV-THRESHOLD
                     PFX-CV-FREQUENCY     BY WS-CV-FREQUENCY
                     PFX-CV-NEXT-DUE      BY WS-CV-NEXT-DUE
                     PFX-CV-LAST-RECEIVED BY WS-CV-LAST-RECEIVED
                     PFX-CV-LAST-VALUE    BY WS-CV-LAST-VALUE
                     PFX-CV-LAST-RESULT   BY WS-CV-LAST-RESULT
                     PFX-CV-BREACH-DATE   BY WS-CV-BREACH-DATE
                     PFX-COVENANT-RECORD  BY WS-COVENANT-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CV-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CV-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CV-RESULT-NOTFOUND.

      * AUDIT-IMAGE call.
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

       01  WS-ED-VALUE               PIC -(10)9.9999.
       01  WS-ED-THRESHOLD           PIC -(10)9.9999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Covenant Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE = "INQUIRY"
               DISPLAY "Covenant work needs more than the "
                       "INQUIRY role."
               STOP RUN
           END-IF
           PERFORM REGISTER-AUDIT-OPERATOR

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM WORK-ONE-LOAN
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Covenants added:    " WS-COVENANTS-ADDED
           DISPLAY "Statements entered: " WS-STATEMENTS-ENTERED
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
      * WORK-ONE-LOAN - loan, covenant listing, then one action; a     *
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
           IF WS-LM-RESULT-SUCCESS
               PERFORM FETCH-COVENANTS
           END-IF

           EVALUATE TRUE
               WHEN WS-LM-RESULT-NOTFOUND
                   DISPLAY "No such loan: " WS-LOAN-ENTRY
               WHEN NOT WS-LM-RESULT-SUCCESS
                   DISPLAY "Loan master unavailable ("
                           WS-LM-RESULT ")"
               WHEN NOT WS-CV-RESULT-SUCCESS
                       AND NOT WS-CV-RESULT-NOTFOUND
                   DISPLAY "Covenant file unavailable ("
                           WS-CV-RESULT ")"
               WHEN OTHER
                   PERFORM LIST-THE-COVENANTS
                   PERFORM TAKE-THE-ACTION
           END-EVALUATE.

       FETCH-LOAN.
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT.

      *----------------------------------------------------------------*
      * FETCH-COVENANTS - a loan with none yet starts from an empty    *
      * record, written on its first covenant.                         *
      *----------------------------------------------------------------*
       FETCH-COVENANTS.
           MOVE SPACES TO WS-COVENANT-RECORD
           MOVE 3 TO WS-CV-OPERATION-LEN
           MOVE "GET" TO WS-CV-OPERATION-DATA
           CALL "COVENANT-MASTER" USING
               WS-CV-OPERATION, WS-LOAN-NUMBER,
               WS-COVENANT-RECORD, WS-CV-RESULT
           IF WS-CV-RESULT-NOTFOUND
               MOVE SPACES TO WS-COVENANT-RECORD
               MOVE 0 TO WS-CV-COUNT
           END-IF.

       LIST-THE-COVENANTS.
           DISPLAY "Loan " FUNCTION TRIM(WS-LOAN-NUMBER) " is "
                   FUNCTION TRIM(WS-LOAN-STATUS)
           IF WS-CV-COUNT = 0
               DISPLAY "No covenants on this loan."
           ELSE
               DISPLAY "No Type     Description          T F "
                       "Next due Received Last value        Result"
               PERFORM LIST-ONE-COVENANT
                   VARYING WS-CV-IX FROM 1 BY 1
                   UNTIL WS-CV-IX > WS-CV-COUNT
           END-IF.

       LIST-ONE-COVENANT.
           MOVE WS-CV-LAST-VALUE(WS-CV-IX) TO WS-ED-VALUE
           MOVE WS-CV-THRESHOLD(WS-CV-IX) TO WS-ED-THRESHOLD
           DISPLAY WS-CV-IX " " WS-CV-TYPE(WS-CV-IX) " "
                   WS-CV-DESC(WS-CV-IX) " "
                   WS-CV-TEST(WS-CV-IX) " "
                   WS-CV-FREQUENCY(WS-CV-IX) " "
                   WS-CV-NEXT-DUE(WS-CV-IX) " "
                   WS-CV-LAST-RECEIVED(WS-CV-IX) " "
                   WS-ED-VALUE " " WS-CV-LAST-RESULT(WS-CV-IX)
           IF WS-CV-TEST(WS-CV-IX) NOT = SPACE
               DISPLAY "     threshold " FUNCTION TRIM(WS-ED-THRESHOLD)
           END-IF
           IF WS-CV-BREACH-DATE(WS-CV-IX) > 0
               DISPLAY "     in breach since "
                       WS-CV-BREACH-DATE(WS-CV-IX)
           END-IF.

       TAKE-THE-ACTION.
           DISPLAY "A=Add covenant, S=Statement received, "
                   "blank to skip: " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY
           EVALUATE WS-ACTION-ENTRY
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-COVENANT
               WHEN "S"
               WHEN "s"
                   PERFORM ENTER-STATEMENT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please enter A or S."
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ADD-COVENANT - type, description, test and threshold,          *
      * frequency and first due date; a FINSTMT covenant is delivery   *
      * only and carries no test.                                      *
      *----------------------------------------------------------------*
       ADD-COVENANT.
           IF WS-CV-COUNT NOT < 10
               DISPLAY "This loan already carries ten covenants."
           ELSE
               PERFORM TAKE-COVENANT-TERMS
           END-IF.

       TAKE-COVENANT-TERMS.
           DISPLAY "Type (FINSTMT DSCR LEVERAGE CURRATIO TNW "
                   "LIQUID): " WITH NO ADVANCING
           ACCEPT WS-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-TYPE-ENTRY) TO WS-TYPE-ENTRY
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-DESC-ENTRY
           IF WS-TYPE-ENTRY = "FINSTMT"
               MOVE SPACE TO WS-TEST-ENTRY
               MOVE 0 TO WS-VALUE
           ELSE
               DISPLAY "Test N=at least, X=at most: "
                       WITH NO ADVANCING
               ACCEPT WS-TEST-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-TEST-ENTRY)
                   TO WS-TEST-ENTRY
               DISPLAY "Threshold: " WITH NO ADVANCING
               ACCEPT WS-VALUE-ENTRY
               COMPUTE WS-VALUE = FUNCTION NUMVAL(WS-VALUE-ENTRY)
           END-IF
           DISPLAY "Frequency A/S/Q/M: " WITH NO ADVANCING
           ACCEPT WS-FREQUENCY-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-FREQUENCY-ENTRY)
               TO WS-FREQUENCY-ENTRY
           DISPLAY "First due date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           PERFORM CHECK-DATE-ENTRY

           EVALUATE TRUE
               WHEN WS-TYPE-ENTRY NOT = "FINSTMT"
                       AND WS-TYPE-ENTRY NOT = "DSCR"
                       AND WS-TYPE-ENTRY NOT = "LEVERAGE"
                       AND WS-TYPE-ENTRY NOT = "CURRATIO"
                       AND WS-TYPE-ENTRY NOT = "TNW"
                       AND WS-TYPE-ENTRY NOT = "LIQUID"
                   DISPLAY "Unknown covenant type: " WS-TYPE-ENTRY
               WHEN WS-TYPE-ENTRY NOT = "FINSTMT"
                       AND WS-TEST-ENTRY NOT = "N"
                       AND WS-TEST-ENTRY NOT = "X"
                   DISPLAY "Test must be N or X."
               WHEN WS-FREQUENCY-ENTRY NOT = "A"
                       AND WS-FREQUENCY-ENTRY NOT = "S"
                       AND WS-FREQUENCY-ENTRY NOT = "Q"
                       AND WS-FREQUENCY-ENTRY NOT = "M"
                   DISPLAY "Frequency must be A, S, Q or M."
               WHEN NOT WS-DATE-OK
                   DISPLAY "Not a valid date: " WS-DATE-ENTRY
               WHEN OTHER
                   PERFORM SAVE-NEW-COVENANT
           END-EVALUATE.

       SAVE-NEW-COVENANT.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-COVENANT-RECORD TO WS-BEFORE-IMAGE
           ADD 1 TO WS-CV-COUNT
           MOVE WS-CV-COUNT TO WS-CV-IX
           MOVE WS-TYPE-ENTRY TO WS-CV-TYPE(WS-CV-IX)
           MOVE WS-DESC-ENTRY TO WS-CV-DESC(WS-CV-IX)
           MOVE WS-TEST-ENTRY TO WS-CV-TEST(WS-CV-IX)
           MOVE WS-VALUE TO WS-CV-THRESHOLD(WS-CV-IX)
           MOVE WS-FREQUENCY-ENTRY TO WS-CV-FREQUENCY(WS-CV-IX)
           MOVE WS-DATE-VALUE TO WS-CV-NEXT-DUE(WS-CV-IX)
           MOVE 0 TO WS-CV-LAST-RECEIVED(WS-CV-IX)
           MOVE 0 TO WS-CV-LAST-VALUE(WS-CV-IX)
           MOVE SPACES TO WS-CV-LAST-RESULT(WS-CV-IX)
           MOVE 0 TO WS-CV-BREACH-DATE(WS-CV-IX)
           PERFORM SAVE-COVENANTS
           IF WS-CV-RESULT-SUCCESS
               ADD 1 TO WS-COVENANTS-ADDED
               DISPLAY "Covenant " WS-CV-IX " added, first due "
                       WS-DATE-VALUE
           END-IF.

      *----------------------------------------------------------------*
      * ENTER-STATEMENT - which covenant, the date received (blank is  *
      * today) and the tested value; scored against the threshold,     *
      * next due moved on, any breach cleared.                         *
      *----------------------------------------------------------------*
       ENTER-STATEMENT.
           IF WS-CV-COUNT = 0
               DISPLAY "Add a covenant before entering statements."
           ELSE
               PERFORM TAKE-STATEMENT
           END-IF.

       TAKE-STATEMENT.
           DISPLAY "Covenant number: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ENTRY
           IF WS-ITEM-ENTRY IS NUMERIC
               MOVE WS-ITEM-ENTRY TO WS-ITEM-NO
           ELSE
               MOVE 99 TO WS-ITEM-NO
           END-IF
           IF WS-ITEM-NO = 0 OR WS-ITEM-NO > WS-CV-COUNT
               DISPLAY "No such covenant: " WS-ITEM-ENTRY
           ELSE
               DISPLAY "Date received (YYYYMMDD, blank = today): "
                       WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               IF WS-DATE-ENTRY = SPACES
                   MOVE WS-RUN-DATE TO WS-DATE-ENTRY
               END-IF
               PERFORM CHECK-DATE-ENTRY
               MOVE 0 TO WS-VALUE
               IF WS-CV-TEST(WS-ITEM-NO) NOT = SPACE
                   DISPLAY "Tested value: " WITH NO ADVANCING
                   ACCEPT WS-VALUE-ENTRY
                   COMPUTE WS-VALUE = FUNCTION NUMVAL(WS-VALUE-ENTRY)
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-DATE-OK
                       DISPLAY "Not a valid date: " WS-DATE-ENTRY
                   WHEN WS-DATE-VALUE > WS-RUN-DATE
                       DISPLAY "A statement cannot be received in "
                               "the future."
                   WHEN OTHER
                       PERFORM SCORE-AND-SAVE-STATEMENT
               END-EVALUATE
           END-IF.

       SCORE-AND-SAVE-STATEMENT.
           EVALUATE TRUE
               WHEN WS-CV-TEST(WS-ITEM-NO) = SPACE
                   MOVE "RCVD" TO WS-RESULT-TEXT
               WHEN WS-CV-TEST(WS-ITEM-NO) = "X"
                       AND WS-VALUE > WS-CV-THRESHOLD(WS-ITEM-NO)
                   MOVE "FAIL" TO WS-RESULT-TEXT
               WHEN WS-CV-TEST(WS-ITEM-NO) = "N"
                       AND WS-VALUE < WS-CV-THRESHOLD(WS-ITEM-NO)
                   MOVE "FAIL" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "PASS" TO WS-RESULT-TEXT
           END-EVALUATE

           MOVE WS-VALUE TO WS-ED-VALUE
           DISPLAY "Result " WS-RESULT-TEXT ", value "
                   FUNCTION TRIM(WS-ED-VALUE)
                   "; save (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-COVENANT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-DATE-VALUE TO WS-CV-LAST-RECEIVED(WS-ITEM-NO)
               MOVE WS-VALUE TO WS-CV-LAST-VALUE(WS-ITEM-NO)
               MOVE WS-RESULT-TEXT TO WS-CV-LAST-RESULT(WS-ITEM-NO)
               MOVE 0 TO WS-CV-BREACH-DATE(WS-ITEM-NO)
               PERFORM ADVANCE-NEXT-DUE
               PERFORM SAVE-COVENANTS
               IF WS-CV-RESULT-SUCCESS
                   ADD 1 TO WS-STATEMENTS-ENTERED
                   DISPLAY "Recorded; next due "
                           WS-CV-NEXT-DUE(WS-ITEM-NO)
               END-IF
           ELSE
               DISPLAY "Statement not recorded."
           END-IF.

      *----------------------------------------------------------------*
      * ADVANCE-NEXT-DUE - the due date moves on one period from where *
      * it stood; a day past the end of the new month comes back to    *
      * that month's last day.                                         *
      *----------------------------------------------------------------*
       ADVANCE-NEXT-DUE.
           EVALUATE WS-CV-FREQUENCY(WS-ITEM-NO)
               WHEN "A"
                   MOVE 12 TO WS-MONTHS-ON
               WHEN "S"
                   MOVE 6 TO WS-MONTHS-ON
               WHEN "Q"
                   MOVE 3 TO WS-MONTHS-ON
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-ON
           END-EVALUATE
           MOVE WS-CV-NEXT-DUE(WS-ITEM-NO) TO WS-DUE-DATE
           COMPUTE WS-MONTH-COUNT = WS-DUE-MONTH - 1 + WS-MONTHS-ON
           COMPUTE WS-DUE-YEAR = WS-DUE-YEAR + WS-MONTH-COUNT / 12
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
           PERFORM PULL-BACK-ONE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE) = 0
           MOVE WS-DUE-DATE TO WS-CV-NEXT-DUE(WS-ITEM-NO).

       PULL-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-DUE-DAY.

       CHECK-DATE-ENTRY.
           MOVE "N" TO WS-DATE-OK-SWITCH
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) = 0
                   MOVE "Y" TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SAVE-COVENANTS - COVENANT-MASTER INSERT (write or rewrite)     *
      * with the before image the caller captured and the after image  *
      * of what was written.                                           *
      *----------------------------------------------------------------*
       SAVE-COVENANTS.
           MOVE 6 TO WS-CV-OPERATION-LEN
           MOVE "INSERT" TO WS-CV-OPERATION-DATA
           CALL "COVENANT-MASTER" USING
               WS-CV-OPERATION, WS-LOAN-NUMBER,
               WS-COVENANT-RECORD, WS-CV-RESULT
           IF WS-CV-RESULT-SUCCESS
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-COVENANT-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-COVENANT-AUDIT-IMAGE
           ELSE
               DISPLAY "COVENANT-MAINT: Covenant update failed "
                       "for " WS-LOAN-NUMBER " (" WS-CV-RESULT ")"
           END-IF.

       WRITE-COVENANT-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "covenant_master.dat" TO WS-AI-FILE-NAME
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

       END PROGRAM COVENANT-MAINT.
