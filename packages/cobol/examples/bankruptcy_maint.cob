      *================================================================*
      * CodeUChain COBOL Example - Bankruptcy Case Maintenance Screen  *
      *                                                                *
      * Where the legal desk records a borrower's bankruptcy on        *
      * BANKRUPTCY-MASTER: the operator keys the customer id, and the  *
      * screen either records a new filing (chapter, court case        *
      * number, filing date) or -- when the customer's case is still   *
      * open -- closes it as DISCHARGED or DISMISSED with the date the *
      * order took effect. From the filing date until that close date  *
      * the automatic stay holds and DELINQUENCY-NOTICES, LATE-FEE-    *
      * ASSESSMENT, COLLECTIONS-QUEUE-BUILD and ACH-DRAFT-GENERATION   *
      * all pass over every loan the customer holds.                   *
      *                                                                *
      * The file keeps one case per customer. A customer whose earlier *
      * case has closed can be recorded as filing again; the new case  *
      * replaces the closed one, which BANKRUPTCY-CASE-REPORT will     *
      * already have listed in the month it closed.                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRUPTCY-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; recording a case changes a master
      * record, so the INQUIRY role is turned away.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-CASES-RECORDED         PIC 9(5) VALUE 0.
       01  WS-CASES-CLOSED           PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-CUSTOMER-ENTRY         PIC X(10).
       01  WS-CHAPTER-ENTRY          PIC X(2).
       01  WS-CASE-ENTRY             PIC X(20).
       01  WS-DATE-ENTRY             PIC X(8).
       01  WS-DISPOSITION-ENTRY      PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-ENTERED-DATE           PIC 9(8).

      * CUSTOMER-MASTER call: a case is only recorded against a
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
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CM-RESULT-NOTFOUND.

      * BANKRUPTCY-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BK-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BK-OPERATION-DATA
                     PFX-OPERATION      BY WS-BK-OPERATION.
       COPY "bankruptcy-record.cob"
           REPLACING PFX-BK-CHAPTER      BY WS-BK-CHAPTER
                     PFX-BK-CASE-NUMBER  BY WS-BK-CASE-NUMBER
                     PFX-BK-FILING-DATE  BY WS-BK-FILING-DATE
                     PFX-BK-CLOSE-DATE   BY WS-BK-CLOSE-DATE
                     PFX-BK-DISPOSITION  BY WS-BK-DISPOSITION
                     PFX-BANKRUPTCY-RECORD BY WS-BANKRUPTCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-BK-RESULT
                     PFX-RESULT-SUCCESS  BY WS-BK-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-BK-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-BK-RESULT-NOFILE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Bankruptcy Case Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE = "INQUIRY"
               DISPLAY "Bankruptcy maintenance needs more than the "
                       "INQUIRY role."
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM TAKE-ONE-CUSTOMER
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Cases recorded: " WS-CASES-RECORDED
               " Cases closed: " WS-CASES-CLOSED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * TAKE-ONE-CUSTOMER - customer id, then the case on file decides *
      * what can be done; a blank id ends the session.                 *
      *----------------------------------------------------------------*
       TAKE-ONE-CUSTOMER.
           DISPLAY " "
           DISPLAY "Customer id (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ENTRY

           IF WS-CUSTOMER-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-CUSTOMER-AND-CASE
           END-IF.

       LOOK-UP-CUSTOMER-AND-CASE.
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
               MOVE SPACES TO WS-BANKRUPTCY-RECORD
               MOVE 3 TO WS-BK-OPERATION-LEN
               MOVE "GET" TO WS-BK-OPERATION-DATA
               CALL "BANKRUPTCY-MASTER" USING
                   WS-BK-OPERATION, WS-CUSTOMER-ID,
                   WS-BANKRUPTCY-RECORD, WS-BK-RESULT

               EVALUATE TRUE
                   WHEN WS-BK-RESULT-NOTFOUND OR WS-BK-RESULT-NOFILE
                       DISPLAY "No bankruptcy case on file."
                       PERFORM TAKE-NEW-FILING
                   WHEN NOT WS-BK-RESULT-SUCCESS
                       DISPLAY "Bankruptcy file unavailable ("
                               WS-BK-RESULT ")"
                   WHEN WS-BK-DISPOSITION = SPACES
                       PERFORM SHOW-CASE
                       PERFORM TAKE-CASE-CLOSE
                   WHEN OTHER
                       PERFORM SHOW-CASE
                       PERFORM TAKE-NEW-FILING
               END-EVALUATE
           END-IF.

       SHOW-CASE.
           DISPLAY "Chapter " FUNCTION TRIM(WS-BK-CHAPTER)
                   "  Case " FUNCTION TRIM(WS-BK-CASE-NUMBER)
                   "  Filed " WS-BK-FILING-DATE
           IF WS-BK-DISPOSITION = SPACES
               DISPLAY "Status: OPEN -- automatic stay in force"
           ELSE
               DISPLAY "Status: " FUNCTION TRIM(WS-BK-DISPOSITION)
                       " effective " WS-BK-CLOSE-DATE
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-NEW-FILING - chapter 7, 11 or 13, the court's case        *
      * number, and a filing date no later than today; nothing is      *
      * written until the operator confirms.                           *
      *----------------------------------------------------------------*
       TAKE-NEW-FILING.
           DISPLAY "Record a new filing (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               DISPLAY "Chapter (7, 11, 13): " WITH NO ADVANCING
               ACCEPT WS-CHAPTER-ENTRY
               DISPLAY "Case number: " WITH NO ADVANCING
               ACCEPT WS-CASE-ENTRY
               DISPLAY "Filing date YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               EVALUATE TRUE
                   WHEN WS-CHAPTER-ENTRY NOT = "7"
                           AND WS-CHAPTER-ENTRY NOT = "11"
                           AND WS-CHAPTER-ENTRY NOT = "13"
                       DISPLAY "Chapter must be 7, 11 or 13; nothing "
                               "recorded."
                   WHEN WS-CASE-ENTRY = SPACES
                       DISPLAY "Case number is required; nothing "
                               "recorded."
                   WHEN WS-ENTERED-DATE = 0
                           OR WS-ENTERED-DATE > WS-RUN-DATE
                       DISPLAY "Filing date must be a date no later "
                               "than today; nothing recorded."
                   WHEN OTHER
                       PERFORM RECORD-THE-FILING
               END-EVALUATE
           END-IF.

       RECORD-THE-FILING.
           MOVE SPACES TO WS-BANKRUPTCY-RECORD
           MOVE WS-CHAPTER-ENTRY TO WS-BK-CHAPTER
           MOVE WS-CASE-ENTRY TO WS-BK-CASE-NUMBER
           MOVE WS-ENTERED-DATE TO WS-BK-FILING-DATE
           MOVE 0 TO WS-BK-CLOSE-DATE
           MOVE SPACES TO WS-BK-DISPOSITION
           PERFORM WRITE-THE-CASE
           IF WS-BK-RESULT-SUCCESS
               ADD 1 TO WS-CASES-RECORDED
               DISPLAY "Filing recorded; the stay suppresses "
                       "collection activity from tonight."
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-CASE-CLOSE - a discharge or dismissal ends the stay on    *
      * the date the order took effect, which cannot precede the       *
      * filing or lie in the future.                                   *
      *----------------------------------------------------------------*
       TAKE-CASE-CLOSE.
           DISPLAY "Close case: D=Discharged, S=Dismissed, "
                   "blank=leave open: " WITH NO ADVANCING
           ACCEPT WS-DISPOSITION-ENTRY
           IF WS-DISPOSITION-ENTRY NOT = SPACES
               DISPLAY "Effective date YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               EVALUATE TRUE
                   WHEN WS-DISPOSITION-ENTRY NOT = "D"
                           AND WS-DISPOSITION-ENTRY NOT = "d"
                           AND WS-DISPOSITION-ENTRY NOT = "S"
                           AND WS-DISPOSITION-ENTRY NOT = "s"
                       DISPLAY "Please enter D or S; case left open."
                   WHEN WS-ENTERED-DATE < WS-BK-FILING-DATE
                           OR WS-ENTERED-DATE > WS-RUN-DATE
                       DISPLAY "Effective date must fall between the "
                               "filing and today; case left open."
                   WHEN OTHER
                       PERFORM CLOSE-THE-CASE
               END-EVALUATE
           END-IF.

       CLOSE-THE-CASE.
           IF WS-DISPOSITION-ENTRY = "D" OR WS-DISPOSITION-ENTRY = "d"
               MOVE "DISCHARGED" TO WS-BK-DISPOSITION
           ELSE
               MOVE "DISMISSED" TO WS-BK-DISPOSITION
           END-IF
           MOVE WS-ENTERED-DATE TO WS-BK-CLOSE-DATE
           PERFORM WRITE-THE-CASE
           IF WS-BK-RESULT-SUCCESS
               ADD 1 TO WS-CASES-CLOSED
               DISPLAY "Case closed " FUNCTION TRIM(WS-BK-DISPOSITION)
                       "; the stay ends " WS-BK-CLOSE-DATE "."
           END-IF.

       WRITE-THE-CASE.
           MOVE 6 TO WS-BK-OPERATION-LEN
           MOVE "INSERT" TO WS-BK-OPERATION-DATA
           CALL "BANKRUPTCY-MASTER" USING
               WS-BK-OPERATION, WS-CUSTOMER-ID,
               WS-BANKRUPTCY-RECORD, WS-BK-RESULT
           IF NOT WS-BK-RESULT-SUCCESS
               DISPLAY "BANKRUPTCY-MAINT: Case write failed for "
                       WS-CUSTOMER-ID " (" WS-BK-RESULT ")"
           END-IF.

       EDIT-ENTERED-DATE.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-ENTERED-DATE
           ELSE
               MOVE 0 TO WS-ENTERED-DATE
           END-IF.

       END PROGRAM BANKRUPTCY-MAINT.
