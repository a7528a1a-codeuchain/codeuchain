      *================================================================*
      * CodeUChain COBOL Example - Loan Risk Rating Maintenance        *
      *                                                                *
      * Commercial credit's grade on a booked loan: look a loan up to  *
      * see its current risk grade (1 Pass, 2 Watch, 3 Special         *
      * Mention, 4 Substandard, 5 Doubtful) and when it was set, or    *
      * request a new grade. A regrade is never applied here: it is    *
      * captured to pending_changes.dat under the maker's id, the way  *
      * GL-ACCOUNT-MAINT parks a mapping change, and takes effect only *
      * when a second operator releases it through PENDING-CHANGES,    *
      * which updates LOAN-MASTER and writes the AUDIT-IMAGE pair.     *
      * The grade the maker saw rides along with the request, so a     *
      * release is refused if the loan was regraded in the meantime.   *
      *                                                                *
      * Loans referred for a look at their grade -- COVENANT-TICKLER   *
      * refers a loan the night one of its covenants is first found    *
      * overdue or failed -- are listed from risk_rating_review.dat,   *
      * all of them from the menu or a loan's own with its grade.      *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-RATING-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "risk_rating_review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Dual-control capture: the requested grade parks as a pending
      * change for a second operator to release through
      * PENDING-CHANGES.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PC-ID                 PIC X(14).
           05  PC-FILE-NAME          PIC X(20).
           05  PC-KEY                PIC X(30).
           05  PC-ACTION             PIC X(10).
           05  PC-MAKER              PIC X(10).
           05  PC-STATUS             PIC X(10).
           05  PC-IMAGE              PIC X(40).

      * Loans referred for a grade review, read only here.
       FD  REVIEW-FILE.
           COPY "rating-review-record.cob"
               REPLACING PFX-RV-REFERRED-DATE BY RV-REFERRED-DATE
                         PFX-RV-LOAN-NUMBER   BY RV-LOAN-NUMBER
                         PFX-RV-SOURCE        BY RV-SOURCE
                         PFX-RV-REASON        BY RV-REASON
                         PFX-RATING-REVIEW-RECORD BY
                             RATING-REVIEW-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS         PIC XX.
       01  WS-REVIEW-STATUS          PIC XX.
       01  WS-REVIEW-EOF-SWITCH      PIC X(1).
           88  WS-REVIEW-AT-EOF              VALUE "Y".
      * The loan whose referrals are listed; spaces lists them all.
       01  WS-REVIEW-LOAN-FILTER     PIC X(10).
       01  WS-REVIEWS-LISTED         PIC 9(5).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".
       01  WS-MENU-CHOICE            PIC 9(1) VALUE 0.
       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-CAPTURE-DATE           PIC X(8).
       01  WS-CAPTURE-TIME           PIC X(8).

      * The grade names, one slot per grade code.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-LABEL OCCURS 5 TIMES
                              PIC X(16).
       01  WS-GRADE-NUMBER           PIC 9(1).
       01  WS-CURRENT-GRADE          PIC X(1).
       01  WS-NEW-GRADE-ENTRY        PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).

      * LOAN-MASTER call: the loan being looked at.
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
                     PFX-LOAN-RISK-RATING     BY WS-LOAN-RISK-RATING
                     PFX-LOAN-RATING-DATE     BY WS-LOAN-RATING-DATE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Risk Rating Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-OPERATOR-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE NOT = "MAINT"
                   AND WS-SIGNON-ROLE NOT = "ADMIN"
               DISPLAY "Risk rating maintenance needs the MAINT or "
                       "ADMIN role."
               STOP RUN
           END-IF

           PERFORM INITIALIZE-GRADE-TABLE

           PERFORM PROCESS-ONE-MENU-CHOICE
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Goodbye."
           DISPLAY "=========================================="

           STOP RUN.

       INITIALIZE-GRADE-TABLE.
           MOVE "PASS" TO WS-GRADE-LABEL(1)
           MOVE "WATCH" TO WS-GRADE-LABEL(2)
           MOVE "SPECIAL MENTION" TO WS-GRADE-LABEL(3)
           MOVE "SUBSTANDARD" TO WS-GRADE-LABEL(4)
           MOVE "DOUBTFUL" TO WS-GRADE-LABEL(5).

       PROCESS-ONE-MENU-CHOICE.
           DISPLAY " "
           DISPLAY "1. Show a loan's risk grade"
           DISPLAY "2. Request a new risk grade"
           DISPLAY "3. List loans referred for review"
           DISPLAY "9. Exit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM SHOW-LOAN-GRADE
               WHEN 2
                   PERFORM REQUEST-NEW-GRADE
               WHEN 3
                   MOVE SPACES TO WS-REVIEW-LOAN-FILTER
                   PERFORM LIST-REVIEW-REFERRALS
               WHEN 9
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Please enter 1, 2, 3, or 9."
           END-EVALUATE.

      *----------------------------------------------------------------*
      * FETCH-LOAN - the loan keyed at the prompt; a blank grade reads *
      * as Pass, the same default every grade reader applies.          *
      *----------------------------------------------------------------*
       FETCH-LOAN.
           DISPLAY "Loan number: " WITH NO ADVANCING
           ACCEPT WS-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT
           IF WS-LM-RESULT-SUCCESS
               IF WS-LOAN-RISK-RATING >= "1"
                       AND WS-LOAN-RISK-RATING <= "5"
                   MOVE WS-LOAN-RISK-RATING TO WS-CURRENT-GRADE
               ELSE
                   MOVE "1" TO WS-CURRENT-GRADE
               END-IF
           ELSE
               DISPLAY "  No loan on file for " WS-LOAN-NUMBER
           END-IF.

       SHOW-LOAN-GRADE.
           PERFORM FETCH-LOAN
           IF WS-LM-RESULT-SUCCESS
               PERFORM DISPLAY-LOAN-GRADE
           END-IF.

       DISPLAY-LOAN-GRADE.
           MOVE WS-CURRENT-GRADE TO WS-GRADE-NUMBER
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           DISPLAY "  Loan " WS-LOAN-NUMBER
               " Customer: " WS-LOAN-CUSTOMER-ID
               " Status: " WS-LOAN-STATUS
           DISPLAY "  Balance: " FUNCTION TRIM(WS-ED-BALANCE)
               " Product: " WS-LOAN-PRODUCT-CODE
           IF WS-LOAN-RATING-DATE IS NUMERIC
                   AND WS-LOAN-RATING-DATE > 0
               DISPLAY "  Risk grade: " WS-CURRENT-GRADE " "
                   WS-GRADE-LABEL(WS-GRADE-NUMBER)
                   " since " WS-LOAN-RATING-DATE
           ELSE
               DISPLAY "  Risk grade: " WS-CURRENT-GRADE " "
                   WS-GRADE-LABEL(WS-GRADE-NUMBER)
                   " (never graded)"
           END-IF
           MOVE WS-LOAN-NUMBER TO WS-REVIEW-LOAN-FILTER
           PERFORM LIST-REVIEW-REFERRALS.

      *----------------------------------------------------------------*
      * LIST-REVIEW-REFERRALS - every referral on file, or only the    *
      * filter loan's; a loan with none says nothing further.          *
      *----------------------------------------------------------------*
       LIST-REVIEW-REFERRALS.
           MOVE 0 TO WS-REVIEWS-LISTED
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               MOVE "N" TO WS-REVIEW-EOF-SWITCH
               PERFORM READ-NEXT-REFERRAL
               PERFORM LIST-ONE-REFERRAL
                   UNTIL WS-REVIEW-AT-EOF
               CLOSE REVIEW-FILE
           END-IF
           IF WS-REVIEWS-LISTED = 0
                   AND WS-REVIEW-LOAN-FILTER = SPACES
               DISPLAY "  No loans referred for review."
           END-IF.

       READ-NEXT-REFERRAL.
           READ REVIEW-FILE
               AT END
                   MOVE "Y" TO WS-REVIEW-EOF-SWITCH
           END-READ.

       LIST-ONE-REFERRAL.
           IF WS-REVIEW-LOAN-FILTER = SPACES
                   OR RV-LOAN-NUMBER = WS-REVIEW-LOAN-FILTER
               ADD 1 TO WS-REVIEWS-LISTED
               DISPLAY "  Referred " RV-REFERRED-DATE " "
                   RV-LOAN-NUMBER " " RV-SOURCE " "
                   FUNCTION TRIM(RV-REASON)
           END-IF
           PERFORM READ-NEXT-REFERRAL.

      *----------------------------------------------------------------*
      * REQUEST-NEW-GRADE - open loans only; the new grade must be a   *
      * real grade and must differ from the one on file.               *
      *----------------------------------------------------------------*
       REQUEST-NEW-GRADE.
           PERFORM FETCH-LOAN
           IF WS-LM-RESULT-SUCCESS
               PERFORM DISPLAY-LOAN-GRADE
               IF WS-LOAN-STATUS NOT = "ACTIVE"
                       AND WS-LOAN-STATUS NOT = "MATURED"
                   DISPLAY "  Only an open loan can be regraded."
               ELSE
                   PERFORM TAKE-NEW-GRADE
               END-IF
           END-IF.

       TAKE-NEW-GRADE.
           DISPLAY "  New grade (1 Pass, 2 Watch, 3 Special Mention, "
                   "4 Substandard, 5 Doubtful): " WITH NO ADVANCING
           ACCEPT WS-NEW-GRADE-ENTRY
           EVALUATE TRUE
               WHEN WS-NEW-GRADE-ENTRY < "1"
                       OR WS-NEW-GRADE-ENTRY > "5"
                   DISPLAY "  Please enter a grade from 1 to 5."
               WHEN WS-NEW-GRADE-ENTRY = WS-CURRENT-GRADE
                   DISPLAY "  The loan already carries that grade."
               WHEN OTHER
                   MOVE WS-NEW-GRADE-ENTRY TO WS-GRADE-NUMBER
                   DISPLAY "  Regrade " WS-LOAN-NUMBER " from "
                       WS-CURRENT-GRADE " to " WS-NEW-GRADE-ENTRY " "
                       WS-GRADE-LABEL(WS-GRADE-NUMBER)
                       " (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                       PERFORM CAPTURE-PENDING-REGRADE
                   ELSE
                       DISPLAY "  Nothing captured."
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CAPTURE-PENDING-REGRADE - the parked half of dual control: the *
      * image carries the requested grade then the grade the maker     *
      * saw, the maker's id rides the record, and PENDING-CHANGES      *
      * refuses to let the same id release it.                         *
      *----------------------------------------------------------------*
       CAPTURE-PENDING-REGRADE.
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "05"
               ACCEPT WS-CAPTURE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CAPTURE-TIME FROM TIME
               MOVE SPACES TO PC-ID
               STRING WS-CAPTURE-DATE DELIMITED BY SIZE
                       WS-CAPTURE-TIME(1:6) DELIMITED BY SIZE
                   INTO PC-ID
               END-STRING
               MOVE "loan_master.dat" TO PC-FILE-NAME
               MOVE WS-LOAN-NUMBER TO PC-KEY
               MOVE "REGRADE" TO PC-ACTION
               MOVE WS-OPERATOR-ID TO PC-MAKER
               MOVE "PENDING" TO PC-STATUS
               MOVE SPACES TO PC-IMAGE
               STRING WS-NEW-GRADE-ENTRY DELIMITED BY SIZE
                       WS-CURRENT-GRADE DELIMITED BY SIZE
                   INTO PC-IMAGE
               END-STRING
               WRITE PENDING-RECORD
               CLOSE PENDING-FILE
               DISPLAY "  Regrade captured for release by a second "
                       "operator."
           ELSE
               DISPLAY "  Unable to capture pending change, status "
                       WS-PENDING-STATUS
           END-IF.

       END PROGRAM RISK-RATING-MAINT.
