      *================================================================*
      * CodeUChain COBOL Batch - Commercial Covenant Tickler           *
      *                                                                *
      * Nightly walk of every commercial loan's covenants on           *
      * covenant_master.dat. covenant_tickler.rpt lists each covenant  *
      * that is:                                                       *
      *                                                                *
      *   OVERDUE - its next due date has passed with no statement     *
      *             entered through COVENANT-MAINT, with the days late *
      *   FAILED  - the last tested value fell on the wrong side of    *
      *             its threshold                                      *
      *                                                                *
      * The first night a covenant turns up overdue or failed is its   *
      * breach: a BREACH note goes on the borrower's CONTACT-HISTORY,  *
      * the loan is referred to commercial credit on                   *
      * risk_rating_review.dat for RISK-RATING-MAINT, and the          *
      * covenant's breach date is stamped through COVENANT-MASTER      *
      * (imaged through AUDIT-IMAGE) so later nights list it "since"   *
      * that date without noting or referring it again. A statement    *
      * entered that passes clears the breach.                         *
      *                                                                *
      * Loans are collected in the walk and stamped after it, so       *
      * COVENANT-MASTER never rewrites the file this program is        *
      * reading.                                                       *
      *                                                                *
      * Return codes: 0 nothing overdue or failed, 4 covenants listed, *
      * 8 a note, referral or stamp that could not be written, 16 the  *
      * covenant file could not be opened. No covenant file at all is  *
      * a clean run with nothing to list.                              *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVENANT-TICKLER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVENANT-FILE ASSIGN TO "covenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COVENANT-LOAN-NUMBER
               FILE STATUS IS WS-COVENANT-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "risk_rating_review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-FILE-STATUS.
           SELECT TICKLER-REPORT-FILE
               ASSIGN TO "covenant_tickler.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COVENANT-FILE.
       01  COVENANT-FILE-RECORD.
           05  COVENANT-LOAN-NUMBER   PIC X(10).
           COPY "covenant-record.cob"
               REPLACING PFX-CV-COUNT         BY CV-COUNT
                         PFX-CV-ENTRY         BY CV-ENTRY
                         PFX-CV-TYPE          BY CV-TYPE
                         PFX-CV-DESC          BY CV-DESC
                         PFX-CV-TEST          BY CV-TEST
                         PFX-CV-THRESHOLD     BY CV-THRESHOLD
                         PFX-CV-FREQUENCY     BY CV-FREQUENCY
                         PFX-CV-NEXT-DUE      BY CV-NEXT-DUE
                         PFX-CV-LAST-RECEIVED BY CV-LAST-RECEIVED
                         PFX-CV-LAST-VALUE    BY CV-LAST-VALUE
                         PFX-CV-LAST-RESULT   BY CV-LAST-RESULT
                         PFX-CV-BREACH-DATE   BY CV-BREACH-DATE
                         PFX-COVENANT-RECORD  BY COVENANT-MASTER-FIELDS.

       FD  REVIEW-FILE.
           COPY "rating-review-record.cob"
               REPLACING PFX-RV-REFERRED-DATE BY RV-REFERRED-DATE
                         PFX-RV-LOAN-NUMBER   BY RV-LOAN-NUMBER
                         PFX-RV-SOURCE        BY RV-SOURCE
                         PFX-RV-REASON        BY RV-REASON
                         PFX-RATING-REVIEW-RECORD BY
                             RATING-REVIEW-RECORD.

       FD  TICKLER-REPORT-FILE.
       01  TICKLER-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COVENANT-FILE-STATUS   PIC XX.
       01  WS-REVIEW-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-COVENANT-EOF-SWITCH    PIC X(1) VALUE "N".
           88  WS-COVENANT-AT-EOF            VALUE "Y".
       01  WS-FILE-SWITCH            PIC X(1) VALUE "Y".
           88  WS-FILE-OPENED                VALUE "Y".
       01  WS-LOAN-BREACH-SWITCH     PIC X(1).
           88  WS-LOAN-HAS-NEW-BREACH        VALUE "Y".
       01  WS-LOAN-FETCHED-SWITCH    PIC X(1).
           88  WS-LOAN-FETCHED               VALUE "Y".
       01  WS-ITEM-STATE-SWITCH      PIC X(1).
           88  WS-ITEM-OVERDUE               VALUE "O".
           88  WS-ITEM-FAILED                VALUE "F".
           88  WS-ITEM-IN-ORDER              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-CV-IX                  PIC 9(2).
       01  WS-DAYS-LATE              PIC S9(5) COMP-3.
       01  WS-ED-DAYS                PIC ZZZZ9.
       01  WS-ED-VALUE               PIC -(10)9.9999.
       01  WS-ED-THRESHOLD           PIC -(10)9.9999.
       01  WS-STATE-TEXT             PIC X(7).
       01  WS-BREACH-TEXT            PIC X(16).
       01  WS-DETAIL-TEXT            PIC X(50).
       01  WS-BREACH-NOTE            PIC X(120).

      * The loans that had a new breach tonight, stamped once the walk
      * is done.
       01  WS-STAMP-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-STAMP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-STAMP-TABLE.
           05  WS-STAMP-LOAN OCCURS 2000 TIMES
                             INDEXED BY WS-STAMP-IDX
                                        PIC X(10).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-COVENANTS-READ         PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NEW-BREACH-COUNT       PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * LOAN-MASTER call: the borrower a breach note is filed under.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-RECORD      BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS.

      * CONTACT-HISTORY call: one BREACH entry per new breach.
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

      * COVENANT-MASTER call: GET each breached loan, stamp, INSERT.
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
                     PFX-RESULT-SUCCESS  BY WS-CV-RESULT-SUCCESS.

      * AUDIT-IMAGE call: the breach stamp's before/after pair.
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

      * Job log run-id header/trailer.
       01  WS-RUN-ID                 PIC X(14).
       01  WS-JOB-LOG-CONTEXT        PIC X(10000).
       01  WS-JOB-LOG-RESULT         PIC X(10).
       COPY "middleware-name.cob"
           REPLACING PFX-MIDDLEWARE-NAME-LEN  BY WS-MIDDLEWARE-NAME-LEN
                     PFX-MIDDLEWARE-NAME-DATA BY WS-MIDDLEWARE-NAME-DATA
                     PFX-MIDDLEWARE-NAME      BY WS-MIDDLEWARE-NAME.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LOG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LOG-OPERATION-DATA
                     PFX-OPERATION      BY WS-LOG-OPERATION.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Covenant Tickler"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           OPEN INPUT COVENANT-FILE
           EVALUATE WS-COVENANT-FILE-STATUS
               WHEN "00"
                   PERFORM WALK-COVENANT-FILE
                   PERFORM STAMP-ONE-BREACHED-LOAN
                       VARYING WS-STAMP-IDX FROM 1 BY 1
                       UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
               WHEN "35"
                   DISPLAY "COVENANT-TICKLER: No covenants on file"
               WHEN OTHER
                   MOVE "N" TO WS-FILE-SWITCH
                   DISPLAY "COVENANT-TICKLER: Unable to open "
                           "covenant_master.dat, status "
                           WS-COVENANT-FILE-STATUS
           END-EVALUATE

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Loans: " WS-LOANS-READ
               " Covenants: " WS-COVENANTS-READ
           DISPLAY "Overdue: " WS-OVERDUE-COUNT
               " Failed: " WS-FAILED-COUNT
               " New breaches: " WS-NEW-BREACH-COUNT
           DISPLAY "Failures: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       SET-RUN-RETURN-CODE.
           IF NOT WS-FILE-OPENED
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-OVERDUE-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WALK-COVENANT-FILE - every loan's covenants in loan order; the *
      * report and the referral file are open for the whole walk.      *
      *----------------------------------------------------------------*
       WALK-COVENANT-FILE.
           OPEN OUTPUT TICKLER-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           OPEN EXTEND REVIEW-FILE
           IF WS-REVIEW-FILE-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN EXTEND REVIEW-FILE
           END-IF

           PERFORM READ-NEXT-COVENANT-LOAN
           PERFORM CHECK-ONE-LOAN
               UNTIL WS-COVENANT-AT-EOF

           CLOSE REVIEW-FILE
           CLOSE COVENANT-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE TICKLER-REPORT-FILE.

       READ-NEXT-COVENANT-LOAN.
           READ COVENANT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COVENANT-EOF-SWITCH
           END-READ.

       CHECK-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE COVENANT-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE "N" TO WS-LOAN-BREACH-SWITCH
           MOVE "N" TO WS-LOAN-FETCHED-SWITCH
           PERFORM CHECK-ONE-COVENANT
               VARYING WS-CV-IX FROM 1 BY 1
               UNTIL WS-CV-IX > CV-COUNT OR WS-CV-IX > 10
           IF WS-LOAN-HAS-NEW-BREACH
               IF WS-STAMP-COUNT < WS-STAMP-MAX
                   ADD 1 TO WS-STAMP-COUNT
                   MOVE WS-LOAN-NUMBER TO WS-STAMP-LOAN(WS-STAMP-COUNT)
               ELSE
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "COVENANT-TICKLER: Stamp table full, "
                           "breach date not stamped for "
                           WS-LOAN-NUMBER
               END-IF
           END-IF
           PERFORM READ-NEXT-COVENANT-LOAN.

      *----------------------------------------------------------------*
      * CHECK-ONE-COVENANT - a failed test outranks a late statement;  *
      * a covenant in breach for the first time is noted and referred. *
      *----------------------------------------------------------------*
       CHECK-ONE-COVENANT.
           ADD 1 TO WS-COVENANTS-READ
           EVALUATE TRUE
               WHEN CV-LAST-RESULT(WS-CV-IX) = "FAIL"
                   MOVE "F" TO WS-ITEM-STATE-SWITCH
               WHEN CV-NEXT-DUE(WS-CV-IX) > 0
                       AND CV-NEXT-DUE(WS-CV-IX) < WS-RUN-DATE
                   MOVE "O" TO WS-ITEM-STATE-SWITCH
               WHEN OTHER
                   MOVE "N" TO WS-ITEM-STATE-SWITCH
           END-EVALUATE

           IF NOT WS-ITEM-IN-ORDER
               PERFORM DESCRIBE-COVENANT-ITEM
               IF CV-BREACH-DATE(WS-CV-IX) = 0
                   ADD 1 TO WS-NEW-BREACH-COUNT
                   MOVE "Y" TO WS-LOAN-BREACH-SWITCH
                   MOVE "NEW BREACH" TO WS-BREACH-TEXT
                   PERFORM REPORT-NEW-BREACH
               ELSE
                   MOVE SPACES TO WS-BREACH-TEXT
                   STRING "since " DELIMITED BY SIZE
                           CV-BREACH-DATE(WS-CV-IX) DELIMITED BY SIZE
                       INTO WS-BREACH-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       DESCRIBE-COVENANT-ITEM.
           MOVE SPACES TO WS-DETAIL-TEXT
           IF WS-ITEM-FAILED
               ADD 1 TO WS-FAILED-COUNT
               MOVE "FAILED" TO WS-STATE-TEXT
               MOVE CV-LAST-VALUE(WS-CV-IX) TO WS-ED-VALUE
               MOVE CV-THRESHOLD(WS-CV-IX) TO WS-ED-THRESHOLD
               IF CV-TEST(WS-CV-IX) = "X"
                   STRING FUNCTION TRIM(WS-ED-VALUE) DELIMITED BY SIZE
                           " vs max " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-THRESHOLD)
                               DELIMITED BY SIZE
                           " rcvd " DELIMITED BY SIZE
                           CV-LAST-RECEIVED(WS-CV-IX) DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-ED-VALUE) DELIMITED BY SIZE
                           " vs min " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-THRESHOLD)
                               DELIMITED BY SIZE
                           " rcvd " DELIMITED BY SIZE
                           CV-LAST-RECEIVED(WS-CV-IX) DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO WS-STATE-TEXT
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(CV-NEXT-DUE(WS-CV-IX))
               MOVE WS-DAYS-LATE TO WS-ED-DAYS
               STRING "due " DELIMITED BY SIZE
                       CV-NEXT-DUE(WS-CV-IX) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                       " days late" DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * REPORT-NEW-BREACH - the BREACH contact note under the loan's   *
      * borrower and the referral for a risk grade review.             *
      *----------------------------------------------------------------*
       REPORT-NEW-BREACH.
           MOVE SPACES TO WS-BREACH-NOTE
           STRING "Covenant " DELIMITED BY SIZE
                   FUNCTION TRIM(CV-TYPE(WS-CV-IX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATE-TEXT) DELIMITED BY SIZE
                   " on loan " DELIMITED BY SIZE
                   WS-LOAN-NUMBER DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DETAIL-TEXT) DELIMITED BY SIZE
               INTO WS-BREACH-NOTE
           END-STRING

           IF NOT WS-LOAN-FETCHED
               MOVE "Y" TO WS-LOAN-FETCHED-SWITCH
               MOVE SPACES TO WS-LOAN-RECORD
               MOVE 3 TO WS-LM-OPERATION-LEN
               MOVE "GET" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
           END-IF
           IF WS-LM-RESULT-SUCCESS
                   AND WS-LOAN-CUSTOMER-ID NOT = SPACES
               MOVE SPACES TO WS-CONTACT-RECORD
               MOVE "BREACH" TO WS-CH-CONTACT-TYPE
               MOVE "BATCH" TO WS-CH-OPERATOR
               MOVE WS-BREACH-NOTE TO WS-CH-NOTE
               MOVE 6 TO WS-CN-OPERATION-LEN
               MOVE "APPEND" TO WS-CN-OPERATION-DATA
               CALL "CONTACT-HISTORY" USING
                   WS-CN-OPERATION, WS-LOAN-CUSTOMER-ID,
                   WS-CONTACT-RECORD, WS-CN-RESULT
               IF WS-CN-RESULT NOT = "SUCCESS"
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "COVENANT-TICKLER: Contact note not "
                           "recorded for " WS-LOAN-NUMBER
                           " (" WS-CN-RESULT ")"
               END-IF
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "COVENANT-TICKLER: No borrower for loan "
                       WS-LOAN-NUMBER " (" WS-LM-RESULT
                       ") -- contact note not recorded"
           END-IF

           MOVE SPACES TO RATING-REVIEW-RECORD
           MOVE WS-RUN-DATE TO RV-REFERRED-DATE
           MOVE WS-LOAN-NUMBER TO RV-LOAN-NUMBER
           MOVE "COVENANT" TO RV-SOURCE
           MOVE WS-BREACH-NOTE(10:60) TO RV-REASON
           WRITE RATING-REVIEW-RECORD
           IF WS-REVIEW-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "COVENANT-TICKLER: Referral not written for "
                       WS-LOAN-NUMBER ", status "
                       WS-REVIEW-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * STAMP-ONE-BREACHED-LOAN - every covenant on the loan still     *
      * overdue or failed with no breach date takes tonight's.         *
      *----------------------------------------------------------------*
       STAMP-ONE-BREACHED-LOAN.
           MOVE WS-STAMP-LOAN(WS-STAMP-IDX) TO WS-LOAN-NUMBER
           MOVE 3 TO WS-CV-OPERATION-LEN
           MOVE "GET" TO WS-CV-OPERATION-DATA
           CALL "COVENANT-MASTER" USING
               WS-CV-OPERATION, WS-LOAN-NUMBER,
               WS-COVENANT-RECORD, WS-CV-RESULT
           IF WS-CV-RESULT-SUCCESS
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-COVENANT-RECORD TO WS-BEFORE-IMAGE
               PERFORM STAMP-ONE-COVENANT
                   VARYING WS-CV-IX FROM 1 BY 1
                   UNTIL WS-CV-IX > WS-CV-COUNT OR WS-CV-IX > 10
               MOVE 6 TO WS-CV-OPERATION-LEN
               MOVE "INSERT" TO WS-CV-OPERATION-DATA
               CALL "COVENANT-MASTER" USING
                   WS-CV-OPERATION, WS-LOAN-NUMBER,
                   WS-COVENANT-RECORD, WS-CV-RESULT
           END-IF
           IF WS-CV-RESULT-SUCCESS
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-COVENANT-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "COVENANT-TICKLER: Breach date not stamped "
                       "for " WS-LOAN-NUMBER " (" WS-CV-RESULT ")"
           END-IF.

       STAMP-ONE-COVENANT.
           IF WS-CV-BREACH-DATE(WS-CV-IX) = 0
                   AND (WS-CV-LAST-RESULT(WS-CV-IX) = "FAIL"
                        OR (WS-CV-NEXT-DUE(WS-CV-IX) > 0
                            AND WS-CV-NEXT-DUE(WS-CV-IX)
                                < WS-RUN-DATE))
               MOVE WS-RUN-DATE TO WS-CV-BREACH-DATE(WS-CV-IX)
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "covenant_master.dat" TO WS-AI-FILE-NAME
           MOVE WS-LOAN-NUMBER TO WS-AI-RECORD-KEY
           MOVE "CHANGE" TO WS-AI-OPERATION
           MOVE SPACES TO WS-AI-OPERATOR-ID
           MOVE 6 TO WS-AX-OPERATION-LEN
           MOVE "APPEND" TO WS-AX-OPERATION-DATA
           CALL "AUDIT-IMAGE" USING
               WS-AX-OPERATION,
               WS-AUDIT-REQUEST,
               WS-BEFORE-IMAGE,
               WS-AFTER-IMAGE,
               WS-AX-RESULT.

      *----------------------------------------------------------------*
      * Report - one line per covenant overdue or failed, then the     *
      * night's totals.                                                *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING "COMMERCIAL COVENANT TICKLER  BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           END-STRING
           WRITE TICKLER-REPORT-LINE
           MOVE ALL "=" TO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING "LOAN       NO TYPE     DESCRIPTION          "
                       DELIMITED BY SIZE
                   "STATE   DETAIL                              "
                       DELIMITED BY SIZE
                   "               BREACH" DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           END-STRING
           WRITE TICKLER-REPORT-LINE
           MOVE ALL "-" TO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO TICKLER-REPORT-LINE
           MOVE WS-LOAN-NUMBER TO TICKLER-REPORT-LINE(1:10)
           MOVE WS-CV-IX TO TICKLER-REPORT-LINE(12:2)
           MOVE CV-TYPE(WS-CV-IX) TO TICKLER-REPORT-LINE(15:8)
           MOVE CV-DESC(WS-CV-IX) TO TICKLER-REPORT-LINE(24:20)
           MOVE WS-STATE-TEXT TO TICKLER-REPORT-LINE(45:7)
           MOVE WS-DETAIL-TEXT TO TICKLER-REPORT-LINE(53:50)
           MOVE WS-BREACH-TEXT TO TICKLER-REPORT-LINE(104:16)
           WRITE TICKLER-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING "LOANS " DELIMITED BY SIZE
                   WS-LOANS-READ DELIMITED BY SIZE
                   "  COVENANTS " DELIMITED BY SIZE
                   WS-COVENANTS-READ DELIMITED BY SIZE
                   "  OVERDUE " DELIMITED BY SIZE
                   WS-OVERDUE-COUNT DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   "  NEW BREACHES " DELIMITED BY SIZE
                   WS-NEW-BREACH-COUNT DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           END-STRING
           WRITE TICKLER-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-JOB-HEADER / WRITE-JOB-TRAILER - bracket this run in the *
      * shared audit log with a run-id, same shape the other batches   *
      * use.                                                           *
      *----------------------------------------------------------------*
       WRITE-JOB-HEADER.
           MOVE 9 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-START" TO WS-LOG-OPERATION-DATA
           MOVE SPACES TO WS-JOB-LOG-CONTEXT
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT
           MOVE WS-JOB-LOG-CONTEXT(1:14) TO WS-RUN-ID.

       WRITE-JOB-TRAILER.
           MOVE SPACES TO WS-JOB-LOG-CONTEXT
           STRING "run-id=" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   " overdue=" DELIMITED BY SIZE
                   WS-OVERDUE-COUNT DELIMITED BY SIZE
                   " failed=" DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   " new-breaches=" DELIMITED BY SIZE
                   WS-NEW-BREACH-COUNT DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       END PROGRAM COVENANT-TICKLER.
