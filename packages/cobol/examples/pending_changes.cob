      * CodeUChain COBOL Example - Pending Change Release Screen       *
      *                                                                *
      * The checker half of dual-control maintenance: sensitive        *
      * changes GL-ACCOUNT-MAINT, CUSTOMER-MAINT and RISK-RATING-      *
      * MAINT captured as PENDING in pending_changes.dat are listed    *
      * here for a second operator (APPROVER or ADMIN) to release or   *
      * reject. The same id that made a change may not release it,     *
      * the same self-approval block APPROVAL-QUEUE applies.           *
      *                                                                *
      * A release actually applies the change -- the GL mapping file   *
      * is rewritten, the customer deactivated through CUSTOMER-       *
      * MASTER, or the loan's risk grade (and grade date) set through  *
      * LOAN-MASTER -- and the AUDIT-IMAGE pair is written with        *
      * the checker as the operator and the maker carried in the       *
      * record key, so both hands are on the trail. The pending file   *
      * is append-only: a terminal APPLIED or REJECTED row with the    *
      * same id supersedes the PENDING row, the way the counteroffer   *
      * file records acceptance. The terminal row also carries when    *
      * the checker worked it (PC-ACTED-AT), so the weekly operator    *
      * productivity report can time the wait between the two hands;   *
      * the makers' shorter PENDING rows read back with it blank.      *
      *================================================================*

       IDENTIFICATION DIVISION.
           05  PC-MAKER              PIC X(10).
           05  PC-STATUS             PIC X(10).
           05  PC-IMAGE              PIC X(40).
           05  PC-ACTED-AT           PIC X(14).

       FD  MAP-FILE.
       01  MAP-FILE-RECORD.
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

      * LOAN-MASTER call for the risk-grade release.
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
                     PFX-LOAN-RISK-RATING     BY WS-LOAN-RISK-RATING
                     PFX-LOAN-RATING-DATE     BY WS-LOAN-RATING-DATE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS BY WS-LM-RESULT-SUCCESS.
       01  WS-GRADE-ON-FILE          PIC X(1).

      * AUDIT-IMAGE call: the release writes the pair itself so it
      * can stamp the checker as the operator with the maker carried
      * in the record key -- both operators on one trail entry.
                   PERFORM APPLY-GL-MAPPING-CHANGE
               WHEN "customer_master.dat"
                   PERFORM APPLY-CUSTOMER-DEACTIVATION
               WHEN "loan_master.dat"
                   PERFORM APPLY-RISK-RATING-CHANGE
               WHEN OTHER
                   DISPLAY "Unknown target file "
                           WS-PEND-FILE(WS-PEND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-RISK-RATING-CHANGE - the image carries the requested     *
      * grade then the grade the maker saw; if the loan has been       *
      * regraded since the request was made, the release is refused    *
      * rather than overwrite a grade the maker never looked at.       *
      *----------------------------------------------------------------*
       APPLY-RISK-RATING-CHANGE.
           MOVE WS-PEND-KEY(WS-PEND-IDX)(1:10) TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           MOVE SPACES TO WS-LOAN-RECORD
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT
           IF WS-LOAN-RISK-RATING >= "1"
                   AND WS-LOAN-RISK-RATING <= "5"
               MOVE WS-LOAN-RISK-RATING TO WS-GRADE-ON-FILE
           ELSE
               MOVE "1" TO WS-GRADE-ON-FILE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-LM-RESULT-SUCCESS
                   DISPLAY "No loan on file for " WS-LOAN-NUMBER
               WHEN WS-GRADE-ON-FILE
                       NOT = WS-PEND-IMAGE(WS-PEND-IDX)(2:1)
                   DISPLAY "Loan " WS-LOAN-NUMBER " is now graded "
                           WS-GRADE-ON-FILE ", not the "
                           WS-PEND-IMAGE(WS-PEND-IDX)(2:1)
                           " the request was made against."
               WHEN OTHER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-LOAN-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-PEND-IMAGE(WS-PEND-IDX)(1:1)
                       TO WS-LOAN-RISK-RATING
                   ACCEPT WS-LOAN-RATING-DATE FROM DATE YYYYMMDD
                   MOVE 6 TO WS-LM-OPERATION-LEN
                   MOVE "INSERT" TO WS-LM-OPERATION-DATA
                   CALL "LOAN-MASTER" USING
                       WS-LM-OPERATION, WS-LOAN-NUMBER,
                       WS-LOAN-RECORD, WS-LM-RESULT
                   IF WS-LM-RESULT-SUCCESS
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE WS-LOAN-RECORD TO WS-AFTER-IMAGE
                       MOVE "Y" TO WS-APPLY-OK-SWITCH
                   ELSE
                       DISPLAY "Loan update failed ("
                               WS-LM-RESULT ")"
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * WRITE-DUAL-CONTROL-AUDIT - one before/after record with the    *
      * checker as the operator and the maker carried alongside the    *
               MOVE WS-SIGNON-USER-ID TO PC-MAKER
               MOVE WS-TERMINAL-STATUS TO PC-STATUS
               MOVE WS-PEND-IMAGE(WS-PEND-IDX) TO PC-IMAGE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO PC-ACTED-AT
               STRING WS-RUN-DATE DELIMITED BY SIZE
                       WS-RUN-TIME(1:6) DELIMITED BY SIZE
                   INTO PC-ACTED-AT
               END-STRING
               WRITE PENDING-RECORD
               CLOSE PENDING-FILE
           END-IF.
