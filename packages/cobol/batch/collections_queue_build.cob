      * Due dates roll forward through BUSINESS-DAY-CALC before the   *
      * comparison, exactly as the aging report rolls them, so the     *
      * two views of "past due" can never disagree.                    *
      *                                                                *
      * A borrower under a bankruptcy automatic stay (an open case on  *
      * BANKRUPTCY-MASTER) must not be worked: a past-due loan of      *
      * theirs is taken off the queue, or never put on it, and         *
      * counted as stayed rather than queued until the case closes.    *
      *                                                                *
      * A charged-off loan with a balance still owing stays on the     *
      * queue (aged from its last due date like any other) so          *
      * recovery can be worked or placed with an outside agency; the   *
      * loan's status and the agency it is placed with ride onto the   *
      * entry each night from the loan record.                         *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-DEFER-UNTIL     BY LOAN-DEFER-UNTIL
                         PFX-LOAN-AGENCY-ID       BY LOAN-AGENCY-ID
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
                     PFX-CQ-PROMISE-AMOUNT BY WS-CQ-PROMISE-AMOUNT
                     PFX-CQ-PROMISE-STATUS BY WS-CQ-PROMISE-STATUS
                     PFX-CQ-LAST-CONTACT   BY WS-CQ-LAST-CONTACT
                     PFX-CQ-LOAN-STATUS    BY WS-CQ-LOAN-STATUS
                     PFX-CQ-AGENCY-ID      BY WS-CQ-AGENCY-ID
                     PFX-COLLECTIONS-RECORD BY WS-COLLECTIONS-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CQ-RESULT
       01  WS-CURED-COUNT            PIC 9(7) VALUE 0.
       01  WS-BROKEN-COUNT           PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.
       01  WS-STAYED-COUNT           PIC 9(7) VALUE 0.

      * BANKRUPTCY-MASTER call: a borrower whose bankruptcy case is
      * open is under the automatic stay, and every loan they hold
      * is passed over and counted instead of queued.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BK-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BK-OPERATION-DATA
                     PFX-OPERATION      BY WS-BK-OPERATION.
       01  WS-BK-CUSTOMER-ID         PIC X(10).
       COPY "bankruptcy-record.cob"
           REPLACING PFX-BK-CHAPTER      BY WS-BK-CHAPTER
                     PFX-BK-CASE-NUMBER  BY WS-BK-CASE-NUMBER
                     PFX-BK-FILING-DATE  BY WS-BK-FILING-DATE
                     PFX-BK-CLOSE-DATE   BY WS-BK-CLOSE-DATE
                     PFX-BK-DISPOSITION  BY WS-BK-DISPOSITION
                     PFX-BANKRUPTCY-RECORD BY WS-BANKRUPTCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-BK-RESULT
                     PFX-RESULT-SUCCESS BY WS-BK-RESULT-SUCCESS.
       01  WS-STAY-SWITCH            PIC X(1) VALUE "N".
           88  WS-STAY-ACTIVE                VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "Queued: " WS-QUEUED-COUNT
               " Cured (removed): " WS-CURED-COUNT
               " Promises broken: " WS-BROKEN-COUNT
           DISPLAY "Stayed (bankruptcy): " WS-STAYED-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * QUEUE-ONE-LOAN - past-due open loans, and charged-off loans    *
      * still owing, go on (or stay on) the queue unless a bankruptcy  *
      * stay holds; anything else that still has an entry comes off.   *
      *----------------------------------------------------------------*
       QUEUE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
      * A loan inside a hardship deferral stays off the collections
      * queue for the deferral's duration.
           IF (LOAN-STATUS = "ACTIVE"
                   AND LOAN-DEFER-UNTIL < WS-RUN-DATE)
              OR (LOAN-STATUS = "CHARGEDOFF"
                   AND LOAN-CURRENT-BALANCE > 0)
               PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER
               IF WS-DAYS-PAST-DUE > 0
                   PERFORM CHECK-BANKRUPTCY-STAY
                   IF WS-STAY-ACTIVE
                       ADD 1 TO WS-STAYED-COUNT
                       PERFORM DELETE-QUEUE-ENTRY
                   ELSE
                       PERFORM WRITE-OR-REFRESH-QUEUE-ENTRY
                   END-IF
               ELSE
                   PERFORM REMOVE-QUEUE-ENTRY-IF-ANY
               END-IF
           MOVE WS-PICKED-BUCKET TO WS-CQ-BUCKET
           MOVE WS-DAYS-PAST-DUE TO WS-CQ-DAYS-PAST-DUE
           MOVE LOAN-CURRENT-BALANCE TO WS-CQ-BALANCE
           MOVE LOAN-STATUS TO WS-CQ-LOAN-STATUS
           MOVE LOAN-AGENCY-ID TO WS-CQ-AGENCY-ID

           IF WS-CQ-PROMISE-STATUS = "OPEN"
                   AND WS-CQ-PROMISE-DATE > 0
           END-IF.

       REMOVE-QUEUE-ENTRY-IF-ANY.
           PERFORM DELETE-QUEUE-ENTRY
           IF WS-CQ-RESULT-SUCCESS
               ADD 1 TO WS-CURED-COUNT
           END-IF.

       DELETE-QUEUE-ENTRY.
           MOVE LOAN-NUMBER TO WS-QUEUE-LOAN-NUMBER
           MOVE 6 TO WS-CQ-OPERATION-LEN
           MOVE "DELETE" TO WS-CQ-OPERATION-DATA
           CALL "COLLECTIONS-QUEUE" USING
               WS-CQ-OPERATION, WS-QUEUE-LOAN-NUMBER,
               WS-COLLECTIONS-RECORD, WS-CQ-RESULT.

      *----------------------------------------------------------------*
      * CHECK-BANKRUPTCY-STAY - the borrower's case on BANKRUPTCY-     *
      * MASTER; the stay holds from the filing date until the case     *
      * closes (discharged or dismissed) -- the same test every        *
      * collection batch applies.                                      *
      *----------------------------------------------------------------*
       CHECK-BANKRUPTCY-STAY.
           MOVE "N" TO WS-STAY-SWITCH
           IF LOAN-CUSTOMER-ID NOT = SPACES
               MOVE LOAN-CUSTOMER-ID TO WS-BK-CUSTOMER-ID
               MOVE SPACES TO WS-BANKRUPTCY-RECORD
               MOVE 3 TO WS-BK-OPERATION-LEN
               MOVE "GET" TO WS-BK-OPERATION-DATA
               CALL "BANKRUPTCY-MASTER" USING
                   WS-BK-OPERATION, WS-BK-CUSTOMER-ID,
                   WS-BANKRUPTCY-RECORD, WS-BK-RESULT
               IF WS-BK-RESULT-SUCCESS
                       AND WS-BK-FILING-DATE <= WS-RUN-DATE
                       AND (WS-BK-DISPOSITION = SPACES
                            OR WS-BK-CLOSE-DATE > WS-RUN-DATE)
                   MOVE "Y" TO WS-STAY-SWITCH
               END-IF
           END-IF.

       READ-NEXT-LOAN.
