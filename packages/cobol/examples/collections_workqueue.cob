      * INPUT-only FD, the same direct browse APPROVAL-WORKLIST does   *
      * on approval_queue.dat; all updates go through                  *
      * COLLECTIONS-QUEUE's own operations.                            *
      *                                                                *
      * An account placed with an outside collection agency is the     *
      * agency's to work: it is left off the list and cannot be        *
      * picked until the agency recalls or returns it. A charged-off   *
      * account still owing lists in the deepest bucket, marked as a   *
      * recovery.                                                      *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-CQ-PROMISE-AMOUNT BY CQ-PROMISE-AMOUNT
                         PFX-CQ-PROMISE-STATUS BY CQ-PROMISE-STATUS
                         PFX-CQ-LAST-CONTACT   BY CQ-LAST-CONTACT
                         PFX-CQ-LOAN-STATUS    BY CQ-LOAN-STATUS
                         PFX-CQ-AGENCY-ID      BY CQ-AGENCY-ID
                         PFX-COLLECTIONS-RECORD BY
                             QUEUE-MASTER-FIELDS.

                     PFX-CQ-PROMISE-DATE   BY WS-CQ-PROMISE-DATE
                     PFX-CQ-PROMISE-AMOUNT BY WS-CQ-PROMISE-AMOUNT
                     PFX-CQ-PROMISE-STATUS BY WS-CQ-PROMISE-STATUS
                     PFX-CQ-AGENCY-ID      BY WS-CQ-AGENCY-ID
                     PFX-COLLECTIONS-RECORD BY WS-COLLECTIONS-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CQ-RESULT
      *----------------------------------------------------------------*
      * LIST-ONE-QUEUE-RECORD - pass 0 takes broken promises wherever  *
      * they sit; the bucket passes take the rest, so no account       *
      * lists twice. Agency-placed accounts list on no pass.           *
      *----------------------------------------------------------------*
       LIST-ONE-QUEUE-RECORD.
           EVALUATE TRUE
               WHEN CQ-AGENCY-ID NOT = SPACES
                   CONTINUE
               WHEN WS-LIST-PASS = 0
                       AND CQ-PROMISE-STATUS = "BROKEN"
                   ADD 1 TO WS-QUEUED-COUNT
                   " Last contact: " CQ-LAST-CONTACT
                   " (BROKEN PROMISE)"
           ELSE
               IF CQ-LOAN-STATUS = "CHARGEDOFF"
                   DISPLAY "  " CQ-LOAN-NUMBER " " CQ-CUSTOMER-ID
                       " Days: " WS-ED-DAYS
                       " Balance: " WS-ED-AMOUNT
                       " Last contact: " CQ-LAST-CONTACT
                       " (CHARGED OFF)"
               ELSE
                   DISPLAY "  " CQ-LOAN-NUMBER " " CQ-CUSTOMER-ID
                       " Days: " WS-ED-DAYS
                       " Balance: " WS-ED-AMOUNT
                       " Last contact: " CQ-LAST-CONTACT
               END-IF
           END-IF.

       READ-NEXT-QUEUE-RECORD.

           IF NOT WS-CQ-RESULT-SUCCESS
               DISPLAY "Not on the queue: " WS-LOAN-ENTRY
           ELSE IF WS-CQ-AGENCY-ID NOT = SPACES
               DISPLAY "Placed with agency "
                       FUNCTION TRIM(WS-CQ-AGENCY-ID)
                       "; the agency works this account."
           ELSE
               PERFORM LOOK-UP-CUSTOMER
               MOVE WS-CQ-BALANCE TO WS-ED-AMOUNT
