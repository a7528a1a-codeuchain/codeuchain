      *================================================================*
      * CodeUChain COBOL Example - Construction Draw Request           *
      *                                                                *
      * Funds a construction loan in stages as the builder completes   *
      * the work. LOAN-BOOKING opens the loan at a zero balance with   *
      * its commitment on DRAW-SCHEDULE; this screen lays the budget   *
      * out as line items, takes each draw request against one of      *
      * them, and releases it once a second operator signs it off      *
      * through APPROVAL-QUEUE -- the same dual control the            *
      * origination chain and the approval work list use, so the       *
      * requester can never release their own draw.                    *
      *                                                                *
      * A request is refused unless the site inspection for the work   *
      * it pays for is complete, and only one request waits at a time. *
      * On release the retainage percent of the draw is held back,     *
      * the rest raises the loan balance (so accrual earns interest on *
      * the money actually out), posts through GL-FEED-EXPORT as       *
      * "Funding: DRAW", and lands on the loan's journal as a DRAW     *
      * record. Line item 00 releases retainage already held, with     *
      * nothing withheld from it. Every schedule change is imaged      *
      * through AUDIT-IMAGE.                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTRUCTION-DRAW.
       AUTHOR. CodeUChain Team.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; draw work is change work, so the
      * INQUIRY role is turned away.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-DRAWS-REQUESTED        PIC 9(5) VALUE 0.
       01  WS-DRAWS-RELEASED         PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-LOAN-ENTRY             PIC X(10).
       01  WS-ACTION-ENTRY           PIC X(1).
       01  WS-ITEM-ENTRY             PIC X(2).
       01  WS-DESC-ENTRY             PIC X(20).
       01  WS-AMOUNT-ENTRY           PIC X(15).
       01  WS-INSPECTED-ENTRY        PIC X(1).
       01  WS-REASON-ENTRY           PIC X(6).
       01  WS-CONFIRM-ENTRY          PIC X(1).

      * Working values for the request, the budget and the release.
       01  WS-ITEM-NO                PIC 9(2).
       01  WS-ITEM-IX                PIC 9(2).
       01  WS-AMOUNT-VALUE           PIC S9(13)V99 COMP-3.
       01  WS-ROOM-LEFT              PIC S9(13)V99 COMP-3.
       01  WS-BUDGET-TOTAL           PIC S9(15)V99 COMP-3.
       01  WS-RETAINAGE-AMT          PIC S9(13)V99 COMP-3.
       01  WS-NET-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-NEXT-DRAW-NO           PIC 9(3).
       01  WS-REFERENCE-ID           PIC X(20).
       01  WS-BUDGET-END-SWITCH      PIC X(1).
           88  WS-BUDGET-ENDED               VALUE "Y".

      * LOAN-MASTER call.
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
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * DRAW-SCHEDULE call: budget, drawn to date, retainage and the
      * one pending request.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DS-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DS-OPERATION-DATA
                     PFX-OPERATION      BY WS-DS-OPERATION.
       COPY "draw-schedule-record.cob"
           REPLACING PFX-DS-COMMITMENT      BY WS-DS-COMMITMENT
                     PFX-DS-RETAIN-PCT      BY WS-DS-RETAIN-PCT
                     PFX-DS-RETAINAGE-HELD  BY WS-DS-RETAINAGE-HELD
                     PFX-DS-TOTAL-DRAWN     BY WS-DS-TOTAL-DRAWN
                     PFX-DS-DRAW-COUNT      BY WS-DS-DRAW-COUNT
                     PFX-DS-LAST-DRAW-DATE  BY WS-DS-LAST-DRAW-DATE
                     PFX-DS-ITEM-COUNT      BY WS-DS-ITEM-COUNT
                     PFX-DS-ITEM-DESC       BY WS-DS-ITEM-DESC
                     PFX-DS-ITEM-BUDGET     BY WS-DS-ITEM-BUDGET
                     PFX-DS-ITEM-DRAWN      BY WS-DS-ITEM-DRAWN
                     PFX-DS-ITEM            BY WS-DS-ITEM
                     PFX-DS-PEND-REFERENCE  BY WS-DS-PEND-REFERENCE
                     PFX-DS-PEND-ITEM       BY WS-DS-PEND-ITEM
                     PFX-DS-PEND-AMOUNT     BY WS-DS-PEND-AMOUNT
                     PFX-DS-PEND-INSPECTED  BY WS-DS-PEND-INSPECTED
                     PFX-DS-PEND-REQUESTER  BY WS-DS-PEND-REQUESTER
                     PFX-DS-PENDING         BY WS-DS-PENDING
                     PFX-DRAW-SCHEDULE-RECORD BY
                         WS-DRAW-SCHEDULE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DS-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-DS-RESULT-NOTFOUND.

      * APPROVAL-QUEUE and GL-FEED-EXPORT link calls, same shapes the
      * approval work list and the origination chain use.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-LINK-NAME.
       01  WS-INPUT-CONTEXT          PIC X(10000).
       01  WS-OUTPUT-CONTEXT         PIC X(10000).
       01  WS-LINK-RESULT            PIC X(10).

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

      * LOAN-TRANSACTION journal call: one DRAW record per release.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-TX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-TX-OPERATION-DATA
                     PFX-OPERATION      BY WS-TX-OPERATION.
       COPY "loan-transaction.cob"
           REPLACING PFX-TXN-CODE        BY WS-TXN-CODE
                     PFX-TXN-DATE        BY WS-TXN-DATE
                     PFX-TXN-AMOUNT      BY WS-TXN-AMOUNT
                     PFX-TXN-PRINCIPAL   BY WS-TXN-PRINCIPAL
                     PFX-TXN-INTEREST    BY WS-TXN-INTEREST
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-DRAWN.
       01  WS-ED-PCT                 PIC Z9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Construction Draw Request"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE = "INQUIRY"
               DISPLAY "Draw work needs more than the "
                       "INQUIRY role."
               STOP RUN
           END-IF
           PERFORM REGISTER-AUDIT-OPERATOR

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM WORK-ONE-LOAN
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Draws requested: " WS-DRAWS-REQUESTED
           DISPLAY "Draws released:  " WS-DRAWS-RELEASED
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
      * WORK-ONE-LOAN - loan, schedule listing, then one action; a     *
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
               PERFORM FETCH-SCHEDULE
           END-IF

           EVALUATE TRUE
               WHEN WS-LM-RESULT-NOTFOUND
                   DISPLAY "No such loan: " WS-LOAN-ENTRY
               WHEN NOT WS-LM-RESULT-SUCCESS
                   DISPLAY "Loan master unavailable ("
                           WS-LM-RESULT ")"
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                   DISPLAY "Loan is " FUNCTION TRIM(WS-LOAN-STATUS)
                           "; nothing more is drawn on it."
               WHEN WS-DS-RESULT-NOTFOUND
                   DISPLAY "Loan " FUNCTION TRIM(WS-LOAN-ENTRY)
                           " is not a construction loan."
               WHEN NOT WS-DS-RESULT-SUCCESS
                   DISPLAY "Draw schedule unavailable ("
                           WS-DS-RESULT ")"
               WHEN OTHER
                   PERFORM LIST-THE-SCHEDULE
                   PERFORM TAKE-THE-ACTION
           END-EVALUATE.

       FETCH-LOAN.
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT.

       FETCH-SCHEDULE.
           MOVE SPACES TO WS-DRAW-SCHEDULE-RECORD
           MOVE 3 TO WS-DS-OPERATION-LEN
           MOVE "GET" TO WS-DS-OPERATION-DATA
           CALL "DRAW-SCHEDULE" USING
               WS-DS-OPERATION, WS-LOAN-NUMBER,
               WS-DRAW-SCHEDULE-RECORD, WS-DS-RESULT.

      *----------------------------------------------------------------*
      * LIST-THE-SCHEDULE - commitment, what is out, retainage held,   *
      * each budget line with its drawn-to-date, and any request       *
      * waiting on its second approver.                                *
      *----------------------------------------------------------------*
       LIST-THE-SCHEDULE.
           MOVE WS-DS-COMMITMENT TO WS-ED-AMOUNT
           DISPLAY "Commitment:       " WS-ED-AMOUNT
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-AMOUNT
           DISPLAY "Disbursed:        " WS-ED-AMOUNT
           MOVE WS-DS-RETAINAGE-HELD TO WS-ED-AMOUNT
           MOVE WS-DS-RETAIN-PCT TO WS-ED-PCT
           DISPLAY "Retainage held:   " WS-ED-AMOUNT
                   "  (" WS-ED-PCT "%)"
           DISPLAY "Draws released:   " WS-DS-DRAW-COUNT

           IF WS-DS-ITEM-COUNT = 0
               DISPLAY "No budget laid out yet."
           ELSE
               DISPLAY "Item Description           "
                       "         Budget           Drawn"
               PERFORM LIST-ONE-ITEM
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-DS-ITEM-COUNT
           END-IF

           IF WS-DS-PEND-REFERENCE NOT = SPACES
               MOVE WS-DS-PEND-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "Pending: " FUNCTION TRIM(WS-DS-PEND-REFERENCE)
                       " item " WS-DS-PEND-ITEM " "
                       FUNCTION TRIM(WS-ED-AMOUNT)
                       " by " FUNCTION TRIM(WS-DS-PEND-REQUESTER)
           END-IF.

       LIST-ONE-ITEM.
           MOVE WS-DS-ITEM-BUDGET(WS-ITEM-IX) TO WS-ED-AMOUNT
           MOVE WS-DS-ITEM-DRAWN(WS-ITEM-IX) TO WS-ED-DRAWN
           DISPLAY " " WS-ITEM-IX "  " WS-DS-ITEM-DESC(WS-ITEM-IX)
                   WS-ED-AMOUNT WS-ED-DRAWN.

       TAKE-THE-ACTION.
           DISPLAY "B=Budget, R=Request draw, A=Approve/release, "
                   "D=Deny, blank to skip: " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY
           EVALUATE WS-ACTION-ENTRY
               WHEN "B"
               WHEN "b"
                   PERFORM LAY-OUT-BUDGET
               WHEN "R"
               WHEN "r"
                   PERFORM REQUEST-DRAW
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-AND-RELEASE
               WHEN "D"
               WHEN "d"
                   PERFORM DENY-PENDING-DRAW
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please enter B, R, A or D."
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LAY-OUT-BUDGET - up to twelve line items, keyed fresh, before  *
      * the first dollar goes out; once a draw has released against    *
      * the budget it is fixed. The items may not add up to more than  *
      * the commitment.                                                *
      *----------------------------------------------------------------*
       LAY-OUT-BUDGET.
           IF WS-DS-DRAW-COUNT > 0
                   OR WS-DS-PEND-REFERENCE NOT = SPACES
               DISPLAY "Budget is fixed once a draw has been "
                       "requested."
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-DRAW-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
               MOVE 0 TO WS-ITEM-IX
               MOVE 0 TO WS-BUDGET-TOTAL
               MOVE "N" TO WS-BUDGET-END-SWITCH
               PERFORM TAKE-ONE-BUDGET-ITEM
                   UNTIL WS-BUDGET-ENDED OR WS-ITEM-IX = 12
               PERFORM CONFIRM-AND-SAVE-BUDGET
           END-IF.

       TAKE-ONE-BUDGET-ITEM.
           DISPLAY "Item description (blank to finish): "
                   WITH NO ADVANCING
           ACCEPT WS-DESC-ENTRY
           IF WS-DESC-ENTRY = SPACES
               MOVE "Y" TO WS-BUDGET-END-SWITCH
           ELSE
               DISPLAY "Budget amount: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ENTRY
               COMPUTE WS-AMOUNT-VALUE =
                   FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
               IF WS-AMOUNT-VALUE NOT > 0
                   DISPLAY "Budget must be more than zero; "
                           "item not taken."
               ELSE
                   ADD 1 TO WS-ITEM-IX
                   MOVE WS-DESC-ENTRY TO WS-DS-ITEM-DESC(WS-ITEM-IX)
                   MOVE WS-AMOUNT-VALUE
                       TO WS-DS-ITEM-BUDGET(WS-ITEM-IX)
                   MOVE 0 TO WS-DS-ITEM-DRAWN(WS-ITEM-IX)
                   ADD WS-AMOUNT-VALUE TO WS-BUDGET-TOTAL
               END-IF
           END-IF.

       CONFIRM-AND-SAVE-BUDGET.
           MOVE WS-BUDGET-TOTAL TO WS-ED-AMOUNT
           EVALUATE TRUE
               WHEN WS-ITEM-IX = 0
                   DISPLAY "No items keyed; budget unchanged."
               WHEN WS-BUDGET-TOTAL > WS-DS-COMMITMENT
                   DISPLAY "Items total " FUNCTION TRIM(WS-ED-AMOUNT)
                           ", more than the commitment; budget "
                           "unchanged."
               WHEN OTHER
                   DISPLAY "Save " WS-ITEM-IX " items totalling "
                           FUNCTION TRIM(WS-ED-AMOUNT)
                           " (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y"
                           OR WS-CONFIRM-ENTRY = "y"
                       MOVE WS-ITEM-IX TO WS-DS-ITEM-COUNT
                       PERFORM SAVE-SCHEDULE
                       IF WS-DS-RESULT-SUCCESS
                           DISPLAY "Budget saved."
                       END-IF
                   ELSE
                       DISPLAY "Budget unchanged."
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REQUEST-DRAW - one line item and amount, inside what is left   *
      * of that item's budget (or of the retainage held, for item      *
      * 00), with the site inspection complete. The request parks on   *
      * APPROVAL-QUEUE under a CD<loan><draw number> reference and     *
      * waits on DRAW-SCHEDULE until a second operator releases it.    *
      *----------------------------------------------------------------*
       REQUEST-DRAW.
           EVALUATE TRUE
               WHEN WS-DS-PEND-REFERENCE NOT = SPACES
                   DISPLAY "A draw is already waiting on approval: "
                           FUNCTION TRIM(WS-DS-PEND-REFERENCE)
               WHEN WS-DS-ITEM-COUNT = 0
                   DISPLAY "Lay the budget out before requesting "
                           "a draw."
               WHEN OTHER
                   PERFORM TAKE-DRAW-REQUEST
           END-EVALUATE.

       TAKE-DRAW-REQUEST.
           DISPLAY "Line item (00 = retainage release): "
                   WITH NO ADVANCING
           ACCEPT WS-ITEM-ENTRY
           IF WS-ITEM-ENTRY IS NUMERIC
               MOVE WS-ITEM-ENTRY TO WS-ITEM-NO
           ELSE
               MOVE 99 TO WS-ITEM-NO
           END-IF
           IF WS-ITEM-NO > WS-DS-ITEM-COUNT
               DISPLAY "No such line item: " WS-ITEM-ENTRY
           ELSE
               IF WS-ITEM-NO = 0
                   MOVE WS-DS-RETAINAGE-HELD TO WS-ROOM-LEFT
               ELSE
                   COMPUTE WS-ROOM-LEFT =
                       WS-DS-ITEM-BUDGET(WS-ITEM-NO)
                       - WS-DS-ITEM-DRAWN(WS-ITEM-NO)
               END-IF
               DISPLAY "Draw amount: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ENTRY
               COMPUTE WS-AMOUNT-VALUE =
                   FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
               DISPLAY "Site inspection complete (Y/N)? "
                       WITH NO ADVANCING
               ACCEPT WS-INSPECTED-ENTRY
               MOVE WS-ROOM-LEFT TO WS-ED-AMOUNT
               EVALUATE TRUE
                   WHEN WS-AMOUNT-VALUE NOT > 0
                       DISPLAY "Zero amount; nothing requested."
                   WHEN WS-AMOUNT-VALUE > WS-ROOM-LEFT
                       DISPLAY "Only " FUNCTION TRIM(WS-ED-AMOUNT)
                               " is left to draw on that item."
                   WHEN WS-INSPECTED-ENTRY NOT = "Y"
                           AND WS-INSPECTED-ENTRY NOT = "y"
                       DISPLAY "Refused: no draw is requested "
                               "until the inspection is complete."
                   WHEN OTHER
                       PERFORM SUBMIT-DRAW-FOR-APPROVAL
               END-EVALUATE
           END-IF.

       SUBMIT-DRAW-FOR-APPROVAL.
           COMPUTE WS-NEXT-DRAW-NO = WS-DS-DRAW-COUNT + 1
           MOVE SPACES TO WS-REFERENCE-ID
           STRING "CD" DELIMITED BY SIZE
                   WS-LOAN-NUMBER DELIMITED BY SPACE
                   WS-NEXT-DRAW-NO DELIMITED BY SIZE
               INTO WS-REFERENCE-ID
           END-STRING

           MOVE WS-AMOUNT-VALUE TO WS-ED-AMOUNT
           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           STRING "Applicant: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-NUMBER) DELIMITED BY SIZE
                   ", Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   " Draw Item: " DELIMITED BY SIZE
                   WS-ITEM-NO DELIMITED BY SIZE
                   " Inspection: COMPLETE" DELIMITED BY SIZE
                   " Review Required: YES Reference: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFERENCE-ID) DELIMITED BY SIZE
                   ", Submitted By: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIGNON-USER-ID) DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING

           CALL "APPROVAL-QUEUE" USING
               WS-LINK-NAME,
               WS-INPUT-CONTEXT,
               WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           IF WS-LINK-RESULT = "HALT"
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-DRAW-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-REFERENCE-ID TO WS-DS-PEND-REFERENCE
               MOVE WS-ITEM-NO TO WS-DS-PEND-ITEM
               MOVE WS-AMOUNT-VALUE TO WS-DS-PEND-AMOUNT
               MOVE "Y" TO WS-DS-PEND-INSPECTED
               MOVE WS-SIGNON-USER-ID TO WS-DS-PEND-REQUESTER
               PERFORM SAVE-SCHEDULE
               IF WS-DS-RESULT-SUCCESS
                   ADD 1 TO WS-DRAWS-REQUESTED
                   DISPLAY "Draw parked for approval under "
                           FUNCTION TRIM(WS-REFERENCE-ID)
               END-IF
           ELSE
               DISPLAY "Not submitted (" WS-LINK-RESULT "): "
                       FUNCTION TRIM(WS-OUTPUT-CONTEXT(1:200))
           END-IF.

      *----------------------------------------------------------------*
      * APPROVE-AND-RELEASE - the pending request clears through       *
      * APPROVAL-QUEUE's own APPROVE operation, which refuses the      *
      * requester and anyone without the authority; only then do the   *
      * schedule, the loan balance, the GL feed and the journal move.  *
      *----------------------------------------------------------------*
       APPROVE-AND-RELEASE.
           IF WS-DS-PEND-REFERENCE = SPACES
               DISPLAY "No draw is waiting on approval."
           ELSE
               MOVE 14 TO WS-LINK-NAME-LEN
               MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
               MOVE SPACES TO WS-INPUT-CONTEXT
               STRING "Approval: APPROVE Reference: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DS-PEND-REFERENCE)
                           DELIMITED BY SIZE
                       ", Approved By: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SIGNON-USER-ID)
                           DELIMITED BY SIZE
                   INTO WS-INPUT-CONTEXT
               END-STRING

               CALL "APPROVAL-QUEUE" USING
                   WS-LINK-NAME,
                   WS-INPUT-CONTEXT,
                   WS-OUTPUT-CONTEXT,
                   WS-LINK-RESULT

               IF WS-LINK-RESULT = "SUCCESS"
                   PERFORM RELEASE-THE-DRAW
               ELSE
                   DISPLAY "Not approved (" WS-LINK-RESULT "): "
                           FUNCTION TRIM(WS-OUTPUT-CONTEXT(1:200))
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RELEASE-THE-DRAW - retainage off the gross (none on a          *
      * retainage release), the schedule moved on and the request      *
      * cleared, then the net raises the loan balance, posts to the    *
      * GL feed and lands on the journal.                              *
      *----------------------------------------------------------------*
       RELEASE-THE-DRAW.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-DRAW-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-DS-PEND-REFERENCE TO WS-REFERENCE-ID
           MOVE WS-DS-PEND-ITEM TO WS-ITEM-NO
           MOVE WS-DS-PEND-AMOUNT TO WS-AMOUNT-VALUE

           IF WS-ITEM-NO = 0
               MOVE 0 TO WS-RETAINAGE-AMT
               SUBTRACT WS-AMOUNT-VALUE FROM WS-DS-RETAINAGE-HELD
           ELSE
               COMPUTE WS-RETAINAGE-AMT ROUNDED =
                   WS-AMOUNT-VALUE * WS-DS-RETAIN-PCT / 100
               ADD WS-AMOUNT-VALUE TO WS-DS-ITEM-DRAWN(WS-ITEM-NO)
               ADD WS-AMOUNT-VALUE TO WS-DS-TOTAL-DRAWN
               ADD WS-RETAINAGE-AMT TO WS-DS-RETAINAGE-HELD
           END-IF
           COMPUTE WS-NET-AMOUNT = WS-AMOUNT-VALUE - WS-RETAINAGE-AMT

           ADD 1 TO WS-DS-DRAW-COUNT
           MOVE WS-RUN-DATE TO WS-DS-LAST-DRAW-DATE
           MOVE SPACES TO WS-DS-PENDING
           PERFORM SAVE-SCHEDULE

           IF WS-DS-RESULT-SUCCESS
               PERFORM RAISE-LOAN-BALANCE
           END-IF
           IF WS-DS-RESULT-SUCCESS AND WS-LM-RESULT-SUCCESS
               ADD 1 TO WS-DRAWS-RELEASED
               PERFORM POST-DRAW-TO-GL
               PERFORM WRITE-DRAW-JOURNAL-RECORD
               MOVE WS-NET-AMOUNT TO WS-ED-AMOUNT
               MOVE WS-RETAINAGE-AMT TO WS-ED-DRAWN
               DISPLAY "Released " FUNCTION TRIM(WS-ED-AMOUNT)
                       ", retainage held back "
                       FUNCTION TRIM(WS-ED-DRAWN)
           END-IF.

       RAISE-LOAN-BALANCE.
           PERFORM FETCH-LOAN
           IF WS-LM-RESULT-SUCCESS
               ADD WS-NET-AMOUNT TO WS-LOAN-CURRENT-BALANCE
               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
           END-IF
           IF NOT WS-LM-RESULT-SUCCESS
               DISPLAY "CONSTRUCTION-DRAW: Balance update failed "
                       "for " WS-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * POST-DRAW-TO-GL - the net disbursed goes through GL-FEED-      *
      * EXPORT as an approved "Funding: DRAW" item, the receivable/    *
      * cash pair with no origination fees taken.                      *
      *----------------------------------------------------------------*
       POST-DRAW-TO-GL.
           MOVE WS-NET-AMOUNT TO WS-ED-AMOUNT
           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "GL-FEED-EXPORT" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           STRING "Applicant: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-NUMBER) DELIMITED BY SIZE
                   ", Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   " Approval Status: APPROVED Reference: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFERENCE-ID) DELIMITED BY SIZE
                   " Construction: YES Funding: DRAW"
                       DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING

           CALL "GL-FEED-EXPORT" USING
               WS-LINK-NAME,
               WS-INPUT-CONTEXT,
               WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           IF WS-LINK-RESULT NOT = "SUCCESS"
               DISPLAY "CONSTRUCTION-DRAW: GL posting failed for "
                       FUNCTION TRIM(WS-REFERENCE-ID) " ("
                       WS-LINK-RESULT ")"
           END-IF.

       WRITE-DRAW-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "DRAW" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-NET-AMOUNT TO WS-TXN-AMOUNT
           MOVE WS-NET-AMOUNT TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE SPACES TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "CONSTRUCTION-DRAW: Journal append "
                       "failed for " WS-LOAN-NUMBER " ("
                       WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * DENY-PENDING-DRAW - the "Approval: DENY" counterpart; the      *
      * request comes off the schedule and nothing is released.        *
      *----------------------------------------------------------------*
       DENY-PENDING-DRAW.
           IF WS-DS-PEND-REFERENCE = SPACES
               DISPLAY "No draw is waiting on approval."
           ELSE
               DISPLAY "Reason code: " WITH NO ADVANCING
               ACCEPT WS-REASON-ENTRY
               MOVE 14 TO WS-LINK-NAME-LEN
               MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
               MOVE SPACES TO WS-INPUT-CONTEXT
               STRING "Approval: DENY Reference: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DS-PEND-REFERENCE)
                           DELIMITED BY SIZE
                       ", Denied By: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SIGNON-USER-ID)
                           DELIMITED BY SIZE
                       ", Reason: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REASON-ENTRY) DELIMITED BY SIZE
                   INTO WS-INPUT-CONTEXT
               END-STRING

               CALL "APPROVAL-QUEUE" USING
                   WS-LINK-NAME,
                   WS-INPUT-CONTEXT,
                   WS-OUTPUT-CONTEXT,
                   WS-LINK-RESULT

               IF WS-LINK-RESULT = "SUCCESS"
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-DRAW-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-DS-PENDING
                   PERFORM SAVE-SCHEDULE
                   DISPLAY "Denied; request cleared."
               ELSE
                   DISPLAY "Not denied (" WS-LINK-RESULT "): "
                           FUNCTION TRIM(WS-OUTPUT-CONTEXT(1:200))
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SAVE-SCHEDULE - DRAW-SCHEDULE INSERT (write or rewrite) with   *
      * the before image the caller captured and the after image of    *
      * what was written.                                              *
      *----------------------------------------------------------------*
       SAVE-SCHEDULE.
           MOVE 6 TO WS-DS-OPERATION-LEN
           MOVE "INSERT" TO WS-DS-OPERATION-DATA
           CALL "DRAW-SCHEDULE" USING
               WS-DS-OPERATION, WS-LOAN-NUMBER,
               WS-DRAW-SCHEDULE-RECORD, WS-DS-RESULT
           IF WS-DS-RESULT-SUCCESS
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-DRAW-SCHEDULE-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-SCHEDULE-AUDIT-IMAGE
           ELSE
               DISPLAY "CONSTRUCTION-DRAW: Schedule update failed "
                       "for " WS-LOAN-NUMBER " (" WS-DS-RESULT ")"
           END-IF.

       WRITE-SCHEDULE-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "draw_schedule.dat" TO WS-AI-FILE-NAME
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

       END PROGRAM CONSTRUCTION-DRAW.
