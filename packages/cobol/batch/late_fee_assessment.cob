      * direct-FD I-O walk INTEREST-ACCRUAL does), and a loan whose    *
      * next due date sits more than its product's grace period in     *
      * the past is charged the late fee configured on the             *
      * LOAN-PRODUCT record: the fee is added to the loan balance (and *
      * to its fees due, what a fees-first payment waterfall pays      *
      * off before anything else), a FEE record is appended through    *
      * LOAN-TRANSACTION, and one summarized LATEFEE pair (receivable  *
      * against fee income) is posted to gl_feed.dat for the whole     *
      * run, the same way the accrual batch posts its pair.            *
      *                                                                *
      * Rerun-safe the same way INTEREST-ACCRUAL is: each loan fee'd   *
      * is stamped with the due date the fee was charged for, and a    *
      * skipped -- a restarted night fees only the loans the failed    *
      * run never reached, and one missed payment is one fee, not one  *
      * fee per night it stays missed.                                 *
      *                                                                *
      * A borrower under a bankruptcy automatic stay (an open case on  *
      * BANKRUPTCY-MASTER) is charged nothing while the stay holds;    *
      * each loan passed over is counted on the run's control totals   *
      * and job-log trailer.                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-LAST-LATE-FEE   BY LOAN-LAST-LATE-FEE
                         PFX-LOAN-DEFER-UNTIL     BY LOAN-DEFER-UNTIL
                         PFX-LOAN-FEES-DUE        BY LOAN-FEES-DUE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  GL-FEED-FILE.
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-FEED             PIC 9(7) VALUE 0.
       01  WS-LOANS-SKIPPED          PIC 9(7) VALUE 0.
       01  WS-LOANS-STAYED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-FEES             PIC S9(15)V99 COMP-3 VALUE 0.

      * The product's terms of delinquency, read per loan off the
       01  WS-TX-RESULT              PIC X(10).
       01  WS-TXN-LOAN-NUMBER        PIC X(10).

      * BANKRUPTCY-MASTER call: a borrower whose bankruptcy case is
      * open is under the automatic stay, and every loan they hold
      * is passed over and counted instead of fee'd.
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

       MAIN-PROCEDURE.
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Fees assessed: " WS-LOANS-FEED
               " Skipped (already fee'd): " WS-LOANS-SKIPPED
           DISPLAY "Stayed (bankruptcy): " WS-LOANS-STAYED
           DISPLAY "Fee income: " WS-ED-TOTAL
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="
      * ASSESS-ONE-LOAN - closed loans are skipped; an open loan past  *
      * its product's grace period whose stamp doesn't already cover   *
      * this due date gets the product's fee added to its balance and  *
      * is REWRITten in place -- unless a bankruptcy stay holds.       *
      *----------------------------------------------------------------*
       ASSESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
                   WHEN WS-PROD-LATE-FEE = 0
                       CONTINUE
                   WHEN OTHER
                       PERFORM CHECK-BANKRUPTCY-STAY
                       IF WS-STAY-ACTIVE
                           ADD 1 TO WS-LOANS-STAYED
                       ELSE
                           PERFORM CHARGE-THE-FEE
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-LOAN.

       CHARGE-THE-FEE.
           ADD WS-PROD-LATE-FEE TO LOAN-CURRENT-BALANCE
           IF LOAN-FEES-DUE IS NOT NUMERIC
               MOVE 0 TO LOAN-FEES-DUE
           END-IF
           ADD WS-PROD-LATE-FEE TO LOAN-FEES-DUE
           MOVE LOAN-NEXT-DUE-DATE TO LOAN-LAST-LATE-FEE
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS = "00"
                   WS-LOANS-READ DELIMITED BY SIZE
                   " fees=" DELIMITED BY SIZE
                   WS-LOANS-FEED DELIMITED BY SIZE
                   " stayed=" DELIMITED BY SIZE
                   WS-LOANS-STAYED DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

                       "for " WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

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
           READ LOAN-FILE NEXT RECORD
               AT END
