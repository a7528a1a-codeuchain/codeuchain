      * a CHARGEDOFF loan posts through PAYMENT-POSTING as recovery    *
      * income, not a principal/interest split. Rerun-safe by status:  *
      * a loan already CHARGEDOFF is simply not ACTIVE any more.       *
      *                                                                *
      * A loan in foreclosure or repossession is governed by its       *
      * DEFAULT-CASE-MASTER case instead: while the case is open and   *
      * the asset not yet taken, what the loan will lose is unknown    *
      * and it is held back whatever its days past due; once the asset *
      * has been taken, the deficiency the case recorded (never more   *
      * than the balance still owed) is charged off straight away.     *
      * A case closed REINSTATED leaves the loan to the threshold.     *
      *================================================================*

       IDENTIFICATION DIVISION.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-CHARGED          PIC 9(7) VALUE 0.
       01  WS-LOANS-IN-RECOVERY      PIC 9(7) VALUE 0.
       01  WS-CHARGE-OFF-AMOUNT      PIC S9(13)V99.
       01  WS-TOTAL-CHARGED          PIC S9(15)V99 COMP-3 VALUE 0.

      * The write-off accounts come from GL-ACCOUNT-MAP (event
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-TOTAL.

      * DEFAULT-CASE-MASTER call: the recovery case, if the loan has
      * one, and the deficiency left once its asset was taken.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DC-OPERATION-DATA
                     PFX-OPERATION      BY WS-DC-OPERATION.
       01  WS-CASE-LOAN-NUMBER       PIC X(10).
       COPY "default-case-record.cob"
           REPLACING PFX-DC-TAKEN-DATE    BY WS-DC-TAKEN-DATE
                     PFX-DC-DEFICIENCY    BY WS-DC-DEFICIENCY
                     PFX-DC-DISPOSITION   BY WS-DC-DISPOSITION
                     PFX-DEFAULT-CASE-RECORD BY WS-DEFAULT-CASE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DC-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DC-RESULT-SUCCESS.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other servicing batches bracket
      * their runs; the run-id is stamped into every CHGO record.
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Charged off: " WS-LOANS-CHARGED
           DISPLAY "Held in recovery: " WS-LOANS-IN-RECOVERY
           DISPLAY "Balance written off: " WS-ED-TOTAL
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

      *----------------------------------------------------------------*
      * REVIEW-ONE-LOAN - only ACTIVE loans past the threshold charge  *
      * off, unless a recovery case decides; the CHGO journal record   *
      * and GL pair are written per loan so finance sees each write-   *
      * off individually.                                              *
      *----------------------------------------------------------------*
       REVIEW-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE"
                   AND LOAN-CURRENT-BALANCE > 0
               PERFORM LOOK-UP-DEFAULT-CASE
               EVALUATE TRUE
                   WHEN WS-DC-RESULT-SUCCESS
                           AND WS-DC-DISPOSITION NOT = "REINSTATED"
                           AND WS-DC-TAKEN-DATE IS NUMERIC
                           AND WS-DC-TAKEN-DATE > 0
                       PERFORM CHARGE-OFF-THE-DEFICIENCY
                   WHEN WS-DC-RESULT-SUCCESS
                           AND WS-DC-DISPOSITION = SPACES
                       ADD 1 TO WS-LOANS-IN-RECOVERY
                   WHEN OTHER
                       COMPUTE WS-DUE-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE-DATE)
                       COMPUTE WS-DAYS-PAST-DUE =
                           WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER
                       IF WS-DAYS-PAST-DUE > WS-THRESHOLD-DAYS
                           MOVE LOAN-CURRENT-BALANCE
                               TO WS-CHARGE-OFF-AMOUNT
                           PERFORM CHARGE-OFF-THE-LOAN
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-LOAN.

       LOOK-UP-DEFAULT-CASE.
           MOVE LOAN-NUMBER TO WS-CASE-LOAN-NUMBER
           MOVE SPACES TO WS-DEFAULT-CASE-RECORD
           MOVE 3 TO WS-DC-OPERATION-LEN
           MOVE "GET" TO WS-DC-OPERATION-DATA
           CALL "DEFAULT-CASE-MASTER" USING
               WS-DC-OPERATION, WS-CASE-LOAN-NUMBER,
               WS-DEFAULT-CASE-RECORD, WS-DC-RESULT.

      *----------------------------------------------------------------*
      * CHARGE-OFF-THE-DEFICIENCY - the asset is in owned property, so *
      * the loss is known: the case's deficiency, or the balance if    *
      * payments since have brought it lower. A taking that covered    *
      * the whole balance leaves nothing to write off.                 *
      *----------------------------------------------------------------*
       CHARGE-OFF-THE-DEFICIENCY.
           IF WS-DC-DEFICIENCY < LOAN-CURRENT-BALANCE
               MOVE WS-DC-DEFICIENCY TO WS-CHARGE-OFF-AMOUNT
           ELSE
               MOVE LOAN-CURRENT-BALANCE TO WS-CHARGE-OFF-AMOUNT
           END-IF
           IF WS-CHARGE-OFF-AMOUNT > 0
               PERFORM CHARGE-OFF-THE-LOAN
           END-IF.

       CHARGE-OFF-THE-LOAN.
           MOVE "CHARGEDOFF" TO LOAN-STATUS
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS = "00"
               ADD 1 TO WS-LOANS-CHARGED
               ADD WS-CHARGE-OFF-AMOUNT TO WS-TOTAL-CHARGED
               PERFORM POST-CHARGE-OFF-GL-ENTRIES
               PERFORM WRITE-CHARGE-OFF-JOURNAL-RECORD
           ELSE
               MOVE WS-RUN-DATE TO GL-ENTRY-DATE
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE WS-CHARGE-OFF-AMOUNT TO GL-AMOUNT
               MOVE LOAN-NUMBER TO GL-REFERENCE
               MOVE "Loan charge-off - expense" TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD
                   WS-LOANS-READ DELIMITED BY SIZE
                   " charged=" DELIMITED BY SIZE
                   WS-LOANS-CHARGED DELIMITED BY SIZE
                   " recovery=" DELIMITED BY SIZE
                   WS-LOANS-IN-RECOVERY DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING


      *----------------------------------------------------------------*
      * WRITE-CHARGE-OFF-JOURNAL-RECORD - the CHGO event for the       *
      * amount written off; best-effort the way checkpoint saves       *
      * are.                                                           *
      *----------------------------------------------------------------*
       WRITE-CHARGE-OFF-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "CHGO" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-CHARGE-OFF-AMOUNT TO WS-TXN-AMOUNT
           MOVE WS-CHARGE-OFF-AMOUNT TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
