      * block per borrower to tax_statements.YYYY.rpt with a control   *
      * total that ties to the year's GL interest-income postings.     *
      *                                                                *
      * The statement also reports the escrow interest the bank paid   *
      * the borrower -- the year's ESCI credits ESCROW-INTEREST makes  *
      * where state law requires it -- with its own control total      *
      * tying to the year's escrow interest expense.                   *
      *                                                                *
      * Everything comes from the permanent journal, so a prior year   *
      * can be rerun any time the question comes up.                   *
      *================================================================*
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-STATEMENTS-PRODUCED    PIC 9(5) VALUE 0.
       01  WS-LOAN-YEAR-INTEREST     PIC S9(13)V99 COMP-3.
       01  WS-LOAN-YEAR-ESCROW-INT   PIC S9(13)V99 COMP-3.
       01  WS-CONTROL-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-ESCROW-CONTROL-TOTAL   PIC S9(15)V99 COMP-3 VALUE 0.

      * Per-borrower roll-up, filled in walk order the same
      * append-a-row way BATCH-LOAN-DRIVER's branch totals table is.
               10  WS-BT-CUSTOMER-ID    PIC X(10).
               10  WS-BT-LOAN-COUNT     PIC 9(5).
               10  WS-BT-INTEREST       PIC S9(13)V99 COMP-3.
               10  WS-BT-ESCROW-INT     PIC S9(13)V99 COMP-3.
       01  WS-BORROWER-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-BORROWER-MAX           PIC S9(4) COMP VALUE 1000.
       01  WS-BORROWER-SLOT          PIC S9(4) COMP.
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Statements produced: " WS-STATEMENTS-PRODUCED
           DISPLAY "Interest control total: " WS-ED-AMOUNT
           MOVE WS-ESCROW-CONTROL-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Escrow interest control total: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           ADD 1 TO WS-LOANS-READ
           PERFORM TOTAL-YEAR-INTEREST-FOR-LOAN
           IF WS-LOAN-YEAR-INTEREST NOT = 0
                   OR WS-LOAN-YEAR-ESCROW-INT NOT = 0
               PERFORM ROLL-UP-TO-BORROWER
           END-IF
           PERFORM READ-NEXT-LOAN.

       TOTAL-YEAR-INTEREST-FOR-LOAN.
           MOVE 0 TO WS-LOAN-YEAR-INTEREST
           MOVE 0 TO WS-LOAN-YEAR-ESCROW-INT
           MOVE "N" TO WS-TXN-EOF-SWITCH

           OPEN INPUT TRANSACTION-FILE
                           OR TXN-CODE = "RVSL")
                   ADD TXN-INTEREST TO WS-LOAN-YEAR-INTEREST
               END-IF
               IF WS-TXN-YEAR = WS-TAX-YEAR AND TXN-CODE = "ESCI"
                   ADD TXN-AMOUNT TO WS-LOAN-YEAR-ESCROW-INT
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

                       TO WS-BT-CUSTOMER-ID(WS-BORROWER-IDX)
                   MOVE 0 TO WS-BT-LOAN-COUNT(WS-BORROWER-IDX)
                   MOVE 0 TO WS-BT-INTEREST(WS-BORROWER-IDX)
                   MOVE 0 TO WS-BT-ESCROW-INT(WS-BORROWER-IDX)
                   MOVE "Y" TO WS-BORROWER-FOUND-SWITCH
                   SET WS-BORROWER-SLOT TO WS-BORROWER-IDX
               ELSE
               ADD 1 TO WS-BT-LOAN-COUNT(WS-BORROWER-SLOT)
               ADD WS-LOAN-YEAR-INTEREST
                   TO WS-BT-INTEREST(WS-BORROWER-SLOT)
               ADD WS-LOAN-YEAR-ESCROW-INT
                   TO WS-BT-ESCROW-INT(WS-BORROWER-SLOT)
           END-IF.

      *----------------------------------------------------------------*
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-BT-ESCROW-INT(WS-BORROWER-IDX) NOT = 0
               MOVE WS-BT-ESCROW-INT(WS-BORROWER-IDX) TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Escrow interest paid to you: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           WRITE STATEMENT-LINE

           ADD WS-BT-INTEREST(WS-BORROWER-IDX) TO WS-CONTROL-TOTAL
           ADD WS-BT-ESCROW-INT(WS-BORROWER-IDX)
               TO WS-ESCROW-CONTROL-TOTAL
           ADD 1 TO WS-STATEMENTS-PRODUCED.

       WRITE-CONTROL-TOTAL.

           MOVE "Ties to GL interest income for the year."
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-ESCROW-CONTROL-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "CONTROL TOTAL - escrow interest paid: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE "Ties to GL escrow interest expense for the year."
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       READ-NEXT-LOAN.
