      * to exposure_report.rpt with any customer over the              *
      * concentration limit flagged. The limit defaults to 250000 and  *
      * positional argument 1 overrides it.                            *
      * A loan matured with its balance still owing is exposure like   *
      * any open loan until it is paid.                                *
      * The booked side is also broken out by the loan's risk grade    *
      * (Pass through Doubtful, a blank grade counting as Pass) at     *
      * the foot of the report.                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-RISK-RATING     BY LOAN-RISK-RATING
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  EXPOSURE-REPORT-FILE.
           88  WS-GROUP-FOUND                VALUE "Y".
       01  WS-MEMBER-EXPOSURE        PIC S9(15)V99 COMP-3.

      * Booked exposure by risk grade, "1" Pass through "5" Doubtful.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 5 TIMES
                              INDEXED BY WS-GRADE-IDX.
               10  WS-GRADE-LABEL       PIC X(15).
               10  WS-GRADE-LOANS       PIC 9(7).
               10  WS-GRADE-TOTAL       PIC S9(15)V99 COMP-3.
       01  WS-GRADE-DIGIT            PIC 9(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM INITIALIZE-GRADE-TABLE
           MOVE WS-CONCENTRATION-LIMIT TO WS-ED-LIMIT
           DISPLAY "Concentration limit: " WS-ED-LIMIT

                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LIMIT-ARG))
           END-IF.

       INITIALIZE-GRADE-TABLE.
           MOVE "PASS" TO WS-GRADE-LABEL(1)
           MOVE "WATCH" TO WS-GRADE-LABEL(2)
           MOVE "SPECIAL MENTION" TO WS-GRADE-LABEL(3)
           MOVE "SUBSTANDARD" TO WS-GRADE-LABEL(4)
           MOVE "DOUBTFUL" TO WS-GRADE-LABEL(5)
           PERFORM ZERO-ONE-GRADE
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 5.

       ZERO-ONE-GRADE.
           MOVE 0 TO WS-GRADE-LOANS(WS-GRADE-IDX)
           MOVE 0 TO WS-GRADE-TOTAL(WS-GRADE-IDX).

      *----------------------------------------------------------------*
      * ACCUMULATE-FROM-LOAN-MASTER - open balances per customer id,   *
      * and per risk grade.                                            *
      *----------------------------------------------------------------*
       ACCUMULATE-FROM-LOAN-MASTER.
           MOVE "N" TO WS-LOAN-EOF-SWITCH
           END-IF.

       ACCUMULATE-ONE-LOAN.
           IF (LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED")
                   AND LOAN-CUSTOMER-ID NOT = SPACES
               MOVE LOAN-CUSTOMER-ID TO WS-ADD-CUSTOMER-ID
               MOVE LOAN-CURRENT-BALANCE TO WS-ADD-AMOUNT
               PERFORM ADD-TO-EXPOSURE-TABLE
               PERFORM ADD-TO-GRADE-TABLE
           END-IF
           PERFORM READ-NEXT-LOAN.

       ADD-TO-GRADE-TABLE.
           IF LOAN-RISK-RATING >= "1" AND LOAN-RISK-RATING <= "5"
               MOVE LOAN-RISK-RATING TO WS-GRADE-DIGIT
           ELSE
               MOVE 1 TO WS-GRADE-DIGIT
           END-IF
           SET WS-GRADE-IDX TO WS-GRADE-DIGIT
           ADD 1 TO WS-GRADE-LOANS(WS-GRADE-IDX)
           ADD LOAN-CURRENT-BALANCE TO WS-GRADE-TOTAL(WS-GRADE-IDX).

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   UNTIL WS-EXP-IDX > WS-EXPOSURE-COUNT

               PERFORM WRITE-HOUSEHOLD-ROLLUP
               PERFORM WRITE-GRADE-BREAKOUT

               CLOSE EXPOSURE-REPORT-FILE
           ELSE
           END-IF
           WRITE EXPOSURE-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-GRADE-BREAKOUT - booked balances only; in-flight         *
      * applications carry no grade until they book.                   *
      *----------------------------------------------------------------*
       WRITE-GRADE-BREAKOUT.
           MOVE ALL "-" TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE "BOOKED EXPOSURE BY RISK GRADE" TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           PERFORM WRITE-ONE-GRADE-LINE
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 5.

       WRITE-ONE-GRADE-LINE.
           MOVE WS-GRADE-TOTAL(WS-GRADE-IDX) TO WS-ED-TOTAL
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING WS-GRADE-LABEL(WS-GRADE-IDX) DELIMITED BY SIZE
                   " Loans: " DELIMITED BY SIZE
                   WS-GRADE-LOANS(WS-GRADE-IDX) DELIMITED BY SIZE
                   " Exposure: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TOTAL) DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           END-STRING
           WRITE EXPOSURE-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-HOUSEHOLD-ROLLUP - loads the relationship rows, folds   *
      * every linked member's exposure into its household, and lists  *
