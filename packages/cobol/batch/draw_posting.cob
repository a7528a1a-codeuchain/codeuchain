      *================================================================*
      * CodeUChain COBOL Batch - Credit Line Draw Posting              *
      *                                                                *
      * Posts the day's draws against revolving lines of credit: each  *
      * input item (loan number, date, amount, reference) is checked   *
      * against the loan's LINE-MASTER record, and a good draw raises  *
      * the drawn balance on LOAN-MASTER, takes the amount out of the  *
      * line's available credit, appends a DRAW record to the loan's   *
      * journal and posts the balanced DRAW pair (loans receivable     *
      * against cash) to gl_feed.dat the same way ESCROW-DISBURSEMENT  *
      * posts its disbursements.                                       *
      *                                                                *
      * A draw larger than the credit left, dated after the line's     *
      * draw period ended, against a loan with no line, or against a   *
      * loan not ACTIVE is rejected to draw_exceptions.rpt and posts   *
      * nothing, the same defined-handling discipline the other        *
      * posters apply to their strays.                                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAW-POSTING.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAW-FILE
               ASSIGN TO DYNAMIC WS-DRAW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "draw_exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAW-FILE.
       01  DRAW-RECORD.
           05  DRW-LOAN-NUMBER       PIC X(10).
           05  DRW-DATE              PIC 9(8).
           05  DRW-AMOUNT            PIC 9(9)V99.
           05  DRW-REFERENCE         PIC X(20).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DRAW-FILE-NAME         PIC X(100)
                                    VALUE "draw_requests.dat".
       01  WS-DRAW-STATUS            PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-EXCEPTION-FILE-STATUS  PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-ITEM-COUNT             PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DRAWN            PIC S9(15)V99 COMP-3 VALUE 0.

      * LINE-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LN-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LN-OPERATION-DATA
                     PFX-OPERATION      BY WS-LN-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "line-record.cob"
           REPLACING PFX-LINE-CREDIT-LIMIT BY WS-LINE-CREDIT-LIMIT
                     PFX-LINE-AVAILABLE    BY WS-LINE-AVAILABLE
                     PFX-LINE-DRAW-END-DATE BY WS-LINE-DRAW-END-DATE
                     PFX-LINE-MIN-PAY-PCT  BY WS-LINE-MIN-PAY-PCT
                     PFX-LINE-LAST-DRAW    BY WS-LINE-LAST-DRAW
                     PFX-LINE-RECORD       BY WS-LINE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LN-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LN-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LN-RESULT-NOTFOUND.

      * LOAN-MASTER call: the drawn balance lives on the loan record,
      * updated by GET, change, INSERT the way PAYMENT-POSTING does.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
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
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * The draw posting's accounts come from GL-ACCOUNT-MAP (event
      * DRAW): loans receivable against cash.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT    PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT   PIC X(10).
       01  WS-GM-RESULT               PIC X(10).

       01  WS-POSTING-DATE           PIC X(8).
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AVAILABLE.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other posters bracket their runs;
      * the run-id is stamped into every DRAW journal record.
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

      * LOAN-TRANSACTION journal call: one DRAW record per posted
      * draw, the advance carried as principal added to the balance.
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

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Credit Line Draw Posting"
           DISPLAY "=========================================="

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Draw file: " FUNCTION TRIM(WS-DRAW-FILE-NAME)

           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           OPEN INPUT DRAW-FILE
           IF WS-DRAW-STATUS = "00"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               PERFORM READ-NEXT-DRAW
               PERFORM PROCESS-ONE-DRAW
                   UNTIL WS-END-OF-FILE
               CLOSE DRAW-FILE
               CLOSE EXCEPTION-REPORT-FILE
           ELSE
               DISPLAY "DRAW-POSTING: Unable to open draw file, "
                       "status " WS-DRAW-STATUS
           END-IF

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           MOVE WS-TOTAL-DRAWN TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Items read: " WS-ITEM-COUNT
           DISPLAY "Posted: " WS-POSTED-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT
               " Failed: " WS-FAILURE-COUNT
           DISPLAY "Drawn: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * draw file; left off the command line it keeps this run's       *
      * default, same convention PAYMENT-POSTING uses.                 *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DRAW-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

       SET-RUN-RETURN-CODE.
           IF WS-DRAW-STATUS NOT = "00"
                   AND WS-DRAW-STATUS NOT = "10"
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * PROCESS-ONE-DRAW - looks up the loan and its line, checks the  *
      * draw against the line's terms, posts it, then reads the next   *
      * item.                                                          *
      *----------------------------------------------------------------*
       PROCESS-ONE-DRAW.
           ADD 1 TO WS-ITEM-COUNT

           IF DRW-AMOUNT = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-ZERO-ITEM-EXCEPTION
               PERFORM READ-NEXT-DRAW
           ELSE
               PERFORM LOOK-UP-AND-DRAW
           END-IF.

       LOOK-UP-AND-DRAW.
           MOVE DRW-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           EVALUATE TRUE
               WHEN WS-LM-RESULT-SUCCESS
                   PERFORM CHECK-AND-POST-DRAW
               WHEN WS-LM-RESULT-NOTFOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-NO-SUCH-LOAN-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "DRAW-POSTING: Loan master unavailable "
                           "for " DRW-LOAN-NUMBER " ("
                           WS-LM-RESULT ")"
           END-EVALUATE

           PERFORM READ-NEXT-DRAW.

      *----------------------------------------------------------------*
      * CHECK-AND-POST-DRAW - the line's terms decide: no line, a      *
      * closed loan, a draw dated past the draw period, or a draw      *
      * over the credit left each go to the exception report; anything *
      * else posts.                                                    *
      *----------------------------------------------------------------*
       CHECK-AND-POST-DRAW.
           MOVE SPACES TO WS-LINE-RECORD
           MOVE 3 TO WS-LN-OPERATION-LEN
           MOVE "GET" TO WS-LN-OPERATION-DATA
           CALL "LINE-MASTER" USING
               WS-LN-OPERATION, WS-LOAN-NUMBER, WS-LINE-RECORD,
               WS-LN-RESULT

           EVALUATE TRUE
               WHEN WS-LN-RESULT-NOTFOUND
               WHEN WS-LN-RESULT = "NOFILE"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-NO-LINE-EXCEPTION
               WHEN NOT WS-LN-RESULT-SUCCESS
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "DRAW-POSTING: Line master unavailable "
                           "for " DRW-LOAN-NUMBER " ("
                           WS-LN-RESULT ")"
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-NOT-ACTIVE-EXCEPTION
               WHEN DRW-DATE > WS-LINE-DRAW-END-DATE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-DRAW-PERIOD-EXCEPTION
               WHEN DRW-AMOUNT > WS-LINE-AVAILABLE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-OVER-LIMIT-EXCEPTION
               WHEN OTHER
                   PERFORM POST-DRAW
           END-EVALUATE.

      *----------------------------------------------------------------*
      * POST-DRAW - raises the loan balance first, then takes the      *
      * draw out of the line; a loan update that fails posts nothing   *
      * further, so the books and the line never disagree with the     *
      * loan.                                                          *
      *----------------------------------------------------------------*
       POST-DRAW.
           ADD DRW-AMOUNT TO WS-LOAN-CURRENT-BALANCE
           MOVE 6 TO WS-LM-OPERATION-LEN
           MOVE "INSERT" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           IF WS-LM-RESULT-SUCCESS
               SUBTRACT DRW-AMOUNT FROM WS-LINE-AVAILABLE
               MOVE DRW-DATE TO WS-LINE-LAST-DRAW
               MOVE 6 TO WS-LN-OPERATION-LEN
               MOVE "INSERT" TO WS-LN-OPERATION-DATA
               CALL "LINE-MASTER" USING
                   WS-LN-OPERATION, WS-LOAN-NUMBER, WS-LINE-RECORD,
                   WS-LN-RESULT
               IF NOT WS-LN-RESULT-SUCCESS
                   DISPLAY "DRAW-POSTING: Line update failed for "
                           DRW-LOAN-NUMBER " (" WS-LN-RESULT ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-POSTED-COUNT
               ADD DRW-AMOUNT TO WS-TOTAL-DRAWN
               PERFORM POST-DRAW-GL-ENTRIES
               PERFORM WRITE-DRAW-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "DRAW-POSTING: Loan update failed for "
                       DRW-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * POST-DRAW-GL-ENTRIES - one balanced pair per draw: debit loans *
      * receivable, credit cash, appended the same way ESCROW-         *
      * DISBURSEMENT appends its entries.                              *
      *----------------------------------------------------------------*
       POST-DRAW-GL-ENTRIES.
           MOVE "DRAW" TO WS-GL-EVENT-TYPE
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               MOVE WS-POSTING-DATE TO GL-ENTRY-DATE
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE DRW-AMOUNT TO GL-AMOUNT
               MOVE DRW-LOAN-NUMBER TO GL-REFERENCE
               MOVE SPACES TO GL-DESCRIPTION
               STRING "Credit line draw - " DELIMITED BY SIZE
                       FUNCTION TRIM(DRW-REFERENCE) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-FEED-RECORD

               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD

               CLOSE GL-FEED-FILE
           ELSE
               DISPLAY "DRAW-POSTING: Failed to open gl_feed.dat, "
                       "status " WS-GL-FEED-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-JOB-HEADER / WRITE-JOB-TRAILER - bracket this run in the *
      * shared audit log with a run-id, same shape the other posters   *
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
                   " items=" DELIMITED BY SIZE
                   WS-ITEM-COUNT DELIMITED BY SIZE
                   " posted=" DELIMITED BY SIZE
                   WS-POSTED-COUNT DELIMITED BY SIZE
                   " exceptions=" DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

      *----------------------------------------------------------------*
      * WRITE-DRAW-JOURNAL-RECORD - the DRAW event, the advance        *
      * carried as principal with the balance after it; best-effort    *
      * the way checkpoint saves are.                                  *
      *----------------------------------------------------------------*
       WRITE-DRAW-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "DRAW" TO WS-TXN-CODE
           MOVE DRW-DATE TO WS-TXN-DATE
           MOVE DRW-AMOUNT TO WS-TXN-AMOUNT
           MOVE DRW-AMOUNT TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "DRAW-POSTING: Journal append failed for "
                       WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

       WRITE-ZERO-ITEM-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "ZERO-AMOUNT DRAW: " DELIMITED BY SIZE
                   DRW-LOAN-NUMBER DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-NO-SUCH-LOAN-EXCEPTION.
           MOVE DRW-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "NO SUCH LOAN: " DELIMITED BY SIZE
                   DRW-LOAN-NUMBER DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-NO-LINE-EXCEPTION.
           MOVE DRW-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "NOT A CREDIT LINE: " DELIMITED BY SIZE
                   DRW-LOAN-NUMBER DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-NOT-ACTIVE-EXCEPTION.
           MOVE DRW-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "LINE NOT ACTIVE: " DELIMITED BY SIZE
                   DRW-LOAN-NUMBER DELIMITED BY SIZE
                   "  Status: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-STATUS) DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-DRAW-PERIOD-EXCEPTION.
           MOVE DRW-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "DRAW PERIOD ENDED: " DELIMITED BY SIZE
                   DRW-LOAN-NUMBER DELIMITED BY SIZE
                   "  Draw date: " DELIMITED BY SIZE
                   DRW-DATE DELIMITED BY SIZE
                   "  Period ended: " DELIMITED BY SIZE
                   WS-LINE-DRAW-END-DATE DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-OVER-LIMIT-EXCEPTION.
           MOVE DRW-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-LINE-AVAILABLE TO WS-ED-AVAILABLE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "OVER AVAILABLE CREDIT: " DELIMITED BY SIZE
                   DRW-LOAN-NUMBER DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   "  Available: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AVAILABLE) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       READ-NEXT-DRAW.
           READ DRAW-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       END PROGRAM DRAW-POSTING.
