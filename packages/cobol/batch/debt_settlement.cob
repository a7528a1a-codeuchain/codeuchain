      *================================================================*
      * CodeUChain COBOL Batch - Debt Settlement Write-Off             *
      *                                                                *
      * Closes the loans collections has agreed to settle for less     *
      * than is owed. Each agreement in debt_settlements.dat (loan     *
      * number, settlement amount, agreement date, and the date the    *
      * funds must arrive by -- zero for no deadline; positional       *
      * argument 1 names another file) is checked against the loan's   *
      * journal: once the PAY records posted since the agreement date  *
      * (less any RVSL that reversed one) reach the settlement amount, *
      * whatever the loan still owes is forgiven.                      *
      *                                                                *
      * The forgiven principal (the balance left) and the accrued      *
      * interest never collected are written off -- one SETTLEWO pair  *
      * for the principal against the receivable and one SETTLEINT     *
      * pair for the interest against accrued interest receivable in   *
      * gl_feed.dat -- and journaled together as an STLW record; the   *
      * loan is left PAIDOFF with nothing owing, before/after images   *
      * captured through AUDIT-IMAGE, so LOAN-SATISFACTION releases    *
      * the lien the same as on any payoff. The STLW record is what    *
      * CANCELLATION-OF-DEBT reports on the borrower's 1099-C.         *
      *                                                                *
      * Rerun-safe from the journal: a loan already carrying an STLW   *
      * record is skipped. An agreement not yet funded stays in the    *
      * file as pending; one past its fund-by date, or naming a loan   *
      * the master doesn't know or that is no longer ACTIVE, lands on  *
      * settlement_exceptions.rpt.                                     *
      *                                                                *
      * Return codes: 0 clean, 4 exceptions listed, 8 a loan or the    *
      * GL could not be updated, 16 the settlement file could not be   *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBT-SETTLEMENT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE
               ASSIGN TO DYNAMIC WS-SETTLEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "settlement_exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  STL-LOAN-NUMBER       PIC X(10).
           05  STL-SETTLEMENT-AMOUNT PIC 9(11)V99.
           05  STL-AGREEMENT-DATE    PIC 9(8).
           05  STL-FUND-BY-DATE      PIC 9(8).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-AMOUNT      BY TXN-AMOUNT
                         PFX-TXN-PRINCIPAL   BY TXN-PRINCIPAL
                         PFX-TXN-INTEREST    BY TXN-INTEREST
                         PFX-TXN-ESCROW      BY TXN-ESCROW
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-TXN-RUN-ID      BY TXN-RUN-ID
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

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
       01  WS-SETTLEMENT-FILE-NAME   PIC X(100)
                                    VALUE "debt_settlements.dat".
       01  WS-SETTLEMENT-STATUS      PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-EXCEPTION-FILE-STATUS  PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-STLW-FOUND-SWITCH      PIC X(1) VALUE "N".
           88  WS-ALREADY-SETTLED            VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-ITEMS-READ             PIC 9(7) VALUE 0.
       01  WS-ITEMS-SETTLED          PIC 9(7) VALUE 0.
       01  WS-ITEMS-PENDING          PIC 9(7) VALUE 0.
       01  WS-ITEMS-SKIPPED          PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * What the borrower has paid toward the agreement, and what the
      * settlement forgives once it is funded.
       01  WS-FUNDS-RECEIVED         PIC S9(13)V99.
       01  WS-FORGIVEN-PRINCIPAL     PIC S9(13)V99.
       01  WS-FORGIVEN-INTEREST      PIC S9(13)V99.
       01  WS-FORGIVEN-TOTAL         PIC S9(13)V99.
       01  WS-TOTAL-FORGIVEN         PIC S9(15)V99 COMP-3 VALUE 0.

      * The business date comes from the PROCESSING-DATE control
      * record, so the write-off posts on the date the books close on.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

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
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * AUDIT-IMAGE call: one before/after record per settlement.
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

      * The write-off accounts come from GL-ACCOUNT-MAP: SETTLEWO for
      * the principal forgiven, SETTLEINT for the accrued interest.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT    PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT   PIC X(10).
       01  WS-GM-RESULT               PIC X(10).
       01  WS-GL-POST-AMOUNT          PIC S9(13)V99.
       01  WS-GL-POST-DESCRIPTION     PIC X(60).

      * Job log run-id header/trailer; the run-id is stamped into
      * every STLW journal record.
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

      * LOAN-TRANSACTION journal call: the STLW event for the amount
      * forgiven.
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

       01  WS-EXCEPTION-REASON       PIC X(40).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PAID.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Debt Settlement Write-Off"
           DISPLAY "=========================================="

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Settlement file: "
                   FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME)

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLEMENT-STATUS = "00"
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               PERFORM READ-NEXT-SETTLEMENT
               PERFORM PROCESS-ONE-SETTLEMENT
                   UNTIL WS-END-OF-FILE
               CLOSE SETTLEMENT-FILE
               CLOSE EXCEPTION-REPORT-FILE
           ELSE
               DISPLAY "DEBT-SETTLEMENT: Unable to open "
                       "settlement file, status "
                       WS-SETTLEMENT-STATUS
           END-IF

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           MOVE WS-TOTAL-FORGIVEN TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Agreements read: " WS-ITEMS-READ
           DISPLAY "Settled: " WS-ITEMS-SETTLED
               " Pending: " WS-ITEMS-PENDING
               " Skipped (already settled): " WS-ITEMS-SKIPPED
           DISPLAY "Exceptions: " WS-EXCEPTION-COUNT
               " Failed: " WS-FAILURE-COUNT
           DISPLAY "Debt forgiven: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SETTLEMENT-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

       SET-RUN-RETURN-CODE.
           IF WS-SETTLEMENT-STATUS NOT = "00"
                   AND WS-SETTLEMENT-STATUS NOT = "10"
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * PROCESS-ONE-SETTLEMENT - agreements dated in the future wait;  *
      * everything else goes through the journal: already settled is   *
      * skipped, funded is written off, not yet funded waits unless    *
      * its fund-by date has passed.                                   *
      *----------------------------------------------------------------*
       PROCESS-ONE-SETTLEMENT.
           ADD 1 TO WS-ITEMS-READ

           IF STL-AGREEMENT-DATE > WS-RUN-DATE
               ADD 1 TO WS-ITEMS-PENDING
           ELSE
               PERFORM TOTAL-SETTLEMENT-JOURNAL
               EVALUATE TRUE
                   WHEN WS-ALREADY-SETTLED
                       ADD 1 TO WS-ITEMS-SKIPPED
                   WHEN WS-FUNDS-RECEIVED >= STL-SETTLEMENT-AMOUNT
                       PERFORM APPLY-ONE-SETTLEMENT
                   WHEN STL-FUND-BY-DATE > 0
                           AND STL-FUND-BY-DATE < WS-RUN-DATE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE "AGREEMENT LAPSED UNFUNDED: "
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-SETTLEMENT-EXCEPTION
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-PENDING
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-SETTLEMENT.

      *----------------------------------------------------------------*
      * TOTAL-SETTLEMENT-JOURNAL - keyed START at the loan, walk its   *
      * journal: an STLW already on file means an earlier run settled  *
      * it; the PAY records dated on or after the agreement date, net  *
      * of reversals, are the funds paid toward the settlement.        *
      *----------------------------------------------------------------*
       TOTAL-SETTLEMENT-JOURNAL.
           MOVE "N" TO WS-STLW-FOUND-SWITCH
           MOVE "N" TO WS-TXN-EOF-SWITCH
           MOVE 0 TO WS-FUNDS-RECEIVED

           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FILE-STATUS = "00"
               MOVE STL-LOAN-NUMBER TO TXN-LOAN-NUMBER
               MOVE 0 TO TXN-SEQUENCE
               START TRANSACTION-FILE
                   KEY IS NOT LESS THAN TXN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TXN-EOF-SWITCH
               END-START
               IF NOT WS-TXN-AT-EOF
                   PERFORM READ-NEXT-JOURNAL-RECORD
                   PERFORM CHECK-ONE-JOURNAL-RECORD
                       UNTIL WS-TXN-AT-EOF
               END-IF
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = STL-LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-CODE = "STLW"
                   MOVE "Y" TO WS-STLW-FOUND-SWITCH
               END-IF
               IF TXN-DATE >= STL-AGREEMENT-DATE
                       AND (TXN-CODE = "PAY" OR TXN-CODE = "RVSL")
                   ADD TXN-AMOUNT TO WS-FUNDS-RECEIVED
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * APPLY-ONE-SETTLEMENT - GET, capture before, forgive what is    *
      * left and close the loan PAIDOFF, INSERT, capture after; the    *
      * GL pairs and the STLW record follow only a master update that  *
      * stood.                                                         *
      *----------------------------------------------------------------*
       APPLY-ONE-SETTLEMENT.
           MOVE STL-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           EVALUATE TRUE
               WHEN WS-LM-RESULT-NOTFOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "NO SUCH LOAN: " TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SETTLEMENT-EXCEPTION
               WHEN NOT WS-LM-RESULT-SUCCESS
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "DEBT-SETTLEMENT: Loan master "
                           "unavailable for " STL-LOAN-NUMBER " ("
                           WS-LM-RESULT ")"
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "LOAN NOT ACTIVE: " TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SETTLEMENT-EXCEPTION
               WHEN OTHER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-LOAN-RECORD TO WS-BEFORE-IMAGE

                   MOVE WS-LOAN-CURRENT-BALANCE
                       TO WS-FORGIVEN-PRINCIPAL
                   MOVE WS-LOAN-ACCRUED-INT TO WS-FORGIVEN-INTEREST
                   IF WS-FORGIVEN-PRINCIPAL < 0
                       MOVE 0 TO WS-FORGIVEN-PRINCIPAL
                   END-IF
                   IF WS-FORGIVEN-INTEREST < 0
                       MOVE 0 TO WS-FORGIVEN-INTEREST
                   END-IF
                   COMPUTE WS-FORGIVEN-TOTAL =
                       WS-FORGIVEN-PRINCIPAL + WS-FORGIVEN-INTEREST

                   SUBTRACT WS-FORGIVEN-PRINCIPAL
                       FROM WS-LOAN-CURRENT-BALANCE
                   SUBTRACT WS-FORGIVEN-INTEREST
                       FROM WS-LOAN-ACCRUED-INT
                   MOVE "PAIDOFF" TO WS-LOAN-STATUS

                   MOVE 6 TO WS-LM-OPERATION-LEN
                   MOVE "INSERT" TO WS-LM-OPERATION-DATA
                   CALL "LOAN-MASTER" USING
                       WS-LM-OPERATION, WS-LOAN-NUMBER,
                       WS-LOAN-RECORD, WS-LM-RESULT

                   IF WS-LM-RESULT-SUCCESS
                       ADD 1 TO WS-ITEMS-SETTLED
                       ADD WS-FORGIVEN-TOTAL TO WS-TOTAL-FORGIVEN
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE WS-LOAN-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-IMAGE
                       PERFORM POST-SETTLEMENT-GL-ENTRIES
                       PERFORM WRITE-SETTLEMENT-JOURNAL-RECORD
                   ELSE
                       ADD 1 TO WS-FAILURE-COUNT
                       DISPLAY "DEBT-SETTLEMENT: Loan update "
                               "failed for " STL-LOAN-NUMBER " ("
                               WS-LM-RESULT ")"
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * WRITE-AUDIT-IMAGE - one before/after record per settlement;    *
      * best-effort, since the master update itself already stood.     *
      *----------------------------------------------------------------*
       WRITE-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "loan_master.dat" TO WS-AI-FILE-NAME
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
      * POST-SETTLEMENT-GL-ENTRIES - a SETTLEWO pair for the principal *
      * forgiven and a SETTLEINT pair for the accrued interest, each   *
      * only when there is something to post.                          *
      *----------------------------------------------------------------*
       POST-SETTLEMENT-GL-ENTRIES.
           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               IF WS-FORGIVEN-PRINCIPAL > 0
                   MOVE "SETTLEWO" TO WS-GL-EVENT-TYPE
                   MOVE WS-FORGIVEN-PRINCIPAL TO WS-GL-POST-AMOUNT
                   MOVE "Settlement write-off - principal"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               IF WS-FORGIVEN-INTEREST > 0
                   MOVE "SETTLEINT" TO WS-GL-EVENT-TYPE
                   MOVE WS-FORGIVEN-INTEREST TO WS-GL-POST-AMOUNT
                   MOVE "Settlement write-off - accrued interest"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               CLOSE GL-FEED-FILE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "DEBT-SETTLEMENT: Failed to open gl_feed.dat, "
                       "status " WS-GL-FEED-STATUS
           END-IF.

       POST-ONE-GL-PAIR.
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           MOVE WS-RUN-DATE TO GL-ENTRY-DATE
           MOVE WS-LOAN-NUMBER TO GL-REFERENCE
           MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-POST-DESCRIPTION TO GL-DESCRIPTION

           MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "D" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD

           MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "C" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD.

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
                   " agreements=" DELIMITED BY SIZE
                   WS-ITEMS-READ DELIMITED BY SIZE
                   " settled=" DELIMITED BY SIZE
                   WS-ITEMS-SETTLED DELIMITED BY SIZE
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
      * WRITE-SETTLEMENT-JOURNAL-RECORD - the STLW event: principal    *
      * and interest forgiven, amount their sum, dated the business    *
      * date the debt was discharged; it doubles as the rerun-safety   *
      * marker the journal walk keys off.                              *
      *----------------------------------------------------------------*
       WRITE-SETTLEMENT-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "STLW" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-FORGIVEN-TOTAL TO WS-TXN-AMOUNT
           MOVE WS-FORGIVEN-PRINCIPAL TO WS-TXN-PRINCIPAL
           MOVE WS-FORGIVEN-INTEREST TO WS-TXN-INTEREST
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
               DISPLAY "DEBT-SETTLEMENT: Journal append failed "
                       "for " WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-SETTLEMENT-EXCEPTION - the reason the caller left, then  *
      * the loan, the agreed amount and what has been paid toward it.  *
      *----------------------------------------------------------------*
       WRITE-SETTLEMENT-EXCEPTION.
           MOVE STL-SETTLEMENT-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-FUNDS-RECEIVED TO WS-ED-PAID
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING FUNCTION TRIM(WS-EXCEPTION-REASON)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STL-LOAN-NUMBER DELIMITED BY SIZE
                   "  Settlement: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   "  Paid: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PAID) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       READ-NEXT-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       END PROGRAM DEBT-SETTLEMENT.
