      *================================================================*
      * CodeUChain COBOL Batch - Escrow Interest Accrual and Credit    *
      *                                                                *
      * Several states make us pay interest on the escrow we hold for  *
      * borrowers. Walks every account on ESCROW-MASTER nightly (the   *
      * same direct-FD I-O walk ESCROW-ANALYSIS does) and:             *
      *                                                                *
      *   - adds the account's balance for each day since it was last  *
      *     walked into the month's balance-days, so a month's average *
      *     escrow balance is its balance-days over its days;          *
      *   - at each month end accrues a month's interest on that       *
      *     average at the annual rate escrow_interest_rates.dat sets  *
      *     for the property's state (state 2, rate 9(2)V9(4) percent  *
      *     per row; a state with no row pays nothing, and a blank     *
      *     property state is filled in from the borrower's state);    *
      *   - at year end, and when the loan is PAIDOFF, credits what    *
      *     has accrued to the escrow balance with an ESCI journal     *
      *     record (the interest in the amount and escrow fields) and  *
      *     the ESCINT GL pair, escrow interest expense against the    *
      *     escrow funds liability. A year-end credit, journal and GL  *
      *     alike, is dated the year's last day so the tax statements  *
      *     and the books carry it in the year it was earned; a        *
      *     paid-off loan's account is then closed to interest so      *
      *     CREDIT-BALANCE-REFUND can send the escrow back.            *
      *                                                                *
      * Rerun-safe by the through date on each account: a rerun the    *
      * same night finds no days to add, and a night the step was      *
      * skipped is caught up, month ends included, on the next one.    *
      * The account is rewritten before its credit posts, so a         *
      * rewrite failure leaves both untouched for the next night.      *
      *                                                                *
      * Return codes: 0 clean, 4 the rate table or a loan record was   *
      * unavailable, 8 a rewrite or lookup failed or the escrow file   *
      * was locked.                                                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-INTEREST.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-FILE ASSIGN TO "escrow_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESCROW-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "escrow_interest_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-FILE.
       01  ESCROW-FILE-RECORD.
           05  ESCROW-LOAN-NUMBER     PIC X(10).
           COPY "escrow-record.cob"
               REPLACING PFX-ESC-BALANCE        BY ESC-BALANCE
                         PFX-ESC-PROPERTY-STATE BY ESC-PROPERTY-STATE
                         PFX-ESC-INT-THROUGH    BY ESC-INT-THROUGH
                         PFX-ESC-INT-BAL-DAYS   BY ESC-INT-BAL-DAYS
                         PFX-ESC-INT-ACCRUED    BY ESC-INT-ACCRUED
                         PFX-ESC-INT-CREDITED   BY ESC-INT-CREDITED
                         PFX-ESC-INT-STATUS     BY ESC-INT-STATUS
                         PFX-ESCROW-RECORD      BY ESCROW-MASTER-FIELDS.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  EIR-STATE              PIC X(2).
           05  EIR-RATE               PIC 9(2)V9(4).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-RATE-FILE-STATUS       PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

      * Same bounded retry-with-delay shape the other I-O walks use
      * for a file another job may be holding.
       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-RUN-DATE               PIC 9(8).

      * The annual rate per property state, loaded once.
       01  WS-RATE-MAX               PIC S9(4) COMP VALUE 60.
       01  WS-RATE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RT-IDX.
               10  WS-RT-STATE          PIC X(2).
               10  WS-RT-RATE           PIC 9(2)V9(4).
       01  WS-STATE-RATE             PIC 9(2)V9(4).

      * The month the account's through date falls in.
       01  WS-THROUGH-DATE           PIC 9(8).
       01  WS-THROUGH-PARTS REDEFINES WS-THROUGH-DATE.
           05  WS-THROUGH-YEAR       PIC 9(4).
           05  WS-THROUGH-MONTH      PIC 9(2).
           05  WS-THROUGH-DAY        PIC 9(2).
       01  WS-MONTH-START            PIC 9(8).
       01  WS-NEXT-MONTH-START       PIC 9(8).
       01  WS-DAYS-IN-MONTH          PIC S9(3) COMP-3.
       01  WS-PERIOD-END             PIC 9(8).
       01  WS-PERIOD-DAYS            PIC S9(5) COMP-3.

       01  WS-AVERAGE-BALANCE        PIC S9(13)V99 COMP-3.
       01  WS-MONTH-INTEREST         PIC S9(11)V99 COMP-3.

      * Credits made on the account tonight, posted once its rewrite
      * has gone through: the year-end credit (a catch-up across more
      * than one year end folds into the latest) and the payoff one.
       01  WS-YEAR-END-CREDIT        PIC S9(11)V99 COMP-3.
       01  WS-YEAR-END-DATE          PIC 9(8).
       01  WS-PAYOFF-CREDIT          PIC S9(11)V99 COMP-3.
       01  WS-CREDIT-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-CREDIT-DATE            PIC 9(8).
       01  WS-CREDIT-DATE-X REDEFINES WS-CREDIT-DATE
                                     PIC X(8).

       01  WS-ACCOUNTS-READ          PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-STARTED       PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-CLOSED        PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-DONE          PIC 9(7) VALUE 0.
       01  WS-MONTHS-CLOSED          PIC 9(7) VALUE 0.
       01  WS-CREDITS-POSTED         PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACCRUED          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITED         PIC S9(13)V99 COMP-3 VALUE 0.

      * LOAN-MASTER call, lookup only: the loan's status decides a
      * payoff credit, its customer the default property state.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * CUSTOMER-MASTER call: the borrower's state stands in for an
      * account opened without a property state.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-STATE       BY WS-CUST-STATE
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

      * The credit's accounts come from GL-ACCOUNT-MAP (event ESCINT):
      * escrow interest expense against the escrow funds liability.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT    PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT   PIC X(10).
       01  WS-GM-RESULT               PIC X(10).

      * The business date comes from the PROCESSING-DATE control
      * record, the date every other nightly step runs under.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Job log run-id header/trailer; the run-id is stamped into
      * every ESCI journal record.
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

      * LOAN-TRANSACTION journal call: one ESCI record per credit, the
      * interest carried in the amount and as an escrow deposit.
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
                     PFX-TXN-FEES        BY WS-TXN-FEES
                     PFX-TXN-SUSPENSE    BY WS-TXN-SUSPENSE
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Escrow Interest"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-STATE-RATES

           PERFORM OPEN-I-O-ESCROW-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-ACCOUNT
               PERFORM PROCESS-ONE-ACCOUNT
                   UNTIL WS-END-OF-FILE
               CLOSE ESCROW-FILE
               IF WS-FAILURE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXCEPTION-COUNT > 0
                       PERFORM RAISE-RC-4
                   END-IF
               END-IF
           ELSE
               IF FILE-STATUS-BUSY
                   DISPLAY "ESCROW-INTEREST: Gave up waiting for "
                           "file lock"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "ESCROW-INTEREST: Unable to open "
                           "escrow_master.dat, status " FILE-STATUS
                           " -- no escrow accounts"
               END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           MOVE WS-TOTAL-CREDITED TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Accounts read: " WS-ACCOUNTS-READ
               " Started: " WS-ACCOUNTS-STARTED
               " Closed at payoff: " WS-ACCOUNTS-CLOSED
           DISPLAY "Month ends accrued: " WS-MONTHS-CLOSED
           DISPLAY "Credits posted: " WS-CREDITS-POSTED
               " Amount: " WS-ED-AMOUNT
           MOVE WS-TOTAL-ACCRUED TO WS-ED-AMOUNT
           DISPLAY "Interest accrued: " WS-ED-AMOUNT
           DISPLAY "Exceptions: " WS-EXCEPTION-COUNT
               " Failed: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       RAISE-RC-4.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-STATE-RATES - one row per state that requires escrow      *
      * interest. Without the file no state pays tonight, though the   *
      * balance-days still build so nothing is lost once it is back.   *
      *----------------------------------------------------------------*
       LOAD-STATE-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-RATE
               PERFORM LOAD-ONE-RATE
                   UNTIL WS-END-OF-FILE
               CLOSE RATE-FILE
           ELSE
               DISPLAY "ESCROW-INTEREST: Unable to open "
                       "escrow_interest_rates.dat, status "
                       WS-RATE-FILE-STATUS " -- no state pays "
                       "interest tonight"
               PERFORM RAISE-RC-4
           END-IF.

       READ-NEXT-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-RATE.
           IF EIR-STATE NOT = SPACES AND EIR-RATE IS NUMERIC
               IF WS-RATE-COUNT < WS-RATE-MAX
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RT-IDX TO WS-RATE-COUNT
                   MOVE EIR-STATE TO WS-RT-STATE(WS-RT-IDX)
                   MOVE EIR-RATE TO WS-RT-RATE(WS-RT-IDX)
               ELSE
                   DISPLAY "ESCROW-INTEREST: Rate table full; "
                           EIR-STATE " dropped"
                   PERFORM RAISE-RC-4
               END-IF
           END-IF
           PERFORM READ-NEXT-RATE.

      *----------------------------------------------------------------*
      * PROCESS-ONE-ACCOUNT - an account closed at payoff is done;     *
      * every other one is brought up to tonight.                      *
      *----------------------------------------------------------------*
       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ESC-INT-STATUS = "C"
               ADD 1 TO WS-ACCOUNTS-DONE
           ELSE
               PERFORM BRING-ACCOUNT-UP-TO-DATE
           END-IF
           PERFORM READ-NEXT-ACCOUNT.

       BRING-ACCOUNT-UP-TO-DATE.
           IF ESC-INT-THROUGH IS NOT NUMERIC
               MOVE 0 TO ESC-INT-THROUGH
           END-IF
           IF ESC-INT-BAL-DAYS IS NOT NUMERIC
               MOVE 0 TO ESC-INT-BAL-DAYS
           END-IF
           IF ESC-INT-ACCRUED IS NOT NUMERIC
               MOVE 0 TO ESC-INT-ACCRUED
           END-IF
           IF ESC-INT-CREDITED IS NOT NUMERIC
               MOVE 0 TO ESC-INT-CREDITED
           END-IF
           MOVE 0 TO WS-YEAR-END-CREDIT
           MOVE 0 TO WS-YEAR-END-DATE
           MOVE 0 TO WS-PAYOFF-CREDIT

           MOVE ESCROW-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           EVALUATE TRUE
               WHEN WS-LM-RESULT-SUCCESS
                   PERFORM ACCRUE-AND-REWRITE
               WHEN WS-LM-RESULT-NOTFOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "ESCROW-INTEREST: No loan on file for "
                           "escrow account " ESCROW-LOAN-NUMBER
               WHEN OTHER
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "ESCROW-INTEREST: Loan master "
                           "unavailable for " ESCROW-LOAN-NUMBER " ("
                           WS-LM-RESULT ")"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ACCRUE-AND-REWRITE - an account never walked before starts     *
      * counting tonight. Otherwise each month end passed since the    *
      * through date is closed in turn, the days since the last one    *
      * are added, and a paid-off loan's account takes its part month  *
      * and its final credit. The credits post once the account is     *
      * rewritten.                                                     *
      *----------------------------------------------------------------*
       ACCRUE-AND-REWRITE.
           IF ESC-PROPERTY-STATE = SPACES
               PERFORM FILL-PROPERTY-STATE
           END-IF
           PERFORM FIND-STATE-RATE

           IF ESC-INT-THROUGH = 0
               MOVE WS-RUN-DATE TO ESC-INT-THROUGH
               MOVE 0 TO ESC-INT-BAL-DAYS
               MOVE 0 TO ESC-INT-ACCRUED
               ADD 1 TO WS-ACCOUNTS-STARTED
           ELSE
               IF ESC-INT-THROUGH < WS-RUN-DATE
                   MOVE ESC-INT-THROUGH TO WS-THROUGH-DATE
                   PERFORM SET-MONTH-BOUNDS
                   PERFORM CLOSE-ONE-MONTH
                       UNTIL WS-NEXT-MONTH-START > WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-PERIOD-END
                   PERFORM ADD-BALANCE-DAYS
               END-IF
           END-IF

           IF WS-LOAN-STATUS = "PAIDOFF"
               MOVE ESC-INT-THROUGH TO WS-THROUGH-DATE
               PERFORM SET-MONTH-BOUNDS
               PERFORM ACCRUE-THE-MONTH
               MOVE ESC-INT-ACCRUED TO WS-PAYOFF-CREDIT
               IF WS-PAYOFF-CREDIT > 0
                   ADD WS-PAYOFF-CREDIT TO ESC-BALANCE
                   MOVE WS-RUN-DATE TO ESC-INT-CREDITED
               END-IF
               MOVE 0 TO ESC-INT-ACCRUED
               MOVE "C" TO ESC-INT-STATUS
           END-IF

           REWRITE ESCROW-FILE-RECORD
           IF FILE-STATUS = "00"
               IF WS-YEAR-END-CREDIT > 0
                   MOVE WS-YEAR-END-CREDIT TO WS-CREDIT-AMOUNT
                   MOVE WS-YEAR-END-DATE TO WS-CREDIT-DATE
                   PERFORM POST-ONE-CREDIT
               END-IF
               IF WS-PAYOFF-CREDIT > 0
                   MOVE WS-PAYOFF-CREDIT TO WS-CREDIT-AMOUNT
                   MOVE WS-RUN-DATE TO WS-CREDIT-DATE
                   PERFORM POST-ONE-CREDIT
               END-IF
               IF ESC-INT-STATUS = "C"
                   ADD 1 TO WS-ACCOUNTS-CLOSED
               END-IF
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "ESCROW-INTEREST: Rewrite failed for "
                       ESCROW-LOAN-NUMBER ", status " FILE-STATUS
           END-IF.

       FILL-PROPERTY-STATE.
           MOVE WS-LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF WS-CM-RESULT-SUCCESS
               MOVE WS-CUST-STATE TO ESC-PROPERTY-STATE
           END-IF.

       FIND-STATE-RATE.
           MOVE 0 TO WS-STATE-RATE
           SET WS-RT-IDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-IDX > WS-RATE-COUNT
                   CONTINUE
               WHEN WS-RT-STATE(WS-RT-IDX) = ESC-PROPERTY-STATE
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-STATE-RATE
           END-SEARCH.

      *----------------------------------------------------------------*
      * SET-MONTH-BOUNDS - the first of the through date's month, the  *
      * first of the next, and the days between them.                  *
      *----------------------------------------------------------------*
       SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START =
               WS-THROUGH-YEAR * 10000 + WS-THROUGH-MONTH * 100 + 1
           IF WS-THROUGH-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-THROUGH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-THROUGH-YEAR * 10000
                   + (WS-THROUGH-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

      *----------------------------------------------------------------*
      * CLOSE-ONE-MONTH - the days left in the through date's month,   *
      * the month's interest, and at the turn of the year the credit.  *
      *----------------------------------------------------------------*
       CLOSE-ONE-MONTH.
           MOVE WS-NEXT-MONTH-START TO WS-PERIOD-END
           PERFORM ADD-BALANCE-DAYS
           PERFORM ACCRUE-THE-MONTH
           ADD 1 TO WS-MONTHS-CLOSED
           IF WS-THROUGH-MONTH = 1
               COMPUTE WS-YEAR-END-DATE =
                   (WS-THROUGH-YEAR - 1) * 10000 + 1231
               PERFORM CREDIT-AT-YEAR-END
           END-IF
           PERFORM SET-MONTH-BOUNDS.

      * The balance standing tonight counts for every day since the
      * through date; an overdrawn account earns nothing for them.
       ADD-BALANCE-DAYS.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(ESC-INT-THROUGH)
           IF WS-PERIOD-DAYS > 0 AND ESC-BALANCE > 0
               COMPUTE ESC-INT-BAL-DAYS =
                   ESC-INT-BAL-DAYS + ESC-BALANCE * WS-PERIOD-DAYS
           END-IF
           MOVE WS-PERIOD-END TO ESC-INT-THROUGH
           MOVE WS-PERIOD-END TO WS-THROUGH-DATE.

      * A month's interest on the average balance: the balance-days
      * over the month's days, at a twelfth of the annual rate. A part
      * month (the payoff's) earns on its days over the full month.
       ACCRUE-THE-MONTH.
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               ESC-INT-BAL-DAYS / WS-DAYS-IN-MONTH
           MOVE 0 TO WS-MONTH-INTEREST
           IF WS-AVERAGE-BALANCE > 0 AND WS-STATE-RATE > 0
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   WS-AVERAGE-BALANCE * WS-STATE-RATE / 1200
           END-IF
           ADD WS-MONTH-INTEREST TO ESC-INT-ACCRUED
           ADD WS-MONTH-INTEREST TO WS-TOTAL-ACCRUED
           MOVE 0 TO ESC-INT-BAL-DAYS.

       CREDIT-AT-YEAR-END.
           IF ESC-INT-ACCRUED > 0
               ADD ESC-INT-ACCRUED TO ESC-BALANCE
               ADD ESC-INT-ACCRUED TO WS-YEAR-END-CREDIT
               MOVE WS-YEAR-END-DATE TO ESC-INT-CREDITED
               MOVE 0 TO ESC-INT-ACCRUED
           END-IF.

      *----------------------------------------------------------------*
      * POST-ONE-CREDIT - the ESCI journal record and the ESCINT GL    *
      * pair for a credit the account has already taken.               *
      *----------------------------------------------------------------*
       POST-ONE-CREDIT.
           ADD 1 TO WS-CREDITS-POSTED
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
           PERFORM WRITE-CREDIT-JOURNAL-RECORD
           PERFORM POST-CREDIT-GL-ENTRIES.

       WRITE-CREDIT-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "ESCI" TO WS-TXN-CODE
           MOVE WS-CREDIT-DATE TO WS-TXN-DATE
           MOVE WS-CREDIT-AMOUNT TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE WS-CREDIT-AMOUNT TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID
           MOVE 0 TO WS-TXN-FEES
           MOVE 0 TO WS-TXN-SUSPENSE

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "ESCROW-INTEREST: Journal append failed "
                       "for " WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

       POST-CREDIT-GL-ENTRIES.
           MOVE "ESCINT" TO WS-GL-EVENT-TYPE
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
               MOVE WS-CREDIT-DATE-X TO GL-ENTRY-DATE
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE WS-CREDIT-AMOUNT TO GL-AMOUNT
               MOVE WS-LOAN-NUMBER TO GL-REFERENCE
               MOVE SPACES TO GL-DESCRIPTION
               STRING "Escrow interest credited - " DELIMITED BY SIZE
                       ESC-PROPERTY-STATE DELIMITED BY SIZE
                       " through " DELIMITED BY SIZE
                       WS-CREDIT-DATE-X DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-FEED-RECORD

               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD

               CLOSE GL-FEED-FILE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "ESCROW-INTEREST: Failed to open "
                       "gl_feed.dat, status " WS-GL-FEED-STATUS
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
                   " accounts=" DELIMITED BY SIZE
                   WS-ACCOUNTS-READ DELIMITED BY SIZE
                   " months=" DELIMITED BY SIZE
                   WS-MONTHS-CLOSED DELIMITED BY SIZE
                   " credits=" DELIMITED BY SIZE
                   WS-CREDITS-POSTED DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       READ-NEXT-ACCOUNT.
           READ ESCROW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       OPEN-I-O-ESCROW-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O ESCROW-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O ESCROW-FILE.

       END PROGRAM ESCROW-INTEREST.
