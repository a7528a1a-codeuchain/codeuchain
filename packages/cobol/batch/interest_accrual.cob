      * accrual account codes, so finance books interest income daily  *
      * instead of monthly by spreadsheet.                             *
      *                                                                *
      * A loan LOAN-MATURITY has moved to MATURED still owes its       *
      * balance and keeps accruing at its note rate until it is paid.  *
      *                                                                *
      * A borrower on active military duty (MILITARY-SERVICE-MASTER)   *
      * has every loan booked before the service began accrue at no    *
      * more than the 6% Servicemembers Civil Relief Act cap for each  *
      * day of the service period. The interest above the cap is       *
      * forgiven, not deferred: it never reaches the accrued field or  *
      * the income posting, and is journaled per loan under its own    *
      * SCRA code so the forgiveness can be proven day by day.         *
      *                                                                *
      * Rerun-safe for a given date: each loan is stamped with the     *
      * date it last accrued, and a loan already stamped with today's  *
      * date is skipped -- a batch restart accrues only the loans the  *
      * failed run never reached, and posts GL only for what it        *
      * actually accrued this time.                                    *
      *                                                                *
      * A precomputed loan (LOAN-INTEREST-METHOD "P") accrues nothing  *
      * daily -- its finance charge was added to the balance at        *
      * booking. Instead each whole month gone by since the booked     *
      * date earns its Rule of 78s share of the charge: the unearned   *
      * figure is brought down to what the months still to run would   *
      * carry, the month count is stamped on the loan, an EARN journal *
      * record shows the share, and the run's shares post as one       *
      * summarized EARN78 pair from unearned interest to income.       *
      *                                                                *
      * The file is walked and REWRITten in place through this         *
      * program's own FD, the same direct I-O walk                     *
      * CONTEXT-EXPIRY-SWEEP does over context.dat.                    *
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-INTEREST-METHOD BY
                             LOAN-INTEREST-METHOD
                         PFX-LOAN-FINANCE-CHARGE  BY LOAN-FINANCE-CHARGE
                         PFX-LOAN-UNEARNED-INT    BY LOAN-UNEARNED-INT
                         PFX-LOAN-PRECOMP-TERM    BY LOAN-PRECOMP-TERM
                         PFX-LOAN-EARNED-MONTHS   BY LOAN-EARNED-MONTHS
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  GL-FEED-FILE.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
           05  WS-RUN-DD             PIC 9(2).
       01  WS-DAILY-INTEREST         PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-ACCRUED          PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-LOANS-ACCRUED          PIC 9(7) VALUE 0.
       01  WS-LOANS-SKIPPED          PIC 9(7) VALUE 0.

      * MILITARY-SERVICE-MASTER call: a loan booked before its
      * borrower's active duty began accrues at no more than the SCRA
      * cap while the service lasts, and the difference from the note
      * rate's interest is forgiven.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-MS-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-MS-OPERATION-DATA
                     PFX-OPERATION      BY WS-MS-OPERATION.
       01  WS-MS-CUSTOMER-ID         PIC X(10).
       COPY "military-service-record.cob"
           REPLACING PFX-MS-START-DATE    BY WS-MS-START-DATE
                     PFX-MS-END-DATE      BY WS-MS-END-DATE
                     PFX-MILITARY-SERVICE-RECORD BY
                         WS-MILITARY-SERVICE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-MS-RESULT
                     PFX-RESULT-SUCCESS BY WS-MS-RESULT-SUCCESS.
       01  WS-SCRA-CAP-RATE          PIC S9(3)V9(4) VALUE 6.0000.
       01  WS-SCRA-SWITCH            PIC X(1) VALUE "N".
           88  WS-SCRA-CAPPED                VALUE "Y".
       01  WS-CONTRACT-INTEREST      PIC S9(13)V99 COMP-3.
       01  WS-FORGIVEN-INTEREST      PIC S9(13)V99 COMP-3.
       01  WS-LOANS-CAPPED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-FORGIVEN         PIC S9(15)V99 COMP-3 VALUE 0.

      * Rule of 78s earning for precomputed loans: whole months from
      * the booked date to the run date, capped at the contract term,
      * and the unearned charge the months still to run would carry.
       01  WS-BOOKED-DATE            PIC 9(8).
       01  WS-BOOKED-DATE-N REDEFINES WS-BOOKED-DATE.
           05  WS-BOOKED-YYYY        PIC 9(4).
           05  WS-BOOKED-MM          PIC 9(2).
           05  WS-BOOKED-DD          PIC 9(2).
       01  WS-MONTHS-ELAPSED         PIC S9(5) COMP-3.
       01  WS-MONTHS-REMAINING       PIC S9(5) COMP-3.
       01  WS-UNEARNED-TARGET        PIC S9(13)V99 COMP-3.
       01  WS-EARNED-78              PIC S9(13)V99 COMP-3.
       01  WS-LOANS-PRECOMPUTED      PIC 9(7) VALUE 0.
       01  WS-TOTAL-EARNED-78        PIC S9(15)V99 COMP-3 VALUE 0.

      * The accrual posting's accounts come from GL-ACCOUNT-MAP
      * (event ACCRUAL): accrued interest receivable against the same
      * income account PAYMENT-POSTING credits at collection.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-TOTAL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-FORGIVEN.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-EARNED-78.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way BATCH-LOAN-DRIVER brackets its runs;
               IF WS-TOTAL-ACCRUED > 0
                   PERFORM POST-ACCRUAL-GL-ENTRIES
               END-IF
               IF WS-TOTAL-EARNED-78 > 0
                   PERFORM POST-EARNED-GL-ENTRIES
               END-IF
           ELSE
               IF FILE-STATUS-BUSY
                   DISPLAY "INTEREST-ACCRUAL: Gave up waiting for "
           END-IF

           MOVE WS-TOTAL-ACCRUED TO WS-ED-TOTAL
           MOVE WS-TOTAL-FORGIVEN TO WS-ED-FORGIVEN
           MOVE WS-TOTAL-EARNED-78 TO WS-ED-EARNED-78
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Accrued: " WS-LOANS-ACCRUED
               " Skipped (already accrued): " WS-LOANS-SKIPPED
           DISPLAY "Interest accrued: " WS-ED-TOTAL
           DISPLAY "SCRA capped: " WS-LOANS-CAPPED
               " Interest forgiven: " WS-ED-FORGIVEN
           DISPLAY "Precomputed: " WS-LOANS-PRECOMPUTED
               " Rule of 78s earned: " WS-ED-EARNED-78
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

      * ACCRUE-ONE-LOAN - closed loans and loans already stamped with  *
      * today's accrual date are skipped; everything else gets one     *
      * day's interest added to its accrued field and is REWRITten in  *
      * place. A loan under the SCRA cap accrues the capped day and    *
      * journals what the note rate would have added as forgiven. A    *
      * precomputed loan earns its charge monthly instead.             *
      *----------------------------------------------------------------*
       ACCRUE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           EVALUATE TRUE
               WHEN LOAN-STATUS NOT = "ACTIVE"
                       AND LOAN-STATUS NOT = "MATURED"
                   CONTINUE
               WHEN LOAN-LAST-ACCRUAL = WS-RUN-DATE
                   ADD 1 TO WS-LOANS-SKIPPED
               WHEN LOAN-INTEREST-METHOD = "P"
                   PERFORM EARN-PRECOMPUTED-INTEREST
               WHEN OTHER
                   PERFORM SET-DAY-BASIS-FROM-PRODUCT
                   PERFORM CHECK-SCRA-CAP
                   COMPUTE WS-DAILY-INTEREST ROUNDED =
                       LOAN-CURRENT-BALANCE *
                       (LOAN-INTEREST-RATE / 100) / WS-DAY-BASIS
                   MOVE 0 TO WS-FORGIVEN-INTEREST
                   IF WS-SCRA-CAPPED
                       MOVE WS-DAILY-INTEREST TO WS-CONTRACT-INTEREST
                       COMPUTE WS-DAILY-INTEREST ROUNDED =
                           LOAN-CURRENT-BALANCE *
                           (WS-SCRA-CAP-RATE / 100) / WS-DAY-BASIS
                       COMPUTE WS-FORGIVEN-INTEREST =
                           WS-CONTRACT-INTEREST - WS-DAILY-INTEREST
                   END-IF
                   ADD WS-DAILY-INTEREST TO LOAN-ACCRUED-INT
                   MOVE WS-RUN-DATE TO LOAN-LAST-ACCRUAL
                   REWRITE LOAN-FILE-RECORD
                       ADD 1 TO WS-LOANS-ACCRUED
                       ADD WS-DAILY-INTEREST TO WS-TOTAL-ACCRUED
                       PERFORM WRITE-ACCRUAL-JOURNAL-RECORD
                       IF WS-SCRA-CAPPED
                           ADD 1 TO WS-LOANS-CAPPED
                           ADD WS-FORGIVEN-INTEREST
                               TO WS-TOTAL-FORGIVEN
                           IF WS-FORGIVEN-INTEREST > 0
                               PERFORM WRITE-FORGIVEN-JOURNAL-RECORD
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "INTEREST-ACCRUAL: Rewrite failed for "
                               LOAN-NUMBER ", status " FILE-STATUS
           END-EVALUATE
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * EARN-PRECOMPUTED-INTEREST - with n the contract's months and r *
      * the months still to run, the Rule of 78s leaves the charge     *
      * times r(r+1) / n(n+1) unearned; whatever the loan carries      *
      * above that is earned now. Nothing is earned twice: only a      *
      * month count past the one already stamped moves the figure,     *
      * and a loan rebated at payoff has nothing left to earn. The     *
      * loan is stamped with today's date either way so a rerun skips  *
      * it.                                                            *
      *----------------------------------------------------------------*
       EARN-PRECOMPUTED-INTEREST.
           MOVE 0 TO WS-EARNED-78
           PERFORM COUNT-MONTHS-SINCE-BOOKED
           IF LOAN-PRECOMP-TERM > 0
                   AND WS-MONTHS-ELAPSED > LOAN-EARNED-MONTHS
               COMPUTE WS-MONTHS-REMAINING =
                   LOAN-PRECOMP-TERM - WS-MONTHS-ELAPSED
               COMPUTE WS-UNEARNED-TARGET ROUNDED =
                   LOAN-FINANCE-CHARGE * WS-MONTHS-REMAINING *
                   (WS-MONTHS-REMAINING + 1) /
                   (LOAN-PRECOMP-TERM * (LOAN-PRECOMP-TERM + 1))
               COMPUTE WS-EARNED-78 =
                   LOAN-UNEARNED-INT - WS-UNEARNED-TARGET
               IF WS-EARNED-78 < 0
                   MOVE 0 TO WS-EARNED-78
               END-IF
               SUBTRACT WS-EARNED-78 FROM LOAN-UNEARNED-INT
               MOVE WS-MONTHS-ELAPSED TO LOAN-EARNED-MONTHS
           END-IF
           MOVE WS-RUN-DATE TO LOAN-LAST-ACCRUAL
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS = "00"
               ADD 1 TO WS-LOANS-PRECOMPUTED
               IF WS-EARNED-78 > 0
                   ADD WS-EARNED-78 TO WS-TOTAL-EARNED-78
                   PERFORM WRITE-EARNED-JOURNAL-RECORD
               END-IF
           ELSE
               DISPLAY "INTEREST-ACCRUAL: Rewrite failed for "
                       LOAN-NUMBER ", status " FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-MONTHS-SINCE-BOOKED - whole months from the booked date  *
      * to the run date, a month not counted until its day of the      *
      * month comes round, and never more than the contract term. A    *
      * loan with no booked date has earned nothing.                   *
      *----------------------------------------------------------------*
       COUNT-MONTHS-SINCE-BOOKED.
           MOVE 0 TO WS-MONTHS-ELAPSED
           IF LOAN-BOOKED-DATE IS NUMERIC
                   AND LOAN-BOOKED-DATE > 0
                   AND LOAN-BOOKED-DATE < WS-RUN-DATE
               MOVE LOAN-BOOKED-DATE TO WS-BOOKED-DATE
               COMPUTE WS-MONTHS-ELAPSED =
                   (WS-RUN-YYYY - WS-BOOKED-YYYY) * 12
                   + WS-RUN-MM - WS-BOOKED-MM
               IF WS-RUN-DD < WS-BOOKED-DD
                   SUBTRACT 1 FROM WS-MONTHS-ELAPSED
               END-IF
               IF WS-MONTHS-ELAPSED > LOAN-PRECOMP-TERM
                   MOVE LOAN-PRECOMP-TERM TO WS-MONTHS-ELAPSED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SET-DAY-BASIS-FROM-PRODUCT - the product's day-count           *
      * convention picks the divisor: 30/360 paper accrues over a      *
               MOVE 365 TO WS-DAY-BASIS
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-SCRA-CAP - only a note rate above the cap can be capped. *
      * The borrower's service covers today when it began on or before *
      * today and its end date is zero or not yet past; the loan must  *
      * be pre-service debt, booked before the start (a loan with no   *
      * booked date predates the field and is given the benefit).      *
      *----------------------------------------------------------------*
       CHECK-SCRA-CAP.
           MOVE "N" TO WS-SCRA-SWITCH
           IF LOAN-INTEREST-RATE > WS-SCRA-CAP-RATE
                   AND LOAN-CUSTOMER-ID NOT = SPACES
               MOVE LOAN-CUSTOMER-ID TO WS-MS-CUSTOMER-ID
               MOVE SPACES TO WS-MILITARY-SERVICE-RECORD
               MOVE 3 TO WS-MS-OPERATION-LEN
               MOVE "GET" TO WS-MS-OPERATION-DATA
               CALL "MILITARY-SERVICE-MASTER" USING
                   WS-MS-OPERATION, WS-MS-CUSTOMER-ID,
                   WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT
               IF WS-MS-RESULT-SUCCESS
                       AND WS-MS-START-DATE <= WS-RUN-DATE
                       AND (WS-MS-END-DATE = 0
                            OR WS-MS-END-DATE >= WS-RUN-DATE)
                   IF LOAN-BOOKED-DATE IS NOT NUMERIC
                       MOVE "Y" TO WS-SCRA-SWITCH
                   ELSE
                       IF LOAN-BOOKED-DATE = 0
                               OR LOAN-BOOKED-DATE < WS-MS-START-DATE
                           MOVE "Y" TO WS-SCRA-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POST-ACCRUAL-GL-ENTRIES - one summarized, balanced pair for    *
      * the whole run: debit accrued interest receivable, credit       *
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * POST-EARNED-GL-ENTRIES - the run's Rule of 78s shares as one   *
      * summarized pair: debit unearned interest, credit interest      *
      * income (event EARN78).                                         *
      *----------------------------------------------------------------*
       POST-EARNED-GL-ENTRIES.
           MOVE "EARN78" TO WS-GL-EVENT-TYPE
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
               MOVE WS-RUN-DATE TO GL-ENTRY-DATE
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE WS-TOTAL-EARNED-78 TO GL-AMOUNT
               MOVE "RULE OF 78S EARNING" TO GL-REFERENCE
               MOVE "Precomputed interest earned - unearned"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD

               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE "Precomputed interest earned - income"
                   TO GL-DESCRIPTION
               WRITE GL-FEED-RECORD

               CLOSE GL-FEED-FILE
               DISPLAY "INTEREST-ACCRUAL: 2 earning entries posted to "
                       "gl_feed.dat"
           ELSE
               DISPLAY "INTEREST-ACCRUAL: Failed to open gl_feed.dat, "
                       "status " WS-GL-FEED-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-JOB-HEADER / WRITE-JOB-TRAILER - bracket this run in the *
      * shared audit log with a run-id, same shape BATCH-LOAN-DRIVER   *
                   WS-LOANS-READ DELIMITED BY SIZE
                   " accrued=" DELIMITED BY SIZE
                   WS-LOANS-ACCRUED DELIMITED BY SIZE
                   " scra-capped=" DELIMITED BY SIZE
                   WS-LOANS-CAPPED DELIMITED BY SIZE
                   " forgiven=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-FORGIVEN) DELIMITED BY SIZE
                   " precomputed=" DELIMITED BY SIZE
                   WS-LOANS-PRECOMPUTED DELIMITED BY SIZE
                   " earned-78=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-EARNED-78) DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

                       WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-FORGIVEN-JOURNAL-RECORD - the SCRA event beside the      *
      * day's ACCR: the note-rate interest above the cap, written off  *
      * for good. It moves no balance and posts no GL, since the       *
      * forgiven interest was never accrued or booked as income.       *
      *----------------------------------------------------------------*
       WRITE-FORGIVEN-JOURNAL-RECORD.
           MOVE LOAN-NUMBER TO WS-TXN-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "SCRA" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-FORGIVEN-INTEREST TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE WS-FORGIVEN-INTEREST TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-TXN-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "INTEREST-ACCRUAL: Journal append failed for "
                       WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-EARNED-JOURNAL-RECORD - the EARN event for a precomputed *
      * loan's month of Rule of 78s earning. It moves no balance: the  *
      * charge has been in the balance since booking.                  *
      *----------------------------------------------------------------*
       WRITE-EARNED-JOURNAL-RECORD.
           MOVE LOAN-NUMBER TO WS-TXN-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "EARN" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-EARNED-78 TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE WS-EARNED-78 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-TXN-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "INTEREST-ACCRUAL: Journal append failed for "
                       WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
