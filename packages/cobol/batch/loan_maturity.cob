      *================================================================*
      * CodeUChain COBOL Batch - Loan Maturity Processing              *
      *                                                                *
      * Notices when a loan's term runs out. Walks every open loan on  *
      * LOAN-MASTER and works out the date its term ends: the balloon  *
      * due date LOAN-BOOKING stamped on a balloon note, otherwise the *
      * booked date carried forward the loan's term in years. A loan   *
      * booked before the booked date was kept has no provable term    *
      * end and is left alone.                                         *
      *                                                                *
      * An ACTIVE loan past its term end with a balance still owing is *
      * moved to status MATURED, a MATR event is appended to its       *
      * journal, and the borrower is sent a matured-unpaid letter.     *
      * From then on DELINQUENCY-AGING, the late-fee and notice        *
      * batches and the collections queue leave it to lending, the     *
      * way they leave any loan that is no longer ACTIVE, while        *
      * accrual, payment posting and payoff quotes still take it.      *
      *                                                                *
      * An ACTIVE loan whose term ends within 60 days is sent an       *
      * advance maturity notice, stamped on the loan so a rerun mails  *
      * nothing twice. Balloon notes are skipped here: BALLOON-NOTICES *
      * already sends them their 90- and 30-day letters. A loan inside *
      * a hardship deferral is not matured until the deferral ends.    *
      *                                                                *
      * Both kinds of letter go to maturity_letters.rpt; lending's     *
      * maturity_report.rpt lists the loans matured tonight, the ones  *
      * still MATURED and owing from earlier nights, and the notices   *
      * sent, with counts and balances for each.                       *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MATURITY.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "maturity_letters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "maturity_report.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-DEFER-UNTIL     BY LOAN-DEFER-UNTIL
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-MATURITY-TERM   BY
                             LOAN-MATURITY-TERM
                         PFX-LOAN-MATURITY-DATE   BY
                             LOAN-MATURITY-DATE
                         PFX-LOAN-MATURITY-NOTICE BY
                             LOAN-MATURITY-NOTICE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

      * Same bounded retry-with-delay shape the other loan-file I-O
      * walks use.
       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

      * The business date comes from the PROCESSING-DATE control
      * record, so a late-running night matures loans under the date
      * the run belongs to, the same date DELINQUENCY-AGING ages by.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-TERM-END-DATE          PIC 9(8).
       01  WS-TERM-END-INTEGER       PIC S9(9) COMP-3.
       01  WS-DAYS-TO-TERM-END       PIC S9(7) COMP-3.
       01  WS-DAYS-PAST-TERM-END     PIC S9(7) COMP-3.
       01  WS-BALLOON-SWITCH         PIC X(1).
           88  WS-LOAN-IS-BALLOON            VALUE "Y".
       01  WS-ED-DAYS                PIC Z(6)9.
       01  WS-LETTER-TITLE           PIC X(40).

      * The borrower's on-file details for the letter head.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-CREDIT-TIER BY WS-CUST-CREDIT-TIER
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-ADDR-LINE-1 BY WS-CUST-ADDR-LINE-1
                     PFX-CUST-ADDR-LINE-2 BY WS-CUST-ADDR-LINE-2
                     PFX-CUST-CITY        BY WS-CUST-CITY
                     PFX-CUST-STATE       BY WS-CUST-STATE
                     PFX-CUST-ZIP         BY WS-CUST-ZIP
                     PFX-CUST-DELIVERY    BY WS-CUST-DELIVERY
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-NO-TERM-DATE           PIC 9(7) VALUE 0.
       01  WS-MATURED-TONIGHT        PIC 9(7) VALUE 0.
       01  WS-MATURED-BALANCE        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-STILL-OUTSTANDING      PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-BALANCE    PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-NOTICES-SENT           PIC 9(7) VALUE 0.
       01  WS-NOTICE-BALANCE         PIC S9(15)V99 COMP-3 VALUE 0.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-INTEREST.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other nightly posters bracket
      * their runs; the run-id is stamped into every MATR journal
      * record.
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

      * LOAN-TRANSACTION journal call: one MATR record per loan
      * matured, carrying the balance left owing at maturity.
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
       01  WS-TXN-LOAN-NUMBER        PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Loan Maturity Processing"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM OPEN-I-O-LOAN-WITH-RETRY
           IF FILE-STATUS = "00"
               OPEN OUTPUT LETTER-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-NEXT-LOAN
               PERFORM MATURITY-FOR-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               CLOSE LETTER-FILE
               CLOSE LOAN-FILE
               IF RETURN-CODE = 0
                   AND (WS-MATURED-TONIGHT > 0
                        OR WS-STILL-OUTSTANDING > 0)
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF FILE-STATUS-BUSY
                   DISPLAY "LOAN-MATURITY: Gave up waiting for "
                           "file lock"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "LOAN-MATURITY: Unable to open "
                           "loan_master.dat, status " FILE-STATUS
                           " -- nothing to mature"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Matured tonight: " WS-MATURED-TONIGHT
               " Still matured and owing: " WS-STILL-OUTSTANDING
           DISPLAY "60-day notices: " WS-NOTICES-SENT
               " No term date on file: " WS-NO-TERM-DATE
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * MATURITY-FOR-ONE-LOAN - only ACTIVE and MATURED loans are      *
      * looked at. A MATURED loan still owing is carried on the        *
      * report every night until it is paid; an ACTIVE loan past its   *
      * term end with a balance matures, and one whose term ends       *
      * inside 60 days gets its advance notice once.                   *
      *----------------------------------------------------------------*
       MATURITY-FOR-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED"
               PERFORM FIND-TERM-END-DATE
               IF WS-TERM-END-DATE = 0
                   ADD 1 TO WS-NO-TERM-DATE
               ELSE
                   COMPUTE WS-TERM-END-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-TERM-END-DATE)
                   COMPUTE WS-DAYS-TO-TERM-END =
                       WS-TERM-END-INTEGER - WS-RUN-DATE-INTEGER
                   COMPUTE WS-DAYS-PAST-TERM-END =
                       0 - WS-DAYS-TO-TERM-END
                   PERFORM ACT-ON-TERM-END
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       ACT-ON-TERM-END.
           EVALUATE TRUE
               WHEN LOAN-STATUS = "MATURED"
                   IF LOAN-CURRENT-BALANCE > 0
                       ADD 1 TO WS-STILL-OUTSTANDING
                       ADD LOAN-CURRENT-BALANCE
                           TO WS-OUTSTANDING-BALANCE
                       PERFORM WRITE-OUTSTANDING-DETAIL
                   END-IF
               WHEN LOAN-CURRENT-BALANCE NOT > 0
                   CONTINUE
               WHEN LOAN-DEFER-UNTIL IS NUMERIC
                       AND LOAN-DEFER-UNTIL >= WS-RUN-DATE
                   CONTINUE
               WHEN WS-DAYS-TO-TERM-END < 0
                   PERFORM MATURE-THE-LOAN
               WHEN WS-LOAN-IS-BALLOON
                   CONTINUE
               WHEN WS-DAYS-TO-TERM-END <= 60
                       AND LOAN-MATURITY-NOTICE NOT = "Y"
                   PERFORM SEND-ADVANCE-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * FIND-TERM-END-DATE - a balloon note ends on its balloon due    *
      * date; any other loan ends its term in years after the date it  *
      * was booked (a 29 February anniversary in a common year falls   *
      * on the 28th). Zero means the record cannot say.                *
      *----------------------------------------------------------------*
       FIND-TERM-END-DATE.
           MOVE 0 TO WS-TERM-END-DATE
           MOVE "N" TO WS-BALLOON-SWITCH
           IF LOAN-MATURITY-TERM IS NUMERIC
                   AND LOAN-MATURITY-TERM > 0
                   AND LOAN-MATURITY-DATE IS NUMERIC
                   AND LOAN-MATURITY-DATE > 0
               MOVE "Y" TO WS-BALLOON-SWITCH
               MOVE LOAN-MATURITY-DATE TO WS-TERM-END-DATE
           ELSE
               IF LOAN-BOOKED-DATE IS NUMERIC
                       AND LOAN-BOOKED-DATE > 0
                       AND LOAN-TERM-YEARS IS NUMERIC
                       AND LOAN-TERM-YEARS > 0
                   COMPUTE WS-TERM-END-DATE =
                       LOAN-BOOKED-DATE + (LOAN-TERM-YEARS * 10000)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TERM-END-DATE)
                           NOT = 0
                       SUBTRACT 1 FROM WS-TERM-END-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MATURE-THE-LOAN - status to MATURED and REWRITten in place,    *
      * then the MATR journal event, the matured-unpaid letter and the *
      * report line. The status change is what keeps a rerun from      *
      * maturing the same loan twice.                                  *
      *----------------------------------------------------------------*
       MATURE-THE-LOAN.
           MOVE "MATURED" TO LOAN-STATUS
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS = "00"
               ADD 1 TO WS-MATURED-TONIGHT
               ADD LOAN-CURRENT-BALANCE TO WS-MATURED-BALANCE
               PERFORM WRITE-MATURITY-JOURNAL-RECORD
               PERFORM LOOK-UP-CUSTOMER
               PERFORM WRITE-MATURED-LETTER
               PERFORM WRITE-MATURED-DETAIL
           ELSE
               DISPLAY "LOAN-MATURITY: Rewrite failed for "
                       LOAN-NUMBER ", status " FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       SEND-ADVANCE-NOTICE.
           MOVE "Y" TO LOAN-MATURITY-NOTICE
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS = "00"
               ADD 1 TO WS-NOTICES-SENT
               ADD LOAN-CURRENT-BALANCE TO WS-NOTICE-BALANCE
               PERFORM LOOK-UP-CUSTOMER
               PERFORM WRITE-ADVANCE-LETTER
               PERFORM WRITE-NOTICE-DETAIL
           ELSE
               DISPLAY "LOAN-MATURITY: Rewrite failed for "
                       LOAN-NUMBER ", status " FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-MATURITY-JOURNAL-RECORD - the MATR event: no money       *
      * moves, so the amount and balance are both the balance left     *
      * owing the night the term ran out; best-effort the way the      *
      * other nightly journal appends are.                             *
      *----------------------------------------------------------------*
       WRITE-MATURITY-JOURNAL-RECORD.
           MOVE LOAN-NUMBER TO WS-TXN-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "MATR" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE LOAN-CURRENT-BALANCE TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
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
               DISPLAY "LOAN-MATURITY: Journal append failed "
                       "for " WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-CUSTOMER - name for the letter head; a loan whose      *
      * customer id is missing from the master still gets its letter,  *
      * with the id standing in for the name.                          *
      *----------------------------------------------------------------*
       LOOK-UP-CUSTOMER.
           MOVE LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE LOAN-CUSTOMER-ID TO WS-CUST-NAME
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-MATURED-LETTER - the borrower's notice that the term has *
      * ended with the balance and accrued interest now due in full,   *
      * framed the way BALLOON-NOTICES frames its letters.             *
      *----------------------------------------------------------------*
       WRITE-MATURED-LETTER.
           MOVE "NOTICE OF MATURED LOAN - BALANCE DUE"
               TO WS-LETTER-TITLE
           PERFORM WRITE-LETTER-HEAD

           MOVE SPACES TO LETTER-LINE
           STRING "The term of your loan ended on " DELIMITED BY SIZE
                   WS-TERM-END-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "The loan has matured and the amount below is now"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "due and payable in full."
               TO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM WRITE-LETTER-AMOUNTS

           MOVE "Interest continues to accrue at your note rate until"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "the loan is paid. Please contact this office for a"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "payoff quote or to discuss renewing the loan."
               TO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM WRITE-LETTER-FOOT.

      *----------------------------------------------------------------*
      * WRITE-ADVANCE-LETTER - the sixty-day advance notice that the   *
      * term is ending with a balance still scheduled to be owing.     *
      *----------------------------------------------------------------*
       WRITE-ADVANCE-LETTER.
           MOVE "NOTICE OF UPCOMING LOAN MATURITY" TO WS-LETTER-TITLE
           PERFORM WRITE-LETTER-HEAD

           MOVE WS-DAYS-TO-TERM-END TO WS-ED-DAYS
           MOVE SPACES TO LETTER-LINE
           STRING "Your loan matures on " DELIMITED BY SIZE
                   WS-TERM-END-DATE DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                   " days from today." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "Any balance still owing on that date becomes due and"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "payable in full."
               TO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM WRITE-LETTER-AMOUNTS

           MOVE "Please contact this office to arrange payment or to"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "discuss renewing the loan before that date."
               TO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM WRITE-LETTER-FOOT.

      *----------------------------------------------------------------*
      * WRITE-LETTER-HEAD / WRITE-LETTER-AMOUNTS / WRITE-LETTER-FOOT - *
      * the framing and the figures both letters share, under the      *
      * title the caller has set.                                      *
      *----------------------------------------------------------------*
       WRITE-LETTER-HEAD.
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TITLE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   Loan: " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "To: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           PERFORM WRITE-MAILING-ADDRESS

           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-LETTER-AMOUNTS.
           MOVE LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO LETTER-LINE
           STRING "Principal balance today: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           IF LOAN-ACCRUED-INT IS NUMERIC
                   AND LOAN-ACCRUED-INT > 0
               MOVE LOAN-ACCRUED-INT TO WS-ED-INTEREST
               MOVE SPACES TO LETTER-LINE
               STRING "Accrued interest today:  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-INTEREST) DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.

       WRITE-LETTER-FOOT.
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of     *
      * the mail.                                                      *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               IF WS-CUST-ADDR-LINE-1 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-1 TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               IF WS-CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-2 TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               IF WS-CUST-CITY NOT = SPACES
                   MOVE SPACES TO LETTER-LINE
                   STRING FUNCTION TRIM(WS-CUST-CITY)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           WS-CUST-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CUST-ZIP DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Report lines for lending: one detail line per loan matured,    *
      * still owing, or noticed tonight, then a count and balance per  *
      * kind, laid out the way DELINQUENCY-AGING lays out its report.  *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           MOVE "LOAN MATURITY REPORT" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MATURED-DETAIL.
           MOVE LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "MATURED:     " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
                   "  Customer: " DELIMITED BY SIZE
                   LOAN-CUSTOMER-ID DELIMITED BY SIZE
                   "  Term End: " DELIMITED BY SIZE
                   WS-TERM-END-DATE DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-OUTSTANDING-DETAIL.
           MOVE LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE WS-DAYS-PAST-TERM-END TO WS-ED-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "OUTSTANDING: " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
                   "  Customer: " DELIMITED BY SIZE
                   LOAN-CUSTOMER-ID DELIMITED BY SIZE
                   "  Term End: " DELIMITED BY SIZE
                   WS-TERM-END-DATE DELIMITED BY SIZE
                   "  Days: " DELIMITED BY SIZE
                   WS-ED-DAYS DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-NOTICE-DETAIL.
           MOVE LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE WS-DAYS-TO-TERM-END TO WS-ED-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "NOTICE SENT: " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
                   "  Customer: " DELIMITED BY SIZE
                   LOAN-CUSTOMER-ID DELIMITED BY SIZE
                   "  Term End: " DELIMITED BY SIZE
                   WS-TERM-END-DATE DELIMITED BY SIZE
                   "  Days: " DELIMITED BY SIZE
                   WS-ED-DAYS DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MATURED-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "MATURED TONIGHT      Loans: " DELIMITED BY SIZE
                   WS-MATURED-TONIGHT DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-OUTSTANDING-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "MATURED, STILL OWING Loans: " DELIMITED BY SIZE
                   WS-STILL-OUTSTANDING DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-NOTICE-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING "60-DAY NOTICES SENT  Loans: " DELIMITED BY SIZE
                   WS-NOTICES-SENT DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "NO TERM DATE ON FILE Loans: " DELIMITED BY SIZE
                   WS-NO-TERM-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-JOB-HEADER / WRITE-JOB-TRAILER - bracket this run in the *
      * shared audit log with a run-id, same shape LATE-FEE-           *
      * ASSESSMENT uses.                                               *
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
                   " loans=" DELIMITED BY SIZE
                   WS-LOANS-READ DELIMITED BY SIZE
                   " matured=" DELIMITED BY SIZE
                   WS-MATURED-TONIGHT DELIMITED BY SIZE
                   " notices=" DELIMITED BY SIZE
                   WS-NOTICES-SENT DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * OPEN-I-O-LOAN-WITH-RETRY - mirrors the other nightly walks'    *
      * open-with-retry paragraph of the same shape.                   *
      *----------------------------------------------------------------*
       OPEN-I-O-LOAN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O LOAN-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O LOAN-FILE.

       END PROGRAM LOAN-MATURITY.
