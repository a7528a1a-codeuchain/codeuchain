      *================================================================*
      * CodeUChain COBOL Batch - Forward Cash-Flow Projection          *
      *                                                                *
      * Treasury's liquidity plan: the principal, interest and escrow  *
      * the book is expected to collect in each of the next twelve     *
      * months. Month 1 is the business date's month; a payment        *
      * already past due is counted as collected in month 1.           *
      *                                                                *
      * Every ACTIVE loan with a balance is run forward payment by     *
      * payment from its next due date, billed the way STATEMENT-      *
      * GENERATION and PAYMENT-POSTING bill it:                        *
      *                                                                *
      *   - each payment falls one period after the last -- 30, 14 or  *
      *     91 days for a monthly, bi-weekly or quarterly loan, the    *
      *     step PAYMENT-POSTING advances the due date by;             *
      *   - interest is the period's share of the annual rate on the   *
      *     projected balance; a loan with an ARM-MASTER schedule has  *
      *     its rate stepped at each reset date it reaches, held to    *
      *     the periodic and lifetime caps the way ARM-RATE-RESET      *
      *     will step it, and the schedule rolls on by its frequency;  *
      *   - principal is the balance spread over the term's periods    *
      *     less any interest-only ones, nothing while the loan is     *
      *     interest-only, the whole balance on a balloon's maturity   *
      *     date, and the minimum-payment percent for a credit line;   *
      *   - a loan with an escrow account adds its ESCROW-MASTER       *
      *     monthly deposit to every payment;                          *
      *   - a payment falling on or before a hardship deferral's end   *
      *     date is not collected.                                     *
      *                                                                *
      * The projected balance steps down by each payment's principal   *
      * and the loan drops out once it is paid to zero.                *
      *                                                                *
      * Written to cashflow_projection.YYYYMM.rpt for the business     *
      * month: collections month by month for the book, then twelve-   *
      * month totals by product and by the currency the note is        *
      * denominated in. Every amount is in base currency, the units    *
      * the loan's balance is carried in.                              *
      *                                                                *
      * Return codes: 0 clean, 4 a product or currency table filled,   *
      * 16 loan_master.dat or the report could not be opened.          *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFLOW-PROJECTION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-PAY-FREQUENCY   BY LOAN-PAY-FREQUENCY
                         PFX-LOAN-CURRENCY        BY LOAN-CURRENCY
                         PFX-LOAN-DEFER-UNTIL     BY LOAN-DEFER-UNTIL
                         PFX-LOAN-MATURITY-DATE   BY LOAN-MATURITY-DATE
                         PFX-LOAN-IO-END-DATE     BY LOAN-IO-END-DATE
                         PFX-LOAN-IO-PERIODS      BY LOAN-IO-PERIODS
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
           05  WS-RUN-DD             PIC 9(2).

      * The twelve months projected, month 1 the business month.
      * Months are carried as a running month number, YYYY * 12 +
      * MM - 1, so a due date drops into its slot by subtraction.
       01  WS-FIRST-MONTH-NO         PIC S9(7) COMP.
       01  WS-WINDOW-LABELS.
           05  WS-WIN-LABEL OCCURS 12 TIMES
                                     PIC X(6).
       01  WS-MONTH-SUB              PIC S9(4) COMP.
       01  WS-WORK-YEAR              PIC 9(4).
       01  WS-WORK-MONTH             PIC 9(2).
       01  WS-WORK-REMAINDER         PIC S9(4) COMP.
       01  WS-WORK-MONTH-NO          PIC S9(7) COMP.
       01  WS-WORK-LABEL.
           05  WS-WORK-LABEL-YYYY    PIC 9(4).
           05  WS-WORK-LABEL-MM      PIC 9(2).

      * One loan's run forward.
       01  WS-PROJ-DUE-DATE          PIC 9(8).
       01  WS-PROJ-DUE-DATE-N REDEFINES WS-PROJ-DUE-DATE.
           05  WS-PROJ-DUE-YYYY      PIC 9(4).
           05  WS-PROJ-DUE-MM        PIC 9(2).
           05  WS-PROJ-DUE-DD        PIC 9(2).
       01  WS-PROJ-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-PROJ-RATE              PIC S9(3)V9(4) COMP-3.
       01  WS-PROJ-NEXT-RESET        PIC 9(8).
       01  WS-PROJ-SLOT              PIC S9(7) COMP.
       01  WS-PROJ-PAYMENTS          PIC S9(4) COMP.
       01  WS-PROJ-MAX-PAYMENTS      PIC S9(4) COMP VALUE 60.
       01  WS-PROJ-DONE-SWITCH       PIC X(1).
           88  WS-PROJECTION-DONE            VALUE "Y".
       01  WS-PERIODS-PER-YEAR       PIC 9(2).
       01  WS-PERIOD-DAYS            PIC S9(3) COMP-3.
       01  WS-REMAINING-PERIODS      PIC S9(5) COMP-3.
       01  WS-DATE-INTEGER           PIC S9(9) COMP-3.
       01  WS-PAY-INTEREST           PIC S9(13)V99 COMP-3.
       01  WS-PAY-PRINCIPAL          PIC S9(13)V99 COMP-3.
       01  WS-PAY-ESCROW             PIC S9(13)V99 COMP-3.
       01  WS-RATE-STEP              PIC S9(3)V9(4) COMP-3.
       01  WS-MAX-RATE               PIC S9(3)V9(4) COMP-3.

       01  WS-LOAN-FLOWS.
           05  WS-LF-MONTH OCCURS 12 TIMES.
               10  WS-LF-PRINCIPAL      PIC S9(13)V99 COMP-3.
               10  WS-LF-INTEREST       PIC S9(13)V99 COMP-3.
               10  WS-LF-ESCROW         PIC S9(13)V99 COMP-3.
               10  WS-LF-PAYMENTS       PIC 9(3) COMP-3.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-PROJECTED        PIC 9(7) VALUE 0.
       01  WS-ARM-LOANS              PIC 9(7) VALUE 0.
       01  WS-ESCROW-LOANS           PIC 9(7) VALUE 0.

      * The book month by month.
       01  WS-BOOK-TABLE.
           05  WS-BOOK-MONTH OCCURS 12 TIMES.
               10  WS-BK-PAYMENTS       PIC 9(7) COMP-3.
               10  WS-BK-PRINCIPAL      PIC S9(15)V99 COMP-3.
               10  WS-BK-INTEREST       PIC S9(15)V99 COMP-3.
               10  WS-BK-ESCROW         PIC S9(15)V99 COMP-3.
       01  WS-BOOK-TOTALS.
           05  WS-BT-PAYMENTS        PIC 9(7) COMP-3.
           05  WS-BT-PRINCIPAL       PIC S9(15)V99 COMP-3.
           05  WS-BT-INTEREST        PIC S9(15)V99 COMP-3.
           05  WS-BT-ESCROW          PIC S9(15)V99 COMP-3.

      * Twelve-month totals by product ("P") and by note currency
      * ("C"), appended the way OFFICER-PRODUCTION's officer table is.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-GT-IDX.
               10  WS-GT-KEY.
                   15  WS-GT-TYPE       PIC X(1).
                   15  WS-GT-CODE       PIC X(4).
               10  WS-GT-LOANS          PIC 9(7) COMP-3.
               10  WS-GT-PAYMENTS       PIC 9(7) COMP-3.
               10  WS-GT-PRINCIPAL      PIC S9(15)V99 COMP-3.
               10  WS-GT-INTEREST       PIC S9(15)V99 COMP-3.
               10  WS-GT-ESCROW         PIC S9(15)V99 COMP-3.
       01  WS-GROUP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-MAX              PIC S9(4) COMP VALUE 100.
       01  WS-FIND-KEY.
           05  WS-FIND-TYPE          PIC X(1).
           05  WS-FIND-CODE          PIC X(4).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".
       01  WS-SECTION-TYPE           PIC X(1).

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * ARM-MASTER call: a loan with a schedule reprices as it runs
      * forward, one without keeps its rate.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-AM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-AM-OPERATION-DATA
                     PFX-OPERATION      BY WS-AM-OPERATION.
       01  WS-ARM-LOAN-NUMBER        PIC X(10).
       COPY "arm-record.cob"
           REPLACING PFX-ARM-NEXT-RESET   BY WS-ARM-NEXT-RESET
                     PFX-ARM-RESET-FREQ   BY WS-ARM-RESET-FREQ
                     PFX-ARM-INDEX-MARGIN BY WS-ARM-INDEX-MARGIN
                     PFX-ARM-PERIODIC-CAP BY WS-ARM-PERIODIC-CAP
                     PFX-ARM-LIFETIME-CAP BY WS-ARM-LIFETIME-CAP
                     PFX-ARM-INITIAL-RATE BY WS-ARM-INITIAL-RATE
                     PFX-ARM-NOTICE-SENT  BY WS-ARM-NOTICE-SENT
                     PFX-ARM-RECORD       BY WS-ARM-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-AM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-AM-RESULT-SUCCESS.
       01  WS-ARM-SWITCH             PIC X(1).
           88  WS-LOAN-IS-ARM                VALUE "Y".

      * ESCROW-MASTER call: an escrowed loan collects its deposit
      * with every payment.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-EM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-EM-OPERATION-DATA
                     PFX-OPERATION      BY WS-EM-OPERATION.
       COPY "escrow-record.cob"
           REPLACING PFX-ESC-MONTHLY-DEPOSIT BY WS-ESC-MONTHLY-DEPOSIT
                     PFX-ESC-BALANCE       BY WS-ESC-BALANCE
                     PFX-ESC-ANNUAL-TAX    BY WS-ESC-ANNUAL-TAX
                     PFX-ESC-ANNUAL-INS    BY WS-ESC-ANNUAL-INS
                     PFX-ESC-LAST-ANALYSIS BY WS-ESC-LAST-ANALYSIS
                     PFX-ESCROW-RECORD     BY WS-ESCROW-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-EM-RESULT
                     PFX-RESULT-SUCCESS BY WS-EM-RESULT-SUCCESS.
       01  WS-ESCROW-ACCOUNT-SWITCH  PIC X(1).
           88  WS-LOAN-HAS-ESCROW            VALUE "Y".

      * LINE-MASTER call: a credit line pays its minimum payment.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LN-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LN-OPERATION-DATA
                     PFX-OPERATION      BY WS-LN-OPERATION.
       COPY "line-record.cob"
           REPLACING PFX-LINE-CREDIT-LIMIT BY WS-LINE-CREDIT-LIMIT
                     PFX-LINE-AVAILABLE    BY WS-LINE-AVAILABLE
                     PFX-LINE-DRAW-END-DATE BY WS-LINE-DRAW-END-DATE
                     PFX-LINE-MIN-PAY-PCT  BY WS-LINE-MIN-PAY-PCT
                     PFX-LINE-LAST-DRAW    BY WS-LINE-LAST-DRAW
                     PFX-LINE-RECORD       BY WS-LINE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LN-RESULT
                     PFX-RESULT-SUCCESS BY WS-LN-RESULT-SUCCESS.
       01  WS-CREDIT-LINE-SWITCH     PIC X(1).
           88  WS-LOAN-IS-CREDIT-LINE        VALUE "Y".

      * Report lines: a month or a group, and its collections.
       01  WS-DETAIL-LINE.
           05  DL-LABEL              PIC X(14).
           05  DL-LOANS              PIC Z(6)9.
           05  DL-PAYMENTS           PIC Z(6)9.
           05  DL-PRINCIPAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-INTEREST           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-ESCROW             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(28) VALUE SPACES.
       01  WS-HEADING-LINE.
           05  FILLER                PIC X(14) VALUE "MONTH/GROUP".
           05  FILLER                PIC X(7)  VALUE "  LOANS".
           05  FILLER                PIC X(7)  VALUE "   PMTS".
           05  FILLER                PIC X(19) VALUE
                   "         PRINCIPAL ".
           05  FILLER                PIC X(19) VALUE
                   "          INTEREST ".
           05  FILLER                PIC X(19) VALUE
                   "            ESCROW ".
           05  FILLER                PIC X(19) VALUE
                   "   TOTAL COLLECTED ".
           05  FILLER                PIC X(28) VALUE SPACES.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Cash-Flow Projection"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM BUILD-MONTH-WINDOW
           DISPLAY "Projecting " WS-WIN-LABEL(1) " through "
                   WS-WIN-LABEL(12)

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "cashflow_projection." DELIMITED BY SIZE
                   WS-RUN-DATE-X(1:6) DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           INITIALIZE WS-BOOK-TABLE
           INITIALIZE WS-BOOK-TOTALS

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               PERFORM READ-NEXT-LOAN
               PERFORM PROJECT-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
               PERFORM WRITE-PROJECTION-REPORT
           ELSE
               DISPLAY "CASHFLOW-PROJECTION: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- nothing to project"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " Projected: " WS-LOANS-PROJECTED
           DISPLAY "ARM: " WS-ARM-LOANS " Escrowed: " WS-ESCROW-LOANS
           MOVE WS-GROUP-COUNT TO WS-ED-COUNT
           DISPLAY "Groups reported: " FUNCTION TRIM(WS-ED-COUNT)
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       BUILD-MONTH-WINDOW.
           COMPUTE WS-FIRST-MONTH-NO =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1
           PERFORM BUILD-ONE-MONTH-LABEL
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       BUILD-ONE-MONTH-LABEL.
           COMPUTE WS-WORK-MONTH-NO =
               WS-FIRST-MONTH-NO + WS-MONTH-SUB - 1
           DIVIDE WS-WORK-MONTH-NO BY 12
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-REMAINDER
           COMPUTE WS-WORK-MONTH = WS-WORK-REMAINDER + 1
           MOVE WS-WORK-YEAR TO WS-WORK-LABEL-YYYY
           MOVE WS-WORK-MONTH TO WS-WORK-LABEL-MM
           MOVE WS-WORK-LABEL TO WS-WIN-LABEL(WS-MONTH-SUB).

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * PROJECT-ONE-LOAN - an ACTIVE loan with a balance and a due     *
      * date is run forward until it pays off or its next payment      *
      * falls past the twelfth month, then added to the book, its      *
      * product and its currency.                                      *
      *----------------------------------------------------------------*
       PROJECT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE"
                   AND LOAN-CURRENT-BALANCE > 0
                   AND LOAN-NEXT-DUE-DATE IS NUMERIC
                   AND LOAN-NEXT-DUE-DATE > 0
               ADD 1 TO WS-LOANS-PROJECTED
               INITIALIZE WS-LOAN-FLOWS
               PERFORM LOOK-UP-ARM-SCHEDULE
               PERFORM LOOK-UP-ESCROW-ACCOUNT
               PERFORM LOOK-UP-CREDIT-LINE
               PERFORM SET-PERIOD-FACTORS

               MOVE LOAN-NEXT-DUE-DATE TO WS-PROJ-DUE-DATE
               MOVE LOAN-CURRENT-BALANCE TO WS-PROJ-BALANCE
               MOVE LOAN-INTEREST-RATE TO WS-PROJ-RATE
               MOVE WS-ARM-NEXT-RESET TO WS-PROJ-NEXT-RESET
               MOVE 0 TO WS-PROJ-PAYMENTS
               MOVE "N" TO WS-PROJ-DONE-SWITCH
               PERFORM PROJECT-ONE-PAYMENT
                   UNTIL WS-PROJECTION-DONE

               PERFORM ADD-LOAN-TO-BOOK
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE "P" TO WS-FIND-TYPE
               MOVE LOAN-PRODUCT-CODE TO WS-FIND-CODE
               PERFORM CREDIT-GROUP
               MOVE "C" TO WS-FIND-TYPE
               MOVE LOAN-CURRENCY TO WS-FIND-CODE
               IF LOAN-CURRENCY = SPACES
                   MOVE "USD" TO WS-FIND-CODE
               END-IF
               PERFORM CREDIT-GROUP
           END-IF
           PERFORM READ-NEXT-LOAN.

       LOOK-UP-ARM-SCHEDULE.
           MOVE "N" TO WS-ARM-SWITCH
           MOVE LOAN-NUMBER TO WS-ARM-LOAN-NUMBER
           MOVE SPACES TO WS-ARM-RECORD
           MOVE 0 TO WS-ARM-NEXT-RESET
           MOVE 3 TO WS-AM-OPERATION-LEN
           MOVE "GET" TO WS-AM-OPERATION-DATA
           CALL "ARM-MASTER" USING
               WS-AM-OPERATION, WS-ARM-LOAN-NUMBER,
               WS-ARM-RECORD, WS-AM-RESULT
           IF WS-AM-RESULT-SUCCESS
                   AND WS-ARM-RESET-FREQ > 0
                   AND WS-ARM-NEXT-RESET IS NUMERIC
                   AND WS-ARM-NEXT-RESET > 0
               MOVE "Y" TO WS-ARM-SWITCH
               ADD 1 TO WS-ARM-LOANS
           ELSE
               MOVE 0 TO WS-ARM-NEXT-RESET
           END-IF.

       LOOK-UP-ESCROW-ACCOUNT.
           MOVE "N" TO WS-ESCROW-ACCOUNT-SWITCH
           MOVE SPACES TO WS-ESCROW-RECORD
           MOVE 3 TO WS-EM-OPERATION-LEN
           MOVE "GET" TO WS-EM-OPERATION-DATA
           CALL "ESCROW-MASTER" USING
               WS-EM-OPERATION, LOAN-NUMBER, WS-ESCROW-RECORD,
               WS-EM-RESULT
           IF WS-EM-RESULT-SUCCESS AND WS-ESC-MONTHLY-DEPOSIT > 0
               MOVE "Y" TO WS-ESCROW-ACCOUNT-SWITCH
               ADD 1 TO WS-ESCROW-LOANS
           END-IF.

       LOOK-UP-CREDIT-LINE.
           MOVE "N" TO WS-CREDIT-LINE-SWITCH
           MOVE SPACES TO WS-LINE-RECORD
           MOVE 3 TO WS-LN-OPERATION-LEN
           MOVE "GET" TO WS-LN-OPERATION-DATA
           CALL "LINE-MASTER" USING
               WS-LN-OPERATION, LOAN-NUMBER, WS-LINE-RECORD,
               WS-LN-RESULT
           IF WS-LN-RESULT-SUCCESS
               MOVE "Y" TO WS-CREDIT-LINE-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * SET-PERIOD-FACTORS - the loan's payments a year, the days one  *
      * period steps the due date, and the periods the principal is    *
      * spread over, as PAYMENT-POSTING sets them.                     *
      *----------------------------------------------------------------*
       SET-PERIOD-FACTORS.
           EVALUATE LOAN-PAY-FREQUENCY
               WHEN "B"
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE 14 TO WS-PERIOD-DAYS
               WHEN "Q"
                   MOVE 4 TO WS-PERIODS-PER-YEAR
                   MOVE 91 TO WS-PERIOD-DAYS
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE 30 TO WS-PERIOD-DAYS
           END-EVALUATE
           COMPUTE WS-REMAINING-PERIODS =
               LOAN-TERM-YEARS * WS-PERIODS-PER-YEAR
           IF LOAN-IO-END-DATE IS NUMERIC
                   AND LOAN-IO-END-DATE > 0
                   AND LOAN-IO-PERIODS IS NUMERIC
               SUBTRACT LOAN-IO-PERIODS FROM WS-REMAINING-PERIODS
           END-IF
           IF WS-REMAINING-PERIODS < 1
               MOVE 1 TO WS-REMAINING-PERIODS
           END-IF.

      *----------------------------------------------------------------*
      * PROJECT-ONE-PAYMENT - the payment due on WS-PROJ-DUE-DATE,     *
      * into its month's slot, then the due date steps one period.     *
      * Sixty payments is more than any frequency makes in a year, so  *
      * the cap only ever stops a due date that would not advance.     *
      *----------------------------------------------------------------*
       PROJECT-ONE-PAYMENT.
           COMPUTE WS-PROJ-SLOT =
               WS-PROJ-DUE-YYYY * 12 + WS-PROJ-DUE-MM - 1
                   - WS-FIRST-MONTH-NO + 1
           IF WS-PROJ-SLOT < 1
               MOVE 1 TO WS-PROJ-SLOT
           END-IF
           IF WS-PROJ-SLOT > 12
               MOVE "Y" TO WS-PROJ-DONE-SWITCH
           ELSE
               IF LOAN-DEFER-UNTIL IS NUMERIC
                       AND LOAN-DEFER-UNTIL > 0
                       AND WS-PROJ-DUE-DATE <= LOAN-DEFER-UNTIL
                   CONTINUE
               ELSE
                   PERFORM APPLY-DUE-RESETS
                   PERFORM PRICE-ONE-PAYMENT
                   ADD WS-PAY-PRINCIPAL
                       TO WS-LF-PRINCIPAL(WS-PROJ-SLOT)
                   ADD WS-PAY-INTEREST
                       TO WS-LF-INTEREST(WS-PROJ-SLOT)
                   ADD WS-PAY-ESCROW TO WS-LF-ESCROW(WS-PROJ-SLOT)
                   ADD 1 TO WS-LF-PAYMENTS(WS-PROJ-SLOT)
                   SUBTRACT WS-PAY-PRINCIPAL FROM WS-PROJ-BALANCE
                   IF WS-PROJ-BALANCE <= 0
                       MOVE "Y" TO WS-PROJ-DONE-SWITCH
                   END-IF
               END-IF
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PROJ-DUE-DATE)
                       + WS-PERIOD-DAYS
               COMPUTE WS-PROJ-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               ADD 1 TO WS-PROJ-PAYMENTS
               IF WS-PROJ-PAYMENTS >= WS-PROJ-MAX-PAYMENTS
                   MOVE "Y" TO WS-PROJ-DONE-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-DUE-RESETS - every reset date the payment has reached    *
      * steps the rate by the index margin, held to the periodic cap   *
      * per move and the lifetime cap over the booked rate, the same   *
      * arithmetic ARM-RATE-RESET applies; the schedule's frequency is *
      * in years, as ARM-RATE-RESET advances it.                       *
      *----------------------------------------------------------------*
       APPLY-DUE-RESETS.
           IF WS-LOAN-IS-ARM
               PERFORM APPLY-ONE-RESET
                   UNTIL WS-PROJ-NEXT-RESET > WS-PROJ-DUE-DATE
           END-IF.

       APPLY-ONE-RESET.
           MOVE WS-ARM-INDEX-MARGIN TO WS-RATE-STEP
           IF WS-RATE-STEP > WS-ARM-PERIODIC-CAP
               MOVE WS-ARM-PERIODIC-CAP TO WS-RATE-STEP
           END-IF
           COMPUTE WS-PROJ-RATE = WS-PROJ-RATE + WS-RATE-STEP
           COMPUTE WS-MAX-RATE =
               WS-ARM-INITIAL-RATE + WS-ARM-LIFETIME-CAP
           IF WS-PROJ-RATE > WS-MAX-RATE
               MOVE WS-MAX-RATE TO WS-PROJ-RATE
           END-IF
           IF WS-PROJ-RATE < 0
               MOVE 0 TO WS-PROJ-RATE
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROJ-NEXT-RESET)
                   + (WS-ARM-RESET-FREQ * 365)
           COMPUTE WS-PROJ-NEXT-RESET =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

      *----------------------------------------------------------------*
      * PRICE-ONE-PAYMENT - the period's interest on the projected     *
      * balance, the principal share STATEMENT-GENERATION would bill   *
      * (never more than the balance), and the escrow deposit.         *
      *----------------------------------------------------------------*
       PRICE-ONE-PAYMENT.
           COMPUTE WS-PAY-INTEREST ROUNDED =
               WS-PROJ-BALANCE *
                   (WS-PROJ-RATE / 100) / WS-PERIODS-PER-YEAR
           EVALUATE TRUE
               WHEN WS-LOAN-IS-CREDIT-LINE
                   COMPUTE WS-PAY-PRINCIPAL ROUNDED =
                       WS-PROJ-BALANCE * WS-LINE-MIN-PAY-PCT / 100
               WHEN LOAN-MATURITY-DATE IS NUMERIC
                       AND LOAN-MATURITY-DATE > 0
                       AND WS-PROJ-DUE-DATE NOT < LOAN-MATURITY-DATE
                   MOVE WS-PROJ-BALANCE TO WS-PAY-PRINCIPAL
               WHEN LOAN-IO-END-DATE IS NUMERIC
                       AND LOAN-IO-END-DATE > 0
                       AND WS-PROJ-DUE-DATE NOT > LOAN-IO-END-DATE
                   MOVE 0 TO WS-PAY-PRINCIPAL
               WHEN OTHER
                   COMPUTE WS-PAY-PRINCIPAL ROUNDED =
                       WS-PROJ-BALANCE / WS-REMAINING-PERIODS
           END-EVALUATE
           IF WS-PAY-PRINCIPAL > WS-PROJ-BALANCE
               MOVE WS-PROJ-BALANCE TO WS-PAY-PRINCIPAL
           END-IF
           MOVE 0 TO WS-PAY-ESCROW
           IF WS-LOAN-HAS-ESCROW
               MOVE WS-ESC-MONTHLY-DEPOSIT TO WS-PAY-ESCROW
           END-IF.

       ADD-LOAN-TO-BOOK.
           ADD WS-LF-PAYMENTS(WS-MONTH-SUB)
               TO WS-BK-PAYMENTS(WS-MONTH-SUB)
           ADD WS-LF-PRINCIPAL(WS-MONTH-SUB)
               TO WS-BK-PRINCIPAL(WS-MONTH-SUB)
           ADD WS-LF-INTEREST(WS-MONTH-SUB)
               TO WS-BK-INTEREST(WS-MONTH-SUB)
           ADD WS-LF-ESCROW(WS-MONTH-SUB)
               TO WS-BK-ESCROW(WS-MONTH-SUB)
           ADD WS-LF-PAYMENTS(WS-MONTH-SUB) TO WS-BT-PAYMENTS
           ADD WS-LF-PRINCIPAL(WS-MONTH-SUB) TO WS-BT-PRINCIPAL
           ADD WS-LF-INTEREST(WS-MONTH-SUB) TO WS-BT-INTEREST
           ADD WS-LF-ESCROW(WS-MONTH-SUB) TO WS-BT-ESCROW.

       CREDIT-GROUP.
           PERFORM FIND-OR-ADD-GROUP
           IF WS-ROW-FOUND
               ADD 1 TO WS-GT-LOANS(WS-GT-IDX)
               PERFORM CREDIT-GROUP-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           END-IF.

       CREDIT-GROUP-MONTH.
           ADD WS-LF-PAYMENTS(WS-MONTH-SUB)
               TO WS-GT-PAYMENTS(WS-GT-IDX)
           ADD WS-LF-PRINCIPAL(WS-MONTH-SUB)
               TO WS-GT-PRINCIPAL(WS-GT-IDX)
           ADD WS-LF-INTEREST(WS-MONTH-SUB)
               TO WS-GT-INTEREST(WS-GT-IDX)
           ADD WS-LF-ESCROW(WS-MONTH-SUB)
               TO WS-GT-ESCROW(WS-GT-IDX).

       FIND-OR-ADD-GROUP.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-GT-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GT-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GT-KEY(WS-GT-IDX) = WS-FIND-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-ROW-FOUND
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GT-IDX TO WS-GROUP-COUNT
                   INITIALIZE WS-GROUP-ENTRY(WS-GT-IDX)
                   MOVE WS-FIND-KEY TO WS-GT-KEY(WS-GT-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "CASHFLOW-PROJECTION: Group table "
                               "full; " WS-FIND-CODE " and later "
                               "groups not reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-PROJECTION-REPORT - the book month by month with its     *
      * twelve-month total, then the totals by product and currency.   *
      *----------------------------------------------------------------*
       WRITE-PROJECTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CASHFLOW-PROJECTION: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "PROJECTED COLLECTIONS - NEXT TWELVE MONTHS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
                       "  Months: " DELIMITED BY SIZE
                       WS-WIN-LABEL(1) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-WIN-LABEL(12) DELIMITED BY SIZE
                       "  Amounts in base currency" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE

               PERFORM WRITE-ONE-MONTH-LINE
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "TOTAL" TO DL-LABEL
               MOVE WS-LOANS-PROJECTED TO DL-LOANS
               MOVE WS-BT-PAYMENTS TO DL-PAYMENTS
               MOVE WS-BT-PRINCIPAL TO DL-PRINCIPAL
               MOVE WS-BT-INTEREST TO DL-INTEREST
               MOVE WS-BT-ESCROW TO DL-ESCROW
               COMPUTE DL-TOTAL =
                   WS-BT-PRINCIPAL + WS-BT-INTEREST + WS-BT-ESCROW
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "TWELVE-MONTH TOTALS BY PRODUCT" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "P" TO WS-SECTION-TYPE
               PERFORM WRITE-GROUP-LINE
                   VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GROUP-COUNT

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "TWELVE-MONTH TOTALS BY NOTE CURRENCY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "C" TO WS-SECTION-TYPE
               PERFORM WRITE-GROUP-LINE
                   VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GROUP-COUNT
               CLOSE REPORT-FILE
           END-IF.

       WRITE-ONE-MONTH-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WIN-LABEL(WS-MONTH-SUB) TO DL-LABEL
           MOVE WS-BK-PAYMENTS(WS-MONTH-SUB) TO DL-PAYMENTS
           MOVE WS-BK-PRINCIPAL(WS-MONTH-SUB) TO DL-PRINCIPAL
           MOVE WS-BK-INTEREST(WS-MONTH-SUB) TO DL-INTEREST
           MOVE WS-BK-ESCROW(WS-MONTH-SUB) TO DL-ESCROW
           COMPUTE DL-TOTAL =
               WS-BK-PRINCIPAL(WS-MONTH-SUB)
             + WS-BK-INTEREST(WS-MONTH-SUB)
             + WS-BK-ESCROW(WS-MONTH-SUB)
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-GROUP-LINE.
           IF WS-GT-TYPE(WS-GT-IDX) = WS-SECTION-TYPE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-GT-CODE(WS-GT-IDX) TO DL-LABEL
               IF WS-GT-CODE(WS-GT-IDX) = SPACES
                   MOVE "(NONE)" TO DL-LABEL
               END-IF
               MOVE WS-GT-LOANS(WS-GT-IDX) TO DL-LOANS
               MOVE WS-GT-PAYMENTS(WS-GT-IDX) TO DL-PAYMENTS
               MOVE WS-GT-PRINCIPAL(WS-GT-IDX) TO DL-PRINCIPAL
               MOVE WS-GT-INTEREST(WS-GT-IDX) TO DL-INTEREST
               MOVE WS-GT-ESCROW(WS-GT-IDX) TO DL-ESCROW
               COMPUTE DL-TOTAL =
                   WS-GT-PRINCIPAL(WS-GT-IDX)
                 + WS-GT-INTEREST(WS-GT-IDX)
                 + WS-GT-ESCROW(WS-GT-IDX)
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM CASHFLOW-PROJECTION.
