      *================================================================*
      * CodeUChain COBOL Batch - Relationship Profitability Report     *
      *                                                                *
      * EXPOSURE-REPORT shows what a customer and household owe; this  *
      * shows whether the relationship makes money. For the quarter    *
      * (positional argument 1, any YYYYMM in it, defaulting to the    *
      * quarter the business date falls in) every loan on LOAN-MASTER  *
      * has its journal walked from a keyed START at the loan, and     *
      * what the quarter brought in and cost is credited to the        *
      * borrower:                                                      *
      *                                                                *
      *   - interest income, the quarter's ACCR accruals;              *
      *   - fee income, its FEE and NSF charges;                       *
      *   - origination fees on a loan BOOKed in the quarter -- the    *
      *     product's flat fee plus its points on the amount booked,   *
      *     the schedule GL-FEED-EXPORT nets out of the funding;       *
      *   - charge-off losses (CHGO) net of recoveries (RCVY);         *
      *   - a cost-of-funds charge on the loan's average balance, the  *
      *     journal's running balance carried day by day through the   *
      *     quarter (to the business date when the quarter is still    *
      *     open), at the annual rate cost_of_funds.dat sets for the   *
      *     loan's product and term.                                   *
      *                                                                *
      * cost_of_funds.dat holds one fixed-width row per funding rate   *
      * treasury sets:                                                 *
      *                                                                *
      *     product code  X(4)       (ALL = every product)             *
      *     term years    9(3)       (up to and including this term)   *
      *     annual rate   9(3)V9(4)  (0042500 = 4.25%)                 *
      *                                                                *
      * A loan takes the row for its product with the shortest term    *
      * that still covers its own; failing that the same among the ALL *
      * rows; failing both the built-in 4 percent -- the file-else-    *
      * defaults approach CECL-RESERVE takes with its loss rates.      *
      *                                                                *
      * Net contribution is income less net losses less the funding    *
      * charge. Customers are ranked on it, highest first, and then    *
      * the households household_link.dat groups them into (the        *
      * relationship rows EXPOSURE-REPORT rolls up) are ranked the     *
      * same way, for the relationship managers weighing a pricing     *
      * exception. Amounts are in base currency, as the master and the *
      * journal carry them.                                            *
      *                                                                *
      * Written to relationship_profitability.YYYYQn.rpt.              *
      *                                                                *
      * Return codes: 0 clean, 4 the journal or cost_of_funds.dat was  *
      * not available or a table filled, 16 LOAN-MASTER or the report  *
      * could not be opened.                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATIONSHIP-PROFITABILITY.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT FUNDING-RATE-FILE ASSIGN TO "cost_of_funds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household_link.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
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
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-AMOUNT      BY TXN-AMOUNT
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  FUNDING-RATE-FILE.
       01  FUNDING-RATE-RECORD.
           05  FR-PRODUCT-CODE        PIC X(4).
           05  FR-TERM-YEARS          PIC 9(3).
           05  FR-ANNUAL-PCT          PIC 9(3)V9(4).

      * One relationship row per customer, as EXPOSURE-REPORT reads it.
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05  HH-CUSTOMER-ID        PIC X(10).
           05  HH-HOUSEHOLD-ID       PIC X(10).
           05  HH-ROLE               PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-RATE-FILE-STATUS       PIC XX.
       01  WS-HOUSEHOLD-STATUS       PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(50).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-JOURNAL-OPEN-SWITCH    PIC X(1) VALUE "N".
           88  WS-JOURNAL-OPEN               VALUE "Y".

      * The quarter: argument 1 (any month in it) or the business date.
       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-PERIOD-MONTH           PIC 9(6).
       01  WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
           05  WS-PERIOD-YYYY        PIC 9(4).
           05  WS-PERIOD-MM          PIC 9(2).
       01  WS-QUARTER-NO             PIC 9(1).
       01  WS-QUARTER-LABEL.
           05  WS-QL-YYYY            PIC 9(4).
           05  FILLER                PIC X(1) VALUE "Q".
           05  WS-QL-QUARTER         PIC 9(1).
       01  WS-WORK-DATE              PIC 9(8).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY          PIC 9(4).
           05  WS-WORK-MM            PIC 9(2).
           05  WS-WORK-DD            PIC 9(2).
       01  WS-QUARTER-START          PIC 9(8).
       01  WS-QUARTER-END            PIC 9(8).
       01  WS-QUARTER-START-INT      PIC S9(9) COMP-3.
       01  WS-QUARTER-END-INT        PIC S9(9) COMP-3.
      * Last day the balance is carried through: the quarter end, or
      * the business date while the quarter is still open.
       01  WS-WINDOW-END-INT         PIC S9(9) COMP-3.
       01  WS-WINDOW-DAYS            PIC S9(5) COMP-3.

      * Cost-of-funds rows, loaded once up front.
       01  WS-RATE-MAX               PIC S9(4) COMP VALUE 200.
       01  WS-RATE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-RATE-IDX.
               10  WS-RT-PRODUCT-CODE   PIC X(4).
               10  WS-RT-TERM-YEARS     PIC 9(3).
               10  WS-RT-ANNUAL-PCT     PIC 9(3)V9(4).
       01  WS-DEFAULT-FUNDING-PCT    PIC 9(3)V9(4) VALUE 4.
       01  WS-LOAN-FUNDING-PCT       PIC 9(3)V9(4).
       01  WS-BEST-EXACT-TERM        PIC 9(3).
       01  WS-BEST-EXACT-PCT         PIC 9(3)V9(4).
       01  WS-BEST-ALL-TERM          PIC 9(3).
       01  WS-BEST-ALL-PCT           PIC 9(3)V9(4).
       01  WS-EXACT-SEEN-SWITCH      PIC X(1).
           88  WS-EXACT-SEEN                 VALUE "Y".
       01  WS-ALL-SEEN-SWITCH        PIC X(1).
           88  WS-ALL-SEEN                   VALUE "Y".

      * One loan's quarter off its journal walk.
       01  WS-LOAN-FIGURES.
           05  WS-LF-INTEREST        PIC S9(13)V99 COMP-3.
           05  WS-LF-FEES            PIC S9(13)V99 COMP-3.
           05  WS-LF-ORIG-FEES       PIC S9(13)V99 COMP-3.
           05  WS-LF-CHARGE-OFFS     PIC S9(13)V99 COMP-3.
           05  WS-LF-RECOVERIES      PIC S9(13)V99 COMP-3.
           05  WS-LF-BALANCE-DAYS    PIC S9(17)V99 COMP-3.
           05  WS-LF-FUNDING-COST    PIC S9(13)V99 COMP-3.
       01  WS-LF-ACTIVITY-SWITCH     PIC X(1).
           88  WS-LF-ACTIVITY                VALUE "Y".
       01  WS-CARRY-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-CARRY-FROM-INT         PIC S9(9) COMP-3.
       01  WS-TXN-DATE-INT           PIC S9(9) COMP-3.
       01  WS-CARRY-TO-INT           PIC S9(9) COMP-3.

      * The product's origination fee schedule.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LP-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LP-OPERATION-DATA
                     PFX-OPERATION      BY WS-LP-OPERATION.
       01  WS-PRODUCT-CODE           PIC X(4).
       COPY "product-record.cob"
           REPLACING PFX-PROD-ORIG-FEE    BY WS-PROD-ORIG-FEE
                     PFX-PROD-POINTS      BY WS-PROD-POINTS
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT              PIC X(10).
       01  WS-POINTS-AMOUNT          PIC S9(13)V99 COMP-3.

      * Per-customer figures, appended and searched the way
      * EXPOSURE-REPORT accumulates its exposures.
       01  WS-CUSTOMER-MAX           PIC S9(4) COMP VALUE 1000.
       01  WS-CUSTOMER-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY WS-CP-IDX.
               10  WS-CP-CUSTOMER-ID    PIC X(10).
               10  WS-CP-LOANS          PIC 9(5) COMP-3.
               10  WS-CP-AVG-BALANCE    PIC S9(13)V99 COMP-3.
               10  WS-CP-BALANCE-DAYS   PIC S9(17)V99 COMP-3.
               10  WS-CP-INTEREST       PIC S9(13)V99 COMP-3.
               10  WS-CP-FEES           PIC S9(13)V99 COMP-3.
               10  WS-CP-ORIG-FEES      PIC S9(13)V99 COMP-3.
               10  WS-CP-NET-LOSS       PIC S9(13)V99 COMP-3.
               10  WS-CP-FUNDING-COST   PIC S9(13)V99 COMP-3.
               10  WS-CP-NET            PIC S9(13)V99 COMP-3.
       01  WS-CUSTOMER-FOUND-SWITCH  PIC X(1).
           88  WS-CUSTOMER-FOUND             VALUE "Y".
       01  WS-CUSTOMER-FULL-SWITCH   PIC X(1) VALUE "N".
           88  WS-CUSTOMER-TABLE-FULL        VALUE "Y".

      * Household groups, folded together from the link rows.
       01  WS-HH-EOF-SWITCH          PIC X(1).
           88  WS-HH-AT-EOF                  VALUE "Y".
       01  WS-GROUP-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-GROUP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-HG-IDX.
               10  WS-HG-HOUSEHOLD-ID   PIC X(10).
               10  WS-HG-LOANS          PIC 9(5) COMP-3.
               10  WS-HG-AVG-BALANCE    PIC S9(13)V99 COMP-3.
               10  WS-HG-BALANCE-DAYS   PIC S9(17)V99 COMP-3.
               10  WS-HG-INTEREST       PIC S9(13)V99 COMP-3.
               10  WS-HG-FEES           PIC S9(13)V99 COMP-3.
               10  WS-HG-ORIG-FEES      PIC S9(13)V99 COMP-3.
               10  WS-HG-NET-LOSS       PIC S9(13)V99 COMP-3.
               10  WS-HG-FUNDING-COST   PIC S9(13)V99 COMP-3.
               10  WS-HG-NET            PIC S9(13)V99 COMP-3.
               10  WS-HG-MEMBERS        PIC 9(3).
       01  WS-GROUP-FOUND-SWITCH     PIC X(1).
           88  WS-GROUP-FOUND                VALUE "Y".
       01  WS-GROUP-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-GROUP-TABLE-FULL           VALUE "Y".

      * Book totals, the last line of the customer ranking.
       01  WS-BOOK-FIGURES.
           05  WS-BK-KEY                PIC X(10).
           05  WS-BK-LOANS              PIC 9(5) COMP-3.
           05  WS-BK-AVG-BALANCE        PIC S9(13)V99 COMP-3.
           05  WS-BK-BALANCE-DAYS       PIC S9(17)V99 COMP-3.
           05  WS-BK-INTEREST           PIC S9(13)V99 COMP-3.
           05  WS-BK-FEES               PIC S9(13)V99 COMP-3.
           05  WS-BK-ORIG-FEES          PIC S9(13)V99 COMP-3.
           05  WS-BK-NET-LOSS           PIC S9(13)V99 COMP-3.
           05  WS-BK-FUNDING-COST       PIC S9(13)V99 COMP-3.
           05  WS-BK-NET                PIC S9(13)V99 COMP-3.

      * Selection-sort work, descending on net contribution.
       01  WS-SORT-I                 PIC S9(4) COMP.
       01  WS-SORT-J                 PIC S9(4) COMP.
       01  WS-SORT-BIGGEST           PIC S9(4) COMP.
       01  WS-SWAP-CUSTOMER          PIC X(79).
       01  WS-SWAP-GROUP             PIC X(82).

      * CUSTOMER-MASTER join for the report name.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-MEASURED         PIC 9(7) VALUE 0.
       01  WS-RANK                   PIC 9(5).

      * Report lines.
       01  WS-PROFIT-HEADING-1.
           05  FILLER                PIC X(40)
                   VALUE "RANK ID         NAME                LNS".
           05  FILLER                PIC X(13) VALUE "     AVERAGE ".
           05  FILLER                PIC X(13) VALUE "    INTEREST ".
           05  FILLER                PIC X(13) VALUE "         FEE ".
           05  FILLER                PIC X(13) VALUE " ORIGINATION ".
           05  FILLER                PIC X(13) VALUE "    NET LOSS ".
           05  FILLER                PIC X(13) VALUE "    COST OF  ".
           05  FILLER                PIC X(13) VALUE "         NET ".
           05  FILLER                PIC X(01).
       01  WS-PROFIT-HEADING-2.
           05  FILLER                PIC X(40).
           05  FILLER                PIC X(13) VALUE "     BALANCE ".
           05  FILLER                PIC X(13) VALUE "      INCOME ".
           05  FILLER                PIC X(13) VALUE "      INCOME ".
           05  FILLER                PIC X(13) VALUE "        FEES ".
           05  FILLER                PIC X(13) VALUE "             ".
           05  FILLER                PIC X(13) VALUE "       FUNDS ".
           05  FILLER                PIC X(13) VALUE "CONTRIBUTION ".
           05  FILLER                PIC X(01).
       01  WS-PROFIT-LINE.
           05  PL-RANK               PIC ZZZ9.
           05  FILLER                PIC X(1).
           05  PL-ID                 PIC X(10).
           05  FILLER                PIC X(1).
           05  PL-NAME               PIC X(20).
           05  PL-LOANS              PIC ZZZ9.
           05  PL-AVG-BALANCE        PIC Z(8)9.99-.
           05  PL-INTEREST           PIC Z(8)9.99-.
           05  PL-FEES               PIC Z(8)9.99-.
           05  PL-ORIG-FEES          PIC Z(8)9.99-.
           05  PL-NET-LOSS           PIC Z(8)9.99-.
           05  PL-FUNDING-COST       PIC Z(8)9.99-.
           05  PL-NET                PIC Z(8)9.99-.
           05  FILLER                PIC X(1).
       01  WS-MEMBER-NAME.
           05  FILLER                PIC X(8) VALUE "MEMBERS ".
           05  WS-MN-COUNT           PIC ZZ9.
           05  FILLER                PIC X(9).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Relationship Profitability"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM SET-QUARTER-WINDOW
           DISPLAY "Quarter: " WS-QUARTER-LABEL " (" WS-QUARTER-START
                   " - " WS-QUARTER-END ")"
           PERFORM LOAD-FUNDING-RATE-TABLE
           INITIALIZE WS-BOOK-FIGURES

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "relationship_profitability." DELIMITED BY SIZE
                   WS-QUARTER-LABEL DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               OPEN INPUT TRANSACTION-FILE
               IF WS-TXN-FILE-STATUS = "00"
                   MOVE "Y" TO WS-JOURNAL-OPEN-SWITCH
               ELSE
                   DISPLAY "RELATIONSHIP-PROFITABILITY: Unable to "
                           "open loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS " -- no income or "
                           "balances to measure"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM MEASURE-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
               IF WS-JOURNAL-OPEN
                   CLOSE TRANSACTION-FILE
               END-IF

               PERFORM FINISH-ONE-CUSTOMER
                   VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CUSTOMER-COUNT
               PERFORM ROLL-UP-HOUSEHOLDS
               PERFORM SORT-CUSTOMERS-DESCENDING
               PERFORM SORT-GROUPS-DESCENDING
               PERFORM WRITE-PROFITABILITY-REPORT
           ELSE
               DISPLAY "RELATIONSHIP-PROFITABILITY: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " Measured: " WS-LOANS-MEASURED
           DISPLAY "Customers: " WS-CUSTOMER-COUNT
               " Households: " WS-GROUP-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is any    *
      * month of the quarter as YYYYMM; left off, the business date's. *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           MOVE WS-RUN-DATE-X(1:6) TO WS-PERIOD-MONTH

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MONTH-ARG IS NUMERIC
                   AND WS-MONTH-ARG(5:2) >= "01"
                   AND WS-MONTH-ARG(5:2) <= "12"
               MOVE WS-MONTH-ARG TO WS-PERIOD-MONTH
           ELSE
               IF WS-MONTH-ARG NOT = SPACES
                   DISPLAY "RELATIONSHIP-PROFITABILITY: Month "
                           WS-MONTH-ARG " is not YYYYMM; reporting "
                           "the quarter of " WS-PERIOD-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SET-QUARTER-WINDOW - first and last day of the quarter, and    *
      * the last day balances are carried to.                          *
      *----------------------------------------------------------------*
       SET-QUARTER-WINDOW.
           COMPUTE WS-QUARTER-NO = (WS-PERIOD-MM - 1) / 3 + 1
           MOVE WS-PERIOD-YYYY TO WS-QL-YYYY
           MOVE WS-QUARTER-NO TO WS-QL-QUARTER

           MOVE WS-PERIOD-YYYY TO WS-WORK-YYYY
           COMPUTE WS-WORK-MM = (WS-QUARTER-NO - 1) * 3 + 1
           MOVE 1 TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-QUARTER-START
           COMPUTE WS-QUARTER-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-QUARTER-START)

           IF WS-QUARTER-NO = 4
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 3 TO WS-WORK-MM
           END-IF
           COMPUTE WS-QUARTER-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-QUARTER-END =
               FUNCTION DATE-OF-INTEGER(WS-QUARTER-END-INT)

           MOVE WS-QUARTER-END-INT TO WS-WINDOW-END-INT
           IF WS-RUN-DATE-INTEGER < WS-WINDOW-END-INT
               MOVE WS-RUN-DATE-INTEGER TO WS-WINDOW-END-INT
           END-IF
           COMPUTE WS-WINDOW-DAYS =
               WS-WINDOW-END-INT - WS-QUARTER-START-INT + 1
           IF WS-WINDOW-DAYS < 0
               MOVE 0 TO WS-WINDOW-DAYS
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-FUNDING-RATE-TABLE - a missing file is not fatal: every   *
      * loan is funded at the built-in rate and the run ends with a 4  *
      * so someone confirms treasury's rates were meant to be absent.  *
      *----------------------------------------------------------------*
       LOAD-FUNDING-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT FUNDING-RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FUNDING-RATE
               PERFORM LOAD-ONE-FUNDING-RATE
                   UNTIL WS-END-OF-FILE
               CLOSE FUNDING-RATE-FILE
               DISPLAY "Funding rates loaded: " WS-RATE-COUNT
           ELSE
               DISPLAY "RELATIONSHIP-PROFITABILITY: No "
                       "cost_of_funds.dat (status " WS-RATE-FILE-STATUS
                       ") -- built-in rate used"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ONE-FUNDING-RATE.
           IF FR-TERM-YEARS IS NUMERIC AND FR-ANNUAL-PCT IS NUMERIC
               IF WS-RATE-COUNT < WS-RATE-MAX
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-COUNT
                   MOVE FR-PRODUCT-CODE
                       TO WS-RT-PRODUCT-CODE(WS-RATE-IDX)
                   MOVE FR-TERM-YEARS TO WS-RT-TERM-YEARS(WS-RATE-IDX)
                   MOVE FR-ANNUAL-PCT TO WS-RT-ANNUAL-PCT(WS-RATE-IDX)
               ELSE
                   DISPLAY "RELATIONSHIP-PROFITABILITY: Funding-rate "
                           "table full; " FR-PRODUCT-CODE "/"
                           FR-TERM-YEARS " dropped"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "RELATIONSHIP-PROFITABILITY: Funding-rate row "
                       "skipped: " FUNDING-RATE-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM READ-NEXT-FUNDING-RATE.

       READ-NEXT-FUNDING-RATE.
           READ FUNDING-RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * MEASURE-ONE-LOAN - the loan's quarter off its journal; a loan  *
      * that carried a balance or had income or losses in the quarter  *
      * is charged its funding and credited to the borrower.           *
      *----------------------------------------------------------------*
       MEASURE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           INITIALIZE WS-LOAN-FIGURES
           MOVE "N" TO WS-LF-ACTIVITY-SWITCH
           IF WS-JOURNAL-OPEN AND WS-WINDOW-DAYS > 0
               PERFORM WALK-LOAN-JOURNAL
           END-IF

           IF WS-LF-ACTIVITY OR WS-LF-BALANCE-DAYS > 0
               ADD 1 TO WS-LOANS-MEASURED
               PERFORM FIND-FUNDING-RATE
               COMPUTE WS-LF-FUNDING-COST ROUNDED =
                   WS-LF-BALANCE-DAYS * WS-LOAN-FUNDING-PCT
                       / 100 / 365
               PERFORM CREDIT-LOAN-TO-CUSTOMER
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * WALK-LOAN-JOURNAL - keyed START at the loan and walk its       *
      * journal the way PREPAYMENT-SPEED does. The balance each record *
      * leaves is carried forward day by day; whatever it stood at     *
      * before the quarter opens the quarter, and the last one runs to *
      * the end of the window.                                         *
      *----------------------------------------------------------------*
       WALK-LOAN-JOURNAL.
           MOVE 0 TO WS-CARRY-BALANCE
           MOVE WS-QUARTER-START-INT TO WS-CARRY-FROM-INT
           MOVE "N" TO WS-TXN-EOF-SWITCH
           MOVE LOAN-NUMBER TO TXN-LOAN-NUMBER
           MOVE 0 TO TXN-SEQUENCE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TXN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-START
           IF NOT WS-TXN-AT-EOF
               PERFORM READ-NEXT-JOURNAL-RECORD
               PERFORM TALLY-ONE-JOURNAL-RECORD
                   UNTIL WS-TXN-AT-EOF
           END-IF
           COMPUTE WS-CARRY-TO-INT = WS-WINDOW-END-INT + 1
           PERFORM CARRY-BALANCE-FORWARD.

       TALLY-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-DATE IS NUMERIC AND TXN-DATE > 0
                   COMPUTE WS-TXN-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(TXN-DATE)
                   EVALUATE TRUE
                       WHEN WS-TXN-DATE-INT < WS-QUARTER-START-INT
                           MOVE TXN-BALANCE TO WS-CARRY-BALANCE
                       WHEN WS-TXN-DATE-INT <= WS-WINDOW-END-INT
                           MOVE WS-TXN-DATE-INT TO WS-CARRY-TO-INT
                           PERFORM CARRY-BALANCE-FORWARD
                           MOVE TXN-BALANCE TO WS-CARRY-BALANCE
                           PERFORM TALLY-QUARTER-INCOME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

      * The carried balance (a credit balance counting as nothing
      * funded) times the days from the last record to this one.
       CARRY-BALANCE-FORWARD.
           IF WS-CARRY-TO-INT > WS-CARRY-FROM-INT
               IF WS-CARRY-BALANCE > 0
                   COMPUTE WS-LF-BALANCE-DAYS =
                       WS-LF-BALANCE-DAYS + WS-CARRY-BALANCE
                       * (WS-CARRY-TO-INT - WS-CARRY-FROM-INT)
               END-IF
               MOVE WS-CARRY-TO-INT TO WS-CARRY-FROM-INT
           END-IF.

       TALLY-QUARTER-INCOME.
           EVALUATE TXN-CODE
               WHEN "ACCR"
                   ADD TXN-AMOUNT TO WS-LF-INTEREST
                   MOVE "Y" TO WS-LF-ACTIVITY-SWITCH
               WHEN "FEE"
               WHEN "NSF"
                   ADD TXN-AMOUNT TO WS-LF-FEES
                   MOVE "Y" TO WS-LF-ACTIVITY-SWITCH
               WHEN "BOOK"
                   PERFORM PRICE-ORIGINATION-FEES
                   MOVE "Y" TO WS-LF-ACTIVITY-SWITCH
               WHEN "CHGO"
                   ADD TXN-AMOUNT TO WS-LF-CHARGE-OFFS
                   MOVE "Y" TO WS-LF-ACTIVITY-SWITCH
               WHEN "RCVY"
                   ADD TXN-AMOUNT TO WS-LF-RECOVERIES
                   MOVE "Y" TO WS-LF-ACTIVITY-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PRICE-ORIGINATION-FEES - the product's flat fee plus its       *
      * points on the amount booked, as GL-FEED-EXPORT took them at    *
      * funding.                                                       *
      *----------------------------------------------------------------*
       PRICE-ORIGINATION-FEES.
           MOVE LOAN-PRODUCT-CODE TO WS-PRODUCT-CODE
           MOVE 3 TO WS-LP-OPERATION-LEN
           MOVE "GET" TO WS-LP-OPERATION-DATA
           CALL "LOAN-PRODUCT" USING
               WS-LP-OPERATION, WS-PRODUCT-CODE, WS-PRODUCT-RECORD,
               WS-LP-RESULT
           COMPUTE WS-POINTS-AMOUNT ROUNDED =
               TXN-AMOUNT * WS-PROD-POINTS / 100
           COMPUTE WS-LF-ORIG-FEES =
               WS-LF-ORIG-FEES + WS-PROD-ORIG-FEE + WS-POINTS-AMOUNT.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * FIND-FUNDING-RATE - the shortest-term row covering the loan's  *
      * term, the product's own rows before the ALL rows, else the     *
      * built-in rate.                                                 *
      *----------------------------------------------------------------*
       FIND-FUNDING-RATE.
           MOVE "N" TO WS-EXACT-SEEN-SWITCH
           MOVE "N" TO WS-ALL-SEEN-SWITCH
           PERFORM CHECK-ONE-FUNDING-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
           EVALUATE TRUE
               WHEN WS-EXACT-SEEN
                   MOVE WS-BEST-EXACT-PCT TO WS-LOAN-FUNDING-PCT
               WHEN WS-ALL-SEEN
                   MOVE WS-BEST-ALL-PCT TO WS-LOAN-FUNDING-PCT
               WHEN OTHER
                   MOVE WS-DEFAULT-FUNDING-PCT TO WS-LOAN-FUNDING-PCT
           END-EVALUATE.

       CHECK-ONE-FUNDING-RATE.
           IF WS-RT-TERM-YEARS(WS-RATE-IDX) >= LOAN-TERM-YEARS
               EVALUATE TRUE
                   WHEN WS-RT-PRODUCT-CODE(WS-RATE-IDX)
                           = LOAN-PRODUCT-CODE
                       IF NOT WS-EXACT-SEEN
                          OR WS-RT-TERM-YEARS(WS-RATE-IDX)
                               < WS-BEST-EXACT-TERM
                           MOVE "Y" TO WS-EXACT-SEEN-SWITCH
                           MOVE WS-RT-TERM-YEARS(WS-RATE-IDX)
                               TO WS-BEST-EXACT-TERM
                           MOVE WS-RT-ANNUAL-PCT(WS-RATE-IDX)
                               TO WS-BEST-EXACT-PCT
                       END-IF
                   WHEN WS-RT-PRODUCT-CODE(WS-RATE-IDX) = "ALL"
                       IF NOT WS-ALL-SEEN
                          OR WS-RT-TERM-YEARS(WS-RATE-IDX)
                               < WS-BEST-ALL-TERM
                           MOVE "Y" TO WS-ALL-SEEN-SWITCH
                           MOVE WS-RT-TERM-YEARS(WS-RATE-IDX)
                               TO WS-BEST-ALL-TERM
                           MOVE WS-RT-ANNUAL-PCT(WS-RATE-IDX)
                               TO WS-BEST-ALL-PCT
                       END-IF
               END-EVALUATE
           END-IF.

       CREDIT-LOAN-TO-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
           SET WS-CP-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CP-IDX > WS-CUSTOMER-COUNT
                   CONTINUE
               WHEN WS-CP-CUSTOMER-ID(WS-CP-IDX) = LOAN-CUSTOMER-ID
                   MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-CUSTOMER-FOUND
               IF WS-CUSTOMER-COUNT < WS-CUSTOMER-MAX
                   ADD 1 TO WS-CUSTOMER-COUNT
                   SET WS-CP-IDX TO WS-CUSTOMER-COUNT
                   INITIALIZE WS-CUSTOMER-ENTRY(WS-CP-IDX)
                   MOVE LOAN-CUSTOMER-ID
                       TO WS-CP-CUSTOMER-ID(WS-CP-IDX)
                   MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
               ELSE
                   IF NOT WS-CUSTOMER-TABLE-FULL
                       DISPLAY "RELATIONSHIP-PROFITABILITY: Customer "
                               "table full; " LOAN-CUSTOMER-ID
                               " and later customers in the book "
                               "total only"
                       MOVE "Y" TO WS-CUSTOMER-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-CUSTOMER-FOUND
               ADD 1 TO WS-CP-LOANS(WS-CP-IDX)
               ADD WS-LF-BALANCE-DAYS TO WS-CP-BALANCE-DAYS(WS-CP-IDX)
               ADD WS-LF-INTEREST TO WS-CP-INTEREST(WS-CP-IDX)
               ADD WS-LF-FEES TO WS-CP-FEES(WS-CP-IDX)
               ADD WS-LF-ORIG-FEES TO WS-CP-ORIG-FEES(WS-CP-IDX)
               COMPUTE WS-CP-NET-LOSS(WS-CP-IDX) =
                   WS-CP-NET-LOSS(WS-CP-IDX)
                 + WS-LF-CHARGE-OFFS - WS-LF-RECOVERIES
               ADD WS-LF-FUNDING-COST
                   TO WS-CP-FUNDING-COST(WS-CP-IDX)
           END-IF

           ADD 1 TO WS-BK-LOANS
           ADD WS-LF-BALANCE-DAYS TO WS-BK-BALANCE-DAYS
           ADD WS-LF-INTEREST TO WS-BK-INTEREST
           ADD WS-LF-FEES TO WS-BK-FEES
           ADD WS-LF-ORIG-FEES TO WS-BK-ORIG-FEES
           COMPUTE WS-BK-NET-LOSS =
               WS-BK-NET-LOSS + WS-LF-CHARGE-OFFS - WS-LF-RECOVERIES
           ADD WS-LF-FUNDING-COST TO WS-BK-FUNDING-COST.

      *----------------------------------------------------------------*
      * FINISH-ONE-CUSTOMER - average balance over the window and the  *
      * net contribution.                                              *
      *----------------------------------------------------------------*
       FINISH-ONE-CUSTOMER.
           IF WS-WINDOW-DAYS > 0
               COMPUTE WS-CP-AVG-BALANCE(WS-CP-IDX) ROUNDED =
                   WS-CP-BALANCE-DAYS(WS-CP-IDX) / WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-CP-NET(WS-CP-IDX) =
               WS-CP-INTEREST(WS-CP-IDX) + WS-CP-FEES(WS-CP-IDX)
             + WS-CP-ORIG-FEES(WS-CP-IDX) - WS-CP-NET-LOSS(WS-CP-IDX)
             - WS-CP-FUNDING-COST(WS-CP-IDX).

      *----------------------------------------------------------------*
      * ROLL-UP-HOUSEHOLDS - each link row folds its customer's        *
      * figures into the household; a member with no loans in the      *
      * quarter still counts as a member. No file, no households.      *
      *----------------------------------------------------------------*
       ROLL-UP-HOUSEHOLDS.
           MOVE "N" TO WS-HH-EOF-SWITCH
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM READ-NEXT-HOUSEHOLD-ROW
               PERFORM ROLL-UP-ONE-LINK
                   UNTIL WS-HH-AT-EOF
               CLOSE HOUSEHOLD-FILE
           END-IF
           PERFORM FINISH-ONE-GROUP
               VARYING WS-HG-IDX FROM 1 BY 1
               UNTIL WS-HG-IDX > WS-GROUP-COUNT.

       READ-NEXT-HOUSEHOLD-ROW.
           READ HOUSEHOLD-FILE
               AT END
                   MOVE "Y" TO WS-HH-EOF-SWITCH
           END-READ.

       ROLL-UP-ONE-LINK.
           IF HH-CUSTOMER-ID NOT = SPACES
                   AND HH-HOUSEHOLD-ID NOT = SPACES
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GROUP-FOUND
                   ADD 1 TO WS-HG-MEMBERS(WS-HG-IDX)
                   PERFORM FIND-LINKED-CUSTOMER
                   IF WS-CUSTOMER-FOUND
                       PERFORM ADD-CUSTOMER-TO-GROUP
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-HOUSEHOLD-ROW.

       FIND-OR-ADD-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SWITCH
           SET WS-HG-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HG-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-HG-HOUSEHOLD-ID(WS-HG-IDX) = HH-HOUSEHOLD-ID
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-GROUP-FOUND
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-HG-IDX TO WS-GROUP-COUNT
                   INITIALIZE WS-GROUP-ENTRY(WS-HG-IDX)
                   MOVE HH-HOUSEHOLD-ID
                       TO WS-HG-HOUSEHOLD-ID(WS-HG-IDX)
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
               ELSE
                   IF NOT WS-GROUP-TABLE-FULL
                       DISPLAY "RELATIONSHIP-PROFITABILITY: Household "
                               "table full; " HH-HOUSEHOLD-ID
                               " and later households not ranked"
                       MOVE "Y" TO WS-GROUP-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-LINKED-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
           SET WS-CP-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CP-IDX > WS-CUSTOMER-COUNT
                   CONTINUE
               WHEN WS-CP-CUSTOMER-ID(WS-CP-IDX) = HH-CUSTOMER-ID
                   MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
           END-SEARCH.

       ADD-CUSTOMER-TO-GROUP.
           ADD WS-CP-LOANS(WS-CP-IDX) TO WS-HG-LOANS(WS-HG-IDX)
           ADD WS-CP-BALANCE-DAYS(WS-CP-IDX)
               TO WS-HG-BALANCE-DAYS(WS-HG-IDX)
           ADD WS-CP-INTEREST(WS-CP-IDX) TO WS-HG-INTEREST(WS-HG-IDX)
           ADD WS-CP-FEES(WS-CP-IDX) TO WS-HG-FEES(WS-HG-IDX)
           ADD WS-CP-ORIG-FEES(WS-CP-IDX) TO WS-HG-ORIG-FEES(WS-HG-IDX)
           ADD WS-CP-NET-LOSS(WS-CP-IDX) TO WS-HG-NET-LOSS(WS-HG-IDX)
           ADD WS-CP-FUNDING-COST(WS-CP-IDX)
               TO WS-HG-FUNDING-COST(WS-HG-IDX).

       FINISH-ONE-GROUP.
           IF WS-WINDOW-DAYS > 0
               COMPUTE WS-HG-AVG-BALANCE(WS-HG-IDX) ROUNDED =
                   WS-HG-BALANCE-DAYS(WS-HG-IDX) / WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-HG-NET(WS-HG-IDX) =
               WS-HG-INTEREST(WS-HG-IDX) + WS-HG-FEES(WS-HG-IDX)
             + WS-HG-ORIG-FEES(WS-HG-IDX) - WS-HG-NET-LOSS(WS-HG-IDX)
             - WS-HG-FUNDING-COST(WS-HG-IDX).

      *----------------------------------------------------------------*
      * SORT-CUSTOMERS-DESCENDING / SORT-GROUPS-DESCENDING - straight  *
      * selection sorts on net contribution, as EXPOSURE-REPORT ranks  *
      * its exposures; whole entries are swapped.                      *
      *----------------------------------------------------------------*
       SORT-CUSTOMERS-DESCENDING.
           PERFORM SELECT-ONE-CUSTOMER-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-CUSTOMER-COUNT.

       SELECT-ONE-CUSTOMER-SLOT.
           MOVE WS-SORT-I TO WS-SORT-BIGGEST
           PERFORM COMPARE-ONE-CUSTOMER
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-CUSTOMER-COUNT
           IF WS-SORT-BIGGEST NOT = WS-SORT-I
               MOVE WS-CUSTOMER-ENTRY(WS-SORT-I) TO WS-SWAP-CUSTOMER
               MOVE WS-CUSTOMER-ENTRY(WS-SORT-BIGGEST)
                   TO WS-CUSTOMER-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-CUSTOMER
                   TO WS-CUSTOMER-ENTRY(WS-SORT-BIGGEST)
           END-IF.

       COMPARE-ONE-CUSTOMER.
           IF WS-CP-NET(WS-SORT-J) > WS-CP-NET(WS-SORT-BIGGEST)
               MOVE WS-SORT-J TO WS-SORT-BIGGEST
           END-IF.

       SORT-GROUPS-DESCENDING.
           PERFORM SELECT-ONE-GROUP-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-GROUP-COUNT.

       SELECT-ONE-GROUP-SLOT.
           MOVE WS-SORT-I TO WS-SORT-BIGGEST
           PERFORM COMPARE-ONE-GROUP
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-GROUP-COUNT
           IF WS-SORT-BIGGEST NOT = WS-SORT-I
               MOVE WS-GROUP-ENTRY(WS-SORT-I) TO WS-SWAP-GROUP
               MOVE WS-GROUP-ENTRY(WS-SORT-BIGGEST)
                   TO WS-GROUP-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-GROUP TO WS-GROUP-ENTRY(WS-SORT-BIGGEST)
           END-IF.

       COMPARE-ONE-GROUP.
           IF WS-HG-NET(WS-SORT-J) > WS-HG-NET(WS-SORT-BIGGEST)
               MOVE WS-SORT-J TO WS-SORT-BIGGEST
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-PROFITABILITY-REPORT - customers ranked, the book total, *
      * then households ranked.                                        *
      *----------------------------------------------------------------*
       WRITE-PROFITABILITY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP-PROFITABILITY: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "CUSTOMER RELATIONSHIP PROFITABILITY" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Quarter: " DELIMITED BY SIZE
                       WS-QUARTER-LABEL DELIMITED BY SIZE
                       "  (" DELIMITED BY SIZE
                       WS-QUARTER-START DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-QUARTER-END DELIMITED BY SIZE
                       ")  Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE "CUSTOMERS RANKED BY NET CONTRIBUTION"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM WRITE-ONE-CUSTOMER-LINE
                   VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CUSTOMER-COUNT
               PERFORM WRITE-BOOK-TOTAL-LINE

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "HOUSEHOLDS RANKED BY NET CONTRIBUTION"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM WRITE-ONE-GROUP-LINE
                   VARYING WS-HG-IDX FROM 1 BY 1
                   UNTIL WS-HG-IDX > WS-GROUP-COUNT
               IF WS-GROUP-COUNT = 0
                   MOVE "  (no households on household_link.dat)"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               CLOSE REPORT-FILE
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE WS-PROFIT-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROFIT-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-CUSTOMER-LINE.
           MOVE WS-CP-CUSTOMER-ID(WS-CP-IDX) TO WS-CUSTOMER-ID
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           MOVE SPACES TO WS-CUSTOMER-RECORD
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE "(not on customer master)" TO WS-CUST-NAME
           END-IF

           MOVE SPACES TO WS-PROFIT-LINE
           SET WS-RANK TO WS-CP-IDX
           MOVE WS-RANK TO PL-RANK
           MOVE WS-CP-CUSTOMER-ID(WS-CP-IDX) TO PL-ID
           MOVE WS-CUST-NAME TO PL-NAME
           MOVE WS-CP-LOANS(WS-CP-IDX) TO PL-LOANS
           MOVE WS-CP-AVG-BALANCE(WS-CP-IDX) TO PL-AVG-BALANCE
           MOVE WS-CP-INTEREST(WS-CP-IDX) TO PL-INTEREST
           MOVE WS-CP-FEES(WS-CP-IDX) TO PL-FEES
           MOVE WS-CP-ORIG-FEES(WS-CP-IDX) TO PL-ORIG-FEES
           MOVE WS-CP-NET-LOSS(WS-CP-IDX) TO PL-NET-LOSS
           MOVE WS-CP-FUNDING-COST(WS-CP-IDX) TO PL-FUNDING-COST
           MOVE WS-CP-NET(WS-CP-IDX) TO PL-NET
           MOVE WS-PROFIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BOOK-TOTAL-LINE.
           IF WS-WINDOW-DAYS > 0
               COMPUTE WS-BK-AVG-BALANCE ROUNDED =
                   WS-BK-BALANCE-DAYS / WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-BK-NET =
               WS-BK-INTEREST + WS-BK-FEES + WS-BK-ORIG-FEES
             - WS-BK-NET-LOSS - WS-BK-FUNDING-COST
           MOVE SPACES TO WS-PROFIT-LINE
           MOVE "BOOK TOTAL" TO PL-ID
           MOVE WS-BK-LOANS TO PL-LOANS
           MOVE WS-BK-AVG-BALANCE TO PL-AVG-BALANCE
           MOVE WS-BK-INTEREST TO PL-INTEREST
           MOVE WS-BK-FEES TO PL-FEES
           MOVE WS-BK-ORIG-FEES TO PL-ORIG-FEES
           MOVE WS-BK-NET-LOSS TO PL-NET-LOSS
           MOVE WS-BK-FUNDING-COST TO PL-FUNDING-COST
           MOVE WS-BK-NET TO PL-NET
           MOVE WS-PROFIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-GROUP-LINE.
           MOVE SPACES TO WS-PROFIT-LINE
           SET WS-RANK TO WS-HG-IDX
           MOVE WS-RANK TO PL-RANK
           MOVE WS-HG-HOUSEHOLD-ID(WS-HG-IDX) TO PL-ID
           MOVE WS-HG-MEMBERS(WS-HG-IDX) TO WS-MN-COUNT
           MOVE WS-MEMBER-NAME TO PL-NAME
           MOVE WS-HG-LOANS(WS-HG-IDX) TO PL-LOANS
           MOVE WS-HG-AVG-BALANCE(WS-HG-IDX) TO PL-AVG-BALANCE
           MOVE WS-HG-INTEREST(WS-HG-IDX) TO PL-INTEREST
           MOVE WS-HG-FEES(WS-HG-IDX) TO PL-FEES
           MOVE WS-HG-ORIG-FEES(WS-HG-IDX) TO PL-ORIG-FEES
           MOVE WS-HG-NET-LOSS(WS-HG-IDX) TO PL-NET-LOSS
           MOVE WS-HG-FUNDING-COST(WS-HG-IDX) TO PL-FUNDING-COST
           MOVE WS-HG-NET(WS-HG-IDX) TO PL-NET
           MOVE WS-PROFIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM RELATIONSHIP-PROFITABILITY.
