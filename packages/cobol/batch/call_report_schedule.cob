      *================================================================*
      * CodeUChain COBOL Batch - Call Report Loan Schedule             *
      *                                                                *
      * The loans-and-leases schedule of the quarterly regulatory      *
      * call report, built from the books instead of by hand from      *
      * several reports. Every loan on LOAN-MASTER is classified into  *
      * its call report category through call_report_map.dat, the      *
      * mapping accounting maintains keyed by product code and         *
      * collateral type -- one row per pairing:                        *
      *                                                                *
      *     product (4)  collateral type (10)  category (10)           *
      *     description (30)                                           *
      *                                                                *
      * An "*" in the product or collateral type matches any. The      *
      * most specific row wins: product and collateral type, then the  *
      * product alone, then the collateral type alone, then a row of   *
      * two "*"s. A loan's collateral type is that of the largest      *
      * item on COLLATERAL-MASTER still securing it (lien not          *
      * released), NONE when nothing does. A loan no row fits reports  *
      * under UNMAPPED so the mapping gets fixed before filing.        *
      *                                                                *
      * Per category, for the quarter containing the as-of date        *
      * (positional argument 1, YYYYMMDD, default the business date):  *
      *                                                                *
      *   - loans and balance on the books -- every loan not charged   *
      *     off or paid off that still carries a balance;              *
      *   - past due 30-89 days and 90 days or more, still accruing,   *
      *     measured from the due date rolled to a business day;       *
      *   - nonaccrual: a loan 90 days or more past due that is not    *
      *     well secured -- the collateral securing it is worth less   *
      *     than its balance -- which the regulators presume has       *
      *     stopped accruing whatever the accrual batch still does;    *
      *   - charge-offs (CHGO) and recoveries (RCVY) journaled on      *
      *     LOAN-TRANSACTION with a date inside the quarter.           *
      *                                                                *
      * The on-book balances are then tied back to TRIAL-BALANCE: each *
      * balance goes to the receivable GL-ACCOUNT-MAP carries its      *
      * product and currency in (event "PRN" + product + currency, as  *
      * PRINCIPAL-RECONCILIATION proves them), and each account's      *
      * debits less credits in gl_feed_journal.dat dated on or before  *
      * the as-of date is set beside it with the variance printed.     *
      *                                                                *
      * Balances and due dates are LOAN-MASTER's as it stands, so the  *
      * schedule is run on the quarter's last business date once the   *
      * night's GL cutoff has fed the journal. Written to              *
      * call_report_schedule.YYYYQn.rpt.                               *
      *                                                                *
      * Return codes: 0 the schedule ties, 4 the mapping, collateral,  *
      * loan journal or GL journal was unavailable, a table filled, or *
      * loans went UNMAPPED, 8 a category total does not tie to the    *
      * trial balance, 16 LOAN-MASTER or the report could not be       *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL-REPORT-SCHEDULE.
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
           SELECT COLLATERAL-FILE ASSIGN TO "collateral_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COLLATERAL-ID
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT MAP-FILE ASSIGN TO "call_report_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "gl_feed_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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
               REPLACING PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-CURRENCY        BY LOAN-CURRENCY
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
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  COLLATERAL-FILE.
       01  COLLATERAL-FILE-RECORD.
           05  COLLATERAL-ID          PIC X(10).
           COPY "collateral-record.cob"
               REPLACING PFX-COLL-TYPE        BY COLL-TYPE
                         PFX-COLL-VALUE       BY COLL-VALUE
                         PFX-COLL-LOAN-NUMBER BY COLL-LOAN-NUMBER
                         PFX-COLL-LIEN-STATUS BY COLL-LIEN-STATUS
                         PFX-COLLATERAL-RECORD BY
                             COLLATERAL-MASTER-FIELDS.

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  CRM-PRODUCT-CODE       PIC X(4).
           05  CRM-COLL-TYPE          PIC X(10).
           05  CRM-CATEGORY           PIC X(10).
           05  CRM-DESCRIPTION        PIC X(30).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-COLLATERAL-STATUS      PIC XX.
       01  WS-MAP-STATUS             PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-TXN-OPEN-SWITCH        PIC X(1) VALUE "N".
           88  WS-TXN-FILE-OPEN              VALUE "Y".

      * The as-of date and the quarter it falls in.
       01  WS-AS-OF-ARG              PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE             PIC 9(8).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR         PIC 9(4).
           05  WS-AS-OF-MONTH        PIC 9(2).
           05  WS-AS-OF-DAY          PIC 9(2).
       01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE
                                     PIC X(8).
       01  WS-QUARTER                PIC 9(1).
       01  WS-QUARTER-START          PIC 9(8).
       01  WS-AS-OF-INTEGER          PIC S9(9) COMP-3.

      * Mapping rows, each pointing at its category's row below.
       01  WS-MAP-MAX                PIC S9(4) COMP VALUE 200.
       01  WS-MAP-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-MP-IDX.
               10  WS-MP-PRODUCT        PIC X(4).
               10  WS-MP-COLL-TYPE      PIC X(10).
               10  WS-MP-CATEGORY-SLOT  PIC S9(4) COMP.
       01  WS-MAP-LOADED-SWITCH      PIC X(1) VALUE "N".
           88  WS-MAP-LOADED                 VALUE "Y".

      * One row per call report category, in the order the mapping
      * first names them; UNMAPPED is added when a loan needs it.
       01  WS-CATEGORY-MAX           PIC S9(4) COMP VALUE 60.
       01  WS-CATEGORY-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 60 TIMES
                                 INDEXED BY WS-CT-IDX.
               10  WS-CT-CODE           PIC X(10).
               10  WS-CT-DESCRIPTION    PIC X(30).
               10  WS-CT-LOANS          PIC 9(7) COMP-3.
               10  WS-CT-BALANCE        PIC S9(15)V99 COMP-3.
               10  WS-CT-PAST-DUE-30    PIC S9(15)V99 COMP-3.
               10  WS-CT-PAST-DUE-90    PIC S9(15)V99 COMP-3.
               10  WS-CT-NONACCRUAL     PIC S9(15)V99 COMP-3.
               10  WS-CT-CHARGE-OFFS    PIC S9(15)V99 COMP-3.
               10  WS-CT-RECOVERIES     PIC S9(15)V99 COMP-3.
       01  WS-FIND-CATEGORY          PIC X(10).
       01  WS-FIND-DESCRIPTION       PIC X(30).
       01  WS-CATEGORY-FOUND-SWITCH  PIC X(1).
           88  WS-CATEGORY-FOUND             VALUE "Y".
       01  WS-CATEGORY-SLOT          PIC S9(4) COMP.
       01  WS-BEST-RANK              PIC S9(4) COMP.
       01  WS-ROW-RANK               PIC S9(4) COMP.

      * The collateral still securing each loan: the largest item's
      * type and the value of everything pledged.
       01  WS-COLLATERAL-MAX         PIC S9(4) COMP VALUE 5000.
       01  WS-COLLATERAL-COUNT       PIC S9(4) COMP VALUE 0.
       01  WS-COLLATERAL-TABLE.
           05  WS-COLLATERAL-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-CL-IDX.
               10  WS-CL-LOAN-NUMBER    PIC X(10).
               10  WS-CL-TYPE           PIC X(10).
               10  WS-CL-LARGEST        PIC S9(13)V99 COMP-3.
               10  WS-CL-TOTAL-VALUE    PIC S9(15)V99 COMP-3.
       01  WS-COLLATERAL-FOUND-SWITCH PIC X(1).
           88  WS-COLLATERAL-FOUND           VALUE "Y".
       01  WS-FIND-LOAN-NUMBER       PIC X(10).
       01  WS-LOAN-COLL-TYPE         PIC X(10).
       01  WS-LOAN-COLL-VALUE        PIC S9(15)V99 COMP-3.

      * One row per receivable account tied out, and the product/
      * currency pairs already resolved to one of them.
       01  WS-ACCOUNT-MAX            PIC S9(4) COMP VALUE 20.
       01  WS-ACCOUNT-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-AC-IDX.
               10  WS-AC-CODE           PIC X(10).
               10  WS-AC-SCHEDULE       PIC S9(15)V99 COMP-3.
               10  WS-AC-GL-BALANCE     PIC S9(15)V99 COMP-3.
               10  WS-AC-VARIANCE       PIC S9(15)V99 COMP-3.
       01  WS-FIND-ACCOUNT           PIC X(10).
       01  WS-ACCOUNT-FOUND-SWITCH   PIC X(1).
           88  WS-ACCOUNT-FOUND              VALUE "Y".
       01  WS-PAIR-MAX               PIC S9(4) COMP VALUE 100.
       01  WS-PAIR-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-PR-IDX.
               10  WS-PR-PRODUCT        PIC X(4).
               10  WS-PR-CURRENCY       PIC X(3).
               10  WS-PR-ACCOUNT-SLOT   PIC S9(4) COMP.
       01  WS-FIND-PRODUCT           PIC X(4).
       01  WS-FIND-CURRENCY          PIC X(3).
       01  WS-PAIR-FOUND-SWITCH      PIC X(1).
           88  WS-PAIR-FOUND                 VALUE "Y".
       01  WS-ACCOUNT-SLOT           PIC S9(4) COMP.
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL-NOTED           VALUE "Y".

      * One loan's past-due measure.
       01  WS-EFFECTIVE-DUE-DATE     PIC 9(8).
       01  WS-DAYS-PAST-DUE          PIC S9(5) COMP-3.
       01  WS-IS-BUSINESS-DAY        PIC X(1).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BDC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BDC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BDC-OPERATION.
       01  WS-BDC-RESULT             PIC X(10).

      * GL-ACCOUNT-MAP lookups: the PRN pair a product/currency
      * balance is carried in, and an account's name for the tie-out.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE.
           05  FILLER                PIC X(3) VALUE "PRN".
           05  WS-EVENT-PRODUCT      PIC X(4).
           05  WS-EVENT-CURRENCY     PIC X(3).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT   PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT  PIC X(10).
       01  WS-GM-CODE                PIC X(10).
       01  WS-GM-NAME                PIC X(20).
       01  WS-GM-RESULT              PIC X(10).

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-UNMAPPED-LOANS         PIC 9(7) VALUE 0.
       01  WS-OUT-OF-TIE             PIC 9(3) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-LOANS          PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-BALANCE        PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-PAST-DUE-30    PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-PAST-DUE-90    PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-NONACCRUAL     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-CHARGE-OFFS    PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-RECOVERIES     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-SCHEDULE       PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-GL-BALANCE     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOT-VARIANCE       PIC S9(15)V99 COMP-3 VALUE 0.

      * The schedule's column headings and category line.
       01  WS-HEADING-1.
           05  FILLER                PIC X(42) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE SPACES.
           05  FILLER                PIC X(30)
                   VALUE "  --STILL ACCRUING, PAST DUE--".
           05  FILLER                PIC X(45) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                PIC X(11) VALUE "CATEGORY".
           05  FILLER                PIC X(24) VALUE "DESCRIPTION".
           05  FILLER                PIC X(7) VALUE "  LOANS".
           05  FILLER                PIC X(15) VALUE "        BALANCE".
           05  FILLER                PIC X(15) VALUE "    30-89 DAYS ".
           05  FILLER                PIC X(15) VALUE "      90+ DAYS ".
           05  FILLER                PIC X(15) VALUE "     NONACCRUAL".
           05  FILLER                PIC X(15) VALUE "    CHARGE-OFFS".
           05  FILLER                PIC X(15) VALUE "     RECOVERIES".
       01  WS-CATEGORY-LINE.
           05  CL-CATEGORY           PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  CL-DESCRIPTION        PIC X(24).
           05  CL-LOANS              PIC Z(6)9.
           05  CL-BALANCE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  CL-PAST-DUE-30        PIC ZZZ,ZZZ,ZZ9.99-.
           05  CL-PAST-DUE-90        PIC ZZZ,ZZZ,ZZ9.99-.
           05  CL-NONACCRUAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  CL-CHARGE-OFFS        PIC ZZZ,ZZZ,ZZ9.99-.
           05  CL-RECOVERIES         PIC ZZZ,ZZZ,ZZ9.99-.

      * The trial balance tie-out's headings and account line.
       01  WS-TIE-HEADING.
           05  FILLER                PIC X(11) VALUE "ACCOUNT".
           05  FILLER                PIC X(21) VALUE "NAME".
           05  FILLER                PIC X(15) VALUE "       SCHEDULE".
           05  FILLER                PIC X(15) VALUE "  TRIAL BALANCE".
           05  FILLER                PIC X(15) VALUE "       VARIANCE".
           05  FILLER                PIC X(55) VALUE SPACES.
       01  WS-TIE-LINE.
           05  TL-ACCOUNT            PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  TL-NAME               PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  TL-SCHEDULE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  TL-GL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  TL-VARIANCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TL-STATUS             PIC X(20).
           05  FILLER                PIC X(33) VALUE SPACES.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Call Report Loan Schedule"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-AS-OF-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           COMPUTE WS-QUARTER = (WS-AS-OF-MONTH + 2) / 3
           COMPUTE WS-QUARTER-START =
               WS-AS-OF-YEAR * 10000
               + ((WS-QUARTER - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           DISPLAY "As of " WS-AS-OF-DATE ", quarter " WS-AS-OF-YEAR
                   " Q" WS-QUARTER " from " WS-QUARTER-START

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "call_report_schedule." DELIMITED BY SIZE
                   WS-AS-OF-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "CALL-REPORT-SCHEDULE: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LOAD-CATEGORY-MAP
               PERFORM LOAD-COLLATERAL
               OPEN INPUT TRANSACTION-FILE
               IF WS-TXN-FILE-STATUS = "00"
                   MOVE "Y" TO WS-TXN-OPEN-SWITCH
               ELSE
                   DISPLAY "CALL-REPORT-SCHEDULE: Unable to open "
                           "loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS " -- no charge-offs or "
                           "recoveries"
                   PERFORM RAISE-RC-4
               END-IF

               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM CLASSIFY-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
               IF WS-TXN-FILE-OPEN
                   CLOSE TRANSACTION-FILE
               END-IF
               IF WS-UNMAPPED-LOANS > 0
                   PERFORM RAISE-RC-4
               END-IF

               PERFORM POSITION-GL-ACCOUNTS
               PERFORM TIE-ONE-ACCOUNT
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               PERFORM WRITE-SCHEDULE-REPORT
               IF WS-OUT-OF-TIE > 0 AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans classified: " WS-LOANS-READ
               " Unmapped: " WS-UNMAPPED-LOANS
           DISPLAY "Accounts tied out: " WS-ACCOUNT-COUNT
               " Not tying: " WS-OUT-OF-TIE
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * as-of date as YYYYMMDD; left off, the business date.           *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-AS-OF-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-AS-OF-ARG IS NUMERIC
               MOVE WS-AS-OF-ARG TO WS-AS-OF-DATE
           ELSE
               IF WS-AS-OF-ARG NOT = SPACES
                   DISPLAY "CALL-REPORT-SCHEDULE: As-of date "
                           WS-AS-OF-ARG " is not YYYYMMDD; using "
                           WS-AS-OF-DATE
               END-IF
           END-IF.

       RAISE-RC-4.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CATEGORY-MAP - each mapping row, its category found or    *
      * added in the category table in the order first named.          *
      *----------------------------------------------------------------*
       LOAD-CATEGORY-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "CALL-REPORT-SCHEDULE: Unable to open "
                       "call_report_map.dat, status " WS-MAP-STATUS
                       " -- every loan reports UNMAPPED"
               PERFORM RAISE-RC-4
           ELSE
               MOVE "Y" TO WS-MAP-LOADED-SWITCH
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-MAP-ROW
               PERFORM LOAD-ONE-MAP-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MAP-FILE
           END-IF.

       READ-NEXT-MAP-ROW.
           READ MAP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-MAP-ROW.
           IF CRM-CATEGORY NOT = SPACES
               IF WS-MAP-COUNT < WS-MAP-MAX
                   MOVE CRM-CATEGORY TO WS-FIND-CATEGORY
                   MOVE CRM-DESCRIPTION TO WS-FIND-DESCRIPTION
                   PERFORM FIND-OR-ADD-CATEGORY
                   IF WS-CATEGORY-FOUND
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MP-IDX TO WS-MAP-COUNT
                       MOVE CRM-PRODUCT-CODE
                           TO WS-MP-PRODUCT(WS-MP-IDX)
                       MOVE CRM-COLL-TYPE
                           TO WS-MP-COLL-TYPE(WS-MP-IDX)
                       SET WS-MP-CATEGORY-SLOT(WS-MP-IDX) TO WS-CT-IDX
                   END-IF
               ELSE
                   PERFORM NOTE-TABLE-FULL
               END-IF
           END-IF
           PERFORM READ-NEXT-MAP-ROW.

       FIND-OR-ADD-CATEGORY.
           MOVE "N" TO WS-CATEGORY-FOUND-SWITCH
           SET WS-CT-IDX TO 1
           SEARCH WS-CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-IDX > WS-CATEGORY-COUNT
                   CONTINUE
               WHEN WS-CT-CODE(WS-CT-IDX) = WS-FIND-CATEGORY
                   MOVE "Y" TO WS-CATEGORY-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-CATEGORY-FOUND
               IF WS-CATEGORY-COUNT < WS-CATEGORY-MAX
                   ADD 1 TO WS-CATEGORY-COUNT
                   SET WS-CT-IDX TO WS-CATEGORY-COUNT
                   INITIALIZE WS-CATEGORY-ENTRY(WS-CT-IDX)
                   MOVE WS-FIND-CATEGORY TO WS-CT-CODE(WS-CT-IDX)
                   MOVE WS-FIND-DESCRIPTION
                       TO WS-CT-DESCRIPTION(WS-CT-IDX)
                   MOVE "Y" TO WS-CATEGORY-FOUND-SWITCH
               ELSE
                   PERFORM NOTE-TABLE-FULL
               END-IF
           END-IF.

       NOTE-TABLE-FULL.
           IF NOT WS-TABLE-FULL-NOTED
               DISPLAY "CALL-REPORT-SCHEDULE: A mapping, category, "
                       "collateral or account table filled -- the "
                       "schedule is incomplete"
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               PERFORM RAISE-RC-4
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-COLLATERAL - every item still securing a loan: the loan's *
      * row keeps the type of its largest item and the value of all of *
      * them.                                                          *
      *----------------------------------------------------------------*
       LOAD-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "CALL-REPORT-SCHEDULE: Unable to open "
                       "collateral_master.dat, status "
                       WS-COLLATERAL-STATUS " -- every loan classed "
                       "as unsecured"
               PERFORM RAISE-RC-4
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-COLLATERAL
               PERFORM LOAD-ONE-COLLATERAL
                   UNTIL WS-END-OF-FILE
               CLOSE COLLATERAL-FILE
           END-IF.

       READ-NEXT-COLLATERAL.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-COLLATERAL.
           IF COLL-LOAN-NUMBER NOT = SPACES
                   AND COLL-LIEN-STATUS NOT = "RELEASED"
               IF COLL-VALUE IS NOT NUMERIC
                   MOVE 0 TO COLL-VALUE
               END-IF
               MOVE COLL-LOAN-NUMBER TO WS-FIND-LOAN-NUMBER
               PERFORM FIND-LOAN-COLLATERAL
               IF WS-COLLATERAL-FOUND
                   ADD COLL-VALUE TO WS-CL-TOTAL-VALUE(WS-CL-IDX)
                   IF COLL-VALUE > WS-CL-LARGEST(WS-CL-IDX)
                       MOVE COLL-VALUE TO WS-CL-LARGEST(WS-CL-IDX)
                       MOVE COLL-TYPE TO WS-CL-TYPE(WS-CL-IDX)
                   END-IF
               ELSE
                   IF WS-COLLATERAL-COUNT < WS-COLLATERAL-MAX
                       ADD 1 TO WS-COLLATERAL-COUNT
                       SET WS-CL-IDX TO WS-COLLATERAL-COUNT
                       MOVE COLL-LOAN-NUMBER
                           TO WS-CL-LOAN-NUMBER(WS-CL-IDX)
                       MOVE COLL-TYPE TO WS-CL-TYPE(WS-CL-IDX)
                       MOVE COLL-VALUE TO WS-CL-LARGEST(WS-CL-IDX)
                       MOVE COLL-VALUE TO WS-CL-TOTAL-VALUE(WS-CL-IDX)
                   ELSE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-COLLATERAL.

       FIND-LOAN-COLLATERAL.
           MOVE "N" TO WS-COLLATERAL-FOUND-SWITCH
           SET WS-CL-IDX TO 1
           SEARCH WS-COLLATERAL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-IDX > WS-COLLATERAL-COUNT
                   CONTINUE
               WHEN WS-CL-LOAN-NUMBER(WS-CL-IDX) = WS-FIND-LOAN-NUMBER
                   MOVE "Y" TO WS-COLLATERAL-FOUND-SWITCH
           END-SEARCH.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * CLASSIFY-ONE-LOAN - the loan's category from its product and   *
      * collateral; an on-book loan adds its balance, past-due and     *
      * nonaccrual amounts, and every loan adds the quarter's charge-  *
      * offs and recoveries from its journal.                          *
      *----------------------------------------------------------------*
       CLASSIFY-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE LOAN-NUMBER TO WS-FIND-LOAN-NUMBER
           PERFORM FIND-LOAN-COLLATERAL
           IF WS-COLLATERAL-FOUND
               MOVE WS-CL-TYPE(WS-CL-IDX) TO WS-LOAN-COLL-TYPE
               MOVE WS-CL-TOTAL-VALUE(WS-CL-IDX) TO WS-LOAN-COLL-VALUE
           ELSE
               MOVE "NONE" TO WS-LOAN-COLL-TYPE
               MOVE 0 TO WS-LOAN-COLL-VALUE
           END-IF

           PERFORM PICK-LOAN-CATEGORY
           IF WS-CATEGORY-SLOT > 0
               IF LOAN-STATUS NOT = "CHARGEDOFF"
                       AND LOAN-STATUS NOT = "PAIDOFF"
                       AND LOAN-CURRENT-BALANCE NOT = 0
                   PERFORM ADD-ON-BOOK-LOAN
               END-IF
               IF WS-TXN-FILE-OPEN
                   PERFORM WALK-LOAN-JOURNAL
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * PICK-LOAN-CATEGORY - ranks every mapping row the loan fits     *
      * (3 product and collateral, 2 product, 1 collateral, 0 both     *
      * "*") and takes the first row of the highest rank.              *
      *----------------------------------------------------------------*
       PICK-LOAN-CATEGORY.
           MOVE 0 TO WS-CATEGORY-SLOT
           MOVE -1 TO WS-BEST-RANK
           PERFORM RANK-ONE-MAP-ROW
               VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MAP-COUNT
           IF WS-CATEGORY-SLOT = 0
               ADD 1 TO WS-UNMAPPED-LOANS
               MOVE "UNMAPPED" TO WS-FIND-CATEGORY
               MOVE "NO MAPPING ROW FITS" TO WS-FIND-DESCRIPTION
               PERFORM FIND-OR-ADD-CATEGORY
               IF WS-CATEGORY-FOUND
                   SET WS-CATEGORY-SLOT TO WS-CT-IDX
               END-IF
           END-IF.

       RANK-ONE-MAP-ROW.
           MOVE -1 TO WS-ROW-RANK
           EVALUATE TRUE
               WHEN WS-MP-PRODUCT(WS-MP-IDX) = LOAN-PRODUCT-CODE
                       AND WS-MP-COLL-TYPE(WS-MP-IDX)
                           = WS-LOAN-COLL-TYPE
                   MOVE 3 TO WS-ROW-RANK
               WHEN WS-MP-PRODUCT(WS-MP-IDX) = LOAN-PRODUCT-CODE
                       AND WS-MP-COLL-TYPE(WS-MP-IDX)(1:1) = "*"
                   MOVE 2 TO WS-ROW-RANK
               WHEN WS-MP-PRODUCT(WS-MP-IDX)(1:1) = "*"
                       AND WS-MP-COLL-TYPE(WS-MP-IDX)
                           = WS-LOAN-COLL-TYPE
                   MOVE 1 TO WS-ROW-RANK
               WHEN WS-MP-PRODUCT(WS-MP-IDX)(1:1) = "*"
                       AND WS-MP-COLL-TYPE(WS-MP-IDX)(1:1) = "*"
                   MOVE 0 TO WS-ROW-RANK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ROW-RANK > WS-BEST-RANK
               MOVE WS-ROW-RANK TO WS-BEST-RANK
               MOVE WS-MP-CATEGORY-SLOT(WS-MP-IDX) TO WS-CATEGORY-SLOT
           END-IF.

      *----------------------------------------------------------------*
      * ADD-ON-BOOK-LOAN - balance into the category and its           *
      * receivable account; days past due from the due date rolled to  *
      * a business day the way DELINQUENCY-AGING rolls it.             *
      *----------------------------------------------------------------*
       ADD-ON-BOOK-LOAN.
           ADD 1 TO WS-CT-LOANS(WS-CATEGORY-SLOT)
           ADD LOAN-CURRENT-BALANCE TO WS-CT-BALANCE(WS-CATEGORY-SLOT)

           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LOAN-NEXT-DUE-DATE IS NUMERIC
                   AND LOAN-NEXT-DUE-DATE > 0
                   AND LOAN-NEXT-DUE-DATE < WS-AS-OF-DATE
               MOVE LOAN-NEXT-DUE-DATE TO WS-EFFECTIVE-DUE-DATE
               MOVE 17 TO WS-BDC-OPERATION-LEN
               MOVE "NEXT-BUSINESS-DAY" TO WS-BDC-OPERATION-DATA
               CALL "BUSINESS-DAY-CALC" USING
                   WS-BDC-OPERATION,
                   WS-EFFECTIVE-DUE-DATE,
                   WS-IS-BUSINESS-DAY,
                   WS-BDC-RESULT
               COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DUE-DATE)
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 90
                       AND WS-LOAN-COLL-VALUE < LOAN-CURRENT-BALANCE
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-CT-NONACCRUAL(WS-CATEGORY-SLOT)
               WHEN WS-DAYS-PAST-DUE >= 90
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-CT-PAST-DUE-90(WS-CATEGORY-SLOT)
               WHEN WS-DAYS-PAST-DUE >= 30
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-CT-PAST-DUE-30(WS-CATEGORY-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM RESOLVE-LOAN-ACCOUNT
           IF WS-ACCOUNT-SLOT > 0
               ADD LOAN-CURRENT-BALANCE
                   TO WS-AC-SCHEDULE(WS-ACCOUNT-SLOT)
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE-LOAN-ACCOUNT - the receivable (debit side of the PRN   *
      * pair) the loan's product and currency are carried in, resolved *
      * once per pair.                                                 *
      *----------------------------------------------------------------*
       RESOLVE-LOAN-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-SLOT
           MOVE LOAN-PRODUCT-CODE TO WS-FIND-PRODUCT
           MOVE LOAN-CURRENCY TO WS-FIND-CURRENCY
           IF WS-FIND-CURRENCY = SPACES
               MOVE "USD" TO WS-FIND-CURRENCY
           END-IF
           MOVE "N" TO WS-PAIR-FOUND-SWITCH
           SET WS-PR-IDX TO 1
           SEARCH WS-PAIR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-IDX > WS-PAIR-COUNT
                   CONTINUE
               WHEN WS-PR-PRODUCT(WS-PR-IDX) = WS-FIND-PRODUCT
                       AND WS-PR-CURRENCY(WS-PR-IDX) = WS-FIND-CURRENCY
                   MOVE "Y" TO WS-PAIR-FOUND-SWITCH
           END-SEARCH
           IF WS-PAIR-FOUND
               MOVE WS-PR-ACCOUNT-SLOT(WS-PR-IDX) TO WS-ACCOUNT-SLOT
           ELSE
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   PERFORM ADD-PAIR-ROW
               ELSE
                   PERFORM NOTE-TABLE-FULL
               END-IF
           END-IF.

       ADD-PAIR-ROW.
           MOVE WS-FIND-PRODUCT TO WS-EVENT-PRODUCT
           MOVE WS-FIND-CURRENCY TO WS-EVENT-CURRENCY
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT
           MOVE WS-GL-DEBIT-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW
           IF NOT WS-ACCOUNT-FOUND
               IF WS-ACCOUNT-COUNT < WS-ACCOUNT-MAX
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET WS-AC-IDX TO WS-ACCOUNT-COUNT
                   INITIALIZE WS-ACCOUNT-ENTRY(WS-AC-IDX)
                   MOVE WS-FIND-ACCOUNT TO WS-AC-CODE(WS-AC-IDX)
                   MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
               ELSE
                   PERFORM NOTE-TABLE-FULL
               END-IF
           END-IF
           IF WS-ACCOUNT-FOUND
               SET WS-ACCOUNT-SLOT TO WS-AC-IDX
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           SET WS-PR-IDX TO WS-PAIR-COUNT
           MOVE WS-FIND-PRODUCT TO WS-PR-PRODUCT(WS-PR-IDX)
           MOVE WS-FIND-CURRENCY TO WS-PR-CURRENCY(WS-PR-IDX)
           MOVE WS-ACCOUNT-SLOT TO WS-PR-ACCOUNT-SLOT(WS-PR-IDX).

       FIND-ACCOUNT-ROW.
           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
           SET WS-AC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AC-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN WS-AC-CODE(WS-AC-IDX) = WS-FIND-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-SEARCH.

      *----------------------------------------------------------------*
      * WALK-LOAN-JOURNAL - keyed START at the loan; CHGO and RCVY     *
      * records dated inside the quarter are the category's charge-    *
      * offs and recoveries.                                           *
      *----------------------------------------------------------------*
       WALK-LOAN-JOURNAL.
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
           END-IF.

       TALLY-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-DATE >= WS-QUARTER-START
                       AND TXN-DATE <= WS-AS-OF-DATE
                   EVALUATE TXN-CODE
                       WHEN "CHGO"
                           ADD TXN-AMOUNT
                               TO WS-CT-CHARGE-OFFS(WS-CATEGORY-SLOT)
                       WHEN "RCVY"
                           ADD TXN-AMOUNT
                               TO WS-CT-RECOVERIES(WS-CATEGORY-SLOT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * POSITION-GL-ACCOUNTS - each receivable's debits less credits   *
      * in the GL journal through the as-of date, the position         *
      * TRIAL-BALANCE prints for the same date.                        *
      *----------------------------------------------------------------*
       POSITION-GL-ACCOUNTS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-JOURNAL-ENTRY
               PERFORM TOTAL-ONE-JOURNAL-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "CALL-REPORT-SCHEDULE: Unable to open "
                       "gl_feed_journal.dat, status "
                       WS-JOURNAL-STATUS " -- nothing to tie to"
               PERFORM RAISE-RC-4
           END-IF.

       READ-NEXT-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TOTAL-ONE-JOURNAL-ENTRY.
           IF GL-ENTRY-DATE <= WS-AS-OF-DATE-X
               MOVE GL-ACCOUNT-CODE TO WS-FIND-ACCOUNT
               PERFORM FIND-ACCOUNT-ROW
               IF WS-ACCOUNT-FOUND
                   IF GL-DEBIT-CREDIT = "D"
                       ADD GL-AMOUNT TO WS-AC-GL-BALANCE(WS-AC-IDX)
                   ELSE
                       SUBTRACT GL-AMOUNT
                           FROM WS-AC-GL-BALANCE(WS-AC-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-JOURNAL-ENTRY.

       TIE-ONE-ACCOUNT.
           COMPUTE WS-AC-VARIANCE(WS-AC-IDX) =
               WS-AC-SCHEDULE(WS-AC-IDX) - WS-AC-GL-BALANCE(WS-AC-IDX)
           IF WS-AC-VARIANCE(WS-AC-IDX) NOT = 0
               ADD 1 TO WS-OUT-OF-TIE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-SCHEDULE-REPORT - the categories with their total, then  *
      * the tie-out to the trial balance account by account.           *
      *----------------------------------------------------------------*
       WRITE-SCHEDULE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CALL-REPORT-SCHEDULE: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-ONE-CATEGORY
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CATEGORY-COUNT
               PERFORM WRITE-CATEGORY-TOTAL
               PERFORM WRITE-TIE-OUT
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "CALL REPORT LOAN SCHEDULE - LOANS AND LEASES"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Quarter: " DELIMITED BY SIZE
                   WS-AS-OF-YEAR DELIMITED BY SIZE
                   " Q" DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   "  From: " DELIMITED BY SIZE
                   WS-QUARTER-START DELIMITED BY SIZE
                   "  As of: " DELIMITED BY SIZE
                   WS-AS-OF-DATE-X DELIMITED BY SIZE
                   "  Nonaccrual: 90+ days past due and not well "
                       DELIMITED BY SIZE
                   "secured" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-CATEGORY.
           MOVE SPACES TO WS-CATEGORY-LINE
           MOVE WS-CT-CODE(WS-CT-IDX) TO CL-CATEGORY
           MOVE WS-CT-DESCRIPTION(WS-CT-IDX) TO CL-DESCRIPTION
           MOVE WS-CT-LOANS(WS-CT-IDX) TO CL-LOANS
           MOVE WS-CT-BALANCE(WS-CT-IDX) TO CL-BALANCE
           MOVE WS-CT-PAST-DUE-30(WS-CT-IDX) TO CL-PAST-DUE-30
           MOVE WS-CT-PAST-DUE-90(WS-CT-IDX) TO CL-PAST-DUE-90
           MOVE WS-CT-NONACCRUAL(WS-CT-IDX) TO CL-NONACCRUAL
           MOVE WS-CT-CHARGE-OFFS(WS-CT-IDX) TO CL-CHARGE-OFFS
           MOVE WS-CT-RECOVERIES(WS-CT-IDX) TO CL-RECOVERIES
           MOVE WS-CATEGORY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-CT-LOANS(WS-CT-IDX) TO WS-TOT-LOANS
           ADD WS-CT-BALANCE(WS-CT-IDX) TO WS-TOT-BALANCE
           ADD WS-CT-PAST-DUE-30(WS-CT-IDX) TO WS-TOT-PAST-DUE-30
           ADD WS-CT-PAST-DUE-90(WS-CT-IDX) TO WS-TOT-PAST-DUE-90
           ADD WS-CT-NONACCRUAL(WS-CT-IDX) TO WS-TOT-NONACCRUAL
           ADD WS-CT-CHARGE-OFFS(WS-CT-IDX) TO WS-TOT-CHARGE-OFFS
           ADD WS-CT-RECOVERIES(WS-CT-IDX) TO WS-TOT-RECOVERIES.

       WRITE-CATEGORY-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CATEGORY-LINE
           MOVE "ALL CATEGORIES" TO CL-DESCRIPTION
           MOVE WS-TOT-LOANS TO CL-LOANS
           MOVE WS-TOT-BALANCE TO CL-BALANCE
           MOVE WS-TOT-PAST-DUE-30 TO CL-PAST-DUE-30
           MOVE WS-TOT-PAST-DUE-90 TO CL-PAST-DUE-90
           MOVE WS-TOT-NONACCRUAL TO CL-NONACCRUAL
           MOVE WS-TOT-CHARGE-OFFS TO CL-CHARGE-OFFS
           MOVE WS-TOT-RECOVERIES TO CL-RECOVERIES
           MOVE WS-CATEGORY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNMAPPED-LOANS > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-UNMAPPED-LOANS TO WS-ED-COUNT
               STRING "*** " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                       " loan(s) fit no call_report_map.dat row -- "
                           DELIMITED BY SIZE
                       "map them before filing ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-TIE-OUT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TIE-OUT TO TRIAL BALANCE - " DELIMITED BY SIZE
                   "ON-BOOK BALANCES BY RECEIVABLE ACCOUNT"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TIE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-TIE-LINE
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-TIE-LINE
           MOVE "TOTAL" TO TL-NAME
           MOVE WS-TOT-SCHEDULE TO TL-SCHEDULE
           MOVE WS-TOT-GL-BALANCE TO TL-GL-BALANCE
           MOVE WS-TOT-VARIANCE TO TL-VARIANCE
           IF WS-OUT-OF-TIE = 0
               MOVE "TIES" TO TL-STATUS
           ELSE
               MOVE "*** DOES NOT TIE ***" TO TL-STATUS
           END-IF
           MOVE WS-TIE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-TIE-LINE.
           MOVE 8 TO WS-GM-OPERATION-LEN
           MOVE "GET-NAME" TO WS-GM-OPERATION-DATA
           MOVE WS-AC-CODE(WS-AC-IDX) TO WS-GM-CODE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GM-CODE, WS-GM-NAME, WS-GM-RESULT

           MOVE SPACES TO WS-TIE-LINE
           MOVE WS-AC-CODE(WS-AC-IDX) TO TL-ACCOUNT
           MOVE WS-GM-NAME TO TL-NAME
           MOVE WS-AC-SCHEDULE(WS-AC-IDX) TO TL-SCHEDULE
           MOVE WS-AC-GL-BALANCE(WS-AC-IDX) TO TL-GL-BALANCE
           MOVE WS-AC-VARIANCE(WS-AC-IDX) TO TL-VARIANCE
           IF WS-AC-VARIANCE(WS-AC-IDX) = 0
               MOVE "TIES" TO TL-STATUS
           ELSE
               MOVE "*** VARIANCE ***" TO TL-STATUS
           END-IF
           MOVE WS-TIE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-AC-SCHEDULE(WS-AC-IDX) TO WS-TOT-SCHEDULE
           ADD WS-AC-GL-BALANCE(WS-AC-IDX) TO WS-TOT-GL-BALANCE
           ADD WS-AC-VARIANCE(WS-AC-IDX) TO WS-TOT-VARIANCE.

       END PROGRAM CALL-REPORT-SCHEDULE.
