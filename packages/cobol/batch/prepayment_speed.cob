      *================================================================*
      * CodeUChain COBOL Batch - Prepayment Speed (SMM / CPR) Report   *
      *                                                                *
      * Treasury's and the investors' answer to how fast the book      *
      * actually pays down, where RATE-SHOCK-REPORT and INVESTOR-      *
      * REMITTANCE assume every loan runs to schedule. For a parameter *
      * month (positional argument 1, YYYYMM, defaulting to the        *
      * business date's month) and each of the eleven months before    *
      * it, every loan on LOAN-MASTER with a balance at the start of   *
      * the month is measured off its journal:                         *
      *                                                                *
      *   - the opening balance is the balance on the last journal     *
      *     record dated before the month began;                       *
      *   - scheduled principal is the level payment on the loan's     *
      *     LOAN-MASTER terms (original principal, term, rate and      *
      *     payment frequency, repriced over the periods left after    *
      *     an interest-only period) less a month's interest on the    *
      *     opening balance, taken to a month's worth of payments; no  *
      *     principal is scheduled while the loan is interest-only;    *
      *   - actual principal is the month's PAY and POFF principal     *
      *     with reversals (RVSL) netted, the figure INVESTOR-         *
      *     REMITTANCE remits;                                         *
      *   - the prepayment is actual less scheduled, never below zero. *
      *                                                                *
      * Speeds are summed by group and taken as                        *
      *                                                                *
      *     SMM = prepaid / (opening balance - scheduled principal)    *
      *     CPR = 1 - (1 - SMM) ** 12                                  *
      *                                                                *
      * by product, by the PORTFOLIO-STRATIFICATION rate bands, by     *
      * investor pool and for the whole book. A loan sold in part on   *
      * participation.dat falls in each investor's pool at the         *
      * ownership percent, the share left over in pool RETAINED; a     *
      * loan with no participation is wholly RETAINED.                 *
      *                                                                *
      * Written to prepayment_speed.YYYYMM.rpt: the month's balances,  *
      * principal and speeds by group, then each group's CPR across    *
      * the twelve months. Everything comes from permanent files, so a *
      * prior month can be rerun any time.                             *
      *                                                                *
      * Return codes: 0 clean, 4 participation.dat or the journal was  *
      * not available or a group table filled, 16 loan_master.dat or   *
      * the report could not be opened.                                *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAYMENT-SPEED.
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
           SELECT PARTICIPATION-FILE ASSIGN TO "participation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTICIPATION-STATUS.
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
               REPLACING PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-PAY-FREQUENCY   BY LOAN-PAY-FREQUENCY
                         PFX-LOAN-IO-END-DATE     BY LOAN-IO-END-DATE
                         PFX-LOAN-IO-PERIODS      BY LOAN-IO-PERIODS
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-PRINCIPAL   BY TXN-PRINCIPAL
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  PARTICIPATION-FILE.
       01  PARTICIPATION-RECORD.
           05  PTC-LOAN-NUMBER       PIC X(10).
           05  PTC-INVESTOR-ID       PIC X(10).
           05  PTC-PERCENT           PIC 9(3)V99.
           05  PTC-CLOSED-DATE       PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-PARTICIPATION-STATUS   PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-JOURNAL-WARNED-SWITCH  PIC X(1) VALUE "N".
           88  WS-JOURNAL-WARNED             VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY        PIC 9(4).
           05  WS-REPORT-MM          PIC 9(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).

      * The twelve months measured, oldest first; slot 12 is the
      * report month. Months are carried as a running month number,
      * YYYY * 12 + MM - 1.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 12 TIMES.
               10  WS-WIN-MONTH-NO      PIC S9(7) COMP.
               10  WS-WIN-LABEL         PIC X(6).
               10  WS-WIN-START-DATE    PIC 9(8).
       01  WS-REPORT-MONTH-NO        PIC S9(7) COMP.
       01  WS-MONTH-SUB              PIC S9(4) COMP.
       01  WS-WORK-YEAR              PIC 9(4).
       01  WS-WORK-MONTH             PIC 9(2).
       01  WS-WORK-REMAINDER         PIC S9(4) COMP.
       01  WS-WORK-DATE              PIC 9(8).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
           05  WS-WORK-DATE-YYYY     PIC 9(4).
           05  WS-WORK-DATE-MM       PIC 9(2).
           05  WS-WORK-DATE-DD       PIC 9(2).
       01  WS-TXN-MONTH-NO           PIC S9(7) COMP.

      * One loan's twelve months off its journal walk.
       01  WS-LOAN-MONTHS.
           05  WS-LOAN-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-LM-OPEN           PIC S9(13)V99 COMP-3.
               10  WS-LM-ACTUAL         PIC S9(13)V99 COMP-3.
               10  WS-LM-SCHEDULED      PIC S9(13)V99 COMP-3.
               10  WS-LM-PREPAID        PIC S9(13)V99 COMP-3.
               10  WS-LM-PAYOFF         PIC X(1).
       01  WS-LAST-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-LAST-MONTH-NO          PIC S9(7) COMP.
       01  WS-HISTORY-SEEN-SWITCH    PIC X(1).
           88  WS-HISTORY-SEEN               VALUE "Y".
       01  WS-LOAN-MEASURED-SWITCH   PIC X(1).
           88  WS-LOAN-MEASURED              VALUE "Y".

      * The loan's level payment on its master terms.
       01  WS-PERIODS-PER-YEAR       PIC 9(2).
       01  WS-PERIOD-RATE            PIC S9(3)V9(12) COMP-3.
       01  WS-TOTAL-PERIODS          PIC S9(5) COMP-3.
       01  WS-DISCOUNT-FACTOR        PIC S9(9)V9(12) COMP-3.
       01  WS-LEVEL-PAYMENT          PIC S9(13)V99 COMP-3.
       01  WS-PERIOD-PRINCIPAL       PIC S9(13)V99 COMP-3.
       01  WS-OVERFLOW-SWITCH        PIC X(1).
           88  WS-RESULT-OVERFLOWED          VALUE "Y".

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-MEASURED         PIC 9(7) VALUE 0.

      * participation.dat held in memory for the pool split.
       01  WS-PTC-TABLE.
           05  WS-PTC-ENTRY OCCURS 5000 TIMES.
               10  WS-PTC-LOAN          PIC X(10).
               10  WS-PTC-INVESTOR      PIC X(10).
               10  WS-PTC-PCT           PIC 9(3)V99.
       01  WS-PTC-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-PTC-MAX                PIC S9(4) COMP VALUE 5000.
       01  WS-PTC-SUB                PIC S9(4) COMP.
       01  WS-RETAINED-PCT           PIC S9(3)V99.

      * One row per group, its twelve months of sums. Type "P" is a
      * product, "R" a rate band, "I" an investor pool, "T" the book.
      * The five rate bands and the book row are laid down first, the
      * rest appended the way OFFICER-PRODUCTION's officer table is.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 300 TIMES
                              INDEXED BY WS-GT-IDX.
               10  WS-GT-KEY.
                   15  WS-GT-TYPE       PIC X(1).
                   15  WS-GT-CODE       PIC X(14).
               10  WS-GT-LOANS          PIC 9(7) COMP-3.
               10  WS-GT-PAYOFFS        PIC 9(7) COMP-3.
               10  WS-GT-MONTH OCCURS 12 TIMES.
                   15  WS-GT-OPEN       PIC S9(15)V99 COMP-3.
                   15  WS-GT-SCHEDULED  PIC S9(15)V99 COMP-3.
                   15  WS-GT-ACTUAL     PIC S9(15)V99 COMP-3.
                   15  WS-GT-PREPAID    PIC S9(15)V99 COMP-3.
       01  WS-GROUP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-MAX              PIC S9(4) COMP VALUE 300.
       01  WS-FIND-KEY.
           05  WS-FIND-TYPE          PIC X(1).
           05  WS-FIND-CODE          PIC X(14).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".
       01  WS-SHARE-PCT              PIC S9(3)V99.

      * Speeds for one group and month.
       01  WS-SMM                    PIC S9(1)V9(8) COMP-3.
       01  WS-CPR                    PIC S9(1)V9(8) COMP-3.
       01  WS-SMM-BASE               PIC S9(15)V99 COMP-3.
       01  WS-SMM-PCT                PIC S9(3)V9(4).
       01  WS-CPR-PCT                PIC S9(3)V99.
       01  WS-SECTION-TYPE           PIC X(1).
       01  WS-SECTION-TITLE          PIC X(30).

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The month's line for one group, and the trend line.
       01  WS-DETAIL-LINE.
           05  DL-GROUP              PIC X(14).
           05  DL-LOANS              PIC Z(6)9.
           05  DL-PAYOFFS            PIC Z(6)9.
           05  DL-OPEN               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-SCHEDULED          PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-ACTUAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-PREPAID            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-SMM                PIC ZZ9.9999.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-CPR                PIC ZZ9.99.
           05  FILLER                PIC X(21) VALUE SPACES.
       01  WS-TREND-LINE.
           05  TL-GROUP              PIC X(14).
           05  TL-MONTH OCCURS 12 TIMES.
               10  FILLER            PIC X(2).
               10  TL-CPR            PIC ZZ9.99.
           05  FILLER                PIC X(22).
       01  WS-TREND-HEADING.
           05  TH-LABEL              PIC X(14).
           05  TH-MONTH OCCURS 12 TIMES.
               10  FILLER            PIC X(2).
               10  TH-YYYYMM         PIC X(6).
           05  FILLER                PIC X(22).
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Prepayment Speed"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM BUILD-MONTH-WINDOW
           DISPLAY "Speed month: " WS-REPORT-MONTH
                   "  Trend from: " WS-WIN-LABEL(1)

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "prepayment_speed." DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           PERFORM LOAD-PARTICIPATIONS
           PERFORM INITIALIZE-GROUP-TABLE

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM MEASURE-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
               PERFORM WRITE-SPEED-REPORT
           ELSE
               DISPLAY "PREPAYMENT-SPEED: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no speeds to report"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " Measured: " WS-LOANS-MEASURED
           MOVE WS-GROUP-COUNT TO WS-ED-COUNT
           DISPLAY "Groups reported: " FUNCTION TRIM(WS-ED-COUNT)
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * speed month as YYYYMM; left off, the business date's month.    *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           MOVE WS-RUN-DATE-X(1:6) TO WS-REPORT-MONTH

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MONTH-ARG IS NUMERIC
               MOVE WS-MONTH-ARG TO WS-REPORT-MONTH
           ELSE
               IF WS-MONTH-ARG NOT = SPACES
                   DISPLAY "PREPAYMENT-SPEED: Month " WS-MONTH-ARG
                           " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

       BUILD-MONTH-WINDOW.
           COMPUTE WS-REPORT-MONTH-NO =
               WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1
           PERFORM BUILD-ONE-WINDOW-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       BUILD-ONE-WINDOW-MONTH.
           COMPUTE WS-WIN-MONTH-NO(WS-MONTH-SUB) =
               WS-REPORT-MONTH-NO - 12 + WS-MONTH-SUB
           DIVIDE WS-WIN-MONTH-NO(WS-MONTH-SUB) BY 12
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-REMAINDER
           COMPUTE WS-WORK-MONTH = WS-WORK-REMAINDER + 1
           MOVE WS-WORK-YEAR TO WS-WORK-DATE-YYYY
           MOVE WS-WORK-MONTH TO WS-WORK-DATE-MM
           MOVE 1 TO WS-WORK-DATE-DD
           MOVE WS-WORK-DATE TO WS-WIN-START-DATE(WS-MONTH-SUB)
           MOVE WS-WORK-DATE(1:6) TO WS-WIN-LABEL(WS-MONTH-SUB).

      *----------------------------------------------------------------*
      * LOAD-PARTICIPATIONS - the ownership links INVESTOR-REMITTANCE  *
      * pays from; without the file every loan is RETAINED.            *
      *----------------------------------------------------------------*
       LOAD-PARTICIPATIONS.
           OPEN INPUT PARTICIPATION-FILE
           IF WS-PARTICIPATION-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-PARTICIPATION
               PERFORM LOAD-ONE-PARTICIPATION
                   UNTIL WS-END-OF-FILE
               CLOSE PARTICIPATION-FILE
           ELSE
               DISPLAY "PREPAYMENT-SPEED: participation.dat not "
                       "available, status " WS-PARTICIPATION-STATUS
                       " -- every loan reported as RETAINED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-NEXT-PARTICIPATION.
           READ PARTICIPATION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-PARTICIPATION.
           IF WS-PTC-COUNT < WS-PTC-MAX
               ADD 1 TO WS-PTC-COUNT
               MOVE PTC-LOAN-NUMBER TO WS-PTC-LOAN(WS-PTC-COUNT)
               MOVE PTC-INVESTOR-ID TO WS-PTC-INVESTOR(WS-PTC-COUNT)
               MOVE PTC-PERCENT TO WS-PTC-PCT(WS-PTC-COUNT)
           ELSE
               IF NOT WS-TABLE-FULL
                   DISPLAY "PREPAYMENT-SPEED: Participation table "
                           "full; " PTC-LOAN-NUMBER " and later "
                           "links reported as RETAINED"
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM READ-NEXT-PARTICIPATION.

       INITIALIZE-GROUP-TABLE.
           MOVE "T" TO WS-FIND-TYPE
           MOVE "TOTAL BOOK" TO WS-FIND-CODE
           PERFORM ADD-GROUP-ROW
           MOVE "R" TO WS-FIND-TYPE
           MOVE "UNDER 4.00%" TO WS-FIND-CODE
           PERFORM ADD-GROUP-ROW
           MOVE "4.00 - 5.99%" TO WS-FIND-CODE
           PERFORM ADD-GROUP-ROW
           MOVE "6.00 - 7.99%" TO WS-FIND-CODE
           PERFORM ADD-GROUP-ROW
           MOVE "8.00 - 9.99%" TO WS-FIND-CODE
           PERFORM ADD-GROUP-ROW
           MOVE "10.00% AND UP" TO WS-FIND-CODE
           PERFORM ADD-GROUP-ROW.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * MEASURE-ONE-LOAN - the loan's twelve months off one journal    *
      * walk, its scheduled principal and prepayment for each month it *
      * opened with a balance, and the sums into every group it falls  *
      * in.                                                            *
      *----------------------------------------------------------------*
       MEASURE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           INITIALIZE WS-LOAN-MONTHS
           PERFORM WALK-LOAN-JOURNAL

           MOVE "N" TO WS-LOAN-MEASURED-SWITCH
           PERFORM COMPUTE-LEVEL-PAYMENT
           PERFORM SCHEDULE-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12

           IF WS-LOAN-MEASURED
               ADD 1 TO WS-LOANS-MEASURED
               MOVE 100 TO WS-SHARE-PCT
               MOVE "T" TO WS-FIND-TYPE
               MOVE "TOTAL BOOK" TO WS-FIND-CODE
               PERFORM CREDIT-GROUP
               MOVE "P" TO WS-FIND-TYPE
               MOVE LOAN-PRODUCT-CODE TO WS-FIND-CODE
               PERFORM CREDIT-GROUP
               MOVE "R" TO WS-FIND-TYPE
               PERFORM PICK-RATE-BAND
               PERFORM CREDIT-GROUP
               PERFORM CREDIT-INVESTOR-POOLS
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * WALK-LOAN-JOURNAL - keyed START at the loan and walk its       *
      * journal the way INVESTOR-REMITTANCE does. A record dated in a  *
      * later month than the one before it closes out the opening      *
      * balance of every window month in between.                      *
      *----------------------------------------------------------------*
       WALK-LOAN-JOURNAL.
           MOVE "N" TO WS-TXN-EOF-SWITCH
           MOVE "N" TO WS-HISTORY-SEEN-SWITCH
           MOVE 0 TO WS-LAST-BALANCE
           MOVE 0 TO WS-LAST-MONTH-NO
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FILE-STATUS = "00"
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
               CLOSE TRANSACTION-FILE
           ELSE
               IF NOT WS-JOURNAL-WARNED
                   DISPLAY "PREPAYMENT-SPEED: Unable to open "
                           "loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS " -- no history to "
                           "measure"
                   MOVE "Y" TO WS-JOURNAL-WARNED-SWITCH
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-HISTORY-SEEN
               MOVE 999999 TO WS-TXN-MONTH-NO
               PERFORM CLOSE-OPENING-BALANCES
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           END-IF.

       TALLY-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-DATE IS NUMERIC AND TXN-DATE > 0
                   MOVE TXN-DATE TO WS-WORK-DATE
                   COMPUTE WS-TXN-MONTH-NO =
                       WS-WORK-DATE-YYYY * 12 + WS-WORK-DATE-MM - 1
                   IF WS-HISTORY-SEEN
                       PERFORM CLOSE-OPENING-BALANCES
                           VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > 12
                   END-IF
                   PERFORM CREDIT-ACTUAL-PRINCIPAL
                       VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   MOVE TXN-BALANCE TO WS-LAST-BALANCE
                   MOVE WS-TXN-MONTH-NO TO WS-LAST-MONTH-NO
                   MOVE "Y" TO WS-HISTORY-SEEN-SWITCH
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

      * A window month after the last record's month and no later
      * than this record's opened on the last record's balance.
       CLOSE-OPENING-BALANCES.
           IF WS-WIN-MONTH-NO(WS-MONTH-SUB) > WS-LAST-MONTH-NO
                   AND WS-WIN-MONTH-NO(WS-MONTH-SUB) <= WS-TXN-MONTH-NO
               MOVE WS-LAST-BALANCE TO WS-LM-OPEN(WS-MONTH-SUB)
           END-IF.

       CREDIT-ACTUAL-PRINCIPAL.
           IF WS-WIN-MONTH-NO(WS-MONTH-SUB) = WS-TXN-MONTH-NO
               IF TXN-CODE = "PAY" OR TXN-CODE = "POFF"
                       OR TXN-CODE = "RVSL"
                   ADD TXN-PRINCIPAL TO WS-LM-ACTUAL(WS-MONTH-SUB)
               END-IF
               IF TXN-CODE = "POFF"
                   MOVE "Y" TO WS-LM-PAYOFF(WS-MONTH-SUB)
               END-IF
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * COMPUTE-LEVEL-PAYMENT - the level payment on the master terms, *
      * priced over the periods left after any interest-only period,   *
      * with the same ON SIZE ERROR guard AMORTIZATION-SCHEDULE's      *
      * COMPUTE-PAYMENT uses.                                          *
      *----------------------------------------------------------------*
       COMPUTE-LEVEL-PAYMENT.
           EVALUATE LOAN-PAY-FREQUENCY
               WHEN "B"
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN "Q"
                   MOVE 4 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           MOVE "N" TO WS-OVERFLOW-SWITCH
           MOVE 0 TO WS-LEVEL-PAYMENT
           MOVE 0 TO WS-PERIOD-RATE
           IF LOAN-INTEREST-RATE IS NUMERIC
                   AND LOAN-INTEREST-RATE > 0
               COMPUTE WS-PERIOD-RATE =
                   LOAN-INTEREST-RATE / 100 / WS-PERIODS-PER-YEAR
           END-IF
           MOVE 0 TO WS-TOTAL-PERIODS
           IF LOAN-TERM-YEARS IS NUMERIC
               COMPUTE WS-TOTAL-PERIODS =
                   LOAN-TERM-YEARS * WS-PERIODS-PER-YEAR
           END-IF
           IF LOAN-IO-PERIODS IS NUMERIC
               SUBTRACT LOAN-IO-PERIODS FROM WS-TOTAL-PERIODS
           END-IF
           IF WS-TOTAL-PERIODS < 1
               MOVE 1 TO WS-TOTAL-PERIODS
           END-IF

           IF WS-PERIOD-RATE = 0
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   LOAN-ORIG-PRINCIPAL / WS-TOTAL-PERIODS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           ELSE
               COMPUTE WS-DISCOUNT-FACTOR =
                   (1 + WS-PERIOD-RATE) ** WS-TOTAL-PERIODS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               IF NOT WS-RESULT-OVERFLOWED
                   COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                       LOAN-ORIG-PRINCIPAL * WS-PERIOD-RATE
                           * WS-DISCOUNT-FACTOR
                           / (WS-DISCOUNT-FACTOR - 1)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-OVERFLOW-SWITCH
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-RESULT-OVERFLOWED
               MOVE 0 TO WS-LEVEL-PAYMENT
           END-IF.

      *----------------------------------------------------------------*
      * SCHEDULE-ONE-MONTH - a month the loan opened with a balance:   *
      * the principal a month of level payments retires off that       *
      * balance (none while interest-only, never more than the         *
      * balance), and the prepayment over it.                          *
      *----------------------------------------------------------------*
       SCHEDULE-ONE-MONTH.
           IF WS-LM-OPEN(WS-MONTH-SUB) > 0
               MOVE "Y" TO WS-LOAN-MEASURED-SWITCH
               MOVE 0 TO WS-LM-SCHEDULED(WS-MONTH-SUB)
               IF LOAN-IO-END-DATE IS NUMERIC
                       AND LOAN-IO-END-DATE >=
                           WS-WIN-START-DATE(WS-MONTH-SUB)
                   CONTINUE
               ELSE
                   COMPUTE WS-PERIOD-PRINCIPAL =
                       WS-LEVEL-PAYMENT
                     - (WS-LM-OPEN(WS-MONTH-SUB) * WS-PERIOD-RATE)
                   IF WS-PERIOD-PRINCIPAL > 0
                       COMPUTE WS-LM-SCHEDULED(WS-MONTH-SUB) ROUNDED =
                           WS-PERIOD-PRINCIPAL * WS-PERIODS-PER-YEAR
                               / 12
                   END-IF
                   IF WS-LM-SCHEDULED(WS-MONTH-SUB) >
                           WS-LM-OPEN(WS-MONTH-SUB)
                       MOVE WS-LM-OPEN(WS-MONTH-SUB)
                           TO WS-LM-SCHEDULED(WS-MONTH-SUB)
                   END-IF
               END-IF
               COMPUTE WS-LM-PREPAID(WS-MONTH-SUB) =
                   WS-LM-ACTUAL(WS-MONTH-SUB)
                 - WS-LM-SCHEDULED(WS-MONTH-SUB)
               IF WS-LM-PREPAID(WS-MONTH-SUB) < 0
                   MOVE 0 TO WS-LM-PREPAID(WS-MONTH-SUB)
               END-IF
           ELSE
               MOVE 0 TO WS-LM-ACTUAL(WS-MONTH-SUB)
               MOVE "N" TO WS-LM-PAYOFF(WS-MONTH-SUB)
           END-IF.

       PICK-RATE-BAND.
           EVALUATE TRUE
               WHEN LOAN-INTEREST-RATE < 4.00
                   MOVE "UNDER 4.00%" TO WS-FIND-CODE
               WHEN LOAN-INTEREST-RATE < 6.00
                   MOVE "4.00 - 5.99%" TO WS-FIND-CODE
               WHEN LOAN-INTEREST-RATE < 8.00
                   MOVE "6.00 - 7.99%" TO WS-FIND-CODE
               WHEN LOAN-INTEREST-RATE < 10.00
                   MOVE "8.00 - 9.99%" TO WS-FIND-CODE
               WHEN OTHER
                   MOVE "10.00% AND UP" TO WS-FIND-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CREDIT-INVESTOR-POOLS - each participation on the loan puts    *
      * its percent in that investor's pool; what is left is RETAINED. *
      *----------------------------------------------------------------*
       CREDIT-INVESTOR-POOLS.
           MOVE 100 TO WS-RETAINED-PCT
           MOVE "I" TO WS-FIND-TYPE
           PERFORM CREDIT-ONE-PARTICIPATION
               VARYING WS-PTC-SUB FROM 1 BY 1
               UNTIL WS-PTC-SUB > WS-PTC-COUNT
           IF WS-RETAINED-PCT > 0
               MOVE WS-RETAINED-PCT TO WS-SHARE-PCT
               MOVE "I" TO WS-FIND-TYPE
               MOVE "RETAINED" TO WS-FIND-CODE
               PERFORM CREDIT-GROUP
           END-IF.

       CREDIT-ONE-PARTICIPATION.
           IF WS-PTC-LOAN(WS-PTC-SUB) = LOAN-NUMBER
               MOVE WS-PTC-PCT(WS-PTC-SUB) TO WS-SHARE-PCT
               IF WS-SHARE-PCT > WS-RETAINED-PCT
                   MOVE WS-RETAINED-PCT TO WS-SHARE-PCT
               END-IF
               SUBTRACT WS-SHARE-PCT FROM WS-RETAINED-PCT
               MOVE "I" TO WS-FIND-TYPE
               MOVE WS-PTC-INVESTOR(WS-PTC-SUB) TO WS-FIND-CODE
               PERFORM CREDIT-GROUP
           END-IF.

       CREDIT-GROUP.
           PERFORM FIND-OR-ADD-GROUP
           IF WS-ROW-FOUND
               IF WS-LM-OPEN(12) > 0
                   ADD 1 TO WS-GT-LOANS(WS-GT-IDX)
                   IF WS-LM-PAYOFF(12) = "Y"
                       ADD 1 TO WS-GT-PAYOFFS(WS-GT-IDX)
                   END-IF
               END-IF
               PERFORM CREDIT-GROUP-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           END-IF.

       CREDIT-GROUP-MONTH.
           IF WS-LM-OPEN(WS-MONTH-SUB) > 0
               COMPUTE WS-GT-OPEN(WS-GT-IDX, WS-MONTH-SUB) ROUNDED =
                   WS-GT-OPEN(WS-GT-IDX, WS-MONTH-SUB)
                 + WS-LM-OPEN(WS-MONTH-SUB) * WS-SHARE-PCT / 100
               COMPUTE WS-GT-SCHEDULED(WS-GT-IDX, WS-MONTH-SUB)
                   ROUNDED =
                   WS-GT-SCHEDULED(WS-GT-IDX, WS-MONTH-SUB)
                 + WS-LM-SCHEDULED(WS-MONTH-SUB) * WS-SHARE-PCT / 100
               COMPUTE WS-GT-ACTUAL(WS-GT-IDX, WS-MONTH-SUB) ROUNDED =
                   WS-GT-ACTUAL(WS-GT-IDX, WS-MONTH-SUB)
                 + WS-LM-ACTUAL(WS-MONTH-SUB) * WS-SHARE-PCT / 100
               COMPUTE WS-GT-PREPAID(WS-GT-IDX, WS-MONTH-SUB)
                   ROUNDED =
                   WS-GT-PREPAID(WS-GT-IDX, WS-MONTH-SUB)
                 + WS-LM-PREPAID(WS-MONTH-SUB) * WS-SHARE-PCT / 100
           END-IF.

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
                   PERFORM ADD-GROUP-ROW
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "PREPAYMENT-SPEED: Group table full; "
                               WS-FIND-CODE " and later groups not "
                               "reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-GROUP-ROW.
           ADD 1 TO WS-GROUP-COUNT
           SET WS-GT-IDX TO WS-GROUP-COUNT
           INITIALIZE WS-GROUP-ENTRY(WS-GT-IDX)
           MOVE WS-FIND-KEY TO WS-GT-KEY(WS-GT-IDX)
           MOVE "Y" TO WS-FOUND-SWITCH.

      *----------------------------------------------------------------*
      * WRITE-SPEED-REPORT - the month by group, book total first,     *
      * then the twelve-month CPR trend in the same order.             *
      *----------------------------------------------------------------*
       WRITE-SPEED-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PREPAYMENT-SPEED: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               MOVE "T" TO WS-SECTION-TYPE
               MOVE "BOOK" TO WS-SECTION-TITLE
               PERFORM WRITE-MONTH-SECTION
               MOVE "P" TO WS-SECTION-TYPE
               MOVE "BY PRODUCT" TO WS-SECTION-TITLE
               PERFORM WRITE-MONTH-SECTION
               MOVE "R" TO WS-SECTION-TYPE
               MOVE "BY RATE BAND" TO WS-SECTION-TITLE
               PERFORM WRITE-MONTH-SECTION
               MOVE "I" TO WS-SECTION-TYPE
               MOVE "BY INVESTOR POOL" TO WS-SECTION-TITLE
               PERFORM WRITE-MONTH-SECTION

               PERFORM WRITE-TREND-HEADER
               MOVE "T" TO WS-SECTION-TYPE
               PERFORM WRITE-TREND-SECTION
               MOVE "P" TO WS-SECTION-TYPE
               PERFORM WRITE-TREND-SECTION
               MOVE "R" TO WS-SECTION-TYPE
               PERFORM WRITE-TREND-SECTION
               MOVE "I" TO WS-SECTION-TYPE
               PERFORM WRITE-TREND-SECTION
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "PREPAYMENT SPEED ANALYSIS (SMM / CPR)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Speed Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   "  SMM = prepaid / (opening - scheduled); "
                       DELIMITED BY SIZE
                   "CPR = 1 - (1 - SMM) ** 12" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GROUP           LOANS PAYOFFS    OPENING BALANCE"
                       DELIMITED BY SIZE
                   "      SCHEDULED         ACTUAL        PREPAID"
                       DELIMITED BY SIZE
                   "      SMM %   CPR %" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MONTH-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-MONTH-LINE
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GROUP-COUNT.

       WRITE-ONE-MONTH-LINE.
           IF WS-GT-TYPE(WS-GT-IDX) = WS-SECTION-TYPE
               MOVE 12 TO WS-MONTH-SUB
               PERFORM COMPUTE-GROUP-SPEED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-GT-CODE(WS-GT-IDX) TO DL-GROUP
               MOVE WS-GT-LOANS(WS-GT-IDX) TO DL-LOANS
               MOVE WS-GT-PAYOFFS(WS-GT-IDX) TO DL-PAYOFFS
               MOVE WS-GT-OPEN(WS-GT-IDX, 12) TO DL-OPEN
               MOVE WS-GT-SCHEDULED(WS-GT-IDX, 12) TO DL-SCHEDULED
               MOVE WS-GT-ACTUAL(WS-GT-IDX, 12) TO DL-ACTUAL
               MOVE WS-GT-PREPAID(WS-GT-IDX, 12) TO DL-PREPAID
               MOVE WS-SMM-PCT TO DL-SMM
               MOVE WS-CPR-PCT TO DL-CPR
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-GROUP-SPEED - SMM and CPR for the group row at         *
      * WS-GT-IDX and the month at WS-MONTH-SUB, zero where nothing    *
      * was left to prepay.                                            *
      *----------------------------------------------------------------*
       COMPUTE-GROUP-SPEED.
           MOVE 0 TO WS-SMM
           MOVE 0 TO WS-CPR
           COMPUTE WS-SMM-BASE =
               WS-GT-OPEN(WS-GT-IDX, WS-MONTH-SUB)
             - WS-GT-SCHEDULED(WS-GT-IDX, WS-MONTH-SUB)
           IF WS-SMM-BASE > 0
               COMPUTE WS-SMM ROUNDED =
                   WS-GT-PREPAID(WS-GT-IDX, WS-MONTH-SUB)
                       / WS-SMM-BASE
               IF WS-SMM > 1
                   MOVE 1 TO WS-SMM
               END-IF
               COMPUTE WS-CPR ROUNDED = 1 - ((1 - WS-SMM) ** 12)
           END-IF
           COMPUTE WS-SMM-PCT ROUNDED = WS-SMM * 100
           COMPUTE WS-CPR-PCT ROUNDED = WS-CPR * 100.

       WRITE-TREND-HEADER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TWELVE-MONTH CPR TREND (%)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TREND-HEADING
           MOVE "GROUP" TO TH-LABEL
           PERFORM SET-ONE-TREND-HEADING
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           MOVE WS-TREND-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       SET-ONE-TREND-HEADING.
           MOVE WS-WIN-LABEL(WS-MONTH-SUB) TO TH-YYYYMM(WS-MONTH-SUB).

       WRITE-TREND-SECTION.
           PERFORM WRITE-ONE-TREND-LINE
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GROUP-COUNT.

       WRITE-ONE-TREND-LINE.
           IF WS-GT-TYPE(WS-GT-IDX) = WS-SECTION-TYPE
               MOVE SPACES TO WS-TREND-LINE
               MOVE WS-GT-CODE(WS-GT-IDX) TO TL-GROUP
               PERFORM SET-ONE-TREND-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-TREND-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SET-ONE-TREND-MONTH.
           PERFORM COMPUTE-GROUP-SPEED
           MOVE WS-CPR-PCT TO TL-CPR(WS-MONTH-SUB).

       END PROGRAM PREPAYMENT-SPEED.
