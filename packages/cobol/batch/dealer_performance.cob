      *================================================================*
      * CodeUChain COBOL Batch - Dealer Performance Report             *
      *                                                                *
      * Indirect lending's monthly view of the paper each dealer       *
      * sends. For a parameter month (positional argument 1, YYYYMM,   *
      * defaulting to the business date's month), every dealer         *
      * stamped on a LOAN-MASTER loan in the last twelve months gets   *
      * one line:                                                      *
      *                                                                *
      *   - volume is the count and original principal of the          *
      *     dealer's loans booked in the month;                        *
      *   - the cohort is the dealer's loans booked in the twelve      *
      *     months ending with the report month;                       *
      *   - an early default is a cohort loan that has charged off,    *
      *     or that is still ACTIVE or MATURED with its next due date  *
      *     60 or more days behind the business date;                  *
      *   - the early-default rate is early defaults over cohort       *
      *     loans, by count.                                           *
      *                                                                *
      * Dealers appear in the order first seen on the loan master,     *
      * under their DEALER-MASTER name; a code no longer on the master *
      * reports as (NOT ON MASTER). Loans with no dealer are direct    *
      * lending and are left out.                                      *
      *                                                                *
      * Written to dealer_performance.YYYYMM.rpt. Delinquency is aged  *
      * as of the business date of the run, so a rerun of a prior      *
      * month shows the cohort as it stands today.                     *
      *                                                                *
      * Return codes: 0 clean, 4 the dealer table filled, 16           *
      * loan_master.dat or the report could not be opened.             *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALER-PERFORMANCE.
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
               REPLACING PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-DEALER-ID       BY LOAN-DEALER-ID
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY        PIC 9(4).
           05  WS-REPORT-MM          PIC 9(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.

      * Months are compared as a running month number, YYYY * 12 +
      * MM - 1, so the twelve-month cohort spans a year end cleanly.
       01  WS-BOOKED-DATE            PIC 9(8).
       01  WS-BOOKED-DATE-N REDEFINES WS-BOOKED-DATE.
           05  WS-BOOKED-YYYY        PIC 9(4).
           05  WS-BOOKED-MM          PIC 9(2).
           05  WS-BOOKED-DD          PIC 9(2).
       01  WS-REPORT-MONTH-NO        PIC S9(7) COMP.
       01  WS-BOOKED-MONTH-NO        PIC S9(7) COMP.
       01  WS-MONTHS-BACK            PIC S9(7) COMP.
       01  WS-DAYS-PAST-DUE          PIC S9(7).
       01  WS-EARLY-DEFAULT-DAYS     PIC S9(5) VALUE 60.
       01  WS-EARLY-DEFAULT-SWITCH   PIC X(1).
           88  WS-EARLY-DEFAULT              VALUE "Y".

      * One row per dealer seen, filled the append-a-row way
      * OFFICER-PRODUCTION's officer table is; the name is fetched
      * once when the row is added.
       01  WS-DEALER-TABLE.
           05  WS-DEALER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-DT-IDX.
               10  WS-DT-CODE           PIC X(10).
               10  WS-DT-NAME           PIC X(30).
               10  WS-DT-MONTH          PIC 9(7) COMP-3.
               10  WS-DT-MONTH-AMT      PIC S9(13)V99 COMP-3.
               10  WS-DT-COHORT         PIC 9(7) COMP-3.
               10  WS-DT-COHORT-AMT     PIC S9(13)V99 COMP-3.
               10  WS-DT-DEFAULTS       PIC 9(7) COMP-3.
               10  WS-DT-DEFAULT-AMT    PIC S9(13)V99 COMP-3.
       01  WS-DEALER-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-DEALER-MAX             PIC S9(4) COMP VALUE 500.
       01  WS-FIND-CODE              PIC X(10).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

       01  WS-GRAND-TOTALS.
           05  WS-TOT-MONTH          PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-MONTH-AMT      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-COHORT         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-COHORT-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-DEFAULTS       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-DEFAULT-AMT    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DEFAULT-RATE           PIC 9(3)V99.

      * DEALER-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DM-OPERATION-DATA
                     PFX-OPERATION      BY WS-DM-OPERATION.
       01  WS-DEALER-ID              PIC X(10).
       COPY "dealer-record.cob"
           REPLACING PFX-DLR-NAME            BY WS-DLR-NAME
                     PFX-DEALER-RECORD       BY WS-DEALER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DM-RESULT-SUCCESS.

      * The business date comes from the PROCESSING-DATE control
      * record; the default month is its month.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The report's column headings and detail line, one dealer or
      * the grand total.
       01  WS-HEADING-1.
           05  FILLER                PIC X(41) VALUE SPACES.
           05  FILLER                PIC X(22)
                   VALUE "  ---- BOOKED IN MONTH".
           05  FILLER                PIC X(22)
                   VALUE "  --- 12-MONTH COHORT ".
           05  FILLER                PIC X(22)
                   VALUE "  ---- EARLY DEFAULTS ".
           05  FILLER                PIC X(9) VALUE "  DEFAULT".
       01  WS-HEADING-2.
           05  FILLER                PIC X(11) VALUE "DEALER".
           05  FILLER                PIC X(30) VALUE "NAME".
           05  FILLER                PIC X(22)
                   VALUE "  LOANS      PRINCIPAL".
           05  FILLER                PIC X(22)
                   VALUE "  LOANS      PRINCIPAL".
           05  FILLER                PIC X(22)
                   VALUE "  LOANS      PRINCIPAL".
           05  FILLER                PIC X(9) VALUE "   RATE %".
       01  WS-DETAIL-LINE.
           05  DL-DEALER             PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  DL-NAME               PIC X(30).
           05  DL-MONTH              PIC Z(6)9.
           05  DL-MONTH-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-COHORT             PIC Z(6)9.
           05  DL-COHORT-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-DEFAULTS           PIC Z(6)9.
           05  DL-DEFAULT-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-DEFAULT-RATE       PIC ZZ9.99.
           05  FILLER                PIC X(17) VALUE SPACES.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Dealer Performance"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           COMPUTE WS-REPORT-MONTH-NO =
               WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1
           DISPLAY "Performance month: " WS-REPORT-MONTH

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "dealer_performance." DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM CREDIT-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
               PERFORM WRITE-PERFORMANCE-REPORT
           ELSE
               DISPLAY "DEALER-PERFORMANCE: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no performance to report"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
           MOVE WS-DEALER-COUNT TO WS-ED-COUNT
           DISPLAY "Dealers reported: " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-COHORT TO WS-ED-COUNT
           DISPLAY "Cohort loans: " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-DEFAULTS TO WS-ED-COUNT
           DISPLAY "Early defaults: " FUNCTION TRIM(WS-ED-COUNT)
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * report month as YYYYMM; left off, the business date's month.   *
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
                   DISPLAY "DEALER-PERFORMANCE: Month " WS-MONTH-ARG
                           " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * CREDIT-ONE-LOAN - a dealer loan booked in the twelve months    *
      * ending with the report month joins its dealer's cohort, and    *
      * its month volume too when booked in the report month itself.   *
      *----------------------------------------------------------------*
       CREDIT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-DEALER-ID NOT = SPACES
                   AND LOAN-BOOKED-DATE IS NUMERIC
                   AND LOAN-BOOKED-DATE > 0
               MOVE LOAN-BOOKED-DATE TO WS-BOOKED-DATE
               COMPUTE WS-BOOKED-MONTH-NO =
                   WS-BOOKED-YYYY * 12 + WS-BOOKED-MM - 1
               COMPUTE WS-MONTHS-BACK =
                   WS-REPORT-MONTH-NO - WS-BOOKED-MONTH-NO
               IF WS-MONTHS-BACK >= 0 AND WS-MONTHS-BACK <= 11
                   MOVE LOAN-DEALER-ID TO WS-FIND-CODE
                   PERFORM FIND-OR-ADD-DEALER
                   IF WS-ROW-FOUND
                       PERFORM CREDIT-DEALER-ROW
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       CREDIT-DEALER-ROW.
           ADD 1 TO WS-DT-COHORT(WS-DT-IDX)
           ADD LOAN-ORIG-PRINCIPAL TO WS-DT-COHORT-AMT(WS-DT-IDX)
           IF WS-MONTHS-BACK = 0
               ADD 1 TO WS-DT-MONTH(WS-DT-IDX)
               ADD LOAN-ORIG-PRINCIPAL TO WS-DT-MONTH-AMT(WS-DT-IDX)
           END-IF
           PERFORM CHECK-EARLY-DEFAULT
           IF WS-EARLY-DEFAULT
               ADD 1 TO WS-DT-DEFAULTS(WS-DT-IDX)
               ADD LOAN-ORIG-PRINCIPAL TO WS-DT-DEFAULT-AMT(WS-DT-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-EARLY-DEFAULT - charged off, or still on the books with  *
      * the next due date 60 or more days behind the business date.    *
      *----------------------------------------------------------------*
       CHECK-EARLY-DEFAULT.
           MOVE "N" TO WS-EARLY-DEFAULT-SWITCH
           IF LOAN-STATUS = "CHARGEDOFF"
               MOVE "Y" TO WS-EARLY-DEFAULT-SWITCH
           ELSE
               IF (LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED")
                       AND LOAN-NEXT-DUE-DATE IS NUMERIC
                       AND LOAN-NEXT-DUE-DATE > 0
                       AND LOAN-NEXT-DUE-DATE < WS-RUN-DATE
                   COMPUTE WS-DAYS-PAST-DUE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE-DATE)
                   IF WS-DAYS-PAST-DUE >= WS-EARLY-DEFAULT-DAYS
                       MOVE "Y" TO WS-EARLY-DEFAULT-SWITCH
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-DEALER.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-DT-IDX TO 1
           SEARCH WS-DEALER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DT-IDX > WS-DEALER-COUNT
                   CONTINUE
               WHEN WS-DT-CODE(WS-DT-IDX) = WS-FIND-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-ROW-FOUND
               IF WS-DEALER-COUNT < WS-DEALER-MAX
                   PERFORM ADD-DEALER-ROW
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "DEALER-PERFORMANCE: Dealer table "
                               "full; " WS-FIND-CODE " and later "
                               "dealers not reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ADD-DEALER-ROW.
           ADD 1 TO WS-DEALER-COUNT
           SET WS-DT-IDX TO WS-DEALER-COUNT
           MOVE WS-FIND-CODE TO WS-DT-CODE(WS-DT-IDX)
           MOVE 0 TO WS-DT-MONTH(WS-DT-IDX)
           MOVE 0 TO WS-DT-MONTH-AMT(WS-DT-IDX)
           MOVE 0 TO WS-DT-COHORT(WS-DT-IDX)
           MOVE 0 TO WS-DT-COHORT-AMT(WS-DT-IDX)
           MOVE 0 TO WS-DT-DEFAULTS(WS-DT-IDX)
           MOVE 0 TO WS-DT-DEFAULT-AMT(WS-DT-IDX)

           MOVE WS-FIND-CODE TO WS-DEALER-ID
           MOVE SPACES TO WS-DEALER-RECORD
           MOVE 3 TO WS-DM-OPERATION-LEN
           MOVE "GET" TO WS-DM-OPERATION-DATA
           CALL "DEALER-MASTER" USING
               WS-DM-OPERATION, WS-DEALER-ID, WS-DEALER-RECORD,
               WS-DM-RESULT
           IF WS-DM-RESULT-SUCCESS
               MOVE WS-DLR-NAME TO WS-DT-NAME(WS-DT-IDX)
           ELSE
               MOVE "(NOT ON MASTER)" TO WS-DT-NAME(WS-DT-IDX)
           END-IF
           MOVE "Y" TO WS-FOUND-SWITCH.

      *----------------------------------------------------------------*
      * WRITE-PERFORMANCE-REPORT - one line per dealer in the order    *
      * first seen, then the total across all dealers.                 *
      *----------------------------------------------------------------*
       WRITE-PERFORMANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "DEALER-PERFORMANCE: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-ONE-DEALER
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEALER-COUNT
               PERFORM WRITE-GRAND-TOTAL
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "DEALER PERFORMANCE - VOLUME AND EARLY DEFAULTS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Performance Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   "  Early Default: charged off or 60+ days "
                       DELIMITED BY SIZE
                   "past due" DELIMITED BY SIZE
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

       WRITE-ONE-DEALER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DT-CODE(WS-DT-IDX) TO DL-DEALER
           MOVE WS-DT-NAME(WS-DT-IDX) TO DL-NAME
           MOVE WS-DT-MONTH(WS-DT-IDX) TO DL-MONTH
           MOVE WS-DT-MONTH-AMT(WS-DT-IDX) TO DL-MONTH-AMT
           MOVE WS-DT-COHORT(WS-DT-IDX) TO DL-COHORT
           MOVE WS-DT-COHORT-AMT(WS-DT-IDX) TO DL-COHORT-AMT
           MOVE WS-DT-DEFAULTS(WS-DT-IDX) TO DL-DEFAULTS
           MOVE WS-DT-DEFAULT-AMT(WS-DT-IDX) TO DL-DEFAULT-AMT
           MOVE 0 TO WS-DEFAULT-RATE
           IF WS-DT-COHORT(WS-DT-IDX) > 0
               COMPUTE WS-DEFAULT-RATE ROUNDED =
                   WS-DT-DEFAULTS(WS-DT-IDX) * 100
                   / WS-DT-COHORT(WS-DT-IDX)
           END-IF
           MOVE WS-DEFAULT-RATE TO DL-DEFAULT-RATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-DT-MONTH(WS-DT-IDX) TO WS-TOT-MONTH
           ADD WS-DT-MONTH-AMT(WS-DT-IDX) TO WS-TOT-MONTH-AMT
           ADD WS-DT-COHORT(WS-DT-IDX) TO WS-TOT-COHORT
           ADD WS-DT-COHORT-AMT(WS-DT-IDX) TO WS-TOT-COHORT-AMT
           ADD WS-DT-DEFAULTS(WS-DT-IDX) TO WS-TOT-DEFAULTS
           ADD WS-DT-DEFAULT-AMT(WS-DT-IDX) TO WS-TOT-DEFAULT-AMT.

       WRITE-GRAND-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ALL DEALERS" TO DL-NAME
           MOVE WS-TOT-MONTH TO DL-MONTH
           MOVE WS-TOT-MONTH-AMT TO DL-MONTH-AMT
           MOVE WS-TOT-COHORT TO DL-COHORT
           MOVE WS-TOT-COHORT-AMT TO DL-COHORT-AMT
           MOVE WS-TOT-DEFAULTS TO DL-DEFAULTS
           MOVE WS-TOT-DEFAULT-AMT TO DL-DEFAULT-AMT
           MOVE 0 TO WS-DEFAULT-RATE
           IF WS-TOT-COHORT > 0
               COMPUTE WS-DEFAULT-RATE ROUNDED =
                   WS-TOT-DEFAULTS * 100 / WS-TOT-COHORT
           END-IF
           MOVE WS-DEFAULT-RATE TO DL-DEFAULT-RATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM DEALER-PERFORMANCE.
