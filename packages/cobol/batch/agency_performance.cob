      *================================================================*
      * CodeUChain COBOL Batch - Collection Agency Performance Report  *
      *                                                                *
      * Collections' monthly view of the outside agencies, read from   *
      * agency_activity.dat (the PLACE, PAY and RECALL lines           *
      * AGENCY-PLACEMENT and AGENCY-RETURN-PROCESSING append). For a   *
      * parameter month (positional argument 1, YYYYMM, defaulting to  *
      * the business date's month), every agency with activity on or   *
      * before the month's end gets one line:                          *
      *                                                                *
      *   - the month's placements (accounts and balance placed),      *
      *     recalls, and payments (items, gross collected and the      *
      *     commission the agency kept);                               *
      *   - to date, the balance ever placed with the agency and the   *
      *     gross it has collected through the month's end;            *
      *   - the liquidation rate, gross collected to date over         *
      *     balance placed to date -- the usual measure agencies are   *
      *     compared on.                                               *
      *                                                                *
      * Agencies appear in the order first seen on the activity file,  *
      * under their AGENCY-MASTER name; a code no longer on the master *
      * reports as (NOT ON MASTER).                                    *
      *                                                                *
      * Written to agency_performance.YYYYMM.rpt.                      *
      *                                                                *
      * Return codes: 0 clean, 4 the agency table filled, 16           *
      * agency_activity.dat or the report could not be opened.         *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-PERFORMANCE.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FILE ASSIGN TO "agency_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-FILE.
       COPY "agency-activity.cob"
           REPLACING PFX-AA-AGENCY-ID    BY AA-AGENCY-ID
                     PFX-AA-DATE         BY AA-DATE
                     PFX-AA-PLACEMENT    BY AA-PLACEMENT
                     PFX-AA-PAYMENT      BY AA-PAYMENT
                     PFX-AA-RECALL       BY AA-RECALL
                     PFX-AA-GROSS        BY AA-GROSS
                     PFX-AA-COMMISSION   BY AA-COMMISSION
                     PFX-AGENCY-ACTIVITY BY AGENCY-ACTIVITY.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACTIVITY-STATUS        PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-ACTIVITY-DATE          PIC 9(8).
       01  WS-ACTIVITY-DATE-X REDEFINES WS-ACTIVITY-DATE
                                     PIC X(8).

       01  WS-LINES-READ             PIC 9(7) VALUE 0.

      * One row per agency seen, filled the append-a-row way
      * DEALER-PERFORMANCE's dealer table is; the name is fetched
      * once when the row is added.
       01  WS-AGENCY-TABLE.
           05  WS-AGENCY-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-AT-IDX.
               10  WS-AT-CODE           PIC X(10).
               10  WS-AT-NAME           PIC X(30).
               10  WS-AT-PLACED         PIC 9(7) COMP-3.
               10  WS-AT-PLACED-AMT     PIC S9(13)V99 COMP-3.
               10  WS-AT-RECALLED       PIC 9(7) COMP-3.
               10  WS-AT-PAYMENTS       PIC 9(7) COMP-3.
               10  WS-AT-GROSS          PIC S9(13)V99 COMP-3.
               10  WS-AT-COMMISSION     PIC S9(13)V99 COMP-3.
               10  WS-AT-TD-PLACED-AMT  PIC S9(13)V99 COMP-3.
               10  WS-AT-TD-GROSS       PIC S9(13)V99 COMP-3.
       01  WS-AGENCY-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-AGENCY-MAX             PIC S9(4) COMP VALUE 200.
       01  WS-FIND-CODE              PIC X(10).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

       01  WS-GRAND-TOTALS.
           05  WS-TOT-PLACED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-PLACED-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-RECALLED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-PAYMENTS       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-GROSS          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-COMMISSION     PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-TD-PLACED-AMT  PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-TD-GROSS       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LIQUIDATION-RATE       PIC 9(3)V99.

      * AGENCY-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-AM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-AM-OPERATION-DATA
                     PFX-OPERATION      BY WS-AM-OPERATION.
       01  WS-AGENCY-ID              PIC X(10).
       COPY "agency-record.cob"
           REPLACING PFX-AGY-NAME            BY WS-AGY-NAME
                     PFX-AGENCY-RECORD       BY WS-AGENCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-AM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-AM-RESULT-SUCCESS.

      * The business date comes from the PROCESSING-DATE control
      * record; the default month is its month.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The report's column headings and detail line, one agency or
      * the grand total.
       01  WS-HEADING-1.
           05  FILLER                PIC X(31) VALUE SPACES.
           05  FILLER                PIC X(20)
                   VALUE "  ---- PLACED IN MON".
           05  FILLER                PIC X(7) VALUE "TH ----".
           05  FILLER                PIC X(33)
                   VALUE "  ----- COLLECTED IN MONTH ------".
           05  FILLER                PIC X(26)
                   VALUE "  ------- TO DATE -------".
           05  FILLER                PIC X(8) VALUE "  LIQ".
       01  WS-HEADING-2.
           05  FILLER                PIC X(11) VALUE "AGENCY".
           05  FILLER                PIC X(20) VALUE "NAME".
           05  FILLER                PIC X(20)
                   VALUE "  ACCTS      BALANCE".
           05  FILLER                PIC X(7) VALUE " RECALL".
           05  FILLER                PIC X(33)
                   VALUE "  ITEMS        GROSS   COMMISSION".
           05  FILLER                PIC X(26)
                   VALUE "       PLACED    COLLECTED".
           05  FILLER                PIC X(8) VALUE "  RATE %".
       01  WS-DETAIL-LINE.
           05  DL-AGENCY             PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  DL-NAME               PIC X(20).
           05  DL-PLACED             PIC Z(6)9.
           05  DL-PLACED-AMT         PIC ZZ,ZZZ,ZZ9.99.
           05  DL-RECALLED           PIC Z(6)9.
           05  DL-PAYMENTS           PIC Z(6)9.
           05  DL-GROSS              PIC ZZ,ZZZ,ZZ9.99.
           05  DL-COMMISSION         PIC ZZ,ZZZ,ZZ9.99.
           05  DL-TD-PLACED-AMT      PIC ZZ,ZZZ,ZZ9.99.
           05  DL-TD-GROSS           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-LIQUIDATION-RATE   PIC ZZ9.99.
           05  FILLER                PIC X(7) VALUE SPACES.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Collection Agency Performance"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Performance month: " WS-REPORT-MONTH

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "agency_performance." DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-ACTIVITY
               PERFORM CREDIT-ONE-ACTIVITY
                   UNTIL WS-END-OF-FILE
               CLOSE ACTIVITY-FILE
               PERFORM WRITE-PERFORMANCE-REPORT
           ELSE
               DISPLAY "AGENCY-PERFORMANCE: Unable to open "
                       "agency_activity.dat, status "
                       WS-ACTIVITY-STATUS
                       " -- no performance to report"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Activity lines read: " WS-LINES-READ
           MOVE WS-AGENCY-COUNT TO WS-ED-COUNT
           DISPLAY "Agencies reported: " FUNCTION TRIM(WS-ED-COUNT)
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
                   DISPLAY "AGENCY-PERFORMANCE: Month " WS-MONTH-ARG
                           " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

       READ-NEXT-ACTIVITY.
           READ ACTIVITY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * CREDIT-ONE-ACTIVITY - a line dated on or before the report     *
      * month counts toward the agency's to-date figures, and toward   *
      * its month columns too when dated in the month itself.          *
      *----------------------------------------------------------------*
       CREDIT-ONE-ACTIVITY.
           ADD 1 TO WS-LINES-READ
           IF AA-DATE IS NUMERIC AND AA-DATE > 0
               MOVE AA-DATE TO WS-ACTIVITY-DATE
               IF WS-ACTIVITY-DATE-X(1:6) <= WS-REPORT-MONTH
                   MOVE AA-AGENCY-ID TO WS-FIND-CODE
                   PERFORM FIND-OR-ADD-AGENCY
                   IF WS-ROW-FOUND
                       PERFORM CREDIT-AGENCY-ROW
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-ACTIVITY.

       CREDIT-AGENCY-ROW.
           EVALUATE TRUE
               WHEN AA-PLACEMENT
                   ADD AA-GROSS TO WS-AT-TD-PLACED-AMT(WS-AT-IDX)
               WHEN AA-PAYMENT
                   ADD AA-GROSS TO WS-AT-TD-GROSS(WS-AT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ACTIVITY-DATE-X(1:6) = WS-REPORT-MONTH
               EVALUATE TRUE
                   WHEN AA-PLACEMENT
                       ADD 1 TO WS-AT-PLACED(WS-AT-IDX)
                       ADD AA-GROSS TO WS-AT-PLACED-AMT(WS-AT-IDX)
                   WHEN AA-PAYMENT
                       ADD 1 TO WS-AT-PAYMENTS(WS-AT-IDX)
                       ADD AA-GROSS TO WS-AT-GROSS(WS-AT-IDX)
                       ADD AA-COMMISSION
                           TO WS-AT-COMMISSION(WS-AT-IDX)
                   WHEN AA-RECALL
                       ADD 1 TO WS-AT-RECALLED(WS-AT-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-OR-ADD-AGENCY.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-AT-IDX TO 1
           SEARCH WS-AGENCY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AT-IDX > WS-AGENCY-COUNT
                   CONTINUE
               WHEN WS-AT-CODE(WS-AT-IDX) = WS-FIND-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-ROW-FOUND
               IF WS-AGENCY-COUNT < WS-AGENCY-MAX
                   PERFORM ADD-AGENCY-ROW
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "AGENCY-PERFORMANCE: Agency table "
                               "full; " WS-FIND-CODE " and later "
                               "agencies not reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ADD-AGENCY-ROW.
           ADD 1 TO WS-AGENCY-COUNT
           SET WS-AT-IDX TO WS-AGENCY-COUNT
           MOVE WS-FIND-CODE TO WS-AT-CODE(WS-AT-IDX)
           MOVE 0 TO WS-AT-PLACED(WS-AT-IDX)
           MOVE 0 TO WS-AT-PLACED-AMT(WS-AT-IDX)
           MOVE 0 TO WS-AT-RECALLED(WS-AT-IDX)
           MOVE 0 TO WS-AT-PAYMENTS(WS-AT-IDX)
           MOVE 0 TO WS-AT-GROSS(WS-AT-IDX)
           MOVE 0 TO WS-AT-COMMISSION(WS-AT-IDX)
           MOVE 0 TO WS-AT-TD-PLACED-AMT(WS-AT-IDX)
           MOVE 0 TO WS-AT-TD-GROSS(WS-AT-IDX)

           MOVE WS-FIND-CODE TO WS-AGENCY-ID
           MOVE SPACES TO WS-AGENCY-RECORD
           MOVE 3 TO WS-AM-OPERATION-LEN
           MOVE "GET" TO WS-AM-OPERATION-DATA
           CALL "AGENCY-MASTER" USING
               WS-AM-OPERATION, WS-AGENCY-ID, WS-AGENCY-RECORD,
               WS-AM-RESULT
           IF WS-AM-RESULT-SUCCESS
               MOVE WS-AGY-NAME TO WS-AT-NAME(WS-AT-IDX)
           ELSE
               MOVE "(NOT ON MASTER)" TO WS-AT-NAME(WS-AT-IDX)
           END-IF
           MOVE "Y" TO WS-FOUND-SWITCH.

      *----------------------------------------------------------------*
      * WRITE-PERFORMANCE-REPORT - one line per agency in the order    *
      * first seen, then the total across all agencies.                *
      *----------------------------------------------------------------*
       WRITE-PERFORMANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AGENCY-PERFORMANCE: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-ONE-AGENCY
                   VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AGENCY-COUNT
               PERFORM WRITE-GRAND-TOTAL
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "COLLECTION AGENCY PERFORMANCE REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Performance Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   "  Liquidation: gross collected to date over "
                       DELIMITED BY SIZE
                   "balance placed to date" DELIMITED BY SIZE
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

       WRITE-ONE-AGENCY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AT-CODE(WS-AT-IDX) TO DL-AGENCY
           MOVE WS-AT-NAME(WS-AT-IDX) TO DL-NAME
           MOVE WS-AT-PLACED(WS-AT-IDX) TO DL-PLACED
           MOVE WS-AT-PLACED-AMT(WS-AT-IDX) TO DL-PLACED-AMT
           MOVE WS-AT-RECALLED(WS-AT-IDX) TO DL-RECALLED
           MOVE WS-AT-PAYMENTS(WS-AT-IDX) TO DL-PAYMENTS
           MOVE WS-AT-GROSS(WS-AT-IDX) TO DL-GROSS
           MOVE WS-AT-COMMISSION(WS-AT-IDX) TO DL-COMMISSION
           MOVE WS-AT-TD-PLACED-AMT(WS-AT-IDX) TO DL-TD-PLACED-AMT
           MOVE WS-AT-TD-GROSS(WS-AT-IDX) TO DL-TD-GROSS
           MOVE 0 TO WS-LIQUIDATION-RATE
           IF WS-AT-TD-PLACED-AMT(WS-AT-IDX) > 0
               COMPUTE WS-LIQUIDATION-RATE ROUNDED =
                   WS-AT-TD-GROSS(WS-AT-IDX) * 100
                   / WS-AT-TD-PLACED-AMT(WS-AT-IDX)
           END-IF
           MOVE WS-LIQUIDATION-RATE TO DL-LIQUIDATION-RATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-AT-PLACED(WS-AT-IDX) TO WS-TOT-PLACED
           ADD WS-AT-PLACED-AMT(WS-AT-IDX) TO WS-TOT-PLACED-AMT
           ADD WS-AT-RECALLED(WS-AT-IDX) TO WS-TOT-RECALLED
           ADD WS-AT-PAYMENTS(WS-AT-IDX) TO WS-TOT-PAYMENTS
           ADD WS-AT-GROSS(WS-AT-IDX) TO WS-TOT-GROSS
           ADD WS-AT-COMMISSION(WS-AT-IDX) TO WS-TOT-COMMISSION
           ADD WS-AT-TD-PLACED-AMT(WS-AT-IDX) TO WS-TOT-TD-PLACED-AMT
           ADD WS-AT-TD-GROSS(WS-AT-IDX) TO WS-TOT-TD-GROSS.

       WRITE-GRAND-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ALL AGENCIES" TO DL-NAME
           MOVE WS-TOT-PLACED TO DL-PLACED
           MOVE WS-TOT-PLACED-AMT TO DL-PLACED-AMT
           MOVE WS-TOT-RECALLED TO DL-RECALLED
           MOVE WS-TOT-PAYMENTS TO DL-PAYMENTS
           MOVE WS-TOT-GROSS TO DL-GROSS
           MOVE WS-TOT-COMMISSION TO DL-COMMISSION
           MOVE WS-TOT-TD-PLACED-AMT TO DL-TD-PLACED-AMT
           MOVE WS-TOT-TD-GROSS TO DL-TD-GROSS
           MOVE 0 TO WS-LIQUIDATION-RATE
           IF WS-TOT-TD-PLACED-AMT > 0
               COMPUTE WS-LIQUIDATION-RATE ROUNDED =
                   WS-TOT-TD-GROSS * 100 / WS-TOT-TD-PLACED-AMT
           END-IF
           MOVE WS-LIQUIDATION-RATE TO DL-LIQUIDATION-RATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM AGENCY-PERFORMANCE.
