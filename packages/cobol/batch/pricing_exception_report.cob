      *================================================================*
      * CodeUChain COBOL Batch - Monthly Pricing Exception Report      *
      *                                                                *
      * Pricing committee's monthly view of the rate concessions       *
      * loan officers were granted below the rate sheet. For a         *
      * parameter month (positional argument 1, YYYYMM, defaulting to  *
      * the business date's month) every row APPROVAL-QUEUE appended   *
      * to pricing_exception.dat with an approved date in the month is *
      * listed under the branch the application came from and the      *
      * officer who priced it:                                         *
      *                                                                *
      *   - one detail line per exception -- reference, applicant,     *
      *     amount, the rate sheet's rate, the rate granted, the basis *
      *     points given away, the officer's reason code and the       *
      *     approver who cleared it;                                   *
      *   - an officer total of exceptions, basis points given away    *
      *     and the average concession per exception;                  *
      *   - the same totals per branch and for the month.              *
      *                                                                *
      * Officer names come from OFFICER-MASTER; a code no longer on    *
      * the master reports as (NOT ON MASTER), an exception with no    *
      * officer under (NO OFFICER), and one with no branch under ---.  *
      * Branches and officers appear in the order first seen.          *
      *                                                                *
      * Written to pricing_exception.YYYYMM.rpt; the exception file is *
      * permanent, so a prior month can be rerun any time.             *
      *                                                                *
      * Return codes: 0 clean, 4 pricing_exception.dat was not         *
      * available or a table filled, 16 the report could not be        *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICING-EXCEPTION-REPORT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-EXCEPTION-FILE
               ASSIGN TO "pricing_exception.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-EXCEPTION-FILE.
           COPY "pricing-exception-record.cob"
               REPLACING PFX-PE-APPROVED-DATE   BY PE-APPROVED-DATE
                         PFX-PE-REFERENCE-ID    BY PE-REFERENCE-ID
                         PFX-PE-OFFICER-CODE    BY PE-OFFICER-CODE
                         PFX-PE-BRANCH-CODE     BY PE-BRANCH-CODE
                         PFX-PE-APPLICANT-NAME  BY PE-APPLICANT-NAME
                         PFX-PE-LOAN-AMOUNT     BY PE-LOAN-AMOUNT
                         PFX-PE-TABLE-RATE      BY PE-TABLE-RATE
                         PFX-PE-GRANTED-RATE    BY PE-GRANTED-RATE
                         PFX-PE-EXCEPTION-BPS   BY PE-EXCEPTION-BPS
                         PFX-PE-REASON-CODE     BY PE-REASON-CODE
                         PFX-PE-APPROVED-BY     BY PE-APPROVED-BY
                         PFX-PRICING-EXCEPTION-RECORD BY
                             PRICING-EXCEPTION-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRICING-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).

       01  WS-ROWS-READ              PIC 9(7) VALUE 0.

      * The month's exceptions, one row each in the order read, tied
      * to the officer row they report under.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-EX-IDX.
               10  WS-EX-OFFICER-ROW    PIC S9(4) COMP.
               10  WS-EX-DATE           PIC 9(8).
               10  WS-EX-REFERENCE      PIC X(20).
               10  WS-EX-APPLICANT      PIC X(30).
               10  WS-EX-AMOUNT         PIC S9(13)V99 COMP-3.
               10  WS-EX-TABLE-RATE     PIC 9(3)V9(4).
               10  WS-EX-GRANTED-RATE   PIC 9(3)V9(4).
               10  WS-EX-BPS            PIC 9(5).
               10  WS-EX-REASON         PIC X(6).
               10  WS-EX-APPROVED-BY    PIC X(30).
       01  WS-EXCEPTION-COUNT        PIC S9(4) COMP VALUE 0.
       01  WS-EXCEPTION-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-EXCEPTION-FULL-SWITCH  PIC X(1) VALUE "N".
           88  WS-EXCEPTION-TABLE-FULL       VALUE "Y".

      * One row per officer within a branch, filled the append-a-row
      * way OFFICER-PRODUCTION's officer table is; an officer who
      * priced under two branches reports under each.
       01  WS-OFFICER-TABLE.
           05  WS-OFFICER-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-OT-IDX.
               10  WS-OT-BRANCH         PIC X(3).
               10  WS-OT-CODE           PIC X(10).
               10  WS-OT-NAME           PIC X(30).
               10  WS-OT-COUNT          PIC 9(7) COMP-3.
               10  WS-OT-BPS            PIC 9(9) COMP-3.
               10  WS-OT-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-OFFICER-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-OFFICER-MAX            PIC S9(4) COMP VALUE 500.
       01  WS-FIND-BRANCH            PIC X(3).
       01  WS-FIND-CODE              PIC X(10).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

      * The branches on the report, in the order first seen.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE           PIC X(3).
       01  WS-BRANCH-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-BRANCH-SEEN-SWITCH     PIC X(1).
           88  WS-BRANCH-SEEN                VALUE "Y".
       01  WS-SCAN-IDX               PIC S9(4) COMP.

      * Branch and grand totals, one set of accumulators each.
       01  WS-SUBTOTALS.
           05  WS-SUB-COUNT          PIC 9(7) COMP-3.
           05  WS-SUB-BPS            PIC 9(9) COMP-3.
           05  WS-SUB-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-COUNT          PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-BPS            PIC 9(9) COMP-3 VALUE 0.
           05  WS-TOT-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.

      * OFFICER-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OM-OPERATION-DATA
                     PFX-OPERATION      BY WS-OM-OPERATION.
       01  WS-OFFICER-ID             PIC X(10).
       COPY "officer-record.cob"
           REPLACING PFX-OFF-NAME          BY WS-OFF-NAME
                     PFX-OFF-BRANCH        BY WS-OFF-BRANCH
                     PFX-OFF-ACTIVE        BY WS-OFF-ACTIVE
                     PFX-OFF-INCENTIVE-PCT BY WS-OFF-INCENTIVE-PCT
                     PFX-OFFICER-RECORD    BY WS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OM-RESULT-SUCCESS.

      * The business date comes from the PROCESSING-DATE control
      * record; the default month is its month.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The report's detail line, one exception.
       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-DATE               PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  DL-REFERENCE          PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  DL-APPLICANT          PIC X(20).
           05  DL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-TABLE-RATE         PIC ZZZ9.9999.
           05  DL-GRANTED-RATE       PIC ZZZ9.9999.
           05  DL-BPS                PIC Z(6)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-REASON             PIC X(6).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  DL-APPROVED-BY        PIC X(30).

      * The total line, one officer, one branch or the month.
       01  WS-TOTAL-LINE.
           05  TL-CODE               PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  TL-NAME               PIC X(30).
           05  FILLER                PIC X(11) VALUE " EXCEPTNS:".
           05  TL-COUNT              PIC Z(6)9.
           05  FILLER                PIC X(13) VALUE "  BPS GIVEN:".
           05  TL-BPS                PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE "  AVG BPS:".
           05  TL-AVG-BPS            PIC Z(4)9.99.
           05  FILLER                PIC X(10) VALUE "  AMOUNT:".
           05  TL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AVERAGE-BPS            PIC 9(5)V99.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Pricing Exception Report"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Exception month: " WS-REPORT-MONTH

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "pricing_exception." DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           PERFORM LOAD-MONTH-EXCEPTIONS
           PERFORM WRITE-EXCEPTION-REPORT

           MOVE WS-TOT-COUNT TO WS-ED-COUNT
           MOVE WS-TOT-BPS TO TL-BPS
           DISPLAY "=========================================="
           DISPLAY "Exception rows read: " WS-ROWS-READ
           DISPLAY "Exceptions reported: " FUNCTION TRIM(WS-ED-COUNT)
           DISPLAY "Basis points given away: " FUNCTION TRIM(TL-BPS)
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * exception month as YYYYMM; left off, the business date's       *
      * month.                                                         *
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
                   DISPLAY "PRICING-EXCEPTION-REPORT: Month "
                           WS-MONTH-ARG " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-MONTH-EXCEPTIONS - every exception approved in the month  *
      * is kept in the order read and counted to its officer's row.    *
      *----------------------------------------------------------------*
       LOAD-MONTH-EXCEPTIONS.
           OPEN INPUT PRICING-EXCEPTION-FILE
           IF WS-PRICING-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-EXCEPTION
               PERFORM LOAD-ONE-EXCEPTION
                   UNTIL WS-END-OF-FILE
               CLOSE PRICING-EXCEPTION-FILE
           ELSE
               DISPLAY "PRICING-EXCEPTION-REPORT: Unable to open "
                       "pricing_exception.dat, status "
                       WS-PRICING-STATUS " -- no exceptions reported"
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-NEXT-EXCEPTION.
           READ PRICING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-EXCEPTION.
           ADD 1 TO WS-ROWS-READ
           IF PE-APPROVED-DATE IS NUMERIC
                   AND PE-APPROVED-DATE(1:6) = WS-REPORT-MONTH
               IF WS-EXCEPTION-COUNT < WS-EXCEPTION-MAX
                   MOVE PE-BRANCH-CODE TO WS-FIND-BRANCH
                   IF WS-FIND-BRANCH = SPACES
                       MOVE "---" TO WS-FIND-BRANCH
                   END-IF
                   MOVE PE-OFFICER-CODE TO WS-FIND-CODE
                   PERFORM FIND-OR-ADD-OFFICER
                   IF WS-ROW-FOUND
                       PERFORM KEEP-ONE-EXCEPTION
                   END-IF
               ELSE
                   IF NOT WS-EXCEPTION-TABLE-FULL
                       DISPLAY "PRICING-EXCEPTION-REPORT: Exception "
                               "table full; " PE-REFERENCE-ID
                               " and later exceptions not reported"
                       MOVE "Y" TO WS-EXCEPTION-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-EXCEPTION.

       KEEP-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           SET WS-EX-IDX TO WS-EXCEPTION-COUNT
           SET WS-EX-OFFICER-ROW(WS-EX-IDX) TO WS-OT-IDX
           MOVE PE-APPROVED-DATE TO WS-EX-DATE(WS-EX-IDX)
           MOVE PE-REFERENCE-ID TO WS-EX-REFERENCE(WS-EX-IDX)
           MOVE PE-APPLICANT-NAME TO WS-EX-APPLICANT(WS-EX-IDX)
           MOVE 0 TO WS-EX-AMOUNT(WS-EX-IDX)
           IF PE-LOAN-AMOUNT IS NUMERIC
               MOVE PE-LOAN-AMOUNT TO WS-EX-AMOUNT(WS-EX-IDX)
           END-IF
           MOVE 0 TO WS-EX-TABLE-RATE(WS-EX-IDX)
           IF PE-TABLE-RATE IS NUMERIC
               MOVE PE-TABLE-RATE TO WS-EX-TABLE-RATE(WS-EX-IDX)
           END-IF
           MOVE 0 TO WS-EX-GRANTED-RATE(WS-EX-IDX)
           IF PE-GRANTED-RATE IS NUMERIC
               MOVE PE-GRANTED-RATE TO WS-EX-GRANTED-RATE(WS-EX-IDX)
           END-IF
           MOVE 0 TO WS-EX-BPS(WS-EX-IDX)
           IF PE-EXCEPTION-BPS IS NUMERIC
               MOVE PE-EXCEPTION-BPS TO WS-EX-BPS(WS-EX-IDX)
           END-IF
           MOVE PE-REASON-CODE TO WS-EX-REASON(WS-EX-IDX)
           MOVE PE-APPROVED-BY TO WS-EX-APPROVED-BY(WS-EX-IDX)

           ADD 1 TO WS-OT-COUNT(WS-OT-IDX)
           ADD WS-EX-BPS(WS-EX-IDX) TO WS-OT-BPS(WS-OT-IDX)
           ADD WS-EX-AMOUNT(WS-EX-IDX) TO WS-OT-AMOUNT(WS-OT-IDX).

      *----------------------------------------------------------------*
      * FIND-OR-ADD-OFFICER - the row for WS-FIND-CODE under           *
      * WS-FIND-BRANCH, added with the officer's name the first time   *
      * the pair is seen. WS-ROW-FOUND is off only when the table is   *
      * full.                                                          *
      *----------------------------------------------------------------*
       FIND-OR-ADD-OFFICER.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-OT-IDX TO 1
           SEARCH WS-OFFICER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OT-IDX > WS-OFFICER-COUNT
                   CONTINUE
               WHEN WS-OT-BRANCH(WS-OT-IDX) = WS-FIND-BRANCH
                AND WS-OT-CODE(WS-OT-IDX) = WS-FIND-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH

           IF NOT WS-ROW-FOUND
               IF WS-OFFICER-COUNT < WS-OFFICER-MAX
                   PERFORM ADD-OFFICER-ROW
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "PRICING-EXCEPTION-REPORT: Officer "
                               "table full; " WS-FIND-CODE " and "
                               "later officers not reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ADD-OFFICER-ROW.
           ADD 1 TO WS-OFFICER-COUNT
           SET WS-OT-IDX TO WS-OFFICER-COUNT
           MOVE WS-FIND-BRANCH TO WS-OT-BRANCH(WS-OT-IDX)
           MOVE WS-FIND-CODE TO WS-OT-CODE(WS-OT-IDX)
           MOVE 0 TO WS-OT-COUNT(WS-OT-IDX)
           MOVE 0 TO WS-OT-BPS(WS-OT-IDX)
           MOVE 0 TO WS-OT-AMOUNT(WS-OT-IDX)

           IF WS-FIND-CODE = SPACES
               MOVE "(NO OFFICER)" TO WS-OT-NAME(WS-OT-IDX)
           ELSE
               MOVE WS-FIND-CODE TO WS-OFFICER-ID
               MOVE SPACES TO WS-OFFICER-RECORD
               MOVE 3 TO WS-OM-OPERATION-LEN
               MOVE "GET" TO WS-OM-OPERATION-DATA
               CALL "OFFICER-MASTER" USING
                   WS-OM-OPERATION, WS-OFFICER-ID, WS-OFFICER-RECORD,
                   WS-OM-RESULT
               IF WS-OM-RESULT-SUCCESS
                   MOVE WS-OFF-NAME TO WS-OT-NAME(WS-OT-IDX)
               ELSE
                   MOVE "(NOT ON MASTER)" TO WS-OT-NAME(WS-OT-IDX)
               END-IF
           END-IF
           MOVE "Y" TO WS-FOUND-SWITCH.

      *----------------------------------------------------------------*
      * WRITE-EXCEPTION-REPORT - one block per branch, within it one   *
      * block per officer of that officer's exceptions and total, then *
      * the branch total, and the month's grand total at the end.      *
      *----------------------------------------------------------------*
       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PRICING-EXCEPTION-REPORT: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM COLLECT-ONE-BRANCH
                   VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OFFICER-COUNT
               PERFORM WRITE-ONE-BRANCH
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               PERFORM WRITE-GRAND-TOTAL
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "PRICING EXCEPTIONS BY BRANCH AND LOAN OFFICER"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Exception Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  APPROVED REFERENCE            APPLICANT     "
                       DELIMITED BY SIZE
                   "               AMOUNT  TABLE %  GRANTED %   BPS"
                       DELIMITED BY SIZE
                   "  REASON APPROVED BY"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       COLLECT-ONE-BRANCH.
           MOVE "N" TO WS-BRANCH-SEEN-SWITCH
           PERFORM CHECK-ONE-BRANCH-SEEN
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-BRANCH-COUNT
                  OR WS-BRANCH-SEEN
           IF NOT WS-BRANCH-SEEN
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-OT-BRANCH(WS-OT-IDX)
                   TO WS-BR-CODE(WS-BRANCH-COUNT)
           END-IF.

       CHECK-ONE-BRANCH-SEEN.
           IF WS-BR-CODE(WS-SCAN-IDX) = WS-OT-BRANCH(WS-OT-IDX)
               MOVE "Y" TO WS-BRANCH-SEEN-SWITCH
           END-IF.

       WRITE-ONE-BRANCH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " DELIMITED BY SIZE
                   WS-BR-CODE(WS-BR-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           INITIALIZE WS-SUBTOTALS
           PERFORM WRITE-ONE-OFFICER
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OFFICER-COUNT

           MOVE SPACES TO TL-CODE
           MOVE "BRANCH TOTAL" TO TL-NAME
           MOVE WS-SUB-COUNT TO TL-COUNT
           MOVE WS-SUB-BPS TO TL-BPS
           MOVE WS-SUB-AMOUNT TO TL-AMOUNT
           MOVE 0 TO WS-AVERAGE-BPS
           IF WS-SUB-COUNT > 0
               COMPUTE WS-AVERAGE-BPS ROUNDED =
                   WS-SUB-BPS / WS-SUB-COUNT
           END-IF
           MOVE WS-AVERAGE-BPS TO TL-AVG-BPS
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-SUB-COUNT TO WS-TOT-COUNT
           ADD WS-SUB-BPS TO WS-TOT-BPS
           ADD WS-SUB-AMOUNT TO WS-TOT-AMOUNT.

      *----------------------------------------------------------------*
      * WRITE-ONE-OFFICER - for an officer row under the branch being  *
      * written: the officer's exceptions, then the officer's total.   *
      *----------------------------------------------------------------*
       WRITE-ONE-OFFICER.
           IF WS-OT-BRANCH(WS-OT-IDX) = WS-BR-CODE(WS-BR-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "  OFFICER " DELIMITED BY SIZE
                       WS-OT-CODE(WS-OT-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OT-NAME(WS-OT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM WRITE-ONE-EXCEPTION
                   VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXCEPTION-COUNT

               MOVE WS-OT-CODE(WS-OT-IDX) TO TL-CODE
               MOVE "OFFICER TOTAL" TO TL-NAME
               MOVE WS-OT-COUNT(WS-OT-IDX) TO TL-COUNT
               MOVE WS-OT-BPS(WS-OT-IDX) TO TL-BPS
               MOVE WS-OT-AMOUNT(WS-OT-IDX) TO TL-AMOUNT
               MOVE 0 TO WS-AVERAGE-BPS
               IF WS-OT-COUNT(WS-OT-IDX) > 0
                   COMPUTE WS-AVERAGE-BPS ROUNDED =
                       WS-OT-BPS(WS-OT-IDX) / WS-OT-COUNT(WS-OT-IDX)
               END-IF
               MOVE WS-AVERAGE-BPS TO TL-AVG-BPS
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE

               ADD WS-OT-COUNT(WS-OT-IDX) TO WS-SUB-COUNT
               ADD WS-OT-BPS(WS-OT-IDX) TO WS-SUB-BPS
               ADD WS-OT-AMOUNT(WS-OT-IDX) TO WS-SUB-AMOUNT
           END-IF.

       WRITE-ONE-EXCEPTION.
           IF WS-EX-OFFICER-ROW(WS-EX-IDX) = WS-OT-IDX
               MOVE WS-EX-DATE(WS-EX-IDX) TO DL-DATE
               MOVE WS-EX-REFERENCE(WS-EX-IDX) TO DL-REFERENCE
               MOVE WS-EX-APPLICANT(WS-EX-IDX) TO DL-APPLICANT
               MOVE WS-EX-AMOUNT(WS-EX-IDX) TO DL-AMOUNT
               MOVE WS-EX-TABLE-RATE(WS-EX-IDX) TO DL-TABLE-RATE
               MOVE WS-EX-GRANTED-RATE(WS-EX-IDX) TO DL-GRANTED-RATE
               MOVE WS-EX-BPS(WS-EX-IDX) TO DL-BPS
               MOVE WS-EX-REASON(WS-EX-IDX) TO DL-REASON
               MOVE WS-EX-APPROVED-BY(WS-EX-IDX) TO DL-APPROVED-BY
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO TL-CODE
           MOVE "GRAND TOTAL" TO TL-NAME
           MOVE WS-TOT-COUNT TO TL-COUNT
           MOVE WS-TOT-BPS TO TL-BPS
           MOVE WS-TOT-AMOUNT TO TL-AMOUNT
           MOVE 0 TO WS-AVERAGE-BPS
           IF WS-TOT-COUNT > 0
               COMPUTE WS-AVERAGE-BPS ROUNDED =
                   WS-TOT-BPS / WS-TOT-COUNT
           END-IF
           MOVE WS-AVERAGE-BPS TO TL-AVG-BPS
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM PRICING-EXCEPTION-REPORT.
