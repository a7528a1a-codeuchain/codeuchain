      *================================================================*
      * CodeUChain COBOL Batch - Average Daily Balance and Yield       *
      *                                                                *
      * Finance's month view of what the book carried and what it      *
      * earned, built only from the nightly rows BALANCE-SNAPSHOT      *
      * appends to balance_history.YYYYMM.dat -- never from the        *
      * master -- so any month still on file regenerates exactly as    *
      * it first printed. Positional argument 1 picks the month as     *
      * YYYYMM; left off, the business date's month.                   *
      *                                                                *
      * Snapshots exist only for nights the batch ran, so each one     *
      * stands for every calendar day up to the next (a Friday row     *
      * carries the weekend), the first also for any days of the month *
      * before it, and the last through month end -- or, for the month *
      * still open, just its own day. For product, branch and risk     *
      * grade, and for the whole book:                                 *
      *                                                                *
      *   average daily balance = sum of principal x days carried      *
      *                           / days in the period                 *
      *   interest earned       = the ACCR accruals the rows recorded  *
      *   annualized yield %    = interest earned x 365 x 100          *
      *                           / sum of principal x days carried    *
      *                                                                *
      * with the loans and principal on the last snapshot alongside.   *
      * Branch and grade are as the row recorded them that night.      *
      *                                                                *
      * Written to average_balance_yield.YYYYMM.rpt.                   *
      *                                                                *
      * Return codes: 0 clean, 4 no snapshots on file for the month or *
      * a table filled, 16 the report could not be opened.             *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVERAGE-BALANCE-YIELD.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "balance-snapshot-record.cob"
               REPLACING PFX-SNAP-DATE            BY SNAP-DATE
                         PFX-SNAP-PRODUCT-CODE    BY SNAP-PRODUCT-CODE
                         PFX-SNAP-BRANCH          BY SNAP-BRANCH
                         PFX-SNAP-RISK-GRADE      BY SNAP-RISK-GRADE
                         PFX-SNAP-PRINCIPAL       BY SNAP-PRINCIPAL
                         PFX-SNAP-INTEREST-EARNED BY
                             SNAP-INTEREST-EARNED
                         PFX-BALANCE-SNAPSHOT-RECORD BY
                             HISTORY-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-PERIOD-MONTH           PIC X(6).
       01  WS-HISTORY-FILE-NAME.
           05  FILLER                PIC X(16)
                                     VALUE "balance_history.".
           05  WS-HF-MONTH           PIC X(6).
           05  FILLER                PIC X(4) VALUE ".dat".
       01  WS-REPORT-FILE-NAME.
           05  FILLER                PIC X(22)
                                     VALUE "average_balance_yield.".
           05  WS-RF-MONTH           PIC X(6).
           05  FILLER                PIC X(4) VALUE ".rpt".

      * The period: the first of the month to month end, or to the
      * last snapshot while the month is still open.
       01  WS-WORK-DATE.
           05  WS-WORK-YYYY          PIC 9(4).
           05  WS-WORK-MM            PIC 9(2).
           05  WS-WORK-DD            PIC 9(2).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                     PIC 9(8).
       01  WS-PERIOD-START           PIC 9(8).
       01  WS-PERIOD-END             PIC 9(8).
       01  WS-PERIOD-START-INT       PIC S9(9) COMP.
       01  WS-PERIOD-END-INT         PIC S9(9) COMP.
       01  WS-MONTH-END-INT          PIC S9(9) COMP.
       01  WS-PERIOD-DAYS            PIC S9(4) COMP VALUE 0.
       01  WS-NEXT-DATE              PIC 9(8).
       01  WS-NEXT-DATE-INT          PIC S9(9) COMP.

      * The snapshot dates on file for the month, ascending, and the
      * days each one carries.
       01  WS-DATE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 31 TIMES
                             INDEXED BY WS-DT-IDX.
               10  WS-DT-DATE           PIC 9(8).
               10  WS-DT-DAYS           PIC S9(4) COMP.
       01  WS-DATE-FOUND-SWITCH      PIC X(1).
           88  WS-DATE-FOUND                 VALUE "Y".
       01  WS-LAST-DATE              PIC 9(8) VALUE 0.
       01  WS-ROW-DAYS               PIC S9(4) COMP.
       01  WS-SORT-I                 PIC S9(4) COMP.
       01  WS-SORT-J                 PIC S9(4) COMP.
       01  WS-SORT-LOWEST            PIC S9(4) COMP.
       01  WS-SWAP-DATE              PIC X(10).

      * One row per product, branch or grade, told apart by the
      * dimension byte, plus the book total.
       01  WS-GROUP-MAX              PIC S9(4) COMP VALUE 300.
       01  WS-GROUP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 300 TIMES
                              INDEXED BY WS-GP-IDX.
               10  WS-GP-DIMENSION      PIC X(1).
               10  WS-GP-KEY            PIC X(4).
               10  WS-GP-END-LOANS      PIC 9(7) COMP-3.
               10  WS-GP-END-BALANCE    PIC S9(15)V99 COMP-3.
               10  WS-GP-BALANCE-DAYS   PIC S9(17)V99 COMP-3.
               10  WS-GP-INTEREST       PIC S9(15)V99 COMP-3.
       01  WS-FIND-DIMENSION         PIC X(1).
       01  WS-FIND-KEY               PIC X(4).
       01  WS-GROUP-FOUND-SWITCH     PIC X(1).
           88  WS-GROUP-FOUND                VALUE "Y".
       01  WS-GROUP-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-GROUP-TABLE-FULL           VALUE "Y".
       01  WS-BOOK-TOTALS.
           05  WS-BK-END-LOANS       PIC 9(7) COMP-3 VALUE 0.
           05  WS-BK-END-BALANCE     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-BK-BALANCE-DAYS    PIC S9(17)V99 COMP-3 VALUE 0.
           05  WS-BK-INTEREST        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-ROW-BALANCE-DAYS       PIC S9(17)V99 COMP-3.
       01  WS-ROWS-READ              PIC 9(9) VALUE 0.

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Figures for one report line, from a group row or the book.
       01  WS-LINE-FIGURES.
           05  WS-LF-END-LOANS       PIC 9(7) COMP-3.
           05  WS-LF-END-BALANCE     PIC S9(15)V99 COMP-3.
           05  WS-LF-BALANCE-DAYS    PIC S9(17)V99 COMP-3.
           05  WS-LF-INTEREST        PIC S9(15)V99 COMP-3.
       01  WS-SECTION-DIMENSION      PIC X(1).

      * Report lines.
       01  WS-YIELD-HEADING.
           05  FILLER                PIC X(24)
                   VALUE "GROUP                   ".
           05  FILLER                PIC X(10) VALUE "     LOANS".
           05  FILLER                PIC X(20)
                   VALUE "    ENDING PRINCIPAL".
           05  FILLER                PIC X(20)
                   VALUE "   AVG DAILY BALANCE".
           05  FILLER                PIC X(20)
                   VALUE "     INTEREST EARNED".
           05  FILLER                PIC X(12) VALUE "     YIELD %".
       01  WS-YIELD-LINE.
           05  YL-GROUP              PIC X(24).
           05  YL-LOANS              PIC Z(9)9.
           05  FILLER                PIC X(1).
           05  YL-END-BALANCE        PIC Z(14)9.99-.
           05  FILLER                PIC X(1).
           05  YL-AVG-BALANCE        PIC Z(14)9.99-.
           05  FILLER                PIC X(1).
           05  YL-INTEREST           PIC Z(14)9.99-.
           05  FILLER                PIC X(3).
           05  YL-YIELD              PIC ZZZ9.9999-.
       01  WS-AVG-BALANCE            PIC S9(15)V99 COMP-3.
       01  WS-YIELD-PCT              PIC S9(5)V9(4) COMP-3.
       01  WS-ED-COUNT               PIC Z(6)9.
       01  WS-ED-DAYS                PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Average Balance and Yield"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           MOVE WS-PERIOD-MONTH TO WS-HF-MONTH
           MOVE WS-PERIOD-MONTH TO WS-RF-MONTH
           DISPLAY "Month: " WS-PERIOD-MONTH
                   " from " WS-HISTORY-FILE-NAME

           PERFORM COLLECT-SNAPSHOT-DATES
           IF WS-DATE-COUNT = 0
               DISPLAY "AVERAGE-BALANCE-YIELD: No snapshots on file "
                       "for " WS-PERIOD-MONTH
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SORT-DATES-ASCENDING
               PERFORM SET-PERIOD-AND-WEIGHTS
               PERFORM ACCUMULATE-SNAPSHOTS
           END-IF
           PERFORM WRITE-YIELD-REPORT

           DISPLAY "=========================================="
           DISPLAY "Snapshot rows read: " WS-ROWS-READ
           DISPLAY "Snapshot dates: " WS-DATE-COUNT
               " Period days: " WS-PERIOD-DAYS
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * month as YYYYMM; left off, the business date's.                *
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
                   DISPLAY "AVERAGE-BALANCE-YIELD: Month "
                           WS-MONTH-ARG " is not YYYYMM; reporting "
                           WS-PERIOD-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COLLECT-SNAPSHOT-DATES - first pass: the distinct dates on the *
      * month's file.                                                  *
      *----------------------------------------------------------------*
       COLLECT-SNAPSHOT-DATES.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-HISTORY-ROW
               PERFORM NOTE-ONE-SNAPSHOT-DATE
                   UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       READ-NEXT-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-SNAPSHOT-DATE.
           IF SNAP-DATE IS NUMERIC
                   AND SNAP-DATE NOT = WS-LAST-DATE
               MOVE SNAP-DATE TO WS-LAST-DATE
               PERFORM FIND-SNAPSHOT-DATE
               IF NOT WS-DATE-FOUND
                   IF WS-DATE-COUNT < 31
                       ADD 1 TO WS-DATE-COUNT
                       MOVE SNAP-DATE TO WS-DT-DATE(WS-DATE-COUNT)
                       MOVE 0 TO WS-DT-DAYS(WS-DATE-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-HISTORY-ROW.

       FIND-SNAPSHOT-DATE.
           MOVE "N" TO WS-DATE-FOUND-SWITCH
           SET WS-DT-IDX TO 1
           SEARCH WS-DATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DT-IDX > WS-DATE-COUNT
                   CONTINUE
               WHEN WS-DT-DATE(WS-DT-IDX) = SNAP-DATE
                   MOVE "Y" TO WS-DATE-FOUND-SWITCH
           END-SEARCH.

      *----------------------------------------------------------------*
      * SORT-DATES-ASCENDING - the file is written in date order, but  *
      * a month rebuilt by hand need not be; a straight selection      *
      * sort costs nothing at thirty-one entries.                      *
      *----------------------------------------------------------------*
       SORT-DATES-ASCENDING.
           PERFORM SELECT-ONE-DATE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-DATE-COUNT.

       SELECT-ONE-DATE-SLOT.
           MOVE WS-SORT-I TO WS-SORT-LOWEST
           PERFORM COMPARE-ONE-DATE
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-DATE-COUNT
           IF WS-SORT-LOWEST NOT = WS-SORT-I
               MOVE WS-DATE-ENTRY(WS-SORT-I) TO WS-SWAP-DATE
               MOVE WS-DATE-ENTRY(WS-SORT-LOWEST)
                   TO WS-DATE-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-DATE TO WS-DATE-ENTRY(WS-SORT-LOWEST)
           END-IF.

       COMPARE-ONE-DATE.
           IF WS-DT-DATE(WS-SORT-J) < WS-DT-DATE(WS-SORT-LOWEST)
               MOVE WS-SORT-J TO WS-SORT-LOWEST
           END-IF.

      *----------------------------------------------------------------*
      * SET-PERIOD-AND-WEIGHTS - the period runs from the first of the *
      * month to month end, or to the last snapshot while the month is *
      * open. Each snapshot carries the days to the next one; the      *
      * first reaches back to the first of the month.                  *
      *----------------------------------------------------------------*
       SET-PERIOD-AND-WEIGHTS.
           MOVE WS-PERIOD-MONTH TO WS-WORK-DATE(1:6)
           MOVE 1 TO WS-WORK-DD
           MOVE WS-WORK-DATE-N TO WS-PERIOD-START
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)

           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1

           IF WS-RUN-DATE-X(1:6) > WS-PERIOD-MONTH
               MOVE WS-MONTH-END-INT TO WS-PERIOD-END-INT
           ELSE
               MOVE WS-DT-DATE(WS-DATE-COUNT) TO WS-NEXT-DATE
               COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
           END-IF
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT)
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1

           PERFORM WEIGH-ONE-SNAPSHOT-DATE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-DATE-COUNT.

       WEIGH-ONE-SNAPSHOT-DATE.
           IF WS-SORT-I < WS-DATE-COUNT
               MOVE WS-DT-DATE(WS-SORT-I + 1) TO WS-NEXT-DATE
               COMPUTE WS-NEXT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
           ELSE
               COMPUTE WS-NEXT-DATE-INT = WS-PERIOD-END-INT + 1
           END-IF
           IF WS-SORT-I = 1
               COMPUTE WS-DT-DAYS(WS-SORT-I) =
                   WS-NEXT-DATE-INT - WS-PERIOD-START-INT
           ELSE
               COMPUTE WS-DT-DAYS(WS-SORT-I) =
                   WS-NEXT-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DT-DATE(WS-SORT-I))
           END-IF.

      *----------------------------------------------------------------*
      * ACCUMULATE-SNAPSHOTS - second pass: every row's principal      *
      * times the days its date carries, and its interest earned, into *
      * its product, branch and grade and the book; the last date's    *
      * rows give the ending loans and principal.                      *
      *----------------------------------------------------------------*
       ACCUMULATE-SNAPSHOTS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-HISTORY-ROW
               PERFORM ADD-ONE-SNAPSHOT-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       ADD-ONE-SNAPSHOT-ROW.
           IF SNAP-DATE IS NUMERIC
               PERFORM FIND-SNAPSHOT-DATE
           ELSE
               MOVE "N" TO WS-DATE-FOUND-SWITCH
           END-IF
           IF WS-DATE-FOUND
               ADD 1 TO WS-ROWS-READ
               MOVE WS-DT-DAYS(WS-DT-IDX) TO WS-ROW-DAYS
               COMPUTE WS-ROW-BALANCE-DAYS =
                   SNAP-PRINCIPAL * WS-ROW-DAYS

               ADD WS-ROW-BALANCE-DAYS TO WS-BK-BALANCE-DAYS
               ADD SNAP-INTEREST-EARNED TO WS-BK-INTEREST
               IF SNAP-DATE = WS-DT-DATE(WS-DATE-COUNT)
                       AND SNAP-PRINCIPAL NOT = 0
                   ADD 1 TO WS-BK-END-LOANS
                   ADD SNAP-PRINCIPAL TO WS-BK-END-BALANCE
               END-IF

               MOVE "P" TO WS-FIND-DIMENSION
               MOVE SNAP-PRODUCT-CODE TO WS-FIND-KEY
               PERFORM ADD-ROW-TO-GROUP
               MOVE "B" TO WS-FIND-DIMENSION
               MOVE SNAP-BRANCH TO WS-FIND-KEY
               PERFORM ADD-ROW-TO-GROUP
               MOVE "G" TO WS-FIND-DIMENSION
               MOVE SNAP-RISK-GRADE TO WS-FIND-KEY
               IF WS-FIND-KEY = SPACES
                   MOVE "1" TO WS-FIND-KEY
               END-IF
               PERFORM ADD-ROW-TO-GROUP
           END-IF
           PERFORM READ-NEXT-HISTORY-ROW.

       ADD-ROW-TO-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SWITCH
           SET WS-GP-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GP-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GP-DIMENSION(WS-GP-IDX) = WS-FIND-DIMENSION
                       AND WS-GP-KEY(WS-GP-IDX) = WS-FIND-KEY
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-GROUP-FOUND
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GP-IDX TO WS-GROUP-COUNT
                   INITIALIZE WS-GROUP-ENTRY(WS-GP-IDX)
                   MOVE WS-FIND-DIMENSION TO WS-GP-DIMENSION(WS-GP-IDX)
                   MOVE WS-FIND-KEY TO WS-GP-KEY(WS-GP-IDX)
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
               ELSE
                   IF NOT WS-GROUP-TABLE-FULL
                       DISPLAY "AVERAGE-BALANCE-YIELD: Group table "
                               "full at " WS-FIND-DIMENSION " "
                               WS-FIND-KEY
                       MOVE "Y" TO WS-GROUP-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-GROUP-FOUND
               ADD WS-ROW-BALANCE-DAYS TO WS-GP-BALANCE-DAYS(WS-GP-IDX)
               ADD SNAP-INTEREST-EARNED TO WS-GP-INTEREST(WS-GP-IDX)
               IF SNAP-DATE = WS-DT-DATE(WS-DATE-COUNT)
                       AND SNAP-PRINCIPAL NOT = 0
                   ADD 1 TO WS-GP-END-LOANS(WS-GP-IDX)
                   ADD SNAP-PRINCIPAL TO WS-GP-END-BALANCE(WS-GP-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-YIELD-REPORT - the period, then a section each for       *
      * product, branch and risk grade, then the book.                 *
      *----------------------------------------------------------------*
       WRITE-YIELD-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AVERAGE-BALANCE-YIELD: Unable to create "
                       WS-REPORT-FILE-NAME ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "AVERAGE DAILY BALANCE AND YIELD - MONTH "
                       DELIMITED BY SIZE
                       WS-PERIOD-MONTH DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-DATE-COUNT = 0
                   STRING "No snapshots on file in "
                           DELIMITED BY SIZE
                           WS-HISTORY-FILE-NAME DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   MOVE WS-DATE-COUNT TO WS-ED-COUNT
                   MOVE WS-PERIOD-DAYS TO WS-ED-DAYS
                   STRING "Period " DELIMITED BY SIZE
                           WS-PERIOD-START DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           WS-PERIOD-END DELIMITED BY SIZE
                           "  Days " DELIMITED BY SIZE
                           WS-ED-DAYS DELIMITED BY SIZE
                           "  Snapshots " DELIMITED BY SIZE
                           WS-ED-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE

                   MOVE "P" TO WS-SECTION-DIMENSION
                   MOVE "BY PRODUCT" TO REPORT-LINE
                   PERFORM WRITE-ONE-SECTION
                   MOVE "B" TO WS-SECTION-DIMENSION
                   MOVE "BY BRANCH" TO REPORT-LINE
                   PERFORM WRITE-ONE-SECTION
                   MOVE "G" TO WS-SECTION-DIMENSION
                   MOVE "BY RISK GRADE" TO REPORT-LINE
                   PERFORM WRITE-ONE-SECTION

                   MOVE ALL "-" TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE WS-BOOK-TOTALS TO WS-LINE-FIGURES
                   MOVE SPACES TO WS-YIELD-LINE
                   MOVE "PORTFOLIO TOTAL" TO YL-GROUP
                   PERFORM WRITE-FIGURES-LINE
               END-IF
               CLOSE REPORT-FILE
           END-IF.

      * The section title is already in REPORT-LINE.
       WRITE-ONE-SECTION.
           WRITE REPORT-LINE
           MOVE WS-YIELD-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GROUP-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-GROUP-LINE.
           IF WS-GP-DIMENSION(WS-GP-IDX) = WS-SECTION-DIMENSION
               MOVE WS-GP-END-LOANS(WS-GP-IDX) TO WS-LF-END-LOANS
               MOVE WS-GP-END-BALANCE(WS-GP-IDX) TO WS-LF-END-BALANCE
               MOVE WS-GP-BALANCE-DAYS(WS-GP-IDX)
                   TO WS-LF-BALANCE-DAYS
               MOVE WS-GP-INTEREST(WS-GP-IDX) TO WS-LF-INTEREST
               MOVE SPACES TO WS-YIELD-LINE
               IF WS-SECTION-DIMENSION = "G"
                   EVALUATE WS-GP-KEY(WS-GP-IDX)
                       WHEN "1"
                           MOVE "1 PASS" TO YL-GROUP
                       WHEN "2"
                           MOVE "2 WATCH" TO YL-GROUP
                       WHEN "3"
                           MOVE "3 SPECIAL MENTION" TO YL-GROUP
                       WHEN "4"
                           MOVE "4 SUBSTANDARD" TO YL-GROUP
                       WHEN "5"
                           MOVE "5 DOUBTFUL" TO YL-GROUP
                       WHEN OTHER
                           MOVE WS-GP-KEY(WS-GP-IDX) TO YL-GROUP
                   END-EVALUATE
               ELSE
                   MOVE WS-GP-KEY(WS-GP-IDX) TO YL-GROUP
               END-IF
               PERFORM WRITE-FIGURES-LINE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-FIGURES-LINE - average balance and yield from the        *
      * figures in WS-LINE-FIGURES; no balance carried, no yield.      *
      *----------------------------------------------------------------*
       WRITE-FIGURES-LINE.
           MOVE 0 TO WS-AVG-BALANCE
           MOVE 0 TO WS-YIELD-PCT
           IF WS-PERIOD-DAYS > 0
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-LF-BALANCE-DAYS / WS-PERIOD-DAYS
           END-IF
           IF WS-LF-BALANCE-DAYS NOT = 0
               COMPUTE WS-YIELD-PCT ROUNDED =
                   WS-LF-INTEREST * 365 * 100 / WS-LF-BALANCE-DAYS
                   ON SIZE ERROR
                       MOVE 0 TO WS-YIELD-PCT
               END-COMPUTE
           END-IF
           MOVE WS-LF-END-LOANS TO YL-LOANS
           MOVE WS-LF-END-BALANCE TO YL-END-BALANCE
           MOVE WS-AVG-BALANCE TO YL-AVG-BALANCE
           MOVE WS-LF-INTEREST TO YL-INTEREST
           MOVE WS-YIELD-PCT TO YL-YIELD
           MOVE WS-YIELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM AVERAGE-BALANCE-YIELD.
