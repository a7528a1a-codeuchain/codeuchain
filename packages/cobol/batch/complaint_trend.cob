      *================================================================*
      * CodeUChain COBOL Batch - Complaint Trend Report                *
      *                                                                *
      * Quarterly view of customer complaints for compliance and the   *
      * board's risk committee, broken out by regulatory category and  *
      * by loan product. COMPLAINT-MASTER is read once and every       *
      * complaint counted, for the quarter containing the as-of date   *
      * (positional argument 1, YYYYMMDD, default the business date),  *
      * against its category and the product of the loan it concerns   *
      * (NONE for a complaint about no particular loan):               *
      *                                                                *
      *     RECEIVED   received inside the quarter                     *
      *     PRIOR QTR  received inside the quarter before, for the     *
      *                quarter-over-quarter change                     *
      *     RESOLVED   resolved inside the quarter, whenever received  *
      *     LATE       of those, resolved after their response due     *
      *                date                                            *
      *     OPEN       received by the as-of date and not resolved by  *
      *                it                                              *
      *                                                                *
      * The report (complaint_trend.YYYYQn.rpt) lists each category's  *
      * total with its products beneath it, then the totals by product *
      * alone and for the bank, with the change against the prior      *
      * quarter. Category names come from COMPLAINT-CATEGORY. Like the *
      * call report schedule it is run on the quarter's last business  *
      * date, or later with that date as the argument.                 *
      *                                                                *
      * Return codes: 0 clean, 4 no complaint file on disk yet or more *
      * category/product pairs than the table holds, 16 the complaint  *
      * file could not be opened.                                      *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-TREND.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaint_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COMPLAINT-CASE-NUMBER
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.
           SELECT TREND-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-FILE-RECORD.
           05  COMPLAINT-CASE-NUMBER    PIC X(10).
           COPY "complaint-record.cob"
               REPLACING PFX-CP-PRODUCT       BY CP-PRODUCT
                         PFX-CP-CATEGORY      BY CP-CATEGORY
                         PFX-CP-RECEIVED-DATE BY CP-RECEIVED-DATE
                         PFX-CP-DUE-DATE      BY CP-DUE-DATE
                         PFX-CP-STATUS        BY CP-STATUS
                         PFX-CP-RESOLVED-DATE BY CP-RESOLVED-DATE
                         PFX-COMPLAINT-RECORD BY
                             COMPLAINT-MASTER-FIELDS.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-COMPLAINT-EOF-SWITCH   PIC X(1) VALUE "N".
           88  WS-COMPLAINT-END-OF-FILE      VALUE "Y".
       01  WS-COMPLAINTS-ON-FILE-SWITCH PIC X(1) VALUE "N".
           88  WS-COMPLAINTS-ON-FILE         VALUE "Y".

      * The business date comes from the PROCESSING-DATE control
      * record unless an as-of date is given.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The as-of date, the quarter it falls in and the one before.
       01  WS-AS-OF-ARG              PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE             PIC 9(8).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR         PIC 9(4).
           05  WS-AS-OF-MONTH        PIC 9(2).
           05  WS-AS-OF-DAY          PIC 9(2).
       01  WS-QUARTER                PIC 9(1).
       01  WS-QUARTER-START          PIC 9(8).
       01  WS-QUARTER-END            PIC 9(8).
       01  WS-PRIOR-QUARTER-START    PIC 9(8).

      * One row per category and product seen, in the order first
      * met; the category and product totals are summed from these
      * rows when the report is written.
       01  WS-PAIR-MAX               PIC S9(4) COMP VALUE 300.
       01  WS-PAIR-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-PR-IDX.
               10  WS-PR-CATEGORY       PIC X(8).
               10  WS-PR-PRODUCT        PIC X(4).
               10  WS-PR-COUNTS.
                   15  WS-PR-RECEIVED   PIC 9(7).
                   15  WS-PR-PRIOR      PIC 9(7).
                   15  WS-PR-RESOLVED   PIC 9(7).
                   15  WS-PR-LATE       PIC 9(7).
                   15  WS-PR-OPEN       PIC 9(7).
               10  WS-PR-PRINTED-SWITCH PIC X(1).
                   88  WS-PR-PRINTED             VALUE "Y".
       01  WS-PAIRS-NOT-LISTED       PIC 9(7) VALUE 0.
       01  WS-HIT-IDX                PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-IDX              PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-FOUND-ENTRY                VALUE "Y".

      * What one complaint adds to its row.
       01  WS-THIS-COUNTS.
           05  WS-THIS-RECEIVED      PIC 9(7).
           05  WS-THIS-PRIOR         PIC 9(7).
           05  WS-THIS-RESOLVED      PIC 9(7).
           05  WS-THIS-LATE          PIC 9(7).
           05  WS-THIS-OPEN          PIC 9(7).

      * Running totals for a category or product group, and for the
      * bank.
       01  WS-GROUP-COUNTS.
           05  WS-GROUP-RECEIVED     PIC 9(7).
           05  WS-GROUP-PRIOR        PIC 9(7).
           05  WS-GROUP-RESOLVED     PIC 9(7).
           05  WS-GROUP-LATE         PIC 9(7).
           05  WS-GROUP-OPEN         PIC 9(7).
       01  WS-BANK-COUNTS.
           05  WS-BANK-RECEIVED      PIC 9(7) VALUE 0.
           05  WS-BANK-PRIOR         PIC 9(7) VALUE 0.
           05  WS-BANK-RESOLVED      PIC 9(7) VALUE 0.
           05  WS-BANK-LATE          PIC 9(7) VALUE 0.
           05  WS-BANK-OPEN          PIC 9(7) VALUE 0.
       01  WS-CHANGE                 PIC S9(7).

       01  WS-COMPLAINTS-READ        PIC 9(7) VALUE 0.
       01  WS-COMPLAINTS-COUNTED     PIC 9(7) VALUE 0.

      * COMPLAINT-CATEGORY call for the category name.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CC-OPERATION-DATA
                     PFX-OPERATION      BY WS-CC-OPERATION.
       01  WS-CATEGORY-CODE          PIC X(8).
       01  WS-CATEGORY-INFO.
           05  WS-CATEGORY-DESCRIPTION PIC X(30).
           05  WS-RESPONSE-DAYS      PIC 9(3).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CC-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CC-RESULT-SUCCESS.

      * One report row: a category, a product under it, or a total.
       01  WS-TREND-LINE.
           05  WS-TL-CATEGORY         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-DESCRIPTION      PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-PRODUCT          PIC X(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-RECEIVED         PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-PRIOR            PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-CHANGE           PIC -(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-RESOLVED         PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-LATE             PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-OPEN             PIC Z(7)9.

       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Complaint Trend Report"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-AS-OF-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM SET-QUARTER-BOUNDS
           DISPLAY "As of " WS-AS-OF-DATE ", quarter " WS-AS-OF-YEAR
                   " Q" WS-QUARTER " from " WS-QUARTER-START
                   " to " WS-QUARTER-END

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "complaint_trend." DELIMITED BY SIZE
                   WS-AS-OF-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT COMPLAINT-FILE
           EVALUATE WS-COMPLAINT-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-COMPLAINTS-ON-FILE-SWITCH
                   PERFORM READ-NEXT-COMPLAINT
                   PERFORM COUNT-ONE-COMPLAINT
                       UNTIL WS-COMPLAINT-END-OF-FILE
                   CLOSE COMPLAINT-FILE
               WHEN "35"
                   DISPLAY "COMPLAINT-TREND: No complaint_master.dat "
                           "-- no complaints logged"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COMPLAINT-TREND: Unable to open "
                           "complaint_master.dat, status "
                           WS-COMPLAINT-FILE-STATUS
                           " -- no trend report"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF WS-PAIRS-NOT-LISTED > 0
               DISPLAY "COMPLAINT-TREND: " WS-PAIRS-NOT-LISTED
                       " complaint(s) beyond the " WS-PAIR-MAX
                       "-row table were not counted"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE < 16
               OPEN OUTPUT TREND-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-CATEGORY-SECTION
               PERFORM WRITE-PRODUCT-SECTION
               PERFORM WRITE-BANK-TOTAL
               CLOSE TREND-REPORT-FILE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Complaints read: " WS-COMPLAINTS-READ
               " Counted: " WS-COMPLAINTS-COUNTED
           DISPLAY "Received this quarter: " WS-BANK-RECEIVED
               " Prior quarter: " WS-BANK-PRIOR
           DISPLAY "Resolved: " WS-BANK-RESOLVED
               " Late: " WS-BANK-LATE
               " Open: " WS-BANK-OPEN
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-FILE-NAME)
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
                   DISPLAY "COMPLAINT-TREND: As-of date "
                           WS-AS-OF-ARG " is not YYYYMMDD; using "
                           WS-AS-OF-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SET-QUARTER-BOUNDS - the quarter runs from its first day to    *
      * the day before the next quarter starts; the prior quarter      *
      * starts three months earlier, in the year before for Q1.        *
      *----------------------------------------------------------------*
       SET-QUARTER-BOUNDS.
           COMPUTE WS-QUARTER = (WS-AS-OF-MONTH + 2) / 3
           COMPUTE WS-QUARTER-START =
               WS-AS-OF-YEAR * 10000
               + ((WS-QUARTER - 1) * 3 + 1) * 100 + 1
           IF WS-QUARTER = 4
               COMPUTE WS-QUARTER-END = WS-AS-OF-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-QUARTER-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-QUARTER-START + 300)
                   - 1)
           END-IF
           IF WS-QUARTER = 1
               COMPUTE WS-PRIOR-QUARTER-START =
                   (WS-AS-OF-YEAR - 1) * 10000 + 1001
           ELSE
               COMPUTE WS-PRIOR-QUARTER-START = WS-QUARTER-START - 300
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-ONE-COMPLAINT - works out what the complaint adds to     *
      * each column; one that adds nothing to any column (received     *
      * and resolved in earlier quarters) is not given a row.          *
      *----------------------------------------------------------------*
       COUNT-ONE-COMPLAINT.
           ADD 1 TO WS-COMPLAINTS-READ
           MOVE 0 TO WS-THIS-RECEIVED
           MOVE 0 TO WS-THIS-PRIOR
           MOVE 0 TO WS-THIS-RESOLVED
           MOVE 0 TO WS-THIS-LATE
           MOVE 0 TO WS-THIS-OPEN

           IF CP-RECEIVED-DATE >= WS-QUARTER-START
                   AND CP-RECEIVED-DATE <= WS-AS-OF-DATE
               MOVE 1 TO WS-THIS-RECEIVED
           END-IF
           IF CP-RECEIVED-DATE >= WS-PRIOR-QUARTER-START
                   AND CP-RECEIVED-DATE < WS-QUARTER-START
               MOVE 1 TO WS-THIS-PRIOR
           END-IF
           IF CP-STATUS = "RESOLVED"
                   AND CP-RESOLVED-DATE >= WS-QUARTER-START
                   AND CP-RESOLVED-DATE <= WS-AS-OF-DATE
               MOVE 1 TO WS-THIS-RESOLVED
               IF CP-RESOLVED-DATE > CP-DUE-DATE
                   MOVE 1 TO WS-THIS-LATE
               END-IF
           END-IF
           IF CP-RECEIVED-DATE <= WS-AS-OF-DATE
                   AND (CP-STATUS = "OPEN"
                        OR CP-RESOLVED-DATE > WS-AS-OF-DATE)
               MOVE 1 TO WS-THIS-OPEN
           END-IF

           IF WS-THIS-COUNTS NOT = ALL "0"
               PERFORM FIND-PAIR-ENTRY
               IF WS-FOUND-ENTRY
                   ADD 1 TO WS-COMPLAINTS-COUNTED
                   ADD WS-THIS-RECEIVED TO WS-PR-RECEIVED(WS-HIT-IDX)
                   ADD WS-THIS-PRIOR TO WS-PR-PRIOR(WS-HIT-IDX)
                   ADD WS-THIS-RESOLVED TO WS-PR-RESOLVED(WS-HIT-IDX)
                   ADD WS-THIS-LATE TO WS-PR-LATE(WS-HIT-IDX)
                   ADD WS-THIS-OPEN TO WS-PR-OPEN(WS-HIT-IDX)
               END-IF
           END-IF
           PERFORM READ-NEXT-COMPLAINT.

      *----------------------------------------------------------------*
      * FIND-PAIR-ENTRY - the complaint's category and product row,    *
      * added the first time the pair is met while there is room.      *
      *----------------------------------------------------------------*
       FIND-PAIR-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM TEST-ONE-PAIR-ENTRY
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT
                  OR WS-FOUND-ENTRY
           IF NOT WS-FOUND-ENTRY
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-HIT-IDX
                   MOVE CP-CATEGORY TO WS-PR-CATEGORY(WS-HIT-IDX)
                   MOVE CP-PRODUCT TO WS-PR-PRODUCT(WS-HIT-IDX)
                   MOVE ALL "0" TO WS-PR-COUNTS(WS-HIT-IDX)
                   MOVE "N" TO WS-PR-PRINTED-SWITCH(WS-HIT-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-PAIRS-NOT-LISTED
               END-IF
           END-IF.

       TEST-ONE-PAIR-ENTRY.
           IF WS-PR-CATEGORY(WS-PR-IDX) = CP-CATEGORY
                   AND WS-PR-PRODUCT(WS-PR-IDX) = CP-PRODUCT
               MOVE "Y" TO WS-FOUND-SWITCH
               SET WS-HIT-IDX TO WS-PR-IDX
           END-IF.

       READ-NEXT-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF-SWITCH
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "COMPLAINT TREND - QUARTER " DELIMITED BY SIZE
                   WS-AS-OF-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-QUARTER-START DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-QUARTER-END DELIMITED BY SIZE
                   ") AS OF " DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
               INTO TREND-REPORT-LINE
           END-STRING
           WRITE TREND-REPORT-LINE
           MOVE ALL "=" TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           IF NOT WS-COMPLAINTS-ON-FILE
               MOVE "NO COMPLAINTS ON FILE" TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "CATEGORY  DESCRIPTION                     "
                   DELIMITED BY SIZE
                   "PRODUCT  RECEIVED   PRIOR Q    CHANGE"
                   DELIMITED BY SIZE
                   "  RESOLVED      LATE      OPEN"
                   DELIMITED BY SIZE
               INTO TREND-REPORT-LINE
           END-STRING
           WRITE TREND-REPORT-LINE
           MOVE ALL "-" TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-CATEGORY-SECTION - each category the first time one of   *
      * its rows is met: the category's total line, then a line for    *
      * each product under it.                                         *
      *----------------------------------------------------------------*
       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "BY CATEGORY AND PRODUCT" TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM WRITE-ONE-CATEGORY
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-PAIR-COUNT.

       WRITE-ONE-CATEGORY.
           IF NOT WS-PR-PRINTED(WS-GROUP-IDX)
               MOVE WS-PR-CATEGORY(WS-GROUP-IDX) TO WS-CATEGORY-CODE
               MOVE ALL "0" TO WS-GROUP-COUNTS
               PERFORM ADD-ONE-CATEGORY-ROW
                   VARYING WS-PR-IDX FROM WS-GROUP-IDX BY 1
                   UNTIL WS-PR-IDX > WS-PAIR-COUNT

               PERFORM LOOK-UP-CATEGORY-NAME
               MOVE SPACES TO WS-TREND-LINE
               MOVE WS-CATEGORY-CODE TO WS-TL-CATEGORY
               MOVE WS-CATEGORY-DESCRIPTION TO WS-TL-DESCRIPTION
               MOVE "ALL" TO WS-TL-PRODUCT
               PERFORM WRITE-GROUP-COUNTS

               PERFORM WRITE-ONE-PRODUCT-ROW
                   VARYING WS-PR-IDX FROM WS-GROUP-IDX BY 1
                   UNTIL WS-PR-IDX > WS-PAIR-COUNT
           END-IF.

       ADD-ONE-CATEGORY-ROW.
           IF WS-PR-CATEGORY(WS-PR-IDX) = WS-CATEGORY-CODE
               PERFORM ADD-ROW-TO-GROUP
               MOVE "Y" TO WS-PR-PRINTED-SWITCH(WS-PR-IDX)
           END-IF.

       WRITE-ONE-PRODUCT-ROW.
           IF WS-PR-CATEGORY(WS-PR-IDX) = WS-CATEGORY-CODE
               MOVE ALL "0" TO WS-GROUP-COUNTS
               PERFORM ADD-ROW-TO-GROUP
               MOVE SPACES TO WS-TREND-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-PR-PRODUCT(WS-PR-IDX) DELIMITED BY SIZE
                   INTO WS-TL-PRODUCT
               END-STRING
               PERFORM WRITE-GROUP-COUNTS
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-PRODUCT-SECTION - the same walk keyed on product alone,  *
      * so every category's complaints about one product are summed.   *
      *----------------------------------------------------------------*
       WRITE-PRODUCT-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "BY PRODUCT" TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM CLEAR-ONE-PRINTED-SWITCH
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT
           PERFORM WRITE-ONE-PRODUCT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-PAIR-COUNT.

       CLEAR-ONE-PRINTED-SWITCH.
           MOVE "N" TO WS-PR-PRINTED-SWITCH(WS-PR-IDX).

       WRITE-ONE-PRODUCT.
           IF NOT WS-PR-PRINTED(WS-GROUP-IDX)
               MOVE ALL "0" TO WS-GROUP-COUNTS
               PERFORM ADD-ONE-PRODUCT-ROW
                   VARYING WS-PR-IDX FROM WS-GROUP-IDX BY 1
                   UNTIL WS-PR-IDX > WS-PAIR-COUNT
               MOVE SPACES TO WS-TREND-LINE
               MOVE "ALL" TO WS-TL-CATEGORY
               MOVE WS-PR-PRODUCT(WS-GROUP-IDX) TO WS-TL-PRODUCT
               PERFORM WRITE-GROUP-COUNTS
           END-IF.

       ADD-ONE-PRODUCT-ROW.
           IF WS-PR-PRODUCT(WS-PR-IDX) = WS-PR-PRODUCT(WS-GROUP-IDX)
               PERFORM ADD-ROW-TO-GROUP
               MOVE "Y" TO WS-PR-PRINTED-SWITCH(WS-PR-IDX)
               ADD WS-PR-RECEIVED(WS-PR-IDX) TO WS-BANK-RECEIVED
               ADD WS-PR-PRIOR(WS-PR-IDX) TO WS-BANK-PRIOR
               ADD WS-PR-RESOLVED(WS-PR-IDX) TO WS-BANK-RESOLVED
               ADD WS-PR-LATE(WS-PR-IDX) TO WS-BANK-LATE
               ADD WS-PR-OPEN(WS-PR-IDX) TO WS-BANK-OPEN
           END-IF.

       ADD-ROW-TO-GROUP.
           ADD WS-PR-RECEIVED(WS-PR-IDX) TO WS-GROUP-RECEIVED
           ADD WS-PR-PRIOR(WS-PR-IDX) TO WS-GROUP-PRIOR
           ADD WS-PR-RESOLVED(WS-PR-IDX) TO WS-GROUP-RESOLVED
           ADD WS-PR-LATE(WS-PR-IDX) TO WS-GROUP-LATE
           ADD WS-PR-OPEN(WS-PR-IDX) TO WS-GROUP-OPEN.

      *----------------------------------------------------------------*
      * WRITE-BANK-TOTAL - every category and product together, with   *
      * the quarter-over-quarter change.                               *
      *----------------------------------------------------------------*
       WRITE-BANK-TOTAL.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-BANK-COUNTS TO WS-GROUP-COUNTS
           MOVE SPACES TO WS-TREND-LINE
           MOVE "TOTAL" TO WS-TL-CATEGORY
           MOVE "ALL COMPLAINTS" TO WS-TL-DESCRIPTION
           MOVE "ALL" TO WS-TL-PRODUCT
           PERFORM WRITE-GROUP-COUNTS

           IF WS-PAIRS-NOT-LISTED > 0
               MOVE WS-PAIRS-NOT-LISTED TO WS-ED-COUNT
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "*** COMPLAINTS BEYOND TABLE LIMIT, NOT COUNTED: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
               END-STRING
               WRITE TREND-REPORT-LINE
           END-IF.

       WRITE-GROUP-COUNTS.
           MOVE WS-GROUP-RECEIVED TO WS-TL-RECEIVED
           MOVE WS-GROUP-PRIOR TO WS-TL-PRIOR
           COMPUTE WS-CHANGE = WS-GROUP-RECEIVED - WS-GROUP-PRIOR
           MOVE WS-CHANGE TO WS-TL-CHANGE
           MOVE WS-GROUP-RESOLVED TO WS-TL-RESOLVED
           MOVE WS-GROUP-LATE TO WS-TL-LATE
           MOVE WS-GROUP-OPEN TO WS-TL-OPEN
           MOVE WS-TREND-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE.

      *----------------------------------------------------------------*
      * LOOK-UP-CATEGORY-NAME - a code the table no longer carries     *
      * still prints, with no description.                             *
      *----------------------------------------------------------------*
       LOOK-UP-CATEGORY-NAME.
           MOVE 3 TO WS-CC-OPERATION-LEN
           MOVE "GET" TO WS-CC-OPERATION-DATA
           CALL "COMPLAINT-CATEGORY" USING
               WS-CC-OPERATION, WS-CATEGORY-CODE, WS-CATEGORY-INFO,
               WS-CC-RESULT
           IF NOT WS-CC-RESULT-SUCCESS
               MOVE SPACES TO WS-CATEGORY-DESCRIPTION
           END-IF.

       END PROGRAM COMPLAINT-TREND.
