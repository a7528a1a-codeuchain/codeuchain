      *================================================================*
      * CodeUChain COBOL Batch - Monthly Dealer Statement              *
      *                                                                *
      * The remittance statement the bank sends each dealer it buys    *
      * indirect paper from. For a parameter month (positional         *
      * argument 1, YYYYMM, defaulting to the business date's month),  *
      * every dealer with activity on DEALER-RESERVE-MASTER gets a     *
      * statement under its DEALER-MASTER name and remittance address: *
      *                                                                *
      *   - each reserve paid on a contract booked in the month;       *
      *   - each chargeback DEALER-CHARGEBACK took in the month, for   *
      *     a contract that paid off, charged off or settled inside    *
      *     the dealer's chargeback window;                            *
      *   - the net due to the dealer, reserves less chargebacks (a    *
      *     negative net is owed back to the bank).                    *
      *                                                                *
      * Dealers are taken in the order first seen on the ledger and    *
      * each statement re-reads the ledger for its own lines, the way  *
      * OFFICER-PRODUCTION builds its report from a table of codes     *
      * rather than a sort. A code no longer on the dealer master      *
      * still gets its statement, under (NOT ON MASTER).               *
      *                                                                *
      * Written to dealer_statement.YYYYMM.rpt; everything comes from  *
      * the permanent ledger, so a prior month can be rerun any time.  *
      *                                                                *
      * Return codes: 0 clean, 4 the dealer table filled or a dealer   *
      * was not on the master, 16 dealer_reserve.dat or the report     *
      * could not be opened.                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALER-STATEMENT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEALER-RESERVE-FILE ASSIGN TO "dealer_reserve.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEALER-RESERVE-LOAN-NUMBER
               FILE STATUS IS WS-RESERVE-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEALER-RESERVE-FILE.
       01  DEALER-RESERVE-FILE-RECORD.
           05  DEALER-RESERVE-LOAN-NUMBER PIC X(10).
           COPY "dealer-reserve-record.cob"
               REPLACING PFX-DRSV-DEALER-ID       BY DRSV-DEALER-ID
                         PFX-DRSV-BOOKED-DATE     BY DRSV-BOOKED-DATE
                         PFX-DRSV-AMOUNT          BY DRSV-AMOUNT
                         PFX-DRSV-METHOD          BY DRSV-METHOD
                         PFX-DRSV-REFERENCE       BY DRSV-REFERENCE
                         PFX-DRSV-STATUS          BY DRSV-STATUS
                         PFX-DRSV-STATUS-DATE     BY DRSV-STATUS-DATE
                         PFX-DRSV-CHARGEBACK-AMT  BY
                             DRSV-CHARGEBACK-AMT
                         PFX-DEALER-RESERVE-RECORD BY
                             DEALER-RESERVE-MASTER-FIELDS.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RESERVE-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).

       01  WS-ENTRIES-READ           PIC 9(7) VALUE 0.

      * One entry's part in the month: its reserve if it booked in
      * the month, its chargeback if one was taken in the month.
       01  WS-RESERVE-IN-MONTH-SWITCH PIC X(1).
           88  WS-RESERVE-IN-MONTH           VALUE "Y".
       01  WS-CHARGEBACK-IN-MONTH-SWITCH PIC X(1).
           88  WS-CHARGEBACK-IN-MONTH        VALUE "Y".

      * One row per dealer with activity in the month, filled the
      * append-a-row way OFFICER-PRODUCTION's officer table is.
       01  WS-DEALER-TABLE.
           05  WS-DEALER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-DT-IDX.
               10  WS-DT-CODE           PIC X(10).
               10  WS-DT-RESERVES       PIC 9(7) COMP-3.
               10  WS-DT-RESERVE-AMT    PIC S9(13)V99 COMP-3.
               10  WS-DT-CHARGEBACKS    PIC 9(7) COMP-3.
               10  WS-DT-CHARGEBACK-AMT PIC S9(13)V99 COMP-3.
       01  WS-DEALER-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-DEALER-MAX             PIC S9(4) COMP VALUE 500.
       01  WS-FIND-CODE              PIC X(10).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

       01  WS-GRAND-TOTALS.
           05  WS-TOT-RESERVES       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-RESERVE-AMT    PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-CHARGEBACKS    PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-CHARGEBACK-AMT PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NET-DUE                PIC S9(13)V99 COMP-3.

      * DEALER-MASTER call: the name and address the statement goes
      * to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DM-OPERATION-DATA
                     PFX-OPERATION      BY WS-DM-OPERATION.
       01  WS-DEALER-ID              PIC X(10).
       COPY "dealer-record.cob"
           REPLACING PFX-DLR-NAME            BY WS-DLR-NAME
                     PFX-DLR-ADDR-LINE-1     BY WS-DLR-ADDR-LINE-1
                     PFX-DLR-CITY            BY WS-DLR-CITY
                     PFX-DLR-STATE           BY WS-DLR-STATE
                     PFX-DLR-ZIP             BY WS-DLR-ZIP
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

      * The statement's contract line and the headings over it.
       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(12) VALUE "LOAN NO".
           05  FILLER                PIC X(22) VALUE "REFERENCE".
           05  FILLER                PIC X(10) VALUE "BOOKED".
           05  FILLER                PIC X(14) VALUE "ACTIVITY".
           05  FILLER                PIC X(12) VALUE "METHOD".
           05  FILLER                PIC X(15) VALUE "         AMOUNT".
       01  WS-DETAIL-LINE.
           05  DL-LOAN-NUMBER        PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-REFERENCE          PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-BOOKED-DATE        PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-ACTIVITY           PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-METHOD             PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  TL-LABEL              PIC X(28).
           05  TL-COUNT              PIC Z(6)9.
           05  FILLER                PIC X(33) VALUE SPACES.
           05  TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT               PIC Z(6)9.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Dealer Statement"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Statement month: " WS-REPORT-MONTH

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "dealer_statement." DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT DEALER-RESERVE-FILE
           IF WS-RESERVE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-RESERVE-ENTRY
               PERFORM TALLY-ONE-RESERVE-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE DEALER-RESERVE-FILE
               PERFORM WRITE-DEALER-STATEMENTS
           ELSE IF WS-RESERVE-FILE-STATUS = "35"
               DISPLAY "DEALER-STATEMENT: No dealer reserves on file"
               PERFORM WRITE-DEALER-STATEMENTS
           ELSE
               DISPLAY "DEALER-STATEMENT: Unable to open "
                       "dealer_reserve.dat, status "
                       WS-RESERVE-FILE-STATUS " -- no statements"
               MOVE 16 TO RETURN-CODE
           END-IF
           END-IF

           COMPUTE WS-NET-DUE =
               WS-TOT-RESERVE-AMT - WS-TOT-CHARGEBACK-AMT
           DISPLAY "=========================================="
           DISPLAY "Reserve entries read: " WS-ENTRIES-READ
           MOVE WS-DEALER-COUNT TO WS-ED-COUNT
           DISPLAY "Dealer statements: " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-RESERVE-AMT TO WS-ED-AMOUNT
           DISPLAY "Reserves paid:  " WS-ED-AMOUNT
           MOVE WS-TOT-CHARGEBACK-AMT TO WS-ED-AMOUNT
           DISPLAY "Chargebacks:    " WS-ED-AMOUNT
           MOVE WS-NET-DUE TO WS-ED-AMOUNT
           DISPLAY "Net to dealers: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * statement month as YYYYMM; left off, the business date's       *
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
                   DISPLAY "DEALER-STATEMENT: Month " WS-MONTH-ARG
                           " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

       READ-NEXT-RESERVE-ENTRY.
           READ DEALER-RESERVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * CLASSIFY-RESERVE-ENTRY - whether the entry's reserve, its      *
      * chargeback, or both fall in the statement month.               *
      *----------------------------------------------------------------*
       CLASSIFY-RESERVE-ENTRY.
           MOVE "N" TO WS-RESERVE-IN-MONTH-SWITCH
           MOVE "N" TO WS-CHARGEBACK-IN-MONTH-SWITCH
           IF DRSV-BOOKED-DATE IS NUMERIC
                   AND DRSV-BOOKED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO WS-RESERVE-IN-MONTH-SWITCH
           END-IF
           IF DRSV-STATUS = "CHARGEDBK"
                   AND DRSV-STATUS-DATE IS NUMERIC
                   AND DRSV-STATUS-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO WS-CHARGEBACK-IN-MONTH-SWITCH
           END-IF.

       TALLY-ONE-RESERVE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM CLASSIFY-RESERVE-ENTRY
           IF WS-RESERVE-IN-MONTH OR WS-CHARGEBACK-IN-MONTH
               MOVE DRSV-DEALER-ID TO WS-FIND-CODE
               PERFORM FIND-OR-ADD-DEALER
               IF WS-ROW-FOUND
                   IF WS-RESERVE-IN-MONTH
                       ADD 1 TO WS-DT-RESERVES(WS-DT-IDX)
                       ADD DRSV-AMOUNT TO WS-DT-RESERVE-AMT(WS-DT-IDX)
                   END-IF
                   IF WS-CHARGEBACK-IN-MONTH
                       ADD 1 TO WS-DT-CHARGEBACKS(WS-DT-IDX)
                       ADD DRSV-CHARGEBACK-AMT
                           TO WS-DT-CHARGEBACK-AMT(WS-DT-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-RESERVE-ENTRY.

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
                   ADD 1 TO WS-DEALER-COUNT
                   SET WS-DT-IDX TO WS-DEALER-COUNT
                   MOVE WS-FIND-CODE TO WS-DT-CODE(WS-DT-IDX)
                   MOVE 0 TO WS-DT-RESERVES(WS-DT-IDX)
                   MOVE 0 TO WS-DT-RESERVE-AMT(WS-DT-IDX)
                   MOVE 0 TO WS-DT-CHARGEBACKS(WS-DT-IDX)
                   MOVE 0 TO WS-DT-CHARGEBACK-AMT(WS-DT-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "DEALER-STATEMENT: Dealer table "
                               "full; " WS-FIND-CODE " and later "
                               "dealers not reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-DEALER-STATEMENTS - one statement per dealer in the      *
      * order first seen, then the month's totals across all dealers.  *
      *----------------------------------------------------------------*
       WRITE-DEALER-STATEMENTS.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "DEALER-STATEMENT: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-STATEMENT
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEALER-COUNT
               PERFORM WRITE-MONTH-SUMMARY
               CLOSE REPORT-FILE
           END-IF.

       WRITE-ONE-STATEMENT.
           PERFORM WRITE-STATEMENT-HEADER

           OPEN INPUT DEALER-RESERVE-FILE
           IF WS-RESERVE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-RESERVE-ENTRY
               PERFORM LIST-ONE-RESERVE-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE DEALER-RESERVE-FILE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Reserves paid" TO TL-LABEL
           MOVE WS-DT-RESERVES(WS-DT-IDX) TO TL-COUNT
           MOVE WS-DT-RESERVE-AMT(WS-DT-IDX) TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Chargebacks taken" TO TL-LABEL
           MOVE WS-DT-CHARGEBACKS(WS-DT-IDX) TO TL-COUNT
           MOVE WS-DT-CHARGEBACK-AMT(WS-DT-IDX) TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-NET-DUE =
               WS-DT-RESERVE-AMT(WS-DT-IDX)
             - WS-DT-CHARGEBACK-AMT(WS-DT-IDX)
           MOVE SPACES TO WS-TOTAL-LINE
           IF WS-NET-DUE < 0
               MOVE "Net due from dealer" TO TL-LABEL
           ELSE
               MOVE "Net due to dealer" TO TL-LABEL
           END-IF
           MOVE WS-NET-DUE TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-DT-RESERVES(WS-DT-IDX) TO WS-TOT-RESERVES
           ADD WS-DT-RESERVE-AMT(WS-DT-IDX) TO WS-TOT-RESERVE-AMT
           ADD WS-DT-CHARGEBACKS(WS-DT-IDX) TO WS-TOT-CHARGEBACKS
           ADD WS-DT-CHARGEBACK-AMT(WS-DT-IDX)
               TO WS-TOT-CHARGEBACK-AMT.

      *----------------------------------------------------------------*
      * WRITE-STATEMENT-HEADER - the dealer's name and remittance      *
      * address from DEALER-MASTER, then the column headings.          *
      *----------------------------------------------------------------*
       WRITE-STATEMENT-HEADER.
           MOVE WS-DT-CODE(WS-DT-IDX) TO WS-DEALER-ID
           MOVE SPACES TO WS-DEALER-RECORD
           MOVE 3 TO WS-DM-OPERATION-LEN
           MOVE "GET" TO WS-DM-OPERATION-DATA
           CALL "DEALER-MASTER" USING
               WS-DM-OPERATION, WS-DEALER-ID, WS-DEALER-RECORD,
               WS-DM-RESULT
           IF NOT WS-DM-RESULT-SUCCESS
               MOVE SPACES TO WS-DEALER-RECORD
               MOVE "(NOT ON MASTER)" TO WS-DLR-NAME
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEALER RESERVE STATEMENT  Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Dealer: " DELIMITED BY SIZE
                   WS-DEALER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DLR-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-DLR-ADDR-LINE-1 NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "        " DELIMITED BY SIZE
                       WS-DLR-ADDR-LINE-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "        " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DLR-CITY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DLR-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DLR-ZIP DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * LIST-ONE-RESERVE-ENTRY - this dealer's reserve and chargeback  *
      * lines for the month, a contract booked and charged back in the *
      * same month showing both.                                       *
      *----------------------------------------------------------------*
       LIST-ONE-RESERVE-ENTRY.
           IF DRSV-DEALER-ID = WS-DT-CODE(WS-DT-IDX)
               PERFORM CLASSIFY-RESERVE-ENTRY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE DEALER-RESERVE-LOAN-NUMBER TO DL-LOAN-NUMBER
               MOVE DRSV-REFERENCE TO DL-REFERENCE
               MOVE DRSV-BOOKED-DATE TO DL-BOOKED-DATE
               IF DRSV-METHOD = "M"
                   MOVE "MARKUP" TO DL-METHOD
               ELSE
                   MOVE "FLAT FEE" TO DL-METHOD
               END-IF
               IF WS-RESERVE-IN-MONTH
                   MOVE "RESERVE" TO DL-ACTIVITY
                   MOVE DRSV-AMOUNT TO DL-AMOUNT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-CHARGEBACK-IN-MONTH
                   MOVE "CHARGEBACK" TO DL-ACTIVITY
                   COMPUTE DL-AMOUNT = 0 - DRSV-CHARGEBACK-AMT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-RESERVE-ENTRY.

       WRITE-MONTH-SUMMARY.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALL DEALERS  Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Dealers with activity" TO TL-LABEL
           MOVE WS-DEALER-COUNT TO TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Reserves paid" TO TL-LABEL
           MOVE WS-TOT-RESERVES TO TL-COUNT
           MOVE WS-TOT-RESERVE-AMT TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Chargebacks taken" TO TL-LABEL
           MOVE WS-TOT-CHARGEBACKS TO TL-COUNT
           MOVE WS-TOT-CHARGEBACK-AMT TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-NET-DUE =
               WS-TOT-RESERVE-AMT - WS-TOT-CHARGEBACK-AMT
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Net due to dealers" TO TL-LABEL
           MOVE WS-NET-DUE TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM DEALER-STATEMENT.
