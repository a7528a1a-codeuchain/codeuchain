      *================================================================*
      * CodeUChain COBOL Batch - Risk Rating Migration Report          *
      *                                                                *
      * Quarter-end view of how the book's credit grades moved. Every  *
      * open loan on LOAN-MASTER (ACTIVE, and MATURED loans still      *
      * owing) is matched in loan-number order against the snapshot    *
      * the last run left in risk_rating_snapshot.dat, and each loan   *
      * lands in one cell of a from-grade / to-grade matrix:           *
      *                                                                *
      *     from  PASS ... DOUBTFUL, or NEW (not in the last snapshot) *
      *     to    PASS ... DOUBTFUL, or EXIT (no longer open)          *
      *                                                                *
      * Each cell carries a loan count and dollars -- the current      *
      * balance, or for an exit the balance it left with. A blank      *
      * grade reads as Pass, as it does everywhere else.               *
      *                                                                *
      * The snapshot is one fixed-width row per open loan:             *
      *                                                                *
      *     loan number   X(10)                                        *
      *     risk grade    X(1)                                         *
      *     balance       S9(13)V99                                    *
      *     as-of date    9(8)   (the business date of the run)        *
      *                                                                *
      * The new snapshot is written to risk_rating_snapshot.new and    *
      * swapped in at the end with the same delete-and-rename          *
      * CONTEXT-REORG uses, the outgoing one kept as                   *
      * risk_rating_snapshot.prv. If the snapshot on file is already   *
      * dated today the run is a rerun: it compares against the .prv   *
      * copy instead and does not rotate it again, so a rerun reports  *
      * the same quarter's movement rather than zero.                  *
      *                                                                *
      * The report (risk_rating_migration.rpt) carries the count grid, *
      * the dollars for every cell that moved anything, and upgrade /  *
      * downgrade / unchanged totals.                                  *
      *                                                                *
      * Return codes: 0 clean, 4 no prior snapshot (this run sets the  *
      * baseline), 8 the new snapshot could not be written, 16         *
      * LOAN-MASTER could not be opened.                               *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-RATING-MIGRATION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT PRIOR-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS-PRIOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NEW-SNAPSHOT-FILE
               ASSIGN TO "risk_rating_snapshot.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SNAPSHOT-STATUS.
           SELECT MIGRATION-REPORT-FILE
               ASSIGN TO "risk_rating_migration.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-RISK-RATING     BY LOAN-RISK-RATING
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIOR-SNAPSHOT-RECORD.
           05  PRIOR-LOAN-NUMBER      PIC X(10).
           05  PRIOR-GRADE            PIC X(1).
           05  PRIOR-BALANCE          PIC S9(13)V99.
           05  PRIOR-AS-OF-DATE       PIC 9(8).

       FD  NEW-SNAPSHOT-FILE.
       01  NEW-SNAPSHOT-RECORD.
           05  NEW-LOAN-NUMBER        PIC X(10).
           05  NEW-GRADE              PIC X(1).
           05  NEW-BALANCE            PIC S9(13)V99.
           05  NEW-AS-OF-DATE         PIC 9(8).

       FD  MIGRATION-REPORT-FILE.
       01  MIGRATION-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-PRIOR-STATUS           PIC XX.
       01  WS-NEW-SNAPSHOT-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-LOAN-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-LOAN-END-OF-FILE           VALUE "Y".
       01  WS-PRIOR-EOF-SWITCH       PIC X(1) VALUE "N".
           88  WS-PRIOR-END-OF-FILE          VALUE "Y".
       01  WS-PRIOR-OPEN-SWITCH      PIC X(1) VALUE "N".
           88  WS-PRIOR-ON-FILE              VALUE "Y".
       01  WS-RERUN-SWITCH           PIC X(1) VALUE "N".
           88  WS-RERUN                      VALUE "Y".

       01  WS-SNAPSHOT-FILE-NAME     PIC X(30)
                                     VALUE "risk_rating_snapshot.dat".
       01  WS-SAVED-FILE-NAME        PIC X(30)
                                     VALUE "risk_rating_snapshot.prv".
       01  WS-FRESH-FILE-NAME        PIC X(30)
                                     VALUE "risk_rating_snapshot.new".
       01  WS-PRIOR-FILE-NAME        PIC X(30).
       01  WS-PRIOR-AS-OF-DATE       PIC 9(8) VALUE 0.

      * The business date comes from the PROCESSING-DATE control
      * record, so the snapshot is dated for the night the run
      * belongs to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-RUN-DATE               PIC 9(8).

      * The merge keys: the current open loan and the prior snapshot
      * row, each HIGH-VALUES once its side runs out.
       01  WS-LOAN-KEY               PIC X(10).
       01  WS-PRIOR-KEY              PIC X(10).
       01  WS-GRADE-DIGIT            PIC 9(1).
       01  WS-FROM-IDX               PIC S9(4) COMP.
       01  WS-TO-IDX                 PIC S9(4) COMP.
       01  WS-CELL-AMOUNT            PIC S9(13)V99 COMP-3.

      * Grades 1-5 in both directions; row 6 is NEW, column 6 EXIT.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-LABEL OCCURS 6 TIMES
                              PIC X(15).
       01  WS-EXIT-LABEL             PIC X(15) VALUE "EXIT".
       01  WS-MIGRATION-MATRIX.
           05  WS-MM-FROM OCCURS 6 TIMES
                          INDEXED BY WS-MM-FROM-IDX.
               10  WS-MM-TO OCCURS 6 TIMES
                            INDEXED BY WS-MM-TO-IDX.
                   15  WS-MM-COUNT      PIC 9(7).
                   15  WS-MM-BALANCE    PIC S9(15)V99 COMP-3.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-OPEN             PIC 9(7) VALUE 0.
       01  WS-PRIOR-ROWS             PIC 9(7) VALUE 0.
       01  WS-UPGRADE-COUNT          PIC 9(7) VALUE 0.
       01  WS-UPGRADE-BALANCE        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DOWNGRADE-COUNT        PIC 9(7) VALUE 0.
       01  WS-DOWNGRADE-BALANCE      PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-UNCHANGED-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNCHANGED-BALANCE      PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-NEW-COUNT              PIC 9(7) VALUE 0.
       01  WS-NEW-BALANCE            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-EXIT-COUNT             PIC 9(7) VALUE 0.
       01  WS-EXIT-BALANCE           PIC S9(15)V99 COMP-3 VALUE 0.

      * One row of the count grid.
       01  WS-GRID-LINE.
           05  WS-GRID-ROW-LABEL      PIC X(16).
           05  WS-GRID-CELL OCCURS 6 TIMES.
               10  FILLER             PIC X(3).
               10  WS-GRID-COUNT      PIC Z(6)9.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Risk Rating Migration"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           MOVE 0 TO RETURN-CODE

           PERFORM INITIALIZE-MATRIX
           PERFORM CHOOSE-PRIOR-SNAPSHOT

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               OPEN OUTPUT NEW-SNAPSHOT-FILE
               PERFORM OPEN-PRIOR-SNAPSHOT
               PERFORM READ-NEXT-OPEN-LOAN
               PERFORM READ-NEXT-PRIOR-ROW
               PERFORM MATCH-ONE-KEY
                   UNTIL WS-LOAN-KEY = HIGH-VALUES
                     AND WS-PRIOR-KEY = HIGH-VALUES
               CLOSE LOAN-FILE
               CLOSE NEW-SNAPSHOT-FILE
               IF WS-PRIOR-ON-FILE
                   CLOSE PRIOR-SNAPSHOT-FILE
               END-IF

               IF WS-NEW-SNAPSHOT-STATUS = "00"
                   PERFORM ROTATE-SNAPSHOTS
               ELSE
                   DISPLAY "RISK-RATING-MIGRATION: Snapshot write "
                           "failed, status " WS-NEW-SNAPSHOT-STATUS
                           " -- prior snapshot left in place"
                   MOVE 8 TO RETURN-CODE
               END-IF

               OPEN OUTPUT MIGRATION-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-COUNT-GRID
               PERFORM WRITE-CELL-DOLLARS
               PERFORM WRITE-MIGRATION-SUMMARY
               CLOSE MIGRATION-REPORT-FILE
           ELSE
               DISPLAY "RISK-RATING-MIGRATION: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no migration report"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " Open: " WS-LOANS-OPEN
               " Prior snapshot rows: " WS-PRIOR-ROWS
           DISPLAY "Upgrades: " WS-UPGRADE-COUNT
               " Downgrades: " WS-DOWNGRADE-COUNT
               " Unchanged: " WS-UNCHANGED-COUNT
           DISPLAY "New: " WS-NEW-COUNT " Exits: " WS-EXIT-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZE-MATRIX - grade labels as the loan record names      *
      * them, and every cell zeroed.                                   *
      *----------------------------------------------------------------*
       INITIALIZE-MATRIX.
           MOVE "PASS" TO WS-GRADE-LABEL(1)
           MOVE "WATCH" TO WS-GRADE-LABEL(2)
           MOVE "SPECIAL MENTION" TO WS-GRADE-LABEL(3)
           MOVE "SUBSTANDARD" TO WS-GRADE-LABEL(4)
           MOVE "DOUBTFUL" TO WS-GRADE-LABEL(5)
           MOVE "NEW" TO WS-GRADE-LABEL(6)
           PERFORM ZERO-ONE-MATRIX-ROW
               VARYING WS-MM-FROM-IDX FROM 1 BY 1
               UNTIL WS-MM-FROM-IDX > 6.

       ZERO-ONE-MATRIX-ROW.
           PERFORM ZERO-ONE-MATRIX-CELL
               VARYING WS-MM-TO-IDX FROM 1 BY 1
               UNTIL WS-MM-TO-IDX > 6.

       ZERO-ONE-MATRIX-CELL.
           MOVE 0 TO WS-MM-COUNT(WS-MM-FROM-IDX, WS-MM-TO-IDX)
           MOVE 0 TO WS-MM-BALANCE(WS-MM-FROM-IDX, WS-MM-TO-IDX).

      *----------------------------------------------------------------*
      * CHOOSE-PRIOR-SNAPSHOT - the snapshot on file is last quarter's *
      * unless it is already dated today, in which case an earlier run *
      * today rotated it and last quarter's is the .prv copy.          *
      *----------------------------------------------------------------*
       CHOOSE-PRIOR-SNAPSHOT.
           MOVE WS-SNAPSHOT-FILE-NAME TO WS-PRIOR-FILE-NAME
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRIOR-STATUS = "00"
               READ PRIOR-SNAPSHOT-FILE
                   AT END
                       MOVE 0 TO PRIOR-AS-OF-DATE
               END-READ
               IF PRIOR-AS-OF-DATE = WS-RUN-DATE
                   MOVE "Y" TO WS-RERUN-SWITCH
                   MOVE WS-SAVED-FILE-NAME TO WS-PRIOR-FILE-NAME
                   DISPLAY "Snapshot already taken today -- comparing "
                           "against " WS-SAVED-FILE-NAME
               END-IF
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF.

       OPEN-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRIOR-STATUS = "00"
               MOVE "Y" TO WS-PRIOR-OPEN-SWITCH
           ELSE
               DISPLAY "RISK-RATING-MIGRATION: No prior snapshot ("
                       FUNCTION TRIM(WS-PRIOR-FILE-NAME) ", status "
                       WS-PRIOR-STATUS ") -- this run sets the "
                       "baseline"
               MOVE "Y" TO WS-PRIOR-EOF-SWITCH
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * MATCH-ONE-KEY - the lower key moves: a loan with no prior row  *
      * is NEW, a prior row with no open loan is an EXIT, and a loan   *
      * on both sides moves from its old grade to its new one.         *
      *----------------------------------------------------------------*
       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-LOAN-KEY < WS-PRIOR-KEY
                   MOVE 6 TO WS-FROM-IDX
                   PERFORM PICK-CURRENT-GRADE
                   MOVE LOAN-CURRENT-BALANCE TO WS-CELL-AMOUNT
                   PERFORM POST-MATRIX-CELL
                   PERFORM WRITE-SNAPSHOT-ROW
                   PERFORM READ-NEXT-OPEN-LOAN
               WHEN WS-LOAN-KEY > WS-PRIOR-KEY
                   PERFORM PICK-PRIOR-GRADE
                   MOVE 6 TO WS-TO-IDX
                   MOVE PRIOR-BALANCE TO WS-CELL-AMOUNT
                   PERFORM POST-MATRIX-CELL
                   PERFORM READ-NEXT-PRIOR-ROW
               WHEN OTHER
                   PERFORM PICK-PRIOR-GRADE
                   PERFORM PICK-CURRENT-GRADE
                   MOVE LOAN-CURRENT-BALANCE TO WS-CELL-AMOUNT
                   PERFORM POST-MATRIX-CELL
                   PERFORM WRITE-SNAPSHOT-ROW
                   PERFORM READ-NEXT-OPEN-LOAN
                   PERFORM READ-NEXT-PRIOR-ROW
           END-EVALUATE.

       PICK-CURRENT-GRADE.
           IF LOAN-RISK-RATING >= "1" AND LOAN-RISK-RATING <= "5"
               MOVE LOAN-RISK-RATING TO WS-GRADE-DIGIT
           ELSE
               MOVE 1 TO WS-GRADE-DIGIT
           END-IF
           MOVE WS-GRADE-DIGIT TO WS-TO-IDX.

       PICK-PRIOR-GRADE.
           IF PRIOR-GRADE >= "1" AND PRIOR-GRADE <= "5"
               MOVE PRIOR-GRADE TO WS-GRADE-DIGIT
           ELSE
               MOVE 1 TO WS-GRADE-DIGIT
           END-IF
           MOVE WS-GRADE-DIGIT TO WS-FROM-IDX.

      *----------------------------------------------------------------*
      * POST-MATRIX-CELL - the cell, and whichever summary line the    *
      * move belongs on (a lower grade number is a better grade).      *
      *----------------------------------------------------------------*
       POST-MATRIX-CELL.
           ADD 1 TO WS-MM-COUNT(WS-FROM-IDX, WS-TO-IDX)
           ADD WS-CELL-AMOUNT TO WS-MM-BALANCE(WS-FROM-IDX, WS-TO-IDX)
           EVALUATE TRUE
               WHEN WS-FROM-IDX = 6
                   ADD 1 TO WS-NEW-COUNT
                   ADD WS-CELL-AMOUNT TO WS-NEW-BALANCE
               WHEN WS-TO-IDX = 6
                   ADD 1 TO WS-EXIT-COUNT
                   ADD WS-CELL-AMOUNT TO WS-EXIT-BALANCE
               WHEN WS-TO-IDX < WS-FROM-IDX
                   ADD 1 TO WS-UPGRADE-COUNT
                   ADD WS-CELL-AMOUNT TO WS-UPGRADE-BALANCE
               WHEN WS-TO-IDX > WS-FROM-IDX
                   ADD 1 TO WS-DOWNGRADE-COUNT
                   ADD WS-CELL-AMOUNT TO WS-DOWNGRADE-BALANCE
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
                   ADD WS-CELL-AMOUNT TO WS-UNCHANGED-BALANCE
           END-EVALUATE.

       WRITE-SNAPSHOT-ROW.
           MOVE LOAN-NUMBER TO NEW-LOAN-NUMBER
           MOVE WS-GRADE-DIGIT TO NEW-GRADE
           MOVE LOAN-CURRENT-BALANCE TO NEW-BALANCE
           MOVE WS-RUN-DATE TO NEW-AS-OF-DATE
           WRITE NEW-SNAPSHOT-RECORD.

      *----------------------------------------------------------------*
      * READ-NEXT-OPEN-LOAN - closed loans are passed over; they       *
      * leave the snapshot and show as exits if they were in it.       *
      *----------------------------------------------------------------*
       READ-NEXT-OPEN-LOAN.
           MOVE HIGH-VALUES TO WS-LOAN-KEY
           PERFORM READ-ONE-LOAN
               UNTIL WS-LOAN-END-OF-FILE
                  OR WS-LOAN-KEY NOT = HIGH-VALUES.

       READ-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF LOAN-STATUS = "ACTIVE"
                           OR LOAN-STATUS = "MATURED"
                       ADD 1 TO WS-LOANS-OPEN
                       MOVE LOAN-NUMBER TO WS-LOAN-KEY
                   END-IF
           END-READ.

       READ-NEXT-PRIOR-ROW.
           MOVE HIGH-VALUES TO WS-PRIOR-KEY
           IF NOT WS-PRIOR-END-OF-FILE
               READ PRIOR-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-PRIOR-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-PRIOR-ROWS
                       MOVE PRIOR-LOAN-NUMBER TO WS-PRIOR-KEY
                       MOVE PRIOR-AS-OF-DATE TO WS-PRIOR-AS-OF-DATE
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * ROTATE-SNAPSHOTS - the outgoing snapshot becomes .prv (not on  *
      * a rerun, where .prv already holds last quarter's), then the    *
      * fresh one replaces it.                                         *
      *----------------------------------------------------------------*
       ROTATE-SNAPSHOTS.
           IF NOT WS-RERUN
               CALL "CBL_DELETE_FILE" USING WS-SAVED-FILE-NAME
               CALL "CBL_RENAME_FILE" USING
                   WS-SNAPSHOT-FILE-NAME, WS-SAVED-FILE-NAME
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE-NAME
           CALL "CBL_RENAME_FILE" USING
               WS-FRESH-FILE-NAME, WS-SNAPSHOT-FILE-NAME.

       WRITE-REPORT-HEADER.
           MOVE "RISK RATING MIGRATION REPORT"
               TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE

           MOVE SPACES TO MIGRATION-REPORT-LINE
           IF WS-PRIOR-ON-FILE
               STRING "Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       "  Compared Against Snapshot Of: "
                           DELIMITED BY SIZE
                       WS-PRIOR-AS-OF-DATE DELIMITED BY SIZE
                   INTO MIGRATION-REPORT-LINE
               END-STRING
           ELSE
               STRING "Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       "  No prior snapshot -- baseline established"
                           DELIMITED BY SIZE
                   INTO MIGRATION-REPORT-LINE
               END-STRING
           END-IF
           WRITE MIGRATION-REPORT-LINE

           MOVE ALL "-" TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-COUNT-GRID - loan counts, one row per from-grade.        *
      *----------------------------------------------------------------*
       WRITE-COUNT-GRID.
           MOVE SPACES TO MIGRATION-REPORT-LINE
           STRING "LOANS FROM\TO         PASS     WATCH"
                       DELIMITED BY SIZE
                   " SPEC MENT  SUBSTAND  DOUBTFUL      EXIT"
                       DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE
           END-STRING
           WRITE MIGRATION-REPORT-LINE
           PERFORM WRITE-ONE-GRID-ROW
               VARYING WS-MM-FROM-IDX FROM 1 BY 1
               UNTIL WS-MM-FROM-IDX > 6.

       WRITE-ONE-GRID-ROW.
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-GRADE-LABEL(WS-MM-FROM-IDX) TO WS-GRID-ROW-LABEL
           PERFORM EDIT-ONE-GRID-CELL
               VARYING WS-MM-TO-IDX FROM 1 BY 1
               UNTIL WS-MM-TO-IDX > 6
           MOVE WS-GRID-LINE TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE.

       EDIT-ONE-GRID-CELL.
           MOVE WS-MM-COUNT(WS-MM-FROM-IDX, WS-MM-TO-IDX)
               TO WS-GRID-COUNT(WS-MM-TO-IDX).

      *----------------------------------------------------------------*
      * WRITE-CELL-DOLLARS - every cell that holds a loan, with its    *
      * dollars.                                                       *
      *----------------------------------------------------------------*
       WRITE-CELL-DOLLARS.
           MOVE ALL "-" TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE
           PERFORM WRITE-ONE-ROW-DOLLARS
               VARYING WS-MM-FROM-IDX FROM 1 BY 1
               UNTIL WS-MM-FROM-IDX > 6.

       WRITE-ONE-ROW-DOLLARS.
           PERFORM WRITE-ONE-CELL-DOLLARS
               VARYING WS-MM-TO-IDX FROM 1 BY 1
               UNTIL WS-MM-TO-IDX > 6.

       WRITE-ONE-CELL-DOLLARS.
           IF WS-MM-COUNT(WS-MM-FROM-IDX, WS-MM-TO-IDX) > 0
               MOVE WS-MM-COUNT(WS-MM-FROM-IDX, WS-MM-TO-IDX)
                   TO WS-ED-COUNT
               MOVE WS-MM-BALANCE(WS-MM-FROM-IDX, WS-MM-TO-IDX)
                   TO WS-ED-BALANCE
               MOVE SPACES TO MIGRATION-REPORT-LINE
               IF WS-MM-TO-IDX = 6
                   STRING WS-GRADE-LABEL(WS-MM-FROM-IDX)
                               DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-EXIT-LABEL DELIMITED BY SIZE
                           " Loans: " DELIMITED BY SIZE
                           WS-ED-COUNT DELIMITED BY SIZE
                           "  Balance: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-BALANCE)
                               DELIMITED BY SIZE
                       INTO MIGRATION-REPORT-LINE
                   END-STRING
               ELSE
                   STRING WS-GRADE-LABEL(WS-MM-FROM-IDX)
                               DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-GRADE-LABEL(WS-MM-TO-IDX)
                               DELIMITED BY SIZE
                           " Loans: " DELIMITED BY SIZE
                           WS-ED-COUNT DELIMITED BY SIZE
                           "  Balance: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-BALANCE)
                               DELIMITED BY SIZE
                       INTO MIGRATION-REPORT-LINE
                   END-STRING
               END-IF
               WRITE MIGRATION-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-MIGRATION-SUMMARY - upgrades, downgrades, unchanged,     *
      * and the book's entries and exits since the prior snapshot.     *
      *----------------------------------------------------------------*
       WRITE-MIGRATION-SUMMARY.
           MOVE ALL "-" TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE

           MOVE WS-UPGRADE-COUNT TO WS-ED-COUNT
           MOVE WS-UPGRADE-BALANCE TO WS-ED-BALANCE
           MOVE "Upgraded:  " TO MIGRATION-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-DOWNGRADE-COUNT TO WS-ED-COUNT
           MOVE WS-DOWNGRADE-BALANCE TO WS-ED-BALANCE
           MOVE "Downgraded:" TO MIGRATION-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-UNCHANGED-COUNT TO WS-ED-COUNT
           MOVE WS-UNCHANGED-BALANCE TO WS-ED-BALANCE
           MOVE "Unchanged: " TO MIGRATION-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-NEW-COUNT TO WS-ED-COUNT
           MOVE WS-NEW-BALANCE TO WS-ED-BALANCE
           MOVE "New:       " TO MIGRATION-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-EXIT-COUNT TO WS-ED-COUNT
           MOVE WS-EXIT-BALANCE TO WS-ED-BALANCE
           MOVE "Exited:    " TO MIGRATION-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           STRING " Loans: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE(12:)
           END-STRING
           WRITE MIGRATION-REPORT-LINE.

       END PROGRAM RISK-RATING-MIGRATION.
