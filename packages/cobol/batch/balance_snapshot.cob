      *================================================================*
      * CodeUChain COBOL Batch - Daily Balance Snapshot                *
      *                                                                *
      * LOAN-MASTER only ever holds today's balance, so nothing can    *
      * say what a loan carried on any earlier day. Each night this    *
      * appends one compact row per loan on the master -- principal,   *
      * accrued interest, status, and the product, branch and risk     *
      * grade it reports under -- to the month's history file,         *
      * balance_history.YYYYMM.dat, laid out by                        *
      * balance-snapshot-record.cob, for AVERAGE-BALANCE-YIELD to      *
      * average from.                                                  *
      *                                                                *
      * The day's interest earned on each row is the loan's ACCR       *
      * journal records dated the business date, found with a keyed    *
      * START into LOAN-TRANSACTION the way RELATIONSHIP-PROFITABILITY *
      * walks it. The branch is the one OFFICER-MASTER counts the      *
      * loan officer under, as OFFICER-PRODUCTION reports it.          *
      *                                                                *
      * A rerun finds the history file already ending on today's rows  *
      * and appends nothing, so the day is never counted twice.        *
      *                                                                *
      * Return codes: 0 clean (or already taken today), 4 the journal  *
      * was not available (interest earned written as zero), 8 the     *
      * history file could not be written, 16 LOAN-MASTER could not    *
      * be opened.                                                     *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-SNAPSHOT.
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
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-RISK-RATING     BY LOAN-RISK-RATING
                         PFX-LOAN-OFFICER-ID      BY LOAN-OFFICER-ID
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

       FD  HISTORY-FILE.
           COPY "balance-snapshot-record.cob"
               REPLACING PFX-SNAP-DATE            BY SNAP-DATE
                         PFX-SNAP-LOAN-NUMBER     BY SNAP-LOAN-NUMBER
                         PFX-SNAP-PRODUCT-CODE    BY SNAP-PRODUCT-CODE
                         PFX-SNAP-BRANCH          BY SNAP-BRANCH
                         PFX-SNAP-RISK-GRADE      BY SNAP-RISK-GRADE
                         PFX-SNAP-STATUS          BY SNAP-STATUS
                         PFX-SNAP-INTEREST-RATE   BY SNAP-INTEREST-RATE
                         PFX-SNAP-PRINCIPAL       BY SNAP-PRINCIPAL
                         PFX-SNAP-ACCRUED-INT     BY SNAP-ACCRUED-INT
                         PFX-SNAP-INTEREST-EARNED BY
                             SNAP-INTEREST-EARNED
                         PFX-BALANCE-SNAPSHOT-RECORD BY
                             HISTORY-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-HISTORY-STATUS         PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-TXN-OPEN-SWITCH        PIC X(1) VALUE "N".
           88  WS-TXN-FILE-OPEN              VALUE "Y".
       01  WS-TAKEN-SWITCH           PIC X(1) VALUE "N".
           88  WS-ALREADY-TAKEN              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-HISTORY-FILE-NAME.
           05  FILLER                PIC X(16)
                                     VALUE "balance_history.".
           05  WS-HISTORY-MONTH      PIC X(6).
           05  FILLER                PIC X(4) VALUE ".dat".
       01  WS-LAST-SNAP-DATE         PIC 9(8) VALUE 0.

      * The business date comes from the PROCESSING-DATE control
      * record, so the rows are dated for the night they belong to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * OFFICER-MASTER call for the branch; the last officer looked up
      * is kept, since consecutive loans often share one.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OM-OPERATION-DATA
                     PFX-OPERATION      BY WS-OM-OPERATION.
       01  WS-OFFICER-ID             PIC X(10).
       COPY "officer-record.cob"
           REPLACING PFX-OFF-BRANCH        BY WS-OFF-BRANCH
                     PFX-OFFICER-RECORD    BY WS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OM-RESULT-SUCCESS.
       01  WS-LAST-OFFICER-ID        PIC X(10) VALUE HIGH-VALUES.
       01  WS-LAST-BRANCH            PIC X(3).

       01  WS-DAY-INTEREST           PIC S9(13)V99 COMP-3.
       01  WS-LOANS-WRITTEN          PIC 9(7) VALUE 0.
       01  WS-TOTAL-PRINCIPAL        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(15)V99 COMP-3 VALUE 0.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PRINCIPAL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-INTEREST.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Daily Balance Snapshot"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE
           MOVE WS-RUN-DATE-X(1:6) TO WS-HISTORY-MONTH
           DISPLAY "Business date: " WS-RUN-DATE
           DISPLAY "History file: " WS-HISTORY-FILE-NAME

           PERFORM CHECK-ALREADY-TAKEN
           IF WS-ALREADY-TAKEN
               DISPLAY "BALANCE-SNAPSHOT: " WS-HISTORY-FILE-NAME
                       " already holds " WS-RUN-DATE-X
                       " -- nothing appended"
           ELSE
               PERFORM TAKE-SNAPSHOT
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans written: " WS-LOANS-WRITTEN
           MOVE WS-TOTAL-PRINCIPAL TO WS-ED-PRINCIPAL
           MOVE WS-TOTAL-INTEREST TO WS-ED-INTEREST
           DISPLAY "Principal: " WS-ED-PRINCIPAL
           DISPLAY "Interest earned today: " WS-ED-INTEREST
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * CHECK-ALREADY-TAKEN - rows go on in date order, so the file's  *
      * last row says whether tonight has already been appended. A     *
      * month with no file yet has nothing to check.                   *
      *----------------------------------------------------------------*
       CHECK-ALREADY-TAKEN.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-HISTORY-ROW
               PERFORM NOTE-HISTORY-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
               IF WS-LAST-SNAP-DATE = WS-RUN-DATE
                   MOVE "Y" TO WS-TAKEN-SWITCH
               END-IF
           END-IF.

       READ-NEXT-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-HISTORY-ROW.
           IF SNAP-DATE IS NUMERIC
               MOVE SNAP-DATE TO WS-LAST-SNAP-DATE
           END-IF
           PERFORM READ-NEXT-HISTORY-ROW.

      *----------------------------------------------------------------*
      * TAKE-SNAPSHOT - one row per loan on the master, appended to    *
      * the month's file (created on the month's first night).         *
      *----------------------------------------------------------------*
       TAKE-SNAPSHOT.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "BALANCE-SNAPSHOT: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
                   CLOSE HISTORY-FILE
                   OPEN EXTEND HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS NOT = "00"
                       AND WS-HISTORY-STATUS NOT = "05"
                   DISPLAY "BALANCE-SNAPSHOT: Unable to extend "
                           WS-HISTORY-FILE-NAME ", status "
                           WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT TRANSACTION-FILE
                   IF WS-TXN-FILE-STATUS = "00"
                       MOVE "Y" TO WS-TXN-OPEN-SWITCH
                   ELSE
                       DISPLAY "BALANCE-SNAPSHOT: Unable to open "
                               "loan_transaction.dat, status "
                               WS-TXN-FILE-STATUS " -- interest "
                               "earned written as zero"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM READ-NEXT-LOAN
                   PERFORM SNAPSHOT-ONE-LOAN
                       UNTIL WS-END-OF-FILE
                   IF WS-TXN-FILE-OPEN
                       CLOSE TRANSACTION-FILE
                   END-IF
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE LOAN-FILE
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       SNAPSHOT-ONE-LOAN.
           MOVE 0 TO WS-DAY-INTEREST
           IF WS-TXN-FILE-OPEN
               PERFORM TOTAL-DAY-INTEREST
           END-IF
           PERFORM RESOLVE-LOAN-BRANCH

           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-RUN-DATE TO SNAP-DATE
           MOVE LOAN-NUMBER TO SNAP-LOAN-NUMBER
           MOVE LOAN-PRODUCT-CODE TO SNAP-PRODUCT-CODE
           MOVE WS-LAST-BRANCH TO SNAP-BRANCH
           MOVE LOAN-RISK-RATING TO SNAP-RISK-GRADE
           MOVE LOAN-STATUS TO SNAP-STATUS
           MOVE LOAN-INTEREST-RATE TO SNAP-INTEREST-RATE
           MOVE LOAN-CURRENT-BALANCE TO SNAP-PRINCIPAL
           MOVE LOAN-ACCRUED-INT TO SNAP-ACCRUED-INT
           MOVE WS-DAY-INTEREST TO SNAP-INTEREST-EARNED
           WRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO WS-LOANS-WRITTEN
               ADD LOAN-CURRENT-BALANCE TO WS-TOTAL-PRINCIPAL
               ADD WS-DAY-INTEREST TO WS-TOTAL-INTEREST
           ELSE
               DISPLAY "BALANCE-SNAPSHOT: Write failed for loan "
                       LOAN-NUMBER ", status " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * TOTAL-DAY-INTEREST - the loan's ACCR records dated the         *
      * business date, by keyed START at the loan.                     *
      *----------------------------------------------------------------*
       TOTAL-DAY-INTEREST.
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
               IF TXN-CODE = "ACCR" AND TXN-DATE = WS-RUN-DATE
                   ADD TXN-AMOUNT TO WS-DAY-INTEREST
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * RESOLVE-LOAN-BRANCH - the officer's branch, "---" for a loan   *
      * with no officer and "???" for one no longer on the master, as  *
      * OFFICER-PRODUCTION shows them.                                 *
      *----------------------------------------------------------------*
       RESOLVE-LOAN-BRANCH.
           IF LOAN-OFFICER-ID NOT = WS-LAST-OFFICER-ID
               MOVE LOAN-OFFICER-ID TO WS-LAST-OFFICER-ID
               IF LOAN-OFFICER-ID = SPACES
                   MOVE "---" TO WS-LAST-BRANCH
               ELSE
                   MOVE LOAN-OFFICER-ID TO WS-OFFICER-ID
                   MOVE SPACES TO WS-OFFICER-RECORD
                   MOVE 3 TO WS-OM-OPERATION-LEN
                   MOVE "GET" TO WS-OM-OPERATION-DATA
                   CALL "OFFICER-MASTER" USING
                       WS-OM-OPERATION, WS-OFFICER-ID,
                       WS-OFFICER-RECORD, WS-OM-RESULT
                   IF WS-OM-RESULT-SUCCESS
                       MOVE WS-OFF-BRANCH TO WS-LAST-BRANCH
                   ELSE
                       MOVE "???" TO WS-LAST-BRANCH
                   END-IF
               END-IF
           END-IF.

       END PROGRAM BALANCE-SNAPSHOT.
