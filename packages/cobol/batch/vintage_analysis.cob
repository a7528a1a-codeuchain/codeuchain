      *================================================================*
      * CodeUChain COBOL Batch - Vintage (Static Pool) Analysis        *
      *                                                                *
      * Credit's view of how each booking-month cohort performs over   *
      * time, where PORTFOLIO-STRATIFICATION and DELINQUENCY-AGING     *
      * only show the book as it stands tonight. Run once a month (any *
      * night in the month; a rerun in the same month replaces that    *
      * month's figures):                                              *
      *                                                                *
      *   - every loan on LOAN-MASTER is placed in a cohort by the     *
      *     month of its BOOK record and its product code, the BOOK    *
      *     record and the rest of its history read from               *
      *     loan_transaction.dat and, for loans TXN-ARCHIVE has moved, *
      *     loan_txn_archive.dat;                                      *
      *   - each loan is aged off its next due date as of the business *
      *     date (ACTIVE and MATURED loans; a charge-off counts as 90+ *
      *     from then on), and the worst bucket it has ever reached    *
      *     is kept in vintage_worst.dat, so the 30+ / 60+ / 90+       *
      *     rates are cumulative -- a loan that went 60 days late and  *
      *     cured stays in the cohort's 30+ and 60+ counts;            *
      *   - charge-offs (CHGO) and recoveries (RCVY) are summed off    *
      *     the journal through the business date;                     *
      *   - each cohort's figures are written to vintage_history.dat   *
      *     under its months on book (0 in the booking month), so the  *
      *     curves build up one point a month.                         *
      *                                                                *
      * vintage_history.dat is keyed cohort month X(6), product X(4),  *
      * months on book 9(3); vintage_worst.dat by loan number. Both    *
      * are created on the first run. Worst buckets are only as old    *
      * as the runs that saw them, so a cohort's delinquency curve     *
      * starts with the first month this job ran; its loss figures     *
      * come from the journal and are complete from booking.           *
      *                                                                *
      * The report (vintage_analysis.rpt) prints every cohort's curve  *
      * from the history, oldest cohort first: loans and original      *
      * principal, cumulative 30+ / 60+ / 90+ as a percent of the      *
      * cohort's loans, charge-offs and recoveries to date, and net    *
      * loss as a percent of original principal.                       *
      *                                                                *
      * Return codes: 0 clean, 4 the journal could not be read or the  *
      * cohort table filled, 8 a history or worst-bucket record could  *
      * not be written, 16 loan_master.dat, a vintage file or the      *
      * report could not be opened.                                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINTAGE-ANALYSIS.
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
           SELECT ARCHIVE-FILE ASSIGN TO "loan_txn_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT WORST-FILE ASSIGN TO "vintage_worst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VW-LOAN-NUMBER
               FILE STATUS IS WS-WORST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "vintage_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT VINTAGE-REPORT-FILE
               ASSIGN TO "vintage_analysis.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  AX-KEY.
               10  AX-LOAN-NUMBER     PIC X(10).
               10  AX-SEQUENCE        PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY AX-CODE
                         PFX-TXN-DATE        BY AX-DATE
                         PFX-TXN-AMOUNT      BY AX-AMOUNT
                         PFX-LOAN-TXN-RECORD BY AX-JOURNAL-FIELDS.

      * The worst delinquency bucket each loan has been seen in:
      * 0 never 30 days late, 1 30+, 2 60+, 3 90+ or charged off.
       FD  WORST-FILE.
       01  WORST-RECORD.
           05  VW-LOAN-NUMBER         PIC X(10).
           05  VW-WORST-BUCKET        PIC 9(1).
           05  VW-AS-OF-DATE          PIC 9(8).

      * One point on one cohort's curve.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  VH-KEY.
               10  VH-COHORT          PIC X(6).
               10  VH-PRODUCT         PIC X(4).
               10  VH-MOB             PIC 9(3).
           05  VH-AS-OF-DATE          PIC 9(8).
           05  VH-LOANS               PIC 9(7).
           05  VH-ORIG-AMT            PIC S9(13)V99.
           05  VH-EVER-30             PIC 9(7).
           05  VH-EVER-60             PIC 9(7).
           05  VH-EVER-90             PIC 9(7).
           05  VH-CHGO-COUNT          PIC 9(7).
           05  VH-CHGO-AMT            PIC S9(13)V99.
           05  VH-RCVY-AMT            PIC S9(13)V99.

       FD  VINTAGE-REPORT-FILE.
       01  VINTAGE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS         PIC XX.
       01  WS-WORST-STATUS           PIC XX.
       01  WS-HISTORY-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-JOURNAL-WARNED-SWITCH  PIC X(1) VALUE "N".
           88  WS-JOURNAL-WARNED             VALUE "Y".

      * The business date comes from the PROCESSING-DATE control
      * record; its month is the point this run adds to each curve.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
           05  WS-RUN-DD             PIC 9(2).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-RUN-MONTH-NO           PIC S9(7) COMP.

      * One loan's history off the journal and archive.
       01  WS-BOOK-DATE              PIC 9(8).
       01  WS-BOOK-DATE-N REDEFINES WS-BOOK-DATE.
           05  WS-BOOK-YYYY          PIC 9(4).
           05  WS-BOOK-MM            PIC 9(2).
           05  WS-BOOK-DD            PIC 9(2).
       01  WS-BOOK-DATE-X REDEFINES WS-BOOK-DATE
                                     PIC X(8).
       01  WS-BOOK-AMOUNT            PIC S9(13)V99.
       01  WS-LOAN-CHGO-AMT          PIC S9(13)V99.
       01  WS-LOAN-RCVY-AMT          PIC S9(13)V99.
       01  WS-BOOK-MONTH-NO          PIC S9(7) COMP.
       01  WS-MONTHS-ON-BOOK         PIC S9(7) COMP.
       01  WS-DAYS-PAST-DUE          PIC S9(7).
       01  WS-CURRENT-BUCKET         PIC 9(1).
       01  WS-WORST-BUCKET           PIC 9(1).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-IN-COHORTS       PIC 9(7) VALUE 0.
       01  WS-LOANS-NO-BOOK          PIC 9(7) VALUE 0.
       01  WS-HISTORY-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-WRITE-FAILURES         PIC 9(7) VALUE 0.

      * One row per cohort (booking month and product) seen, filled
      * the append-a-row way OFFICER-PRODUCTION's officer table is.
       01  WS-COHORT-TABLE.
           05  WS-COHORT-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-CT-IDX.
               10  WS-CT-KEY.
                   15  WS-CT-MONTH      PIC X(6).
                   15  WS-CT-PRODUCT    PIC X(4).
               10  WS-CT-MOB            PIC 9(3).
               10  WS-CT-LOANS          PIC 9(7) COMP-3.
               10  WS-CT-ORIG-AMT       PIC S9(13)V99 COMP-3.
               10  WS-CT-EVER-30        PIC 9(7) COMP-3.
               10  WS-CT-EVER-60        PIC 9(7) COMP-3.
               10  WS-CT-EVER-90        PIC 9(7) COMP-3.
               10  WS-CT-CHGO-COUNT     PIC 9(7) COMP-3.
               10  WS-CT-CHGO-AMT       PIC S9(13)V99 COMP-3.
               10  WS-CT-RCVY-AMT       PIC S9(13)V99 COMP-3.
       01  WS-COHORT-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-COHORT-MAX             PIC S9(4) COMP VALUE 1000.
       01  WS-FIND-KEY.
           05  WS-FIND-MONTH         PIC X(6).
           05  WS-FIND-PRODUCT       PIC X(4).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

      * The report's curve line, one history point per line, and the
      * cohort the last line printed belonged to.
       01  WS-LAST-COHORT-KEY        PIC X(10).
       01  WS-PERCENT                PIC S9(3)V99.
       01  WS-NET-LOSS               PIC S9(13)V99.
       01  WS-CURVE-LINE.
           05  CL-COHORT             PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CL-PRODUCT            PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CL-MOB                PIC ZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CL-LOANS              PIC Z(6)9.
           05  CL-ORIG-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CL-PCT-30             PIC ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CL-PCT-60             PIC ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CL-PCT-90             PIC ZZ9.99.
           05  CL-CHGO-COUNT         PIC Z(6)9.
           05  CL-CHGO-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  CL-RCVY-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  CL-NET-LOSS-PCT       PIC ZZ9.99-.
           05  FILLER                PIC X(19) VALUE SPACES.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Vintage Analysis"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-RUN-MONTH-NO = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
           DISPLAY "Business date: " WS-RUN-DATE

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "VINTAGE-ANALYSIS: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no cohorts to measure"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-VINTAGE-FILES
               IF RETURN-CODE < 16
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM READ-NEXT-LOAN
                   PERFORM MEASURE-ONE-LOAN
                       UNTIL WS-END-OF-FILE
                   PERFORM WRITE-ONE-HISTORY-POINT
                       VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-COHORT-COUNT
                   CLOSE WORST-FILE
                   CLOSE HISTORY-FILE
                   PERFORM WRITE-VINTAGE-REPORT
               END-IF
               CLOSE LOAN-FILE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " In cohorts: " WS-LOANS-IN-COHORTS
               " No BOOK record: " WS-LOANS-NO-BOOK
           MOVE WS-COHORT-COUNT TO WS-ED-COUNT
           DISPLAY "Cohorts measured: " FUNCTION TRIM(WS-ED-COUNT)
               " History points written: " WS-HISTORY-WRITTEN
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * OPEN-VINTAGE-FILES - both files belong to this job alone and   *
      * are created empty the first time it runs.                      *
      *----------------------------------------------------------------*
       OPEN-VINTAGE-FILES.
           OPEN I-O WORST-FILE
           IF WS-WORST-STATUS = "35"
               OPEN OUTPUT WORST-FILE
               CLOSE WORST-FILE
               OPEN I-O WORST-FILE
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF

           IF WS-WORST-STATUS NOT = "00"
                   OR WS-HISTORY-STATUS NOT = "00"
               DISPLAY "VINTAGE-ANALYSIS: Unable to open "
                       "vintage_worst.dat (status " WS-WORST-STATUS
                       ") or vintage_history.dat (status "
                       WS-HISTORY-STATUS ") -- no cohorts measured"
               IF WS-WORST-STATUS = "00"
                   CLOSE WORST-FILE
               END-IF
               IF WS-HISTORY-STATUS = "00"
                   CLOSE HISTORY-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * MEASURE-ONE-LOAN - a loan with a BOOK record on or before the  *
      * business date joins its cohort: counted, aged into its worst   *
      * bucket, and its charge-offs and recoveries added in. A loan    *
      * with no BOOK record anywhere predates the journal and is left  *
      * out.                                                           *
      *----------------------------------------------------------------*
       MEASURE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE 0 TO WS-BOOK-DATE
           MOVE 0 TO WS-BOOK-AMOUNT
           MOVE 0 TO WS-LOAN-CHGO-AMT
           MOVE 0 TO WS-LOAN-RCVY-AMT
           PERFORM WALK-LIVE-JOURNAL
           PERFORM WALK-ARCHIVED-JOURNAL

           IF WS-BOOK-DATE = 0
               ADD 1 TO WS-LOANS-NO-BOOK
           ELSE
               COMPUTE WS-BOOK-MONTH-NO =
                   WS-BOOK-YYYY * 12 + WS-BOOK-MM - 1
               COMPUTE WS-MONTHS-ON-BOOK =
                   WS-RUN-MONTH-NO - WS-BOOK-MONTH-NO
               IF WS-MONTHS-ON-BOOK >= 0
                   MOVE WS-BOOK-DATE-X(1:6) TO WS-FIND-MONTH
                   MOVE LOAN-PRODUCT-CODE TO WS-FIND-PRODUCT
                   PERFORM FIND-OR-ADD-COHORT
                   IF WS-ROW-FOUND
                       ADD 1 TO WS-LOANS-IN-COHORTS
                       PERFORM AGE-LOAN-FOR-COHORT
                       PERFORM UPDATE-WORST-BUCKET
                       PERFORM CREDIT-COHORT-ROW
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * AGE-LOAN-FOR-COHORT - tonight's bucket: a charge-off on the    *
      * journal or on the master is 90+; an ACTIVE or MATURED loan is  *
      * aged off its next due date; anything else is not late.         *
      *----------------------------------------------------------------*
       AGE-LOAN-FOR-COHORT.
           MOVE 0 TO WS-CURRENT-BUCKET
           IF WS-LOAN-CHGO-AMT > 0 OR LOAN-STATUS = "CHARGEDOFF"
               MOVE 3 TO WS-CURRENT-BUCKET
           ELSE
               IF (LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED")
                       AND LOAN-NEXT-DUE-DATE IS NUMERIC
                       AND LOAN-NEXT-DUE-DATE > 0
                       AND LOAN-NEXT-DUE-DATE < WS-RUN-DATE
                   COMPUTE WS-DAYS-PAST-DUE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE-DATE)
                   EVALUATE TRUE
                       WHEN WS-DAYS-PAST-DUE >= 90
                           MOVE 3 TO WS-CURRENT-BUCKET
                       WHEN WS-DAYS-PAST-DUE >= 60
                           MOVE 2 TO WS-CURRENT-BUCKET
                       WHEN WS-DAYS-PAST-DUE >= 30
                           MOVE 1 TO WS-CURRENT-BUCKET
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UPDATE-WORST-BUCKET - the loan's worst bucket is the greater   *
      * of what earlier runs saw and tonight's, stamped with the date. *
      *----------------------------------------------------------------*
       UPDATE-WORST-BUCKET.
           MOVE WS-CURRENT-BUCKET TO WS-WORST-BUCKET
           MOVE LOAN-NUMBER TO VW-LOAN-NUMBER
           READ WORST-FILE
               KEY IS VW-LOAN-NUMBER
               INVALID KEY
                   MOVE LOAN-NUMBER TO VW-LOAN-NUMBER
                   MOVE WS-WORST-BUCKET TO VW-WORST-BUCKET
                   MOVE WS-RUN-DATE TO VW-AS-OF-DATE
                   WRITE WORST-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF VW-WORST-BUCKET IS NUMERIC
                           AND VW-WORST-BUCKET > WS-WORST-BUCKET
                       MOVE VW-WORST-BUCKET TO WS-WORST-BUCKET
                   END-IF
                   MOVE WS-WORST-BUCKET TO VW-WORST-BUCKET
                   MOVE WS-RUN-DATE TO VW-AS-OF-DATE
                   REWRITE WORST-RECORD
                   END-REWRITE
           END-READ
           IF WS-WORST-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY "VINTAGE-ANALYSIS: Worst bucket not saved for "
                       LOAN-NUMBER ", status " WS-WORST-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CREDIT-COHORT-ROW.
           ADD 1 TO WS-CT-LOANS(WS-CT-IDX)
           ADD WS-BOOK-AMOUNT TO WS-CT-ORIG-AMT(WS-CT-IDX)
           IF WS-WORST-BUCKET >= 1
               ADD 1 TO WS-CT-EVER-30(WS-CT-IDX)
           END-IF
           IF WS-WORST-BUCKET >= 2
               ADD 1 TO WS-CT-EVER-60(WS-CT-IDX)
           END-IF
           IF WS-WORST-BUCKET >= 3
               ADD 1 TO WS-CT-EVER-90(WS-CT-IDX)
           END-IF
           IF WS-LOAN-CHGO-AMT > 0
               ADD 1 TO WS-CT-CHGO-COUNT(WS-CT-IDX)
               ADD WS-LOAN-CHGO-AMT TO WS-CT-CHGO-AMT(WS-CT-IDX)
           END-IF
           ADD WS-LOAN-RCVY-AMT TO WS-CT-RCVY-AMT(WS-CT-IDX).

       FIND-OR-ADD-COHORT.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-CT-IDX TO 1
           SEARCH WS-COHORT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-IDX > WS-COHORT-COUNT
                   CONTINUE
               WHEN WS-CT-KEY(WS-CT-IDX) = WS-FIND-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-ROW-FOUND
               IF WS-COHORT-COUNT < WS-COHORT-MAX
                   PERFORM ADD-COHORT-ROW
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "VINTAGE-ANALYSIS: Cohort table full; "
                               WS-FIND-MONTH " " WS-FIND-PRODUCT
                               " and later cohorts not measured"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-COHORT-ROW.
           ADD 1 TO WS-COHORT-COUNT
           SET WS-CT-IDX TO WS-COHORT-COUNT
           MOVE WS-FIND-KEY TO WS-CT-KEY(WS-CT-IDX)
           MOVE WS-MONTHS-ON-BOOK TO WS-CT-MOB(WS-CT-IDX)
           MOVE 0 TO WS-CT-LOANS(WS-CT-IDX)
           MOVE 0 TO WS-CT-ORIG-AMT(WS-CT-IDX)
           MOVE 0 TO WS-CT-EVER-30(WS-CT-IDX)
           MOVE 0 TO WS-CT-EVER-60(WS-CT-IDX)
           MOVE 0 TO WS-CT-EVER-90(WS-CT-IDX)
           MOVE 0 TO WS-CT-CHGO-COUNT(WS-CT-IDX)
           MOVE 0 TO WS-CT-CHGO-AMT(WS-CT-IDX)
           MOVE 0 TO WS-CT-RCVY-AMT(WS-CT-IDX)
           MOVE "Y" TO WS-FOUND-SWITCH.

      *----------------------------------------------------------------*
      * WALK-LIVE-JOURNAL - keyed START at the loan and walk its       *
      * journal the way OFFICER-PRODUCTION does: the first BOOK is the *
      * booking, CHGO and RCVY through the business date are summed.   *
      *----------------------------------------------------------------*
       WALK-LIVE-JOURNAL.
           MOVE "N" TO WS-TXN-EOF-SWITCH
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
                   DISPLAY "VINTAGE-ANALYSIS: Unable to open "
                           "loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS
                           " -- live history not measured"
                   MOVE "Y" TO WS-JOURNAL-WARNED-SWITCH
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       TALLY-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-DATE <= WS-RUN-DATE
                   EVALUATE TXN-CODE
                       WHEN "BOOK"
                           IF WS-BOOK-DATE = 0
                               MOVE TXN-DATE TO WS-BOOK-DATE
                               MOVE TXN-AMOUNT TO WS-BOOK-AMOUNT
                           END-IF
                       WHEN "CHGO"
                           ADD TXN-AMOUNT TO WS-LOAN-CHGO-AMT
                       WHEN "RCVY"
                           ADD TXN-AMOUNT TO WS-LOAN-RCVY-AMT
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
      * WALK-ARCHIVED-JOURNAL - the same walk on loan_txn_archive.dat, *
      * where TXN-ARCHIVE moved the history of long-closed loans. No   *
      * archive yet is not an error.                                   *
      *----------------------------------------------------------------*
       WALK-ARCHIVED-JOURNAL.
           MOVE "N" TO WS-TXN-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE LOAN-NUMBER TO AX-LOAN-NUMBER
               MOVE 0 TO AX-SEQUENCE
               START ARCHIVE-FILE
                   KEY IS NOT LESS THAN AX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TXN-EOF-SWITCH
               END-START
               IF NOT WS-TXN-AT-EOF
                   PERFORM READ-NEXT-ARCHIVE-RECORD
                   PERFORM TALLY-ONE-ARCHIVE-RECORD
                       UNTIL WS-TXN-AT-EOF
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

       TALLY-ONE-ARCHIVE-RECORD.
           IF AX-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF AX-DATE <= WS-RUN-DATE
                   EVALUATE AX-CODE
                       WHEN "BOOK"
                           IF WS-BOOK-DATE = 0
                                   OR AX-DATE < WS-BOOK-DATE
                               MOVE AX-DATE TO WS-BOOK-DATE
                               MOVE AX-AMOUNT TO WS-BOOK-AMOUNT
                           END-IF
                       WHEN "CHGO"
                           ADD AX-AMOUNT TO WS-LOAN-CHGO-AMT
                       WHEN "RCVY"
                           ADD AX-AMOUNT TO WS-LOAN-RCVY-AMT
                   END-EVALUATE
               END-IF
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * WRITE-ONE-HISTORY-POINT - tonight's figures for one cohort at  *
      * its months on book; a rerun in the same month overwrites the   *
      * point it wrote before.                                         *
      *----------------------------------------------------------------*
       WRITE-ONE-HISTORY-POINT.
           MOVE WS-CT-MONTH(WS-CT-IDX) TO VH-COHORT
           MOVE WS-CT-PRODUCT(WS-CT-IDX) TO VH-PRODUCT
           MOVE WS-CT-MOB(WS-CT-IDX) TO VH-MOB
           MOVE WS-RUN-DATE TO VH-AS-OF-DATE
           MOVE WS-CT-LOANS(WS-CT-IDX) TO VH-LOANS
           MOVE WS-CT-ORIG-AMT(WS-CT-IDX) TO VH-ORIG-AMT
           MOVE WS-CT-EVER-30(WS-CT-IDX) TO VH-EVER-30
           MOVE WS-CT-EVER-60(WS-CT-IDX) TO VH-EVER-60
           MOVE WS-CT-EVER-90(WS-CT-IDX) TO VH-EVER-90
           MOVE WS-CT-CHGO-COUNT(WS-CT-IDX) TO VH-CHGO-COUNT
           MOVE WS-CT-CHGO-AMT(WS-CT-IDX) TO VH-CHGO-AMT
           MOVE WS-CT-RCVY-AMT(WS-CT-IDX) TO VH-RCVY-AMT
           WRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS = "22"
               REWRITE HISTORY-RECORD
           END-IF
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO WS-HISTORY-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY "VINTAGE-ANALYSIS: History point not saved "
                       "for " VH-COHORT " " VH-PRODUCT
                       ", status " WS-HISTORY-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-VINTAGE-REPORT - every curve on the history file in key  *
      * order (cohort month, product, months on book), the cohort and  *
      * product printed on the first point of each curve.              *
      *----------------------------------------------------------------*
       WRITE-VINTAGE-REPORT.
           OPEN OUTPUT VINTAGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "VINTAGE-ANALYSIS: Unable to create "
                       "vintage_analysis.rpt, status "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   MOVE SPACES TO WS-LAST-COHORT-KEY
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM READ-NEXT-HISTORY-POINT
                   PERFORM WRITE-ONE-CURVE-POINT
                       UNTIL WS-END-OF-FILE
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE VINTAGE-REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "VINTAGE (STATIC POOL) DELINQUENCY AND LOSS ANALYSIS"
               TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           MOVE SPACES TO VINTAGE-REPORT-LINE
           STRING "Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   "  Delinquency: cumulative (ever) 30+/60+/90+ "
                       DELIMITED BY SIZE
                   "as % of cohort loans; " DELIMITED BY SIZE
                   "net loss as % of original principal"
                       DELIMITED BY SIZE
               INTO VINTAGE-REPORT-LINE
           END-STRING
           WRITE VINTAGE-REPORT-LINE
           MOVE ALL "-" TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           MOVE SPACES TO VINTAGE-REPORT-LINE
           STRING "COHORT  PROD  MOB    LOANS ORIG PRINCIPAL    "
                       DELIMITED BY SIZE
                   "30+%    60+%    90+% CHGOFF    CHARGED OFF"
                       DELIMITED BY SIZE
                   "      RECOVERED  NET LOSS%" DELIMITED BY SIZE
               INTO VINTAGE-REPORT-LINE
           END-STRING
           WRITE VINTAGE-REPORT-LINE
           MOVE ALL "-" TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE.

       READ-NEXT-HISTORY-POINT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       WRITE-ONE-CURVE-POINT.
           MOVE SPACES TO WS-CURVE-LINE
           IF VH-KEY(1:10) NOT = WS-LAST-COHORT-KEY
               IF WS-LAST-COHORT-KEY NOT = SPACES
                   MOVE SPACES TO VINTAGE-REPORT-LINE
                   WRITE VINTAGE-REPORT-LINE
               END-IF
               MOVE VH-COHORT TO CL-COHORT
               MOVE VH-PRODUCT TO CL-PRODUCT
               MOVE VH-KEY(1:10) TO WS-LAST-COHORT-KEY
           END-IF
           MOVE VH-MOB TO CL-MOB
           MOVE VH-LOANS TO CL-LOANS
           MOVE VH-ORIG-AMT TO CL-ORIG-AMT
           MOVE VH-CHGO-COUNT TO CL-CHGO-COUNT
           MOVE VH-CHGO-AMT TO CL-CHGO-AMT
           MOVE VH-RCVY-AMT TO CL-RCVY-AMT

           MOVE 0 TO CL-PCT-30
           MOVE 0 TO CL-PCT-60
           MOVE 0 TO CL-PCT-90
           IF VH-LOANS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   VH-EVER-30 * 100 / VH-LOANS
               MOVE WS-PERCENT TO CL-PCT-30
               COMPUTE WS-PERCENT ROUNDED =
                   VH-EVER-60 * 100 / VH-LOANS
               MOVE WS-PERCENT TO CL-PCT-60
               COMPUTE WS-PERCENT ROUNDED =
                   VH-EVER-90 * 100 / VH-LOANS
               MOVE WS-PERCENT TO CL-PCT-90
           END-IF
           MOVE 0 TO CL-NET-LOSS-PCT
           IF VH-ORIG-AMT > 0
               COMPUTE WS-NET-LOSS = VH-CHGO-AMT - VH-RCVY-AMT
               COMPUTE WS-PERCENT ROUNDED =
                   WS-NET-LOSS * 100 / VH-ORIG-AMT
               MOVE WS-PERCENT TO CL-NET-LOSS-PCT
           END-IF

           MOVE WS-CURVE-LINE TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           PERFORM READ-NEXT-HISTORY-POINT.

       END PROGRAM VINTAGE-ANALYSIS.
