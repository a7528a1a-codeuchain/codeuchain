      *================================================================*
      * CodeUChain COBOL Batch - Dealer Reserve Chargeback             *
      *                                                                *
      * Settles the reserve paid to dealers on indirect contracts:     *
      * walks the open entries LOAN-BOOKING leaves on DEALER-RESERVE-  *
      * MASTER (the same direct-FD I-O walk LOAN-FUNDING makes of the  *
      * disbursement instructions) and decides each one against the    *
      * loan's journal on loan_transaction.dat.                        *
      *                                                                *
      *   - a loan whose first payoff (POFF), charge-off (CHGO) or     *
      *     settlement (STLW) lands within the chargeback window of    *
      *     its booked date gives back the unearned share of the       *
      *     reserve: the reserve times the days of the term it did     *
      *     not run over the days of the whole term (term years times  *
      *     365). The chargeback posts through GL-FEED-EXPORT as event *
      *     DLRCHGBK against what is due to the dealer, and the entry  *
      *     is stamped CHARGEDBK with the amount;                      *
      *   - a loan that left the books after its window, or is still   *
      *     on the books once the window has passed, has earned the    *
      *     reserve and is stamped EARNED;                             *
      *   - anything else stays open for a later night.                *
      *                                                                *
      * A window of zero days means the dealer is never charged back,  *
      * so the entry is EARNED the first night it is seen. An entry is *
      * stamped before its chargeback posts, so a rerun never claws    *
      * the same reserve back twice; a posting that fails is named on  *
      * the console for finance to post by hand.                       *
      *                                                                *
      * Return codes: 0 clean, 4 the journal was not available (no     *
      * entry settled), 8 an entry could not be stamped or its         *
      * chargeback did not post, 16 dealer_reserve.dat could not be    *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALER-CHARGEBACK.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEALER-RESERVE-FILE ASSIGN TO "dealer_reserve.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEALER-RESERVE-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEALER-RESERVE-FILE.
       01  DEALER-RESERVE-FILE-RECORD.
           05  DEALER-RESERVE-LOAN-NUMBER PIC X(10).
           COPY "dealer-reserve-record.cob"
               REPLACING PFX-DRSV-DEALER-ID       BY DRSV-DEALER-ID
                         PFX-DRSV-BOOKED-DATE     BY DRSV-BOOKED-DATE
                         PFX-DRSV-AMOUNT          BY DRSV-AMOUNT
                         PFX-DRSV-CHARGEBACK-DAYS BY
                             DRSV-CHARGEBACK-DAYS
                         PFX-DRSV-TERM-YEARS      BY DRSV-TERM-YEARS
                         PFX-DRSV-STATUS          BY DRSV-STATUS
                         PFX-DRSV-STATUS-DATE     BY DRSV-STATUS-DATE
                         PFX-DRSV-CHARGEBACK-AMT  BY
                             DRSV-CHARGEBACK-AMT
                         PFX-DEALER-RESERVE-RECORD BY
                             DEALER-RESERVE-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-TXN-AT-EOF                 VALUE "Y".

       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP.

       01  WS-ENTRIES-READ           PIC 9(7) VALUE 0.
       01  WS-ENTRIES-OPEN           PIC 9(7) VALUE 0.
       01  WS-ENTRIES-EARNED         PIC 9(7) VALUE 0.
       01  WS-ENTRIES-CHARGED-BACK   PIC 9(7) VALUE 0.
       01  WS-CHARGEBACK-TOTAL       PIC S9(15)V99 COMP-3 VALUE 0.

      * One entry's decision: the loan's first exit from the journal,
      * how long it was held, and the unearned share to take back.
       01  WS-EXIT-DATE              PIC 9(8).
       01  WS-BOOKED-INTEGER         PIC S9(9) COMP.
       01  WS-EXIT-INTEGER           PIC S9(9) COMP.
       01  WS-DAYS-HELD              PIC S9(9) COMP.
       01  WS-TERM-DAYS              PIC S9(9) COMP.
       01  WS-CHARGEBACK-AMOUNT      PIC S9(13)V99 COMP-3.

      * The business date comes from the PROCESSING-DATE control
      * record, so the stamps carry the date the books close on.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * GL-FEED-EXPORT link call for the chargeback posting.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-LINK-NAME.
       01  WS-INPUT-CONTEXT          PIC X(10000).
       01  WS-OUTPUT-CONTEXT         PIC X(10000).
       01  WS-LINK-RESULT            PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other batches bracket their runs.
       01  WS-RUN-ID                 PIC X(14).
       01  WS-JOB-LOG-CONTEXT        PIC X(10000).
       01  WS-JOB-LOG-RESULT         PIC X(10).
       COPY "middleware-name.cob"
           REPLACING PFX-MIDDLEWARE-NAME-LEN  BY WS-MIDDLEWARE-NAME-LEN
                     PFX-MIDDLEWARE-NAME-DATA BY WS-MIDDLEWARE-NAME-DATA
                     PFX-MIDDLEWARE-NAME      BY WS-MIDDLEWARE-NAME.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LOG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LOG-OPERATION-DATA
                     PFX-OPERATION      BY WS-LOG-OPERATION.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Dealer Reserve Chargeback"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 0 TO RETURN-CODE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM OPEN-I-O-DRSV-WITH-RETRY
           IF FILE-STATUS = "35"
               DISPLAY "DEALER-CHARGEBACK: No dealer reserves on "
                       "file -- nothing to settle"
           ELSE IF FILE-STATUS NOT = "00"
               DISPLAY "DEALER-CHARGEBACK: Unable to open "
                       "dealer_reserve.dat, status " FILE-STATUS
                       " -- nothing settled"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT TRANSACTION-FILE
               IF WS-TXN-FILE-STATUS NOT = "00"
                   DISPLAY "DEALER-CHARGEBACK: Unable to open "
                           "loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS " -- nothing settled"
                   MOVE 4 TO RETURN-CODE
                   CLOSE DEALER-RESERVE-FILE
               ELSE
                   PERFORM READ-NEXT-RESERVE-ENTRY
                   PERFORM REVIEW-ONE-RESERVE-ENTRY
                       UNTIL WS-END-OF-FILE
                   CLOSE TRANSACTION-FILE
                   CLOSE DEALER-RESERVE-FILE
               END-IF
           END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Reserve entries read: " WS-ENTRIES-READ
           DISPLAY "Earned: " WS-ENTRIES-EARNED
               " Charged back: " WS-ENTRIES-CHARGED-BACK
               " Still open: " WS-ENTRIES-OPEN
           MOVE WS-CHARGEBACK-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Chargeback total: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * REVIEW-ONE-RESERVE-ENTRY - an open entry is decided from the   *
      * loan's first exit on the journal; one already EARNED or        *
      * CHARGEDBK is history and is passed over.                       *
      *----------------------------------------------------------------*
       REVIEW-ONE-RESERVE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ

           IF DRSV-STATUS = SPACES
                   AND DRSV-BOOKED-DATE IS NUMERIC
                   AND DRSV-BOOKED-DATE > 0
               PERFORM DECIDE-RESERVE-ENTRY
           END-IF

           PERFORM READ-NEXT-RESERVE-ENTRY.

      *----------------------------------------------------------------*
      * DECIDE-RESERVE-ENTRY - an exit within the window charges back, *
      * any other exit earns; no exit earns once the window has run    *
      * past the business date, and a zero window earns at once.       *
      *----------------------------------------------------------------*
       DECIDE-RESERVE-ENTRY.
           COMPUTE WS-BOOKED-INTEGER =
               FUNCTION INTEGER-OF-DATE(DRSV-BOOKED-DATE)
           PERFORM FIND-FIRST-EXIT-FOR-LOAN

           IF WS-EXIT-DATE > 0
               COMPUTE WS-EXIT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-EXIT-DATE)
               COMPUTE WS-DAYS-HELD =
                   WS-EXIT-INTEGER - WS-BOOKED-INTEGER
               IF DRSV-CHARGEBACK-DAYS > 0
                       AND WS-DAYS-HELD <= DRSV-CHARGEBACK-DAYS
                   PERFORM CHARGE-BACK-RESERVE
               ELSE
                   PERFORM EARN-RESERVE
               END-IF
           ELSE
               IF DRSV-CHARGEBACK-DAYS = 0
                       OR WS-RUN-DATE-INTEGER - WS-BOOKED-INTEGER
                           > DRSV-CHARGEBACK-DAYS
                   PERFORM EARN-RESERVE
               ELSE
                   ADD 1 TO WS-ENTRIES-OPEN
               END-IF
           END-IF.

       EARN-RESERVE.
           MOVE "EARNED" TO DRSV-STATUS
           MOVE WS-RUN-DATE TO DRSV-STATUS-DATE
           MOVE 0 TO DRSV-CHARGEBACK-AMT
           REWRITE DEALER-RESERVE-FILE-RECORD
           IF FILE-STATUS = "00"
               ADD 1 TO WS-ENTRIES-EARNED
           ELSE
               DISPLAY "DEALER-CHARGEBACK: Unable to stamp "
                       DEALER-RESERVE-LOAN-NUMBER " EARNED, status "
                       FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * CHARGE-BACK-RESERVE - the share of the reserve for the days of *
      * the term the loan did not run; a term the entry does not know  *
      * takes the whole reserve back. Stamped first, then posted.      *
      *----------------------------------------------------------------*
       CHARGE-BACK-RESERVE.
           COMPUTE WS-TERM-DAYS = DRSV-TERM-YEARS * 365
           IF WS-TERM-DAYS <= 0 OR WS-DAYS-HELD <= 0
               MOVE DRSV-AMOUNT TO WS-CHARGEBACK-AMOUNT
           ELSE
               IF WS-DAYS-HELD >= WS-TERM-DAYS
                   MOVE 0 TO WS-CHARGEBACK-AMOUNT
               ELSE
                   COMPUTE WS-CHARGEBACK-AMOUNT ROUNDED =
                       DRSV-AMOUNT * (WS-TERM-DAYS - WS-DAYS-HELD)
                           / WS-TERM-DAYS
               END-IF
           END-IF

           MOVE "CHARGEDBK" TO DRSV-STATUS
           MOVE WS-RUN-DATE TO DRSV-STATUS-DATE
           MOVE WS-CHARGEBACK-AMOUNT TO DRSV-CHARGEBACK-AMT
           REWRITE DEALER-RESERVE-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "DEALER-CHARGEBACK: Unable to stamp "
                       DEALER-RESERVE-LOAN-NUMBER
                       " CHARGEDBK, status " FILE-STATUS
                       " -- nothing posted"
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ENTRIES-CHARGED-BACK
               ADD WS-CHARGEBACK-AMOUNT TO WS-CHARGEBACK-TOTAL
               MOVE WS-CHARGEBACK-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "DEALER-CHARGEBACK: " DEALER-RESERVE-LOAN-NUMBER
                       " dealer " DRSV-DEALER-ID
                       " charged back " FUNCTION TRIM(WS-ED-AMOUNT)
               IF WS-CHARGEBACK-AMOUNT > 0
                   PERFORM POST-CHARGEBACK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POST-CHARGEBACK - the DLRCHGBK pair through GL-FEED-EXPORT,    *
      * the same "GL Event:" link call CECL-RESERVE posts its true-up  *
      * with, referenced by the loan number.                           *
      *----------------------------------------------------------------*
       POST-CHARGEBACK.
           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "GL-FEED-EXPORT" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           MOVE SPACES TO WS-OUTPUT-CONTEXT
           STRING "Applicant: Dealer chargeback " DELIMITED BY SIZE
                   DRSV-DEALER-ID DELIMITED BY SPACE
                   ", Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   " Reference: " DELIMITED BY SIZE
                   DEALER-RESERVE-LOAN-NUMBER DELIMITED BY SPACE
                   " GL Event: DLRCHGBK" DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING

           CALL "GL-FEED-EXPORT" USING
               WS-LINK-NAME,
               WS-INPUT-CONTEXT,
               WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           IF WS-LINK-RESULT NOT = "SUCCESS"
               DISPLAY "DEALER-CHARGEBACK: Chargeback posting failed "
                       "for " DEALER-RESERVE-LOAN-NUMBER " ("
                       WS-LINK-RESULT ") -- post by hand"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * FIND-FIRST-EXIT-FOR-LOAN - keyed START at the loan and walk    *
      * its journal the way OFFICER-PRODUCTION does; the first POFF,   *
      * CHGO or STLW is the date the loan left the book.               *
      *----------------------------------------------------------------*
       FIND-FIRST-EXIT-FOR-LOAN.
           MOVE 0 TO WS-EXIT-DATE
           MOVE "N" TO WS-TXN-EOF-SWITCH
           MOVE DEALER-RESERVE-LOAN-NUMBER TO TXN-LOAN-NUMBER
           MOVE 0 TO TXN-SEQUENCE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TXN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-START
           IF NOT WS-TXN-AT-EOF
               PERFORM READ-NEXT-JOURNAL-RECORD
               PERFORM CHECK-ONE-JOURNAL-RECORD
                   UNTIL WS-TXN-AT-EOF
           END-IF.

       CHECK-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = DEALER-RESERVE-LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-CODE = "POFF" OR TXN-CODE = "CHGO"
                       OR TXN-CODE = "STLW"
                   MOVE TXN-DATE TO WS-EXIT-DATE
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
               ELSE
                   PERFORM READ-NEXT-JOURNAL-RECORD
               END-IF
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

       WRITE-JOB-HEADER.
           MOVE 9 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-START" TO WS-LOG-OPERATION-DATA
           MOVE SPACES TO WS-JOB-LOG-CONTEXT
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT
           MOVE WS-JOB-LOG-CONTEXT(1:14) TO WS-RUN-ID.

       WRITE-JOB-TRAILER.
           MOVE SPACES TO WS-JOB-LOG-CONTEXT
           STRING "run-id=" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   " read=" DELIMITED BY SIZE
                   WS-ENTRIES-READ DELIMITED BY SIZE
                   " earned=" DELIMITED BY SIZE
                   WS-ENTRIES-EARNED DELIMITED BY SIZE
                   " chargedback=" DELIMITED BY SIZE
                   WS-ENTRIES-CHARGED-BACK DELIMITED BY SIZE
                   " open=" DELIMITED BY SIZE
                   WS-ENTRIES-OPEN DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       READ-NEXT-RESERVE-ENTRY.
           READ DEALER-RESERVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       OPEN-I-O-DRSV-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O DEALER-RESERVE-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O DEALER-RESERVE-FILE.

       END PROGRAM DEALER-CHARGEBACK.
