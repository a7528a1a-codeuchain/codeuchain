      *================================================================*
      * CodeUChain COBOL Batch - Interest-Only Payment Change Notices  *
      *                                                                *
      * The letter a borrower is owed when an interest-only period     *
      * runs out: walks every open loan on LOAN-MASTER carrying an     *
      * interest-only end date (the due date of the last interest-    *
      * only payment LOAN-BOOKING stamped), and once that date has     *
      * arrived re-derives the level payment that amortizes today's    *
      * balance over the periods the interest-only span left, at the   *
      * loan's current rate, and writes the borrower a notice of the   *
      * change to io_payment_change_notices.rpt -- laid out the way    *
      * ARM-RATE-RESET's rate adjustment notice is, the name and       *
      * address pulled from CUSTOMER-MASTER.                           *
      *                                                                *
      * The loan record carries a sent flag, set as the notice is      *
      * written, so a rerun mails nothing twice.                       *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IO-PAYMENT-CHANGE.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "io_payment_change_notices.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

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
                         PFX-LOAN-PAY-FREQUENCY   BY
                             LOAN-PAY-FREQUENCY
                         PFX-LOAN-IO-END-DATE     BY LOAN-IO-END-DATE
                         PFX-LOAN-IO-PERIODS      BY LOAN-IO-PERIODS
                         PFX-LOAN-IO-NOTICE       BY LOAN-IO-NOTICE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-NOTICE-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

      * Same bounded retry-with-delay shape the other loan-file I-O
      * walks use.
       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-RUN-DATE               PIC 9(8).

      * Period factors off the loan's own payment frequency (blank
      * reads as monthly).
       01  WS-PERIODS-PER-YEAR       PIC S9(3) COMP-3.

      * The interest-only payment being replaced, and the level
      * payment over the remaining periods that replaces it -- the
      * same formula ARM-RATE-RESET re-derives a payment with.
       01  WS-IO-PAYMENT             PIC S9(13)V99 COMP-3.
       01  WS-MONTHLY-RATE           PIC S9(3)V9(6) COMP-3.
       01  WS-REMAINING-PERIODS      PIC S9(5) COMP-3.
       01  WS-DISCOUNT-FACTOR        PIC S9(9)V9(6) COMP-3.
       01  WS-PAYMENT-NUMERATOR      PIC S9(15)V9(8) COMP-3.
       01  WS-PAYMENT-DENOMINATOR    PIC S9(9)V9(6) COMP-3.
       01  WS-NEW-PAYMENT            PIC S9(15)V9(4) COMP-3.
       01  WS-OVERFLOW-SWITCH        PIC X(1) VALUE "N".
           88  WS-RESULT-OVERFLOWED          VALUE "Y".

      * The borrower's on-file details for the letter head.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-CREDIT-TIER BY WS-CUST-CREDIT-TIER
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-ADDR-LINE-1 BY WS-CUST-ADDR-LINE-1
                     PFX-CUST-ADDR-LINE-2 BY WS-CUST-ADDR-LINE-2
                     PFX-CUST-CITY        BY WS-CUST-CITY
                     PFX-CUST-STATE       BY WS-CUST-STATE
                     PFX-CUST-ZIP         BY WS-CUST-ZIP
                     PFX-CUST-DELIVERY    BY WS-CUST-DELIVERY
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-NOTICES-SENT           PIC 9(7) VALUE 0.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PAYMENT.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Interest-Only Payment Change"
           DISPLAY "=========================================="

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-I-O-LOAN-WITH-RETRY
           IF FILE-STATUS = "00"
               OPEN OUTPUT NOTICE-FILE
               PERFORM READ-NEXT-LOAN
               PERFORM NOTICE-FOR-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE NOTICE-FILE
               CLOSE LOAN-FILE
               MOVE 0 TO RETURN-CODE
           ELSE
               IF FILE-STATUS-BUSY
                   DISPLAY "IO-PAYMENT-CHANGE: Gave up waiting for "
                           "file lock"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "IO-PAYMENT-CHANGE: Unable to open "
                           "loan_master.dat, status " FILE-STATUS
                           " -- no notices to produce"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Notices sent: " WS-NOTICES-SENT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * NOTICE-FOR-ONE-LOAN - an open loan whose interest-only end     *
      * date has arrived, and whose notice hasn't gone out, gets its   *
      * new payment worked out and lettered, then the flag set.        *
      *----------------------------------------------------------------*
       NOTICE-FOR-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE"
                   AND LOAN-IO-END-DATE IS NUMERIC
                   AND LOAN-IO-END-DATE > 0
                   AND LOAN-IO-END-DATE <= WS-RUN-DATE
                   AND LOAN-IO-NOTICE NOT = "Y"
               PERFORM SET-PERIOD-FACTORS
               PERFORM COMPUTE-NEW-PAYMENT
               PERFORM LOOK-UP-CUSTOMER
               PERFORM WRITE-NOTICE-BLOCK
               ADD 1 TO WS-NOTICES-SENT
               MOVE "Y" TO LOAN-IO-NOTICE
               PERFORM REWRITE-LOAN-RECORD
           END-IF
           PERFORM READ-NEXT-LOAN.

       SET-PERIOD-FACTORS.
           EVALUATE LOAN-PAY-FREQUENCY
               WHEN "B"
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN "Q"
                   MOVE 4 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

      *----------------------------------------------------------------*
      * COMPUTE-NEW-PAYMENT - the level payment that amortizes the     *
      * current balance over the term's periods less the interest-     *
      * only ones, at the loan's current rate; beside it, the          *
      * interest-only payment it replaces.                             *
      *----------------------------------------------------------------*
       COMPUTE-NEW-PAYMENT.
           MOVE "N" TO WS-OVERFLOW-SWITCH
           COMPUTE WS-REMAINING-PERIODS =
               LOAN-TERM-YEARS * WS-PERIODS-PER-YEAR
           IF LOAN-IO-PERIODS IS NUMERIC
               SUBTRACT LOAN-IO-PERIODS FROM WS-REMAINING-PERIODS
           END-IF
           IF WS-REMAINING-PERIODS < 1
               MOVE 1 TO WS-REMAINING-PERIODS
           END-IF
           COMPUTE WS-MONTHLY-RATE =
               (LOAN-INTEREST-RATE / 100) / WS-PERIODS-PER-YEAR
           COMPUTE WS-IO-PAYMENT ROUNDED =
               LOAN-CURRENT-BALANCE * WS-MONTHLY-RATE

           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-NEW-PAYMENT =
                   LOAN-CURRENT-BALANCE / WS-REMAINING-PERIODS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           ELSE
               COMPUTE WS-DISCOUNT-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-PERIODS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-PAYMENT-NUMERATOR =
                   LOAN-CURRENT-BALANCE * WS-MONTHLY-RATE
                       * WS-DISCOUNT-FACTOR
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-PAYMENT-DENOMINATOR =
                   WS-DISCOUNT-FACTOR - 1
               COMPUTE WS-NEW-PAYMENT =
                   WS-PAYMENT-NUMERATOR / WS-PAYMENT-DENOMINATOR
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           END-IF
           IF WS-RESULT-OVERFLOWED
               MOVE 0 TO WS-NEW-PAYMENT
           END-IF.

       REWRITE-LOAN-RECORD.
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "IO-PAYMENT-CHANGE: Rewrite failed for "
                       LOAN-NUMBER ", status " FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-CUSTOMER - name for the letter head; a loan whose      *
      * customer id is missing from the master still gets its notice,  *
      * with the id standing in for the name.                          *
      *----------------------------------------------------------------*
       LOOK-UP-CUSTOMER.
           MOVE LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE LOAN-CUSTOMER-ID TO WS-CUST-NAME
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-NOTICE-BLOCK - one fixed-layout notice per loan, framed  *
      * the way ARM-RATE-RESET frames its rate adjustment notice.      *
      *----------------------------------------------------------------*
       WRITE-NOTICE-BLOCK.
           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE "NOTICE OF PAYMENT CHANGE" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   Loan: " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "To: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           PERFORM WRITE-MAILING-ADDRESS

           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "Your interest-only period ended with the payment "
                       DELIMITED BY SIZE
                   "due " DELIMITED BY SIZE
                   LOAN-IO-END-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE "Beginning with your next payment, each payment will"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "include principal as well as interest."
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE WS-IO-PAYMENT TO WS-ED-PAYMENT
           MOVE SPACES TO NOTICE-LINE
           STRING "Current interest-only payment: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PAYMENT) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE WS-NEW-PAYMENT TO WS-ED-PAYMENT
           MOVE SPACES TO NOTICE-LINE
           STRING "New principal and interest payment: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PAYMENT) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * OPEN-I-O-LOAN-WITH-RETRY - mirrors the other nightly walks'    *
      * open-with-retry paragraph of the same shape.                   *
      *----------------------------------------------------------------*
       OPEN-I-O-LOAN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O LOAN-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O LOAN-FILE.

      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of     *
      * the mail.                                                      *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               IF WS-CUST-ADDR-LINE-1 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-1 TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               IF WS-CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-2 TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               IF WS-CUST-CITY NOT = SPACES
                   MOVE SPACES TO NOTICE-LINE
                   STRING FUNCTION TRIM(WS-CUST-CITY)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           WS-CUST-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CUST-ZIP DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
                   WRITE NOTICE-LINE
               END-IF
           END-IF.

       END PROGRAM IO-PAYMENT-CHANGE.
