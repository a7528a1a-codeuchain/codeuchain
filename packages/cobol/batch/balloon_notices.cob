      *================================================================*
      * CodeUChain COBOL Batch - Balloon Payment Notices               *
      *                                                                *
      * The advance warning a balloon note's borrower is owed before   *
      * the whole remaining balance falls due: walks every open loan   *
      * on LOAN-MASTER carrying a maturity date (the balloon due date  *
      * LOAN-BOOKING stamped), and as that date comes within 90 days   *
      * and again within 30 days writes the borrower a notice naming   *
      * the date and today's principal balance to balloon_notices.rpt, *
      * the name and address pulled from CUSTOMER-MASTER.              *
      *                                                                *
      * The loan record carries the highest balloon notice already     *
      * sent, the same stamp-and-only-send-higher discipline           *
      * DELINQUENCY-NOTICES keeps, so a rerun mails nothing twice and  *
      * a loan first seen inside 30 days gets only the final notice.   *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALLOON-NOTICES.
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
           SELECT NOTICE-FILE ASSIGN TO "balloon_notices.rpt"
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
                         PFX-LOAN-MATURITY-DATE   BY
                             LOAN-MATURITY-DATE
                         PFX-LOAN-BALLOON-NOTICE  BY
                             LOAN-BALLOON-NOTICE
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
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-MATURITY-INTEGER       PIC S9(9) COMP-3.
       01  WS-DAYS-TO-BALLOON        PIC S9(5) COMP-3.
       01  WS-SENT-LEVEL             PIC 9(1).
       01  WS-EARNED-LEVEL           PIC 9(1).
       01  WS-ED-DAYS                PIC Z(4)9.

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
       01  WS-NINETY-DAY-SENT        PIC 9(7) VALUE 0.
       01  WS-THIRTY-DAY-SENT        PIC 9(7) VALUE 0.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Balloon Payment Notices"
           DISPLAY "=========================================="

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

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
                   DISPLAY "BALLOON-NOTICES: Gave up waiting for "
                           "file lock"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "BALLOON-NOTICES: Unable to open "
                           "loan_master.dat, status " FILE-STATUS
                           " -- no notices to produce"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "90-day notices: " WS-NINETY-DAY-SENT
               " 30-day notices: " WS-THIRTY-DAY-SENT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * NOTICE-FOR-ONE-LOAN - an open balloon note whose balloon is    *
      * still ahead gets the notice its days-to-go have earned, sent   *
      * only if it tops the level already stamped on the loan. A       *
      * record written before the stamp existed reads as none sent.    *
      *----------------------------------------------------------------*
       NOTICE-FOR-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE"
                   AND LOAN-MATURITY-DATE IS NUMERIC
                   AND LOAN-MATURITY-DATE > 0
               IF LOAN-BALLOON-NOTICE IS NUMERIC
                   MOVE LOAN-BALLOON-NOTICE TO WS-SENT-LEVEL
               ELSE
                   MOVE 0 TO WS-SENT-LEVEL
               END-IF
               COMPUTE WS-MATURITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(LOAN-MATURITY-DATE)
               COMPUTE WS-DAYS-TO-BALLOON =
                   WS-MATURITY-INTEGER - WS-RUN-DATE-INTEGER
               PERFORM PICK-EARNED-LEVEL
               IF WS-EARNED-LEVEL > WS-SENT-LEVEL
                   PERFORM LOOK-UP-CUSTOMER
                   PERFORM WRITE-NOTICE-BLOCK
                   IF WS-EARNED-LEVEL = 2
                       ADD 1 TO WS-THIRTY-DAY-SENT
                   ELSE
                       ADD 1 TO WS-NINETY-DAY-SENT
                   END-IF
                   MOVE WS-EARNED-LEVEL TO LOAN-BALLOON-NOTICE
                   PERFORM REWRITE-LOAN-RECORD
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       PICK-EARNED-LEVEL.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-BALLOON < 1
                   MOVE 0 TO WS-EARNED-LEVEL
               WHEN WS-DAYS-TO-BALLOON <= 30
                   MOVE 2 TO WS-EARNED-LEVEL
               WHEN WS-DAYS-TO-BALLOON <= 90
                   MOVE 1 TO WS-EARNED-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-EARNED-LEVEL
           END-EVALUATE.

       REWRITE-LOAN-RECORD.
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "BALLOON-NOTICES: Rewrite failed for "
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
      * WRITE-NOTICE-BLOCK - one fixed-layout letter per notice,       *
      * framed the way DELINQUENCY-NOTICES frames its letters; the     *
      * thirty-day notice is worded as the final one.                  *
      *----------------------------------------------------------------*
       WRITE-NOTICE-BLOCK.
           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           IF WS-EARNED-LEVEL = 2
               MOVE "FINAL NOTICE OF BALLOON PAYMENT DUE" TO NOTICE-LINE
           ELSE
               MOVE "NOTICE OF BALLOON PAYMENT DUE" TO NOTICE-LINE
           END-IF
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

           MOVE WS-DAYS-TO-BALLOON TO WS-ED-DAYS
           MOVE SPACES TO NOTICE-LINE
           STRING "Your loan matures on " DELIMITED BY SIZE
                   LOAN-MATURITY-DATE DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                   " days from today." DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE "On that date the entire remaining principal balance,"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "plus interest, is due in a single balloon payment."
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO NOTICE-LINE
           STRING "Principal balance today: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           IF WS-EARNED-LEVEL = 2
               MOVE "This is your final notice. If you intend to"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "refinance, please contact this office now."
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               MOVE "Please contact this office to arrange payment"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "or to discuss refinancing before that date."
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF

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

       END PROGRAM BALLOON-NOTICES.
