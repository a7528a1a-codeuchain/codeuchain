      *================================================================*
      * CodeUChain COBOL Batch - Autopay Rate Discount Removal         *
      *                                                                *
      * An autopay rate discount (the discount RATE-TABLE took off a   *
      * loan's rate at pricing because the borrower enrolled in        *
      * autopay, carried on the loan by LOAN-BOOKING apart from the    *
      * rate itself) stands only while the enrollment does. Walks      *
      * every open loan on LOAN-MASTER carrying one and checks it      *
      * against autopay_enrollment.dat:                                *
      *                                                                *
      *   - the enrollment is gone -- cancelled by servicing, by       *
      *     ACH-RETURN-PROCESSING after a return that closed the       *
      *     account to drafting, or deleted outright -- and no         *
      *     removal is scheduled yet: the removal is scheduled for     *
      *     the loan's next due date and the borrower is sent notice   *
      *     of it on rate_discount_notices.rpt, laid out the way       *
      *     ARM-RATE-RESET's rate adjustment notice is;                *
      *                                                                *
      *   - a scheduled removal whose date has come: the discount is   *
      *     added back to the loan's rate and cleared, with a RATE     *
      *     journal record (the new annual rate carried in the amount  *
      *     field, the way ARM-RATE-RESET writes its own);             *
      *                                                                *
      *   - the borrower re-enrolled before the date came: the         *
      *     scheduled removal is called off and the discount stands.   *
      *                                                                *
      * A deposit-relationship discount is not touched. The removal    *
      * date on the loan makes a rerun send nothing twice. An          *
      * enrollment file that cannot be read, or holds more active      *
      * enrollments than the table can take, proves nothing about who  *
      * is still enrolled, so the run changes nothing and ends RC 4.   *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-DISCOUNT-REMOVAL.
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
           SELECT ENROLLMENT-FILE ASSIGN TO "autopay_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "rate_discount_notices.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-RATE-DISCOUNT   BY LOAN-RATE-DISCOUNT
                         PFX-LOAN-DISCOUNT-TYPE   BY LOAN-DISCOUNT-TYPE
                         PFX-LOAN-DISCOUNT-END    BY LOAN-DISCOUNT-END
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  ENROLLMENT-FILE.
       COPY "enrollment-record.cob"
           REPLACING PFX-ENR-LOAN-NUMBER   BY ENR-LOAN-NUMBER
                     PFX-ENR-CANCELLED     BY ENR-CANCELLED
                     PFX-ENROLLMENT-RECORD BY ENROLLMENT-RECORD.

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-NOTICE-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-ENROLLMENT-EOF-SWITCH  PIC X(1) VALUE "N".
           88  WS-ENROLLMENT-AT-EOF          VALUE "Y".

      * Same bounded retry-with-delay shape the other loan-file I-O
      * walks use.
       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-RUN-DATE               PIC 9(8).

      * Every loan with an active enrollment, loaded once before the
      * loan walk. A file that would not open, or overflowed the
      * table, leaves the switch off and the walk is not run.
       01  WS-ENROLLED-TABLE.
           05  WS-ENROLLED-LOAN      PIC X(10) OCCURS 5000 TIMES.
       01  WS-ENROLLED-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-ENROLLED-IDX           PIC S9(4) COMP.
       01  WS-ENROLLMENTS-SWITCH     PIC X(1) VALUE "N".
           88  WS-ENROLLMENTS-LOADED         VALUE "Y".
       01  WS-ENROLLED-SWITCH        PIC X(1).
           88  WS-LOAN-ENROLLED              VALUE "Y".

      * The rate before and after the discount comes off.
       01  WS-OLD-RATE               PIC S9(3)V9(4) COMP-3.
       01  WS-NEW-RATE               PIC S9(3)V9(4) COMP-3.
       01  WS-EFFECTIVE-DATE         PIC 9(8).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-REMOVALS-SCHEDULED     PIC 9(7) VALUE 0.
       01  WS-DISCOUNTS-REMOVED      PIC 9(7) VALUE 0.
       01  WS-REMOVALS-CANCELLED     PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * The borrower's on-file details for the notice head.
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

      * Job log run-id header/trailer; the run-id is stamped into
      * every RATE journal record.
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

      * LOAN-TRANSACTION journal call: one RATE record per discount
      * removed, the new annual rate carried in the amount field.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-TX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-TX-OPERATION-DATA
                     PFX-OPERATION      BY WS-TX-OPERATION.
       01  WS-TX-LOAN-NUMBER         PIC X(10).
       COPY "loan-transaction.cob"
           REPLACING PFX-TXN-CODE        BY WS-TXN-CODE
                     PFX-TXN-DATE        BY WS-TXN-DATE
                     PFX-TXN-AMOUNT      BY WS-TXN-AMOUNT
                     PFX-TXN-PRINCIPAL   BY WS-TXN-PRINCIPAL
                     PFX-TXN-INTEREST    BY WS-TXN-INTEREST
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

       01  WS-ED-OLD-RATE            PIC Z9.9999.
       01  WS-ED-NEW-RATE            PIC Z9.9999.
       01  WS-ED-DISCOUNT            PIC 9.9999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Autopay Rate Discount Removal"
           DISPLAY "=========================================="

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-ACTIVE-ENROLLMENTS
           IF NOT WS-ENROLLMENTS-LOADED
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM OPEN-I-O-LOAN-WITH-RETRY
               IF FILE-STATUS = "00"
                   OPEN OUTPUT NOTICE-FILE
                   PERFORM READ-NEXT-LOAN
                   PERFORM REVIEW-ONE-LOAN
                       UNTIL WS-END-OF-FILE
                   CLOSE NOTICE-FILE
                   CLOSE LOAN-FILE
                   IF WS-FAILURE-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   IF FILE-STATUS-BUSY
                       DISPLAY "RATE-DISCOUNT-REMOVAL: Gave up "
                               "waiting for file lock"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "RATE-DISCOUNT-REMOVAL: Unable to "
                               "open loan_master.dat, status "
                               FILE-STATUS " -- no discounts to review"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Active enrollments: " WS-ENROLLED-COUNT
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Removals scheduled: " WS-REMOVALS-SCHEDULED
               " Discounts removed: " WS-DISCOUNTS-REMOVED
               " Called off: " WS-REMOVALS-CANCELLED
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * LOAD-ACTIVE-ENROLLMENTS - every loan number on the enrollment  *
      * file whose row is not cancelled.                               *
      *----------------------------------------------------------------*
       LOAD-ACTIVE-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "RATE-DISCOUNT-REMOVAL: Unable to open "
                       "autopay_enrollment.dat, status "
                       WS-ENROLLMENT-STATUS " -- no discounts reviewed"
           ELSE
               MOVE "Y" TO WS-ENROLLMENTS-SWITCH
               PERFORM READ-NEXT-ENROLLMENT
               PERFORM LOAD-ONE-ENROLLMENT
                   UNTIL WS-ENROLLMENT-AT-EOF
               CLOSE ENROLLMENT-FILE
           END-IF.

       LOAD-ONE-ENROLLMENT.
           IF NOT ENR-CANCELLED
               IF WS-ENROLLED-COUNT < 5000
                   ADD 1 TO WS-ENROLLED-COUNT
                   MOVE ENR-LOAN-NUMBER
                       TO WS-ENROLLED-LOAN(WS-ENROLLED-COUNT)
               ELSE
                   IF WS-ENROLLMENTS-LOADED
                       DISPLAY "RATE-DISCOUNT-REMOVAL: Enrollment "
                               "table full -- no discounts reviewed"
                   END-IF
                   MOVE "N" TO WS-ENROLLMENTS-SWITCH
               END-IF
           END-IF
           PERFORM READ-NEXT-ENROLLMENT.

       READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE "Y" TO WS-ENROLLMENT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * REVIEW-ONE-LOAN - an open loan carrying an autopay discount is *
      * scheduled, relieved of it, or let off, depending on whether    *
      * the borrower is still enrolled and whether a removal date is   *
      * already set and has come.                                      *
      *----------------------------------------------------------------*
       REVIEW-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE"
                   AND LOAN-DISCOUNT-TYPE = "A"
                   AND LOAN-RATE-DISCOUNT IS NUMERIC
                   AND LOAN-RATE-DISCOUNT > 0
               IF LOAN-DISCOUNT-END IS NOT NUMERIC
                   MOVE 0 TO LOAN-DISCOUNT-END
               END-IF
               PERFORM CHECK-LOAN-ENROLLED
               EVALUATE TRUE
                   WHEN WS-LOAN-ENROLLED AND LOAN-DISCOUNT-END > 0
                       PERFORM CALL-OFF-REMOVAL
                   WHEN WS-LOAN-ENROLLED
                       CONTINUE
                   WHEN LOAN-DISCOUNT-END = 0
                       PERFORM SCHEDULE-REMOVAL
                   WHEN LOAN-DISCOUNT-END <= WS-RUN-DATE
                       PERFORM REMOVE-DISCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-LOAN.

       CHECK-LOAN-ENROLLED.
           MOVE "N" TO WS-ENROLLED-SWITCH
           PERFORM CHECK-ONE-ENROLLED-LOAN
               VARYING WS-ENROLLED-IDX FROM 1 BY 1
               UNTIL WS-ENROLLED-IDX > WS-ENROLLED-COUNT
                  OR WS-LOAN-ENROLLED.

       CHECK-ONE-ENROLLED-LOAN.
           IF WS-ENROLLED-LOAN(WS-ENROLLED-IDX) = LOAN-NUMBER
               MOVE "Y" TO WS-ENROLLED-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * SCHEDULE-REMOVAL - the discount comes off at the next due      *
      * date; the borrower is told now, and the date on the loan keeps *
      * a rerun from telling them twice.                               *
      *----------------------------------------------------------------*
       SCHEDULE-REMOVAL.
           MOVE LOAN-NEXT-DUE-DATE TO LOAN-DISCOUNT-END
           MOVE LOAN-INTEREST-RATE TO WS-OLD-RATE
           COMPUTE WS-NEW-RATE =
               LOAN-INTEREST-RATE + LOAN-RATE-DISCOUNT
           PERFORM LOOK-UP-CUSTOMER
           PERFORM WRITE-NOTICE-BLOCK
           ADD 1 TO WS-REMOVALS-SCHEDULED
           PERFORM REWRITE-LOAN-RECORD.

      *----------------------------------------------------------------*
      * REMOVE-DISCOUNT - the scheduled date has come: the discount    *
      * goes back on the rate, the component is cleared, and the rate  *
      * change is journaled.                                           *
      *----------------------------------------------------------------*
       REMOVE-DISCOUNT.
           MOVE LOAN-INTEREST-RATE TO WS-OLD-RATE
           COMPUTE WS-NEW-RATE =
               LOAN-INTEREST-RATE + LOAN-RATE-DISCOUNT
           MOVE LOAN-DISCOUNT-END TO WS-EFFECTIVE-DATE
           MOVE WS-NEW-RATE TO LOAN-INTEREST-RATE
           MOVE 0 TO LOAN-RATE-DISCOUNT
           MOVE SPACES TO LOAN-DISCOUNT-TYPE
           MOVE 0 TO LOAN-DISCOUNT-END
           PERFORM REWRITE-LOAN-RECORD
           IF FILE-STATUS = "00"
               ADD 1 TO WS-DISCOUNTS-REMOVED
               PERFORM WRITE-RATE-JOURNAL-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * CALL-OFF-REMOVAL - the borrower enrolled again before the      *
      * removal date came, so the discount stands.                     *
      *----------------------------------------------------------------*
       CALL-OFF-REMOVAL.
           MOVE 0 TO LOAN-DISCOUNT-END
           ADD 1 TO WS-REMOVALS-CANCELLED
           PERFORM REWRITE-LOAN-RECORD.

       REWRITE-LOAN-RECORD.
           REWRITE LOAN-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "RATE-DISCOUNT-REMOVAL: Rewrite failed for "
                       LOAN-NUMBER ", status " FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-CUSTOMER - name for the notice head; a loan whose      *
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
      * WRITE-NOTICE-BLOCK - one fixed-layout notice per scheduled     *
      * removal, framed the way ARM-RATE-RESET frames its rate         *
      * adjustment notice.                                             *
      *----------------------------------------------------------------*
       WRITE-NOTICE-BLOCK.
           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE "NOTICE OF AUTOPAY RATE DISCOUNT REMOVAL" TO NOTICE-LINE
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

           MOVE "Your loan is no longer enrolled in automatic payment,"
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE LOAN-RATE-DISCOUNT TO WS-ED-DISCOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING "so the " DELIMITED BY SIZE
                   WS-ED-DISCOUNT DELIMITED BY SIZE
                   "% autopay rate discount will be removed"
                       DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "effective " DELIMITED BY SIZE
                   LOAN-DISCOUNT-END DELIMITED BY SIZE
                   ", your next payment due date." DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE WS-OLD-RATE TO WS-ED-OLD-RATE
           MOVE WS-NEW-RATE TO WS-ED-NEW-RATE
           MOVE SPACES TO NOTICE-LINE
           STRING "Current rate: " DELIMITED BY SIZE
                   WS-ED-OLD-RATE DELIMITED BY SIZE
                   "%  New rate: " DELIMITED BY SIZE
                   WS-ED-NEW-RATE DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE "Re-enroll in autopay before that date to keep the"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "discount." TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of      *
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

      *----------------------------------------------------------------*
      * WRITE-RATE-JOURNAL-RECORD - the RATE event for the removal,    *
      * the new annual rate in the amount field; best-effort the way   *
      * ARM-RATE-RESET's is.                                           *
      *----------------------------------------------------------------*
       WRITE-RATE-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "RATE" TO WS-TXN-CODE
           MOVE WS-EFFECTIVE-DATE TO WS-TXN-DATE
           MOVE WS-NEW-RATE TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE LOAN-NUMBER TO WS-TX-LOAN-NUMBER
           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-TX-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "RATE-DISCOUNT-REMOVAL: Journal append failed "
                       "for " LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-JOB-HEADER / WRITE-JOB-TRAILER - bracket this run in the *
      * shared audit log with a run-id, same shape the other batches   *
      * use.                                                           *
      *----------------------------------------------------------------*
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
                   " loans=" DELIMITED BY SIZE
                   WS-LOANS-READ DELIMITED BY SIZE
                   " scheduled=" DELIMITED BY SIZE
                   WS-REMOVALS-SCHEDULED DELIMITED BY SIZE
                   " removed=" DELIMITED BY SIZE
                   WS-DISCOUNTS-REMOVED DELIMITED BY SIZE
                   " called-off=" DELIMITED BY SIZE
                   WS-REMOVALS-CANCELLED DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

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

       END PROGRAM RATE-DISCOUNT-REMOVAL.
