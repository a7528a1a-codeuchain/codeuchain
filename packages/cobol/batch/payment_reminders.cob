      *================================================================*
      * CodeUChain COBOL Batch - Pre-Due Payment Reminder Extract      *
      *                                                                *
      * Borrowers who pay by hand are the ones who forget; this step   *
      * reminds them before the due date comes. Walks every ACTIVE     *
      * loan on LOAN-MASTER and selects the ones whose next due date   *
      * falls after the business date and no later than the lead       *
      * date -- the business date moved forward a configured number of *
      * business days through BUSINESS-DAY-CALC (positional argument   *
      * 1, default 3), so a Monday due date is reminded ahead of the   *
      * weekend and a holiday never eats a day of the lead.            *
      *                                                                *
      * Passed over, and counted, are loans:                           *
      *   - on active ACH autopay (autopay_enrollment.dat) -- the      *
      *     draft will pay them;                                       *
      *   - flagged deceased, placed with an outside collection        *
      *     agency, or held by a borrower under a bankruptcy stay;     *
      *   - whose borrower asked not to be contacted (CUST-DO-NOT-     *
      *     CONTACT), or has no way to be reached by the channel their *
      *     delivery preference calls for.                             *
      *                                                                *
      * The channel follows CUST-DELIVERY: an electronic-delivery      *
      * customer ("E") is reminded by EMAIL, which the vendor          *
      * addresses from its own e-delivery enrollment by customer id;   *
      * anyone else by SMS to the phone on file. The vendor file       *
      * carries only what the vendor needs to deliver the message --   *
      * the name goes through PII-MASK to its partial value, the phone *
      * only on an SMS item, and no address at all.                    *
      *                                                                *
      * The file is the "H"/"D"/"T" batched shape ACH-DRAFT-GENERATION *
      * releases, payment_reminders.YYYYMMDD.dat. Every reminder sent  *
      * is written to the customer's CONTACT-HISTORY, and the due date *
      * it was sent for is stamped on the loan, so a rerun or the next *
      * night inside the same lead window sends nothing twice.         *
      *                                                                *
      * An enrollment file that cannot be read proves nothing about    *
      * who is on autopay, so the run sends nothing and ends RC 4; a   *
      * loan rewrite that fails ends it RC 8.                          *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-REMINDERS.
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
           SELECT REMINDER-FILE
               ASSIGN TO DYNAMIC WS-REMINDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMINDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-DECEASED-FLAG   BY LOAN-DECEASED-FLAG
                         PFX-LOAN-AGENCY-ID       BY LOAN-AGENCY-ID
                         PFX-LOAN-REMINDER-DUE    BY LOAN-REMINDER-DUE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  ENROLLMENT-FILE.
       COPY "enrollment-record.cob"
           REPLACING PFX-ENR-LOAN-NUMBER   BY ENR-LOAN-NUMBER
                     PFX-ENR-CANCELLED     BY ENR-CANCELLED
                     PFX-ENROLLMENT-RECORD BY ENROLLMENT-RECORD.

       FD  REMINDER-FILE.
       01  REMINDER-RECORD           PIC X(100).
       01  REMINDER-HEADER-RECORD.
           05  RH-RECORD-TYPE        PIC X(1).
           05  RH-FILE-DATE          PIC 9(8).
           05  RH-RUN-ID             PIC X(14).
           05  RH-LEAD-DAYS          PIC 9(2).
       01  REMINDER-DETAIL-RECORD.
           05  RD-RECORD-TYPE        PIC X(1).
           05  RD-CHANNEL            PIC X(5).
           05  RD-CUSTOMER-ID        PIC X(10).
           05  RD-LOAN-NUMBER        PIC X(10).
           05  RD-DUE-DATE           PIC 9(8).
           05  RD-PHONE              PIC X(15).
           05  RD-MASKED-NAME        PIC X(30).
       01  REMINDER-TRAILER-RECORD.
           05  RT-RECORD-TYPE        PIC X(1).
           05  RT-ITEM-COUNT         PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-REMINDER-STATUS        PIC XX.
       01  WS-REMINDER-FILE-NAME     PIC X(40).
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

      * Lead time in business days; positional argument 1 overrides.
       01  WS-LEAD-ARG               PIC X(10) VALUE SPACES.
       01  WS-LEAD-DAYS              PIC S9(3) COMP-3 VALUE 3.
       01  WS-LEAD-COUNT             PIC S9(3) COMP-3.
       01  WS-LEAD-DATE              PIC 9(8).
       01  WS-DATE-INTEGER           PIC S9(9) COMP-3.

      * BUSINESS-DAY-CALC call, to walk the lead date forward.
       01  WS-IS-BUSINESS-DAY        PIC X(1).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BDC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BDC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BDC-OPERATION.
       01  WS-BDC-RESULT             PIC X(10).

      * The business date comes from the PROCESSING-DATE control
      * record.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

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

       01  WS-CHANNEL                PIC X(5).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-REMINDERS-SENT         PIC 9(7) VALUE 0.
       01  WS-AUTOPAY-COUNT          PIC 9(7) VALUE 0.
       01  WS-WITHHELD-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-CONTACT-COUNT       PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * CUSTOMER-MASTER call: delivery preference, contact consent and
      * the phone an SMS goes to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-ACTIVE      BY WS-CUST-ACTIVE
                     PFX-CUST-DELIVERY    BY WS-CUST-DELIVERY
                     PFX-CUST-DECEASED-DATE BY WS-CUST-DECEASED-DATE
                     PFX-CUST-DO-NOT-CONTACT BY WS-CUST-DO-NOT-CONTACT
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

      * PII-MASK call: the name is handed over labeled the way the
      * masking table knows it, and comes back as its partial value.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PM-OPERATION-DATA
                     PFX-OPERATION      BY WS-PM-OPERATION.
       01  WS-MASK-TEXT              PIC X(10000).
       01  WS-PM-RESULT              PIC X(10).

      * CONTACT-HISTORY call: one REMIND entry per reminder sent.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CN-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CN-OPERATION-DATA
                     PFX-OPERATION      BY WS-CN-OPERATION.
       COPY "contact-record.cob"
           REPLACING PFX-CH-CONTACT-TYPE BY WS-CH-CONTACT-TYPE
                     PFX-CH-OPERATOR     BY WS-CH-OPERATOR
                     PFX-CH-NOTE         BY WS-CH-NOTE
                     PFX-CONTACT-RECORD  BY WS-CONTACT-RECORD.
       01  WS-CN-RESULT              PIC X(10).

      * BANKRUPTCY-MASTER call: a borrower under the automatic stay
      * is not contacted about the debt.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BK-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BK-OPERATION-DATA
                     PFX-OPERATION      BY WS-BK-OPERATION.
       01  WS-BK-CUSTOMER-ID         PIC X(10).
       COPY "bankruptcy-record.cob"
           REPLACING PFX-BK-FILING-DATE  BY WS-BK-FILING-DATE
                     PFX-BK-CLOSE-DATE   BY WS-BK-CLOSE-DATE
                     PFX-BK-DISPOSITION  BY WS-BK-DISPOSITION
                     PFX-BANKRUPTCY-RECORD BY WS-BANKRUPTCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-BK-RESULT
                     PFX-RESULT-SUCCESS BY WS-BK-RESULT-SUCCESS.
       01  WS-STAY-SWITCH            PIC X(1) VALUE "N".
           88  WS-STAY-ACTIVE                VALUE "Y".

      * Job log run-id header/trailer; the run-id rides in the vendor
      * file header so a batch of messages traces back to its run.
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
           DISPLAY "CodeUChain COBOL - Pre-Due Payment Reminders"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM COMPUTE-LEAD-DATE
           DISPLAY "Lead: " WS-LEAD-DAYS " business days, due through "
                   WS-LEAD-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-ACTIVE-ENROLLMENTS
           IF NOT WS-ENROLLMENTS-LOADED
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM OPEN-I-O-LOAN-WITH-RETRY
               IF FILE-STATUS = "00"
                   PERFORM OPEN-REMINDER-FILE
                   PERFORM READ-NEXT-LOAN
                   PERFORM REVIEW-ONE-LOAN
                       UNTIL WS-END-OF-FILE
                   PERFORM CLOSE-REMINDER-FILE
                   CLOSE LOAN-FILE
                   IF WS-FAILURE-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   IF FILE-STATUS-BUSY
                       DISPLAY "PAYMENT-REMINDERS: Gave up waiting "
                               "for file lock"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "PAYMENT-REMINDERS: Unable to open "
                               "loan_master.dat, status "
                               FILE-STATUS " -- no reminders sent"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Reminders sent: " WS-REMINDERS-SENT
           DISPLAY "On autopay: " WS-AUTOPAY-COUNT
               " Withheld: " WS-WITHHELD-COUNT
               " Do not contact / unreachable: " WS-NO-CONTACT-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * lead time in business days.                                    *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-LEAD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-LEAD-ARG NOT = SPACES
               COMPUTE WS-LEAD-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LEAD-ARG))
           END-IF
           IF WS-LEAD-DAYS < 1 OR WS-LEAD-DAYS > 30
               DISPLAY "PAYMENT-REMINDERS: Lead of " WS-LEAD-ARG
                       " business days is out of range; using 3"
               MOVE 3 TO WS-LEAD-DAYS
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-LEAD-DATE - one calendar day past the business date,   *
      * rolled to a business day, once per day of lead.                *
      *----------------------------------------------------------------*
       COMPUTE-LEAD-DATE.
           MOVE WS-RUN-DATE TO WS-LEAD-DATE
           MOVE 0 TO WS-LEAD-COUNT
           PERFORM ADVANCE-ONE-BUSINESS-DAY
               UNTIL WS-LEAD-COUNT >= WS-LEAD-DAYS.

       ADVANCE-ONE-BUSINESS-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LEAD-DATE) + 1
           COMPUTE WS-LEAD-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE 17 TO WS-BDC-OPERATION-LEN
           MOVE "NEXT-BUSINESS-DAY" TO WS-BDC-OPERATION-DATA
           CALL "BUSINESS-DAY-CALC" USING
               WS-BDC-OPERATION,
               WS-LEAD-DATE,
               WS-IS-BUSINESS-DAY,
               WS-BDC-RESULT
           ADD 1 TO WS-LEAD-COUNT.

      *----------------------------------------------------------------*
      * LOAD-ACTIVE-ENROLLMENTS - every loan number on the enrollment  *
      * file whose row is not cancelled.                               *
      *----------------------------------------------------------------*
       LOAD-ACTIVE-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "PAYMENT-REMINDERS: Unable to open "
                       "autopay_enrollment.dat, status "
                       WS-ENROLLMENT-STATUS " -- no reminders sent"
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
                       DISPLAY "PAYMENT-REMINDERS: Enrollment table "
                               "full -- no reminders sent"
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

       OPEN-REMINDER-FILE.
           MOVE SPACES TO WS-REMINDER-FILE-NAME
           STRING "payment_reminders." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-REMINDER-FILE-NAME
           END-STRING
           OPEN OUTPUT REMINDER-FILE
           MOVE SPACES TO REMINDER-HEADER-RECORD
           MOVE "H" TO RH-RECORD-TYPE
           MOVE WS-RUN-DATE TO RH-FILE-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-LEAD-DAYS TO RH-LEAD-DAYS
           WRITE REMINDER-RECORD FROM REMINDER-HEADER-RECORD.

       CLOSE-REMINDER-FILE.
           MOVE SPACES TO REMINDER-TRAILER-RECORD
           MOVE "T" TO RT-RECORD-TYPE
           MOVE WS-REMINDERS-SENT TO RT-ITEM-COUNT
           WRITE REMINDER-RECORD FROM REMINDER-TRAILER-RECORD
           CLOSE REMINDER-FILE.

      *----------------------------------------------------------------*
      * REVIEW-ONE-LOAN - an ACTIVE loan due inside the lead window    *
      * and not yet reminded for that due date is reminded unless it   *
      * is on autopay, withheld, or its borrower can't or mustn't be   *
      * contacted.                                                     *
      *----------------------------------------------------------------*
       REVIEW-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-REMINDER-DUE IS NOT NUMERIC
               MOVE 0 TO LOAN-REMINDER-DUE
           END-IF
           IF LOAN-STATUS = "ACTIVE"
                   AND LOAN-NEXT-DUE-DATE IS NUMERIC
                   AND LOAN-NEXT-DUE-DATE > WS-RUN-DATE
                   AND LOAN-NEXT-DUE-DATE <= WS-LEAD-DATE
                   AND LOAN-REMINDER-DUE NOT = LOAN-NEXT-DUE-DATE
               PERFORM CHECK-LOAN-ENROLLED
               PERFORM CHECK-BANKRUPTCY-STAY
               EVALUATE TRUE
                   WHEN WS-LOAN-ENROLLED
                       ADD 1 TO WS-AUTOPAY-COUNT
                   WHEN LOAN-DECEASED-FLAG = "Y"
                   WHEN LOAN-AGENCY-ID NOT = SPACES
                   WHEN WS-STAY-ACTIVE
                       ADD 1 TO WS-WITHHELD-COUNT
                   WHEN OTHER
                       PERFORM REMIND-ONE-BORROWER
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
      * CHECK-BANKRUPTCY-STAY - the borrower's case on BANKRUPTCY-     *
      * MASTER; the stay holds from the filing date until the case     *
      * closes -- the same test every collection batch applies.        *
      *----------------------------------------------------------------*
       CHECK-BANKRUPTCY-STAY.
           MOVE "N" TO WS-STAY-SWITCH
           IF LOAN-CUSTOMER-ID NOT = SPACES
               MOVE LOAN-CUSTOMER-ID TO WS-BK-CUSTOMER-ID
               MOVE SPACES TO WS-BANKRUPTCY-RECORD
               MOVE 3 TO WS-BK-OPERATION-LEN
               MOVE "GET" TO WS-BK-OPERATION-DATA
               CALL "BANKRUPTCY-MASTER" USING
                   WS-BK-OPERATION, WS-BK-CUSTOMER-ID,
                   WS-BANKRUPTCY-RECORD, WS-BK-RESULT
               IF WS-BK-RESULT-SUCCESS
                       AND WS-BK-FILING-DATE <= WS-RUN-DATE
                       AND (WS-BK-DISPOSITION = SPACES
                            OR WS-BK-CLOSE-DATE > WS-RUN-DATE)
                   MOVE "Y" TO WS-STAY-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REMIND-ONE-BORROWER - the customer's consent and delivery      *
      * preference pick the channel (or rule the reminder out); a      *
      * reminder written is logged to contact history and stamped on   *
      * the loan.                                                      *
      *----------------------------------------------------------------*
       REMIND-ONE-BORROWER.
           MOVE LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF WS-CUST-DECEASED-DATE IS NOT NUMERIC
               MOVE 0 TO WS-CUST-DECEASED-DATE
           END-IF

           MOVE SPACES TO WS-CHANNEL
           EVALUATE TRUE
               WHEN NOT WS-CM-RESULT-SUCCESS
               WHEN WS-CUST-ACTIVE = "N"
               WHEN WS-CUST-DECEASED-DATE > 0
               WHEN WS-CUST-DO-NOT-CONTACT = "Y"
                   CONTINUE
               WHEN WS-CUST-DELIVERY = "E"
                   MOVE "EMAIL" TO WS-CHANNEL
               WHEN WS-CUST-PHONE NOT = SPACES
                   MOVE "SMS" TO WS-CHANNEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CHANNEL = SPACES
               ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
               PERFORM WRITE-REMINDER-ITEM
               PERFORM LOG-REMINDER-CONTACT
               MOVE LOAN-NEXT-DUE-DATE TO LOAN-REMINDER-DUE
               REWRITE LOAN-FILE-RECORD
               IF FILE-STATUS NOT = "00"
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "PAYMENT-REMINDERS: Rewrite failed for "
                           LOAN-NUMBER ", status " FILE-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-REMINDER-ITEM - the vendor's detail item: the phone only *
      * when the message goes by SMS, and the name masked to its       *
      * partial value by PII-MASK.                                     *
      *----------------------------------------------------------------*
       WRITE-REMINDER-ITEM.
           MOVE SPACES TO WS-MASK-TEXT
           STRING "Customer Name: " DELIMITED BY SIZE
                   WS-CUST-NAME DELIMITED BY SIZE
               INTO WS-MASK-TEXT
           END-STRING
           MOVE 4 TO WS-PM-OPERATION-LEN
           MOVE "MASK" TO WS-PM-OPERATION-DATA
           CALL "PII-MASK" USING
               WS-PM-OPERATION, WS-MASK-TEXT, WS-PM-RESULT

           MOVE SPACES TO REMINDER-DETAIL-RECORD
           MOVE "D" TO RD-RECORD-TYPE
           MOVE WS-CHANNEL TO RD-CHANNEL
           MOVE LOAN-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE LOAN-NUMBER TO RD-LOAN-NUMBER
           MOVE LOAN-NEXT-DUE-DATE TO RD-DUE-DATE
           IF WS-CHANNEL = "SMS"
               MOVE WS-CUST-PHONE TO RD-PHONE
           END-IF
           MOVE WS-MASK-TEXT(16:30) TO RD-MASKED-NAME
           WRITE REMINDER-RECORD FROM REMINDER-DETAIL-RECORD
           ADD 1 TO WS-REMINDERS-SENT.

       LOG-REMINDER-CONTACT.
           MOVE SPACES TO WS-CONTACT-RECORD
           MOVE "REMIND" TO WS-CH-CONTACT-TYPE
           MOVE "BATCH" TO WS-CH-OPERATOR
           STRING "Pre-due payment reminder by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHANNEL) DELIMITED BY SIZE
                   " for loan " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
                   ", due " DELIMITED BY SIZE
                   LOAN-NEXT-DUE-DATE DELIMITED BY SIZE
               INTO WS-CH-NOTE
           END-STRING

           MOVE 6 TO WS-CN-OPERATION-LEN
           MOVE "APPEND" TO WS-CN-OPERATION-DATA
           CALL "CONTACT-HISTORY" USING
               WS-CN-OPERATION, WS-CUSTOMER-ID, WS-CONTACT-RECORD,
               WS-CN-RESULT
           IF WS-CN-RESULT NOT = "SUCCESS"
               DISPLAY "PAYMENT-REMINDERS: Contact note not recorded "
                       "for " WS-CUSTOMER-ID " (" WS-CN-RESULT ")"
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
                   " reminders=" DELIMITED BY SIZE
                   WS-REMINDERS-SENT DELIMITED BY SIZE
                   " autopay=" DELIMITED BY SIZE
                   WS-AUTOPAY-COUNT DELIMITED BY SIZE
                   " withheld=" DELIMITED BY SIZE
                   WS-WITHHELD-COUNT DELIMITED BY SIZE
                   " no-contact=" DELIMITED BY SIZE
                   WS-NO-CONTACT-COUNT DELIMITED BY SIZE
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

       END PROGRAM PAYMENT-REMINDERS.
