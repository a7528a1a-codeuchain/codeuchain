      *================================================================*
      * CodeUChain COBOL Batch - Customer Data Anonymization           *
      *                                                                *
      * Privacy retention for closed relationships: a deactivated      *
      * customer (active flag "N") whose every loan, as borrower or    *
      * co-borrower, had its journal moved off by TXN-ARCHIVE longer   *
      * ago than the retention period, and who is not under legal      *
      * hold, has the personal data on file replaced by anonymized     *
      * tokens. Every key is kept -- the customer id, the contact      *
      * trail's id and sequence, the loans and their journals -- so    *
      * the financial history still ties out; only what identifies     *
      * the person goes:                                               *
      *                                                                *
      *   customer_master.dat - the name becomes the token ANON-<id>;  *
      *       phone, mailing address, taxpayer id, date of death and   *
      *       the estate contact block are cleared; the record is      *
      *       stamped with the business date it was anonymized.        *
      *   contact_history.dat - every note on the customer's trail is  *
      *       replaced; the date, contact type and operator stay.      *
      *   app_status.dat - the lifecycle records of the renewals of    *
      *       the customer's loans (reference run date + "RN" + loan   *
      *       number) carry the token in place of the link name.       *
      *                                                                *
      * The three files are rewritten in place here rather than        *
      * through CUSTOMER-MASTER, whose before image would copy the     *
      * very data being erased into audit_image.dat. The customer is   *
      * stamped last, so one whose contact or status records could not *
      * all be rewritten is picked up again by the next run.           *
      *                                                                *
      * Positional argument 1 is the retention period in months after  *
      * the archive (default 84). A deactivated customer with no loans *
      * on file has no archive to count from and is left alone.        *
      *                                                                *
      * customer_erasure.rpt is the certificate of erasure: each       *
      * customer anonymized, the token that replaced them, the records *
      * rewritten in each file, and the run's totals.                  *
      *                                                                *
      * Return codes: 0 clean, 8 a customer could not be anonymized,   *
      * 16 the customer master could not be opened.                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ANONYMIZATION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contact_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO "app_status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT ERASURE-REPORT-FILE
               ASSIGN TO "customer_erasure.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05  CUSTOMER-ID            PIC X(10).
           COPY "customer-record.cob"
               REPLACING PFX-CUST-NAME        BY CUSTOMER-NAME
                         PFX-CUST-PHONE       BY CUSTOMER-PHONE
                         PFX-CUST-ACTIVE      BY CUSTOMER-ACTIVE
                         PFX-CUST-ADDR-LINE-1 BY CUSTOMER-ADDR-LINE-1
                         PFX-CUST-ADDR-LINE-2 BY CUSTOMER-ADDR-LINE-2
                         PFX-CUST-CITY        BY CUSTOMER-CITY
                         PFX-CUST-STATE       BY CUSTOMER-STATE
                         PFX-CUST-ZIP         BY CUSTOMER-ZIP
                         PFX-CUST-DECEASED-DATE BY
                             CUSTOMER-DECEASED-DATE
                         PFX-CUST-ESTATE-NAME BY CUSTOMER-ESTATE-NAME
                         PFX-CUST-ESTATE-ADDR-1 BY
                             CUSTOMER-ESTATE-ADDR-1
                         PFX-CUST-ESTATE-ADDR-2 BY
                             CUSTOMER-ESTATE-ADDR-2
                         PFX-CUST-ESTATE-CITY BY CUSTOMER-ESTATE-CITY
                         PFX-CUST-ESTATE-STATE BY
                             CUSTOMER-ESTATE-STATE
                         PFX-CUST-ESTATE-ZIP  BY CUSTOMER-ESTATE-ZIP
                         PFX-CUST-TAX-ID      BY CUSTOMER-TAX-ID
                         PFX-CUST-LEGAL-HOLD  BY CUSTOMER-LEGAL-HOLD
                         PFX-CUST-ANON-DATE   BY CUSTOMER-ANON-DATE
                         PFX-CUSTOMER-RECORD  BY CUSTOMER-MASTER-FIELDS.

       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID    BY LOAN-CUSTOMER-ID
                         PFX-LOAN-CO-BORROWER-ID BY
                             LOAN-CO-BORROWER-ID
                         PFX-LOAN-ARCHIVED-DATE  BY LOAN-ARCHIVED-DATE
                         PFX-LOAN-RECORD         BY LOAN-MASTER-FIELDS.

       FD  CONTACT-FILE.
       01  CONTACT-FILE-RECORD.
           05  CH-KEY.
               10  CH-CUSTOMER-ID     PIC X(10).
               10  CH-SEQUENCE        PIC 9(5).
           COPY "contact-record.cob"
               REPLACING PFX-CH-NOTE         BY CH-NOTE
                         PFX-CONTACT-RECORD  BY CH-CONTACT-FIELDS.

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  ST-KEY.
               10  ST-REFERENCE-ID    PIC X(20).
               10  ST-SEQUENCE        PIC 9(4).
           COPY "app-status-record.cob"
               REPLACING PFX-ST-LINK-NAME      BY ST-LINK-NAME
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
           05  ST-CHAIN-VERSION       PIC X(4).

       FD  ERASURE-REPORT-FILE.
       01  ERASURE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS   PIC XX.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-CONTACT-FILE-STATUS    PIC XX.
       01  WS-STATUS-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-CUST-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-CUST-AT-EOF                VALUE "Y".
       01  WS-LOAN-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-LOAN-AT-EOF                VALUE "Y".
       01  WS-CONTACT-EOF-SWITCH     PIC X(1).
           88  WS-CONTACT-AT-EOF             VALUE "Y".
       01  WS-STATUS-EOF-SWITCH      PIC X(1) VALUE "N".
           88  WS-STATUS-AT-EOF              VALUE "Y".
       01  WS-MASTER-SWITCH          PIC X(1) VALUE "Y".
           88  WS-MASTER-OPENED              VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-CANDIDATE-FOUND            VALUE "Y".

       01  WS-MONTHS-ARG             PIC X(5) VALUE SPACES.
       01  WS-RETENTION-MONTHS       PIC 9(3) VALUE 84.

      * The cutoff is the business date less the retention period in
      * calendar months, on the 28th at the latest so it is always a
      * real date; a loan archived on or before it has served out its
      * retention.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
           05  WS-RUN-DD             PIC 9(2).
       01  WS-CUTOFF-DATE            PIC 9(8).
       01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY        PIC 9(4).
           05  WS-CUTOFF-MM          PIC 9(2).
           05  WS-CUTOFF-DD          PIC 9(2).
       01  WS-MONTH-COUNT            PIC S9(7) COMP-3.

      * Every deactivated customer not under hold and not yet
      * anonymized, collected in one pass over the master in id order.
      * The loan pass counts each one's loans and notes any not yet
      * past retention; what is left eligible is anonymized.
       01  WS-CAND-MAX               PIC S9(4) COMP VALUE 5000.
       01  WS-CAND-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CAND-IDX.
               10  WS-CAND-ID            PIC X(10).
               10  WS-CAND-STATE         PIC X(1).
                   88  WS-CAND-OPEN              VALUE "O".
                   88  WS-CAND-RETAINED          VALUE "R".
                   88  WS-CAND-NO-LOANS          VALUE "N".
                   88  WS-CAND-ELIGIBLE          VALUE "E".
                   88  WS-CAND-FAILED            VALUE "F".
                   88  WS-CAND-ANONYMIZED        VALUE "A".
               10  WS-CAND-LOANS         PIC 9(3).
               10  WS-CAND-LAST-ARCHIVED PIC 9(8).
               10  WS-CAND-CONTACTS      PIC 9(5).
               10  WS-CAND-STATUSES      PIC 9(5).
               10  WS-CAND-NOTE          PIC X(40).

      * The candidates' loans, kept to find their renewal references
      * on app_status.dat.
       01  WS-CLOAN-MAX              PIC S9(4) COMP VALUE 9000.
       01  WS-CLOAN-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-CLOAN-TABLE.
           05  WS-CLOAN-ENTRY OCCURS 9000 TIMES
                   INDEXED BY WS-CLOAN-IDX.
               10  WS-CLOAN-NUMBER       PIC X(10).
               10  WS-CLOAN-CAND-SLOT    PIC S9(4) COMP.
               10  WS-CLOAN-ELIGIBLE     PIC X(1).

       01  WS-FIND-ID                PIC X(10).
       01  WS-CAND-SLOT              PIC S9(4) COMP.
       01  WS-ANON-TOKEN             PIC X(30).
       01  WS-ANON-NOTE              PIC X(120).
       01  WS-ONE-ARCHIVED-DATE      PIC 9(8).

       01  WS-INACTIVE-COUNT         PIC 9(7) VALUE 0.
       01  WS-HOLD-COUNT             PIC 9(7) VALUE 0.
       01  WS-PRIOR-ANON-COUNT       PIC 9(7) VALUE 0.
       01  WS-NO-LOANS-COUNT         PIC 9(7) VALUE 0.
       01  WS-RETAINED-COUNT         PIC 9(7) VALUE 0.
       01  WS-ANONYMIZED-COUNT       PIC 9(7) VALUE 0.
       01  WS-CONTACTS-REWRITTEN     PIC 9(7) VALUE 0.
       01  WS-STATUSES-REWRITTEN     PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * The business date comes from the PROCESSING-DATE control
      * record, the date each anonymized customer is stamped with.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Job log run-id header/trailer.
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
           DISPLAY "CodeUChain COBOL - Customer Data Anonymization"
           DISPLAY "=========================================="

           PERFORM READ-COMMAND-LINE-PARAMETERS

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           PERFORM COMPUTE-RETENTION-CUTOFF
           DISPLAY "Business date: " WS-RUN-DATE
           DISPLAY "Retention months: " WS-RETENTION-MONTHS
               " -- archived on or before " WS-CUTOFF-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-CANDIDATES
           IF WS-MASTER-OPENED
               IF WS-CAND-COUNT > 0
                   PERFORM MATCH-CANDIDATE-LOANS
                   PERFORM JUDGE-ONE-CANDIDATE
                       VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   PERFORM MARK-ONE-ELIGIBLE-LOAN
                       VARYING WS-CLOAN-IDX FROM 1 BY 1
                       UNTIL WS-CLOAN-IDX > WS-CLOAN-COUNT
                   PERFORM ERASE-CONTACT-NOTES
                   PERFORM ERASE-STATUS-LINKS
                   PERFORM ANONYMIZE-CUSTOMERS
               END-IF
               PERFORM WRITE-ERASURE-CERTIFICATE
           END-IF

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Deactivated customers: " WS-INACTIVE-COUNT
               " Legal hold: " WS-HOLD-COUNT
               " Anonymized earlier: " WS-PRIOR-ANON-COUNT
           DISPLAY "No loans: " WS-NO-LOANS-COUNT
               " Within retention: " WS-RETAINED-COUNT
           DISPLAY "Anonymized: " WS-ANONYMIZED-COUNT
               " Contact notes: " WS-CONTACTS-REWRITTEN
               " Status records: " WS-STATUSES-REWRITTEN
           DISPLAY "Failures: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTHS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MONTHS-ARG NOT = SPACES
               COMPUTE WS-RETENTION-MONTHS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-MONTHS-ARG))
           END-IF.

       COMPUTE-RETENTION-CUTOFF.
           COMPUTE WS-MONTH-COUNT =
               (WS-RUN-YYYY * 12) + WS-RUN-MM - 1
                   - WS-RETENTION-MONTHS
           COMPUTE WS-CUTOFF-YYYY = WS-MONTH-COUNT / 12
           COMPUTE WS-CUTOFF-MM =
               WS-MONTH-COUNT - (WS-CUTOFF-YYYY * 12) + 1
           MOVE WS-RUN-DD TO WS-CUTOFF-DD
           IF WS-CUTOFF-DD > 28
               MOVE 28 TO WS-CUTOFF-DD
           END-IF.

       SET-RUN-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-OPENED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FAILURE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LOAD-CANDIDATES - one pass over the master for the deactivated *
      * customers; those under legal hold or already anonymized are    *
      * counted and passed over.                                       *
      *----------------------------------------------------------------*
       LOAD-CANDIDATES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-SWITCH
               DISPLAY "CUSTOMER-ANONYMIZATION: Unable to open "
                       "customer_master.dat, status "
                       WS-CUSTOMER-FILE-STATUS
           ELSE
               PERFORM READ-NEXT-CUSTOMER
               PERFORM LOAD-ONE-CANDIDATE
                   UNTIL WS-CUST-AT-EOF
               CLOSE CUSTOMER-FILE
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CUST-EOF-SWITCH
           END-READ.

       LOAD-ONE-CANDIDATE.
           IF CUSTOMER-ANON-DATE IS NOT NUMERIC
               MOVE 0 TO CUSTOMER-ANON-DATE
           END-IF
           IF CUSTOMER-ACTIVE = "N"
               ADD 1 TO WS-INACTIVE-COUNT
               EVALUATE TRUE
                   WHEN CUSTOMER-ANON-DATE > 0
                       ADD 1 TO WS-PRIOR-ANON-COUNT
                   WHEN CUSTOMER-LEGAL-HOLD = "Y"
                       ADD 1 TO WS-HOLD-COUNT
                   WHEN WS-CAND-COUNT < WS-CAND-MAX
                       ADD 1 TO WS-CAND-COUNT
                       SET WS-CAND-IDX TO WS-CAND-COUNT
                       INITIALIZE WS-CAND-ENTRY(WS-CAND-IDX)
                       MOVE CUSTOMER-ID TO WS-CAND-ID(WS-CAND-IDX)
                       MOVE "O" TO WS-CAND-STATE(WS-CAND-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-FAILURE-COUNT
                       DISPLAY "CUSTOMER-ANONYMIZATION: Candidate "
                               "table full, not considered: "
                               CUSTOMER-ID
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-CUSTOMER.

      *----------------------------------------------------------------*
      * MATCH-CANDIDATE-LOANS - one pass over the loan master; a loan  *
      * counts against its borrower and its co-borrower. A loan not    *
      * archived, or archived after the cutoff, keeps its customers'   *
      * data on file for now.                                          *
      *----------------------------------------------------------------*
       MATCH-CANDIDATE-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-ANONYMIZATION: No loan master ("
                       WS-LOAN-FILE-STATUS ") -- no loan counted"
           ELSE
               PERFORM READ-NEXT-LOAN
               PERFORM MATCH-ONE-LOAN
                   UNTIL WS-LOAN-AT-EOF
               CLOSE LOAN-FILE
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

       MATCH-ONE-LOAN.
           IF LOAN-ARCHIVED-DATE IS NUMERIC
               MOVE LOAN-ARCHIVED-DATE TO WS-ONE-ARCHIVED-DATE
           ELSE
               MOVE 0 TO WS-ONE-ARCHIVED-DATE
           END-IF
           MOVE LOAN-CUSTOMER-ID TO WS-FIND-ID
           PERFORM NOTE-LOAN-FOR-CANDIDATE
           IF LOAN-CO-BORROWER-ID NOT = SPACES
                   AND LOAN-CO-BORROWER-ID NOT = LOAN-CUSTOMER-ID
               MOVE LOAN-CO-BORROWER-ID TO WS-FIND-ID
               PERFORM NOTE-LOAN-FOR-CANDIDATE
           END-IF
           PERFORM READ-NEXT-LOAN.

       NOTE-LOAN-FOR-CANDIDATE.
           PERFORM FIND-CANDIDATE
           IF WS-CANDIDATE-FOUND
               ADD 1 TO WS-CAND-LOANS(WS-CAND-IDX)
               IF WS-ONE-ARCHIVED-DATE = 0
                       OR WS-ONE-ARCHIVED-DATE > WS-CUTOFF-DATE
                   MOVE "R" TO WS-CAND-STATE(WS-CAND-IDX)
               END-IF
               IF WS-ONE-ARCHIVED-DATE
                       > WS-CAND-LAST-ARCHIVED(WS-CAND-IDX)
                   MOVE WS-ONE-ARCHIVED-DATE
                       TO WS-CAND-LAST-ARCHIVED(WS-CAND-IDX)
               END-IF
               PERFORM KEEP-CANDIDATE-LOAN
           END-IF.

       FIND-CANDIDATE.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-CAND-IDX TO 1
           SEARCH WS-CAND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAND-IDX > WS-CAND-COUNT
                   CONTINUE
               WHEN WS-CAND-ID(WS-CAND-IDX) = WS-FIND-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH.

      *----------------------------------------------------------------*
      * KEEP-CANDIDATE-LOAN - a candidate whose loan cannot be kept    *
      * for the status pass is held back from anonymizing, so no       *
      * renewal record of theirs is left behind unmarked.              *
      *----------------------------------------------------------------*
       KEEP-CANDIDATE-LOAN.
           IF WS-CLOAN-COUNT < WS-CLOAN-MAX
               ADD 1 TO WS-CLOAN-COUNT
               SET WS-CLOAN-IDX TO WS-CLOAN-COUNT
               MOVE LOAN-NUMBER TO WS-CLOAN-NUMBER(WS-CLOAN-IDX)
               SET WS-CAND-SLOT TO WS-CAND-IDX
               MOVE WS-CAND-SLOT TO WS-CLOAN-CAND-SLOT(WS-CLOAN-IDX)
               MOVE "N" TO WS-CLOAN-ELIGIBLE(WS-CLOAN-IDX)
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               MOVE "F" TO WS-CAND-STATE(WS-CAND-IDX)
               MOVE "Loan table full -- rerun"
                   TO WS-CAND-NOTE(WS-CAND-IDX)
           END-IF.

       JUDGE-ONE-CANDIDATE.
           EVALUATE TRUE
               WHEN WS-CAND-FAILED(WS-CAND-IDX)
                   CONTINUE
               WHEN WS-CAND-LOANS(WS-CAND-IDX) = 0
                   MOVE "N" TO WS-CAND-STATE(WS-CAND-IDX)
                   ADD 1 TO WS-NO-LOANS-COUNT
               WHEN WS-CAND-RETAINED(WS-CAND-IDX)
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN OTHER
                   MOVE "E" TO WS-CAND-STATE(WS-CAND-IDX)
           END-EVALUATE.

       MARK-ONE-ELIGIBLE-LOAN.
           SET WS-CAND-IDX TO WS-CLOAN-CAND-SLOT(WS-CLOAN-IDX)
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
               MOVE "Y" TO WS-CLOAN-ELIGIBLE(WS-CLOAN-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * ERASE-CONTACT-NOTES - each eligible customer's trail, from its *
      * first sequence on, gets the erasure note in place of what was  *
      * written; the trail's keys, dates and contact types stay.       *
      *----------------------------------------------------------------*
       ERASE-CONTACT-NOTES.
           MOVE SPACES TO WS-ANON-NOTE
           STRING "Anonymized " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " -- retention period ended" DELIMITED BY SIZE
               INTO WS-ANON-NOTE
           END-STRING
           OPEN I-O CONTACT-FILE
           EVALUATE WS-CONTACT-FILE-STATUS
               WHEN "00"
                   PERFORM ERASE-CUSTOMER-CONTACTS
                       VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   CLOSE CONTACT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CUSTOMER-ANONYMIZATION: Unable to open "
                           "contact_history.dat, status "
                           WS-CONTACT-FILE-STATUS
                   PERFORM FAIL-ELIGIBLE-CANDIDATES
           END-EVALUATE.

       ERASE-CUSTOMER-CONTACTS.
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
               MOVE "N" TO WS-CONTACT-EOF-SWITCH
               MOVE WS-CAND-ID(WS-CAND-IDX) TO CH-CUSTOMER-ID
               MOVE 0 TO CH-SEQUENCE
               START CONTACT-FILE
                   KEY IS NOT LESS THAN CH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CONTACT-EOF-SWITCH
               END-START
               PERFORM ERASE-ONE-CONTACT
                   UNTIL WS-CONTACT-AT-EOF
           END-IF.

       ERASE-ONE-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CONTACT-EOF-SWITCH
           END-READ
           IF NOT WS-CONTACT-AT-EOF
               IF CH-CUSTOMER-ID NOT = WS-CAND-ID(WS-CAND-IDX)
                   MOVE "Y" TO WS-CONTACT-EOF-SWITCH
               ELSE
                   MOVE WS-ANON-NOTE TO CH-NOTE
                   REWRITE CONTACT-FILE-RECORD
                   IF WS-CONTACT-FILE-STATUS = "00"
                       ADD 1 TO WS-CAND-CONTACTS(WS-CAND-IDX)
                       ADD 1 TO WS-CONTACTS-REWRITTEN
                   ELSE
                       PERFORM FAIL-CONTACT-REWRITE
                   END-IF
               END-IF
           END-IF.

       FAIL-CONTACT-REWRITE.
           ADD 1 TO WS-FAILURE-COUNT
           MOVE "F" TO WS-CAND-STATE(WS-CAND-IDX)
           MOVE SPACES TO WS-CAND-NOTE(WS-CAND-IDX)
           STRING "Contact rewrite failed, status " DELIMITED BY SIZE
                   WS-CONTACT-FILE-STATUS DELIMITED BY SIZE
               INTO WS-CAND-NOTE(WS-CAND-IDX)
           END-STRING
           MOVE "Y" TO WS-CONTACT-EOF-SWITCH.

      *----------------------------------------------------------------*
      * FAIL-ELIGIBLE-CANDIDATES - a file that cannot be opened I-O    *
      * holds every eligible customer back to the next run.            *
      *----------------------------------------------------------------*
       FAIL-ELIGIBLE-CANDIDATES.
           PERFORM FAIL-ONE-ELIGIBLE-CANDIDATE
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT.

       FAIL-ONE-ELIGIBLE-CANDIDATE.
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
               ADD 1 TO WS-FAILURE-COUNT
               MOVE "F" TO WS-CAND-STATE(WS-CAND-IDX)
               MOVE "Journal file not open -- rerun"
                   TO WS-CAND-NOTE(WS-CAND-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * ERASE-STATUS-LINKS - one pass over app_status.dat for renewal  *
      * references (run date + "RN" + loan number) naming an eligible  *
      * customer's loan; the token replaces the link name, the stage,  *
      * result and timestamps stay.                                    *
      *----------------------------------------------------------------*
       ERASE-STATUS-LINKS.
           OPEN I-O STATUS-FILE
           EVALUATE WS-STATUS-FILE-STATUS
               WHEN "00"
                   PERFORM READ-NEXT-STATUS
                   PERFORM ERASE-ONE-STATUS-LINK
                       UNTIL WS-STATUS-AT-EOF
                   CLOSE STATUS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CUSTOMER-ANONYMIZATION: Unable to open "
                           "app_status.dat, status "
                           WS-STATUS-FILE-STATUS
                   PERFORM FAIL-ELIGIBLE-CANDIDATES
           END-EVALUATE.

       READ-NEXT-STATUS.
           READ STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF-SWITCH
           END-READ.

       ERASE-ONE-STATUS-LINK.
           IF ST-REFERENCE-ID(9:2) = "RN"
               MOVE "N" TO WS-FOUND-SWITCH
               SET WS-CLOAN-IDX TO 1
               SEARCH WS-CLOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLOAN-IDX > WS-CLOAN-COUNT
                       CONTINUE
                   WHEN WS-CLOAN-NUMBER(WS-CLOAN-IDX)
                           = ST-REFERENCE-ID(11:10)
                       AND WS-CLOAN-ELIGIBLE(WS-CLOAN-IDX) = "Y"
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-SEARCH
               IF WS-CANDIDATE-FOUND
                   PERFORM ERASE-MATCHED-STATUS-LINK
               END-IF
           END-IF
           PERFORM READ-NEXT-STATUS.

       ERASE-MATCHED-STATUS-LINK.
           SET WS-CAND-IDX TO WS-CLOAN-CAND-SLOT(WS-CLOAN-IDX)
           PERFORM BUILD-ANON-TOKEN
           MOVE WS-ANON-TOKEN TO ST-LINK-NAME
           REWRITE STATUS-RECORD
           IF WS-STATUS-FILE-STATUS = "00"
               ADD 1 TO WS-CAND-STATUSES(WS-CAND-IDX)
               ADD 1 TO WS-STATUSES-REWRITTEN
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               MOVE "F" TO WS-CAND-STATE(WS-CAND-IDX)
               MOVE SPACES TO WS-CAND-NOTE(WS-CAND-IDX)
               STRING "Status rewrite failed, status "
                           DELIMITED BY SIZE
                       WS-STATUS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CAND-NOTE(WS-CAND-IDX)
               END-STRING
           END-IF.

       BUILD-ANON-TOKEN.
           MOVE SPACES TO WS-ANON-TOKEN
           STRING "ANON-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAND-ID(WS-CAND-IDX))
                       DELIMITED BY SIZE
               INTO WS-ANON-TOKEN
           END-STRING.

      *----------------------------------------------------------------*
      * ANONYMIZE-CUSTOMERS - last, so the stamp means every file was  *
      * done. The record is read again under lock and skipped if it    *
      * was reactivated or put under hold since the candidate pass.    *
      *----------------------------------------------------------------*
       ANONYMIZE-CUSTOMERS.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-ANONYMIZATION: Unable to open "
                       "customer_master.dat I-O, status "
                       WS-CUSTOMER-FILE-STATUS
               PERFORM FAIL-ELIGIBLE-CANDIDATES
           ELSE
               PERFORM ANONYMIZE-ONE-CUSTOMER
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               CLOSE CUSTOMER-FILE
           END-IF.

       ANONYMIZE-ONE-CUSTOMER.
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
               MOVE WS-CAND-ID(WS-CAND-IDX) TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       ADD 1 TO WS-FAILURE-COUNT
                       MOVE "F" TO WS-CAND-STATE(WS-CAND-IDX)
                       MOVE "No longer on file"
                           TO WS-CAND-NOTE(WS-CAND-IDX)
               END-READ
           END-IF
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
               IF CUSTOMER-ACTIVE NOT = "N"
                       OR CUSTOMER-LEGAL-HOLD = "Y"
                   MOVE "R" TO WS-CAND-STATE(WS-CAND-IDX)
                   MOVE "Reactivated or held during the run"
                       TO WS-CAND-NOTE(WS-CAND-IDX)
                   ADD 1 TO WS-RETAINED-COUNT
               ELSE
                   PERFORM REWRITE-ANONYMIZED-CUSTOMER
               END-IF
           END-IF.

       REWRITE-ANONYMIZED-CUSTOMER.
           PERFORM BUILD-ANON-TOKEN
           MOVE WS-ANON-TOKEN TO CUSTOMER-NAME
           MOVE SPACES TO CUSTOMER-PHONE
           MOVE SPACES TO CUSTOMER-ADDR-LINE-1
           MOVE SPACES TO CUSTOMER-ADDR-LINE-2
           MOVE SPACES TO CUSTOMER-CITY
           MOVE SPACES TO CUSTOMER-STATE
           MOVE SPACES TO CUSTOMER-ZIP
           MOVE 0 TO CUSTOMER-DECEASED-DATE
           MOVE SPACES TO CUSTOMER-ESTATE-NAME
           MOVE SPACES TO CUSTOMER-ESTATE-ADDR-1
           MOVE SPACES TO CUSTOMER-ESTATE-ADDR-2
           MOVE SPACES TO CUSTOMER-ESTATE-CITY
           MOVE SPACES TO CUSTOMER-ESTATE-STATE
           MOVE SPACES TO CUSTOMER-ESTATE-ZIP
           MOVE SPACES TO CUSTOMER-TAX-ID
           MOVE WS-RUN-DATE TO CUSTOMER-ANON-DATE
           REWRITE CUSTOMER-FILE-RECORD
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE "A" TO WS-CAND-STATE(WS-CAND-IDX)
               ADD 1 TO WS-ANONYMIZED-COUNT
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               MOVE "F" TO WS-CAND-STATE(WS-CAND-IDX)
               MOVE SPACES TO WS-CAND-NOTE(WS-CAND-IDX)
               STRING "Customer rewrite failed, status "
                           DELIMITED BY SIZE
                       WS-CUSTOMER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CAND-NOTE(WS-CAND-IDX)
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-ERASURE-CERTIFICATE - the certificate of erasure: one    *
      * line per customer anonymized, or held back by a failure, then  *
      * the run's totals and the attestation.                          *
      *----------------------------------------------------------------*
       WRITE-ERASURE-CERTIFICATE.
           OPEN OUTPUT ERASURE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "CUSTOMER-ANONYMIZATION: Unable to write "
                       "customer_erasure.rpt, status "
                       WS-REPORT-FILE-STATUS
           ELSE
               PERFORM WRITE-CERTIFICATE-HEADINGS
               PERFORM WRITE-CERTIFICATE-DETAIL
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               PERFORM WRITE-CERTIFICATE-TOTALS
               CLOSE ERASURE-REPORT-FILE
           END-IF.

       WRITE-CERTIFICATE-HEADINGS.
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "CERTIFICATE OF ERASURE - CUSTOMER PERSONAL DATA"
                       DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  RUN " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "RETENTION " DELIMITED BY SIZE
                   WS-RETENTION-MONTHS DELIMITED BY SIZE
                   " MONTHS AFTER ARCHIVE -- LOANS ARCHIVED ON OR "
                       DELIMITED BY SIZE
                   "BEFORE " DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE
           MOVE ALL "=" TO ERASURE-REPORT-LINE
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "CUSTOMER   TOKEN            LOANS  LAST ARCHIVED  "
                       DELIMITED BY SIZE
                   "CONTACTS  STATUS RECS  RESULT      NOTE"
                       DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE
           MOVE ALL "-" TO ERASURE-REPORT-LINE
           WRITE ERASURE-REPORT-LINE.

       WRITE-CERTIFICATE-DETAIL.
           IF WS-CAND-ANONYMIZED(WS-CAND-IDX)
                   OR WS-CAND-FAILED(WS-CAND-IDX)
               PERFORM BUILD-ANON-TOKEN
               MOVE SPACES TO ERASURE-REPORT-LINE
               MOVE WS-CAND-ID(WS-CAND-IDX)
                   TO ERASURE-REPORT-LINE(1:10)
               MOVE WS-ANON-TOKEN(1:16) TO ERASURE-REPORT-LINE(12:16)
               MOVE WS-CAND-LOANS(WS-CAND-IDX)
                   TO ERASURE-REPORT-LINE(31:3)
               MOVE WS-CAND-LAST-ARCHIVED(WS-CAND-IDX)
                   TO ERASURE-REPORT-LINE(36:8)
               MOVE WS-CAND-CONTACTS(WS-CAND-IDX)
                   TO ERASURE-REPORT-LINE(51:5)
               MOVE WS-CAND-STATUSES(WS-CAND-IDX)
                   TO ERASURE-REPORT-LINE(61:5)
               IF WS-CAND-ANONYMIZED(WS-CAND-IDX)
                   MOVE "ERASED" TO ERASURE-REPORT-LINE(74:10)
               ELSE
                   MOVE "NOT ERASED" TO ERASURE-REPORT-LINE(74:10)
               END-IF
               MOVE WS-CAND-NOTE(WS-CAND-IDX)
                   TO ERASURE-REPORT-LINE(86:40)
               WRITE ERASURE-REPORT-LINE
           END-IF.

       WRITE-CERTIFICATE-TOTALS.
           MOVE ALL "-" TO ERASURE-REPORT-LINE
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "DEACTIVATED " DELIMITED BY SIZE
                   WS-INACTIVE-COUNT DELIMITED BY SIZE
                   "  LEGAL HOLD " DELIMITED BY SIZE
                   WS-HOLD-COUNT DELIMITED BY SIZE
                   "  ANONYMIZED EARLIER " DELIMITED BY SIZE
                   WS-PRIOR-ANON-COUNT DELIMITED BY SIZE
                   "  NO LOANS " DELIMITED BY SIZE
                   WS-NO-LOANS-COUNT DELIMITED BY SIZE
                   "  WITHIN RETENTION " DELIMITED BY SIZE
                   WS-RETAINED-COUNT DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "ANONYMIZED " DELIMITED BY SIZE
                   WS-ANONYMIZED-COUNT DELIMITED BY SIZE
                   "  CONTACT NOTES " DELIMITED BY SIZE
                   WS-CONTACTS-REWRITTEN DELIMITED BY SIZE
                   "  STATUS RECORDS " DELIMITED BY SIZE
                   WS-STATUSES-REWRITTEN DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   WS-FAILURE-COUNT DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "The personal data of each customer listed ERASED "
                       DELIMITED BY SIZE
                   "was overwritten in customer_master.dat, "
                       DELIMITED BY SIZE
                   "contact_history.dat and app_status.dat;"
                       DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE
           MOVE SPACES TO ERASURE-REPORT-LINE
           STRING "customer ids, loan and journal keys are retained "
                       DELIMITED BY SIZE
                   "so the financial records continue to reconcile."
                       DELIMITED BY SIZE
               INTO ERASURE-REPORT-LINE
           END-STRING
           WRITE ERASURE-REPORT-LINE.

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
                   " retention=" DELIMITED BY SIZE
                   WS-RETENTION-MONTHS DELIMITED BY SIZE
                   " anonymized=" DELIMITED BY SIZE
                   WS-ANONYMIZED-COUNT DELIMITED BY SIZE
                   " failed=" DELIMITED BY SIZE
                   WS-FAILURE-COUNT DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       END PROGRAM CUSTOMER-ANONYMIZATION.
