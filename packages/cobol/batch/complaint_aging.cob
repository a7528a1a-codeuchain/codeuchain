      *================================================================*
      * CodeUChain COBOL Batch - Complaint Aging Report                *
      *                                                                *
      * Weekly list, for compliance and the complaint owners, of every *
      * customer complaint still OPEN on COMPLAINT-MASTER past its     *
      * response deadline as of the business date. Each one is listed  *
      * in case number order with its customer, loan, category, owner, *
      * received and due dates and the days it is overdue; the trailer *
      * counts the open complaints, how many are overdue, and breaks   *
      * the overdue ones into 1-15, 16-30, 31-60 and over 60 days      *
      * late. An open complaint not yet due is counted, not listed,    *
      * and a resolved one is passed over.                             *
      *                                                                *
      * The deadline is the due date COMPLAINT-MAINT set from the      *
      * category's response days when the complaint was logged; a      *
      * complaint is overdue the day after it.                         *
      *                                                                *
      * The report goes to complaint_aging.rpt. Return codes: 0 no     *
      * open complaint is overdue, 4 at least one is (or no complaint  *
      * file on disk yet), 16 the complaint file could not be opened.  *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-AGING.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaint_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COMPLAINT-CASE-NUMBER
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "complaint_aging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-FILE-RECORD.
           05  COMPLAINT-CASE-NUMBER    PIC X(10).
           COPY "complaint-record.cob"
               REPLACING PFX-CP-CUSTOMER-ID   BY CP-CUSTOMER-ID
                         PFX-CP-LOAN-NUMBER   BY CP-LOAN-NUMBER
                         PFX-CP-CATEGORY      BY CP-CATEGORY
                         PFX-CP-RECEIVED-DATE BY CP-RECEIVED-DATE
                         PFX-CP-DUE-DATE      BY CP-DUE-DATE
                         PFX-CP-OWNER         BY CP-OWNER
                         PFX-CP-STATUS        BY CP-STATUS
                         PFX-COMPLAINT-RECORD BY
                             COMPLAINT-MASTER-FIELDS.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-COMPLAINT-EOF-SWITCH   PIC X(1) VALUE "N".
           88  WS-COMPLAINT-END-OF-FILE      VALUE "Y".
       01  WS-COMPLAINTS-ON-FILE-SWITCH PIC X(1) VALUE "N".
           88  WS-COMPLAINTS-ON-FILE         VALUE "Y".

      * The business date comes from the PROCESSING-DATE control
      * record, so the deadline test matches the night's other work.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-INTEGER       PIC 9(8) COMP.

      * CUSTOMER-MASTER join for the report name.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

       01  WS-COMPLAINTS-READ        PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-OVERDUE-15-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERDUE-30-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERDUE-60-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERDUE-OVER-60-COUNT  PIC 9(7) VALUE 0.
       01  WS-DAYS-OVERDUE           PIC 9(5).

       01  WS-DETAIL-LINE.
           05  WS-DL-CASE-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-CUSTOMER-ID      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-NAME             PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-CATEGORY         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-OWNER            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-RECEIVED-DATE    PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-DUE-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-DAYS-OVERDUE     PIC ZZZZ9.

       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Complaint Aging Report"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 0 TO RETURN-CODE

           OPEN INPUT COMPLAINT-FILE
           EVALUATE WS-COMPLAINT-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-COMPLAINTS-ON-FILE-SWITCH
                   OPEN OUTPUT AGING-REPORT-FILE
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM READ-NEXT-COMPLAINT
                   PERFORM AGE-ONE-COMPLAINT
                       UNTIL WS-COMPLAINT-END-OF-FILE
                   CLOSE COMPLAINT-FILE
                   PERFORM WRITE-AGING-SUMMARY
                   CLOSE AGING-REPORT-FILE
                   IF WS-OVERDUE-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN "35"
                   DISPLAY "COMPLAINT-AGING: No complaint_master.dat "
                           "-- no complaints logged"
                   OPEN OUTPUT AGING-REPORT-FILE
                   PERFORM WRITE-REPORT-HEADER
                   CLOSE AGING-REPORT-FILE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COMPLAINT-AGING: Unable to open "
                           "complaint_master.dat, status "
                           WS-COMPLAINT-FILE-STATUS
                           " -- no aging report"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "=========================================="
           DISPLAY "Complaints read: " WS-COMPLAINTS-READ
               " Open: " WS-OPEN-COUNT
               " Past deadline: " WS-OVERDUE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * AGE-ONE-COMPLAINT - only an OPEN complaint counts; one past    *
      * its due date is listed and put in its lateness bucket.         *
      *----------------------------------------------------------------*
       AGE-ONE-COMPLAINT.
           ADD 1 TO WS-COMPLAINTS-READ
           IF CP-STATUS = "OPEN"
               ADD 1 TO WS-OPEN-COUNT
               IF CP-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   COMPUTE WS-DAYS-OVERDUE = WS-RUN-DATE-INTEGER
                       - FUNCTION INTEGER-OF-DATE(CP-DUE-DATE)
                   EVALUATE TRUE
                       WHEN WS-DAYS-OVERDUE <= 15
                           ADD 1 TO WS-OVERDUE-15-COUNT
                       WHEN WS-DAYS-OVERDUE <= 30
                           ADD 1 TO WS-OVERDUE-30-COUNT
                       WHEN WS-DAYS-OVERDUE <= 60
                           ADD 1 TO WS-OVERDUE-60-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-OVERDUE-OVER-60-COUNT
                   END-EVALUATE
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-COMPLAINT.

       READ-NEXT-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * WRITE-OVERDUE-LINE - a customer missing from CUSTOMER-MASTER   *
      * is listed by id.                                               *
      *----------------------------------------------------------------*
       WRITE-OVERDUE-LINE.
           MOVE CP-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE WS-CUSTOMER-ID TO WS-CUST-NAME
           END-IF

           MOVE COMPLAINT-CASE-NUMBER TO WS-DL-CASE-NUMBER
           MOVE CP-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE WS-CUST-NAME TO WS-DL-NAME
           MOVE CP-LOAN-NUMBER TO WS-DL-LOAN-NUMBER
           MOVE CP-CATEGORY TO WS-DL-CATEGORY
           MOVE CP-OWNER TO WS-DL-OWNER
           MOVE CP-RECEIVED-DATE TO WS-DL-RECEIVED-DATE
           MOVE CP-DUE-DATE TO WS-DL-DUE-DATE
           MOVE WS-DAYS-OVERDUE TO WS-DL-DAYS-OVERDUE
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN COMPLAINTS PAST RESPONSE DEADLINE AS OF "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           IF NOT WS-COMPLAINTS-ON-FILE
               MOVE "NO COMPLAINTS ON FILE" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           ELSE
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "CASE        CUSTOMER    NAME                  "
                       DELIMITED BY SIZE
                       "          LOAN        CATEGORY  OWNER       "
                       DELIMITED BY SIZE
                       "RECEIVED  DUE       DAYS LATE"
                       DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
               MOVE ALL "-" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-AGING-SUMMARY - open and overdue counts, and how late    *
      * the overdue ones run.                                          *
      *----------------------------------------------------------------*
       WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "SUMMARY" TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-OPEN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN COMPLAINTS:          " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-OVERDUE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "PAST RESPONSE DEADLINE:   " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-OVERDUE-15-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  1-15 DAYS LATE:         " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-OVERDUE-30-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  16-30 DAYS LATE:        " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-OVERDUE-60-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  31-60 DAYS LATE:        " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-OVERDUE-OVER-60-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  OVER 60 DAYS LATE:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       END PROGRAM COMPLAINT-AGING.
