      *================================================================*
      * CodeUChain COBOL Batch - Collection Agency Placement           *
      *                                                                *
      * Nightly, after COLLECTIONS-QUEUE-BUILD: hands the accounts the *
      * bank's own collectors are not going to cure to the outside     *
      * agencies on AGENCY-MASTER. Each active agency, in agency-code  *
      * order, is offered every queued account nobody has placed yet   *
      * that falls inside its placement terms:                         *
      *                                                                *
      *   - an open loan in the agency's placement bucket or deeper    *
      *     (PFX-AGY-PLACE-BUCKET; zero means it takes no open loans); *
      *   - a charged-off loan still owing, when the agency takes      *
      *     charged-off accounts.                                      *
      *                                                                *
      * An account under an OPEN promise-to-pay is left with the       *
      * in-house collector who took it. The first agency whose terms   *
      * fit gets the account, so one account is never placed twice.    *
      *                                                                *
      * Each agency's accounts go out on its own placement file,       *
      * agency_placement.<agency>.<YYYYMMDD>.dat, in the "H"/"D"/"T"   *
      * batched shape ACH-DRAFT-GENERATION releases: a header naming   *
      * the agency and placement date, one detail per account          *
      * (borrower, mailing address, phone, status, days past due and   *
      * balance placed), and a trailer with the account count and      *
      * balance total the agency balances against. An agency with      *
      * nothing to place that night gets no file.                      *
      *                                                                *
      * A placed loan is stamped with the agency and placement date on *
      * LOAN-MASTER and on its queue entry -- which takes it off       *
      * COLLECTIONS-WORKQUEUE -- and a PLACE line is appended to       *
      * agency_activity.dat for AGENCY-PERFORMANCE. The placement      *
      * holds until AGENCY-RETURN-PROCESSING takes a recall.           *
      *                                                                *
      * Return codes: 0 clean, 4 no agency master or no queue to place *
      * from, 8 a placement failed to record.                          *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-PLACEMENT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO "agency.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGENCY-ID
               FILE STATUS IS WS-AGENCY-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "collections_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CQ-LOAN-NUMBER
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT PLACEMENT-FILE
               ASSIGN TO DYNAMIC WS-PLACEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "agency_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
       01  AGENCY-FILE-RECORD.
           05  AGENCY-ID              PIC X(10).
           COPY "agency-record.cob"
               REPLACING PFX-AGY-NAME            BY AGY-NAME
                         PFX-AGY-ACTIVE          BY AGY-ACTIVE
                         PFX-AGY-PLACE-BUCKET    BY AGY-PLACE-BUCKET
                         PFX-AGY-TAKES-CHARGEOFF BY
                             AGY-TAKES-CHARGEOFF
                         PFX-AGENCY-RECORD       BY
                             AGENCY-MASTER-FIELDS.

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD.
           05  CQ-LOAN-NUMBER         PIC X(10).
           COPY "collections-record.cob"
               REPLACING PFX-CQ-BUCKET         BY CQ-BUCKET
                         PFX-CQ-PROMISE-STATUS BY CQ-PROMISE-STATUS
                         PFX-CQ-LOAN-STATUS    BY CQ-LOAN-STATUS
                         PFX-CQ-AGENCY-ID      BY CQ-AGENCY-ID
                         PFX-COLLECTIONS-RECORD BY
                             QUEUE-MASTER-FIELDS.

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD          PIC X(250).
       01  PLACEMENT-HEADER-RECORD.
           05  PH-RECORD-TYPE        PIC X(1).
           05  PH-AGENCY-ID          PIC X(10).
           05  PH-PLACEMENT-DATE     PIC 9(8).
           05  PH-AGENCY-NAME        PIC X(30).
           05  PH-RUN-ID             PIC X(14).
       01  PLACEMENT-DETAIL-RECORD.
           05  PD-RECORD-TYPE        PIC X(1).
           05  PD-LOAN-NUMBER        PIC X(10).
           05  PD-CUSTOMER-ID        PIC X(10).
           05  PD-NAME               PIC X(30).
           05  PD-ADDR-LINE-1        PIC X(30).
           05  PD-ADDR-LINE-2        PIC X(30).
           05  PD-CITY               PIC X(20).
           05  PD-STATE              PIC X(2).
           05  PD-ZIP                PIC X(10).
           05  PD-PHONE              PIC X(15).
           05  PD-LOAN-STATUS        PIC X(10).
           05  PD-LAST-DUE-DATE      PIC 9(8).
           05  PD-DAYS-PAST-DUE      PIC 9(5).
           05  PD-BALANCE            PIC 9(11)V99.
       01  PLACEMENT-TRAILER-RECORD.
           05  PT-RECORD-TYPE        PIC X(1).
           05  PT-ACCOUNT-COUNT      PIC 9(7).
           05  PT-BALANCE-TOTAL      PIC 9(13)V99.

       FD  ACTIVITY-FILE.
       COPY "agency-activity.cob"
           REPLACING PFX-AA-AGENCY-ID    BY AA-AGENCY-ID
                     PFX-AA-LOAN-NUMBER  BY AA-LOAN-NUMBER
                     PFX-AA-DATE         BY AA-DATE
                     PFX-AA-TYPE         BY AA-TYPE
                     PFX-AA-GROSS        BY AA-GROSS
                     PFX-AA-COMMISSION   BY AA-COMMISSION
                     PFX-AA-NET          BY AA-NET
                     PFX-AGENCY-ACTIVITY BY AGENCY-ACTIVITY.

       WORKING-STORAGE SECTION.
       01  WS-AGENCY-FILE-STATUS     PIC XX.
       01  WS-QUEUE-FILE-STATUS      PIC XX.
       01  WS-PLACEMENT-STATUS       PIC XX.
       01  WS-ACTIVITY-STATUS        PIC XX.
       01  WS-PLACEMENT-FILE-NAME    PIC X(60).
       01  WS-AGENCY-EOF-SWITCH      PIC X(1) VALUE "N".
           88  WS-AGENCY-AT-EOF              VALUE "Y".
       01  WS-QUEUE-EOF-SWITCH       PIC X(1) VALUE "N".
           88  WS-QUEUE-AT-EOF               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-DAYS-PAST-DUE          PIC S9(7) COMP-3.

      * The active agencies, loaded once in agency-code order; that
      * order is the order they are offered accounts.
       01  WS-AGENCY-TABLE.
           05  WS-AGENCY-ENTRY OCCURS 100 TIMES.
               10  WS-AT-ID             PIC X(10).
               10  WS-AT-NAME           PIC X(30).
               10  WS-AT-PLACE-BUCKET   PIC 9(1).
               10  WS-AT-TAKES-CHARGEOFF PIC X(1).
       01  WS-AGENCY-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-AGENCY-MAX             PIC S9(4) COMP VALUE 100.
       01  WS-AT-IDX                 PIC S9(4) COMP.

      * The accounts one agency's terms picked up on its pass over
      * the queue, placed once the queue file is closed again so the
      * queue updates never run under the open browse.
       01  WS-PICK-TABLE.
           05  WS-PICK-LOAN-NUMBER   PIC X(10) OCCURS 2000 TIMES.
       01  WS-PICK-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-PICK-MAX               PIC S9(4) COMP VALUE 2000.
       01  WS-PICK-IDX               PIC S9(4) COMP.
       01  WS-PICK-FULL-SWITCH       PIC X(1).
           88  WS-PICK-TABLE-FULL            VALUE "Y".

      * Per-file and run totals.
       01  WS-FILE-COUNT             PIC 9(7) VALUE 0.
       01  WS-FILE-BALANCE           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AGENCIES-READ          PIC 9(5) VALUE 0.
       01  WS-FILES-WRITTEN          PIC 9(5) VALUE 0.
       01  WS-PLACED-COUNT           PIC 9(7) VALUE 0.
       01  WS-PLACED-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * LOAN-MASTER call: the loan is read fresh before it is placed
      * and written back with the placement stamped on it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-NEXT-DUE-DATE   BY WS-LOAN-NEXT-DUE-DATE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-AGENCY-ID       BY WS-LOAN-AGENCY-ID
                     PFX-LOAN-PLACED-DATE     BY WS-LOAN-PLACED-DATE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS.

      * COLLECTIONS-QUEUE call: the placed account's queue entry
      * carries the agency so the collectors' screen passes it by.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CQ-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CQ-OPERATION-DATA
                     PFX-OPERATION      BY WS-CQ-OPERATION.
       01  WS-QUEUE-LOAN-NUMBER      PIC X(10).
       COPY "collections-record.cob"
           REPLACING PFX-CQ-AGENCY-ID      BY WS-CQ-AGENCY-ID
                     PFX-COLLECTIONS-RECORD BY WS-COLLECTIONS-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CQ-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CQ-RESULT-SUCCESS.

      * The borrower's on-file details for the placement detail.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-ADDR-LINE-1 BY WS-CUST-ADDR-LINE-1
                     PFX-CUST-ADDR-LINE-2 BY WS-CUST-ADDR-LINE-2
                     PFX-CUST-CITY        BY WS-CUST-CITY
                     PFX-CUST-STATE       BY WS-CUST-STATE
                     PFX-CUST-ZIP         BY WS-CUST-ZIP
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

      * The business date comes from the PROCESSING-DATE control
      * record.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Job log run-id header/trailer; the run-id is stamped into
      * each placement file header.
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

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Collection Agency Placement"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 0 TO RETURN-CODE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-ACTIVE-AGENCIES
           IF WS-AGENCY-COUNT = 0
               DISPLAY "AGENCY-PLACEMENT: No active agency on "
                       "agency.dat -- nothing placed"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM OPEN-ACTIVITY-FOR-APPEND
               PERFORM PLACE-FOR-ONE-AGENCY
                   VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AGENCY-COUNT
               CLOSE ACTIVITY-FILE
               IF WS-FAILURE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           MOVE WS-PLACED-BALANCE TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Agencies read: " WS-AGENCIES-READ
               " Placement files: " WS-FILES-WRITTEN
           DISPLAY "Accounts placed: " WS-PLACED-COUNT
           DISPLAY "Balance placed: " WS-ED-AMOUNT
           DISPLAY "Failures: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * LOAD-ACTIVE-AGENCIES - every agency not deactivated, in key    *
      * order. A missing master loads nothing.                         *
      *----------------------------------------------------------------*
       LOAD-ACTIVE-AGENCIES.
           OPEN INPUT AGENCY-FILE
           IF WS-AGENCY-FILE-STATUS = "00"
               PERFORM READ-NEXT-AGENCY
               PERFORM LOAD-ONE-AGENCY
                   UNTIL WS-AGENCY-AT-EOF
               CLOSE AGENCY-FILE
           ELSE
               DISPLAY "AGENCY-PLACEMENT: Unable to open agency.dat, "
                       "status " WS-AGENCY-FILE-STATUS
           END-IF.

       LOAD-ONE-AGENCY.
           ADD 1 TO WS-AGENCIES-READ
           IF AGY-ACTIVE NOT = "N"
               IF WS-AGENCY-COUNT < WS-AGENCY-MAX
                   ADD 1 TO WS-AGENCY-COUNT
                   MOVE AGENCY-ID TO WS-AT-ID(WS-AGENCY-COUNT)
                   MOVE AGY-NAME TO WS-AT-NAME(WS-AGENCY-COUNT)
                   MOVE AGY-PLACE-BUCKET
                       TO WS-AT-PLACE-BUCKET(WS-AGENCY-COUNT)
                   MOVE AGY-TAKES-CHARGEOFF
                       TO WS-AT-TAKES-CHARGEOFF(WS-AGENCY-COUNT)
               ELSE
                   DISPLAY "AGENCY-PLACEMENT: Agency table full; "
                           AGENCY-ID " not offered accounts"
               END-IF
           END-IF
           PERFORM READ-NEXT-AGENCY.

       READ-NEXT-AGENCY.
           READ AGENCY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AGENCY-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * PLACE-FOR-ONE-AGENCY - one pass over the queue picks what fits *
      * the agency's terms; the picks then go out on its placement     *
      * file. Accounts an earlier agency took this run already carry   *
      * that agency on the queue, so this pass never sees them.        *
      *----------------------------------------------------------------*
       PLACE-FOR-ONE-AGENCY.
           PERFORM PICK-ACCOUNTS-FOR-AGENCY
           IF WS-PICK-COUNT > 0
               PERFORM WRITE-AGENCY-PLACEMENT-FILE
           END-IF.

       PICK-ACCOUNTS-FOR-AGENCY.
           MOVE 0 TO WS-PICK-COUNT
           MOVE "N" TO WS-PICK-FULL-SWITCH
           MOVE "N" TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               PERFORM READ-NEXT-QUEUE-ENTRY
               PERFORM PICK-ONE-QUEUE-ENTRY
                   UNTIL WS-QUEUE-AT-EOF
               CLOSE QUEUE-FILE
           ELSE
               IF WS-AT-IDX = 1
                   DISPLAY "AGENCY-PLACEMENT: Unable to open "
                           "collections_queue.dat, status "
                           WS-QUEUE-FILE-STATUS " -- nothing placed"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PICK-ONE-QUEUE-ENTRY - unplaced, no open promise, and inside   *
      * the agency's terms: charged off for an agency that takes       *
      * charge-offs, otherwise at or past its placement bucket.        *
      *----------------------------------------------------------------*
       PICK-ONE-QUEUE-ENTRY.
           IF CQ-AGENCY-ID = SPACES
                   AND CQ-PROMISE-STATUS NOT = "OPEN"
               EVALUATE TRUE
                   WHEN CQ-LOAN-STATUS = "CHARGEDOFF"
                       IF WS-AT-TAKES-CHARGEOFF(WS-AT-IDX) = "Y"
                           PERFORM NOTE-PICKED-ACCOUNT
                       END-IF
                   WHEN WS-AT-PLACE-BUCKET(WS-AT-IDX) > 0
                           AND CQ-BUCKET >=
                               WS-AT-PLACE-BUCKET(WS-AT-IDX)
                       PERFORM NOTE-PICKED-ACCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-QUEUE-ENTRY.

       NOTE-PICKED-ACCOUNT.
           IF WS-PICK-COUNT < WS-PICK-MAX
               ADD 1 TO WS-PICK-COUNT
               MOVE CQ-LOAN-NUMBER TO WS-PICK-LOAN-NUMBER(WS-PICK-COUNT)
           ELSE
               IF NOT WS-PICK-TABLE-FULL
                   DISPLAY "AGENCY-PLACEMENT: Placement table full "
                           "for " WS-AT-ID(WS-AT-IDX) "; the rest "
                           "are offered next run"
                   MOVE "Y" TO WS-PICK-FULL-SWITCH
               END-IF
           END-IF.

       READ-NEXT-QUEUE-ENTRY.
           READ QUEUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-QUEUE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * WRITE-AGENCY-PLACEMENT-FILE - header, a detail per account     *
      * placed, trailer. A file that will not open places nothing for  *
      * the agency tonight; its accounts stay in-house until the next  *
      * run.                                                           *
      *----------------------------------------------------------------*
       WRITE-AGENCY-PLACEMENT-FILE.
           MOVE SPACES TO WS-PLACEMENT-FILE-NAME
           STRING "agency_placement." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AT-ID(WS-AT-IDX))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-PLACEMENT-FILE-NAME
           END-STRING

           OPEN OUTPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS NOT = "00"
               DISPLAY "AGENCY-PLACEMENT: Unable to create "
                       FUNCTION TRIM(WS-PLACEMENT-FILE-NAME)
                       ", status " WS-PLACEMENT-STATUS
               ADD 1 TO WS-FAILURE-COUNT
           ELSE
               MOVE 0 TO WS-FILE-COUNT
               MOVE 0 TO WS-FILE-BALANCE
               MOVE SPACES TO PLACEMENT-RECORD
               MOVE "H" TO PH-RECORD-TYPE
               MOVE WS-AT-ID(WS-AT-IDX) TO PH-AGENCY-ID
               MOVE WS-RUN-DATE TO PH-PLACEMENT-DATE
               MOVE WS-AT-NAME(WS-AT-IDX) TO PH-AGENCY-NAME
               MOVE WS-RUN-ID TO PH-RUN-ID
               WRITE PLACEMENT-RECORD

               PERFORM PLACE-ONE-ACCOUNT
                   VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT

               MOVE SPACES TO PLACEMENT-RECORD
               MOVE "T" TO PT-RECORD-TYPE
               MOVE WS-FILE-COUNT TO PT-ACCOUNT-COUNT
               MOVE WS-FILE-BALANCE TO PT-BALANCE-TOTAL
               WRITE PLACEMENT-RECORD
               CLOSE PLACEMENT-FILE

               ADD 1 TO WS-FILES-WRITTEN
               MOVE WS-FILE-BALANCE TO WS-ED-AMOUNT
               DISPLAY "Placed with " WS-AT-ID(WS-AT-IDX) ": "
                       WS-FILE-COUNT " accounts, " WS-ED-AMOUNT
                       " -> " FUNCTION TRIM(WS-PLACEMENT-FILE-NAME)
           END-IF.

      *----------------------------------------------------------------*
      * PLACE-ONE-ACCOUNT - the loan is read fresh; one that has paid  *
      * off, closed, or been placed since the queue was built is       *
      * passed by. Otherwise the placement is stamped on the loan      *
      * first, and only a loan that took the stamp goes on the file.   *
      *----------------------------------------------------------------*
       PLACE-ONE-ACCOUNT.
           MOVE WS-PICK-LOAN-NUMBER(WS-PICK-IDX) TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           IF WS-LM-RESULT-SUCCESS
                   AND (WS-LOAN-STATUS = "ACTIVE"
                        OR WS-LOAN-STATUS = "CHARGEDOFF")
                   AND WS-LOAN-CURRENT-BALANCE > 0
                   AND WS-LOAN-AGENCY-ID = SPACES
               MOVE WS-AT-ID(WS-AT-IDX) TO WS-LOAN-AGENCY-ID
               MOVE WS-RUN-DATE TO WS-LOAN-PLACED-DATE
               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
               IF WS-LM-RESULT-SUCCESS
                   PERFORM WRITE-PLACEMENT-DETAIL
                   PERFORM MARK-QUEUE-ENTRY-PLACED
                   PERFORM APPEND-PLACE-ACTIVITY
               ELSE
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "AGENCY-PLACEMENT: Loan update failed for "
                           WS-LOAN-NUMBER " (" WS-LM-RESULT ")"
               END-IF
           END-IF.

       WRITE-PLACEMENT-DETAIL.
           MOVE WS-LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE SPACES TO WS-CUSTOMER-RECORD
           END-IF

           MOVE 0 TO WS-DAYS-PAST-DUE
           IF WS-LOAN-NEXT-DUE-DATE IS NUMERIC
                   AND WS-LOAN-NEXT-DUE-DATE > 0
                   AND WS-LOAN-NEXT-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-LOAN-NEXT-DUE-DATE)
           END-IF

           MOVE SPACES TO PLACEMENT-RECORD
           MOVE "D" TO PD-RECORD-TYPE
           MOVE WS-LOAN-NUMBER TO PD-LOAN-NUMBER
           MOVE WS-LOAN-CUSTOMER-ID TO PD-CUSTOMER-ID
           MOVE WS-CUST-NAME TO PD-NAME
           MOVE WS-CUST-ADDR-LINE-1 TO PD-ADDR-LINE-1
           MOVE WS-CUST-ADDR-LINE-2 TO PD-ADDR-LINE-2
           MOVE WS-CUST-CITY TO PD-CITY
           MOVE WS-CUST-STATE TO PD-STATE
           MOVE WS-CUST-ZIP TO PD-ZIP
           MOVE WS-CUST-PHONE TO PD-PHONE
           MOVE WS-LOAN-STATUS TO PD-LOAN-STATUS
           MOVE WS-LOAN-NEXT-DUE-DATE TO PD-LAST-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO PD-DAYS-PAST-DUE
           MOVE WS-LOAN-CURRENT-BALANCE TO PD-BALANCE
           WRITE PLACEMENT-RECORD

           ADD 1 TO WS-FILE-COUNT
           ADD WS-LOAN-CURRENT-BALANCE TO WS-FILE-BALANCE
           ADD 1 TO WS-PLACED-COUNT
           ADD WS-LOAN-CURRENT-BALANCE TO WS-PLACED-BALANCE.

      *----------------------------------------------------------------*
      * MARK-QUEUE-ENTRY-PLACED - GET, stamp, INSERT, the same merge   *
      * the queue build does; the build carries the agency from the    *
      * loan record every night after, so a miss here is only until    *
      * tomorrow.                                                      *
      *----------------------------------------------------------------*
       MARK-QUEUE-ENTRY-PLACED.
           MOVE WS-LOAN-NUMBER TO WS-QUEUE-LOAN-NUMBER
           MOVE 3 TO WS-CQ-OPERATION-LEN
           MOVE "GET" TO WS-CQ-OPERATION-DATA
           CALL "COLLECTIONS-QUEUE" USING
               WS-CQ-OPERATION, WS-QUEUE-LOAN-NUMBER,
               WS-COLLECTIONS-RECORD, WS-CQ-RESULT
           IF WS-CQ-RESULT-SUCCESS
               MOVE WS-LOAN-AGENCY-ID TO WS-CQ-AGENCY-ID
               MOVE 6 TO WS-CQ-OPERATION-LEN
               MOVE "INSERT" TO WS-CQ-OPERATION-DATA
               CALL "COLLECTIONS-QUEUE" USING
                   WS-CQ-OPERATION, WS-QUEUE-LOAN-NUMBER,
                   WS-COLLECTIONS-RECORD, WS-CQ-RESULT
           END-IF
           IF NOT WS-CQ-RESULT-SUCCESS
               DISPLAY "AGENCY-PLACEMENT: Queue entry for "
                       WS-LOAN-NUMBER " not marked placed ("
                       WS-CQ-RESULT ")"
           END-IF.

       APPEND-PLACE-ACTIVITY.
           MOVE SPACES TO AGENCY-ACTIVITY
           MOVE WS-LOAN-AGENCY-ID TO AA-AGENCY-ID
           MOVE WS-LOAN-NUMBER TO AA-LOAN-NUMBER
           MOVE WS-RUN-DATE TO AA-DATE
           MOVE "PLACE" TO AA-TYPE
           MOVE WS-LOAN-CURRENT-BALANCE TO AA-GROSS
           MOVE 0 TO AA-COMMISSION
           MOVE 0 TO AA-NET
           WRITE AGENCY-ACTIVITY.

      *----------------------------------------------------------------*
      * OPEN-ACTIVITY-FOR-APPEND - the activity log only ever grows;   *
      * first-ever run creates it, same open shape the GL feed         *
      * appenders use.                                                 *
      *----------------------------------------------------------------*
       OPEN-ACTIVITY-FOR-APPEND.
           OPEN EXTEND ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = "35"
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN EXTEND ACTIVITY-FILE
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
                   " agencies=" DELIMITED BY SIZE
                   WS-AGENCIES-READ DELIMITED BY SIZE
                   " files=" DELIMITED BY SIZE
                   WS-FILES-WRITTEN DELIMITED BY SIZE
                   " placed=" DELIMITED BY SIZE
                   WS-PLACED-COUNT DELIMITED BY SIZE
                   " failures=" DELIMITED BY SIZE
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

       END PROGRAM AGENCY-PLACEMENT.
