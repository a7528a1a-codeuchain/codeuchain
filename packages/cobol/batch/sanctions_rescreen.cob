      *================================================================*
      * CodeUChain COBOL Batch - Sanctions Customer Rescreen           *
      *                                                                *
      * Run whenever compliance loads a new sanctions_list.dat: every  *
      * active customer on customer_master.dat is screened against     *
      * the new list through WATCH-LIST, with the same matching rule   *
      * SANCTIONS-SCREEN applies to applicants at origination, and     *
      * each screening is recorded with its disposition in             *
      * sanctions_audit.dat.                                           *
      *                                                                *
      * The list version last rescreened is kept in the control file   *
      * sanctions_rescreen.dat (version, run date); a run that finds   *
      * the same version loaded has nothing to do, unless positional   *
      * argument 1 is FORCE. A run with failures leaves the control    *
      * file alone so the next run goes through the master again.      *
      *                                                                *
      * A potential match is parked on APPROVAL-QUEUE for compliance   *
      * under reference OFAC-<customer id> ("Sanctions Source:         *
      * RESCREEN") and the customer's screen status set HELD. The      *
      * next run picks up compliance's decision off the queue: an      *
      * approval makes the customer CLEARED (a false match, not held   *
      * again for that same entry), a denial BLOCKED. A match on an    *
      * entry already held or decided is reported, not resubmitted.    *
      * Every screened customer's status, date and entry go back       *
      * through CUSTOMER-MASTER's own INSERT, before/after images and  *
      * all; sanctions_rescreen.rpt lists every customer that hit.     *
      *                                                                *
      * Return codes: 0 clean, 4 potential matches held or pending, 8  *
      * a customer could not be read, held or updated, 16 no watch     *
      * list loaded or the customer master could not be opened.        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-RESCREEN.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "approval_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AQ-REFERENCE-ID
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "sanctions_rescreen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RESCREEN-REPORT-FILE
               ASSIGN TO "sanctions_rescreen.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05  CUSTOMER-ID            PIC X(10).
           COPY "customer-record.cob"
               REPLACING PFX-CUST-NAME        BY CUSTOMER-NAME
                         PFX-CUST-CREDIT-TIER BY CUSTOMER-CREDIT-TIER
                         PFX-CUST-PHONE       BY CUSTOMER-PHONE
                         PFX-CUST-ACTIVE      BY CUSTOMER-ACTIVE
                         PFX-CUSTOMER-RECORD  BY CUSTOMER-MASTER-FIELDS.

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  AQ-REFERENCE-ID        PIC X(20).
           05  AQ-STATUS              PIC X(10).
           05  AQ-SUBMITTER-ID        PIC X(30).
           05  AQ-APPROVER-ID         PIC X(30).
           05  AQ-SUBMIT-DATE         PIC 9(8).
           05  AQ-ESCALATED-FLAG      PIC X(1).
           05  AQ-DESCRIPTION         PIC X(10000).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  RSC-LIST-VERSION       PIC X(20).
           05  RSC-RUN-DATE           PIC 9(8).

       FD  RESCREEN-REPORT-FILE.
       01  RESCREEN-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS   PIC XX.
       01  WS-APPROVAL-FILE-STATUS   PIC XX.
       01  WS-CONTROL-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-CUST-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-CUST-AT-EOF                VALUE "Y".
       01  WS-MODE-ARG               PIC X(10) VALUE SPACES.
       01  WS-RUN-SWITCH             PIC X(1) VALUE "N".
           88  WS-RESCREEN-NEEDED            VALUE "Y".
       01  WS-LIST-SWITCH            PIC X(1) VALUE "Y".
           88  WS-LIST-LOADED                VALUE "Y".
       01  WS-MASTER-SWITCH          PIC X(1) VALUE "Y".
           88  WS-MASTER-OPENED              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-LIST-VERSION           PIC X(20).
       01  WS-LAST-LIST-VERSION      PIC X(20) VALUE SPACES.
       01  WS-LAST-RUN-DATE          PIC 9(8) VALUE 0.

       01  WS-CUSTOMERS-SCREENED     PIC 9(7) VALUE 0.
       01  WS-CUSTOMERS-CLEAR        PIC 9(7) VALUE 0.
       01  WS-MATCHES-HELD           PIC 9(7) VALUE 0.
       01  WS-MATCHES-PENDING        PIC 9(7) VALUE 0.
       01  WS-MATCHES-PRIOR-CLEARED  PIC 9(7) VALUE 0.
       01  WS-MATCHES-BLOCKED        PIC 9(7) VALUE 0.
       01  WS-HOLDS-CLEARED          PIC 9(7) VALUE 0.
       01  WS-HOLDS-BLOCKED          PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * Every active customer id, collected in one sequential pass
      * before any is updated, so CUSTOMER-MASTER's own INSERT never
      * rewrites the file this program is walking.
       01  WS-RESCREEN-MAX           PIC S9(4) COMP VALUE 5000.
       01  WS-RESCREEN-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-RESCREEN-TABLE.
           05  WS-RESCREEN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RESCREEN-IDX.
               10  WS-RESCREEN-ID     PIC X(10).

       01  WS-HOLD-REFERENCE         PIC X(20).
       01  WS-PRIOR-STATUS           PIC X(8).
       01  WS-REPORT-NOTE            PIC X(40).

      * The business date comes from the PROCESSING-DATE control
      * record, the date every screening is stamped with.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * CUSTOMER-MASTER call: GET each customer, INSERT it back with
      * its screen status.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-CREDIT-TIER BY WS-CUST-CREDIT-TIER
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-ACTIVE      BY WS-CUST-ACTIVE
                     PFX-CUST-SCREEN-STATUS BY WS-CUST-SCREEN-STATUS
                     PFX-CUST-SCREEN-DATE BY WS-CUST-SCREEN-DATE
                     PFX-CUST-SCREEN-ENTRY BY WS-CUST-SCREEN-ENTRY
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS.

      * WATCH-LIST calls: LOAD once, then SCREEN and RECORD per
      * customer.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-WL-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-WL-OPERATION-DATA
                     PFX-OPERATION      BY WS-WL-OPERATION.
       COPY "screening-record.cob"
           REPLACING PFX-SCR-SOURCE        BY WS-SCR-SOURCE
                     PFX-SCR-REFERENCE     BY WS-SCR-REFERENCE
                     PFX-SCR-PARTY-ROLE    BY WS-SCR-PARTY-ROLE
                     PFX-SCR-SCREENED-NAME BY WS-SCR-SCREENED-NAME
                     PFX-SCR-LIST-VERSION  BY WS-SCR-LIST-VERSION
                     PFX-SCR-MATCH-FLAG    BY WS-SCR-MATCH-FLAG
                     PFX-SCR-MATCH-TYPE    BY WS-SCR-MATCH-TYPE
                     PFX-SCR-ENTRY-ID      BY WS-SCR-ENTRY-ID
                     PFX-SCR-ENTRY-PROGRAM BY WS-SCR-ENTRY-PROGRAM
                     PFX-SCR-ENTRY-NAME    BY WS-SCR-ENTRY-NAME
                     PFX-SCR-DISPOSITION   BY WS-SCR-DISPOSITION
                     PFX-SCR-DECIDED-BY    BY WS-SCR-DECIDED-BY
                     PFX-SCREENING-RECORD  BY WS-SCREENING-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-WL-RESULT
                     PFX-RESULT-SUCCESS BY WS-WL-RESULT-SUCCESS
                     PFX-RESULT-NOFILE  BY WS-WL-RESULT-NOFILE.

      * A new hold goes to APPROVAL-QUEUE the way LOAN-RENEWAL parks
      * a renewal: a built context, a direct CALL, HALT for parked.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-LINK-NAME.
       01  WS-INPUT-CONTEXT          PIC X(10000).
       01  WS-OUTPUT-CONTEXT         PIC X(10000).
       01  WS-LINK-RESULT            PIC X(10).

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
           DISPLAY "CodeUChain COBOL - Sanctions Customer Rescreen"
           DISPLAY "=========================================="

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-WATCH-LIST
           IF WS-LIST-LOADED
               PERFORM READ-CONTROL-RECORD
               PERFORM DECIDE-WHETHER-TO-RUN
           END-IF

           IF WS-RESCREEN-NEEDED
               PERFORM LOAD-CUSTOMER-IDS
               IF WS-MASTER-OPENED
                   PERFORM RESCREEN-CUSTOMER-MASTER
               END-IF
           END-IF

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "List version: " WS-LIST-VERSION
           DISPLAY "Customers screened: " WS-CUSTOMERS-SCREENED
               " Clear: " WS-CUSTOMERS-CLEAR
           DISPLAY "Matches held: " WS-MATCHES-HELD
               " Pending: " WS-MATCHES-PENDING
               " Previously cleared: " WS-MATCHES-PRIOR-CLEARED
               " Blocked: " WS-MATCHES-BLOCKED
           DISPLAY "Holds decided - cleared: " WS-HOLDS-CLEARED
               " blocked: " WS-HOLDS-BLOCKED
           DISPLAY "Failures: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       SET-RUN-RETURN-CODE.
           IF NOT WS-LIST-LOADED OR NOT WS-MASTER-OPENED
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-MATCHES-HELD > 0 OR WS-MATCHES-PENDING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-WATCH-LIST - the list is (re)read from sanctions_list.dat *
      * at the start of the run; with no list there is nothing to      *
      * rescreen against and the run ends 16.                          *
      *----------------------------------------------------------------*
       LOAD-WATCH-LIST.
           MOVE SPACES TO WS-SCREENING-RECORD
           MOVE 4 TO WS-WL-OPERATION-LEN
           MOVE "LOAD" TO WS-WL-OPERATION-DATA
           CALL "WATCH-LIST" USING
               WS-WL-OPERATION,
               WS-SCREENING-RECORD,
               WS-WL-RESULT
           IF WS-WL-RESULT-SUCCESS
               MOVE WS-SCR-LIST-VERSION TO WS-LIST-VERSION
               DISPLAY "Watch list loaded: "
                       FUNCTION TRIM(WS-LIST-VERSION)
           ELSE
               MOVE "N" TO WS-LIST-SWITCH
               MOVE SPACES TO WS-LIST-VERSION
               DISPLAY "SANCTIONS-RESCREEN: No watch list loaded ("
                       FUNCTION TRIM(WS-WL-RESULT)
                       ") -- nothing to rescreen against"
           END-IF.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE RSC-LIST-VERSION TO WS-LAST-LIST-VERSION
                       MOVE RSC-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *----------------------------------------------------------------*
      * DECIDE-WHETHER-TO-RUN - a list version already rescreened is   *
      * only gone through again when FORCE asks for it.                *
      *----------------------------------------------------------------*
       DECIDE-WHETHER-TO-RUN.
           IF WS-LIST-VERSION = WS-LAST-LIST-VERSION
                   AND WS-LAST-LIST-VERSION NOT = SPACES
                   AND WS-MODE-ARG(1:5) NOT = "FORCE"
               DISPLAY "List version "
                       FUNCTION TRIM(WS-LIST-VERSION)
                       " already rescreened on " WS-LAST-RUN-DATE
                       " -- nothing to do (FORCE to rerun)"
           ELSE
               MOVE "Y" TO WS-RUN-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CUSTOMER-IDS - one sequential pass over the master for    *
      * the active customers; a deactivated customer is not screened.  *
      *----------------------------------------------------------------*
       LOAD-CUSTOMER-IDS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-SWITCH
               DISPLAY "SANCTIONS-RESCREEN: Unable to open "
                       "customer_master.dat, status "
                       WS-CUSTOMER-FILE-STATUS
           ELSE
               PERFORM READ-NEXT-CUSTOMER
               PERFORM LOAD-ONE-CUSTOMER-ID
                   UNTIL WS-CUST-AT-EOF
               CLOSE CUSTOMER-FILE
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CUST-EOF-SWITCH
           END-READ.

       LOAD-ONE-CUSTOMER-ID.
           IF CUSTOMER-ACTIVE NOT = "N"
               IF WS-RESCREEN-COUNT < WS-RESCREEN-MAX
                   ADD 1 TO WS-RESCREEN-COUNT
                   SET WS-RESCREEN-IDX TO WS-RESCREEN-COUNT
                   MOVE CUSTOMER-ID TO WS-RESCREEN-ID(WS-RESCREEN-IDX)
               ELSE
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "SANCTIONS-RESCREEN: Customer table full, "
                           "not screened: " CUSTOMER-ID
               END-IF
           END-IF
           PERFORM READ-NEXT-CUSTOMER.

      *----------------------------------------------------------------*
      * RESCREEN-CUSTOMER-MASTER - every collected customer screened   *
      * and reported; the control file is only advanced to this list   *
      * version when nothing failed.                                   *
      *----------------------------------------------------------------*
       RESCREEN-CUSTOMER-MASTER.
           OPEN OUTPUT RESCREEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM RESCREEN-ONE-CUSTOMER
               VARYING WS-RESCREEN-IDX FROM 1 BY 1
               UNTIL WS-RESCREEN-IDX > WS-RESCREEN-COUNT

           PERFORM WRITE-REPORT-TOTALS
           CLOSE RESCREEN-REPORT-FILE

           IF WS-FAILURE-COUNT = 0
               PERFORM WRITE-CONTROL-RECORD
           ELSE
               DISPLAY "SANCTIONS-RESCREEN: Failures this run -- "
                       "control file not advanced"
           END-IF.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-LIST-VERSION TO RSC-LIST-VERSION
               MOVE WS-RUN-DATE TO RSC-RUN-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "SANCTIONS-RESCREEN: Unable to write "
                       "sanctions_rescreen.dat, status "
                       WS-CONTROL-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * RESCREEN-ONE-CUSTOMER - read, take up compliance's decision on *
      * a hold, screen, record, and write the screen status back.      *
      *----------------------------------------------------------------*
       RESCREEN-ONE-CUSTOMER.
           MOVE WS-RESCREEN-ID(WS-RESCREEN-IDX) TO WS-CUSTOMER-ID
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT
           IF WS-CM-RESULT-SUCCESS
               PERFORM SCREEN-ONE-CUSTOMER
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               MOVE SPACES TO WS-CUST-NAME
               MOVE SPACES TO WS-SCREENING-RECORD
               MOVE "NOT READ" TO WS-SCR-DISPOSITION
               MOVE SPACES TO WS-REPORT-NOTE
               STRING "CUSTOMER-MASTER GET " DELIMITED BY SIZE
                       WS-CM-RESULT DELIMITED BY SIZE
                   INTO WS-REPORT-NOTE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCREENED
           MOVE SPACES TO WS-REPORT-NOTE
           IF WS-CUST-SCREEN-STATUS = "HELD"
               PERFORM TAKE-UP-HOLD-DECISION
           END-IF
           MOVE WS-CUST-SCREEN-STATUS TO WS-PRIOR-STATUS

           MOVE SPACES TO WS-SCREENING-RECORD
           MOVE "RESCREEN" TO WS-SCR-SOURCE
           MOVE WS-CUSTOMER-ID TO WS-SCR-REFERENCE
           MOVE "CUSTOMER" TO WS-SCR-PARTY-ROLE
           MOVE WS-CUST-NAME TO WS-SCR-SCREENED-NAME
           MOVE 6 TO WS-WL-OPERATION-LEN
           MOVE "SCREEN" TO WS-WL-OPERATION-DATA
           CALL "WATCH-LIST" USING
               WS-WL-OPERATION,
               WS-SCREENING-RECORD,
               WS-WL-RESULT

           PERFORM APPLY-SCREENING-RESULT
           PERFORM RECORD-SCREENING
           PERFORM WRITE-BACK-SCREEN-STATUS

           IF WS-SCR-DISPOSITION NOT = "NOMATCH"
                   OR WS-REPORT-NOTE NOT = SPACES
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-UP-HOLD-DECISION - a customer left HELD by an earlier run *
      * takes compliance's decision off the queue item it was parked   *
      * under; an item still PENDING leaves the customer HELD.         *
      *----------------------------------------------------------------*
       TAKE-UP-HOLD-DECISION.
           PERFORM BUILD-HOLD-REFERENCE
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "00"
               MOVE WS-HOLD-REFERENCE TO AQ-REFERENCE-ID
               READ APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-HOLD-DECISION
               END-READ
               CLOSE APPROVAL-FILE
           END-IF.

       BUILD-HOLD-REFERENCE.
           MOVE SPACES TO WS-HOLD-REFERENCE
           STRING "OFAC-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUSTOMER-ID) DELIMITED BY SIZE
               INTO WS-HOLD-REFERENCE
           END-STRING.

       APPLY-HOLD-DECISION.
           EVALUATE AQ-STATUS
               WHEN "APPROVED"
                   MOVE "CLEARED" TO WS-CUST-SCREEN-STATUS
                   ADD 1 TO WS-HOLDS-CLEARED
                   MOVE "Hold cleared by compliance"
                       TO WS-REPORT-NOTE
               WHEN "DENIED"
                   MOVE "BLOCKED" TO WS-CUST-SCREEN-STATUS
                   ADD 1 TO WS-HOLDS-BLOCKED
                   MOVE "Match confirmed by compliance"
                       TO WS-REPORT-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APPLY-SCREENING-RESULT - no hit clears the customer (a BLOCKED *
      * customer stays blocked); a hit on the entry compliance already *
      * cleared or is still reviewing is reported, not resubmitted; a  *
      * BLOCKED customer stays blocked; any other hit is a new hold.   *
      *----------------------------------------------------------------*
       APPLY-SCREENING-RESULT.
           EVALUATE TRUE
               WHEN WS-SCR-MATCH-FLAG NOT = "Y"
                   MOVE "NOMATCH" TO WS-SCR-DISPOSITION
                   ADD 1 TO WS-CUSTOMERS-CLEAR
                   IF WS-CUST-SCREEN-STATUS NOT = "BLOCKED"
                       MOVE "CLEAR" TO WS-CUST-SCREEN-STATUS
                       MOVE SPACES TO WS-CUST-SCREEN-ENTRY
                   END-IF
               WHEN WS-CUST-SCREEN-STATUS = "CLEARED"
                       AND WS-CUST-SCREEN-ENTRY = WS-SCR-ENTRY-ID
                   MOVE "PRIORCLR" TO WS-SCR-DISPOSITION
                   ADD 1 TO WS-MATCHES-PRIOR-CLEARED
               WHEN WS-CUST-SCREEN-STATUS = "BLOCKED"
                   MOVE "BLOCKED" TO WS-SCR-DISPOSITION
                   ADD 1 TO WS-MATCHES-BLOCKED
               WHEN WS-CUST-SCREEN-STATUS = "HELD"
                       AND WS-CUST-SCREEN-ENTRY = WS-SCR-ENTRY-ID
                   MOVE "PENDING" TO WS-SCR-DISPOSITION
                   ADD 1 TO WS-MATCHES-PENDING
               WHEN OTHER
                   PERFORM HOLD-CUSTOMER-FOR-REVIEW
           END-EVALUATE.

      *----------------------------------------------------------------*
      * HOLD-CUSTOMER-FOR-REVIEW - the customer is parked on           *
      * APPROVAL-QUEUE under OFAC-<customer id> with the hit spelled   *
      * out the way SANCTIONS-SCREEN spells it, so compliance works    *
      * rescreen and origination holds from the same queue. Only a     *
      * HALT means it was parked.                                      *
      *----------------------------------------------------------------*
       HOLD-CUSTOMER-FOR-REVIEW.
           PERFORM BUILD-HOLD-REFERENCE
           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "APPROVAL-QUEUE" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           STRING "Applicant: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   ", Customer ID: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUSTOMER-ID) DELIMITED BY SIZE
                   " Sanctions Source: RESCREEN"
                       DELIMITED BY SIZE
                   " Sanctions Screen: HELD Sanctions Party: CUSTOMER"
                       DELIMITED BY SIZE
                   " Sanctions Entry: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-ENTRY-ID) DELIMITED BY SIZE
                   " Sanctions Program: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-ENTRY-PROGRAM)
                       DELIMITED BY SIZE
                   " Sanctions List: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-LIST-VERSION)
                       DELIMITED BY SIZE
                   " Sanctions Listed: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-ENTRY-NAME) DELIMITED BY SIZE
                   ", Review Required: YES Reference: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-REFERENCE) DELIMITED BY SIZE
                   ", Submitted By: SANCTIONS-RESCREEN"
                       DELIMITED BY SIZE
               INTO WS-INPUT-CONTEXT
           END-STRING

           CALL "APPROVAL-QUEUE" USING
               WS-LINK-NAME,
               WS-INPUT-CONTEXT,
               WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           IF WS-LINK-RESULT = "HALT"
               MOVE "HELD" TO WS-SCR-DISPOSITION
               MOVE "HELD" TO WS-CUST-SCREEN-STATUS
               MOVE WS-SCR-ENTRY-ID TO WS-CUST-SCREEN-ENTRY
               ADD 1 TO WS-MATCHES-HELD
               MOVE SPACES TO WS-REPORT-NOTE
               STRING "Held for review as " DELIMITED BY SIZE
                       WS-HOLD-REFERENCE DELIMITED BY SIZE
                   INTO WS-REPORT-NOTE
               END-STRING
           ELSE
               MOVE "ERROR" TO WS-SCR-DISPOSITION
               ADD 1 TO WS-FAILURE-COUNT
               MOVE SPACES TO WS-REPORT-NOTE
               STRING "Not held - APPROVAL-QUEUE " DELIMITED BY SIZE
                       WS-LINK-RESULT DELIMITED BY SIZE
                   INTO WS-REPORT-NOTE
               END-STRING
           END-IF.

       RECORD-SCREENING.
           MOVE 6 TO WS-WL-OPERATION-LEN
           MOVE "RECORD" TO WS-WL-OPERATION-DATA
           CALL "WATCH-LIST" USING
               WS-WL-OPERATION,
               WS-SCREENING-RECORD,
               WS-WL-RESULT
           IF NOT WS-WL-RESULT-SUCCESS
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "SANCTIONS-RESCREEN: Screening not recorded ("
                       FUNCTION TRIM(WS-WL-RESULT) ") for "
                       WS-CUSTOMER-ID
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-BACK-SCREEN-STATUS - the customer goes back through      *
      * CUSTOMER-MASTER's INSERT, which rewrites an existing id.       *
      *----------------------------------------------------------------*
       WRITE-BACK-SCREEN-STATUS.
           MOVE WS-RUN-DATE TO WS-CUST-SCREEN-DATE
           MOVE 6 TO WS-CM-OPERATION-LEN
           MOVE "INSERT" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "SANCTIONS-RESCREEN: Screen status not saved ("
                       FUNCTION TRIM(WS-CM-RESULT) ") for "
                       WS-CUSTOMER-ID
           END-IF.

      *----------------------------------------------------------------*
      * Report - one line per customer that hit the list (or whose     *
      * hold compliance decided), then the run's totals.               *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RESCREEN-REPORT-LINE
           STRING "SANCTIONS CUSTOMER RESCREEN  LIST VERSION "
                       DELIMITED BY SIZE
                   WS-LIST-VERSION DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO RESCREEN-REPORT-LINE
           END-STRING
           WRITE RESCREEN-REPORT-LINE
           MOVE ALL "=" TO RESCREEN-REPORT-LINE
           WRITE RESCREEN-REPORT-LINE
           MOVE SPACES TO RESCREEN-REPORT-LINE
           STRING "CUSTOMER   NAME                           "
                       DELIMITED BY SIZE
                   "DISPOSITN  ENTRY        LISTED NAME"
                       DELIMITED BY SIZE
                   "                   NOTE" DELIMITED BY SIZE
               INTO RESCREEN-REPORT-LINE
           END-STRING
           WRITE RESCREEN-REPORT-LINE
           MOVE ALL "-" TO RESCREEN-REPORT-LINE
           WRITE RESCREEN-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO RESCREEN-REPORT-LINE
           MOVE WS-CUSTOMER-ID TO RESCREEN-REPORT-LINE(1:10)
           MOVE WS-CUST-NAME TO RESCREEN-REPORT-LINE(12:30)
           MOVE WS-SCR-DISPOSITION TO RESCREEN-REPORT-LINE(43:10)
           MOVE WS-SCR-ENTRY-ID TO RESCREEN-REPORT-LINE(54:12)
           MOVE WS-SCR-ENTRY-NAME(1:30) TO RESCREEN-REPORT-LINE(67:30)
           MOVE WS-REPORT-NOTE TO RESCREEN-REPORT-LINE(93:40)
           WRITE RESCREEN-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO RESCREEN-REPORT-LINE
           WRITE RESCREEN-REPORT-LINE
           MOVE SPACES TO RESCREEN-REPORT-LINE
           STRING "SCREENED " DELIMITED BY SIZE
                   WS-CUSTOMERS-SCREENED DELIMITED BY SIZE
                   "  CLEAR " DELIMITED BY SIZE
                   WS-CUSTOMERS-CLEAR DELIMITED BY SIZE
                   "  HELD " DELIMITED BY SIZE
                   WS-MATCHES-HELD DELIMITED BY SIZE
                   "  PENDING " DELIMITED BY SIZE
                   WS-MATCHES-PENDING DELIMITED BY SIZE
                   "  PRIOR CLEARED " DELIMITED BY SIZE
                   WS-MATCHES-PRIOR-CLEARED DELIMITED BY SIZE
                   "  BLOCKED " DELIMITED BY SIZE
                   WS-MATCHES-BLOCKED DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   WS-FAILURE-COUNT DELIMITED BY SIZE
               INTO RESCREEN-REPORT-LINE
           END-STRING
           WRITE RESCREEN-REPORT-LINE.

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
                   " list=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIST-VERSION) DELIMITED BY SIZE
                   " screened=" DELIMITED BY SIZE
                   WS-CUSTOMERS-SCREENED DELIMITED BY SIZE
                   " held=" DELIMITED BY SIZE
                   WS-MATCHES-HELD DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       END PROGRAM SANCTIONS-RESCREEN.
