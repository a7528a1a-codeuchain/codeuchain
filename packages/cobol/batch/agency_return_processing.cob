      *================================================================*
      * CodeUChain COBOL Batch - Collection Agency Return Processing   *
      *                                                                *
      * Works what the outside collection agencies send back on        *
      * accounts AGENCY-PLACEMENT placed with them. Each item names    *
      * the agency, the loan and a date, and is one of:                *
      *                                                                *
      *   "P" a payment the agency collected, at its gross amount.     *
      *       The agency keeps its AGENCY-MASTER commission out of it  *
      *       and remits the rest, so the net is what the bank         *
      *       received and what is posted: it is appended to the       *
      *       payment file PAYMENT-POSTING already consumes, the same  *
      *       bare loan-number/date/amount record ACH-RETURN-          *
      *       PROCESSING appends (a charged-off loan's payment posts   *
      *       there as a recovery like any other).                     *
      *   "R" a recall: the placement ends -- the account was paid,    *
      *       judged uncollectible, disputed, or pulled back by the    *
      *       bank -- and the agency and placement date come off the   *
      *       loan and its queue entry, so the account is back on      *
      *       COLLECTIONS-WORKQUEUE from the next build.               *
      *                                                                *
      * An item for a loan not placed with the agency that sent it is  *
      * neither posted nor recalled; it lands on agency_exceptions.rpt *
      * for collections to take up with the agency. Every posted       *
      * payment and ended placement is appended to agency_activity.dat *
      * (gross, commission and net for a payment) for                  *
      * AGENCY-PERFORMANCE.                                            *
      *                                                                *
      *     agency_return_processing [return-file] [payment-file]      *
      *                                                                *
      * Defaults: agency_returns.dat in, payment_file.dat out          *
      * (append). Return codes: 0 clean, 4 exceptions listed, 8 a      *
      * recall failed to record, 16 the return file could not be       *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-RETURN-PROCESSING.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
               ASSIGN TO DYNAMIC WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO DYNAMIC WS-PAYMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "agency_exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "agency_activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RT-RECORD-TYPE        PIC X(1).
               88  RT-PAYMENT                VALUE "P".
               88  RT-RECALL                 VALUE "R".
           05  RT-AGENCY-ID          PIC X(10).
           05  RT-LOAN-NUMBER        PIC X(10).
           05  RT-DATE               PIC 9(8).
           05  RT-AMOUNT             PIC 9(9)V99.
           05  RT-REASON             PIC X(30).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAY-LOAN-NUMBER       PIC X(10).
           05  PAY-DATE              PIC 9(8).
           05  PAY-AMOUNT            PIC 9(9)V99.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE     PIC X(132).

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
       01  WS-RETURN-FILE-NAME       PIC X(100)
                                    VALUE "agency_returns.dat".
       01  WS-PAYMENT-FILE-NAME      PIC X(100)
                                    VALUE "payment_file.dat".
       01  WS-RETURN-STATUS          PIC XX.
       01  WS-PAYMENT-STATUS         PIC XX.
       01  WS-EXCEPTION-FILE-STATUS  PIC XX.
       01  WS-ACTIVITY-STATUS        PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-ITEMS-READ             PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-POSTED        PIC 9(7) VALUE 0.
       01  WS-RECALLS-TAKEN          PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.
       01  WS-GROSS-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-COMMISSION-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NET-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.

      * One payment item's split between the agency and the bank.
       01  WS-COMMISSION             PIC S9(9)V99 COMP-3.
       01  WS-NET-AMOUNT             PIC S9(9)V99 COMP-3.
       01  WS-EXCEPTION-REASON       PIC X(40).

      * LOAN-MASTER call: the placement is checked against the loan
      * and, on a recall, cleared from it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-AGENCY-ID       BY WS-LOAN-AGENCY-ID
                     PFX-LOAN-PLACED-DATE     BY WS-LOAN-PLACED-DATE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS.

      * AGENCY-MASTER call for the commission rate.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-AM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-AM-OPERATION-DATA
                     PFX-OPERATION      BY WS-AM-OPERATION.
       01  WS-AGENCY-ID              PIC X(10).
       COPY "agency-record.cob"
           REPLACING PFX-AGY-COMMISSION-PCT  BY WS-AGY-COMMISSION-PCT
                     PFX-AGENCY-RECORD       BY WS-AGENCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-AM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-AM-RESULT-SUCCESS.

      * COLLECTIONS-QUEUE call: a recalled account's queue entry
      * loses the agency so collectors see it again.
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

      * The business date comes from the PROCESSING-DATE control
      * record.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Agency Return Processing"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Return file: "
                   FUNCTION TRIM(WS-RETURN-FILE-NAME)
           DISPLAY "Payment file: "
                   FUNCTION TRIM(WS-PAYMENT-FILE-NAME)

           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "AGENCY-RETURN-PROCESSING: Unable to open "
                       "return file, status " WS-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-PAYMENT-FOR-APPEND
               PERFORM OPEN-ACTIVITY-FOR-APPEND
               OPEN OUTPUT EXCEPTION-REPORT-FILE

               PERFORM READ-NEXT-RETURN
               PERFORM PROCESS-ONE-RETURN
                   UNTIL WS-END-OF-FILE

               CLOSE EXCEPTION-REPORT-FILE
               CLOSE ACTIVITY-FILE
               CLOSE PAYMENT-FILE
               CLOSE RETURN-FILE

               EVALUATE TRUE
                   WHEN WS-FAILURE-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Items read: " WS-ITEMS-READ
           DISPLAY "Payments posted: " WS-PAYMENTS-POSTED
               " Recalls: " WS-RECALLS-TAKEN
               " Exceptions: " WS-EXCEPTION-COUNT
           MOVE WS-GROSS-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Gross collected: " WS-ED-AMOUNT
           MOVE WS-COMMISSION-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Agency commission: " WS-ED-AMOUNT
           MOVE WS-NET-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Net posted: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-RETURN-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PAYMENT-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

      *----------------------------------------------------------------*
      * OPEN-PAYMENT-FOR-APPEND / OPEN-ACTIVITY-FOR-APPEND - both      *
      * files are appended to, never replaced; a first-ever run        *
      * creates them, same open shape ACH-RETURN-PROCESSING uses.      *
      *----------------------------------------------------------------*
       OPEN-PAYMENT-FOR-APPEND.
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF.

       OPEN-ACTIVITY-FOR-APPEND.
           OPEN EXTEND ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = "35"
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN EXTEND ACTIVITY-FILE
           END-IF.

      *----------------------------------------------------------------*
      * PROCESS-ONE-RETURN - the loan must be placed with the agency   *
      * sending the item before anything is posted or recalled.        *
      *----------------------------------------------------------------*
       PROCESS-ONE-RETURN.
           ADD 1 TO WS-ITEMS-READ
           MOVE RT-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           EVALUATE TRUE
               WHEN NOT RT-PAYMENT AND NOT RT-RECALL
                   MOVE "Unknown item type" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RETURN-EXCEPTION
               WHEN NOT WS-LM-RESULT-SUCCESS
                   MOVE "Loan not on file" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RETURN-EXCEPTION
               WHEN WS-LOAN-AGENCY-ID NOT = RT-AGENCY-ID
                   MOVE "Loan not placed with this agency"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RETURN-EXCEPTION
               WHEN RT-PAYMENT
                   PERFORM POST-AGENCY-PAYMENT
               WHEN OTHER
                   PERFORM END-PLACEMENT
           END-EVALUATE
           PERFORM READ-NEXT-RETURN.

      *----------------------------------------------------------------*
      * POST-AGENCY-PAYMENT - commission is the agency's percent of    *
      * the gross, rounded to the cent; the net goes to the payment    *
      * file. An agency no longer on the master is an exception: the   *
      * bank cannot tell what it was owed.                             *
      *----------------------------------------------------------------*
       POST-AGENCY-PAYMENT.
           MOVE RT-AGENCY-ID TO WS-AGENCY-ID
           MOVE SPACES TO WS-AGENCY-RECORD
           MOVE 3 TO WS-AM-OPERATION-LEN
           MOVE "GET" TO WS-AM-OPERATION-DATA
           CALL "AGENCY-MASTER" USING
               WS-AM-OPERATION, WS-AGENCY-ID, WS-AGENCY-RECORD,
               WS-AM-RESULT

           IF NOT WS-AM-RESULT-SUCCESS
               MOVE "Agency not on master" TO WS-EXCEPTION-REASON
               PERFORM WRITE-RETURN-EXCEPTION
           ELSE
               COMPUTE WS-COMMISSION ROUNDED =
                   RT-AMOUNT * WS-AGY-COMMISSION-PCT / 100
               COMPUTE WS-NET-AMOUNT = RT-AMOUNT - WS-COMMISSION

               MOVE RT-LOAN-NUMBER TO PAY-LOAN-NUMBER
               MOVE RT-DATE TO PAY-DATE
               MOVE WS-NET-AMOUNT TO PAY-AMOUNT
               WRITE PAYMENT-RECORD

               MOVE SPACES TO AGENCY-ACTIVITY
               MOVE RT-AGENCY-ID TO AA-AGENCY-ID
               MOVE RT-LOAN-NUMBER TO AA-LOAN-NUMBER
               MOVE RT-DATE TO AA-DATE
               MOVE "PAY" TO AA-TYPE
               MOVE RT-AMOUNT TO AA-GROSS
               MOVE WS-COMMISSION TO AA-COMMISSION
               MOVE WS-NET-AMOUNT TO AA-NET
               WRITE AGENCY-ACTIVITY

               ADD 1 TO WS-PAYMENTS-POSTED
               ADD RT-AMOUNT TO WS-GROSS-TOTAL
               ADD WS-COMMISSION TO WS-COMMISSION-TOTAL
               ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           END-IF.

      *----------------------------------------------------------------*
      * END-PLACEMENT - clears the agency off the loan, then off its   *
      * queue entry if it still has one (a paid-off account may        *
      * already be gone from the queue).                               *
      *----------------------------------------------------------------*
       END-PLACEMENT.
           MOVE SPACES TO WS-LOAN-AGENCY-ID
           MOVE 0 TO WS-LOAN-PLACED-DATE
           MOVE 6 TO WS-LM-OPERATION-LEN
           MOVE "INSERT" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           IF WS-LM-RESULT-SUCCESS
               PERFORM CLEAR-QUEUE-ENTRY-AGENCY

               MOVE SPACES TO AGENCY-ACTIVITY
               MOVE RT-AGENCY-ID TO AA-AGENCY-ID
               MOVE RT-LOAN-NUMBER TO AA-LOAN-NUMBER
               MOVE RT-DATE TO AA-DATE
               MOVE "RECALL" TO AA-TYPE
               IF WS-LOAN-CURRENT-BALANCE > 0
                   MOVE WS-LOAN-CURRENT-BALANCE TO AA-GROSS
               ELSE
                   MOVE 0 TO AA-GROSS
               END-IF
               MOVE 0 TO AA-COMMISSION
               MOVE 0 TO AA-NET
               WRITE AGENCY-ACTIVITY

               ADD 1 TO WS-RECALLS-TAKEN
               PERFORM WRITE-RECALL-LINE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "AGENCY-RETURN-PROCESSING: Loan update failed "
                       "for " RT-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

       CLEAR-QUEUE-ENTRY-AGENCY.
           MOVE RT-LOAN-NUMBER TO WS-QUEUE-LOAN-NUMBER
           MOVE 3 TO WS-CQ-OPERATION-LEN
           MOVE "GET" TO WS-CQ-OPERATION-DATA
           CALL "COLLECTIONS-QUEUE" USING
               WS-CQ-OPERATION, WS-QUEUE-LOAN-NUMBER,
               WS-COLLECTIONS-RECORD, WS-CQ-RESULT
           IF WS-CQ-RESULT-SUCCESS
               MOVE SPACES TO WS-CQ-AGENCY-ID
               MOVE 6 TO WS-CQ-OPERATION-LEN
               MOVE "INSERT" TO WS-CQ-OPERATION-DATA
               CALL "COLLECTIONS-QUEUE" USING
                   WS-CQ-OPERATION, WS-QUEUE-LOAN-NUMBER,
                   WS-COLLECTIONS-RECORD, WS-CQ-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-RECALL-LINE / WRITE-RETURN-EXCEPTION - the report lists  *
      * every placement ended, with the agency's reason, beside the    *
      * items that could not be worked.                                *
      *----------------------------------------------------------------*
       WRITE-RECALL-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "PLACEMENT ENDED: " DELIMITED BY SIZE
                   RT-LOAN-NUMBER DELIMITED BY SIZE
                   "  Agency: " DELIMITED BY SIZE
                   RT-AGENCY-ID DELIMITED BY SIZE
                   "  Date: " DELIMITED BY SIZE
                   RT-DATE DELIMITED BY SIZE
                   "  Reason: " DELIMITED BY SIZE
                   RT-REASON DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-RETURN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RT-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "NOT WORKED " DELIMITED BY SIZE
                   RT-RECORD-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RT-LOAN-NUMBER DELIMITED BY SIZE
                   "  Agency: " DELIMITED BY SIZE
                   RT-AGENCY-ID DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       READ-NEXT-RETURN.
           READ RETURN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       END PROGRAM AGENCY-RETURN-PROCESSING.
