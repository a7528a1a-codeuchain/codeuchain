      *================================================================*
      * CodeUChain COBOL Batch - Quarterly Insider Lending Report      *
      *                                                                *
      * The quarter's Regulation O schedule for the board: every loan  *
      * on LOAN-MASTER on which a current insider from                 *
      * insider_list.dat (insider-record.cob) is borrower or           *
      * co-borrower, with the balance, rate and status, and whether it *
      * was booked in the quarter. A loan is listed while it is open   *
      * (ACTIVE or MATURED) or if it was booked in the quarter, and    *
      * each insider's loans are then totalled beneath the detail.     *
      *                                                                *
      * After the loans come the items LENDING-LIMIT-CHECK sent to     *
      * APPROVAL-QUEUE for board approval ("Board Approval: REQUIRED") *
      * that were submitted in the quarter -- a household over the     *
      * legal lending limit, an insider, or both -- with where each    *
      * stands and who cleared it.                                     *
      *                                                                *
      * The quarter is positional argument 1, any month in it as       *
      * YYYYMM, defaulting to the quarter the business date falls in,  *
      * the way RELATIONSHIP-PROFITABILITY picks its quarter. Written  *
      * to insider_lending.YYYYQn.rpt.                                 *
      *                                                                *
      * Return codes: 0 clean, 4 the insider list or the approval      *
      * queue could not be read or the insider table filled, 16        *
      * LOAN-MASTER or the report could not be opened.                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER-LENDING-REPORT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT INSIDER-FILE ASSIGN TO "insider_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSIDER-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "approval_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AQ-REFERENCE-ID
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-CO-BORROWER-ID  BY
                             LOAN-CO-BORROWER-ID
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  INSIDER-FILE.
       COPY "insider-record.cob"
           REPLACING PFX-INS-CUSTOMER-ID  BY INS-CUSTOMER-ID
                     PFX-INS-NAME         BY INS-NAME
                     PFX-INS-RELATIONSHIP BY INS-RELATIONSHIP
                     PFX-INS-ACTIVE       BY INS-ACTIVE
                     PFX-INSIDER-RECORD   BY INSIDER-RECORD.

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  AQ-REFERENCE-ID        PIC X(20).
           05  AQ-STATUS              PIC X(10).
           05  AQ-SUBMITTER-ID        PIC X(30).
           05  AQ-APPROVER-ID         PIC X(30).
           05  AQ-SUBMIT-DATE         PIC 9(8).
           05  AQ-ESCALATED-FLAG      PIC X(1).
           05  AQ-DESCRIPTION         PIC X(10000).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-INSIDER-STATUS         PIC XX.
       01  WS-APPROVAL-STATUS        PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(50).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

      * The quarter: argument 1 (any month in it) or the business date.
       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-PERIOD-MONTH           PIC 9(6).
       01  WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
           05  WS-PERIOD-YYYY        PIC 9(4).
           05  WS-PERIOD-MM          PIC 9(2).
       01  WS-QUARTER-NO             PIC 9(1).
       01  WS-QUARTER-LABEL.
           05  WS-QL-YYYY            PIC 9(4).
           05  FILLER                PIC X(1) VALUE "Q".
           05  WS-QL-QUARTER         PIC 9(1).
       01  WS-WORK-DATE              PIC 9(8).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY          PIC 9(4).
           05  WS-WORK-MM            PIC 9(2).
           05  WS-WORK-DD            PIC 9(2).
       01  WS-QUARTER-START          PIC 9(8).
       01  WS-QUARTER-END            PIC 9(8).
       01  WS-QUARTER-END-INT        PIC S9(9) COMP-3.

      * Current insiders off insider_list.dat, with their loans
      * totalled as the master is read.
       01  WS-INSIDER-MAX            PIC S9(4) COMP VALUE 300.
       01  WS-INSIDER-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-INSIDER-TABLE.
           05  WS-INSIDER-ENTRY OCCURS 300 TIMES
                                INDEXED BY WS-IN-IDX.
               10  WS-IN-CUSTOMER-ID    PIC X(10).
               10  WS-IN-NAME           PIC X(30).
               10  WS-IN-RELATIONSHIP   PIC X(10).
               10  WS-IN-LOANS          PIC 9(5).
               10  WS-IN-NEW-LOANS      PIC 9(5).
               10  WS-IN-BALANCE        PIC S9(15)V99 COMP-3.
               10  WS-IN-NEW-AMOUNT     PIC S9(15)V99 COMP-3.
       01  WS-INSIDER-FULL-SWITCH    PIC X(1) VALUE "N".
           88  WS-INSIDER-TABLE-FULL         VALUE "Y".
       01  WS-FIND-ID                PIC X(10).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-FOUND-INSIDER              VALUE "Y".
       01  WS-ROLE                   PIC X(8).
       01  WS-NEW-SWITCH             PIC X(1).
           88  WS-BOOKED-IN-QUARTER          VALUE "Y".

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-LISTED           PIC 9(7) VALUE 0.
       01  WS-NEW-LOANS              PIC 9(7) VALUE 0.
       01  WS-TOTAL-BALANCE          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-NEW-AMOUNT       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-BOARD-ITEMS            PIC 9(7) VALUE 0.

      * Board-approval items read back out of the parked contexts.
       01  WS-BOARD-HITS             PIC 9(4).
       01  WS-LIMIT-HITS             PIC 9(4).
       01  WS-INSIDER-HITS           PIC 9(4).
       01  WS-PARSE-REST             PIC X(10000).
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-RAW-TOKEN              PIC X(50).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BC-OPERATION.
       COPY "business-context.cob"
           REPLACING PFX-BC-APPLICANT-NAME     BY WS-BC-APPLICANT-NAME
                     PFX-BC-PRINCIPAL-AMOUNT   BY WS-BC-PRINCIPAL-AMOUNT
                     PFX-BC-INTEREST-RATE      BY WS-BC-INTEREST-RATE
                     PFX-BC-TIME-PERIOD        BY WS-BC-TIME-PERIOD
                     PFX-BC-COMPOUND-FREQUENCY BY
                         WS-BC-COMPOUND-FREQUENCY
                     PFX-BUSINESS-CONTEXT      BY WS-BUSINESS-CONTEXT.
       01  WS-BC-RESULT              PIC X(10).

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Report lines.
       01  WS-LOAN-HEADING.
           05  FILLER                PIC X(32)
                   VALUE "INSIDER    NAME                 ".
           05  FILLER                PIC X(32)
                   VALUE "RELATION    ROLE     LOAN       ".
           05  FILLER                PIC X(37)
                   VALUE "STATUS        RATE      ORIGINAL     ".
           05  FILLER                PIC X(25)
                   VALUE "   BALANCE  BOOKED    NEW".
       01  WS-LOAN-LINE.
           05  LL-INSIDER-ID         PIC X(10).
           05  FILLER                PIC X(1).
           05  LL-NAME               PIC X(20).
           05  FILLER                PIC X(1).
           05  LL-RELATIONSHIP       PIC X(10).
           05  FILLER                PIC X(2).
           05  LL-ROLE               PIC X(8).
           05  FILLER                PIC X(1).
           05  LL-LOAN-NUMBER        PIC X(10).
           05  FILLER                PIC X(1).
           05  LL-STATUS             PIC X(10).
           05  LL-RATE               PIC ZZ9.9999.
           05  LL-ORIGINAL           PIC Z(10)9.99-.
           05  LL-BALANCE            PIC Z(10)9.99-.
           05  FILLER                PIC X(1).
           05  LL-BOOKED             PIC 9(8).
           05  FILLER                PIC X(2).
           05  LL-NEW                PIC X(3).
           05  FILLER                PIC X(2).
       01  WS-INSIDER-HEADING.
           05  FILLER                PIC X(32)
                   VALUE "INSIDER    NAME                 ".
           05  FILLER                PIC X(34)
                   VALUE "RELATION    LOANS       BALANCE   ".
           05  FILLER                PIC X(18)
                   VALUE "NEW     NEW AMOUNT".
       01  WS-INSIDER-LINE.
           05  IL-INSIDER-ID         PIC X(10).
           05  FILLER                PIC X(1).
           05  IL-NAME               PIC X(20).
           05  FILLER                PIC X(1).
           05  IL-RELATIONSHIP       PIC X(10).
           05  FILLER                PIC X(2).
           05  IL-LOANS              PIC ZZZZ9.
           05  IL-BALANCE            PIC Z(10)9.99-.
           05  IL-NEW-LOANS          PIC ZZZZ9.
           05  IL-NEW-AMOUNT         PIC Z(10)9.99-.
       01  WS-BOARD-HEADING.
           05  FILLER                PIC X(31)
                   VALUE "REFERENCE            SUBMITTED ".
           05  FILLER                PIC X(37)
                   VALUE "CUSTOMER          AMOUNT  REASON     ".
           05  FILLER                PIC X(22)
                   VALUE "   STATUS     APPROVER".
       01  WS-BOARD-LINE.
           05  BL-REFERENCE          PIC X(20).
           05  FILLER                PIC X(1).
           05  BL-SUBMIT-DATE        PIC 9(8).
           05  FILLER                PIC X(2).
           05  BL-CUSTOMER-ID        PIC X(10).
           05  BL-AMOUNT             PIC Z(10)9.99-.
           05  FILLER                PIC X(1).
           05  BL-REASON             PIC X(13).
           05  FILLER                PIC X(1).
           05  BL-STATUS             PIC X(10).
           05  FILLER                PIC X(1).
           05  BL-APPROVER           PIC X(30).
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Insider Lending Report"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM SET-QUARTER-WINDOW
           DISPLAY "Quarter: " WS-QUARTER-LABEL " (" WS-QUARTER-START
                   " - " WS-QUARTER-END ")"
           PERFORM LOAD-INSIDER-TABLE

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "insider_lending." DELIMITED BY SIZE
                   WS-QUARTER-LABEL DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "INSIDER-LENDING-REPORT: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "INSIDER-LENDING-REPORT: Unable to create "
                           FUNCTION TRIM(WS-REPORT-FILE-NAME)
                           ", status " WS-REPORT-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM LIST-ONE-LOAN UNTIL WS-END-OF-FILE
                   PERFORM WRITE-LOAN-TOTALS
                   PERFORM WRITE-INSIDER-SUMMARY
                   PERFORM WRITE-BOARD-APPROVALS
                   CLOSE REPORT-FILE
               END-IF
               CLOSE LOAN-FILE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Insiders: " WS-INSIDER-COUNT
               " Loans read: " WS-LOANS-READ
               " Listed: " WS-LOANS-LISTED
           DISPLAY "Board approval items: " WS-BOARD-ITEMS
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is any    *
      * month of the quarter as YYYYMM; left off, the business date's. *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           MOVE WS-RUN-DATE-X(1:6) TO WS-PERIOD-MONTH

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MONTH-ARG IS NUMERIC
                   AND WS-MONTH-ARG(5:2) >= "01"
                   AND WS-MONTH-ARG(5:2) <= "12"
               MOVE WS-MONTH-ARG TO WS-PERIOD-MONTH
           ELSE
               IF WS-MONTH-ARG NOT = SPACES
                   DISPLAY "INSIDER-LENDING-REPORT: Month "
                           WS-MONTH-ARG " is not YYYYMM; reporting "
                           "the quarter of " WS-PERIOD-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SET-QUARTER-WINDOW - first and last day of the quarter.        *
      *----------------------------------------------------------------*
       SET-QUARTER-WINDOW.
           COMPUTE WS-QUARTER-NO = (WS-PERIOD-MM - 1) / 3 + 1
           MOVE WS-PERIOD-YYYY TO WS-QL-YYYY
           MOVE WS-QUARTER-NO TO WS-QL-QUARTER

           MOVE WS-PERIOD-YYYY TO WS-WORK-YYYY
           COMPUTE WS-WORK-MM = (WS-QUARTER-NO - 1) * 3 + 1
           MOVE 1 TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-QUARTER-START

           IF WS-QUARTER-NO = 4
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 3 TO WS-WORK-MM
           END-IF
           COMPUTE WS-QUARTER-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-QUARTER-END =
               FUNCTION DATE-OF-INTEGER(WS-QUARTER-END-INT).

      *----------------------------------------------------------------*
      * LOAD-INSIDER-TABLE - current insiders only; someone marked     *
      * "N" has left the role and their loans are ordinary loans. A    *
      * missing list reports nothing and ends with a 4 so compliance   *
      * confirms the list was meant to be absent.                      *
      *----------------------------------------------------------------*
       LOAD-INSIDER-TABLE.
           MOVE 0 TO WS-INSIDER-COUNT
           OPEN INPUT INSIDER-FILE
           IF WS-INSIDER-STATUS NOT = "00"
               DISPLAY "INSIDER-LENDING-REPORT: Unable to open "
                       "insider_list.dat, status " WS-INSIDER-STATUS
                       " -- no insiders to report"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-ONE-INSIDER UNTIL WS-END-OF-FILE
               CLOSE INSIDER-FILE
               IF WS-INSIDER-TABLE-FULL
                   DISPLAY "INSIDER-LENDING-REPORT: More than "
                           WS-INSIDER-MAX " insiders; the rest are "
                           "not reported"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-INSIDER.
           READ INSIDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF INS-CUSTOMER-ID NOT = SPACES
                      AND INS-ACTIVE NOT = "N"
                       IF WS-INSIDER-COUNT < WS-INSIDER-MAX
                           ADD 1 TO WS-INSIDER-COUNT
                           SET WS-IN-IDX TO WS-INSIDER-COUNT
                           MOVE INS-CUSTOMER-ID
                               TO WS-IN-CUSTOMER-ID(WS-IN-IDX)
                           MOVE INS-NAME TO WS-IN-NAME(WS-IN-IDX)
                           MOVE INS-RELATIONSHIP
                               TO WS-IN-RELATIONSHIP(WS-IN-IDX)
                           MOVE 0 TO WS-IN-LOANS(WS-IN-IDX)
                           MOVE 0 TO WS-IN-NEW-LOANS(WS-IN-IDX)
                           MOVE 0 TO WS-IN-BALANCE(WS-IN-IDX)
                           MOVE 0 TO WS-IN-NEW-AMOUNT(WS-IN-IDX)
                       ELSE
                           MOVE "Y" TO WS-INSIDER-FULL-SWITCH
                       END-IF
                   END-IF
           END-READ.

       FIND-INSIDER.
           MOVE "N" TO WS-FOUND-SWITCH
           IF WS-FIND-ID NOT = SPACES AND WS-INSIDER-COUNT > 0
               SET WS-IN-IDX TO 1
               SEARCH WS-INSIDER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-IN-IDX > WS-INSIDER-COUNT
                       CONTINUE
                   WHEN WS-IN-CUSTOMER-ID(WS-IN-IDX) = WS-FIND-ID
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "INSIDER LENDING (REGULATION O) REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Quarter: " DELIMITED BY SIZE
                   WS-QUARTER-LABEL DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-QUARTER-START DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-QUARTER-END DELIMITED BY SIZE
                   ")  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOANS TO INSIDERS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOAN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * LIST-ONE-LOAN - an insider as borrower is credited ahead of an *
      * insider as co-borrower, so a loan between two insiders is      *
      * counted once.                                                  *
      *----------------------------------------------------------------*
       LIST-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   MOVE LOAN-CUSTOMER-ID TO WS-FIND-ID
                   MOVE "BORROWER" TO WS-ROLE
                   PERFORM FIND-INSIDER
                   IF NOT WS-FOUND-INSIDER
                       MOVE LOAN-CO-BORROWER-ID TO WS-FIND-ID
                       MOVE "CO-BORR" TO WS-ROLE
                       PERFORM FIND-INSIDER
                   END-IF
                   IF WS-FOUND-INSIDER
                       PERFORM LIST-INSIDER-LOAN
                   END-IF
           END-READ.

       LIST-INSIDER-LOAN.
           MOVE "N" TO WS-NEW-SWITCH
           IF LOAN-BOOKED-DATE IS NUMERIC
              AND LOAN-BOOKED-DATE >= WS-QUARTER-START
              AND LOAN-BOOKED-DATE <= WS-QUARTER-END
               MOVE "Y" TO WS-NEW-SWITCH
           END-IF

           IF LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED"
              OR WS-BOOKED-IN-QUARTER
               ADD 1 TO WS-LOANS-LISTED
               ADD 1 TO WS-IN-LOANS(WS-IN-IDX)
               IF LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED"
                   ADD LOAN-CURRENT-BALANCE TO WS-IN-BALANCE(WS-IN-IDX)
                   ADD LOAN-CURRENT-BALANCE TO WS-TOTAL-BALANCE
               END-IF
               IF WS-BOOKED-IN-QUARTER
                   ADD 1 TO WS-NEW-LOANS
                   ADD 1 TO WS-IN-NEW-LOANS(WS-IN-IDX)
                   ADD LOAN-ORIG-PRINCIPAL
                       TO WS-IN-NEW-AMOUNT(WS-IN-IDX)
                   ADD LOAN-ORIG-PRINCIPAL TO WS-TOTAL-NEW-AMOUNT
               END-IF

               MOVE SPACES TO WS-LOAN-LINE
               MOVE WS-IN-CUSTOMER-ID(WS-IN-IDX) TO LL-INSIDER-ID
               MOVE WS-IN-NAME(WS-IN-IDX) TO LL-NAME
               MOVE WS-IN-RELATIONSHIP(WS-IN-IDX) TO LL-RELATIONSHIP
               MOVE WS-ROLE TO LL-ROLE
               MOVE LOAN-NUMBER TO LL-LOAN-NUMBER
               MOVE LOAN-STATUS TO LL-STATUS
               MOVE LOAN-INTEREST-RATE TO LL-RATE
               MOVE LOAN-ORIG-PRINCIPAL TO LL-ORIGINAL
               MOVE LOAN-CURRENT-BALANCE TO LL-BALANCE
               IF LOAN-BOOKED-DATE IS NUMERIC
                   MOVE LOAN-BOOKED-DATE TO LL-BOOKED
               ELSE
                   MOVE 0 TO LL-BOOKED
               END-IF
               IF WS-BOOKED-IN-QUARTER
                   MOVE "NEW" TO LL-NEW
               END-IF
               MOVE WS-LOAN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-LOAN-TOTALS.
           IF WS-LOANS-LISTED = 0
               MOVE "  (no loans to current insiders)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-BALANCE TO WS-ED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Loans listed: " DELIMITED BY SIZE
                   WS-LOANS-LISTED DELIMITED BY SIZE
                   "  Outstanding to insiders: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-NEW-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Booked this quarter: " DELIMITED BY SIZE
                   WS-NEW-LOANS DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-INSIDER-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALS BY INSIDER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INSIDER-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-INSIDER-LINE
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-INSIDER-COUNT
           IF WS-INSIDER-COUNT = 0
               MOVE "  (no current insiders on insider_list.dat)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-INSIDER-LINE.
           MOVE SPACES TO WS-INSIDER-LINE
           MOVE WS-IN-CUSTOMER-ID(WS-IN-IDX) TO IL-INSIDER-ID
           MOVE WS-IN-NAME(WS-IN-IDX) TO IL-NAME
           MOVE WS-IN-RELATIONSHIP(WS-IN-IDX) TO IL-RELATIONSHIP
           MOVE WS-IN-LOANS(WS-IN-IDX) TO IL-LOANS
           MOVE WS-IN-BALANCE(WS-IN-IDX) TO IL-BALANCE
           MOVE WS-IN-NEW-LOANS(WS-IN-IDX) TO IL-NEW-LOANS
           MOVE WS-IN-NEW-AMOUNT(WS-IN-IDX) TO IL-NEW-AMOUNT
           MOVE WS-INSIDER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-BOARD-APPROVALS - the queue's board-approval items       *
      * submitted in the quarter. No queue yet ("35") is simply none;  *
      * a queue that cannot be read ends the run with a 4.             *
      *----------------------------------------------------------------*
       WRITE-BOARD-APPROVALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BOARD APPROVALS REQUESTED THIS QUARTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BOARD-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT APPROVAL-FILE
           EVALUATE WS-APPROVAL-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM LIST-ONE-APPROVAL UNTIL WS-END-OF-FILE
                   CLOSE APPROVAL-FILE
                   IF WS-BOARD-ITEMS = 0
                       MOVE "  (none)" TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               WHEN "35"
                   MOVE "  (none)" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   DISPLAY "INSIDER-LENDING-REPORT: Unable to open "
                           "approval_queue.dat, status "
                           WS-APPROVAL-STATUS
                   MOVE "  (approval queue could not be read)"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       LIST-ONE-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE 0 TO WS-BOARD-HITS
                   INSPECT AQ-DESCRIPTION TALLYING WS-BOARD-HITS
                       FOR ALL "Board Approval: REQUIRED"
                   IF WS-BOARD-HITS > 0
                      AND AQ-SUBMIT-DATE >= WS-QUARTER-START
                      AND AQ-SUBMIT-DATE <= WS-QUARTER-END
                       PERFORM WRITE-ONE-BOARD-LINE
                   END-IF
           END-READ.

       WRITE-ONE-BOARD-LINE.
           ADD 1 TO WS-BOARD-ITEMS
           MOVE SPACES TO WS-BOARD-LINE
           MOVE AQ-REFERENCE-ID TO BL-REFERENCE
           MOVE AQ-SUBMIT-DATE TO BL-SUBMIT-DATE
           MOVE AQ-STATUS TO BL-STATUS
           MOVE AQ-APPROVER-ID TO BL-APPROVER

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Customer ID:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               UNSTRING WS-PARSE-REST DELIMITED BY ALL SPACE
                   INTO WS-PARSE-JUNK WS-RAW-TOKEN
               END-UNSTRING
               MOVE WS-RAW-TOKEN(1:10) TO BL-CUSTOMER-ID
           END-IF

           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               AQ-DESCRIPTION,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT
           MOVE WS-BC-PRINCIPAL-AMOUNT TO BL-AMOUNT

           MOVE 0 TO WS-LIMIT-HITS
           MOVE 0 TO WS-INSIDER-HITS
           INSPECT AQ-DESCRIPTION TALLYING WS-LIMIT-HITS
               FOR ALL "Lending Limit: EXCEEDED"
           INSPECT AQ-DESCRIPTION TALLYING WS-INSIDER-HITS
               FOR ALL "Insider: YES"
           EVALUATE TRUE
               WHEN WS-LIMIT-HITS > 0 AND WS-INSIDER-HITS > 0
                   MOVE "LIMIT+INSIDER" TO BL-REASON
               WHEN WS-LIMIT-HITS > 0
                   MOVE "LENDING LIMIT" TO BL-REASON
               WHEN WS-INSIDER-HITS > 0
                   MOVE "INSIDER" TO BL-REASON
               WHEN OTHER
                   MOVE "UNVERIFIED" TO BL-REASON
           END-EVALUATE

           MOVE WS-BOARD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM INSIDER-LENDING-REPORT.
