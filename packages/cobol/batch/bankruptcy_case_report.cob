      *================================================================*
      * CodeUChain COBOL Batch - Bankruptcy Case Report                *
      *                                                                *
      * Month-end view of the bankruptcy case file for collections     *
      * and legal. Every case on BANKRUPTCY-MASTER is read in          *
      * customer order and sorted into one of three piles:             *
      *                                                                *
      *     OPEN      the automatic stay is in force -- filed on or    *
      *               before the business date and not yet closed      *
      *     CLOSED    discharged or dismissed during the business      *
      *               date's month                                     *
      *     older     closed in an earlier month; counted, not listed  *
      *                                                                *
      * LOAN-MASTER is then walked once, read-only, and each open      *
      * loan (ACTIVE, and MATURED loans still owing) is added to its   *
      * borrower's case, so every listed case carries the number of    *
      * loans and the balance the stay is holding -- or, for a case    *
      * that closed this month, the balance collections may now act    *
      * on. The borrower's name comes from CUSTOMER-MASTER.            *
      *                                                                *
      * The report (bankruptcy_case_report.rpt) lists the open cases   *
      * with days since filing, then the cases closed this month with  *
      * their disposition, then counts by chapter and by status. The   *
      * stay test is the one the collection batches apply, so the      *
      * open list is exactly the set of borrowers they stood down on.  *
      *                                                                *
      * Return codes: 0 clean, 4 no case file on disk (no filings yet) *
      * or more cases than the table holds, 16 LOAN-MASTER or the case *
      * file could not be opened.                                      *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRUPTCY-CASE-REPORT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-FILE ASSIGN TO "bankruptcy_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BANKRUPTCY-CUSTOMER-ID
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT CASE-REPORT-FILE
               ASSIGN TO "bankruptcy_case_report.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKRUPTCY-FILE.
       01  BANKRUPTCY-FILE-RECORD.
           05  BANKRUPTCY-CUSTOMER-ID   PIC X(10).
           COPY "bankruptcy-record.cob"
               REPLACING PFX-BK-CHAPTER      BY BK-CHAPTER
                         PFX-BK-CASE-NUMBER  BY BK-CASE-NUMBER
                         PFX-BK-FILING-DATE  BY BK-FILING-DATE
                         PFX-BK-CLOSE-DATE   BY BK-CLOSE-DATE
                         PFX-BK-DISPOSITION  BY BK-DISPOSITION
                         PFX-BANKRUPTCY-RECORD BY
                             BANKRUPTCY-MASTER-FIELDS.

       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  CASE-REPORT-FILE.
       01  CASE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASE-FILE-STATUS       PIC XX.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-CASE-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-CASE-END-OF-FILE           VALUE "Y".
       01  WS-LOAN-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-LOAN-END-OF-FILE           VALUE "Y".
       01  WS-CASES-ON-FILE-SWITCH   PIC X(1) VALUE "N".
           88  WS-CASES-ON-FILE              VALUE "Y".

      * The business date comes from the PROCESSING-DATE control
      * record, so "open" and "this month" mean what they meant to
      * the collection batches the same night.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-MONTH              PIC 9(6).
       01  WS-RUN-DATE-INTEGER       PIC 9(8) COMP.

      * Listed cases, loaded from the case file and then credited
      * with their borrower's open loans during the LOAN-MASTER walk.
       01  WS-CASE-MAX               PIC S9(4) COMP VALUE 500.
       01  WS-CASE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CASE-IDX.
               10  WS-CASE-CUSTOMER-ID  PIC X(10).
               10  WS-CASE-CHAPTER      PIC X(2).
               10  WS-CASE-NUMBER       PIC X(20).
               10  WS-CASE-FILING-DATE  PIC 9(8).
               10  WS-CASE-CLOSE-DATE   PIC 9(8).
               10  WS-CASE-DISPOSITION  PIC X(10).
               10  WS-CASE-STAY-SWITCH  PIC X(1).
                   88  WS-CASE-STAY-ACTIVE       VALUE "Y".
               10  WS-CASE-LOANS        PIC 9(5).
               10  WS-CASE-BALANCE      PIC S9(15)V99 COMP-3.
       01  WS-HIT-IDX                PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-FOUND-ENTRY                VALUE "Y".

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

       01  WS-CASES-READ             PIC 9(7) VALUE 0.
       01  WS-CASES-OLDER            PIC 9(7) VALUE 0.
       01  WS-CASES-NOT-LISTED       PIC 9(7) VALUE 0.
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPEN-CH7-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPEN-CH11-COUNT        PIC 9(7) VALUE 0.
       01  WS-OPEN-CH13-COUNT        PIC 9(7) VALUE 0.
       01  WS-STAYED-LOANS           PIC 9(7) VALUE 0.
       01  WS-STAYED-BALANCE         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DISCHARGED-COUNT       PIC 9(7) VALUE 0.
       01  WS-DISMISSED-COUNT        PIC 9(7) VALUE 0.
       01  WS-RELEASED-BALANCE       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DAYS-OPEN              PIC 9(5).

      * One detail line; an open case shows days since filing in
      * the status column, a closed one its disposition and date.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-ID      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-NAME             PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-CHAPTER          PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-CASE-NUMBER      PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-FILING-DATE      PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS           PIC X(21).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-LOANS            PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-BALANCE          PIC X(22).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
       01  WS-ED-COUNT               PIC Z(6)9.
       01  WS-ED-DAYS                PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Bankruptcy Case Report"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 0 TO RETURN-CODE

           OPEN INPUT BANKRUPTCY-FILE
           EVALUATE WS-CASE-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CASES-ON-FILE-SWITCH
                   PERFORM READ-NEXT-CASE
                   PERFORM LOAD-ONE-CASE
                       UNTIL WS-CASE-END-OF-FILE
                   CLOSE BANKRUPTCY-FILE
               WHEN "35"
                   DISPLAY "BANKRUPTCY-CASE-REPORT: No "
                           "bankruptcy_master.dat -- no cases filed"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "BANKRUPTCY-CASE-REPORT: Unable to open "
                           "bankruptcy_master.dat, status "
                           WS-CASE-FILE-STATUS " -- no case report"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF WS-CASES-NOT-LISTED > 0
               DISPLAY "BANKRUPTCY-CASE-REPORT: " WS-CASES-NOT-LISTED
                       " case(s) beyond the " WS-CASE-MAX
                       "-entry table were not listed"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE < 16 AND WS-CASE-COUNT > 0
               OPEN INPUT LOAN-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   PERFORM READ-NEXT-LOAN
                   PERFORM CREDIT-ONE-LOAN
                       UNTIL WS-LOAN-END-OF-FILE
                   CLOSE LOAN-FILE
               ELSE
                   DISPLAY "BANKRUPTCY-CASE-REPORT: Unable to open "
                           "loan_master.dat, status "
                           WS-LOAN-FILE-STATUS " -- no case report"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE < 16
               OPEN OUTPUT CASE-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-OPEN-CASES
               PERFORM WRITE-CLOSED-CASES
               PERFORM WRITE-CASE-SUMMARY
               CLOSE CASE-REPORT-FILE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Cases read: " WS-CASES-READ
               " Open: " WS-OPEN-COUNT
               " Closed earlier: " WS-CASES-OLDER
           DISPLAY "Discharged this month: " WS-DISCHARGED-COUNT
               " Dismissed this month: " WS-DISMISSED-COUNT
           DISPLAY "Loans read: " WS-LOANS-READ
               " Under stay: " WS-STAYED-LOANS
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * LOAD-ONE-CASE - the same stay test the collection batches      *
      * apply decides open; a case that closed inside the business     *
      * date's month is kept for the closed list; anything older is    *
      * only counted.                                                  *
      *----------------------------------------------------------------*
       LOAD-ONE-CASE.
           ADD 1 TO WS-CASES-READ
           EVALUATE TRUE
               WHEN BK-FILING-DATE <= WS-RUN-DATE
                    AND (BK-DISPOSITION = SPACES
                         OR BK-CLOSE-DATE > WS-RUN-DATE)
                   PERFORM ADD-CASE-ENTRY
                   IF WS-FOUND-ENTRY
                       MOVE "Y" TO WS-CASE-STAY-SWITCH(WS-HIT-IDX)
                   END-IF
               WHEN BK-DISPOSITION NOT = SPACES
                    AND BK-CLOSE-DATE(1:6) = WS-RUN-MONTH
                    AND BK-CLOSE-DATE <= WS-RUN-DATE
                   PERFORM ADD-CASE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-CASES-OLDER
           END-EVALUATE
           PERFORM READ-NEXT-CASE.

       ADD-CASE-ENTRY.
           IF WS-CASE-COUNT < WS-CASE-MAX
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-HIT-IDX
               MOVE BANKRUPTCY-CUSTOMER-ID
                   TO WS-CASE-CUSTOMER-ID(WS-HIT-IDX)
               MOVE BK-CHAPTER TO WS-CASE-CHAPTER(WS-HIT-IDX)
               MOVE BK-CASE-NUMBER TO WS-CASE-NUMBER(WS-HIT-IDX)
               MOVE BK-FILING-DATE TO WS-CASE-FILING-DATE(WS-HIT-IDX)
               MOVE BK-CLOSE-DATE TO WS-CASE-CLOSE-DATE(WS-HIT-IDX)
               MOVE BK-DISPOSITION TO WS-CASE-DISPOSITION(WS-HIT-IDX)
               MOVE "N" TO WS-CASE-STAY-SWITCH(WS-HIT-IDX)
               MOVE 0 TO WS-CASE-LOANS(WS-HIT-IDX)
               MOVE 0 TO WS-CASE-BALANCE(WS-HIT-IDX)
               MOVE "Y" TO WS-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-CASES-NOT-LISTED
               MOVE "N" TO WS-FOUND-SWITCH
           END-IF.

       READ-NEXT-CASE.
           READ BANKRUPTCY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CASE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * CREDIT-ONE-LOAN - an open loan whose borrower has a listed     *
      * case adds one loan and its balance to that case.               *
      *----------------------------------------------------------------*
       CREDIT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF (LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED")
                   AND LOAN-CUSTOMER-ID NOT = SPACES
               PERFORM FIND-CASE-ENTRY
               IF WS-FOUND-ENTRY
                   ADD 1 TO WS-CASE-LOANS(WS-HIT-IDX)
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-CASE-BALANCE(WS-HIT-IDX)
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       FIND-CASE-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM TEST-ONE-CASE-ENTRY
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  OR WS-FOUND-ENTRY.

       TEST-ONE-CASE-ENTRY.
           IF WS-CASE-CUSTOMER-ID(WS-CASE-IDX) = LOAN-CUSTOMER-ID
               MOVE "Y" TO WS-FOUND-SWITCH
               SET WS-HIT-IDX TO WS-CASE-IDX
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "BANKRUPTCY CASES AS OF " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE
           IF NOT WS-CASES-ON-FILE
               MOVE "NO BANKRUPTCY CASES ON FILE" TO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-OPEN-CASES - every case under the automatic stay, with   *
      * days since filing and the loans the stay is holding.           *
      *----------------------------------------------------------------*
       WRITE-OPEN-CASES.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE "OPEN CASES - AUTOMATIC STAY IN FORCE"
               TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "CUSTOMER    NAME                            CH  "
                   DELIMITED BY SIZE
                   "CASE NUMBER           FILED     STATUS"
                   DELIMITED BY SIZE
                   "                 LOANS  BALANCE"
                   DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE
           PERFORM WRITE-ONE-OPEN-CASE
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT.

       WRITE-ONE-OPEN-CASE.
           IF WS-CASE-STAY-ACTIVE(WS-CASE-IDX)
               ADD 1 TO WS-OPEN-COUNT
               EVALUATE FUNCTION TRIM(WS-CASE-CHAPTER(WS-CASE-IDX))
                   WHEN "7"
                       ADD 1 TO WS-OPEN-CH7-COUNT
                   WHEN "11"
                       ADD 1 TO WS-OPEN-CH11-COUNT
                   WHEN "13"
                       ADD 1 TO WS-OPEN-CH13-COUNT
               END-EVALUATE
               ADD WS-CASE-LOANS(WS-CASE-IDX) TO WS-STAYED-LOANS
               ADD WS-CASE-BALANCE(WS-CASE-IDX) TO WS-STAYED-BALANCE
               PERFORM FILL-DETAIL-LINE
               COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INTEGER
                   - FUNCTION INTEGER-OF-DATE(
                         WS-CASE-FILING-DATE(WS-CASE-IDX))
               MOVE WS-DAYS-OPEN TO WS-ED-DAYS
               STRING "STAY ACTIVE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                   INTO WS-DL-STATUS
               END-STRING
               MOVE WS-DETAIL-LINE TO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-CLOSED-CASES - cases discharged or dismissed this month; *
      * the stay has lifted and collections resume on their loans.     *
      *----------------------------------------------------------------*
       WRITE-CLOSED-CASES.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE "CASES CLOSED THIS MONTH - STAY LIFTED"
               TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           PERFORM WRITE-ONE-CLOSED-CASE
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT.

       WRITE-ONE-CLOSED-CASE.
           IF NOT WS-CASE-STAY-ACTIVE(WS-CASE-IDX)
               IF WS-CASE-DISPOSITION(WS-CASE-IDX) = "DISCHARGED"
                   ADD 1 TO WS-DISCHARGED-COUNT
               ELSE
                   ADD 1 TO WS-DISMISSED-COUNT
               END-IF
               ADD WS-CASE-BALANCE(WS-CASE-IDX) TO WS-RELEASED-BALANCE
               PERFORM FILL-DETAIL-LINE
               STRING WS-CASE-DISPOSITION(WS-CASE-IDX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CASE-CLOSE-DATE(WS-CASE-IDX)
                       DELIMITED BY SIZE
                   INTO WS-DL-STATUS
               END-STRING
               MOVE WS-DETAIL-LINE TO CASE-REPORT-LINE
               WRITE CASE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * FILL-DETAIL-LINE - the columns open and closed lines share;    *
      * a borrower missing from CUSTOMER-MASTER is listed by id.       *
      *----------------------------------------------------------------*
       FILL-DETAIL-LINE.
           MOVE WS-CASE-CUSTOMER-ID(WS-CASE-IDX) TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE WS-CUSTOMER-ID TO WS-CUST-NAME
           END-IF

           MOVE WS-CASE-CUSTOMER-ID(WS-CASE-IDX) TO WS-DL-CUSTOMER-ID
           MOVE WS-CUST-NAME TO WS-DL-NAME
           MOVE WS-CASE-CHAPTER(WS-CASE-IDX) TO WS-DL-CHAPTER
           MOVE WS-CASE-NUMBER(WS-CASE-IDX) TO WS-DL-CASE-NUMBER
           MOVE WS-CASE-FILING-DATE(WS-CASE-IDX) TO WS-DL-FILING-DATE
           MOVE SPACES TO WS-DL-STATUS
           MOVE WS-CASE-LOANS(WS-CASE-IDX) TO WS-DL-LOANS
           MOVE WS-CASE-BALANCE(WS-CASE-IDX) TO WS-ED-BALANCE
           MOVE FUNCTION TRIM(WS-ED-BALANCE) TO WS-DL-BALANCE.

      *----------------------------------------------------------------*
      * WRITE-CASE-SUMMARY - open cases by chapter with the loans and  *
      * dollars under stay, then this month's closings by disposition. *
      *----------------------------------------------------------------*
       WRITE-CASE-SUMMARY.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE "SUMMARY" TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE

           MOVE WS-OPEN-CH7-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "OPEN CHAPTER 7:        " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           MOVE WS-OPEN-CH11-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "OPEN CHAPTER 11:       " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           MOVE WS-OPEN-CH13-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "OPEN CHAPTER 13:       " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           MOVE WS-OPEN-COUNT TO WS-ED-COUNT
           MOVE WS-STAYED-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "TOTAL OPEN CASES:      " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  LOANS UNDER STAY: " DELIMITED BY SIZE
                   WS-STAYED-LOANS DELIMITED BY SIZE
                   "  BALANCE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           MOVE WS-DISCHARGED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "DISCHARGED THIS MONTH: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           MOVE WS-DISMISSED-COUNT TO WS-ED-COUNT
           MOVE WS-RELEASED-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "DISMISSED THIS MONTH:  " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  BALANCE RELEASED FROM STAY: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           MOVE WS-CASES-OLDER TO WS-ED-COUNT
           MOVE SPACES TO CASE-REPORT-LINE
           STRING "CLOSED IN EARLIER MONTHS (NOT LISTED): "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           END-STRING
           WRITE CASE-REPORT-LINE

           IF WS-CASES-NOT-LISTED > 0
               MOVE WS-CASES-NOT-LISTED TO WS-ED-COUNT
               MOVE SPACES TO CASE-REPORT-LINE
               STRING "*** CASES BEYOND TABLE LIMIT, NOT LISTED: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   INTO CASE-REPORT-LINE
               END-STRING
               WRITE CASE-REPORT-LINE
           END-IF.

       END PROGRAM BANKRUPTCY-CASE-REPORT.
