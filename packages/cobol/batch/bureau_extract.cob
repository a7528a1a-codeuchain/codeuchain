      * loans under their own status codes (PF paid off, CO charged    *
      * off) -- with borrower identity from CUSTOMER-MASTER and a      *
      * control trailer carrying the record count.                     *
      * A loan matured with a balance owing still reports as open,     *
      * aged off its last unpaid due date like any other open loan.    *
      *                                                                *
      * The extract lands in bureau_extract.YYYYMM.dat for a           *
      * parameter month (positional argument 1, default the current    *
      *                                                                *
      *   Status codes: AC open/current, D1 1-30, D2 31-60, D3 61-90,  *
      *   D4 over 90 days past due, PF paid off, CO charged off.       *
      *                                                                *
      * Each record carries a deceased indicator for the borrower and, *
      * on a loan with one, the co-borrower's id and indicator: "X"    *
      * (the bureau's deceased code) once CUSTOMER-MAINT has recorded  *
      * that person's date of death, space otherwise. The surviving    *
      * borrower on a joint loan is reported as living.                *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-CO-BORROWER-ID  BY
                             LOAN-CO-BORROWER-ID
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  EXTRACT-FILE.
           05  BX-BORROWER-NAME      PIC X(30).
           05  BX-BALANCE            PIC 9(13)V99.
           05  BX-STATUS-CODE        PIC X(2).
           05  BX-DECEASED-IND       PIC X(1).
           05  BX-CO-BORROWER-ID     PIC X(10).
           05  BX-CO-DECEASED-IND    PIC X(1).
       01  BUREAU-TRAILER-RECORD.
           05  BT-RECORD-TYPE        PIC X(1).
           05  BT-RECORD-COUNT       PIC 9(7).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-DECEASED-IND           PIC X(1).

      * The borrower's identity for the record.
       COPY "operation.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-CREDIT-TIER BY WS-CUST-CREDIT-TIER
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-DECEASED-DATE BY WS-CUST-DECEASED-DATE
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
           ADD 1 TO WS-LOANS-READ
           EVALUATE LOAN-STATUS
               WHEN "ACTIVE"
               WHEN "MATURED"
                   PERFORM DERIVE-HISTORY-FLAG
                   PERFORM WRITE-ONE-BUREAU-RECORD
               WHEN "PAIDOFF"
           MOVE LOAN-CUSTOMER-ID TO BX-CUSTOMER-ID
           MOVE WS-CUST-NAME TO BX-BORROWER-NAME
           MOVE LOAN-CURRENT-BALANCE TO BX-BALANCE
           PERFORM SET-DECEASED-INDICATOR
           MOVE WS-DECEASED-IND TO BX-DECEASED-IND

           MOVE SPACES TO BX-CO-BORROWER-ID
           MOVE SPACE TO BX-CO-DECEASED-IND
           IF LOAN-CO-BORROWER-ID NOT = SPACES
               MOVE LOAN-CO-BORROWER-ID TO BX-CO-BORROWER-ID
               MOVE LOAN-CO-BORROWER-ID TO WS-CUSTOMER-ID
               MOVE SPACES TO WS-CUSTOMER-RECORD
               CALL "CUSTOMER-MASTER" USING
                   WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
                   WS-CM-RESULT
               PERFORM SET-DECEASED-INDICATOR
               MOVE WS-DECEASED-IND TO BX-CO-DECEASED-IND
           END-IF
           WRITE EXTRACT-RECORD FROM BUREAU-DETAIL-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

      *----------------------------------------------------------------*
      * SET-DECEASED-INDICATOR - "X" for a customer whose date of      *
      * death is on file, space for anyone else (including a customer  *
      * missing from the master).                                      *
      *----------------------------------------------------------------*
       SET-DECEASED-INDICATOR.
           MOVE SPACE TO WS-DECEASED-IND
           IF WS-CM-RESULT-SUCCESS
                   AND WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               MOVE "X" TO WS-DECEASED-IND
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
