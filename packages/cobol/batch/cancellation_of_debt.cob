      *================================================================*
      * CodeUChain COBOL Batch - Year-End 1099-C Cancellation of Debt  *
      *                                                                *
      * The forgiven-debt half of the year-end tax run, beside         *
      * YEAR-END-TAX-STATEMENTS' interest-paid statements: for a       *
      * parameter tax year (positional argument 1, defaulting to the   *
      * calendar year before the business date), walks every loan on   *
      * LOAN-MASTER and totals the year's CHGO records (CHARGE-OFF's   *
      * write-offs) and STLW records (DEBT-SETTLEMENT's write-offs of  *
      * what a settlement for less than the balance forgave). A loan   *
      * whose discharged debt reaches the 600.00 reporting threshold   *
      * gets a 1099-C.                                                 *
      *                                                                *
      * The identifiable event is the write-off itself: its date is    *
      * the first CHGO or STLW of the year, its code G (a decision to  *
      * discontinue collection) for a charge-off or F (discharge by    *
      * agreement) for a settlement. Box 2 is the whole amount         *
      * discharged, box 3 the interest included in it, and box 7 the   *
      * carrying value DEFAULT-CASE-MAINT took the collateral at when  *
      * the loan was foreclosed or repossessed.                        *
      *                                                                *
      * Borrower copies go to cancellation_of_debt.YYYY.rpt framed the *
      * way the statement batches frame theirs, addressed through the  *
      * customer's mailing address and delivery preference (the        *
      * estate's address for a deceased borrower). The IRS electronic  *
      * file irs_1099c.YYYY.dat carries the transmitter (T) and payer  *
      * (A) records, one payee (B) record per form, the payer's        *
      * control totals (C) and the end of transmission (F) in the      *
      * 750-byte information-return layout. Positional argument 2 is   *
      * the payer's nine-digit TIN, 3 the transmitter control code,    *
      * and 4 the word TEST to mark a test transmission; without a     *
      * valid payer TIN the borrower copies are still produced but the *
      * IRS file is not. A form whose borrower has no taxpayer id on   *
      * CUSTOMER-MASTER is filed without one and listed on             *
      * cancellation_exceptions.rpt for follow-up.                     *
      *                                                                *
      * Everything comes from the permanent journal, so a prior year   *
      * can be rerun (and the file replaced) any time.                 *
      *                                                                *
      * Return codes: 0 clean, 4 forms filed without a borrower TIN,   *
      * 8 the IRS file was not produced or the form table filled,      *
      * 16 loan_master.dat or the borrower copy file could not be      *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELLATION-OF-DEBT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT COPY-FILE
               ASSIGN TO DYNAMIC WS-COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT IRS-FILE
               ASSIGN TO DYNAMIC WS-IRS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRS-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "cancellation_exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-AMOUNT      BY TXN-AMOUNT
                         PFX-TXN-PRINCIPAL   BY TXN-PRINCIPAL
                         PFX-TXN-INTEREST    BY TXN-INTEREST
                         PFX-TXN-ESCROW      BY TXN-ESCROW
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-TXN-RUN-ID      BY TXN-RUN-ID
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  COPY-FILE.
       01  COPY-LINE                 PIC X(80).

      * The information-return layout: every record 750 bytes, the
      * record sequence number in 500-507 on each.
       FD  IRS-FILE.
       01  IRS-RECORD                PIC X(750).
       01  IRS-T-RECORD.
           05  IT-RECORD-TYPE        PIC X(1).
           05  IT-PAYMENT-YEAR       PIC 9(4).
           05  IT-PRIOR-YEAR         PIC X(1).
           05  IT-TRANSMITTER-TIN    PIC X(9).
           05  IT-CONTROL-CODE       PIC X(5).
           05  FILLER                PIC X(7).
           05  IT-TEST-INDICATOR     PIC X(1).
           05  IT-FOREIGN            PIC X(1).
           05  IT-TRANSMITTER-NAME   PIC X(40).
           05  FILLER                PIC X(40).
           05  IT-COMPANY-NAME       PIC X(40).
           05  FILLER                PIC X(146).
           05  IT-TOTAL-PAYEES       PIC 9(8).
           05  FILLER                PIC X(196).
           05  IT-SEQUENCE           PIC 9(8).
           05  FILLER                PIC X(243).
       01  IRS-A-RECORD.
           05  IA-RECORD-TYPE        PIC X(1).
           05  IA-PAYMENT-YEAR       PIC 9(4).
           05  IA-COMBINED-FILER     PIC X(1).
           05  FILLER                PIC X(5).
           05  IA-PAYER-TIN          PIC X(9).
           05  IA-NAME-CONTROL       PIC X(4).
           05  IA-LAST-FILING        PIC X(1).
           05  IA-TYPE-OF-RETURN     PIC X(1).
           05  IA-AMOUNT-CODES       PIC X(18).
           05  FILLER                PIC X(8).
           05  IA-FOREIGN            PIC X(1).
           05  IA-PAYER-NAME         PIC X(40).
           05  FILLER                PIC X(40).
           05  IA-TRANSFER-AGENT     PIC X(1).
           05  FILLER                PIC X(365).
           05  IA-SEQUENCE           PIC 9(8).
           05  FILLER                PIC X(243).
       01  IRS-B-RECORD.
           05  IB-RECORD-TYPE        PIC X(1).
           05  IB-PAYMENT-YEAR       PIC 9(4).
           05  IB-CORRECTED          PIC X(1).
           05  IB-NAME-CONTROL       PIC X(4).
           05  IB-TIN-TYPE           PIC X(1).
           05  IB-PAYEE-TIN          PIC X(9).
           05  IB-ACCOUNT-NUMBER     PIC X(20).
           05  IB-PAYER-OFFICE       PIC X(4).
           05  FILLER                PIC X(10).
           05  IB-AMOUNT-1           PIC 9(10)V99.
           05  IB-AMOUNT-2           PIC 9(10)V99.
           05  IB-AMOUNT-3           PIC 9(10)V99.
           05  IB-AMOUNT-4           PIC 9(10)V99.
           05  IB-AMOUNT-5           PIC 9(10)V99.
           05  IB-AMOUNT-6           PIC 9(10)V99.
           05  IB-AMOUNT-7           PIC 9(10)V99.
           05  IB-OTHER-AMOUNTS      PIC X(108).
           05  IB-FOREIGN            PIC X(1).
           05  IB-PAYEE-NAME         PIC X(40).
           05  FILLER                PIC X(80).
           05  IB-PAYEE-ADDRESS      PIC X(40).
           05  FILLER                PIC X(40).
           05  IB-PAYEE-CITY         PIC X(40).
           05  IB-PAYEE-STATE        PIC X(2).
           05  IB-PAYEE-ZIP          PIC X(9).
           05  FILLER                PIC X(1).
           05  IB-SEQUENCE           PIC 9(8).
           05  FILLER                PIC X(39).
           05  IB-EVENT-CODE         PIC X(1).
           05  IB-EVENT-DATE         PIC 9(8).
           05  IB-DEBT-DESCRIPTION   PIC X(39).
           05  IB-PERSONAL-LIABILITY PIC X(1).
           05  FILLER                PIC X(155).
       01  IRS-C-RECORD.
           05  IC-RECORD-TYPE        PIC X(1).
           05  IC-NUMBER-OF-PAYEES   PIC 9(8).
           05  FILLER                PIC X(6).
           05  IC-TOTAL-1            PIC 9(16)V99.
           05  IC-TOTAL-2            PIC 9(16)V99.
           05  IC-TOTAL-3            PIC 9(16)V99.
           05  IC-TOTALS-4-TO-6      PIC X(54).
           05  IC-TOTAL-7            PIC 9(16)V99.
           05  IC-OTHER-TOTALS       PIC X(162).
           05  FILLER                PIC X(196).
           05  IC-SEQUENCE           PIC 9(8).
           05  FILLER                PIC X(243).
       01  IRS-F-RECORD.
           05  IF-RECORD-TYPE        PIC X(1).
           05  IF-NUMBER-OF-A        PIC 9(8).
           05  IF-ZEROS              PIC X(21).
           05  FILLER                PIC X(19).
           05  IF-TOTAL-PAYEES       PIC 9(8).
           05  FILLER                PIC X(442).
           05  IF-SEQUENCE           PIC 9(8).
           05  FILLER                PIC X(243).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-COPY-STATUS            PIC XX.
       01  WS-IRS-STATUS             PIC XX.
       01  WS-EXCEPTION-STATUS       PIC XX.
       01  WS-COPY-FILE-NAME         PIC X(40).
       01  WS-IRS-FILE-NAME          PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-IRS-OPEN-SWITCH        PIC X(1) VALUE "N".
           88  WS-IRS-FILE-OPEN              VALUE "Y".

       01  WS-YEAR-ARG               PIC X(4) VALUE SPACES.
       01  WS-TEST-ARG               PIC X(4) VALUE SPACES.
       01  WS-TAX-YEAR               PIC 9(4).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-YEAR               PIC 9(4).
       01  WS-TXN-YEAR               PIC 9(4).

      * The payer -- this lender -- as the IRS file identifies it.
       01  WS-PAYER-TIN              PIC X(9) VALUE SPACES.
       01  WS-CONTROL-CODE           PIC X(5) VALUE SPACES.
       01  WS-PAYER-NAME             PIC X(40)
                                    VALUE "CODEUCHAIN LENDING".
       01  WS-REPORTING-THRESHOLD    PIC S9(13)V99 VALUE 600.00.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-BELOW-THRESHOLD        PIC 9(7) VALUE 0.
       01  WS-FORMS-PRODUCED         PIC 9(7) VALUE 0.
       01  WS-MISSING-TIN-COUNT      PIC 9(7) VALUE 0.
       01  WS-IRS-SEQUENCE           PIC 9(8) VALUE 0.

      * One loan's discharged debt for the year, built by the journal
      * walk.
       01  WS-LOAN-DISCHARGED        PIC S9(13)V99.
       01  WS-LOAN-DISCHARGED-INT    PIC S9(13)V99.
       01  WS-LOAN-EVENT-DATE        PIC 9(8).
       01  WS-LOAN-EVENT-CODE        PIC X(1).

      * The forms to issue, filled in walk order the same append-a-row
      * way YEAR-END-TAX-STATEMENTS' borrower table is, so the IRS
      * file's transmitter record can carry the payee count up front.
       01  WS-FORM-TABLE.
           05  WS-FORM-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-FORM-IDX.
               10  WS-FT-LOAN-NUMBER    PIC X(10).
               10  WS-FT-CUSTOMER-ID    PIC X(10).
               10  WS-FT-DISCHARGED     PIC S9(13)V99 COMP-3.
               10  WS-FT-INTEREST       PIC S9(13)V99 COMP-3.
               10  WS-FT-FAIR-VALUE     PIC S9(13)V99 COMP-3.
               10  WS-FT-EVENT-DATE     PIC 9(8).
               10  WS-FT-EVENT-CODE     PIC X(1).
       01  WS-FORM-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-FORM-MAX               PIC S9(4) COMP VALUE 1000.

      * Control totals, the C record's and the report's.
       01  WS-TOTAL-DISCHARGED       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-FAIR-VALUE       PIC S9(15)V99 COMP-3 VALUE 0.

      * The borrower's on-file details for the copy and the B record.
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
                     PFX-CUST-DECEASED-DATE BY WS-CUST-DECEASED-DATE
                     PFX-CUST-ESTATE-NAME BY WS-CUST-ESTATE-NAME
                     PFX-CUST-ESTATE-ADDR-1 BY WS-CUST-ESTATE-ADDR-1
                     PFX-CUST-ESTATE-ADDR-2 BY WS-CUST-ESTATE-ADDR-2
                     PFX-CUST-ESTATE-CITY BY WS-CUST-ESTATE-CITY
                     PFX-CUST-ESTATE-STATE BY WS-CUST-ESTATE-STATE
                     PFX-CUST-ESTATE-ZIP  BY WS-CUST-ESTATE-ZIP
                     PFX-CUST-TAX-ID      BY WS-CUST-TAX-ID
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.
       01  WS-ESTATE-SWITCH          PIC X(1) VALUE "N".
           88  WS-WRITE-TO-ESTATE            VALUE "Y".

      * DEFAULT-CASE-MASTER call: the value the collateral was taken
      * at, box 7 on a foreclosed or repossessed loan.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DC-OPERATION-DATA
                     PFX-OPERATION      BY WS-DC-OPERATION.
       01  WS-CASE-LOAN-NUMBER       PIC X(10).
       COPY "default-case-record.cob"
           REPLACING PFX-DC-TAKEN-DATE    BY WS-DC-TAKEN-DATE
                     PFX-DC-CARRYING-VALUE BY WS-DC-CARRYING-VALUE
                     PFX-DEFAULT-CASE-RECORD BY WS-DEFAULT-CASE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DC-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DC-RESULT-SUCCESS.

      * The business date comes from the PROCESSING-DATE control
      * record; the default tax year is the year before it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-DEBT-DESCRIPTION       PIC X(39).
       01  WS-MASKED-TIN             PIC X(11).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - 1099-C Cancellation of Debt"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Tax year: " WS-TAX-YEAR

           MOVE SPACES TO WS-COPY-FILE-NAME
           STRING "cancellation_of_debt." DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-COPY-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-IRS-FILE-NAME
           STRING "irs_1099c." DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-IRS-FILE-NAME
           END-STRING

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               PERFORM READ-NEXT-LOAN
               PERFORM TOTAL-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE

               PERFORM WRITE-ALL-FORMS
           ELSE
               DISPLAY "CANCELLATION-OF-DEBT: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no forms to produce"
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-TOTAL-DISCHARGED TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Forms produced: " WS-FORMS-PRODUCED
               " Below threshold: " WS-BELOW-THRESHOLD
           DISPLAY "Filed without borrower TIN: "
                   WS-MISSING-TIN-COUNT
           DISPLAY "Debt discharged control total: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * tax year (left off, the year before the business date), 2 the  *
      * payer TIN, 3 the transmitter control code, 4 TEST for a test   *
      * transmission.                                                  *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-YEAR-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-YEAR-ARG NOT = SPACES
               COMPUTE WS-TAX-YEAR =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-YEAR-ARG))
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PAYER-TIN FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-CONTROL-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEST-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-TEST-ARG) TO WS-TEST-ARG.

      *----------------------------------------------------------------*
      * TOTAL-ONE-LOAN - the loan's write-offs for the tax year; one   *
      * that reaches the reporting threshold takes a row in the form   *
      * table.                                                         *
      *----------------------------------------------------------------*
       TOTAL-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           PERFORM TOTAL-YEAR-DISCHARGE-FOR-LOAN
           IF WS-LOAN-DISCHARGED > 0
               IF WS-LOAN-DISCHARGED >= WS-REPORTING-THRESHOLD
                   PERFORM ADD-FORM-FOR-LOAN
               ELSE
                   ADD 1 TO WS-BELOW-THRESHOLD
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * TOTAL-YEAR-DISCHARGE-FOR-LOAN - keyed START at the loan and    *
      * walk its journal the way YEAR-END-TAX-STATEMENTS does; every   *
      * CHGO and STLW dated in the tax year adds to the discharge, and *
      * the first of them is the identifiable event.                   *
      *----------------------------------------------------------------*
       TOTAL-YEAR-DISCHARGE-FOR-LOAN.
           MOVE 0 TO WS-LOAN-DISCHARGED
           MOVE 0 TO WS-LOAN-DISCHARGED-INT
           MOVE 0 TO WS-LOAN-EVENT-DATE
           MOVE SPACE TO WS-LOAN-EVENT-CODE
           MOVE "N" TO WS-TXN-EOF-SWITCH

           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FILE-STATUS = "00"
               MOVE LOAN-NUMBER TO TXN-LOAN-NUMBER
               MOVE 0 TO TXN-SEQUENCE
               START TRANSACTION-FILE
                   KEY IS NOT LESS THAN TXN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TXN-EOF-SWITCH
               END-START
               IF NOT WS-TXN-AT-EOF
                   PERFORM READ-NEXT-JOURNAL-RECORD
                   PERFORM CHECK-ONE-JOURNAL-RECORD
                       UNTIL WS-TXN-AT-EOF
               END-IF
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               MOVE TXN-DATE(1:4) TO WS-TXN-YEAR
               IF WS-TXN-YEAR = WS-TAX-YEAR
                       AND (TXN-CODE = "CHGO" OR TXN-CODE = "STLW")
                   ADD TXN-AMOUNT TO WS-LOAN-DISCHARGED
                   ADD TXN-INTEREST TO WS-LOAN-DISCHARGED-INT
                   IF WS-LOAN-EVENT-DATE = 0
                       MOVE TXN-DATE TO WS-LOAN-EVENT-DATE
                       IF TXN-CODE = "CHGO"
                           MOVE "G" TO WS-LOAN-EVENT-CODE
                       ELSE
                           MOVE "F" TO WS-LOAN-EVENT-CODE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * ADD-FORM-FOR-LOAN - one row per loan reported, with the taken  *
      * value of any collateral the loan's default case took.          *
      *----------------------------------------------------------------*
       ADD-FORM-FOR-LOAN.
           IF WS-FORM-COUNT < WS-FORM-MAX
               ADD 1 TO WS-FORM-COUNT
               SET WS-FORM-IDX TO WS-FORM-COUNT
               MOVE LOAN-NUMBER TO WS-FT-LOAN-NUMBER(WS-FORM-IDX)
               MOVE LOAN-CUSTOMER-ID
                   TO WS-FT-CUSTOMER-ID(WS-FORM-IDX)
               MOVE WS-LOAN-DISCHARGED
                   TO WS-FT-DISCHARGED(WS-FORM-IDX)
               MOVE WS-LOAN-DISCHARGED-INT
                   TO WS-FT-INTEREST(WS-FORM-IDX)
               MOVE WS-LOAN-EVENT-DATE
                   TO WS-FT-EVENT-DATE(WS-FORM-IDX)
               MOVE WS-LOAN-EVENT-CODE
                   TO WS-FT-EVENT-CODE(WS-FORM-IDX)
               MOVE 0 TO WS-FT-FAIR-VALUE(WS-FORM-IDX)
               PERFORM LOOK-UP-TAKEN-VALUE
           ELSE
               DISPLAY "CANCELLATION-OF-DEBT: Form table full; "
                       LOAN-NUMBER " dropped"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOOK-UP-TAKEN-VALUE.
           MOVE LOAN-NUMBER TO WS-CASE-LOAN-NUMBER
           MOVE SPACES TO WS-DEFAULT-CASE-RECORD
           MOVE 3 TO WS-DC-OPERATION-LEN
           MOVE "GET" TO WS-DC-OPERATION-DATA
           CALL "DEFAULT-CASE-MASTER" USING
               WS-DC-OPERATION, WS-CASE-LOAN-NUMBER,
               WS-DEFAULT-CASE-RECORD, WS-DC-RESULT
           IF WS-DC-RESULT-SUCCESS
                   AND WS-DC-TAKEN-DATE IS NUMERIC
                   AND WS-DC-TAKEN-DATE > 0
                   AND WS-DC-CARRYING-VALUE > 0
               MOVE WS-DC-CARRYING-VALUE
                   TO WS-FT-FAIR-VALUE(WS-FORM-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-ALL-FORMS - the borrower copy and the B record for each  *
      * form, between the T/A records and the C/F records; the IRS     *
      * file is left out altogether without a payer TIN.               *
      *----------------------------------------------------------------*
       WRITE-ALL-FORMS.
           OPEN OUTPUT COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               DISPLAY "CANCELLATION-OF-DEBT: Unable to create "
                       FUNCTION TRIM(WS-COPY-FILE-NAME)
                       ", status " WS-COPY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
               PERFORM OPEN-IRS-FILE
               PERFORM WRITE-ONE-FORM
                   VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > WS-FORM-COUNT
               PERFORM WRITE-CONTROL-TOTAL
               IF WS-IRS-FILE-OPEN
                   PERFORM WRITE-IRS-TRAILER-RECORDS
                   CLOSE IRS-FILE
                   DISPLAY "CANCELLATION-OF-DEBT: Released "
                           FUNCTION TRIM(WS-IRS-FILE-NAME)
               END-IF
               CLOSE COPY-FILE
               CLOSE EXCEPTION-FILE
               DISPLAY "CANCELLATION-OF-DEBT: Released "
                       FUNCTION TRIM(WS-COPY-FILE-NAME)
               IF WS-MISSING-TIN-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * OPEN-IRS-FILE - a payer TIN that is not nine digits stops the  *
      * IRS file before it starts; otherwise the transmitter and payer *
      * records open it.                                               *
      *----------------------------------------------------------------*
       OPEN-IRS-FILE.
           MOVE "N" TO WS-IRS-OPEN-SWITCH
           IF WS-PAYER-TIN IS NOT NUMERIC
               DISPLAY "CANCELLATION-OF-DEBT: No valid payer TIN "
                       "(argument 2) -- IRS file not produced"
               MOVE SPACES TO EXCEPTION-LINE
               STRING "NO PAYER TIN: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IRS-FILE-NAME)
                           DELIMITED BY SIZE
                       " not produced" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT IRS-FILE
               IF WS-IRS-STATUS NOT = "00"
                   DISPLAY "CANCELLATION-OF-DEBT: Unable to create "
                           FUNCTION TRIM(WS-IRS-FILE-NAME)
                           ", status " WS-IRS-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-IRS-OPEN-SWITCH
                   PERFORM WRITE-IRS-HEADER-RECORDS
               END-IF
           END-IF.

       WRITE-IRS-HEADER-RECORDS.
           MOVE SPACES TO IRS-T-RECORD
           MOVE "T" TO IT-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IT-PAYMENT-YEAR
           MOVE WS-PAYER-TIN TO IT-TRANSMITTER-TIN
           MOVE WS-CONTROL-CODE TO IT-CONTROL-CODE
           IF WS-TEST-ARG = "TEST"
               MOVE "T" TO IT-TEST-INDICATOR
           END-IF
           MOVE WS-PAYER-NAME TO IT-TRANSMITTER-NAME
           MOVE WS-PAYER-NAME TO IT-COMPANY-NAME
           MOVE WS-FORM-COUNT TO IT-TOTAL-PAYEES
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IT-SEQUENCE
           WRITE IRS-T-RECORD

           MOVE SPACES TO IRS-A-RECORD
           MOVE "A" TO IA-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IA-PAYMENT-YEAR
           MOVE WS-PAYER-TIN TO IA-PAYER-TIN
           MOVE WS-PAYER-NAME(1:4) TO IA-NAME-CONTROL
           MOVE "5" TO IA-TYPE-OF-RETURN
           MOVE "237" TO IA-AMOUNT-CODES
           MOVE WS-PAYER-NAME TO IA-PAYER-NAME
           MOVE "0" TO IA-TRANSFER-AGENT
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IA-SEQUENCE
           WRITE IRS-A-RECORD.

      *----------------------------------------------------------------*
      * WRITE-ONE-FORM - the borrower's details, then the copy, the B  *
      * record and the control totals for one form.                    *
      *----------------------------------------------------------------*
       WRITE-ONE-FORM.
           MOVE WS-FT-CUSTOMER-ID(WS-FORM-IDX) TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE WS-CUSTOMER-ID TO WS-CUST-NAME
           END-IF
           MOVE "N" TO WS-ESTATE-SWITCH
           IF WS-CM-RESULT-SUCCESS
                   AND WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               MOVE "Y" TO WS-ESTATE-SWITCH
           END-IF

           MOVE SPACES TO WS-DEBT-DESCRIPTION
           IF WS-FT-EVENT-CODE(WS-FORM-IDX) = "F"
               STRING "LOAN " DELIMITED BY SIZE
                       WS-FT-LOAN-NUMBER(WS-FORM-IDX) DELIMITED BY SIZE
                       " SETTLED FOR LESS" DELIMITED BY SIZE
                   INTO WS-DEBT-DESCRIPTION
               END-STRING
           ELSE
               STRING "LOAN " DELIMITED BY SIZE
                       WS-FT-LOAN-NUMBER(WS-FORM-IDX) DELIMITED BY SIZE
                       " CHARGED OFF" DELIMITED BY SIZE
                   INTO WS-DEBT-DESCRIPTION
               END-STRING
           END-IF

           IF WS-CUST-TAX-ID IS NOT NUMERIC
               MOVE SPACES TO WS-CUST-TAX-ID
               ADD 1 TO WS-MISSING-TIN-COUNT
               PERFORM WRITE-MISSING-TIN-EXCEPTION
               MOVE "NOT ON FILE" TO WS-MASKED-TIN
           ELSE
               MOVE SPACES TO WS-MASKED-TIN
               STRING "***-**-" DELIMITED BY SIZE
                       WS-CUST-TAX-ID(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
               END-STRING
           END-IF

           PERFORM WRITE-BORROWER-COPY
           IF WS-IRS-FILE-OPEN
               PERFORM WRITE-IRS-PAYEE-RECORD
           END-IF

           ADD WS-FT-DISCHARGED(WS-FORM-IDX) TO WS-TOTAL-DISCHARGED
           ADD WS-FT-INTEREST(WS-FORM-IDX) TO WS-TOTAL-INTEREST
           ADD WS-FT-FAIR-VALUE(WS-FORM-IDX) TO WS-TOTAL-FAIR-VALUE
           ADD 1 TO WS-FORMS-PRODUCED.

      *----------------------------------------------------------------*
      * WRITE-BORROWER-COPY - Copy B for the borrower, boxed the way   *
      * the year-end statements are, to the address the delivery       *
      * preference (or the estate) says.                               *
      *----------------------------------------------------------------*
       WRITE-BORROWER-COPY.
           MOVE ALL "=" TO COPY-LINE
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "FORM 1099-C  CANCELLATION OF DEBT  Tax Year "
                       DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   "  COPY B" DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "Creditor: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAYER-NAME) DELIMITED BY SIZE
                   "  TIN: " DELIMITED BY SIZE
                   WS-PAYER-TIN DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "Debtor: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-CUSTOMER-ID DELIMITED BY SIZE
                   ")  TIN: " DELIMITED BY SIZE
                   WS-MASKED-TIN DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           PERFORM WRITE-MAILING-ADDRESS

           MOVE ALL "-" TO COPY-LINE
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "Account number: " DELIMITED BY SIZE
                   WS-FT-LOAN-NUMBER(WS-FORM-IDX) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "1 Date of identifiable event:   " DELIMITED BY SIZE
                   WS-FT-EVENT-DATE(WS-FORM-IDX) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE WS-FT-DISCHARGED(WS-FORM-IDX) TO WS-ED-AMOUNT
           MOVE SPACES TO COPY-LINE
           STRING "2 Amount of debt discharged:    " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE WS-FT-INTEREST(WS-FORM-IDX) TO WS-ED-AMOUNT
           MOVE SPACES TO COPY-LINE
           STRING "3 Interest included in box 2:   " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "4 Debt description:             " DELIMITED BY SIZE
                   WS-DEBT-DESCRIPTION DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE "5 Debtor personally liable:     X" TO COPY-LINE
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           STRING "6 Identifiable event code:      " DELIMITED BY SIZE
                   WS-FT-EVENT-CODE(WS-FORM-IDX) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           IF WS-FT-FAIR-VALUE(WS-FORM-IDX) > 0
               MOVE WS-FT-FAIR-VALUE(WS-FORM-IDX) TO WS-ED-AMOUNT
               MOVE SPACES TO COPY-LINE
               STRING "7 Fair market value of property: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO COPY-LINE
               END-STRING
               WRITE COPY-LINE
           END-IF

           MOVE ALL "=" TO COPY-LINE
           WRITE COPY-LINE

           MOVE SPACES TO COPY-LINE
           WRITE COPY-LINE.

      *----------------------------------------------------------------*
      * WRITE-IRS-PAYEE-RECORD - the B record: amount codes 2, 3 and 7 *
      * as the A record declared them, every other amount zero.        *
      *----------------------------------------------------------------*
       WRITE-IRS-PAYEE-RECORD.
           MOVE SPACES TO IRS-B-RECORD
           MOVE "B" TO IB-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IB-PAYMENT-YEAR
           IF WS-CUST-TAX-ID NOT = SPACES
               MOVE "2" TO IB-TIN-TYPE
           END-IF
           MOVE WS-CUST-TAX-ID TO IB-PAYEE-TIN
           MOVE WS-FT-LOAN-NUMBER(WS-FORM-IDX) TO IB-ACCOUNT-NUMBER
           MOVE 0 TO IB-AMOUNT-1
           MOVE WS-FT-DISCHARGED(WS-FORM-IDX) TO IB-AMOUNT-2
           MOVE WS-FT-INTEREST(WS-FORM-IDX) TO IB-AMOUNT-3
           MOVE 0 TO IB-AMOUNT-4
           MOVE 0 TO IB-AMOUNT-5
           MOVE 0 TO IB-AMOUNT-6
           MOVE WS-FT-FAIR-VALUE(WS-FORM-IDX) TO IB-AMOUNT-7
           MOVE ALL "0" TO IB-OTHER-AMOUNTS
           MOVE WS-CUST-NAME TO IB-PAYEE-NAME
           IF WS-WRITE-TO-ESTATE
               MOVE WS-CUST-ESTATE-ADDR-1 TO IB-PAYEE-ADDRESS
               MOVE WS-CUST-ESTATE-CITY TO IB-PAYEE-CITY
               MOVE WS-CUST-ESTATE-STATE TO IB-PAYEE-STATE
               MOVE WS-CUST-ESTATE-ZIP TO IB-PAYEE-ZIP
           ELSE
               MOVE WS-CUST-ADDR-LINE-1 TO IB-PAYEE-ADDRESS
               MOVE WS-CUST-CITY TO IB-PAYEE-CITY
               MOVE WS-CUST-STATE TO IB-PAYEE-STATE
               MOVE WS-CUST-ZIP TO IB-PAYEE-ZIP
           END-IF
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IB-SEQUENCE
           MOVE WS-FT-EVENT-CODE(WS-FORM-IDX) TO IB-EVENT-CODE
           MOVE WS-FT-EVENT-DATE(WS-FORM-IDX) TO IB-EVENT-DATE
           MOVE WS-DEBT-DESCRIPTION TO IB-DEBT-DESCRIPTION
           MOVE "1" TO IB-PERSONAL-LIABILITY
           WRITE IRS-B-RECORD.

      *----------------------------------------------------------------*
      * WRITE-IRS-TRAILER-RECORDS - the payer's C record carrying the  *
      * payee count and the totals of each declared amount, then the   *
      * F record closing the transmission.                             *
      *----------------------------------------------------------------*
       WRITE-IRS-TRAILER-RECORDS.
           MOVE SPACES TO IRS-C-RECORD
           MOVE "C" TO IC-RECORD-TYPE
           MOVE WS-FORMS-PRODUCED TO IC-NUMBER-OF-PAYEES
           MOVE 0 TO IC-TOTAL-1
           MOVE WS-TOTAL-DISCHARGED TO IC-TOTAL-2
           MOVE WS-TOTAL-INTEREST TO IC-TOTAL-3
           MOVE ALL "0" TO IC-TOTALS-4-TO-6
           MOVE WS-TOTAL-FAIR-VALUE TO IC-TOTAL-7
           MOVE ALL "0" TO IC-OTHER-TOTALS
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IC-SEQUENCE
           WRITE IRS-C-RECORD

           MOVE SPACES TO IRS-F-RECORD
           MOVE "F" TO IF-RECORD-TYPE
           MOVE 1 TO IF-NUMBER-OF-A
           MOVE ALL "0" TO IF-ZEROS
           MOVE WS-FORMS-PRODUCED TO IF-TOTAL-PAYEES
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IF-SEQUENCE
           WRITE IRS-F-RECORD.

       WRITE-CONTROL-TOTAL.
           MOVE WS-FORMS-PRODUCED TO WS-ED-COUNT
           MOVE SPACES TO COPY-LINE
           STRING "CONTROL TOTAL - forms: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE WS-TOTAL-DISCHARGED TO WS-ED-AMOUNT
           MOVE SPACES TO COPY-LINE
           STRING "  Debt discharged (box 2): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE WS-TOTAL-INTEREST TO WS-ED-AMOUNT
           MOVE SPACES TO COPY-LINE
           STRING "  Interest included (box 3): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE WS-TOTAL-FAIR-VALUE TO WS-ED-AMOUNT
           MOVE SPACES TO COPY-LINE
           STRING "  Property fair value (box 7): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE

           MOVE "Ties to the IRS file C record and the year's CHGO/STLW"
               TO COPY-LINE
           WRITE COPY-LINE
           MOVE "journal records at or above the reporting threshold."
               TO COPY-LINE
           WRITE COPY-LINE.

       WRITE-MISSING-TIN-EXCEPTION.
           MOVE WS-FT-DISCHARGED(WS-FORM-IDX) TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "NO BORROWER TIN: " DELIMITED BY SIZE
                   WS-CUSTOMER-ID DELIMITED BY SIZE
                   "  Loan: " DELIMITED BY SIZE
                   WS-FT-LOAN-NUMBER(WS-FORM-IDX) DELIMITED BY SIZE
                   "  Discharged: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of the  *
      * mail; the estate's block for a deceased borrower.              *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-WRITE-TO-ESTATE
               PERFORM WRITE-ESTATE-ADDRESS
           ELSE IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO COPY-LINE
               WRITE COPY-LINE
           ELSE
               IF WS-CUST-ADDR-LINE-1 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-1 TO COPY-LINE
                   WRITE COPY-LINE
               END-IF
               IF WS-CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-2 TO COPY-LINE
                   WRITE COPY-LINE
               END-IF
               IF WS-CUST-CITY NOT = SPACES
                   MOVE SPACES TO COPY-LINE
                   STRING FUNCTION TRIM(WS-CUST-CITY)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           WS-CUST-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CUST-ZIP DELIMITED BY SIZE
                       INTO COPY-LINE
                   END-STRING
                   WRITE COPY-LINE
               END-IF
           END-IF
           END-IF.

       WRITE-ESTATE-ADDRESS.
           MOVE SPACES TO COPY-LINE
           STRING "c/o " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-ESTATE-NAME) DELIMITED BY SIZE
               INTO COPY-LINE
           END-STRING
           WRITE COPY-LINE
           IF WS-CUST-ESTATE-ADDR-1 NOT = SPACES
               MOVE WS-CUST-ESTATE-ADDR-1 TO COPY-LINE
               WRITE COPY-LINE
           END-IF
           IF WS-CUST-ESTATE-ADDR-2 NOT = SPACES
               MOVE WS-CUST-ESTATE-ADDR-2 TO COPY-LINE
               WRITE COPY-LINE
           END-IF
           IF WS-CUST-ESTATE-CITY NOT = SPACES
               MOVE SPACES TO COPY-LINE
               STRING FUNCTION TRIM(WS-CUST-ESTATE-CITY)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-CUST-ESTATE-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUST-ESTATE-ZIP DELIMITED BY SIZE
                   INTO COPY-LINE
               END-STRING
               WRITE COPY-LINE
           END-IF.

       END PROGRAM CANCELLATION-OF-DEBT.
