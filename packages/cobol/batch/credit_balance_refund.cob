      *================================================================*
      * CodeUChain COBOL Batch - Credit Balance Refund                 *
      *                                                                *
      * Sends borrowers back money the bank is holding that is no      *
      * longer owed to it: walks LOAN-MASTER (the same direct-FD I-O   *
      * walk the other nightly servicing batches do) and refunds a     *
      * loan's credit balance -- the negative balance PAYMENT-POSTING  *
      * leaves when a payment overshoots the payoff -- and, once a     *
      * loan is PAIDOFF, anything still left in its SUSPENSE-MASTER    *
      * or ESCROW-MASTER account. One check per loan covers all three. *
      * An escrow account earning state-required interest is refunded  *
      * only once ESCROW-INTEREST has made its final credit at payoff. *
      *                                                                *
      * Each check is numbered from refund_check_number.dat (the last  *
      * number issued; a missing file starts at 1, and positional      *
      * argument 1 overrides the next number to issue), listed on      *
      * refund_register.rpt with the payee's mailing address, and      *
      * written to the positive-pay issue file positive_pay.YYYYMMDD   *
      * the bank matches presented checks against -- the H/D/T shape   *
      * ACH-DRAFT-GENERATION releases, its trailer                     *
      * carrying the check count and amount total. A borrower recorded *
      * deceased is paid as the estate, at the estate's address.       *
      *                                                                *
      * The money leaves the books the same night: the credit balance  *
      * is zeroed on the loan, the suspense record and the escrow      *
      * account are closed, a RFND record goes on the loan's journal,  *
      * and one REFUNDCR / REFUNDSUS / REFUNDESC pair per part posts   *
      * to gl_feed.dat (receivable, suspense or escrow against cash).  *
      * A part whose master update fails is left off the check, so the *
      * check never pays out money still on the books. Rerun-safe by   *
      * balance: a refunded loan has nothing left to refund.           *
      *                                                                *
      * A loan with no customer record to pay is held back and listed  *
      * on the register. CHARGEDOFF loans are left alone -- anything   *
      * received on them is recovery.                                  *
      *                                                                *
      * Every check issued, and every refund held, is recorded on      *
      * UNCLAIMED-ITEM-MASTER as an outstanding item for the           *
      * unclaimed-property (escheatment) run to age until the bank     *
      * pays the check; a held refund that later goes out on a check   *
      * is marked CLEARED there.                                       *
      *                                                                *
      * Return codes: 0 clean, 4 a refund was held for want of a       *
      * payee, 8 a master update or the GL posting failed, 16          *
      * LOAN-MASTER or the positive-pay file could not be opened       *
      * (nothing issued).                                              *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BALANCE-REFUND.
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
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "refund_register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO DYNAMIC WS-POSITIVE-PAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.
           SELECT CHECK-NUMBER-FILE
               ASSIGN TO "refund_check_number.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       FD  REGISTER-FILE.
       01  REGISTER-LINE             PIC X(132).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD       PIC X(80).
       01  PP-HEADER-RECORD.
           05  PH-RECORD-TYPE        PIC X(1).
           05  PH-FILE-DATE          PIC 9(8).
           05  PH-RUN-ID             PIC X(14).
       01  PP-DETAIL-RECORD.
           05  PD-RECORD-TYPE        PIC X(1).
           05  PD-CHECK-NUMBER       PIC 9(10).
           05  PD-ISSUE-DATE         PIC 9(8).
           05  PD-AMOUNT             PIC 9(9)V99.
           05  PD-PAYEE              PIC X(40).
           05  PD-LOAN-NUMBER        PIC X(10).
       01  PP-TRAILER-RECORD.
           05  PT-RECORD-TYPE        PIC X(1).
           05  PT-ITEM-COUNT         PIC 9(7).
           05  PT-AMOUNT-TOTAL       PIC 9(13)V99.

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD.
           05  CN-LAST-CHECK-NUMBER  PIC 9(10).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-REGISTER-STATUS        PIC XX.
       01  WS-POSITIVE-PAY-STATUS    PIC XX.
       01  WS-CHECK-NUMBER-STATUS    PIC XX.
       01  WS-POSITIVE-PAY-FILE-NAME PIC X(30).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-CHECK-ARG              PIC X(10) VALUE SPACES.
       01  WS-NEXT-CHECK-NUMBER      PIC 9(10) VALUE 1.
       01  WS-CHECK-NUMBER           PIC 9(10).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-CHECKS-ISSUED          PIC 9(7) VALUE 0.
       01  WS-REFUNDS-HELD           PIC 9(7) VALUE 0.
       01  WS-TOTAL-REFUNDED         PIC S9(15)V99 COMP-3 VALUE 0.

      * The three parts one check can carry, and what actually came
      * off the books for each.
       01  WS-CREDIT-REFUND          PIC S9(13)V99.
       01  WS-SUSPENSE-REFUND        PIC S9(13)V99.
       01  WS-ESCROW-REFUND          PIC S9(13)V99.
       01  WS-REFUND-TOTAL           PIC S9(13)V99.
       01  WS-PAYEE-NAME             PIC X(40).

      * The business date comes from the PROCESSING-DATE control
      * record, so the checks carry the date the books close on.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * SUSPENSE-MASTER and ESCROW-MASTER calls: a PAIDOFF loan's
      * leftover unapplied funds and escrow balance.
       01  WS-MASTER-LOAN-NUMBER     PIC X(10).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SM-OPERATION-DATA
                     PFX-OPERATION      BY WS-SM-OPERATION.
       COPY "suspense-record.cob"
           REPLACING PFX-SUS-BALANCE      BY WS-SUS-BALANCE
                     PFX-SUS-LAST-DEPOSIT BY WS-SUS-LAST-DEPOSIT
                     PFX-SUSPENSE-RECORD  BY WS-SUSPENSE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-SM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-SM-RESULT-SUCCESS.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-EM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-EM-OPERATION-DATA
                     PFX-OPERATION      BY WS-EM-OPERATION.
       COPY "escrow-record.cob"
           REPLACING PFX-ESC-BALANCE       BY WS-ESC-BALANCE
                     PFX-ESC-INT-THROUGH   BY WS-ESC-INT-THROUGH
                     PFX-ESC-INT-STATUS    BY WS-ESC-INT-STATUS
                     PFX-ESCROW-RECORD     BY WS-ESCROW-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-EM-RESULT
                     PFX-RESULT-SUCCESS BY WS-EM-RESULT-SUCCESS.

      * CUSTOMER-MASTER call: the payee and where the check goes.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME          BY WS-CUST-NAME
                     PFX-CUST-ADDR-LINE-1   BY WS-CUST-ADDR-LINE-1
                     PFX-CUST-ADDR-LINE-2   BY WS-CUST-ADDR-LINE-2
                     PFX-CUST-CITY          BY WS-CUST-CITY
                     PFX-CUST-STATE         BY WS-CUST-STATE
                     PFX-CUST-ZIP           BY WS-CUST-ZIP
                     PFX-CUST-DECEASED-DATE BY WS-CUST-DECEASED-DATE
                     PFX-CUST-ESTATE-NAME   BY WS-CUST-ESTATE-NAME
                     PFX-CUST-ESTATE-ADDR-1 BY WS-CUST-ESTATE-ADDR-1
                     PFX-CUST-ESTATE-ADDR-2 BY WS-CUST-ESTATE-ADDR-2
                     PFX-CUST-ESTATE-CITY   BY WS-CUST-ESTATE-CITY
                     PFX-CUST-ESTATE-STATE  BY WS-CUST-ESTATE-STATE
                     PFX-CUST-ESTATE-ZIP    BY WS-CUST-ESTATE-ZIP
                     PFX-CUSTOMER-RECORD    BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS.

      * The refund accounts come from GL-ACCOUNT-MAP: REFUNDCR
      * (receivable), REFUNDSUS (suspense), REFUNDESC (escrow), each
      * against cash.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT    PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT   PIC X(10).
       01  WS-GM-RESULT               PIC X(10).
       01  WS-POSTING-AMOUNT          PIC S9(13)V99.
       01  WS-POSTING-DESCRIPTION     PIC X(60).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-TOTAL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-CREDIT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-SUSPENSE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-ESCROW.
       01  WS-ED-COUNT               PIC Z(6)9.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other servicing batches bracket
      * their runs; the run-id is stamped into every RFND record.
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

      * LOAN-TRANSACTION journal call: the RFND record for the check.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-TX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-TX-OPERATION-DATA
                     PFX-OPERATION      BY WS-TX-OPERATION.
       COPY "loan-transaction.cob"
           REPLACING PFX-TXN-CODE        BY WS-TXN-CODE
                     PFX-TXN-DATE        BY WS-TXN-DATE
                     PFX-TXN-AMOUNT      BY WS-TXN-AMOUNT
                     PFX-TXN-PRINCIPAL   BY WS-TXN-PRINCIPAL
                     PFX-TXN-INTEREST    BY WS-TXN-INTEREST
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).
       01  WS-TXN-LOAN-NUMBER        PIC X(10).

      * UNCLAIMED-ITEM-MASTER call: the outstanding check, or the held
      * refund, the escheatment run ages.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-UI-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-UI-OPERATION-DATA
                     PFX-OPERATION      BY WS-UI-OPERATION.
       01  WS-UI-ITEM-ID.
           05  WS-UI-ITEM-KIND       PIC X(1).
           05  WS-UI-ITEM-NUMBER     PIC X(10).
       COPY "unclaimed-item-record.cob"
           REPLACING PFX-UI-TYPE          BY WS-UI-TYPE
                     PFX-UI-LOAN-NUMBER   BY WS-UI-LOAN-NUMBER
                     PFX-UI-CUSTOMER-ID   BY WS-UI-CUSTOMER-ID
                     PFX-UI-PAYEE         BY WS-UI-PAYEE
                     PFX-UI-STATE         BY WS-UI-STATE
                     PFX-UI-AMOUNT        BY WS-UI-AMOUNT
                     PFX-UI-ISSUE-DATE    BY WS-UI-ISSUE-DATE
                     PFX-UI-STATUS        BY WS-UI-STATUS
                     PFX-UI-STATUS-DATE   BY WS-UI-STATUS-DATE
                     PFX-UI-LETTER-DATE   BY WS-UI-LETTER-DATE
                     PFX-UI-REMIT-YEAR    BY WS-UI-REMIT-YEAR
                     PFX-UNCLAIMED-ITEM-RECORD BY
                         WS-UNCLAIMED-ITEM-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-UI-RESULT
                     PFX-RESULT-SUCCESS BY WS-UI-RESULT-SUCCESS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Credit Balance Refund"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           MOVE 0 TO RETURN-CODE

           PERFORM READ-LAST-CHECK-NUMBER
           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "First check number: " WS-NEXT-CHECK-NUMBER

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           MOVE SPACES TO WS-POSITIVE-PAY-FILE-NAME
           STRING "positive_pay." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-POSITIVE-PAY-FILE-NAME
           END-STRING

           PERFORM OPEN-I-O-LOAN-WITH-RETRY
           IF FILE-STATUS NOT = "00"
               DISPLAY "CREDIT-BALANCE-REFUND: Unable to open "
                       "loan_master.dat, status " FILE-STATUS
                       " -- nothing refunded"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT POSITIVE-PAY-FILE
               IF WS-POSITIVE-PAY-STATUS NOT = "00"
                   DISPLAY "CREDIT-BALANCE-REFUND: Unable to create "
                           FUNCTION TRIM(WS-POSITIVE-PAY-FILE-NAME)
                           ", status " WS-POSITIVE-PAY-STATUS
                   CLOSE LOAN-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM REFUND-THE-PORTFOLIO
               END-IF
           END-IF

           MOVE WS-TOTAL-REFUNDED TO WS-ED-TOTAL
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Checks issued: " WS-CHECKS-ISSUED
               " Held: " WS-REFUNDS-HELD
           DISPLAY "Total refunded: " WS-ED-TOTAL
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * REFUND-THE-PORTFOLIO - header records, the walk, then the      *
      * trailers and the last check number, so the next run carries    *
      * on from it.                                                    *
      *----------------------------------------------------------------*
       REFUND-THE-PORTFOLIO.
           MOVE "H" TO PH-RECORD-TYPE
           MOVE WS-RUN-DATE TO PH-FILE-DATE
           MOVE WS-RUN-ID TO PH-RUN-ID
           WRITE POSITIVE-PAY-RECORD FROM PP-HEADER-RECORD

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADER

           PERFORM READ-NEXT-LOAN
           PERFORM REVIEW-ONE-LOAN
               UNTIL WS-END-OF-FILE
           CLOSE LOAN-FILE

           MOVE "T" TO PT-RECORD-TYPE
           MOVE WS-CHECKS-ISSUED TO PT-ITEM-COUNT
           MOVE WS-TOTAL-REFUNDED TO PT-AMOUNT-TOTAL
           WRITE POSITIVE-PAY-RECORD FROM PP-TRAILER-RECORD
           CLOSE POSITIVE-PAY-FILE

           PERFORM WRITE-REGISTER-TRAILER
           CLOSE REGISTER-FILE

           IF WS-CHECKS-ISSUED > 0
               PERFORM SAVE-LAST-CHECK-NUMBER
           END-IF
           DISPLAY "CREDIT-BALANCE-REFUND: Released "
                   FUNCTION TRIM(WS-POSITIVE-PAY-FILE-NAME).

      *----------------------------------------------------------------*
      * READ-LAST-CHECK-NUMBER / READ-COMMAND-LINE-PARAMETERS - the    *
      * next check follows the last one issued; positional argument 1  *
      * sets the next number outright, for a new check stock.          *
      *----------------------------------------------------------------*
       READ-LAST-CHECK-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE
           IF WS-CHECK-NUMBER-STATUS = "00"
               READ CHECK-NUMBER-FILE
                   NOT AT END
                       IF CN-LAST-CHECK-NUMBER IS NUMERIC
                           COMPUTE WS-NEXT-CHECK-NUMBER =
                               CN-LAST-CHECK-NUMBER + 1
                       END-IF
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CHECK-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-CHECK-ARG NOT = SPACES
               COMPUTE WS-NEXT-CHECK-NUMBER =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CHECK-ARG))
           END-IF.

       SAVE-LAST-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE
           IF WS-CHECK-NUMBER-STATUS = "00"
               COMPUTE CN-LAST-CHECK-NUMBER = WS-NEXT-CHECK-NUMBER - 1
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           ELSE
               DISPLAY "CREDIT-BALANCE-REFUND: Unable to save the "
                       "last check number, status "
                       WS-CHECK-NUMBER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * REVIEW-ONE-LOAN - a credit balance on any loan not charged     *
      * off, plus suspense and escrow money once the loan is PAIDOFF.  *
      *----------------------------------------------------------------*
       REVIEW-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE 0 TO WS-CREDIT-REFUND
           MOVE 0 TO WS-SUSPENSE-REFUND
           MOVE 0 TO WS-ESCROW-REFUND
           IF LOAN-STATUS NOT = "CHARGEDOFF"
               IF LOAN-CURRENT-BALANCE < 0
                   COMPUTE WS-CREDIT-REFUND = 0 - LOAN-CURRENT-BALANCE
               END-IF
               IF LOAN-STATUS = "PAIDOFF"
                   PERFORM LOOK-UP-LEFTOVER-FUNDS
               END-IF
               COMPUTE WS-REFUND-TOTAL = WS-CREDIT-REFUND
                   + WS-SUSPENSE-REFUND + WS-ESCROW-REFUND
               IF WS-REFUND-TOTAL > 0
                   PERFORM REFUND-ONE-LOAN
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       LOOK-UP-LEFTOVER-FUNDS.
           MOVE LOAN-NUMBER TO WS-MASTER-LOAN-NUMBER
           MOVE SPACES TO WS-SUSPENSE-RECORD
           MOVE 3 TO WS-SM-OPERATION-LEN
           MOVE "GET" TO WS-SM-OPERATION-DATA
           CALL "SUSPENSE-MASTER" USING
               WS-SM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-SUSPENSE-RECORD, WS-SM-RESULT
           IF WS-SM-RESULT-SUCCESS AND WS-SUS-BALANCE > 0
               MOVE WS-SUS-BALANCE TO WS-SUSPENSE-REFUND
           END-IF

           MOVE SPACES TO WS-ESCROW-RECORD
           MOVE 3 TO WS-EM-OPERATION-LEN
           MOVE "GET" TO WS-EM-OPERATION-DATA
           CALL "ESCROW-MASTER" USING
               WS-EM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-ESCROW-RECORD, WS-EM-RESULT
           IF WS-EM-RESULT-SUCCESS AND WS-ESC-BALANCE > 0
               IF WS-ESC-INT-THROUGH IS NUMERIC
                       AND WS-ESC-INT-THROUGH > 0
                       AND WS-ESC-INT-STATUS NOT = "C"
                   DISPLAY "CREDIT-BALANCE-REFUND: Escrow on "
                           LOAN-NUMBER " waits for its final escrow "
                           "interest credit"
               ELSE
                   MOVE WS-ESC-BALANCE TO WS-ESCROW-REFUND
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REFUND-ONE-LOAN - no payee, no check. Otherwise each part      *
      * comes off its master first, and the check is drawn for the     *
      * parts that did.                                                *
      *----------------------------------------------------------------*
       REFUND-ONE-LOAN.
           PERFORM LOOK-UP-PAYEE
           IF NOT WS-CM-RESULT-SUCCESS
               ADD 1 TO WS-REFUNDS-HELD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM WRITE-HELD-REGISTER-LINE
               PERFORM RECORD-HELD-REFUND-ITEM
           ELSE
               PERFORM CLEAR-CREDIT-BALANCE
               PERFORM CLOSE-SUSPENSE-RECORD
               PERFORM CLOSE-ESCROW-ACCOUNT
               COMPUTE WS-REFUND-TOTAL = WS-CREDIT-REFUND
                   + WS-SUSPENSE-REFUND + WS-ESCROW-REFUND
               IF WS-REFUND-TOTAL > 0
                   PERFORM ISSUE-THE-CHECK
               END-IF
           END-IF.

       LOOK-UP-PAYEE.
           MOVE LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT

           MOVE SPACES TO WS-PAYEE-NAME
           IF WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               STRING "ESTATE OF " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   INTO WS-PAYEE-NAME
               END-STRING
           ELSE
               MOVE WS-CUST-NAME TO WS-PAYEE-NAME
           END-IF.

       CLEAR-CREDIT-BALANCE.
           IF WS-CREDIT-REFUND > 0
               MOVE 0 TO LOAN-CURRENT-BALANCE
               REWRITE LOAN-FILE-RECORD
               IF FILE-STATUS NOT = "00"
                   DISPLAY "CREDIT-BALANCE-REFUND: Rewrite failed for "
                           LOAN-NUMBER ", status " FILE-STATUS
                   COMPUTE LOAN-CURRENT-BALANCE = 0 - WS-CREDIT-REFUND
                   MOVE 0 TO WS-CREDIT-REFUND
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-SUSPENSE-RECORD.
           IF WS-SUSPENSE-REFUND > 0
               MOVE 6 TO WS-SM-OPERATION-LEN
               MOVE "DELETE" TO WS-SM-OPERATION-DATA
               CALL "SUSPENSE-MASTER" USING
                   WS-SM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-SUSPENSE-RECORD, WS-SM-RESULT
               IF NOT WS-SM-RESULT-SUCCESS
                   DISPLAY "CREDIT-BALANCE-REFUND: Suspense close "
                           "failed for " LOAN-NUMBER " ("
                           WS-SM-RESULT ")"
                   MOVE 0 TO WS-SUSPENSE-REFUND
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-ESCROW-ACCOUNT.
           IF WS-ESCROW-REFUND > 0
               MOVE 6 TO WS-EM-OPERATION-LEN
               MOVE "DELETE" TO WS-EM-OPERATION-DATA
               CALL "ESCROW-MASTER" USING
                   WS-EM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-ESCROW-RECORD, WS-EM-RESULT
               IF NOT WS-EM-RESULT-SUCCESS
                   DISPLAY "CREDIT-BALANCE-REFUND: Escrow close "
                           "failed for " LOAN-NUMBER " ("
                           WS-EM-RESULT ")"
                   MOVE 0 TO WS-ESCROW-REFUND
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ISSUE-THE-CHECK - the next number, the positive-pay item, the  *
      * register entry, the GL pairs and the RFND journal record.      *
      *----------------------------------------------------------------*
       ISSUE-THE-CHECK.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           ADD 1 TO WS-CHECKS-ISSUED
           ADD WS-REFUND-TOTAL TO WS-TOTAL-REFUNDED

           MOVE "D" TO PD-RECORD-TYPE
           MOVE WS-CHECK-NUMBER TO PD-CHECK-NUMBER
           MOVE WS-RUN-DATE TO PD-ISSUE-DATE
           MOVE WS-REFUND-TOTAL TO PD-AMOUNT
           MOVE WS-PAYEE-NAME TO PD-PAYEE
           MOVE LOAN-NUMBER TO PD-LOAN-NUMBER
           WRITE POSITIVE-PAY-RECORD FROM PP-DETAIL-RECORD

           PERFORM WRITE-CHECK-REGISTER-LINES
           PERFORM POST-REFUND-GL-ENTRIES
           PERFORM WRITE-REFUND-JOURNAL-RECORD
           PERFORM RECORD-OUTSTANDING-CHECK
           PERFORM CLEAR-HELD-REFUND-ITEM.

      *----------------------------------------------------------------*
      * RECORD-OUTSTANDING-CHECK - the check goes on file as an        *
      * outstanding item, owed to the payee in the state the check is  *
      * mailed to, until the bank reports it paid.                     *
      *----------------------------------------------------------------*
       RECORD-OUTSTANDING-CHECK.
           MOVE "K" TO WS-UI-ITEM-KIND
           MOVE WS-CHECK-NUMBER TO WS-UI-ITEM-NUMBER
           MOVE SPACES TO WS-UNCLAIMED-ITEM-RECORD
           MOVE "CHECK" TO WS-UI-TYPE
           MOVE LOAN-NUMBER TO WS-UI-LOAN-NUMBER
           MOVE LOAN-CUSTOMER-ID TO WS-UI-CUSTOMER-ID
           MOVE WS-PAYEE-NAME TO WS-UI-PAYEE
           IF WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               MOVE WS-CUST-ESTATE-STATE TO WS-UI-STATE
           ELSE
               MOVE WS-CUST-STATE TO WS-UI-STATE
           END-IF
           MOVE WS-REFUND-TOTAL TO WS-UI-AMOUNT
           MOVE WS-RUN-DATE TO WS-UI-ISSUE-DATE
           MOVE 0 TO WS-UI-STATUS-DATE
           MOVE 0 TO WS-UI-LETTER-DATE
           MOVE 0 TO WS-UI-REMIT-YEAR
           PERFORM INSERT-UNCLAIMED-ITEM.

      *----------------------------------------------------------------*
      * RECORD-HELD-REFUND-ITEM - a refund that cannot be delivered is *
      * outstanding from the first night it was held; later nights     *
      * only bring the amount up to date, so its dormancy clock keeps  *
      * running from that first night.                                 *
      *----------------------------------------------------------------*
       RECORD-HELD-REFUND-ITEM.
           PERFORM GET-HELD-REFUND-ITEM
           IF WS-UI-RESULT-SUCCESS AND WS-UI-STATUS = SPACES
               MOVE WS-REFUND-TOTAL TO WS-UI-AMOUNT
           ELSE
               MOVE SPACES TO WS-UNCLAIMED-ITEM-RECORD
               MOVE "CREDIT" TO WS-UI-TYPE
               MOVE LOAN-NUMBER TO WS-UI-LOAN-NUMBER
               MOVE LOAN-CUSTOMER-ID TO WS-UI-CUSTOMER-ID
               MOVE WS-REFUND-TOTAL TO WS-UI-AMOUNT
               MOVE WS-RUN-DATE TO WS-UI-ISSUE-DATE
               MOVE 0 TO WS-UI-STATUS-DATE
               MOVE 0 TO WS-UI-LETTER-DATE
               MOVE 0 TO WS-UI-REMIT-YEAR
           END-IF
           PERFORM INSERT-UNCLAIMED-ITEM.

      *----------------------------------------------------------------*
      * CLEAR-HELD-REFUND-ITEM - a refund held on an earlier night has *
      * now gone out on a check, so it is no longer unclaimed.         *
      *----------------------------------------------------------------*
       CLEAR-HELD-REFUND-ITEM.
           PERFORM GET-HELD-REFUND-ITEM
           IF WS-UI-RESULT-SUCCESS AND WS-UI-STATUS = SPACES
               MOVE "CLEARED" TO WS-UI-STATUS
               MOVE WS-RUN-DATE TO WS-UI-STATUS-DATE
               PERFORM INSERT-UNCLAIMED-ITEM
           END-IF.

       GET-HELD-REFUND-ITEM.
           MOVE "U" TO WS-UI-ITEM-KIND
           MOVE LOAN-NUMBER TO WS-UI-ITEM-NUMBER
           MOVE SPACES TO WS-UNCLAIMED-ITEM-RECORD
           MOVE 3 TO WS-UI-OPERATION-LEN
           MOVE "GET" TO WS-UI-OPERATION-DATA
           CALL "UNCLAIMED-ITEM-MASTER" USING
               WS-UI-OPERATION, WS-UI-ITEM-ID,
               WS-UNCLAIMED-ITEM-RECORD, WS-UI-RESULT.

       INSERT-UNCLAIMED-ITEM.
           MOVE 6 TO WS-UI-OPERATION-LEN
           MOVE "INSERT" TO WS-UI-OPERATION-DATA
           CALL "UNCLAIMED-ITEM-MASTER" USING
               WS-UI-OPERATION, WS-UI-ITEM-ID,
               WS-UNCLAIMED-ITEM-RECORD, WS-UI-RESULT
           IF NOT WS-UI-RESULT-SUCCESS
               DISPLAY "CREDIT-BALANCE-REFUND: Unclaimed item "
                       WS-UI-ITEM-ID " not recorded ("
                       WS-UI-RESULT ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * POST-REFUND-GL-ENTRIES - one balanced pair per part refunded,  *
      * appended the same way the other posters append theirs.         *
      *----------------------------------------------------------------*
       POST-REFUND-GL-ENTRIES.
           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               IF WS-CREDIT-REFUND > 0
                   MOVE "REFUNDCR" TO WS-GL-EVENT-TYPE
                   MOVE WS-CREDIT-REFUND TO WS-POSTING-AMOUNT
                   MOVE "Refund - credit balance"
                       TO WS-POSTING-DESCRIPTION
                   PERFORM WRITE-ONE-GL-PAIR
               END-IF
               IF WS-SUSPENSE-REFUND > 0
                   MOVE "REFUNDSUS" TO WS-GL-EVENT-TYPE
                   MOVE WS-SUSPENSE-REFUND TO WS-POSTING-AMOUNT
                   MOVE "Refund - unapplied funds"
                       TO WS-POSTING-DESCRIPTION
                   PERFORM WRITE-ONE-GL-PAIR
               END-IF
               IF WS-ESCROW-REFUND > 0
                   MOVE "REFUNDESC" TO WS-GL-EVENT-TYPE
                   MOVE WS-ESCROW-REFUND TO WS-POSTING-AMOUNT
                   MOVE "Refund - escrow balance"
                       TO WS-POSTING-DESCRIPTION
                   PERFORM WRITE-ONE-GL-PAIR
               END-IF
               CLOSE GL-FEED-FILE
           ELSE
               DISPLAY "CREDIT-BALANCE-REFUND: Failed to open "
                       "gl_feed.dat, status " WS-GL-FEED-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ONE-GL-PAIR.
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           MOVE WS-RUN-DATE TO GL-ENTRY-DATE
           MOVE SPACES TO GL-REFERENCE
           STRING LOAN-NUMBER DELIMITED BY SIZE
                   " CHK " DELIMITED BY SIZE
                   WS-CHECK-NUMBER DELIMITED BY SIZE
               INTO GL-REFERENCE
           END-STRING
           MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
           MOVE WS-POSTING-DESCRIPTION TO GL-DESCRIPTION

           MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "D" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD

           MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE "C" TO GL-DEBIT-CREDIT
           WRITE GL-FEED-RECORD.

      *----------------------------------------------------------------*
      * WRITE-REFUND-JOURNAL-RECORD - the RFND event: the credit       *
      * balance refunded is principal (it takes the balance back up to *
      * zero), escrow paid out is a negative deposit the way ESCD      *
      * carries it, and the amount is the whole check.                 *
      *----------------------------------------------------------------*
       WRITE-REFUND-JOURNAL-RECORD.
           MOVE LOAN-NUMBER TO WS-TXN-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "RFND" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-REFUND-TOTAL TO WS-TXN-AMOUNT
           MOVE WS-CREDIT-REFUND TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           COMPUTE WS-TXN-ESCROW = 0 - WS-ESCROW-REFUND
           MOVE LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-TXN-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "CREDIT-BALANCE-REFUND: Journal append failed "
                       "for " WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * Register - one block per check: number, loan, payee and the    *
      * split, then the mailing address the check goes to.             *
      *----------------------------------------------------------------*
       WRITE-REGISTER-HEADER.
           MOVE "REFUND CHECK REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  Run: " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-CHECK-REGISTER-LINES.
           MOVE WS-REFUND-TOTAL TO WS-ED-TOTAL
           MOVE WS-CREDIT-REFUND TO WS-ED-CREDIT
           MOVE WS-SUSPENSE-REFUND TO WS-ED-SUSPENSE
           MOVE WS-ESCROW-REFUND TO WS-ED-ESCROW
           MOVE SPACES TO REGISTER-LINE
           STRING "CHECK " DELIMITED BY SIZE
                   WS-CHECK-NUMBER DELIMITED BY SIZE
                   "  Loan " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PAYEE-NAME DELIMITED BY SIZE
                   "  Amount " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TOTAL) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           STRING "      Credit balance " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-CREDIT) DELIMITED BY SIZE
                   "  Unapplied " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-SUSPENSE) DELIMITED BY SIZE
                   "  Escrow " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-ESCROW) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           IF WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               PERFORM WRITE-ESTATE-ADDRESS
           ELSE
               PERFORM WRITE-MAILING-ADDRESS
           END-IF.

       WRITE-MAILING-ADDRESS.
           IF WS-CUST-ADDR-LINE-1 NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "      " DELIMITED BY SIZE
                       WS-CUST-ADDR-LINE-1 DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF
           IF WS-CUST-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "      " DELIMITED BY SIZE
                       WS-CUST-ADDR-LINE-2 DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF
           IF WS-CUST-CITY NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "      " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-CITY) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-CUST-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUST-ZIP DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF.

       WRITE-ESTATE-ADDRESS.
           MOVE SPACES TO REGISTER-LINE
           STRING "      c/o " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-ESTATE-NAME) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           IF WS-CUST-ESTATE-ADDR-1 NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "      " DELIMITED BY SIZE
                       WS-CUST-ESTATE-ADDR-1 DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF
           IF WS-CUST-ESTATE-ADDR-2 NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "      " DELIMITED BY SIZE
                       WS-CUST-ESTATE-ADDR-2 DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF
           IF WS-CUST-ESTATE-CITY NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "      " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ESTATE-CITY)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-CUST-ESTATE-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUST-ESTATE-ZIP DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
           END-IF.

       WRITE-HELD-REGISTER-LINE.
           MOVE WS-REFUND-TOTAL TO WS-ED-TOTAL
           MOVE SPACES TO REGISTER-LINE
           STRING "HELD   Loan " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
                   "  Customer " DELIMITED BY SIZE
                   LOAN-CUSTOMER-ID DELIMITED BY SIZE
                   " not on file -- refund of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TOTAL) DELIMITED BY SIZE
                   " not issued" DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-REFUNDED TO WS-ED-TOTAL
           MOVE WS-CHECKS-ISSUED TO WS-ED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "Checks issued: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Total: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TOTAL) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-REFUNDS-HELD TO WS-ED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "Refunds held: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

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
                   " checks=" DELIMITED BY SIZE
                   WS-CHECKS-ISSUED DELIMITED BY SIZE
                   " held=" DELIMITED BY SIZE
                   WS-REFUNDS-HELD DELIMITED BY SIZE
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

       END PROGRAM CREDIT-BALANCE-REFUND.
