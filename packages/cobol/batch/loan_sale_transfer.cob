      *================================================================*
      * CodeUChain COBOL Batch - Loan Sale and Servicing Transfer Out  *
      *                                                                *
      * Moves a block of loans off this system when they are sold or   *
      * their servicing is transferred to another servicer. The block  *
      * arrives in loan_sale.dat (positional argument 1 names another  *
      * file): one header record naming the sale and the acquiring     *
      * servicer, then one detail record per loan.                     *
      *                                                                *
      *     H  type (4) SALE or XFER, sale date (8) -- zero reads as   *
      *        the business date, servicer id (10), name (30),         *
      *        address line 1 (30), line 2 (30), phone (15)            *
      *     D  loan number (10), price (13V99) -- what the acquirer    *
      *        pays for the loan; zero or blank reads as par, the      *
      *        principal plus the interest accrued to the sale date    *
      *                                                                *
      * Every ACTIVE or MATURED loan in the block is closed out as of  *
      * the sale date:                                                 *
      *                                                                *
      *   - interest is accrued from the loan's last accrual to the    *
      *     sale date at its rate and product day basis (an ACCR       *
      *     record and an ACCRUAL pair, the same as the nightly        *
      *     accrual), and an escrow account earning state-required     *
      *     interest takes its final credit (an ESCI record and an     *
      *     ESCINT pair, the month to date at its state's rate from    *
      *     escrow_interest_rates.dat);                                *
      *   - the final balances go out at the price: SALEPRIN clears    *
      *     the principal from the receivable, SALEINT the accrued     *
      *     interest, SALEPREM takes a price above par to gain on sale *
      *     and SALEDISC a price below it to loss; the escrow balance  *
      *     (ESCXFER) and any unapplied funds (SUSXFER) are remitted   *
      *     to the acquirer, and both accounts are closed;             *
      *   - the loan is left SOLD (type SALE) or TRANSFERRED (type     *
      *     XFER) with nothing owing, a SALE or XFER journal record    *
      *     carrying the price and the parts it paid for, and before   *
      *     and after images through AUDIT-IMAGE;                      *
      *   - the borrower, and a co-borrower on the note, get the       *
      *     notice of servicing transfer -- the new servicer's name,   *
      *     address and phone, the last day we accept payments and the *
      *     first day the new servicer does -- in transfer_letters.    *
      *     YYYYMMDD.rpt, in the LETTER-GENERATION mold;               *
      *   - the loan goes to the acquirer in the standard transfer     *
      *     file servicing_transfer.<servicer>.YYYYMMDD.dat: a header, *
      *     one detail per loan (borrower, terms and final balances)   *
      *     and a trailer with the count and totals to prove it by;    *
      *   - every participation link on the loan in participation.dat  *
      *     is stamped closed with the sale date, so INVESTOR-         *
      *     REMITTANCE shares the sale with the investor in the sale   *
      *     month and stops remitting on the loan after it.            *
      *                                                                *
      * A SOLD or TRANSFERRED loan is not serviced here any more: the  *
      * nightly steps pass it by as they do any loan not ACTIVE, and   *
      * PAYMENT-POSTING lists a payment that still arrives for it as   *
      * an exception to forward to the new servicer.                   *
      *                                                                *
      * Rerun-safe by status: a loan already SOLD or TRANSFERRED is    *
      * listed and skipped. Each loan's line, and each loan that could *
      * not go (not on file, not ACTIVE or MATURED, nothing owing) is  *
      * listed on loan_sale.YYYYMMDD.rpt with the block's totals.      *
      *                                                                *
      * Return codes: 0 clean, 4 loans listed as exceptions, 8 a loan, *
      * the GL or the participation file could not be updated, 16 the  *
      * sale file could not be opened, has no valid header, or an      *
      * output file could not be created.                              *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SALE-TRANSFER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALE-FILE
               ASSIGN TO DYNAMIC WS-SALE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALE-FILE-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO DYNAMIC WS-LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT TRANSFER-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PARTICIPATION-FILE ASSIGN TO "participation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTICIPATION-STATUS.
           SELECT NEW-PARTICIPATION-FILE
               ASSIGN TO "participation.dat.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PARTICIPATION-STATUS.
           SELECT RATE-FILE ASSIGN TO "escrow_interest_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALE-FILE.
       01  SALE-RECORD.
           05  SL-RECORD-TYPE        PIC X(1).
               88  SL-HEADER                 VALUE "H".
               88  SL-DETAIL                 VALUE "D".
           05  FILLER                PIC X(149).
       01  SALE-HEADER-RECORD.
           05  FILLER                PIC X(1).
           05  SH-SALE-TYPE          PIC X(4).
           05  SH-SALE-DATE          PIC 9(8).
           05  SH-SERVICER-ID        PIC X(10).
           05  SH-SERVICER-NAME      PIC X(30).
           05  SH-SERVICER-ADDR-1    PIC X(30).
           05  SH-SERVICER-ADDR-2    PIC X(30).
           05  SH-SERVICER-PHONE     PIC X(15).
       01  SALE-DETAIL-RECORD.
           05  FILLER                PIC X(1).
           05  SD-LOAN-NUMBER        PIC X(10).
           05  SD-PRICE              PIC 9(13)V99.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD           PIC X(400).

       FD  REGISTER-FILE.
       01  REGISTER-LINE             PIC X(132).

       FD  PARTICIPATION-FILE.
       01  PARTICIPATION-RECORD.
           05  PTC-LOAN-NUMBER       PIC X(10).
           05  PTC-INVESTOR-ID       PIC X(10).
           05  PTC-PERCENT           PIC 9(3)V99.
           05  PTC-CLOSED-DATE       PIC 9(8).

       FD  NEW-PARTICIPATION-FILE.
       01  NEW-PARTICIPATION-RECORD  PIC X(33).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  EIR-STATE              PIC X(2).
           05  EIR-RATE               PIC 9(2)V9(4).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-SALE-FILE-NAME         PIC X(100)
                                    VALUE "loan_sale.dat".
       01  WS-LETTER-FILE-NAME       PIC X(100).
       01  WS-TRANSFER-FILE-NAME     PIC X(100).
       01  WS-REGISTER-FILE-NAME     PIC X(100).
       01  WS-OLD-PARTICIPATION-NAME PIC X(30)
               VALUE "participation.dat".
       01  WS-NEW-PARTICIPATION-NAME PIC X(30)
               VALUE "participation.dat.new".

       01  WS-SALE-FILE-STATUS       PIC XX.
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-TRANSFER-STATUS        PIC XX.
       01  WS-REGISTER-STATUS        PIC XX.
       01  WS-PARTICIPATION-STATUS   PIC XX.
       01  WS-NEW-PARTICIPATION-STATUS PIC XX.
       01  WS-RATE-FILE-STATUS       PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-PTC-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-PTC-AT-EOF                 VALUE "Y".
       01  WS-RATE-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-RATE-AT-EOF                VALUE "Y".
       01  WS-RATE-FOUND-SWITCH      PIC X(1) VALUE "N".
           88  WS-RATE-FOUND                 VALUE "Y".
       01  WS-BLOCK-SWITCH           PIC X(1) VALUE "N".
           88  WS-BLOCK-OPEN                 VALUE "Y".
       01  WS-STOP-SWITCH            PIC X(1) VALUE "N".
           88  WS-BLOCK-STOPPED              VALUE "Y".
       01  WS-ESCROW-SWITCH          PIC X(1) VALUE "N".
           88  WS-ESCROW-ON-FILE             VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

      * The block's header, held for the letters and transfer file.
       01  WS-SALE-TYPE              PIC X(4).
           88  WS-SALE-IS-SALE               VALUE "SALE".
           88  WS-SALE-IS-XFER               VALUE "XFER".
       01  WS-SALE-DATE              PIC 9(8).
       01  WS-SALE-DATE-X REDEFINES WS-SALE-DATE
                                     PIC X(8).
       01  WS-SALE-DATE-PARTS REDEFINES WS-SALE-DATE.
           05  WS-SALE-YEAR          PIC 9(4).
           05  WS-SALE-MONTH         PIC 9(2).
           05  WS-SALE-DAY           PIC 9(2).
       01  WS-FIRST-NEW-DATE         PIC 9(8).
       01  WS-SALE-STATUS            PIC X(10).
       01  WS-SALE-TXN-CODE          PIC X(4).
       01  WS-SERVICER-ID            PIC X(10).
       01  WS-SERVICER-NAME          PIC X(30).
       01  WS-SERVICER-ADDR-1        PIC X(30).
       01  WS-SERVICER-ADDR-2        PIC X(30).
       01  WS-SERVICER-PHONE         PIC X(15).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-TRANSFERRED      PIC 9(7) VALUE 0.
       01  WS-LOANS-SKIPPED          PIC 9(7) VALUE 0.
       01  WS-LETTERS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-LINKS-CLOSED           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-REASON       PIC X(40).

      * One loan's close-out as of the sale date.
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-ACCRUAL-DAYS           PIC S9(5) COMP-3.
       01  WS-DAY-BASIS              PIC S9(3) COMP-3.
       01  WS-FINAL-ACCRUAL          PIC S9(13)V99.
       01  WS-PRINCIPAL-SOLD         PIC S9(13)V99.
       01  WS-INTEREST-SOLD          PIC S9(13)V99.
       01  WS-FEES-SOLD              PIC S9(13)V99.
       01  WS-PAR-AMOUNT             PIC S9(13)V99.
       01  WS-SALE-PRICE             PIC S9(13)V99.
       01  WS-PREMIUM                PIC S9(13)V99.
       01  WS-DISCOUNT               PIC S9(13)V99.
       01  WS-ESCROW-INTEREST        PIC S9(13)V99.
       01  WS-ESCROW-TRANSFER        PIC S9(13)V99.
       01  WS-SUSPENSE-TRANSFER      PIC S9(13)V99.
       01  WS-LOAN-ACCR-THROUGH      PIC 9(8).

      * The escrow account's month to date: balance-days carried from
      * the nightly escrow interest run, brought up to the sale date
      * and earned over the sale month's days.
       01  WS-ESC-BAL-DAYS           PIC S9(15)V99 COMP-3.
       01  WS-ESC-PERIOD-DAYS        PIC S9(5) COMP-3.
       01  WS-MONTH-START            PIC 9(8).
       01  WS-NEXT-MONTH-START       PIC 9(8).
       01  WS-DAYS-IN-MONTH          PIC S9(3) COMP-3.
       01  WS-AVERAGE-BALANCE        PIC S9(13)V99 COMP-3.
       01  WS-PART-MONTH-INTEREST    PIC S9(11)V99 COMP-3.
       01  WS-STATE-RATE             PIC 9(2)V9(4).
       01  WS-PROPERTY-STATE         PIC X(2).

      * Block totals for the register and the transfer trailer.
       01  WS-TOTAL-PRINCIPAL        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-ESCROW           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-SUSPENSE         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PRICE            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PREMIUM          PIC S9(15)V99 COMP-3 VALUE 0.

      * The loans that went tonight, for closing their participations
      * in one pass over participation.dat at the end of the block.
       01  WS-SOLD-MAX               PIC S9(4) COMP VALUE 2000.
       01  WS-SOLD-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-SOLD-TABLE.
           05  WS-SOLD-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SOLD-IDX.
               10  WS-SOLD-LOAN         PIC X(10).

      * Standard servicing transfer file: header, one detail per loan,
      * trailer. Amounts are unsigned except the escrow balance, which
      * an advance can leave negative.
       01  TX-HEADER-RECORD.
           05  TH-RECORD-TYPE        PIC X(1).
           05  TH-TRANSFER-TYPE      PIC X(4).
           05  TH-SALE-DATE          PIC 9(8).
           05  TH-SERVICER-ID        PIC X(10).
           05  TH-SERVICER-NAME      PIC X(30).
           05  TH-FILE-DATE          PIC 9(8).
           05  TH-RUN-ID             PIC X(14).
       01  TX-DETAIL-RECORD.
           05  TD-RECORD-TYPE        PIC X(1).
           05  TD-LOAN-NUMBER        PIC X(10).
           05  TD-BORROWER-ID        PIC X(10).
           05  TD-BORROWER-NAME      PIC X(30).
           05  TD-ADDR-LINE-1        PIC X(30).
           05  TD-ADDR-LINE-2        PIC X(30).
           05  TD-CITY               PIC X(20).
           05  TD-STATE              PIC X(2).
           05  TD-ZIP                PIC X(10).
           05  TD-PHONE              PIC X(15).
           05  TD-CO-BORROWER-ID     PIC X(10).
           05  TD-PRODUCT-CODE       PIC X(4).
           05  TD-ORIG-PRINCIPAL     PIC 9(13)V99.
           05  TD-INTEREST-RATE      PIC 9(3)V9(4).
           05  TD-TERM-YEARS         PIC 9(3).
           05  TD-PAY-FREQUENCY      PIC X(1).
           05  TD-BOOKED-DATE        PIC 9(8).
           05  TD-MATURITY-DATE      PIC 9(8).
           05  TD-NEXT-DUE-DATE      PIC 9(8).
           05  TD-PRINCIPAL          PIC 9(13)V99.
           05  TD-ACCRUED-INTEREST   PIC 9(13)V99.
           05  TD-INTEREST-THROUGH   PIC 9(8).
           05  TD-FEES-DUE           PIC 9(13)V99.
           05  TD-ESCROW-BALANCE     PIC S9(13)V99.
           05  TD-ESCROW-DEPOSIT     PIC 9(13)V99.
           05  TD-SUSPENSE-BALANCE   PIC 9(13)V99.
           05  TD-SALE-PRICE         PIC 9(13)V99.
       01  TX-TRAILER-RECORD.
           05  TT-RECORD-TYPE        PIC X(1).
           05  TT-LOAN-COUNT         PIC 9(7).
           05  TT-PRINCIPAL-TOTAL    PIC 9(15)V99.
           05  TT-INTEREST-TOTAL     PIC 9(15)V99.
           05  TT-ESCROW-TOTAL       PIC S9(15)V99.
           05  TT-PRICE-TOTAL        PIC 9(15)V99.

      * The business date comes from the PROCESSING-DATE control
      * record; a header without a sale date sells as of it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * LOAN-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-ORIG-PRINCIPAL  BY WS-LOAN-ORIG-PRINCIPAL
                     PFX-LOAN-INTEREST-RATE   BY WS-LOAN-INTEREST-RATE
                     PFX-LOAN-TERM-YEARS      BY WS-LOAN-TERM-YEARS
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-NEXT-DUE-DATE   BY WS-LOAN-NEXT-DUE-DATE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PRODUCT-CODE    BY WS-LOAN-PRODUCT-CODE
                     PFX-LOAN-PAY-FREQUENCY   BY WS-LOAN-PAY-FREQUENCY
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-MATURITY-DATE   BY WS-LOAN-MATURITY-DATE
                     PFX-LOAN-CO-BORROWER-ID  BY WS-LOAN-CO-BORROWER-ID
                     PFX-LOAN-FEES-DUE        BY WS-LOAN-FEES-DUE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * Day-count basis from the loan's product, the same divisor the
      * nightly accrual uses: 360 for 30/360 paper, 365 otherwise.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LP-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LP-OPERATION-DATA
                     PFX-OPERATION      BY WS-LP-OPERATION.
       01  WS-PRODUCT-CODE           PIC X(4).
       COPY "product-record.cob"
           REPLACING PFX-PROD-DAY-COUNT   BY WS-PROD-DAY-COUNT
                     PFX-PRODUCT-RECORD   BY WS-PRODUCT-RECORD.
       01  WS-LP-RESULT              PIC X(10).

      * SUSPENSE-MASTER and ESCROW-MASTER calls: the unapplied funds
      * and escrow balance that go to the acquirer with the loan.
       01  WS-MASTER-LOAN-NUMBER     PIC X(10).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SM-OPERATION-DATA
                     PFX-OPERATION      BY WS-SM-OPERATION.
       COPY "suspense-record.cob"
           REPLACING PFX-SUS-BALANCE      BY WS-SUS-BALANCE
                     PFX-SUSPENSE-RECORD  BY WS-SUSPENSE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-SM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-SM-RESULT-SUCCESS.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-EM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-EM-OPERATION-DATA
                     PFX-OPERATION      BY WS-EM-OPERATION.
       COPY "escrow-record.cob"
           REPLACING PFX-ESC-MONTHLY-DEPOSIT BY WS-ESC-MONTHLY-DEPOSIT
                     PFX-ESC-BALANCE        BY WS-ESC-BALANCE
                     PFX-ESC-PROPERTY-STATE BY WS-ESC-PROPERTY-STATE
                     PFX-ESC-INT-THROUGH    BY WS-ESC-INT-THROUGH
                     PFX-ESC-INT-BAL-DAYS   BY WS-ESC-INT-BAL-DAYS
                     PFX-ESC-INT-ACCRUED    BY WS-ESC-INT-ACCRUED
                     PFX-ESC-INT-STATUS     BY WS-ESC-INT-STATUS
                     PFX-ESCROW-RECORD      BY WS-ESCROW-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-EM-RESULT
                     PFX-RESULT-SUCCESS BY WS-EM-RESULT-SUCCESS.

      * CUSTOMER-MASTER call: who the notice goes to and what the
      * acquirer is told about the borrower.
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
                     PFX-CUST-DELIVERY    BY WS-CUST-DELIVERY
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

      * AUDIT-IMAGE call: one before/after record per loan sold.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-AX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-AX-OPERATION-DATA
                     PFX-OPERATION      BY WS-AX-OPERATION.
       COPY "audit-request.cob"
           REPLACING PFX-AI-FILE-NAME   BY WS-AI-FILE-NAME
                     PFX-AI-RECORD-KEY  BY WS-AI-RECORD-KEY
                     PFX-AI-OPERATION   BY WS-AI-OPERATION
                     PFX-AI-OPERATOR-ID BY WS-AI-OPERATOR-ID
                     PFX-AUDIT-REQUEST  BY WS-AUDIT-REQUEST.
       01  WS-BEFORE-IMAGE           PIC X(10100).
       01  WS-AFTER-IMAGE            PIC X(10100).
       01  WS-AX-RESULT              PIC X(10).

      * The sale's accounts come from GL-ACCOUNT-MAP: ACCRUAL for the
      * days to the sale date, ESCINT for the final escrow interest,
      * SALEPRIN/SALEINT/SALEPREM/SALEDISC for the price, ESCXFER and
      * SUSXFER for the funds remitted to the acquirer.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT    PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT   PIC X(10).
       01  WS-GM-RESULT               PIC X(10).
       01  WS-GL-POST-AMOUNT          PIC S9(13)V99.
       01  WS-GL-POST-DESCRIPTION     PIC X(60).

      * Job log run-id header/trailer; the run-id is stamped into
      * every journal record the sale writes.
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

      * LOAN-TRANSACTION journal call: the ACCR, ESCI and SALE/XFER
      * records that close the loan's story here.
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
                     PFX-TXN-FEES        BY WS-TXN-FEES
                     PFX-TXN-SUSPENSE    BY WS-TXN-SUSPENSE
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PRINCIPAL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-INTEREST.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-ESCROW.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PRICE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-PREMIUM.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Loan Sale / Servicing Transfer"
           DISPLAY "=========================================="

           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Sale file: " FUNCTION TRIM(WS-SALE-FILE-NAME)

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           MOVE 0 TO RETURN-CODE
           OPEN INPUT SALE-FILE
           IF WS-SALE-FILE-STATUS NOT = "00"
               DISPLAY "LOAN-SALE-TRANSFER: Unable to open "
                       "sale file, status " WS-SALE-FILE-STATUS
                       " -- nothing transferred"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM READ-NEXT-SALE-RECORD
               PERFORM ACCEPT-SALE-HEADER
               IF WS-BLOCK-OPEN
                   PERFORM TRANSFER-THE-BLOCK
               END-IF
               CLOSE SALE-FILE
           END-IF

           IF RETURN-CODE < 16
               PERFORM SET-RUN-RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-TRAILER

           MOVE WS-TOTAL-PRICE TO WS-ED-PRICE
           MOVE WS-TOTAL-PREMIUM TO WS-ED-PREMIUM
           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Transferred: " WS-LOANS-TRANSFERRED
               " Skipped (already gone): " WS-LOANS-SKIPPED
           DISPLAY "Letters: " WS-LETTERS-WRITTEN
               " Participations closed: " WS-LINKS-CLOSED
           DISPLAY "Exceptions: " WS-EXCEPTION-COUNT
               " Failed: " WS-FAILURE-COUNT
           DISPLAY "Total price: " WS-ED-PRICE
           DISPLAY "Premium (discount): " WS-ED-PREMIUM
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SALE-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

       SET-RUN-RETURN-CODE.
           IF WS-FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * ACCEPT-SALE-HEADER - the first record must name the sale: its  *
      * type, the acquirer, and the date (zero for the business date). *
      * Without one no loan in the file can be told where it is going. *
      *----------------------------------------------------------------*
       ACCEPT-SALE-HEADER.
           MOVE "N" TO WS-BLOCK-SWITCH
           EVALUATE TRUE
               WHEN WS-END-OF-FILE
                   DISPLAY "LOAN-SALE-TRANSFER: Sale file is empty"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT SL-HEADER
                   DISPLAY "LOAN-SALE-TRANSFER: First record is not "
                           "a sale header -- nothing transferred"
                   MOVE 16 TO RETURN-CODE
               WHEN SH-SALE-TYPE NOT = "SALE"
                       AND SH-SALE-TYPE NOT = "XFER"
                   DISPLAY "LOAN-SALE-TRANSFER: Sale type "
                           SH-SALE-TYPE " is not SALE or XFER -- "
                           "nothing transferred"
                   MOVE 16 TO RETURN-CODE
               WHEN SH-SERVICER-ID = SPACES
                       OR SH-SERVICER-NAME = SPACES
                   DISPLAY "LOAN-SALE-TRANSFER: Sale header names "
                           "no acquiring servicer -- nothing "
                           "transferred"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Y" TO WS-BLOCK-SWITCH
                   MOVE SH-SALE-TYPE TO WS-SALE-TYPE
                   IF SH-SALE-DATE IS NUMERIC AND SH-SALE-DATE > 0
                       MOVE SH-SALE-DATE TO WS-SALE-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-SALE-DATE
                   END-IF
                   MOVE SH-SERVICER-ID TO WS-SERVICER-ID
                   MOVE SH-SERVICER-NAME TO WS-SERVICER-NAME
                   MOVE SH-SERVICER-ADDR-1 TO WS-SERVICER-ADDR-1
                   MOVE SH-SERVICER-ADDR-2 TO WS-SERVICER-ADDR-2
                   MOVE SH-SERVICER-PHONE TO WS-SERVICER-PHONE
                   IF WS-SALE-IS-SALE
                       MOVE "SOLD" TO WS-SALE-STATUS
                       MOVE "SALE" TO WS-SALE-TXN-CODE
                   ELSE
                       MOVE "TRANSFERRED" TO WS-SALE-STATUS
                       MOVE "XFER" TO WS-SALE-TXN-CODE
                   END-IF
                   COMPUTE WS-RUN-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-SALE-DATE)
                   COMPUTE WS-FIRST-NEW-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER + 1)
                   DISPLAY "Sale: " WS-SALE-TYPE " dated "
                           WS-SALE-DATE " to " WS-SERVICER-ID " "
                           FUNCTION TRIM(WS-SERVICER-NAME)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * TRANSFER-THE-BLOCK - the three outputs are named for the sale  *
      * date (and the transfer file for the acquirer too); every       *
      * detail is then taken in turn, and the participations of the    *
      * loans that went are closed in one pass at the end.             *
      *----------------------------------------------------------------*
       TRANSFER-THE-BLOCK.
           MOVE SPACES TO WS-LETTER-FILE-NAME
           STRING "transfer_letters." DELIMITED BY SIZE
                   WS-SALE-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-LETTER-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-TRANSFER-FILE-NAME
           STRING "servicing_transfer." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SERVICER-ID) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-SALE-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-TRANSFER-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-FILE-NAME
           STRING "loan_sale." DELIMITED BY SIZE
                   WS-SALE-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILE-NAME
           END-STRING

           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT TRANSFER-FILE
           OPEN OUTPUT REGISTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
                   OR WS-TRANSFER-STATUS NOT = "00"
                   OR WS-REGISTER-STATUS NOT = "00"
               DISPLAY "LOAN-SALE-TRANSFER: Unable to create the "
                       "letters (" WS-LETTER-STATUS "), transfer "
                       "file (" WS-TRANSFER-STATUS ") or register ("
                       WS-REGISTER-STATUS ") -- nothing transferred"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TRANSFER-HEADER
               PERFORM WRITE-REGISTER-HEADER
               PERFORM READ-NEXT-SALE-RECORD
               PERFORM PROCESS-ONE-SALE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-BLOCK-STOPPED
               PERFORM WRITE-TRANSFER-TRAILER
               PERFORM WRITE-REGISTER-TRAILER
               IF WS-SOLD-COUNT > 0
                   PERFORM CLOSE-SOLD-PARTICIPATIONS
               END-IF
               DISPLAY "LOAN-SALE-TRANSFER: Released "
                       FUNCTION TRIM(WS-TRANSFER-FILE-NAME)
           END-IF
           CLOSE LETTER-FILE
           CLOSE TRANSFER-FILE
           CLOSE REGISTER-FILE.

      *----------------------------------------------------------------*
      * PROCESS-ONE-SALE-RECORD - details are sold; a second header    *
      * would start a block bound for another acquirer, so the run     *
      * stops short of it rather than send those loans to this one.    *
      *----------------------------------------------------------------*
       PROCESS-ONE-SALE-RECORD.
           EVALUATE TRUE
               WHEN SL-DETAIL
                   ADD 1 TO WS-LOANS-READ
                   PERFORM SELL-ONE-LOAN
               WHEN SL-HEADER
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE "Y" TO WS-STOP-SWITCH
                   DISPLAY "LOAN-SALE-TRANSFER: Second sale header "
                           "found -- one block per file, the rest "
                           "was not transferred"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-BLOCK-STOPPED
               PERFORM READ-NEXT-SALE-RECORD
           END-IF.

       SELL-ONE-LOAN.
           MOVE SD-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           EVALUATE TRUE
               WHEN WS-LM-RESULT-NOTFOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "NO SUCH LOAN:" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SALE-EXCEPTION
               WHEN NOT WS-LM-RESULT-SUCCESS
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "LOAN-SALE-TRANSFER: Loan master "
                           "unavailable for " SD-LOAN-NUMBER " ("
                           WS-LM-RESULT ")"
               WHEN WS-LOAN-STATUS = "SOLD"
                       OR WS-LOAN-STATUS = "TRANSFERRED"
                   ADD 1 TO WS-LOANS-SKIPPED
                   MOVE "ALREADY TRANSFERRED OUT:"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SALE-EXCEPTION
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                       AND WS-LOAN-STATUS NOT = "MATURED"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING "LOAN " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LOAN-STATUS)
                               DELIMITED BY SIZE
                           ", NOT SALEABLE:" DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM WRITE-SALE-EXCEPTION
               WHEN WS-LOAN-CURRENT-BALANCE NOT > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "NOTHING OWING:" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SALE-EXCEPTION
               WHEN OTHER
                   PERFORM TRANSFER-ONE-LOAN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * TRANSFER-ONE-LOAN - GET, capture before, bring interest and    *
      * escrow up to the sale date, price the loan, close it out and   *
      * INSERT, capture after. The journal, GL, account closes,        *
      * letters and transfer detail follow only a master update that   *
      * stood, so a failure leaves the loan to go on a rerun.          *
      *----------------------------------------------------------------*
       TRANSFER-ONE-LOAN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-LOAN-RECORD TO WS-BEFORE-IMAGE

           PERFORM LOOK-UP-BORROWER
           PERFORM ACCRUE-TO-SALE-DATE
           PERFORM LOOK-UP-ESCROW-AND-SUSPENSE

           MOVE WS-LOAN-CURRENT-BALANCE TO WS-PRINCIPAL-SOLD
           MOVE WS-LOAN-ACCRUED-INT TO WS-INTEREST-SOLD
           IF WS-INTEREST-SOLD < 0
               MOVE 0 TO WS-INTEREST-SOLD
           END-IF
           MOVE 0 TO WS-FEES-SOLD
           IF WS-LOAN-FEES-DUE IS NUMERIC
               MOVE WS-LOAN-FEES-DUE TO WS-FEES-SOLD
           END-IF
           COMPUTE WS-PAR-AMOUNT =
               WS-PRINCIPAL-SOLD + WS-INTEREST-SOLD
           IF SD-PRICE IS NUMERIC AND SD-PRICE > 0
               MOVE SD-PRICE TO WS-SALE-PRICE
           ELSE
               MOVE WS-PAR-AMOUNT TO WS-SALE-PRICE
           END-IF
           COMPUTE WS-PREMIUM = WS-SALE-PRICE - WS-PAR-AMOUNT

           MOVE WS-SALE-STATUS TO WS-LOAN-STATUS
           MOVE 0 TO WS-LOAN-CURRENT-BALANCE
           SUBTRACT WS-INTEREST-SOLD FROM WS-LOAN-ACCRUED-INT
           MOVE 0 TO WS-LOAN-FEES-DUE
           MOVE WS-LOAN-ACCR-THROUGH TO WS-LOAN-LAST-ACCRUAL

           MOVE 6 TO WS-LM-OPERATION-LEN
           MOVE "INSERT" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           IF WS-LM-RESULT-SUCCESS
               ADD 1 TO WS-LOANS-TRANSFERRED
               ADD WS-PRINCIPAL-SOLD TO WS-TOTAL-PRINCIPAL
               ADD WS-INTEREST-SOLD TO WS-TOTAL-INTEREST
               ADD WS-ESCROW-TRANSFER TO WS-TOTAL-ESCROW
               ADD WS-SUSPENSE-TRANSFER TO WS-TOTAL-SUSPENSE
               ADD WS-SALE-PRICE TO WS-TOTAL-PRICE
               ADD WS-PREMIUM TO WS-TOTAL-PREMIUM
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-LOAN-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
               PERFORM WRITE-SALE-JOURNAL-RECORDS
               PERFORM POST-SALE-GL-ENTRIES
               PERFORM CLOSE-ESCROW-AND-SUSPENSE
               PERFORM WRITE-TRANSFER-DETAIL
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM WRITE-TRANSFER-NOTICE
               IF WS-LOAN-CO-BORROWER-ID NOT = SPACES
                   MOVE WS-LOAN-CO-BORROWER-ID TO WS-CUSTOMER-ID
                   PERFORM GET-CUSTOMER-RECORD
                   PERFORM WRITE-TRANSFER-NOTICE
               END-IF
               PERFORM REMEMBER-SOLD-LOAN
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "LOAN-SALE-TRANSFER: Loan update failed for "
                       WS-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

       LOOK-UP-BORROWER.
           MOVE WS-LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           PERFORM GET-CUSTOMER-RECORD.

       GET-CUSTOMER-RECORD.
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE WS-CUSTOMER-ID TO WS-CUST-NAME
           END-IF.

      *----------------------------------------------------------------*
      * ACCRUE-TO-SALE-DATE - the days from the loan's last accrual to *
      * the sale date at its rate over its product's day basis, so the *
      * acquirer pays for interest earned while we held the loan. A    *
      * loan already accrued through the sale date adds nothing.       *
      *----------------------------------------------------------------*
       ACCRUE-TO-SALE-DATE.
           MOVE 0 TO WS-FINAL-ACCRUAL
           MOVE WS-SALE-DATE TO WS-LOAN-ACCR-THROUGH
           IF WS-LOAN-ACCRUED-INT IS NOT NUMERIC
               MOVE 0 TO WS-LOAN-ACCRUED-INT
           END-IF
           IF WS-LOAN-LAST-ACCRUAL IS NUMERIC
                   AND WS-LOAN-LAST-ACCRUAL > 0
               IF WS-LOAN-LAST-ACCRUAL < WS-SALE-DATE
                   COMPUTE WS-ACCRUAL-DAYS =
                       WS-RUN-DATE-INTEGER
                       - FUNCTION INTEGER-OF-DATE(WS-LOAN-LAST-ACCRUAL)
                   PERFORM SET-DAY-BASIS-FROM-PRODUCT
                   COMPUTE WS-FINAL-ACCRUAL ROUNDED =
                       WS-LOAN-CURRENT-BALANCE *
                       (WS-LOAN-INTEREST-RATE / 100) / WS-DAY-BASIS
                       * WS-ACCRUAL-DAYS
                   ADD WS-FINAL-ACCRUAL TO WS-LOAN-ACCRUED-INT
               ELSE
                   MOVE WS-LOAN-LAST-ACCRUAL TO WS-LOAN-ACCR-THROUGH
               END-IF
           END-IF.

       SET-DAY-BASIS-FROM-PRODUCT.
           MOVE WS-LOAN-PRODUCT-CODE TO WS-PRODUCT-CODE
           MOVE 3 TO WS-LP-OPERATION-LEN
           MOVE "GET" TO WS-LP-OPERATION-DATA
           CALL "LOAN-PRODUCT" USING
               WS-LP-OPERATION, WS-PRODUCT-CODE,
               WS-PRODUCT-RECORD, WS-LP-RESULT
           IF WS-PROD-DAY-COUNT = "3"
               MOVE 360 TO WS-DAY-BASIS
           ELSE
               MOVE 365 TO WS-DAY-BASIS
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-ESCROW-AND-SUSPENSE - what goes to the acquirer beside *
      * the loan: the escrow balance with its final interest credit,   *
      * and any unapplied funds still in suspense.                     *
      *----------------------------------------------------------------*
       LOOK-UP-ESCROW-AND-SUSPENSE.
           MOVE WS-LOAN-NUMBER TO WS-MASTER-LOAN-NUMBER
           MOVE 0 TO WS-ESCROW-INTEREST
           MOVE 0 TO WS-ESCROW-TRANSFER
           MOVE 0 TO WS-SUSPENSE-TRANSFER
           MOVE "N" TO WS-ESCROW-SWITCH

           MOVE SPACES TO WS-ESCROW-RECORD
           MOVE 3 TO WS-EM-OPERATION-LEN
           MOVE "GET" TO WS-EM-OPERATION-DATA
           CALL "ESCROW-MASTER" USING
               WS-EM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-ESCROW-RECORD, WS-EM-RESULT
           IF WS-EM-RESULT-SUCCESS
               MOVE "Y" TO WS-ESCROW-SWITCH
               IF WS-ESC-INT-THROUGH IS NUMERIC
                       AND WS-ESC-INT-THROUGH > 0
                       AND WS-ESC-INT-STATUS NOT = "C"
                   PERFORM COMPUTE-FINAL-ESCROW-INTEREST
               END-IF
               COMPUTE WS-ESCROW-TRANSFER =
                   WS-ESC-BALANCE + WS-ESCROW-INTEREST
           END-IF

           MOVE SPACES TO WS-SUSPENSE-RECORD
           MOVE 3 TO WS-SM-OPERATION-LEN
           MOVE "GET" TO WS-SM-OPERATION-DATA
           CALL "SUSPENSE-MASTER" USING
               WS-SM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-SUSPENSE-RECORD, WS-SM-RESULT
           IF WS-SM-RESULT-SUCCESS AND WS-SUS-BALANCE > 0
               MOVE WS-SUS-BALANCE TO WS-SUSPENSE-TRANSFER
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-FINAL-ESCROW-INTEREST - what ESCROW-INTEREST would     *
      * credit at payoff: the interest accrued at past month ends, and *
      * the month to date -- the balance-days carried, plus the        *
      * balance for each day from the through date to the sale date,   *
      * averaged over the month's days at a twelfth of the state's     *
      * annual rate. A blank property state reads as the borrower's.   *
      *----------------------------------------------------------------*
       COMPUTE-FINAL-ESCROW-INTEREST.
           IF WS-ESC-INT-ACCRUED IS NUMERIC
               MOVE WS-ESC-INT-ACCRUED TO WS-ESCROW-INTEREST
           END-IF
           MOVE 0 TO WS-ESC-BAL-DAYS
           IF WS-ESC-INT-BAL-DAYS IS NUMERIC
               MOVE WS-ESC-INT-BAL-DAYS TO WS-ESC-BAL-DAYS
           END-IF
           IF WS-ESC-INT-THROUGH < WS-SALE-DATE
               COMPUTE WS-ESC-PERIOD-DAYS =
                   WS-RUN-DATE-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-ESC-INT-THROUGH)
               IF WS-ESC-BALANCE > 0
                   COMPUTE WS-ESC-BAL-DAYS = WS-ESC-BAL-DAYS
                       + WS-ESC-BALANCE * WS-ESC-PERIOD-DAYS
               END-IF
           END-IF

           MOVE WS-ESC-PROPERTY-STATE TO WS-PROPERTY-STATE
           IF WS-PROPERTY-STATE = SPACES
               MOVE WS-CUST-STATE TO WS-PROPERTY-STATE
           END-IF
           PERFORM FIND-STATE-RATE

           COMPUTE WS-MONTH-START =
               WS-SALE-YEAR * 10000 + WS-SALE-MONTH * 100 + 1
           IF WS-SALE-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-SALE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-SALE-YEAR * 10000
                   + (WS-SALE-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)

           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-ESC-BAL-DAYS / WS-DAYS-IN-MONTH
           MOVE 0 TO WS-PART-MONTH-INTEREST
           IF WS-AVERAGE-BALANCE > 0 AND WS-STATE-RATE > 0
               COMPUTE WS-PART-MONTH-INTEREST ROUNDED =
                   WS-AVERAGE-BALANCE * WS-STATE-RATE / 1200
           END-IF
           ADD WS-PART-MONTH-INTEREST TO WS-ESCROW-INTEREST
           IF WS-ESCROW-INTEREST < 0
               MOVE 0 TO WS-ESCROW-INTEREST
           END-IF.

       FIND-STATE-RATE.
           MOVE 0 TO WS-STATE-RATE
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE "N" TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM READ-NEXT-RATE
               PERFORM CHECK-ONE-RATE
                   UNTIL WS-RATE-AT-EOF OR WS-RATE-FOUND
               CLOSE RATE-FILE
           END-IF.

       READ-NEXT-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF-SWITCH
           END-READ.

       CHECK-ONE-RATE.
           IF EIR-STATE = WS-PROPERTY-STATE AND EIR-RATE IS NUMERIC
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
               MOVE EIR-RATE TO WS-STATE-RATE
           ELSE
               PERFORM READ-NEXT-RATE
           END-IF.

      *----------------------------------------------------------------*
      * CLOSE-ESCROW-AND-SUSPENSE - the money has gone to the          *
      * acquirer, so neither account stays open to be refunded,        *
      * analyzed or escheated later.                                   *
      *----------------------------------------------------------------*
       CLOSE-ESCROW-AND-SUSPENSE.
           IF WS-ESCROW-ON-FILE
               MOVE 6 TO WS-EM-OPERATION-LEN
               MOVE "DELETE" TO WS-EM-OPERATION-DATA
               CALL "ESCROW-MASTER" USING
                   WS-EM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-ESCROW-RECORD, WS-EM-RESULT
               IF NOT WS-EM-RESULT-SUCCESS
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "LOAN-SALE-TRANSFER: Escrow close failed "
                           "for " WS-LOAN-NUMBER " (" WS-EM-RESULT ")"
               END-IF
           END-IF
           IF WS-SUSPENSE-TRANSFER > 0
               MOVE 6 TO WS-SM-OPERATION-LEN
               MOVE "DELETE" TO WS-SM-OPERATION-DATA
               CALL "SUSPENSE-MASTER" USING
                   WS-SM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-SUSPENSE-RECORD, WS-SM-RESULT
               IF NOT WS-SM-RESULT-SUCCESS
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "LOAN-SALE-TRANSFER: Suspense close "
                           "failed for " WS-LOAN-NUMBER " ("
                           WS-SM-RESULT ")"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-AUDIT-IMAGE - one before/after record per loan; best-    *
      * effort, since the master update itself already stood.          *
      *----------------------------------------------------------------*
       WRITE-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "loan_master.dat" TO WS-AI-FILE-NAME
           MOVE WS-LOAN-NUMBER TO WS-AI-RECORD-KEY
           MOVE "CHANGE" TO WS-AI-OPERATION
           MOVE SPACES TO WS-AI-OPERATOR-ID
           MOVE 6 TO WS-AX-OPERATION-LEN
           MOVE "APPEND" TO WS-AX-OPERATION-DATA
           CALL "AUDIT-IMAGE" USING
               WS-AX-OPERATION,
               WS-AUDIT-REQUEST,
               WS-BEFORE-IMAGE,
               WS-AFTER-IMAGE,
               WS-AX-RESULT.

      *----------------------------------------------------------------*
      * WRITE-SALE-JOURNAL-RECORDS - the ACCR for the days to the sale *
      * date and the ESCI for the final escrow interest, each when     *
      * there is one, then the SALE or XFER record: the price in the   *
      * amount, the principal and interest it paid for, the escrow and *
      * unapplied funds remitted, and the fees that went with the      *
      * balance. INVESTOR-REMITTANCE shares its principal and interest *
      * with the loan's investors.                                     *
      *----------------------------------------------------------------*
       WRITE-SALE-JOURNAL-RECORDS.
           IF WS-FINAL-ACCRUAL > 0
               MOVE SPACES TO WS-LOAN-TXN-RECORD
               MOVE "ACCR" TO WS-TXN-CODE
               MOVE WS-SALE-DATE TO WS-TXN-DATE
               MOVE WS-FINAL-ACCRUAL TO WS-TXN-AMOUNT
               MOVE 0 TO WS-TXN-PRINCIPAL
               MOVE WS-FINAL-ACCRUAL TO WS-TXN-INTEREST
               MOVE 0 TO WS-TXN-ESCROW
               MOVE WS-PRINCIPAL-SOLD TO WS-TXN-BALANCE
               MOVE 0 TO WS-TXN-FEES
               MOVE 0 TO WS-TXN-SUSPENSE
               PERFORM APPEND-JOURNAL-RECORD
           END-IF

           IF WS-ESCROW-INTEREST > 0
               MOVE SPACES TO WS-LOAN-TXN-RECORD
               MOVE "ESCI" TO WS-TXN-CODE
               MOVE WS-SALE-DATE TO WS-TXN-DATE
               MOVE WS-ESCROW-INTEREST TO WS-TXN-AMOUNT
               MOVE 0 TO WS-TXN-PRINCIPAL
               MOVE 0 TO WS-TXN-INTEREST
               MOVE WS-ESCROW-INTEREST TO WS-TXN-ESCROW
               MOVE WS-PRINCIPAL-SOLD TO WS-TXN-BALANCE
               MOVE 0 TO WS-TXN-FEES
               MOVE 0 TO WS-TXN-SUSPENSE
               PERFORM APPEND-JOURNAL-RECORD
           END-IF

           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE WS-SALE-TXN-CODE TO WS-TXN-CODE
           MOVE WS-SALE-DATE TO WS-TXN-DATE
           MOVE WS-SALE-PRICE TO WS-TXN-AMOUNT
           MOVE WS-PRINCIPAL-SOLD TO WS-TXN-PRINCIPAL
           MOVE WS-INTEREST-SOLD TO WS-TXN-INTEREST
           MOVE WS-ESCROW-TRANSFER TO WS-TXN-ESCROW
           MOVE 0 TO WS-TXN-BALANCE
           MOVE WS-FEES-SOLD TO WS-TXN-FEES
           MOVE WS-SUSPENSE-TRANSFER TO WS-TXN-SUSPENSE
           PERFORM APPEND-JOURNAL-RECORD.

       APPEND-JOURNAL-RECORD.
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID
           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "LOAN-SALE-TRANSFER: Journal append failed "
                       "for " WS-LOAN-NUMBER " " WS-TXN-CODE " ("
                       WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * POST-SALE-GL-ENTRIES - one pair per part of the close-out that *
      * has an amount. Cash received nets to the price: principal and  *
      * interest at par, plus the premium or less the discount. The    *
      * escrow remitted is normally a payment out of cash; an escrow   *
      * the bank had advanced (a negative balance) is instead repaid   *
      * by the acquirer, so its pair posts reversed.                   *
      *----------------------------------------------------------------*
       POST-SALE-GL-ENTRIES.
           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               IF WS-FINAL-ACCRUAL > 0
                   MOVE "ACCRUAL" TO WS-GL-EVENT-TYPE
                   MOVE WS-FINAL-ACCRUAL TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - interest accrued to sale date"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               IF WS-ESCROW-INTEREST > 0
                   MOVE "ESCINT" TO WS-GL-EVENT-TYPE
                   MOVE WS-ESCROW-INTEREST TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - final escrow interest credited"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               MOVE "SALEPRIN" TO WS-GL-EVENT-TYPE
               MOVE WS-PRINCIPAL-SOLD TO WS-GL-POST-AMOUNT
               MOVE "Loan sale - principal" TO WS-GL-POST-DESCRIPTION
               PERFORM POST-ONE-GL-PAIR
               IF WS-INTEREST-SOLD > 0
                   MOVE "SALEINT" TO WS-GL-EVENT-TYPE
                   MOVE WS-INTEREST-SOLD TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - accrued interest"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               IF WS-PREMIUM > 0
                   MOVE "SALEPREM" TO WS-GL-EVENT-TYPE
                   MOVE WS-PREMIUM TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - premium over par"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               IF WS-PREMIUM < 0
                   COMPUTE WS-DISCOUNT = 0 - WS-PREMIUM
                   MOVE "SALEDISC" TO WS-GL-EVENT-TYPE
                   MOVE WS-DISCOUNT TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - discount under par"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               IF WS-ESCROW-TRANSFER NOT = 0
                   MOVE "ESCXFER" TO WS-GL-EVENT-TYPE
                   MOVE WS-ESCROW-TRANSFER TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - escrow remitted to acquirer"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               IF WS-SUSPENSE-TRANSFER > 0
                   MOVE "SUSXFER" TO WS-GL-EVENT-TYPE
                   MOVE WS-SUSPENSE-TRANSFER TO WS-GL-POST-AMOUNT
                   MOVE "Loan sale - unapplied funds to acquirer"
                       TO WS-GL-POST-DESCRIPTION
                   PERFORM POST-ONE-GL-PAIR
               END-IF
               CLOSE GL-FEED-FILE
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "LOAN-SALE-TRANSFER: Failed to open "
                       "gl_feed.dat, status " WS-GL-FEED-STATUS
           END-IF.

       POST-ONE-GL-PAIR.
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           MOVE WS-SALE-DATE-X TO GL-ENTRY-DATE
           MOVE WS-LOAN-NUMBER TO GL-REFERENCE
           MOVE WS-GL-POST-DESCRIPTION TO GL-DESCRIPTION
           IF WS-GL-POST-AMOUNT < 0
               COMPUTE GL-AMOUNT = 0 - WS-GL-POST-AMOUNT
               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD
           ELSE
               MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "D" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD
               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               WRITE GL-FEED-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-TRANSFER-HEADER / -DETAIL / -TRAILER - the acquirer's    *
      * boarding file. The detail carries the borrower as the master   *
      * knows them, the note's terms, and the balances as of the sale  *
      * date; the trailer's count and totals prove the file complete.  *
      *----------------------------------------------------------------*
       WRITE-TRANSFER-HEADER.
           MOVE SPACES TO TX-HEADER-RECORD
           MOVE "H" TO TH-RECORD-TYPE
           MOVE WS-SALE-TYPE TO TH-TRANSFER-TYPE
           MOVE WS-SALE-DATE TO TH-SALE-DATE
           MOVE WS-SERVICER-ID TO TH-SERVICER-ID
           MOVE WS-SERVICER-NAME TO TH-SERVICER-NAME
           MOVE WS-RUN-DATE TO TH-FILE-DATE
           MOVE WS-RUN-ID TO TH-RUN-ID
           WRITE TRANSFER-RECORD FROM TX-HEADER-RECORD.

       WRITE-TRANSFER-DETAIL.
           MOVE SPACES TO TX-DETAIL-RECORD
           MOVE "D" TO TD-RECORD-TYPE
           MOVE WS-LOAN-NUMBER TO TD-LOAN-NUMBER
           MOVE WS-LOAN-CUSTOMER-ID TO TD-BORROWER-ID
           MOVE WS-CUST-NAME TO TD-BORROWER-NAME
           MOVE WS-CUST-ADDR-LINE-1 TO TD-ADDR-LINE-1
           MOVE WS-CUST-ADDR-LINE-2 TO TD-ADDR-LINE-2
           MOVE WS-CUST-CITY TO TD-CITY
           MOVE WS-CUST-STATE TO TD-STATE
           MOVE WS-CUST-ZIP TO TD-ZIP
           MOVE WS-CUST-PHONE TO TD-PHONE
           MOVE WS-LOAN-CO-BORROWER-ID TO TD-CO-BORROWER-ID
           MOVE WS-LOAN-PRODUCT-CODE TO TD-PRODUCT-CODE
           MOVE WS-LOAN-ORIG-PRINCIPAL TO TD-ORIG-PRINCIPAL
           MOVE WS-LOAN-INTEREST-RATE TO TD-INTEREST-RATE
           MOVE WS-LOAN-TERM-YEARS TO TD-TERM-YEARS
           MOVE WS-LOAN-PAY-FREQUENCY TO TD-PAY-FREQUENCY
           MOVE 0 TO TD-BOOKED-DATE
           IF WS-LOAN-BOOKED-DATE IS NUMERIC
               MOVE WS-LOAN-BOOKED-DATE TO TD-BOOKED-DATE
           END-IF
           MOVE 0 TO TD-MATURITY-DATE
           IF WS-LOAN-MATURITY-DATE IS NUMERIC
               MOVE WS-LOAN-MATURITY-DATE TO TD-MATURITY-DATE
           END-IF
           MOVE WS-LOAN-NEXT-DUE-DATE TO TD-NEXT-DUE-DATE
           MOVE WS-PRINCIPAL-SOLD TO TD-PRINCIPAL
           MOVE WS-INTEREST-SOLD TO TD-ACCRUED-INTEREST
           MOVE WS-LOAN-ACCR-THROUGH TO TD-INTEREST-THROUGH
           MOVE WS-FEES-SOLD TO TD-FEES-DUE
           MOVE WS-ESCROW-TRANSFER TO TD-ESCROW-BALANCE
           MOVE 0 TO TD-ESCROW-DEPOSIT
           IF WS-ESCROW-ON-FILE
               MOVE WS-ESC-MONTHLY-DEPOSIT TO TD-ESCROW-DEPOSIT
           END-IF
           MOVE WS-SUSPENSE-TRANSFER TO TD-SUSPENSE-BALANCE
           MOVE WS-SALE-PRICE TO TD-SALE-PRICE
           WRITE TRANSFER-RECORD FROM TX-DETAIL-RECORD.

       WRITE-TRANSFER-TRAILER.
           MOVE SPACES TO TX-TRAILER-RECORD
           MOVE "T" TO TT-RECORD-TYPE
           MOVE WS-LOANS-TRANSFERRED TO TT-LOAN-COUNT
           MOVE WS-TOTAL-PRINCIPAL TO TT-PRINCIPAL-TOTAL
           MOVE WS-TOTAL-INTEREST TO TT-INTEREST-TOTAL
           MOVE WS-TOTAL-ESCROW TO TT-ESCROW-TOTAL
           MOVE WS-TOTAL-PRICE TO TT-PRICE-TOTAL
           WRITE TRANSFER-RECORD FROM TX-TRAILER-RECORD.

      *----------------------------------------------------------------*
      * WRITE-TRANSFER-NOTICE - the goodbye letter the borrower (and   *
      * each co-borrower) is owed when servicing moves: who services   *
      * the loan from here, how to reach them, and the dates payments  *
      * change hands. Framed the way LETTER-GENERATION frames its      *
      * blocks.                                                        *
      *----------------------------------------------------------------*
       WRITE-TRANSFER-NOTICE.
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE "NOTICE OF SERVICING TRANSFER" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   Loan: " DELIMITED BY SIZE
                   WS-LOAN-NUMBER DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "To: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           PERFORM WRITE-MAILING-ADDRESS

           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE "The servicing of your loan -- the right to collect"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "your payments -- is being transferred effective "
                       DELIMITED BY SIZE
                   WS-FIRST-NEW-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "The transfer does not change the terms of your loan."
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "We accept your payments through " DELIMITED BY SIZE
                   WS-SALE-DATE DELIMITED BY SIZE
                   ". From " DELIMITED BY SIZE
                   WS-FIRST-NEW-DATE DELIMITED BY SIZE
                   " send them to:" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SERVICER-NAME) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           IF WS-SERVICER-ADDR-1 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SERVICER-ADDR-1)
                           DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF
           IF WS-SERVICER-ADDR-2 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SERVICER-ADDR-2)
                           DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF
           IF WS-SERVICER-PHONE NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    Phone: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SERVICER-PHONE)
                           DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE "A payment we receive after the transfer date will be"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "forwarded to the new servicer, and for sixty days a"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "payment sent to us on time will not be treated as"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "late. Any escrow balance moves with your loan."
               TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of      *
      * the mail.                                                      *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               IF WS-CUST-ADDR-LINE-1 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-1 TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               IF WS-CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-2 TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               IF WS-CUST-CITY NOT = SPACES
                   MOVE SPACES TO LETTER-LINE
                   STRING FUNCTION TRIM(WS-CUST-CITY)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           WS-CUST-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CUST-ZIP DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-REGISTER-HEADER / -DETAIL / -TRAILER - the sale register *
      * finance books the block from: one line per loan with the price *
      * and its parts, the exceptions between them, totals at the end. *
      *----------------------------------------------------------------*
       WRITE-REGISTER-HEADER.
           IF WS-SALE-IS-SALE
               MOVE "LOAN SALE REGISTER" TO REGISTER-LINE
           ELSE
               MOVE "SERVICING TRANSFER REGISTER" TO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "Sale Date: " DELIMITED BY SIZE
                   WS-SALE-DATE DELIMITED BY SIZE
                   "  Acquirer: " DELIMITED BY SIZE
                   WS-SERVICER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SERVICER-NAME) DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  Run: " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
           MOVE WS-PRINCIPAL-SOLD TO WS-ED-PRINCIPAL
           MOVE WS-INTEREST-SOLD TO WS-ED-INTEREST
           MOVE WS-ESCROW-TRANSFER TO WS-ED-ESCROW
           MOVE WS-SALE-PRICE TO WS-ED-PRICE
           MOVE WS-PREMIUM TO WS-ED-PREMIUM
           MOVE SPACES TO REGISTER-LINE
           STRING WS-SALE-TXN-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOAN-NUMBER DELIMITED BY SIZE
                   "  Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRINCIPAL) DELIMITED BY SIZE
                   "  Interest: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-INTEREST) DELIMITED BY SIZE
                   "  Escrow: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-ESCROW) DELIMITED BY SIZE
                   "  Price: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRICE) DELIMITED BY SIZE
                   "  Prem/(Disc): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PREMIUM) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       WRITE-SALE-EXCEPTION.
           MOVE SPACES TO REGISTER-LINE
           STRING "EXCEPTION " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXCEPTION-REASON)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SD-LOAN-NUMBER DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-LOANS-TRANSFERRED TO WS-ED-COUNT
           MOVE WS-TOTAL-PRINCIPAL TO WS-ED-PRINCIPAL
           MOVE WS-TOTAL-INTEREST TO WS-ED-INTEREST
           MOVE WS-TOTAL-ESCROW TO WS-ED-ESCROW
           MOVE SPACES TO REGISTER-LINE
           STRING "Loans: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRINCIPAL) DELIMITED BY SIZE
                   "  Interest: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-INTEREST) DELIMITED BY SIZE
                   "  Escrow: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-ESCROW) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-SUSPENSE TO WS-ED-ESCROW
           MOVE WS-TOTAL-PRICE TO WS-ED-PRICE
           MOVE WS-TOTAL-PREMIUM TO WS-ED-PREMIUM
           MOVE SPACES TO REGISTER-LINE
           STRING "Unapplied funds: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-ESCROW) DELIMITED BY SIZE
                   "  Price: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRICE) DELIMITED BY SIZE
                   "  Premium/(Discount): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PREMIUM) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "Exceptions: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

      *----------------------------------------------------------------*
      * REMEMBER-SOLD-LOAN / CLOSE-SOLD-PARTICIPATIONS - the loans     *
      * that went are held in memory; participation.dat is then copied *
      * to a new file with each of their open links stamped closed on  *
      * the sale date, and the new file swapped in.                    *
      *----------------------------------------------------------------*
       REMEMBER-SOLD-LOAN.
           IF WS-SOLD-COUNT < WS-SOLD-MAX
               ADD 1 TO WS-SOLD-COUNT
               MOVE WS-LOAN-NUMBER TO WS-SOLD-LOAN(WS-SOLD-COUNT)
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "LOAN-SALE-TRANSFER: Sold-loan table full; "
                       "participations on " WS-LOAN-NUMBER
                       " left open"
           END-IF.

       CLOSE-SOLD-PARTICIPATIONS.
           OPEN INPUT PARTICIPATION-FILE
           IF WS-PARTICIPATION-STATUS NOT = "00"
               DISPLAY "LOAN-SALE-TRANSFER: No participation.dat ("
                       WS-PARTICIPATION-STATUS ") -- no "
                       "participations to close"
           ELSE
               OPEN OUTPUT NEW-PARTICIPATION-FILE
               IF WS-NEW-PARTICIPATION-STATUS NOT = "00"
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "LOAN-SALE-TRANSFER: Unable to create "
                           "participation.dat.new, status "
                           WS-NEW-PARTICIPATION-STATUS
                           " -- participations left open"
                   CLOSE PARTICIPATION-FILE
               ELSE
                   MOVE "N" TO WS-PTC-EOF-SWITCH
                   PERFORM READ-NEXT-PARTICIPATION
                   PERFORM COPY-ONE-PARTICIPATION
                       UNTIL WS-PTC-AT-EOF
                   CLOSE PARTICIPATION-FILE
                   CLOSE NEW-PARTICIPATION-FILE

                   CALL "CBL_DELETE_FILE" USING
                       WS-OLD-PARTICIPATION-NAME
                   CALL "CBL_RENAME_FILE" USING
                       WS-NEW-PARTICIPATION-NAME,
                       WS-OLD-PARTICIPATION-NAME
               END-IF
           END-IF.

       READ-NEXT-PARTICIPATION.
           READ PARTICIPATION-FILE
               AT END
                   MOVE "Y" TO WS-PTC-EOF-SWITCH
           END-READ.

       COPY-ONE-PARTICIPATION.
           IF PTC-CLOSED-DATE IS NOT NUMERIC
               MOVE 0 TO PTC-CLOSED-DATE
           END-IF
           IF PTC-CLOSED-DATE = 0
               SET WS-SOLD-IDX TO 1
               SEARCH WS-SOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SOLD-IDX > WS-SOLD-COUNT
                       CONTINUE
                   WHEN WS-SOLD-LOAN(WS-SOLD-IDX) = PTC-LOAN-NUMBER
                       MOVE WS-SALE-DATE TO PTC-CLOSED-DATE
                       ADD 1 TO WS-LINKS-CLOSED
               END-SEARCH
           END-IF
           WRITE NEW-PARTICIPATION-RECORD FROM PARTICIPATION-RECORD
           PERFORM READ-NEXT-PARTICIPATION.

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
                   " transferred=" DELIMITED BY SIZE
                   WS-LOANS-TRANSFERRED DELIMITED BY SIZE
                   " to=" DELIMITED BY SIZE
                   WS-SERVICER-ID DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       READ-NEXT-SALE-RECORD.
           READ SALE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       END PROGRAM LOAN-SALE-TRANSFER.
