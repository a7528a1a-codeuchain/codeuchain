      *================================================================*
      * CodeUChain COBOL Batch - Unclaimed Property (Escheatment)      *
      *                                                                *
      * Tracks the money owed to borrowers that they never collect --  *
      * refund checks never cashed and refunds that could not be       *
      * delivered -- and turns it over to the state once it has lain   *
      * dormant as long as that state allows.                          *
      *                                                                *
      * CREDIT-BALANCE-REFUND puts every check it issues and every     *
      * refund it holds on UNCLAIMED-ITEM-MASTER. Each night this run  *
      * first takes the bank's paid-checks file, cleared_checks.dat    *
      * (check number, paid date, amount), and clears the checks it    *
      * names; a check the bank paid for a different amount, or one    *
      * never issued, is displayed for treasury and left alone. It     *
      * then walks the outstanding items and ages each against the     *
      * dormancy table escheat_dormancy.dat (one row per state: state  *
      * code, dormancy years, due-diligence lead days; a "**" row is   *
      * the holder's default, and with no row at all 3 years and 120   *
      * days). The owner's state is the one the check was mailed to;   *
      * an item with no address of record falls to the default row.    *
      * An item inside the lead time of its dormancy date gets its     *
      * due-diligence letter on escheat_letters.rpt, once.             *
      *                                                                *
      * Run with positional argument 1 "YEAREND" at year end, every    *
      * item that is dormant and was sent its letter on an earlier     *
      * night is escheated: status ESCHEATED for the business year,    *
      * the amount moved to the unclaimed property liability account   *
      * (2600-UNCL) -- ESCHEATCK voids an outstanding check out of     *
      * cash, ESCHEATCR / ESCHEATSUS / ESCHEATESC take a held refund   *
      * out of the loan's credit balance, suspense and escrow, with an *
      * ESCH record on the loan's journal -- and every item escheated  *
      * for the year is listed by state with state totals on           *
      * escheat_remittance.YYYY.rpt, the report the remittance is      *
      * filed from. A year-end rerun escheats nothing twice and        *
      * reprints the whole year. A held refund that is no longer on    *
      * the books when its turn comes is cleared instead.              *
      *                                                                *
      * Return codes: 0 clean, 4 a paid check did not match or the     *
      * remittance table filled (the rest escheat on a rerun), 8 an    *
      * item, master or the GL posting could not be updated, 16 the    *
      * item file could not be opened.                                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLAIMED-PROPERTY.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNCLAIMED-FILE ASSIGN TO "unclaimed_item.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UNCLAIMED-ITEM-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT CLEARED-FILE ASSIGN TO "cleared_checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-STATUS.
           SELECT DORMANCY-FILE ASSIGN TO "escheat_dormancy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-STATUS.
           SELECT LETTER-FILE ASSIGN TO "escheat_letters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT REMITTANCE-FILE
               ASSIGN TO DYNAMIC WS-REMITTANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNCLAIMED-FILE.
       01  UNCLAIMED-FILE-RECORD.
           05  UNCLAIMED-ITEM-ID.
               10  UNCLAIMED-ITEM-KIND  PIC X(1).
               10  UNCLAIMED-ITEM-NUMBER PIC X(10).
           COPY "unclaimed-item-record.cob"
               REPLACING PFX-UI-TYPE          BY UI-TYPE
                         PFX-UI-LOAN-NUMBER   BY UI-LOAN-NUMBER
                         PFX-UI-CUSTOMER-ID   BY UI-CUSTOMER-ID
                         PFX-UI-PAYEE         BY UI-PAYEE
                         PFX-UI-STATE         BY UI-STATE
                         PFX-UI-AMOUNT        BY UI-AMOUNT
                         PFX-UI-ISSUE-DATE    BY UI-ISSUE-DATE
                         PFX-UI-STATUS        BY UI-STATUS
                         PFX-UI-STATUS-DATE   BY UI-STATUS-DATE
                         PFX-UI-LETTER-DATE   BY UI-LETTER-DATE
                         PFX-UI-REMIT-YEAR    BY UI-REMIT-YEAR
                         PFX-UNCLAIMED-ITEM-RECORD BY
                             UNCLAIMED-MASTER-FIELDS.

       FD  CLEARED-FILE.
       01  CLEARED-RECORD.
           05  CC-CHECK-NUMBER       PIC 9(10).
           05  CC-PAID-DATE          PIC 9(8).
           05  CC-AMOUNT             PIC 9(9)V99.

       FD  DORMANCY-FILE.
       01  DORMANCY-RECORD.
           05  DM-STATE              PIC X(2).
           05  DM-YEARS              PIC 9(2).
           05  DM-LEAD-DAYS          PIC 9(3).

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  REMITTANCE-FILE.
       01  REMITTANCE-LINE           PIC X(132).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-CLEARED-STATUS         PIC XX.
       01  WS-DORMANCY-STATUS        PIC XX.
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-REMITTANCE-STATUS      PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-REMITTANCE-FILE-NAME   PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-CLEARED-EOF-SWITCH     PIC X(1) VALUE "N".
           88  WS-CLEARED-END-OF-FILE        VALUE "Y".
       01  WS-DORMANCY-EOF-SWITCH    PIC X(1) VALUE "N".
           88  WS-DORMANCY-END-OF-FILE       VALUE "Y".

       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-MODE-ARG               PIC X(10) VALUE SPACES.
       01  WS-YEAR-END-SWITCH        PIC X(1) VALUE "N".
           88  WS-YEAR-END-RUN               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-REMIT-YEAR             PIC 9(4).

      * The business date comes from the PROCESSING-DATE control
      * record, the date dormancy is measured to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Dormancy periods by state, loaded from escheat_dormancy.dat.
       01  WS-DEFAULT-YEARS          PIC 9(2) VALUE 3.
       01  WS-DEFAULT-LEAD-DAYS      PIC 9(3) VALUE 120.
       01  WS-DORMANCY-MAX           PIC S9(4) COMP VALUE 60.
       01  WS-DORMANCY-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-DORMANCY-TABLE.
           05  WS-DORMANCY-ENTRY OCCURS 60 TIMES
                                 INDEXED BY WS-DM-IDX.
               10  WS-DM-STATE          PIC X(2).
               10  WS-DM-YEARS          PIC 9(2).
               10  WS-DM-LEAD-DAYS      PIC 9(3).
       01  WS-ITEM-YEARS             PIC 9(2).
       01  WS-ITEM-LEAD-DAYS         PIC 9(3).
       01  WS-DORMANT-DATE           PIC 9(8).
       01  WS-LETTER-DUE-DATE        PIC 9(8).
       01  WS-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-FOUND-ENTRY                VALUE "Y".

      * Items escheated for the year, held for the remittance report,
      * and the per-state totals kept in state-code order.
       01  WS-REMIT-MAX              PIC S9(4) COMP VALUE 1000.
       01  WS-REMIT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-REMIT-TABLE.
           05  WS-REMIT-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-RM-IDX.
               10  WS-RM-STATE          PIC X(2).
               10  WS-RM-ITEM-ID        PIC X(11).
               10  WS-RM-TYPE           PIC X(6).
               10  WS-RM-LOAN-NUMBER    PIC X(10).
               10  WS-RM-PAYEE          PIC X(40).
               10  WS-RM-ISSUE-DATE     PIC 9(8).
               10  WS-RM-AMOUNT         PIC S9(13)V99.
       01  WS-STATE-MAX              PIC S9(4) COMP VALUE 60.
       01  WS-STATE-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 61 TIMES
                              INDEXED BY WS-ST-IDX.
               10  WS-ST-STATE          PIC X(2).
               10  WS-ST-COUNT          PIC 9(7).
               10  WS-ST-AMOUNT         PIC S9(13)V99.
       01  WS-ST-SLOT                PIC S9(4) COMP.
       01  WS-ST-FROM                PIC S9(4) COMP.

       01  WS-PAID-CHECKS-READ       PIC 9(7) VALUE 0.
       01  WS-CHECKS-CLEARED         PIC 9(7) VALUE 0.
       01  WS-PAID-EXCEPTIONS        PIC 9(7) VALUE 0.
       01  WS-ITEMS-READ             PIC 9(7) VALUE 0.
       01  WS-ITEMS-OUTSTANDING      PIC 9(7) VALUE 0.
       01  WS-ITEMS-DORMANT          PIC 9(7) VALUE 0.
       01  WS-LETTERS-SENT           PIC 9(7) VALUE 0.
       01  WS-ITEMS-ESCHEATED        PIC 9(7) VALUE 0.
       01  WS-ITEMS-RESOLVED         PIC 9(7) VALUE 0.
       01  WS-ITEMS-NOT-TAKEN        PIC 9(7) VALUE 0.
       01  WS-TOTAL-ESCHEATED        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-YEAR-TOTAL             PIC S9(15)V99 COMP-3 VALUE 0.

      * UNCLAIMED-ITEM-MASTER call, for clearing paid checks.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-UI-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-UI-OPERATION-DATA
                     PFX-OPERATION      BY WS-UI-OPERATION.
       01  WS-UI-ITEM-ID.
           05  WS-UI-ITEM-KIND       PIC X(1).
           05  WS-UI-ITEM-NUMBER     PIC X(10).
       COPY "unclaimed-item-record.cob"
           REPLACING PFX-UI-AMOUNT        BY WS-UI-AMOUNT
                     PFX-UI-STATUS        BY WS-UI-STATUS
                     PFX-UI-STATUS-DATE   BY WS-UI-STATUS-DATE
                     PFX-UNCLAIMED-ITEM-RECORD BY
                         WS-UNCLAIMED-ITEM-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-UI-RESULT
                     PFX-RESULT-SUCCESS BY WS-UI-RESULT-SUCCESS.
       01  WS-CHECK-NUMBER-TEXT      PIC 9(10).

      * LOAN-MASTER, SUSPENSE-MASTER and ESCROW-MASTER calls: what a
      * held refund still has on the books when it escheats.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-MASTER-LOAN-NUMBER     PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS BY WS-LM-RESULT-SUCCESS.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SM-OPERATION-DATA
                     PFX-OPERATION      BY WS-SM-OPERATION.
       COPY "suspense-record.cob"
           REPLACING PFX-SUS-BALANCE      BY WS-SUS-BALANCE
                     PFX-SUSPENSE-RECORD  BY WS-SUSPENSE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-SM-RESULT
                     PFX-RESULT-SUCCESS BY WS-SM-RESULT-SUCCESS.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-EM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-EM-OPERATION-DATA
                     PFX-OPERATION      BY WS-EM-OPERATION.
       COPY "escrow-record.cob"
           REPLACING PFX-ESC-BALANCE       BY WS-ESC-BALANCE
                     PFX-ESCROW-RECORD     BY WS-ESCROW-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-EM-RESULT
                     PFX-RESULT-SUCCESS BY WS-EM-RESULT-SUCCESS.
       01  WS-CREDIT-PART            PIC S9(13)V99.
       01  WS-SUSPENSE-PART          PIC S9(13)V99.
       01  WS-ESCROW-PART            PIC S9(13)V99.
       01  WS-ESCHEAT-AMOUNT         PIC S9(13)V99.

      * CUSTOMER-MASTER call: where the due-diligence letter goes.
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

      * The liability accounts come from GL-ACCOUNT-MAP.
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
       01  WS-GL-OPEN-SWITCH          PIC X(1) VALUE "N".
           88  WS-GL-FEED-OPEN                VALUE "Y".

      * LOAN-TRANSACTION journal call: the ESCH record on a loan whose
      * held refund escheated.
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

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       01  WS-ED-COUNT               PIC Z(6)9.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other servicing batches bracket
      * their runs.
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
           DISPLAY "CodeUChain COBOL - Unclaimed Property"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE WS-RUN-DATE(1:4) TO WS-REMIT-YEAR
           DISPLAY "Business date: " WS-RUN-DATE
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           IF WS-YEAR-END-RUN
               DISPLAY "Year-end escheatment for " WS-REMIT-YEAR
           END-IF

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM LOAD-DORMANCY-TABLE
           PERFORM APPLY-PAID-CHECKS

           PERFORM OPEN-I-O-UNCLAIMED-WITH-RETRY
           EVALUATE TRUE
               WHEN FILE-STATUS = "00"
                   OPEN OUTPUT LETTER-FILE
                   PERFORM READ-NEXT-ITEM
                   PERFORM REVIEW-ONE-ITEM
                       UNTIL WS-END-OF-FILE
                   CLOSE LETTER-FILE
                   CLOSE UNCLAIMED-FILE
                   IF WS-GL-FEED-OPEN
                       CLOSE GL-FEED-FILE
                   END-IF
                   IF WS-YEAR-END-RUN
                       PERFORM WRITE-REMITTANCE-REPORT
                   END-IF
               WHEN FILE-STATUS = "35"
                   DISPLAY "UNCLAIMED-PROPERTY: No unclaimed_item.dat "
                           "-- nothing outstanding"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "UNCLAIMED-PROPERTY: Unable to open "
                           "unclaimed_item.dat, status " FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF WS-ITEMS-NOT-TAKEN > 0
               DISPLAY "UNCLAIMED-PROPERTY: " WS-ITEMS-NOT-TAKEN
                       " dormant item(s) beyond the " WS-REMIT-MAX
                       "-entry remittance table left for a rerun"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           MOVE WS-TOTAL-ESCHEATED TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Paid checks read: " WS-PAID-CHECKS-READ
               " Cleared: " WS-CHECKS-CLEARED
               " Exceptions: " WS-PAID-EXCEPTIONS
           DISPLAY "Items read: " WS-ITEMS-READ
               " Outstanding: " WS-ITEMS-OUTSTANDING
               " Dormant: " WS-ITEMS-DORMANT
           DISPLAY "Due-diligence letters: " WS-LETTERS-SENT
           DISPLAY "Escheated: " WS-ITEMS-ESCHEATED
               " Resolved at escheatment: " WS-ITEMS-RESOLVED
           DISPLAY "Amount escheated: " WS-ED-AMOUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF FUNCTION UPPER-CASE(WS-MODE-ARG) = "YEAREND"
               MOVE "Y" TO WS-YEAR-END-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-DORMANCY-TABLE - one row per state; the "**" row replaces *
      * the built-in default for any state without a row of its own.   *
      *----------------------------------------------------------------*
       LOAD-DORMANCY-TABLE.
           OPEN INPUT DORMANCY-FILE
           IF WS-DORMANCY-STATUS = "00"
               PERFORM READ-NEXT-DORMANCY
               PERFORM LOAD-ONE-DORMANCY
                   UNTIL WS-DORMANCY-END-OF-FILE
               CLOSE DORMANCY-FILE
           ELSE
               DISPLAY "UNCLAIMED-PROPERTY: No escheat_dormancy.dat "
                       "-- every state at the default period"
           END-IF
           DISPLAY "Dormancy rows loaded: " WS-DORMANCY-COUNT.

       LOAD-ONE-DORMANCY.
           IF DM-YEARS IS NUMERIC AND DM-LEAD-DAYS IS NUMERIC
               IF DM-STATE = "**"
                   MOVE DM-YEARS TO WS-DEFAULT-YEARS
                   MOVE DM-LEAD-DAYS TO WS-DEFAULT-LEAD-DAYS
               ELSE
                   IF WS-DORMANCY-COUNT < WS-DORMANCY-MAX
                       ADD 1 TO WS-DORMANCY-COUNT
                       SET WS-DM-IDX TO WS-DORMANCY-COUNT
                       MOVE DM-STATE TO WS-DM-STATE(WS-DM-IDX)
                       MOVE DM-YEARS TO WS-DM-YEARS(WS-DM-IDX)
                       MOVE DM-LEAD-DAYS TO WS-DM-LEAD-DAYS(WS-DM-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-DORMANCY.

       READ-NEXT-DORMANCY.
           READ DORMANCY-FILE
               AT END
                   MOVE "Y" TO WS-DORMANCY-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * APPLY-PAID-CHECKS - the bank's paid items clear the matching   *
      * outstanding checks. A paid amount that differs from the check  *
      * issued, or a check number never issued, is treasury's to chase *
      * and clears nothing; a check already cleared is a repeat of an  *
      * earlier file and is passed over.                               *
      *----------------------------------------------------------------*
       APPLY-PAID-CHECKS.
           OPEN INPUT CLEARED-FILE
           IF WS-CLEARED-STATUS = "00"
               PERFORM READ-NEXT-PAID-CHECK
               PERFORM CLEAR-ONE-PAID-CHECK
                   UNTIL WS-CLEARED-END-OF-FILE
               CLOSE CLEARED-FILE
           ELSE
               DISPLAY "UNCLAIMED-PROPERTY: No cleared_checks.dat "
                       "-- no paid checks tonight"
           END-IF.

       CLEAR-ONE-PAID-CHECK.
           ADD 1 TO WS-PAID-CHECKS-READ
           MOVE CC-CHECK-NUMBER TO WS-CHECK-NUMBER-TEXT
           MOVE "K" TO WS-UI-ITEM-KIND
           MOVE WS-CHECK-NUMBER-TEXT TO WS-UI-ITEM-NUMBER
           MOVE SPACES TO WS-UNCLAIMED-ITEM-RECORD
           MOVE 3 TO WS-UI-OPERATION-LEN
           MOVE "GET" TO WS-UI-OPERATION-DATA
           CALL "UNCLAIMED-ITEM-MASTER" USING
               WS-UI-OPERATION, WS-UI-ITEM-ID,
               WS-UNCLAIMED-ITEM-RECORD, WS-UI-RESULT
           EVALUATE TRUE
               WHEN NOT WS-UI-RESULT-SUCCESS
                   DISPLAY "UNCLAIMED-PROPERTY: Paid check "
                           CC-CHECK-NUMBER " was never issued"
                   PERFORM NOTE-PAID-EXCEPTION
               WHEN WS-UI-STATUS NOT = SPACES
                   CONTINUE
               WHEN CC-AMOUNT NOT = WS-UI-AMOUNT
                   MOVE CC-AMOUNT TO WS-ED-AMOUNT
                   DISPLAY "UNCLAIMED-PROPERTY: Paid check "
                           CC-CHECK-NUMBER " paid "
                           FUNCTION TRIM(WS-ED-AMOUNT)
                           ", not the amount issued"
                   PERFORM NOTE-PAID-EXCEPTION
               WHEN OTHER
                   MOVE "CLEARED" TO WS-UI-STATUS
                   MOVE CC-PAID-DATE TO WS-UI-STATUS-DATE
                   MOVE 6 TO WS-UI-OPERATION-LEN
                   MOVE "INSERT" TO WS-UI-OPERATION-DATA
                   CALL "UNCLAIMED-ITEM-MASTER" USING
                       WS-UI-OPERATION, WS-UI-ITEM-ID,
                       WS-UNCLAIMED-ITEM-RECORD, WS-UI-RESULT
                   IF WS-UI-RESULT-SUCCESS
                       ADD 1 TO WS-CHECKS-CLEARED
                   ELSE
                       DISPLAY "UNCLAIMED-PROPERTY: Check "
                               CC-CHECK-NUMBER " not cleared ("
                               WS-UI-RESULT ")"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           PERFORM READ-NEXT-PAID-CHECK.

       NOTE-PAID-EXCEPTION.
           ADD 1 TO WS-PAID-EXCEPTIONS
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-NEXT-PAID-CHECK.
           READ CLEARED-FILE
               AT END
                   MOVE "Y" TO WS-CLEARED-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * REVIEW-ONE-ITEM - an outstanding item is aged to its state's   *
      * dormancy date. At year end a dormant item whose letter went    *
      * out on an earlier night escheats; otherwise, inside the lead   *
      * time with no letter yet, it gets one. Escheated items of the   *
      * business year are gathered for the report either way.          *
      *----------------------------------------------------------------*
       REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           EVALUATE TRUE
               WHEN UI-STATUS = SPACES
                   ADD 1 TO WS-ITEMS-OUTSTANDING
                   PERFORM AGE-ONE-ITEM
               WHEN UI-STATUS = "ESCHEATED"
                       AND UI-REMIT-YEAR = WS-REMIT-YEAR
                   MOVE UI-AMOUNT TO WS-ESCHEAT-AMOUNT
                   PERFORM ADD-TO-REMITTANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-NEXT-ITEM.

       AGE-ONE-ITEM.
           PERFORM FIND-DORMANCY-PERIOD
           COMPUTE WS-DORMANT-DATE = UI-ISSUE-DATE
               + WS-ITEM-YEARS * 10000
           IF WS-DORMANT-DATE(5:4) = "0229"
               MOVE "0228" TO WS-DORMANT-DATE(5:4)
           END-IF
           COMPUTE WS-LETTER-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DORMANT-DATE)
                   - WS-ITEM-LEAD-DAYS)
           IF WS-RUN-DATE >= WS-DORMANT-DATE
               ADD 1 TO WS-ITEMS-DORMANT
           END-IF

           EVALUATE TRUE
               WHEN WS-YEAR-END-RUN
                       AND WS-RUN-DATE >= WS-DORMANT-DATE
                       AND UI-LETTER-DATE > 0
                       AND UI-LETTER-DATE < WS-RUN-DATE
                   IF WS-REMIT-COUNT < WS-REMIT-MAX
                       PERFORM ESCHEAT-ONE-ITEM
                   ELSE
                       ADD 1 TO WS-ITEMS-NOT-TAKEN
                   END-IF
               WHEN WS-RUN-DATE >= WS-LETTER-DUE-DATE
                       AND UI-LETTER-DATE = 0
                   PERFORM SEND-DUE-DILIGENCE-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-DORMANCY-PERIOD.
           MOVE WS-DEFAULT-YEARS TO WS-ITEM-YEARS
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-ITEM-LEAD-DAYS
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM TEST-ONE-DORMANCY-ROW
               VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DORMANCY-COUNT
                  OR WS-FOUND-ENTRY.

       TEST-ONE-DORMANCY-ROW.
           IF WS-DM-STATE(WS-DM-IDX) = UI-STATE
                   AND UI-STATE NOT = SPACES
               MOVE "Y" TO WS-FOUND-SWITCH
               MOVE WS-DM-YEARS(WS-DM-IDX) TO WS-ITEM-YEARS
               MOVE WS-DM-LEAD-DAYS(WS-DM-IDX) TO WS-ITEM-LEAD-DAYS
           END-IF.

      *----------------------------------------------------------------*
      * SEND-DUE-DILIGENCE-LETTER - the owner is told what we hold and *
      * that it goes to the state unless they claim it; an item with   *
      * no address of record is stamped too, since there is nowhere to *
      * write, and listed as such.                                     *
      *----------------------------------------------------------------*
       SEND-DUE-DILIGENCE-LETTER.
           PERFORM LOOK-UP-OWNER
           PERFORM WRITE-LETTER-BLOCK
           MOVE WS-RUN-DATE TO UI-LETTER-DATE
           PERFORM REWRITE-ITEM
           ADD 1 TO WS-LETTERS-SENT.

       LOOK-UP-OWNER.
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE UI-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT.

       WRITE-LETTER-BLOCK.
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE "NOTICE OF UNCLAIMED FUNDS" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   Loan: " DELIMITED BY SIZE
                   UI-LOAN-NUMBER DELIMITED BY SIZE
                   "   Item: " DELIMITED BY SIZE
                   UNCLAIMED-ITEM-ID DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           IF WS-CM-RESULT-SUCCESS
               PERFORM WRITE-OWNER-ADDRESS
           ELSE
               MOVE "No address of record -- letter not mailed"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE UI-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO LETTER-LINE
           IF UI-TYPE = "CHECK"
               STRING "Our refund check " DELIMITED BY SIZE
                       UNCLAIMED-ITEM-NUMBER DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       UI-ISSUE-DATE DELIMITED BY SIZE
                       " for " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                       " has not been cashed." DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           ELSE
               STRING "We are holding a refund of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                       " due to you since " DELIMITED BY SIZE
                       UI-ISSUE-DATE DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           END-IF
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "Unless you contact us before " DELIMITED BY SIZE
                   WS-DORMANT-DATE DELIMITED BY SIZE
                   ", state law requires us" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "to report these funds as unclaimed property and"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "turn them over to the state."
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "Please call or write to us to claim your funds."
               TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

      *----------------------------------------------------------------*
      * WRITE-OWNER-ADDRESS - the borrower's address, or the estate's  *
      * for a borrower recorded deceased.                              *
      *----------------------------------------------------------------*
       WRITE-OWNER-ADDRESS.
           MOVE SPACES TO LETTER-LINE
           IF UI-PAYEE NOT = SPACES
               STRING "To: " DELIMITED BY SIZE
                       FUNCTION TRIM(UI-PAYEE) DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           ELSE
               STRING "To: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           END-IF
           WRITE LETTER-LINE
           IF WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               MOVE SPACES TO LETTER-LINE
               STRING "c/o " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ESTATE-NAME)
                           DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
               MOVE WS-CUST-ESTATE-ADDR-1 TO WS-CUST-ADDR-LINE-1
               MOVE WS-CUST-ESTATE-ADDR-2 TO WS-CUST-ADDR-LINE-2
               MOVE WS-CUST-ESTATE-CITY TO WS-CUST-CITY
               MOVE WS-CUST-ESTATE-STATE TO WS-CUST-STATE
               MOVE WS-CUST-ESTATE-ZIP TO WS-CUST-ZIP
           END-IF
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
               STRING FUNCTION TRIM(WS-CUST-CITY) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-CUST-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUST-ZIP DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.

      *----------------------------------------------------------------*
      * ESCHEAT-ONE-ITEM - a check is voided out of cash into the      *
      * liability; a held refund is taken off the loan, suspense and   *
      * escrow at whatever is still there, and cleared instead if      *
      * nothing is.                                                    *
      *----------------------------------------------------------------*
       ESCHEAT-ONE-ITEM.
           IF UI-TYPE = "CHECK"
               MOVE UI-AMOUNT TO WS-ESCHEAT-AMOUNT
               PERFORM OPEN-GL-FEED
               IF WS-GL-FEED-OPEN
                   MOVE "ESCHEATCK" TO WS-GL-EVENT-TYPE
                   MOVE WS-ESCHEAT-AMOUNT TO WS-POSTING-AMOUNT
                   MOVE "Escheat - uncashed refund check"
                       TO WS-POSTING-DESCRIPTION
                   PERFORM WRITE-ONE-GL-PAIR
                   PERFORM MARK-ITEM-ESCHEATED
               END-IF
           ELSE
               PERFORM TAKE-HELD-REFUND-OFF-BOOKS
               IF WS-ESCHEAT-AMOUNT > 0
                   PERFORM MARK-ITEM-ESCHEATED
               ELSE
                   MOVE "CLEARED" TO UI-STATUS
                   MOVE WS-RUN-DATE TO UI-STATUS-DATE
                   PERFORM REWRITE-ITEM
                   ADD 1 TO WS-ITEMS-RESOLVED
               END-IF
           END-IF.

       MARK-ITEM-ESCHEATED.
           MOVE WS-ESCHEAT-AMOUNT TO UI-AMOUNT
           MOVE "ESCHEATED" TO UI-STATUS
           MOVE WS-RUN-DATE TO UI-STATUS-DATE
           MOVE WS-REMIT-YEAR TO UI-REMIT-YEAR
           PERFORM REWRITE-ITEM
           ADD 1 TO WS-ITEMS-ESCHEATED
           ADD WS-ESCHEAT-AMOUNT TO WS-TOTAL-ESCHEATED
           PERFORM ADD-TO-REMITTANCE.

      *----------------------------------------------------------------*
      * TAKE-HELD-REFUND-OFF-BOOKS - the same three parts the refund   *
      * run would have paid, each cleared on its master before it is   *
      * posted to the liability, with an ESCH record on the journal.   *
      *----------------------------------------------------------------*
       TAKE-HELD-REFUND-OFF-BOOKS.
           MOVE 0 TO WS-CREDIT-PART
           MOVE 0 TO WS-SUSPENSE-PART
           MOVE 0 TO WS-ESCROW-PART
           MOVE UI-LOAN-NUMBER TO WS-MASTER-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-LOAN-RECORD, WS-LM-RESULT
           IF WS-LM-RESULT-SUCCESS
                   AND WS-LOAN-STATUS NOT = "CHARGEDOFF"
               PERFORM CLEAR-LOAN-CREDIT-BALANCE
               IF WS-LOAN-STATUS = "PAIDOFF"
                   PERFORM CLEAR-LEFTOVER-SUSPENSE
                   PERFORM CLEAR-LEFTOVER-ESCROW
               END-IF
           END-IF
           COMPUTE WS-ESCHEAT-AMOUNT = WS-CREDIT-PART
               + WS-SUSPENSE-PART + WS-ESCROW-PART
           IF WS-ESCHEAT-AMOUNT > 0
               PERFORM OPEN-GL-FEED
               IF WS-GL-FEED-OPEN
                   PERFORM POST-HELD-REFUND-PARTS
               END-IF
               PERFORM WRITE-ESCHEAT-JOURNAL-RECORD
           END-IF.

       CLEAR-LOAN-CREDIT-BALANCE.
           IF WS-LOAN-CURRENT-BALANCE < 0
               COMPUTE WS-CREDIT-PART = 0 - WS-LOAN-CURRENT-BALANCE
               MOVE 0 TO WS-LOAN-CURRENT-BALANCE
               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-LOAN-RECORD, WS-LM-RESULT
               IF NOT WS-LM-RESULT-SUCCESS
                   DISPLAY "UNCLAIMED-PROPERTY: Credit balance not "
                           "cleared for " WS-MASTER-LOAN-NUMBER
                           " (" WS-LM-RESULT ")"
                   COMPUTE WS-LOAN-CURRENT-BALANCE =
                       0 - WS-CREDIT-PART
                   MOVE 0 TO WS-CREDIT-PART
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CLEAR-LEFTOVER-SUSPENSE.
           MOVE SPACES TO WS-SUSPENSE-RECORD
           MOVE 3 TO WS-SM-OPERATION-LEN
           MOVE "GET" TO WS-SM-OPERATION-DATA
           CALL "SUSPENSE-MASTER" USING
               WS-SM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-SUSPENSE-RECORD, WS-SM-RESULT
           IF WS-SM-RESULT-SUCCESS AND WS-SUS-BALANCE > 0
               MOVE 6 TO WS-SM-OPERATION-LEN
               MOVE "DELETE" TO WS-SM-OPERATION-DATA
               CALL "SUSPENSE-MASTER" USING
                   WS-SM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-SUSPENSE-RECORD, WS-SM-RESULT
               IF WS-SM-RESULT-SUCCESS
                   MOVE WS-SUS-BALANCE TO WS-SUSPENSE-PART
               ELSE
                   DISPLAY "UNCLAIMED-PROPERTY: Suspense not "
                           "cleared for " WS-MASTER-LOAN-NUMBER
                           " (" WS-SM-RESULT ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CLEAR-LEFTOVER-ESCROW.
           MOVE SPACES TO WS-ESCROW-RECORD
           MOVE 3 TO WS-EM-OPERATION-LEN
           MOVE "GET" TO WS-EM-OPERATION-DATA
           CALL "ESCROW-MASTER" USING
               WS-EM-OPERATION, WS-MASTER-LOAN-NUMBER,
               WS-ESCROW-RECORD, WS-EM-RESULT
           IF WS-EM-RESULT-SUCCESS AND WS-ESC-BALANCE > 0
               MOVE 6 TO WS-EM-OPERATION-LEN
               MOVE "DELETE" TO WS-EM-OPERATION-DATA
               CALL "ESCROW-MASTER" USING
                   WS-EM-OPERATION, WS-MASTER-LOAN-NUMBER,
                   WS-ESCROW-RECORD, WS-EM-RESULT
               IF WS-EM-RESULT-SUCCESS
                   MOVE WS-ESC-BALANCE TO WS-ESCROW-PART
               ELSE
                   DISPLAY "UNCLAIMED-PROPERTY: Escrow not "
                           "cleared for " WS-MASTER-LOAN-NUMBER
                           " (" WS-EM-RESULT ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       POST-HELD-REFUND-PARTS.
           IF WS-CREDIT-PART > 0
               MOVE "ESCHEATCR" TO WS-GL-EVENT-TYPE
               MOVE WS-CREDIT-PART TO WS-POSTING-AMOUNT
               MOVE "Escheat - credit balance"
                   TO WS-POSTING-DESCRIPTION
               PERFORM WRITE-ONE-GL-PAIR
           END-IF
           IF WS-SUSPENSE-PART > 0
               MOVE "ESCHEATSUS" TO WS-GL-EVENT-TYPE
               MOVE WS-SUSPENSE-PART TO WS-POSTING-AMOUNT
               MOVE "Escheat - unapplied funds"
                   TO WS-POSTING-DESCRIPTION
               PERFORM WRITE-ONE-GL-PAIR
           END-IF
           IF WS-ESCROW-PART > 0
               MOVE "ESCHEATESC" TO WS-GL-EVENT-TYPE
               MOVE WS-ESCROW-PART TO WS-POSTING-AMOUNT
               MOVE "Escheat - escrow balance"
                   TO WS-POSTING-DESCRIPTION
               PERFORM WRITE-ONE-GL-PAIR
           END-IF.

       WRITE-ESCHEAT-JOURNAL-RECORD.
           MOVE UI-LOAN-NUMBER TO WS-TXN-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "ESCH" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-ESCHEAT-AMOUNT TO WS-TXN-AMOUNT
           MOVE WS-CREDIT-PART TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           COMPUTE WS-TXN-ESCROW = 0 - WS-ESCROW-PART
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-TXN-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "UNCLAIMED-PROPERTY: Journal append failed "
                       "for " WS-TXN-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * OPEN-GL-FEED / WRITE-ONE-GL-PAIR - gl_feed.dat is opened once, *
      * on the first escheatment, and appended the same way the other  *
      * posters append theirs.                                         *
      *----------------------------------------------------------------*
       OPEN-GL-FEED.
           IF NOT WS-GL-FEED-OPEN
               OPEN EXTEND GL-FEED-FILE
               IF WS-GL-FEED-STATUS = "35"
                   OPEN OUTPUT GL-FEED-FILE
                   CLOSE GL-FEED-FILE
                   OPEN EXTEND GL-FEED-FILE
               END-IF
               IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
                   MOVE "Y" TO WS-GL-OPEN-SWITCH
               ELSE
                   DISPLAY "UNCLAIMED-PROPERTY: Failed to open "
                           "gl_feed.dat, status " WS-GL-FEED-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ONE-GL-PAIR.
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           MOVE WS-RUN-DATE TO GL-ENTRY-DATE
           MOVE SPACES TO GL-REFERENCE
           STRING UI-LOAN-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   UNCLAIMED-ITEM-ID DELIMITED BY SIZE
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

       REWRITE-ITEM.
           REWRITE UNCLAIMED-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "UNCLAIMED-PROPERTY: Rewrite failed for "
                       UNCLAIMED-ITEM-ID ", status " FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * ADD-TO-REMITTANCE - the item joins the year's list and its     *
      * state's total; a new state is slotted in code order so the     *
      * report comes out state by state without a sort.                *
      *----------------------------------------------------------------*
       ADD-TO-REMITTANCE.
           IF WS-REMIT-COUNT < WS-REMIT-MAX
               ADD 1 TO WS-REMIT-COUNT
               SET WS-RM-IDX TO WS-REMIT-COUNT
               MOVE UI-STATE TO WS-RM-STATE(WS-RM-IDX)
               MOVE UNCLAIMED-ITEM-ID TO WS-RM-ITEM-ID(WS-RM-IDX)
               MOVE UI-TYPE TO WS-RM-TYPE(WS-RM-IDX)
               MOVE UI-LOAN-NUMBER TO WS-RM-LOAN-NUMBER(WS-RM-IDX)
               MOVE UI-PAYEE TO WS-RM-PAYEE(WS-RM-IDX)
               MOVE UI-ISSUE-DATE TO WS-RM-ISSUE-DATE(WS-RM-IDX)
               MOVE WS-ESCHEAT-AMOUNT TO WS-RM-AMOUNT(WS-RM-IDX)
               ADD WS-ESCHEAT-AMOUNT TO WS-YEAR-TOTAL
               PERFORM FIND-STATE-SLOT
               ADD 1 TO WS-ST-COUNT(WS-ST-SLOT)
               ADD WS-ESCHEAT-AMOUNT TO WS-ST-AMOUNT(WS-ST-SLOT)
           ELSE
               ADD 1 TO WS-ITEMS-NOT-TAKEN
           END-IF.

       FIND-STATE-SLOT.
           MOVE 0 TO WS-ST-SLOT
           PERFORM TEST-ONE-STATE-SLOT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT
                  OR WS-ST-SLOT > 0
           IF WS-ST-SLOT = 0
               COMPUTE WS-ST-SLOT = WS-STATE-COUNT + 1
           END-IF
           IF WS-ST-SLOT > WS-STATE-COUNT
                   OR WS-ST-STATE(WS-ST-SLOT) NOT = UI-STATE
               PERFORM OPEN-STATE-SLOT
           END-IF.

       TEST-ONE-STATE-SLOT.
           IF WS-ST-STATE(WS-ST-IDX) >= UI-STATE
               SET WS-ST-SLOT TO WS-ST-IDX
           END-IF.

       OPEN-STATE-SLOT.
           IF WS-STATE-COUNT < WS-STATE-MAX
               PERFORM SHIFT-ONE-STATE-DOWN
                   VARYING WS-ST-FROM FROM WS-STATE-COUNT BY -1
                   UNTIL WS-ST-FROM < WS-ST-SLOT
               ADD 1 TO WS-STATE-COUNT
           END-IF
           MOVE UI-STATE TO WS-ST-STATE(WS-ST-SLOT)
           MOVE 0 TO WS-ST-COUNT(WS-ST-SLOT)
           MOVE 0 TO WS-ST-AMOUNT(WS-ST-SLOT).

       SHIFT-ONE-STATE-DOWN.
           MOVE WS-STATE-ENTRY(WS-ST-FROM)
               TO WS-STATE-ENTRY(WS-ST-FROM + 1).

      *----------------------------------------------------------------*
      * WRITE-REMITTANCE-REPORT - state by state: each item escheated  *
      * for the year, the state total, then the year total the         *
      * liability account ties to.                                     *
      *----------------------------------------------------------------*
       WRITE-REMITTANCE-REPORT.
           MOVE SPACES TO WS-REMITTANCE-FILE-NAME
           STRING "escheat_remittance." DELIMITED BY SIZE
                   WS-REMIT-YEAR DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REMITTANCE-FILE-NAME
           END-STRING
           OPEN OUTPUT REMITTANCE-FILE
           IF WS-REMITTANCE-STATUS NOT = "00"
               DISPLAY "UNCLAIMED-PROPERTY: Unable to create "
                       FUNCTION TRIM(WS-REMITTANCE-FILE-NAME)
                       ", status " WS-REMITTANCE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REMITTANCE-LINE
               STRING "UNCLAIMED PROPERTY REMITTANCE - REPORT YEAR "
                           DELIMITED BY SIZE
                       WS-REMIT-YEAR DELIMITED BY SIZE
                       "   Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-LINE
               MOVE SPACES TO REMITTANCE-LINE
               WRITE REMITTANCE-LINE
               PERFORM WRITE-ONE-STATE-SECTION
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATE-COUNT
               MOVE WS-YEAR-TOTAL TO WS-ED-AMOUNT
               MOVE WS-REMIT-COUNT TO WS-ED-COUNT
               MOVE SPACES TO REMITTANCE-LINE
               STRING "TOTAL ALL STATES  Items: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                       "  Amount: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-LINE
               CLOSE REMITTANCE-FILE
               DISPLAY "UNCLAIMED-PROPERTY: Remittance report "
                       FUNCTION TRIM(WS-REMITTANCE-FILE-NAME)
           END-IF.

       WRITE-ONE-STATE-SECTION.
           MOVE SPACES TO REMITTANCE-LINE
           IF WS-ST-STATE(WS-ST-IDX) = SPACES
               MOVE "STATE: HOLDER (no address of record)"
                   TO REMITTANCE-LINE
           ELSE
               STRING "STATE: " DELIMITED BY SIZE
                       WS-ST-STATE(WS-ST-IDX) DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
           END-IF
           WRITE REMITTANCE-LINE
           PERFORM WRITE-STATE-ITEM-LINE
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-REMIT-COUNT
           MOVE WS-ST-AMOUNT(WS-ST-IDX) TO WS-ED-AMOUNT
           MOVE WS-ST-COUNT(WS-ST-IDX) TO WS-ED-COUNT
           MOVE SPACES TO REMITTANCE-LINE
           STRING "  State total  Items: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Amount: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO REMITTANCE-LINE
           END-STRING
           WRITE REMITTANCE-LINE
           MOVE SPACES TO REMITTANCE-LINE
           WRITE REMITTANCE-LINE.

       WRITE-STATE-ITEM-LINE.
           IF WS-RM-STATE(WS-RM-IDX) = WS-ST-STATE(WS-ST-IDX)
               MOVE WS-RM-AMOUNT(WS-RM-IDX) TO WS-ED-AMOUNT
               MOVE SPACES TO REMITTANCE-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-RM-ITEM-ID(WS-RM-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RM-TYPE(WS-RM-IDX) DELIMITED BY SIZE
                       " Loan " DELIMITED BY SIZE
                       WS-RM-LOAN-NUMBER(WS-RM-IDX) DELIMITED BY SIZE
                       " Issued " DELIMITED BY SIZE
                       WS-RM-ISSUE-DATE(WS-RM-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RM-PAYEE(WS-RM-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-LINE
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
                   " cleared=" DELIMITED BY SIZE
                   WS-CHECKS-CLEARED DELIMITED BY SIZE
                   " letters=" DELIMITED BY SIZE
                   WS-LETTERS-SENT DELIMITED BY SIZE
                   " escheated=" DELIMITED BY SIZE
                   WS-ITEMS-ESCHEATED DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       READ-NEXT-ITEM.
           READ UNCLAIMED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       OPEN-I-O-UNCLAIMED-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O UNCLAIMED-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O UNCLAIMED-FILE.

       END PROGRAM UNCLAIMED-PROPERTY.
