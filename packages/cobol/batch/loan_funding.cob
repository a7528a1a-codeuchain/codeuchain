      *================================================================*
      * CodeUChain COBOL Batch - Loan Funding Release                  *
      *                                                                *
      * Pays out the proceeds of booked loans: walks the disbursement  *
      * instructions LOAN-BOOKING leaves on DISBURSEMENT-MASTER (the   *
      * same direct-FD I-O walk the nightly servicing batches do) and  *
      * releases each one still waiting, booked on or before the       *
      * business date, to the bank.                                    *
      *                                                                *
      * Wires and ACH credits go on the credit file                    *
      * funding_credits.YYYYMMDD -- routing, settlement account,       *
      * payee and amount -- and official checks on the check issue     *
      * file funding_checks.YYYYMMDD with the customer's mailing       *
      * address, each numbered from funding_check_number.dat (the last *
      * number issued; a missing file starts at 1, and positional      *
      * argument 1 overrides the next number to issue). Both files are *
      * the H/D/T shape ACH-DRAFT-GENERATION releases, the trailer     *
      * carrying the item count and amount total the bank balances the *
      * transmission against.                                          *
      *                                                                *
      * An instruction is edited the way the bank will edit it before  *
      * it is released: a positive amount the file can carry, a payee, *
      * and for a wire or ACH credit a nine-digit routing number that  *
      * passes the ABA check digit and a settlement account; for a     *
      * check, a mailing address on CUSTOMER-MASTER. One that fails is *
      * listed on funding_exceptions.rpt with the reason and stamped   *
      * EXCEPTION, and is presented again on every run until the       *
      * instruction is corrected. A released instruction is stamped    *
      * RELEASED before its item is written, so a rerun never pays it  *
      * twice.                                                         *
      *                                                                *
      * The release is balanced to the GL: for each booking date the   *
      * run touched, every instruction booked that day (released,      *
      * excepted or still waiting) must total the "Loan disbursement - *
      * net funding" credits GL-FEED-EXPORT posted to the DISBURSE     *
      * cash account that day. The comparison closes the exception     *
      * report; a date out of balance is a booking that left no        *
      * instruction, or an instruction the GL never saw.               *
      *                                                                *
      * Return codes: 0 clean, 4 an instruction failed the bank edits, *
      * 8 an instruction could not be stamped, a date did not balance  *
      * or the check number was not saved, 16 the disbursement file or *
      * an output file could not be opened (nothing released).         *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-FUNDING.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISBURSEMENT-FILE ASSIGN TO "disbursement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISBURSEMENT-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT CREDIT-FILE
               ASSIGN TO DYNAMIC WS-CREDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CHECK-ISSUE-FILE
               ASSIGN TO DYNAMIC WS-CHECK-ISSUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "funding_exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT CHECK-NUMBER-FILE
               ASSIGN TO "funding_check_number.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISBURSEMENT-FILE.
       01  DISBURSEMENT-FILE-RECORD.
           05  DISBURSEMENT-LOAN-NUMBER PIC X(10).
           COPY "disbursement-record.cob"
               REPLACING PFX-DISB-METHOD       BY DISB-METHOD
                         PFX-DISB-CUSTOMER-ID  BY DISB-CUSTOMER-ID
                         PFX-DISB-PAYEE        BY DISB-PAYEE
                         PFX-DISB-AMOUNT       BY DISB-AMOUNT
                         PFX-DISB-ROUTING      BY DISB-ROUTING
                         PFX-DISB-ACCOUNT      BY DISB-ACCOUNT
                         PFX-DISB-REFERENCE    BY DISB-REFERENCE
                         PFX-DISB-BOOKED-DATE  BY DISB-BOOKED-DATE
                         PFX-DISB-STATUS       BY DISB-STATUS
                         PFX-DISB-STATUS-DATE  BY DISB-STATUS-DATE
                         PFX-DISB-REASON       BY DISB-REASON
                         PFX-DISB-CHECK-NUMBER BY DISB-CHECK-NUMBER
                         PFX-DISBURSEMENT-RECORD BY
                             DISBURSEMENT-MASTER-FIELDS.

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       FD  CREDIT-FILE.
       01  CREDIT-RECORD             PIC X(120).
       01  CREDIT-HEADER-RECORD.
           05  CH-RECORD-TYPE        PIC X(1).
           05  CH-FILE-DATE          PIC 9(8).
           05  CH-RUN-ID             PIC X(14).
       01  CREDIT-DETAIL-RECORD.
           05  CD-RECORD-TYPE        PIC X(1).
           05  CD-METHOD             PIC X(4).
           05  CD-LOAN-NUMBER        PIC X(10).
           05  CD-ROUTING-NUMBER     PIC 9(9).
           05  CD-ACCOUNT-NUMBER     PIC X(17).
           05  CD-VALUE-DATE         PIC 9(8).
           05  CD-AMOUNT             PIC 9(9)V99.
           05  CD-PAYEE              PIC X(40).
           05  CD-REFERENCE          PIC X(20).
       01  CREDIT-TRAILER-RECORD.
           05  CT-RECORD-TYPE        PIC X(1).
           05  CT-ITEM-COUNT         PIC 9(7).
           05  CT-AMOUNT-TOTAL       PIC 9(13)V99.

       FD  CHECK-ISSUE-FILE.
       01  CHECK-ISSUE-RECORD        PIC X(200).
       01  CHECK-HEADER-RECORD.
           05  KH-RECORD-TYPE        PIC X(1).
           05  KH-FILE-DATE          PIC 9(8).
           05  KH-RUN-ID             PIC X(14).
       01  CHECK-DETAIL-RECORD.
           05  KD-RECORD-TYPE        PIC X(1).
           05  KD-CHECK-NUMBER       PIC 9(10).
           05  KD-ISSUE-DATE         PIC 9(8).
           05  KD-AMOUNT             PIC 9(9)V99.
           05  KD-PAYEE              PIC X(40).
           05  KD-LOAN-NUMBER        PIC X(10).
           05  KD-ADDR-LINE-1        PIC X(30).
           05  KD-ADDR-LINE-2        PIC X(30).
           05  KD-CITY               PIC X(20).
           05  KD-STATE              PIC X(2).
           05  KD-ZIP                PIC X(10).
       01  CHECK-TRAILER-RECORD.
           05  KT-RECORD-TYPE        PIC X(1).
           05  KT-ITEM-COUNT         PIC 9(7).
           05  KT-AMOUNT-TOTAL       PIC 9(13)V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE            PIC X(132).

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD.
           05  CN-LAST-CHECK-NUMBER  PIC 9(10).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-CREDIT-STATUS          PIC XX.
       01  WS-CHECK-ISSUE-STATUS     PIC XX.
       01  WS-EXCEPTION-STATUS       PIC XX.
       01  WS-CHECK-NUMBER-STATUS    PIC XX.
       01  WS-CREDIT-FILE-NAME       PIC X(30).
       01  WS-CHECK-ISSUE-FILE-NAME  PIC X(30).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-GL-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-GL-END-OF-FILE             VALUE "Y".

       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-CHECK-ARG              PIC X(10) VALUE SPACES.
       01  WS-NEXT-CHECK-NUMBER      PIC 9(10) VALUE 1.
       01  WS-CHECK-NUMBER           PIC 9(10).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-INSTRUCTIONS-READ      PIC 9(7) VALUE 0.
       01  WS-WIRES-RELEASED         PIC 9(7) VALUE 0.
       01  WS-ACH-RELEASED           PIC 9(7) VALUE 0.
       01  WS-CREDITS-RELEASED       PIC 9(7) VALUE 0.
       01  WS-CHECKS-RELEASED        PIC 9(7) VALUE 0.
       01  WS-EXCEPTIONS             PIC 9(7) VALUE 0.
       01  WS-CREDIT-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-CHECK-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-EXCEPTION-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DATES-OUT-OF-BALANCE   PIC 9(5) VALUE 0.

      * The bank's edits: the first one an instruction fails is the
      * reason it comes back on the exception report.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-ROUTING-CHECK          PIC X(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
           05  WS-ROUTING-DIGIT      PIC 9(1) OCCURS 9 TIMES.
       01  WS-ABA-SUM                PIC S9(5) COMP.
       01  WS-ABA-QUOTIENT           PIC S9(5) COMP.
       01  WS-ABA-REMAINDER          PIC S9(5) COMP.
       01  WS-ROUTING-NUMBER         PIC 9(9).

      * GL balancing: one entry per booking date the run touched, the
      * instructions booked that day against the net-funding credits
      * GL-FEED-EXPORT posted that day.
       01  WS-BALANCE-DATE-COUNT     PIC S9(4) COMP VALUE 0.
       01  WS-BALANCE-DATE-TABLE.
           05  WS-BALANCE-ENTRY OCCURS 100 TIMES.
               10  WS-BAL-DATE           PIC 9(8).
               10  WS-BAL-INSTRUCTIONS   PIC S9(15)V99 COMP-3.
               10  WS-BAL-GL-CREDITS     PIC S9(15)V99 COMP-3.
       01  WS-BAL-IDX                PIC S9(4) COMP.
       01  WS-BAL-FOUND-IDX          PIC S9(4) COMP.
       01  WS-FIND-DATE              PIC 9(8).
       01  WS-FIND-DATE-X REDEFINES WS-FIND-DATE PIC X(8).
       01  WS-BAL-DIFFERENCE         PIC S9(15)V99 COMP-3.
       01  WS-NET-FUNDING-DESCRIPTION PIC X(60)
               VALUE "Loan disbursement - net funding".

      * The business date comes from the PROCESSING-DATE control
      * record, so the items carry the date the books close on.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * CUSTOMER-MASTER call: where an official check is mailed.
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
                     PFX-CUSTOMER-RECORD    BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS.

      * The funding cash account comes from GL-ACCOUNT-MAP's DISBURSE
      * pair, the same credit side GL-FEED-EXPORT posts to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT    PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT   PIC X(10).
       01  WS-GM-RESULT               PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-GL.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-DIFFERENCE.
       01  WS-ED-COUNT               PIC Z(6)9.

      * Job log run-id header/trailer, written through LOGGING-
      * MIDDLEWARE the same way the other batches bracket their runs.
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
           DISPLAY "CodeUChain COBOL - Loan Funding Release"
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

           MOVE "DISBURSE" TO WS-GL-EVENT-TYPE
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           MOVE SPACES TO WS-CREDIT-FILE-NAME
           STRING "funding_credits." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-CREDIT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-CHECK-ISSUE-FILE-NAME
           STRING "funding_checks." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-CHECK-ISSUE-FILE-NAME
           END-STRING

           PERFORM OPEN-I-O-DISB-WITH-RETRY
           IF FILE-STATUS = "35"
               DISPLAY "LOAN-FUNDING: No disbursement instructions "
                       "on file -- nothing to release"
           ELSE IF FILE-STATUS NOT = "00"
               DISPLAY "LOAN-FUNDING: Unable to open "
                       "disbursement.dat, status " FILE-STATUS
                       " -- nothing released"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-RELEASE-FILES
               IF RETURN-CODE = 16
                   CLOSE DISBURSEMENT-FILE
               ELSE
                   PERFORM RELEASE-THE-INSTRUCTIONS
               END-IF
           END-IF
           END-IF

           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Instructions read: " WS-INSTRUCTIONS-READ
           DISPLAY "Wires released: " WS-WIRES-RELEASED
               " ACH released: " WS-ACH-RELEASED
           DISPLAY "Checks released: " WS-CHECKS-RELEASED
               " Exceptions: " WS-EXCEPTIONS
           MOVE WS-CREDIT-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Wire/ACH total: " WS-ED-AMOUNT
           MOVE WS-CHECK-TOTAL TO WS-ED-AMOUNT
           DISPLAY "Check total:    " WS-ED-AMOUNT
           DISPLAY "Dates out of balance: " WS-DATES-OUT-OF-BALANCE
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * OPEN-RELEASE-FILES - the credit file, the check issue file and *
      * the exception report all open, or nothing is released.         *
      *----------------------------------------------------------------*
       OPEN-RELEASE-FILES.
           OPEN OUTPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = "00"
               DISPLAY "LOAN-FUNDING: Unable to create "
                       FUNCTION TRIM(WS-CREDIT-FILE-NAME)
                       ", status " WS-CREDIT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CHECK-ISSUE-FILE
               IF WS-CHECK-ISSUE-STATUS NOT = "00"
                   DISPLAY "LOAN-FUNDING: Unable to create "
                           FUNCTION TRIM(WS-CHECK-ISSUE-FILE-NAME)
                           ", status " WS-CHECK-ISSUE-STATUS
                   CLOSE CREDIT-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT EXCEPTION-FILE
                   IF WS-EXCEPTION-STATUS NOT = "00"
                       DISPLAY "LOAN-FUNDING: Unable to create "
                               "funding_exceptions.rpt, status "
                               WS-EXCEPTION-STATUS
                       CLOSE CREDIT-FILE
                       CLOSE CHECK-ISSUE-FILE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RELEASE-THE-INSTRUCTIONS - header records, the walk, the       *
      * trailers and the last check number, then the GL balancing that *
      * closes the exception report.                                   *
      *----------------------------------------------------------------*
       RELEASE-THE-INSTRUCTIONS.
           MOVE "H" TO CH-RECORD-TYPE
           MOVE WS-RUN-DATE TO CH-FILE-DATE
           MOVE WS-RUN-ID TO CH-RUN-ID
           WRITE CREDIT-RECORD FROM CREDIT-HEADER-RECORD
           MOVE "H" TO KH-RECORD-TYPE
           MOVE WS-RUN-DATE TO KH-FILE-DATE
           MOVE WS-RUN-ID TO KH-RUN-ID
           WRITE CHECK-ISSUE-RECORD FROM CHECK-HEADER-RECORD
           PERFORM WRITE-EXCEPTION-HEADER

           PERFORM READ-NEXT-INSTRUCTION
           PERFORM REVIEW-ONE-INSTRUCTION
               UNTIL WS-END-OF-FILE
           CLOSE DISBURSEMENT-FILE

           MOVE "T" TO CT-RECORD-TYPE
           MOVE WS-CREDITS-RELEASED TO CT-ITEM-COUNT
           MOVE WS-CREDIT-TOTAL TO CT-AMOUNT-TOTAL
           WRITE CREDIT-RECORD FROM CREDIT-TRAILER-RECORD
           CLOSE CREDIT-FILE
           MOVE "T" TO KT-RECORD-TYPE
           MOVE WS-CHECKS-RELEASED TO KT-ITEM-COUNT
           MOVE WS-CHECK-TOTAL TO KT-AMOUNT-TOTAL
           WRITE CHECK-ISSUE-RECORD FROM CHECK-TRAILER-RECORD
           CLOSE CHECK-ISSUE-FILE

           IF WS-CHECKS-RELEASED > 0
               PERFORM SAVE-LAST-CHECK-NUMBER
           END-IF

           PERFORM WRITE-EXCEPTION-TOTALS
           PERFORM BALANCE-TO-GL
           CLOSE EXCEPTION-FILE
           DISPLAY "LOAN-FUNDING: Released "
                   FUNCTION TRIM(WS-CREDIT-FILE-NAME) " and "
                   FUNCTION TRIM(WS-CHECK-ISSUE-FILE-NAME).

      *----------------------------------------------------------------*
      * READ-LAST-CHECK-NUMBER / READ-COMMAND-LINE-PARAMETERS - the    *
      * next official check follows the last one issued; positional    *
      * argument 1 sets the next number outright, for a new stock.     *
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
               DISPLAY "LOAN-FUNDING: Unable to save the last check "
                       "number, status " WS-CHECK-NUMBER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * REVIEW-ONE-INSTRUCTION - an instruction still waiting (or      *
      * waiting on a correction) and booked by the business date is    *
      * edited, then released or sent back; either way its booking     *
      * date is one the run balances.                                  *
      *----------------------------------------------------------------*
       REVIEW-ONE-INSTRUCTION.
           ADD 1 TO WS-INSTRUCTIONS-READ
           IF (DISB-STATUS = SPACES OR DISB-STATUS = "EXCEPTION")
                   AND DISB-BOOKED-DATE <= WS-RUN-DATE
               PERFORM EDIT-INSTRUCTION
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-INSTRUCTION
               ELSE
                   PERFORM RELEASE-INSTRUCTION
               END-IF
               MOVE DISB-BOOKED-DATE TO WS-FIND-DATE
               PERFORM NOTE-BALANCE-DATE
           END-IF
           PERFORM READ-NEXT-INSTRUCTION.

      *----------------------------------------------------------------*
      * EDIT-INSTRUCTION - the bank's edits, first failure wins. The   *
      * ABA check digit weights the routing number's digits 3-7-1      *
      * repeating; the weighted sum must come out a multiple of ten.   *
      *----------------------------------------------------------------*
       EDIT-INSTRUCTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-CUSTOMER-RECORD
           IF DISB-AMOUNT NOT > 0
               MOVE "AMOUNT NOT POSITIVE" TO WS-REJECT-REASON
           ELSE IF DISB-AMOUNT > 999999999.99
               MOVE "AMOUNT EXCEEDS FILE LIMIT" TO WS-REJECT-REASON
           ELSE IF DISB-PAYEE = SPACES
               MOVE "NO PAYEE" TO WS-REJECT-REASON
           ELSE
               EVALUATE DISB-METHOD
                   WHEN "WIRE"
                   WHEN "ACH"
                       PERFORM EDIT-SETTLEMENT-ACCOUNT
                   WHEN "CHECK"
                       PERFORM EDIT-MAILING-ADDRESS
                   WHEN OTHER
                       MOVE "UNKNOWN FUNDING METHOD"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

       EDIT-SETTLEMENT-ACCOUNT.
           MOVE DISB-ROUTING TO WS-ROUTING-CHECK
           IF WS-ROUTING-CHECK IS NOT NUMERIC
                   OR WS-ROUTING-CHECK = "000000000"
               MOVE "ROUTING NOT NINE DIGITS" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-ABA-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                 + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                 + (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                        + WS-ROUTING-DIGIT(9))
               DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
                   REMAINDER WS-ABA-REMAINDER
               IF WS-ABA-REMAINDER NOT = 0
                   MOVE "ROUTING CHECK DIGIT INVALID"
                       TO WS-REJECT-REASON
               ELSE IF DISB-ACCOUNT = SPACES
                   MOVE "NO SETTLEMENT ACCOUNT" TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF.

       EDIT-MAILING-ADDRESS.
           MOVE DISB-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF WS-CUST-ADDR-LINE-1 = SPACES
                   OR WS-CUST-CITY = SPACES
               MOVE "NO MAILING ADDRESS" TO WS-REJECT-REASON
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REJECT-INSTRUCTION - stamped EXCEPTION with the reason, and    *
      * listed for treasury to correct before the next run.            *
      *----------------------------------------------------------------*
       REJECT-INSTRUCTION.
           MOVE "EXCEPTION" TO DISB-STATUS
           MOVE WS-RUN-DATE TO DISB-STATUS-DATE
           MOVE WS-REJECT-REASON TO DISB-REASON
           REWRITE DISBURSEMENT-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "LOAN-FUNDING: Rewrite failed for "
                       DISBURSEMENT-LOAN-NUMBER ", status "
                       FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-EXCEPTIONS
           ADD DISB-AMOUNT TO WS-EXCEPTION-TOTAL
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-EXCEPTION-LINES.

      *----------------------------------------------------------------*
      * RELEASE-INSTRUCTION - stamped RELEASED first; only an          *
      * instruction whose stamp took is written to the bank, so a      *
      * rerun cannot pay it again.                                     *
      *----------------------------------------------------------------*
       RELEASE-INSTRUCTION.
           MOVE "RELEASED" TO DISB-STATUS
           MOVE WS-RUN-DATE TO DISB-STATUS-DATE
           MOVE SPACES TO DISB-REASON
           IF DISB-METHOD = "CHECK"
               MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
               MOVE WS-CHECK-NUMBER TO DISB-CHECK-NUMBER
           END-IF
           REWRITE DISBURSEMENT-FILE-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "LOAN-FUNDING: Rewrite failed for "
                       DISBURSEMENT-LOAN-NUMBER ", status "
                       FILE-STATUS " -- not released"
               MOVE 8 TO RETURN-CODE
           ELSE IF DISB-METHOD = "CHECK"
               PERFORM WRITE-CHECK-ITEM
           ELSE
               PERFORM WRITE-CREDIT-ITEM
           END-IF
           END-IF.

       WRITE-CREDIT-ITEM.
           MOVE DISB-ROUTING TO WS-ROUTING-CHECK
           MOVE WS-ROUTING-CHECK TO WS-ROUTING-NUMBER
           MOVE "D" TO CD-RECORD-TYPE
           MOVE DISB-METHOD TO CD-METHOD
           MOVE DISBURSEMENT-LOAN-NUMBER TO CD-LOAN-NUMBER
           MOVE WS-ROUTING-NUMBER TO CD-ROUTING-NUMBER
           MOVE DISB-ACCOUNT TO CD-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO CD-VALUE-DATE
           MOVE DISB-AMOUNT TO CD-AMOUNT
           MOVE DISB-PAYEE TO CD-PAYEE
           MOVE DISB-REFERENCE TO CD-REFERENCE
           WRITE CREDIT-RECORD FROM CREDIT-DETAIL-RECORD
           ADD 1 TO WS-CREDITS-RELEASED
           ADD DISB-AMOUNT TO WS-CREDIT-TOTAL
           IF DISB-METHOD = "WIRE"
               ADD 1 TO WS-WIRES-RELEASED
           ELSE
               ADD 1 TO WS-ACH-RELEASED
           END-IF.

       WRITE-CHECK-ITEM.
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           MOVE "D" TO KD-RECORD-TYPE
           MOVE WS-CHECK-NUMBER TO KD-CHECK-NUMBER
           MOVE WS-RUN-DATE TO KD-ISSUE-DATE
           MOVE DISB-AMOUNT TO KD-AMOUNT
           MOVE DISB-PAYEE TO KD-PAYEE
           MOVE DISBURSEMENT-LOAN-NUMBER TO KD-LOAN-NUMBER
           MOVE WS-CUST-ADDR-LINE-1 TO KD-ADDR-LINE-1
           MOVE WS-CUST-ADDR-LINE-2 TO KD-ADDR-LINE-2
           MOVE WS-CUST-CITY TO KD-CITY
           MOVE WS-CUST-STATE TO KD-STATE
           MOVE WS-CUST-ZIP TO KD-ZIP
           WRITE CHECK-ISSUE-RECORD FROM CHECK-DETAIL-RECORD
           ADD 1 TO WS-CHECKS-RELEASED
           ADD DISB-AMOUNT TO WS-CHECK-TOTAL.

      *----------------------------------------------------------------*
      * NOTE-BALANCE-DATE - adds WS-FIND-DATE to the balancing table   *
      * the first time the run sees it; FIND-BALANCE-DATE leaves its   *
      * entry in WS-BAL-FOUND-IDX, zero when it is not there.          *
      *----------------------------------------------------------------*
       NOTE-BALANCE-DATE.
           PERFORM FIND-BALANCE-DATE
           IF WS-BAL-FOUND-IDX = 0
               IF WS-BALANCE-DATE-COUNT < 100
                   ADD 1 TO WS-BALANCE-DATE-COUNT
                   MOVE WS-FIND-DATE
                       TO WS-BAL-DATE(WS-BALANCE-DATE-COUNT)
                   MOVE 0 TO WS-BAL-INSTRUCTIONS(WS-BALANCE-DATE-COUNT)
                   MOVE 0 TO WS-BAL-GL-CREDITS(WS-BALANCE-DATE-COUNT)
               ELSE
                   DISPLAY "LOAN-FUNDING: Balancing table full -- "
                           "booking date " WS-FIND-DATE
                           " not balanced"
               END-IF
           END-IF.

       FIND-BALANCE-DATE.
           MOVE 0 TO WS-BAL-FOUND-IDX
           PERFORM CHECK-ONE-BALANCE-DATE
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BALANCE-DATE-COUNT
                  OR WS-BAL-FOUND-IDX > 0.

       CHECK-ONE-BALANCE-DATE.
           IF WS-BAL-DATE(WS-BAL-IDX) = WS-FIND-DATE
               MOVE WS-BAL-IDX TO WS-BAL-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------*
      * BALANCE-TO-GL - a second pass over the instructions totals     *
      * everything booked on each date the run touched, and a pass     *
      * over gl_feed.dat totals that day's net-funding credits to the  *
      * DISBURSE cash account; each date is then reported in or out of *
      * balance.                                                       *
      *----------------------------------------------------------------*
       BALANCE-TO-GL.
           IF WS-BALANCE-DATE-COUNT > 0
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM OPEN-INPUT-DISB-WITH-RETRY
               IF FILE-STATUS = "00"
                   PERFORM READ-NEXT-INSTRUCTION
                   PERFORM TOTAL-ONE-INSTRUCTION
                       UNTIL WS-END-OF-FILE
                   CLOSE DISBURSEMENT-FILE
               ELSE
                   DISPLAY "LOAN-FUNDING: Unable to reopen "
                           "disbursement.dat for balancing, status "
                           FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF

               MOVE "N" TO WS-GL-EOF-SWITCH
               OPEN INPUT GL-FEED-FILE
               IF WS-GL-FEED-STATUS = "00"
                   PERFORM READ-NEXT-GL-ENTRY
                   PERFORM TOTAL-ONE-GL-ENTRY
                       UNTIL WS-GL-END-OF-FILE
                   CLOSE GL-FEED-FILE
               ELSE
                   DISPLAY "LOAN-FUNDING: Unable to open gl_feed.dat "
                           "for balancing, status " WS-GL-FEED-STATUS
               END-IF

               PERFORM WRITE-BALANCE-HEADER
               PERFORM REPORT-ONE-BALANCE-DATE
                   VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BALANCE-DATE-COUNT
           END-IF.

       TOTAL-ONE-INSTRUCTION.
           MOVE DISB-BOOKED-DATE TO WS-FIND-DATE
           PERFORM FIND-BALANCE-DATE
           IF WS-BAL-FOUND-IDX > 0
               ADD DISB-AMOUNT TO WS-BAL-INSTRUCTIONS(WS-BAL-FOUND-IDX)
           END-IF
           PERFORM READ-NEXT-INSTRUCTION.

       TOTAL-ONE-GL-ENTRY.
           IF GL-DEBIT-CREDIT = "C"
                   AND GL-ACCOUNT-CODE = WS-GL-CREDIT-ACCOUNT
                   AND GL-DESCRIPTION = WS-NET-FUNDING-DESCRIPTION
                   AND GL-ENTRY-DATE IS NUMERIC
               MOVE GL-ENTRY-DATE TO WS-FIND-DATE-X
               PERFORM FIND-BALANCE-DATE
               IF WS-BAL-FOUND-IDX > 0
                   ADD GL-AMOUNT TO WS-BAL-GL-CREDITS(WS-BAL-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-NEXT-GL-ENTRY.

       REPORT-ONE-BALANCE-DATE.
           COMPUTE WS-BAL-DIFFERENCE = WS-BAL-INSTRUCTIONS(WS-BAL-IDX)
               - WS-BAL-GL-CREDITS(WS-BAL-IDX)
           MOVE WS-BAL-INSTRUCTIONS(WS-BAL-IDX) TO WS-ED-AMOUNT
           MOVE WS-BAL-GL-CREDITS(WS-BAL-IDX) TO WS-ED-GL
           MOVE WS-BAL-DIFFERENCE TO WS-ED-DIFFERENCE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Booked " DELIMITED BY SIZE
                   WS-BAL-DATE(WS-BAL-IDX) DELIMITED BY SIZE
                   "  Instructions " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   "  GL funding " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-GL) DELIMITED BY SIZE
                   "  Difference " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-DIFFERENCE) DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           IF WS-BAL-DIFFERENCE = 0
               STRING "  IN BALANCE" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE(111:22)
               END-STRING
           ELSE
               STRING "  OUT OF BALANCE" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE(111:22)
               END-STRING
               ADD 1 TO WS-DATES-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE EXCEPTION-LINE.

      *----------------------------------------------------------------*
      * Exception report - one block per instruction sent back, the    *
      * totals, then the GL balancing by booking date.                 *
      *----------------------------------------------------------------*
       WRITE-EXCEPTION-HEADER.
           MOVE "LOAN FUNDING EXCEPTIONS" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  Run: " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-EXCEPTION-LINES.
           MOVE DISB-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "EXCEPTION  Loan " DELIMITED BY SIZE
                   DISBURSEMENT-LOAN-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DISB-METHOD DELIMITED BY SIZE
                   "  Booked " DELIMITED BY SIZE
                   DISB-BOOKED-DATE DELIMITED BY SIZE
                   "  Amount " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "           Payee " DELIMITED BY SIZE
                   DISB-PAYEE DELIMITED BY SIZE
                   "  Routing " DELIMITED BY SIZE
                   DISB-ROUTING DELIMITED BY SIZE
                   "  Account " DELIMITED BY SIZE
                   DISB-ACCOUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXCEPTIONS TO WS-ED-COUNT
           MOVE WS-EXCEPTION-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Exceptions: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Total: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE WS-CREDITS-RELEASED TO WS-ED-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Wire/ACH released: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Total: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE WS-CHECKS-RELEASED TO WS-ED-COUNT
           MOVE WS-CHECK-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Checks released: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Total: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       WRITE-BALANCE-HEADER.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "FUNDING BALANCED TO GL (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GL-CREDIT-ACCOUNT)
                       DELIMITED BY SIZE
                   " net funding credits)" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

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
                   " read=" DELIMITED BY SIZE
                   WS-INSTRUCTIONS-READ DELIMITED BY SIZE
                   " credits=" DELIMITED BY SIZE
                   WS-CREDITS-RELEASED DELIMITED BY SIZE
                   " checks=" DELIMITED BY SIZE
                   WS-CHECKS-RELEASED DELIMITED BY SIZE
                   " exceptions=" DELIMITED BY SIZE
                   WS-EXCEPTIONS DELIMITED BY SIZE
                   " unbalanced=" DELIMITED BY SIZE
                   WS-DATES-OUT-OF-BALANCE DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       READ-NEXT-INSTRUCTION.
           READ DISBURSEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       READ-NEXT-GL-ENTRY.
           READ GL-FEED-FILE
               AT END
                   MOVE "Y" TO WS-GL-EOF-SWITCH
           END-READ.

       OPEN-I-O-DISB-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O DISBURSEMENT-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O DISBURSEMENT-FILE.

       OPEN-INPUT-DISB-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT DISBURSEMENT-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT DISBURSEMENT-FILE.

       END PROGRAM LOAN-FUNDING.
