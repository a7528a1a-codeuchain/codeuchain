      * the principal applied during the period, so the statement      *
      * walks forward from where last month left off without needing   *
      * a separate history file.                                       *
      *                                                                *
      * A balloon note whose due date has reached its maturity date is *
      * billed for the balloon itself: the whole current balance plus  *
      * the period's interest, under its own Balloon Payment Due line. *
      *                                                                *
      * A loan still inside its interest-only period is billed the     *
      * period's interest alone, with a line telling the borrower when *
      * principal payments begin; after the period the principal share *
      * is spread over the periods the interest-only span left.        *
      *                                                                *
      * A revolving line of credit (a loan with a LINE-MASTER record)  *
      * is billed its minimum payment -- the period's interest plus    *
      * the line's minimum-payment percent of the drawn balance -- and *
      * its statement shows the credit limit, the credit still         *
      * available and the period's DRAW activity, which also comes     *
      * out of the balance forward.                                    *
      *                                                                *
      * A loan booked before its borrower's active military duty began *
      * is billed, for as long as MILITARY-SERVICE-MASTER shows the    *
      * service running, at no more than the 6% SCRA cap, the same     *
      * test INTEREST-ACCRUAL applies day by day; the statement says   *
      * so, names the note rate, and shows the period's forgiven       *
      * interest from the loan's SCRA journal records.                 *
      *                                                                *
      * A borrower CUSTOMER-MAINT has recorded as deceased is billed   *
      * as the estate: "Estate of" the borrower, care of the executor  *
      * or administrator, at the estate's mailing address and always   *
      * by mail. A surviving borrower whose co-borrower died keeps     *
      * receiving the statement as before.                             *
      *                                                                *
      * A customer whose statement preference is "C" gets one          *
      * consolidated statement instead of one per loan: a relationship *
      * summary page listing each loan's balance and amount due with   *
      * the total amount due, followed by each loan's own detail       *
      * block. When household_link.dat ties the customer to a          *
      * household, the loans of every member who chose consolidation   *
      * go in the same packet, addressed to the first of them met on   *
      * the loan file. The packet goes by the addressee's delivery     *
      * preference like any statement; a deceased borrower's loans     *
      * stay on their own statements to the estate. The control        *
      * totals count the consolidated packets and the loans in them,   *
      * and every envelope -- per-loan statement or packet -- as a     *
      * paper packet for the mail or an electronic delivery.           *
      *================================================================*

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
           SELECT STATEMENT-FILE ASSIGN TO "loan_statements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household_link.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-PAY-FREQUENCY   BY
                             LOAN-PAY-FREQUENCY
                         PFX-LOAN-MATURITY-DATE   BY
                             LOAN-MATURITY-DATE
                         PFX-LOAN-IO-END-DATE     BY LOAN-IO-END-DATE
                         PFX-LOAN-IO-PERIODS      BY LOAN-IO-PERIODS
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

      * One relationship row per customer: the household the id
      * belongs to and the role it plays there, maintained through
      * the customer screens.
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05  HH-CUSTOMER-ID        PIC X(10).
           05  HH-HOUSEHOLD-ID       PIC X(10).
           05  HH-ROLE               PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
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
                     PFX-CUST-STATEMENT-PREF BY WS-CUST-STATEMENT-PREF
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.
       01  WS-ESTATE-SWITCH          PIC X(1) VALUE "N".
           88  WS-WRITE-TO-ESTATE            VALUE "Y".

      * Period activity, rebuilt per loan from its PAY/POFF journal
      * records (and DRAW records, for a credit line).
       01  WS-PERIOD-PRINCIPAL       PIC S9(13)V99 COMP-3.
       01  WS-PERIOD-DRAWS           PIC S9(13)V99 COMP-3.
       01  WS-PERIOD-INTEREST        PIC S9(13)V99 COMP-3.
       01  WS-PERIOD-FORGIVEN        PIC S9(13)V99 COMP-3.
       01  WS-BALANCE-FORWARD        PIC S9(13)V99 COMP-3.

      * Amount due: one payment period's interest on the current
       01  WS-REMAINING-MONTHS       PIC S9(5) COMP-3.
       01  WS-PERIODS-PER-YEAR       PIC S9(3) COMP-3.
       01  WS-AMOUNT-DUE             PIC S9(13)V99 COMP-3.
       01  WS-BALLOON-DUE-SWITCH     PIC X(1) VALUE "N".
           88  WS-BALLOON-DUE                VALUE "Y".
       01  WS-BALLOON-COUNT          PIC 9(7) VALUE 0.
       01  WS-IO-DUE-SWITCH          PIC X(1) VALUE "N".
           88  WS-IO-DUE                     VALUE "Y".
       01  WS-IO-COUNT               PIC 9(7) VALUE 0.
       01  WS-LINE-MIN-PRINCIPAL     PIC S9(13)V99 COMP-3.
       01  WS-LINE-COUNT             PIC 9(7) VALUE 0.

      * MILITARY-SERVICE-MASTER call: the rate the amount due is
      * priced at is the note rate, or the SCRA cap while a pre-service
      * loan's borrower is on active duty.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-MS-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-MS-OPERATION-DATA
                     PFX-OPERATION      BY WS-MS-OPERATION.
       01  WS-MS-CUSTOMER-ID         PIC X(10).
       COPY "military-service-record.cob"
           REPLACING PFX-MS-START-DATE    BY WS-MS-START-DATE
                     PFX-MS-END-DATE      BY WS-MS-END-DATE
                     PFX-MILITARY-SERVICE-RECORD BY
                         WS-MILITARY-SERVICE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-MS-RESULT
                     PFX-RESULT-SUCCESS BY WS-MS-RESULT-SUCCESS.
       01  WS-SCRA-CAP-RATE          PIC S9(3)V9(4) VALUE 6.0000.
       01  WS-SCRA-SWITCH            PIC X(1) VALUE "N".
           88  WS-SCRA-CAPPED                VALUE "Y".
       01  WS-BILLING-RATE           PIC S9(3)V9(4).
       01  WS-SCRA-COUNT             PIC 9(7) VALUE 0.
       01  WS-ED-RATE                PIC ZZ9.9999.

      * LINE-MASTER call: a loan with a credit line on file is billed
      * the line's minimum payment and shows its limit and available
      * credit; NOTFOUND means an ordinary loan.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LN-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LN-OPERATION-DATA
                     PFX-OPERATION      BY WS-LN-OPERATION.
       COPY "line-record.cob"
           REPLACING PFX-LINE-CREDIT-LIMIT BY WS-LINE-CREDIT-LIMIT
                     PFX-LINE-AVAILABLE    BY WS-LINE-AVAILABLE
                     PFX-LINE-DRAW-END-DATE BY WS-LINE-DRAW-END-DATE
                     PFX-LINE-MIN-PAY-PCT  BY WS-LINE-MIN-PAY-PCT
                     PFX-LINE-LAST-DRAW    BY WS-LINE-LAST-DRAW
                     PFX-LINE-RECORD       BY WS-LINE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LN-RESULT
                     PFX-RESULT-SUCCESS BY WS-LN-RESULT-SUCCESS.
       01  WS-CREDIT-LINE-SWITCH     PIC X(1) VALUE "N".
           88  WS-LOAN-IS-CREDIT-LINE        VALUE "Y".

      * SUSPENSE-MASTER call: a loan holding partial payments in
      * suspense shows that balance on its statement so the borrower
           REPLACING PFX-RESULT-STATUS  BY WS-SM-RESULT
                     PFX-RESULT-SUCCESS BY WS-SM-RESULT-SUCCESS.

      * Consolidated statements: the household links, one packet per
      * customer (or household) that chose consolidation, and the
      * loans held back from the per-loan run to go in each, with
      * the balance and amount due the summary page lists. A loan
      * that finds either table full gets its own statement.
       01  WS-HOUSEHOLD-STATUS       PIC XX.
       01  WS-HH-EOF-SWITCH          PIC X(1).
           88  WS-HH-AT-EOF                  VALUE "Y".
       01  WS-LINK-MAX               PIC S9(4) COMP VALUE 500.
       01  WS-LINK-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-LINK-IDX.
               10  WS-LINK-CUSTOMER-ID  PIC X(10).
               10  WS-LINK-HOUSEHOLD-ID PIC X(10).
       01  WS-PACKET-MAX             PIC S9(4) COMP VALUE 500.
       01  WS-PACKET-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-PACKET-TABLE.
           05  WS-PACKET-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-PKT-IDX.
               10  WS-PKT-KEY           PIC X(10).
               10  WS-PKT-HOUSEHOLD-ID  PIC X(10).
               10  WS-PKT-CUSTOMER-ID   PIC X(10).
               10  WS-PKT-LOANS         PIC 9(3).
               10  WS-PKT-TOTAL-DUE     PIC S9(13)V99 COMP-3.
       01  WS-CONSOL-MAX             PIC S9(4) COMP VALUE 2000.
       01  WS-CONSOL-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-CONSOL-TABLE.
           05  WS-CONSOL-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CON-IDX.
               10  WS-CON-LOAN-NUMBER   PIC X(10).
               10  WS-CON-CUSTOMER-ID   PIC X(10).
               10  WS-CON-PACKET        PIC S9(4) COMP.
               10  WS-CON-BALANCE       PIC S9(13)V99 COMP-3.
               10  WS-CON-AMOUNT-DUE    PIC S9(13)V99 COMP-3.
               10  WS-CON-DUE-DATE      PIC 9(8).
       01  WS-PACKET-KEY             PIC X(10).
       01  WS-PACKET-HOUSEHOLD-ID    PIC X(10).
       01  WS-PACKET-SLOT            PIC S9(4) COMP.
       01  WS-HELD-SWITCH            PIC X(1).
           88  WS-HELD-FOR-PACKET            VALUE "Y".
       01  WS-PACKET-DETAIL-SWITCH   PIC X(1) VALUE "N".
           88  WS-WRITING-PACKET-DETAIL      VALUE "Y".
       01  WS-CONSOL-PACKETS         PIC 9(7) VALUE 0.
       01  WS-CONSOL-LOANS           PIC 9(7) VALUE 0.
       01  WS-PAPER-PACKETS          PIC 9(7) VALUE 0.
       01  WS-ELECTRONIC-PACKETS     PIC 9(7) VALUE 0.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-DUE.

       PROCEDURE DIVISION.


           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               PERFORM LOAD-HOUSEHOLD-LINKS
               OPEN OUTPUT STATEMENT-FILE
               PERFORM READ-NEXT-LOAN
               PERFORM STATEMENT-FOR-ONE-LOAN
                   UNTIL WS-LOAN-AT-EOF
               PERFORM WRITE-ONE-PACKET
                   VARYING WS-PKT-IDX FROM 1 BY 1
                   UNTIL WS-PKT-IDX > WS-PACKET-COUNT
               CLOSE STATEMENT-FILE
               CLOSE LOAN-FILE
               MOVE 0 TO RETURN-CODE
           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Statements produced: " WS-STATEMENT-COUNT
           DISPLAY "Consolidated statements: " WS-CONSOL-PACKETS
               " Loans consolidated: " WS-CONSOL-LOANS
           DISPLAY "Paper packets mailed: " WS-PAPER-PACKETS
           DISPLAY "Electronic deliveries: " WS-ELECTRONIC-PACKETS
           DISPLAY "Balloon payments billed: " WS-BALLOON-COUNT
           DISPLAY "Interest-only payments billed: " WS-IO-COUNT
           DISPLAY "Credit line minimums billed: " WS-LINE-COUNT
           DISPLAY "Billed at the SCRA cap: " WS-SCRA-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

               PERFORM LOOK-UP-CUSTOMER
               PERFORM TOTAL-PERIOD-ACTIVITY
               PERFORM LOOK-UP-SUSPENSE-BALANCE
               PERFORM LOOK-UP-CREDIT-LINE
               PERFORM CHECK-SCRA-CAP
               PERFORM COMPUTE-AMOUNT-DUE
               MOVE "N" TO WS-HELD-SWITCH
               IF WS-CM-RESULT-SUCCESS
                       AND WS-CUST-STATEMENT-PREF = "C"
                       AND NOT WS-WRITE-TO-ESTATE
                   PERFORM HOLD-FOR-PACKET
               END-IF
               IF NOT WS-HELD-FOR-PACKET
                   PERFORM WRITE-STATEMENT-BLOCK
                   ADD 1 TO WS-STATEMENT-COUNT
                   PERFORM COUNT-DELIVERY
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * COUNT-DELIVERY - one envelope on the control totals, by the    *
      * same test WRITE-MAILING-ADDRESS routes it with: the estate is  *
      * always mailed, "E" goes to the electronic extract.             *
      *----------------------------------------------------------------*
       COUNT-DELIVERY.
           IF WS-CUST-DELIVERY = "E" AND NOT WS-WRITE-TO-ESTATE
               ADD 1 TO WS-ELECTRONIC-PACKETS
           ELSE
               ADD 1 TO WS-PAPER-PACKETS
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-CUSTOMER - name and phone for the statement head; a    *
      * loan whose customer id is missing from the master still gets   *
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE LOAN-CUSTOMER-ID TO WS-CUST-NAME
               MOVE SPACES TO WS-CUST-PHONE
           END-IF
           MOVE "N" TO WS-ESTATE-SWITCH
           IF WS-CM-RESULT-SUCCESS
                   AND WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               MOVE "Y" TO WS-ESTATE-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * by keyed START at the loan and walked in sequence order the    *
      * way LOAN-TRANSACTION-INQUIRY lists them: each PAY or POFF      *
      * record dated inside the statement period contributes its       *
      * principal and interest split; a DRAW record adds to the        *
      * period's draws, which the balance forward backs out; an SCRA   *
      * record adds to the period's forgiven interest.                 *
      *----------------------------------------------------------------*
       TOTAL-PERIOD-ACTIVITY.
           MOVE 0 TO WS-PERIOD-PRINCIPAL
           MOVE 0 TO WS-PERIOD-DRAWS
           MOVE 0 TO WS-PERIOD-INTEREST
           MOVE 0 TO WS-PERIOD-FORGIVEN
           MOVE "N" TO WS-TXN-EOF-SWITCH

           OPEN INPUT TRANSACTION-FILE
           END-IF

           COMPUTE WS-BALANCE-FORWARD =
               LOAN-CURRENT-BALANCE + WS-PERIOD-PRINCIPAL
                   - WS-PERIOD-DRAWS.

       CHECK-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
                   ADD TXN-PRINCIPAL TO WS-PERIOD-PRINCIPAL
                   ADD TXN-INTEREST TO WS-PERIOD-INTEREST
               END-IF
               IF WS-TXN-DATE-TEXT(1:6) = WS-STATEMENT-PERIOD
                       AND TXN-CODE = "DRAW"
                   ADD TXN-PRINCIPAL TO WS-PERIOD-DRAWS
               END-IF
               IF WS-TXN-DATE-TEXT(1:6) = WS-STATEMENT-PERIOD
                       AND TXN-CODE = "SCRA"
                   ADD TXN-INTEREST TO WS-PERIOD-FORGIVEN
               END-IF
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

               MOVE 0 TO WS-SUS-BALANCE
           END-IF.

      *----------------------------------------------------------------*
      * LOOK-UP-CREDIT-LINE - the loan's LINE-MASTER record, if it has *
      * one; anything but SUCCESS bills the loan as an ordinary note.  *
      *----------------------------------------------------------------*
       LOOK-UP-CREDIT-LINE.
           MOVE "N" TO WS-CREDIT-LINE-SWITCH
           MOVE SPACES TO WS-LINE-RECORD
           MOVE 3 TO WS-LN-OPERATION-LEN
           MOVE "GET" TO WS-LN-OPERATION-DATA
           CALL "LINE-MASTER" USING
               WS-LN-OPERATION, LOAN-NUMBER, WS-LINE-RECORD,
               WS-LN-RESULT
           IF WS-LN-RESULT-SUCCESS
               MOVE "Y" TO WS-CREDIT-LINE-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-SCRA-CAP - the billing rate is the note rate unless the  *
      * borrower's active duty covers today and the loan was booked    *
      * before it began (a loan with no booked date predates the field *
      * and is given the benefit), the same test INTEREST-ACCRUAL      *
      * applies, in which case it is the cap.                          *
      *----------------------------------------------------------------*
       CHECK-SCRA-CAP.
           MOVE "N" TO WS-SCRA-SWITCH
           MOVE LOAN-INTEREST-RATE TO WS-BILLING-RATE
           IF LOAN-INTEREST-RATE > WS-SCRA-CAP-RATE
                   AND LOAN-CUSTOMER-ID NOT = SPACES
               MOVE LOAN-CUSTOMER-ID TO WS-MS-CUSTOMER-ID
               MOVE SPACES TO WS-MILITARY-SERVICE-RECORD
               MOVE 3 TO WS-MS-OPERATION-LEN
               MOVE "GET" TO WS-MS-OPERATION-DATA
               CALL "MILITARY-SERVICE-MASTER" USING
                   WS-MS-OPERATION, WS-MS-CUSTOMER-ID,
                   WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT
               IF WS-MS-RESULT-SUCCESS
                       AND WS-MS-START-DATE <= WS-RUN-DATE
                       AND (WS-MS-END-DATE = 0
                            OR WS-MS-END-DATE >= WS-RUN-DATE)
                   IF LOAN-BOOKED-DATE IS NOT NUMERIC
                       MOVE "Y" TO WS-SCRA-SWITCH
                   ELSE
                       IF LOAN-BOOKED-DATE = 0
                               OR LOAN-BOOKED-DATE < WS-MS-START-DATE
                           MOVE "Y" TO WS-SCRA-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-SCRA-CAPPED
               MOVE WS-SCRA-CAP-RATE TO WS-BILLING-RATE
               IF NOT WS-WRITING-PACKET-DETAIL
                   ADD 1 TO WS-SCRA-COUNT
               END-IF
           END-IF.

       COMPUTE-AMOUNT-DUE.
           EVALUATE LOAN-PAY-FREQUENCY
               WHEN "B"
           END-EVALUATE
           COMPUTE WS-REMAINING-MONTHS =
               LOAN-TERM-YEARS * WS-PERIODS-PER-YEAR
           IF LOAN-IO-END-DATE IS NUMERIC
                   AND LOAN-IO-END-DATE > 0
                   AND LOAN-IO-PERIODS IS NUMERIC
               SUBTRACT LOAN-IO-PERIODS FROM WS-REMAINING-MONTHS
           END-IF
           IF WS-REMAINING-MONTHS < 1
               MOVE 1 TO WS-REMAINING-MONTHS
           END-IF
           MOVE "N" TO WS-BALLOON-DUE-SWITCH
           IF NOT WS-LOAN-IS-CREDIT-LINE
                   AND LOAN-MATURITY-DATE IS NUMERIC
                   AND LOAN-MATURITY-DATE > 0
                   AND LOAN-NEXT-DUE-DATE NOT < LOAN-MATURITY-DATE
               MOVE "Y" TO WS-BALLOON-DUE-SWITCH
           END-IF
           MOVE "N" TO WS-IO-DUE-SWITCH
           IF NOT WS-BALLOON-DUE
                   AND NOT WS-LOAN-IS-CREDIT-LINE
                   AND LOAN-IO-END-DATE IS NUMERIC
                   AND LOAN-IO-END-DATE > 0
                   AND LOAN-NEXT-DUE-DATE NOT > LOAN-IO-END-DATE
               MOVE "Y" TO WS-IO-DUE-SWITCH
           END-IF

           IF WS-LOAN-IS-CREDIT-LINE
               COMPUTE WS-LINE-MIN-PRINCIPAL ROUNDED =
                   LOAN-CURRENT-BALANCE * WS-LINE-MIN-PAY-PCT / 100
               COMPUTE WS-AMOUNT-DUE ROUNDED =
                   (LOAN-CURRENT-BALANCE *
                       (WS-BILLING-RATE / 100) / WS-PERIODS-PER-YEAR)
                   + WS-LINE-MIN-PRINCIPAL
           ELSE IF WS-BALLOON-DUE
               COMPUTE WS-AMOUNT-DUE ROUNDED =
                   (LOAN-CURRENT-BALANCE *
                       (WS-BILLING-RATE / 100) / WS-PERIODS-PER-YEAR)
                   + LOAN-CURRENT-BALANCE
           ELSE IF WS-IO-DUE
               COMPUTE WS-AMOUNT-DUE ROUNDED =
                   LOAN-CURRENT-BALANCE *
                       (WS-BILLING-RATE / 100) / WS-PERIODS-PER-YEAR
           ELSE
               COMPUTE WS-AMOUNT-DUE ROUNDED =
                   (LOAN-CURRENT-BALANCE *
                       (WS-BILLING-RATE / 100) / WS-PERIODS-PER-YEAR)
                   + (LOAN-CURRENT-BALANCE / WS-REMAINING-MONTHS)
           END-IF
           END-IF
           END-IF
           PERFORM COUNT-BILLING-TYPE.

      *----------------------------------------------------------------*
      * The billing counts are taken when the loan is first priced on  *
      * the loan-file pass; a consolidated loan priced again for its   *
      * detail block is not counted twice.                             *
      *----------------------------------------------------------------*
       COUNT-BILLING-TYPE.
           IF NOT WS-WRITING-PACKET-DETAIL
               EVALUATE TRUE
                   WHEN WS-LOAN-IS-CREDIT-LINE
                       ADD 1 TO WS-LINE-COUNT
                   WHEN WS-BALLOON-DUE
                       ADD 1 TO WS-BALLOON-COUNT
                   WHEN WS-IO-DUE
                       ADD 1 TO WS-IO-COUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-STATEMENT-BLOCK - one print-ready block per loan, fixed  *
      * layout, separated the way the console banners this shop's      *
      * drivers print already frame their output. Inside a             *
      * consolidated packet the block is the loan's detail under the   *
      * packet's own name and address.                                 *
      *----------------------------------------------------------------*
       WRITE-STATEMENT-BLOCK.
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           IF WS-WRITING-PACKET-DETAIL
               STRING "LOAN DETAIL                   Period: "
                           DELIMITED BY SIZE
                       WS-STATEMENT-PERIOD DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "STATEMENT OF ACCOUNT          Period: "
                           DELIMITED BY SIZE
                       WS-STATEMENT-PERIOD DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           IF NOT WS-WRITING-PACKET-DETAIL
               PERFORM WRITE-ADDRESSEE-LINES
           END-IF

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-LOAN-IS-CREDIT-LINE
               MOVE WS-PERIOD-DRAWS TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Draws This Period:    " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           MOVE LOAN-ACCRUED-INT TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Accrued Interest:     " DELIMITED BY SIZE
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-PERIOD-FORGIVEN > 0
               MOVE WS-PERIOD-FORGIVEN TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Interest Forgiven:    " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           MOVE LOAN-CURRENT-BALANCE TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Current Balance:      " DELIMITED BY SIZE
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-LOAN-IS-CREDIT-LINE
               MOVE WS-LINE-CREDIT-LIMIT TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Credit Limit:         " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-LINE-AVAILABLE TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Available Credit:     " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           IF WS-SUS-BALANCE > 0
               MOVE WS-SUS-BALANCE TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE

           MOVE WS-AMOUNT-DUE TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           IF WS-LOAN-IS-CREDIT-LINE
               STRING "Minimum Payment Due:  " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       "  Due: " DELIMITED BY SIZE
                       LOAN-NEXT-DUE-DATE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE IF WS-BALLOON-DUE
               STRING "Balloon Payment Due:  " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       "  Due: " DELIMITED BY SIZE
                       LOAN-NEXT-DUE-DATE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE IF WS-IO-DUE
               STRING "Interest-Only Due:    " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       "  Due: " DELIMITED BY SIZE
                       LOAN-NEXT-DUE-DATE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "Amount Due:           " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       "  Due: " DELIMITED BY SIZE
                       LOAN-NEXT-DUE-DATE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           END-IF
           END-IF
           END-IF
           WRITE STATEMENT-LINE

           IF WS-IO-DUE
               MOVE SPACES TO STATEMENT-LINE
               STRING "Interest only through " DELIMITED BY SIZE
                       LOAN-IO-END-DATE DELIMITED BY SIZE
                       "; principal payments begin after."
                           DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           IF WS-SCRA-CAPPED
               MOVE WS-SCRA-CAP-RATE TO WS-ED-RATE
               MOVE SPACES TO STATEMENT-LINE
               STRING "Rate capped at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-RATE) DELIMITED BY SIZE
                       "% under the Servicemembers Civil Relief"
                           DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE LOAN-INTEREST-RATE TO WS-ED-RATE
               MOVE SPACES TO STATEMENT-LINE
               STRING "Act while you serve (note rate "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-RATE) DELIMITED BY SIZE
                       "%); interest above the cap is forgiven."
                           DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           IF WS-BALLOON-DUE
               MOVE "Your loan matures on this due date. The amount"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "shown pays the remaining balance in full."
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-ADDRESSEE-LINES.
           MOVE SPACES TO STATEMENT-LINE
           IF WS-WRITE-TO-ESTATE
               STRING "Estate of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                       "  Phone: " DELIMITED BY SIZE
                       WS-CUST-PHONE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-LINE

           PERFORM WRITE-MAILING-ADDRESS.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * LOAD-HOUSEHOLD-LINKS - the relationship rows into memory, so   *
      * each consolidating customer can be looked up for a household;  *
      * no file simply means every packet is one customer's.           *
      *----------------------------------------------------------------*
       LOAD-HOUSEHOLD-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE "N" TO WS-HH-EOF-SWITCH
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM READ-NEXT-HOUSEHOLD-ROW
               PERFORM LOAD-ONE-HOUSEHOLD-ROW
                   UNTIL WS-HH-AT-EOF
               CLOSE HOUSEHOLD-FILE
           END-IF.

       READ-NEXT-HOUSEHOLD-ROW.
           READ HOUSEHOLD-FILE
               AT END
                   MOVE "Y" TO WS-HH-EOF-SWITCH
           END-READ.

       LOAD-ONE-HOUSEHOLD-ROW.
           IF WS-LINK-COUNT < WS-LINK-MAX
                   AND HH-CUSTOMER-ID NOT = SPACES
                   AND HH-HOUSEHOLD-ID NOT = SPACES
               ADD 1 TO WS-LINK-COUNT
               SET WS-LINK-IDX TO WS-LINK-COUNT
               MOVE HH-CUSTOMER-ID
                   TO WS-LINK-CUSTOMER-ID(WS-LINK-IDX)
               MOVE HH-HOUSEHOLD-ID
                   TO WS-LINK-HOUSEHOLD-ID(WS-LINK-IDX)
           END-IF
           PERFORM READ-NEXT-HOUSEHOLD-ROW.

      *----------------------------------------------------------------*
      * HOLD-FOR-PACKET - the loan goes into its customer's (or        *
      * household's) packet instead of out on its own statement: the   *
      * packet is found or started, the loan row appended with the     *
      * balance and amount due just priced.                            *
      *----------------------------------------------------------------*
       HOLD-FOR-PACKET.
           MOVE LOAN-CUSTOMER-ID TO WS-PACKET-KEY
           MOVE SPACES TO WS-PACKET-HOUSEHOLD-ID
           IF WS-LINK-COUNT > 0
               SET WS-LINK-IDX TO 1
               SEARCH WS-LINK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LINK-IDX > WS-LINK-COUNT
                       CONTINUE
                   WHEN WS-LINK-CUSTOMER-ID(WS-LINK-IDX)
                           = LOAN-CUSTOMER-ID
                       MOVE WS-LINK-HOUSEHOLD-ID(WS-LINK-IDX)
                           TO WS-PACKET-KEY
                       MOVE WS-LINK-HOUSEHOLD-ID(WS-LINK-IDX)
                           TO WS-PACKET-HOUSEHOLD-ID
               END-SEARCH
           END-IF

           MOVE 0 TO WS-PACKET-SLOT
           IF WS-PACKET-COUNT > 0
               SET WS-PKT-IDX TO 1
               SEARCH WS-PACKET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PKT-IDX > WS-PACKET-COUNT
                       CONTINUE
                   WHEN WS-PKT-KEY(WS-PKT-IDX) = WS-PACKET-KEY
                       SET WS-PACKET-SLOT TO WS-PKT-IDX
               END-SEARCH
           END-IF
           IF WS-PACKET-SLOT = 0
                   AND WS-PACKET-COUNT < WS-PACKET-MAX
                   AND WS-CONSOL-COUNT < WS-CONSOL-MAX
               ADD 1 TO WS-PACKET-COUNT
               MOVE WS-PACKET-COUNT TO WS-PACKET-SLOT
               SET WS-PKT-IDX TO WS-PACKET-SLOT
               MOVE WS-PACKET-KEY TO WS-PKT-KEY(WS-PKT-IDX)
               MOVE WS-PACKET-HOUSEHOLD-ID
                   TO WS-PKT-HOUSEHOLD-ID(WS-PKT-IDX)
               MOVE LOAN-CUSTOMER-ID TO WS-PKT-CUSTOMER-ID(WS-PKT-IDX)
               MOVE 0 TO WS-PKT-LOANS(WS-PKT-IDX)
               MOVE 0 TO WS-PKT-TOTAL-DUE(WS-PKT-IDX)
           END-IF

           IF WS-PACKET-SLOT > 0
                   AND WS-CONSOL-COUNT < WS-CONSOL-MAX
               ADD 1 TO WS-CONSOL-COUNT
               SET WS-CON-IDX TO WS-CONSOL-COUNT
               MOVE LOAN-NUMBER TO WS-CON-LOAN-NUMBER(WS-CON-IDX)
               MOVE LOAN-CUSTOMER-ID TO WS-CON-CUSTOMER-ID(WS-CON-IDX)
               MOVE WS-PACKET-SLOT TO WS-CON-PACKET(WS-CON-IDX)
               MOVE LOAN-CURRENT-BALANCE TO WS-CON-BALANCE(WS-CON-IDX)
               MOVE WS-AMOUNT-DUE TO WS-CON-AMOUNT-DUE(WS-CON-IDX)
               MOVE LOAN-NEXT-DUE-DATE TO WS-CON-DUE-DATE(WS-CON-IDX)
               SET WS-PKT-IDX TO WS-PACKET-SLOT
               ADD 1 TO WS-PKT-LOANS(WS-PKT-IDX)
               ADD WS-AMOUNT-DUE TO WS-PKT-TOTAL-DUE(WS-PKT-IDX)
               ADD 1 TO WS-CONSOL-LOANS
               MOVE "Y" TO WS-HELD-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-ONE-PACKET - the consolidated statement: the summary     *
      * page to the packet's addressee, then each held loan re-read    *
      * by key, priced again and written as a detail block.            *
      *----------------------------------------------------------------*
       WRITE-ONE-PACKET.
           MOVE WS-PKT-CUSTOMER-ID(WS-PKT-IDX) TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE WS-CUSTOMER-ID TO WS-CUST-NAME
               MOVE SPACES TO WS-CUST-PHONE
           END-IF
           MOVE "N" TO WS-ESTATE-SWITCH

           PERFORM WRITE-PACKET-SUMMARY
           ADD 1 TO WS-CONSOL-PACKETS
           PERFORM COUNT-DELIVERY

           MOVE "Y" TO WS-PACKET-DETAIL-SWITCH
           PERFORM WRITE-PACKET-LOAN-DETAIL
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONSOL-COUNT
           MOVE "N" TO WS-PACKET-DETAIL-SWITCH.

       WRITE-PACKET-SUMMARY.
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "CONSOLIDATED STATEMENT        Period: "
                       DELIMITED BY SIZE
                   WS-STATEMENT-PERIOD DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           IF WS-PKT-HOUSEHOLD-ID(WS-PKT-IDX) = SPACES
               STRING "Customer: " DELIMITED BY SIZE
                       WS-PKT-CUSTOMER-ID(WS-PKT-IDX) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "Household: " DELIMITED BY SIZE
                       WS-PKT-HOUSEHOLD-ID(WS-PKT-IDX)
                           DELIMITED BY SIZE
                       "  Customer: " DELIMITED BY SIZE
                       WS-PKT-CUSTOMER-ID(WS-PKT-IDX) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-LINE

           PERFORM WRITE-ADDRESSEE-LINES

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "RELATIONSHIP SUMMARY" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Loan        Borrower          Current Balance"
                       DELIMITED BY SIZE
                   "          Amount Due  Due Date" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           PERFORM WRITE-PACKET-SUMMARY-LINE
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONSOL-COUNT

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-PKT-TOTAL-DUE(WS-PKT-IDX) TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Total Amount Due:     " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-PACKET-SUMMARY-LINE.
           IF WS-CON-PACKET(WS-CON-IDX) = WS-PKT-IDX
               MOVE WS-CON-BALANCE(WS-CON-IDX) TO WS-ED-AMOUNT
               MOVE WS-CON-AMOUNT-DUE(WS-CON-IDX) TO WS-ED-DUE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-CON-LOAN-NUMBER(WS-CON-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CON-CUSTOMER-ID(WS-CON-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ED-AMOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ED-DUE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CON-DUE-DATE(WS-CON-IDX) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-PACKET-LOAN-DETAIL.
           IF WS-CON-PACKET(WS-CON-IDX) = WS-PKT-IDX
               MOVE WS-CON-LOAN-NUMBER(WS-CON-IDX) TO LOAN-NUMBER
               READ LOAN-FILE KEY IS LOAN-NUMBER
                   INVALID KEY
                       DISPLAY "STATEMENT-GENERATION: Loan "
                               WS-CON-LOAN-NUMBER(WS-CON-IDX)
                               " not re-read for its packet"
                   NOT INVALID KEY
                       PERFORM LOOK-UP-CUSTOMER
                       PERFORM TOTAL-PERIOD-ACTIVITY
                       PERFORM LOOK-UP-SUSPENSE-BALANCE
                       PERFORM LOOK-UP-CREDIT-LINE
                       PERFORM CHECK-SCRA-CAP
                       PERFORM COMPUTE-AMOUNT-DUE
                       PERFORM WRITE-STATEMENT-BLOCK
               END-READ
           END-IF.


      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of     *
      * the mail; the estate's block for a deceased borrower.          *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-WRITE-TO-ESTATE
               PERFORM WRITE-ESTATE-ADDRESS
           ELSE IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
           END-IF
           END-IF.

       WRITE-ESTATE-ADDRESS.
           MOVE SPACES TO STATEMENT-LINE
           STRING "c/o " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-ESTATE-NAME) DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF WS-CUST-ESTATE-ADDR-1 NOT = SPACES
               MOVE WS-CUST-ESTATE-ADDR-1 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-CUST-ESTATE-ADDR-2 NOT = SPACES
               MOVE WS-CUST-ESTATE-ADDR-2 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-CUST-ESTATE-CITY NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING FUNCTION TRIM(WS-CUST-ESTATE-CITY)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-CUST-ESTATE-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUST-ESTATE-ZIP DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

       END PROGRAM STATEMENT-GENERATION.
