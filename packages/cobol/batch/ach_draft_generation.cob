      *                                                                *
      * Builds the outbound bank draft file for enrolled borrowers:    *
      * each autopay enrollment (loan number, routing/account, draft   *
      * day) whose loan is open and due within the coming payment      *
      * period gets one draft item, the amount computed from the       *
      * loan's own rate, balance and payment frequency the same way    *
      * STATEMENT-GENERATION derives its amount due (plus the escrow   *
      * deposit for an escrowed loan, and at the SCRA cap while a      *
      * pre-service loan's borrower is on active duty), so what the    *
      * bank drafts is what posting will apply. The draft lands on the *
      * enrollment's draft day in the due month, rolled forward to a   *
      * business day.                                                  *
      *                                                                *
      * The file released to the bank is the "H"/"D"/"T" batched       *
      * shape GL-CUTOFF releases: a header with the draft date, the    *
      * items, and a trailer carrying the item count and amount total  *
      * the bank balances the transmission against.                    *
      *                                                                *
      * A borrower under a bankruptcy automatic stay (an open case on  *
      * BANKRUPTCY-MASTER) is not drafted even though enrolled: the    *
      * item is held back and counted as stayed on the run's control   *
      * totals and job-log trailer until the case closes.              *
      *                                                                *
      * A loan flagged deceased (CUSTOMER-MAINT recorded the death of  *
      * its borrower or co-borrower) is not drafted either: the        *
      * deceased's account is no authority to debit, and the estate    *
      * arranges payment itself. Those items are counted as deceased.  *
      *                                                                *
      * A cancelled enrollment (status "C", stamped by servicing or by *
      * ACH-RETURN-PROCESSING after a return that closed the account   *
      * to drafting) stays on the file for RATE-DISCOUNT-REMOVAL but   *
      * is never drafted; it is counted as skipped.                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       COPY "enrollment-record.cob"
           REPLACING PFX-ENR-LOAN-NUMBER    BY ENR-LOAN-NUMBER
                     PFX-ENR-ROUTING-NUMBER BY ENR-ROUTING-NUMBER
                     PFX-ENR-ACCOUNT-NUMBER BY ENR-ACCOUNT-NUMBER
                     PFX-ENR-DRAFT-DAY      BY ENR-DRAFT-DAY
                     PFX-ENR-CANCELLED      BY ENR-CANCELLED
                     PFX-ENROLLMENT-RECORD  BY ENROLLMENT-RECORD.

       FD  DRAFT-FILE.
       01  DRAFT-RECORD              PIC X(80).
       01  WS-ENROLLMENTS-READ       PIC 9(7) VALUE 0.
       01  WS-DRAFTS-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(7) VALUE 0.
       01  WS-STAYED-COUNT           PIC 9(7) VALUE 0.
       01  WS-DECEASED-COUNT         PIC 9(7) VALUE 0.
       01  WS-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.

      * LOAN-MASTER call, lookup only.
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PAY-FREQUENCY   BY WS-LOAN-PAY-FREQUENCY
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-DECEASED-FLAG   BY WS-LOAN-DECEASED-FLAG
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-OPERATION-DATA BY WS-LOG-OPERATION-DATA
                     PFX-OPERATION      BY WS-LOG-OPERATION.

      * BANKRUPTCY-MASTER call: a borrower whose bankruptcy case is
      * open is under the automatic stay, and every loan they hold
      * is passed over and counted instead of drafted.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BK-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BK-OPERATION-DATA
                     PFX-OPERATION      BY WS-BK-OPERATION.
       01  WS-BK-CUSTOMER-ID         PIC X(10).
       COPY "bankruptcy-record.cob"
           REPLACING PFX-BK-CHAPTER      BY WS-BK-CHAPTER
                     PFX-BK-CASE-NUMBER  BY WS-BK-CASE-NUMBER
                     PFX-BK-FILING-DATE  BY WS-BK-FILING-DATE
                     PFX-BK-CLOSE-DATE   BY WS-BK-CLOSE-DATE
                     PFX-BK-DISPOSITION  BY WS-BK-DISPOSITION
                     PFX-BANKRUPTCY-RECORD BY WS-BANKRUPTCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-BK-RESULT
                     PFX-RESULT-SUCCESS BY WS-BK-RESULT-SUCCESS.
       01  WS-STAY-SWITCH            PIC X(1) VALUE "N".
           88  WS-STAY-ACTIVE                VALUE "Y".

      * MILITARY-SERVICE-MASTER call: a pre-service loan whose borrower
      * is on active duty is drafted at the SCRA cap, the rate
      * STATEMENT-GENERATION bills it at.
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
       01  WS-DRAFT-RATE             PIC S9(3)V9(4).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "Enrollments read: " WS-ENROLLMENTS-READ
           DISPLAY "Drafts written: " WS-DRAFTS-WRITTEN
               " Skipped: " WS-SKIPPED-COUNT
               " Stayed (bankruptcy): " WS-STAYED-COUNT
               " Deceased: " WS-DECEASED-COUNT
           DISPLAY "Draft total: " WS-ED-TOTAL
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="
           STOP RUN.

      *----------------------------------------------------------------*
      * DRAFT-ONE-ENROLLMENT - cancelled enrollments, and enrollments  *
      * whose loan is closed, unknown, or not due inside the coming    *
      * cycle are skipped, and a loan flagged deceased or a borrower   *
      * under a bankruptcy stay is held back; the rest get one priced  *
      * draft item.                                                    *
      *----------------------------------------------------------------*
       DRAFT-ONE-ENROLLMENT.
           ADD 1 TO WS-ENROLLMENTS-READ
           IF ENR-CANCELLED
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM DRAFT-ACTIVE-ENROLLMENT
           END-IF
           PERFORM READ-NEXT-ENROLLMENT.

       DRAFT-ACTIVE-ENROLLMENT.
           MOVE ENR-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
               COMPUTE WS-DAYS-TO-DUE =
                   WS-DUE-DATE-INTEGER - WS-RUN-DATE-INTEGER
               IF WS-DAYS-TO-DUE <= WS-CYCLE-DAYS
                   PERFORM CHECK-BANKRUPTCY-STAY
                   EVALUATE TRUE
                       WHEN WS-LOAN-DECEASED-FLAG = "Y"
                           ADD 1 TO WS-DECEASED-COUNT
                       WHEN WS-STAY-ACTIVE
                           ADD 1 TO WS-STAYED-COUNT
                       WHEN OTHER
                           PERFORM COMPUTE-DRAFT-AMOUNT
                           PERFORM COMPUTE-DRAFT-DATE
                           PERFORM WRITE-DRAFT-ITEM
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       SET-PERIOD-FACTORS.
           EVALUATE WS-LOAN-PAY-FREQUENCY
           END-EVALUATE.

       COMPUTE-DRAFT-AMOUNT.
           PERFORM SET-DRAFT-RATE
           COMPUTE WS-REMAINING-PERIODS =
               WS-LOAN-TERM-YEARS * WS-PERIODS-PER-YEAR
           IF WS-REMAINING-PERIODS < 1
           END-IF
           COMPUTE WS-AMOUNT-DUE ROUNDED =
               (WS-LOAN-CURRENT-BALANCE *
                   (WS-DRAFT-RATE / 100)
                       / WS-PERIODS-PER-YEAR)
               + (WS-LOAN-CURRENT-BALANCE / WS-REMAINING-PERIODS)

               ADD WS-ESC-MONTHLY-DEPOSIT TO WS-AMOUNT-DUE
           END-IF.

      *----------------------------------------------------------------*
      * SET-DRAFT-RATE - the note rate, or the SCRA cap when the       *
      * borrower's active duty covers today and the loan was booked    *
      * before it began, the test STATEMENT-GENERATION bills by.       *
      *----------------------------------------------------------------*
       SET-DRAFT-RATE.
           MOVE WS-LOAN-INTEREST-RATE TO WS-DRAFT-RATE
           IF WS-LOAN-INTEREST-RATE > WS-SCRA-CAP-RATE
                   AND WS-LOAN-CUSTOMER-ID NOT = SPACES
               MOVE WS-LOAN-CUSTOMER-ID TO WS-MS-CUSTOMER-ID
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
                   IF WS-LOAN-BOOKED-DATE IS NOT NUMERIC
                       MOVE WS-SCRA-CAP-RATE TO WS-DRAFT-RATE
                   ELSE
                       IF WS-LOAN-BOOKED-DATE = 0
                           OR WS-LOAN-BOOKED-DATE < WS-MS-START-DATE
                           MOVE WS-SCRA-CAP-RATE TO WS-DRAFT-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-DRAFT-DATE - the enrolled draft day dropped into the   *
      * due date's year and month (a day of zero falls back to the     *
                   WS-ENROLLMENTS-READ DELIMITED BY SIZE
                   " drafts=" DELIMITED BY SIZE
                   WS-DRAFTS-WRITTEN DELIMITED BY SIZE
                   " stayed=" DELIMITED BY SIZE
                   WS-STAYED-COUNT DELIMITED BY SIZE
                   " deceased=" DELIMITED BY SIZE
                   WS-DECEASED-COUNT DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

      *----------------------------------------------------------------*
      * CHECK-BANKRUPTCY-STAY - the borrower's case on BANKRUPTCY-     *
      * MASTER; the stay holds from the filing date until the case     *
      * closes (discharged or dismissed) -- the same test every        *
      * collection batch applies.                                      *
      *----------------------------------------------------------------*
       CHECK-BANKRUPTCY-STAY.
           MOVE "N" TO WS-STAY-SWITCH
           IF WS-LOAN-CUSTOMER-ID NOT = SPACES
               MOVE WS-LOAN-CUSTOMER-ID TO WS-BK-CUSTOMER-ID
               MOVE SPACES TO WS-BANKRUPTCY-RECORD
               MOVE 3 TO WS-BK-OPERATION-LEN
               MOVE "GET" TO WS-BK-OPERATION-DATA
               CALL "BANKRUPTCY-MASTER" USING
                   WS-BK-OPERATION, WS-BK-CUSTOMER-ID,
                   WS-BANKRUPTCY-RECORD, WS-BK-RESULT
               IF WS-BK-RESULT-SUCCESS
                       AND WS-BK-FILING-DATE <= WS-RUN-DATE
                       AND (WS-BK-DISPOSITION = SPACES
                            OR WS-BK-CLOSE-DATE > WS-RUN-DATE)
                   MOVE "Y" TO WS-STAY-SWITCH
               END-IF
           END-IF.

       READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
