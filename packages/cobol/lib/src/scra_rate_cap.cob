      *================================================================*
      * CodeUChain COBOL Implementation - SCRA Rate Cap Module         *
      *                                                                *
      * Answers the rate a loan's interest is priced at on a given     *
      * date. A note rate at or under the 6% cap is its own answer;    *
      * above it, MILITARY-SERVICE-MASTER is read for the borrower,    *
      * and the cap applies when active duty began on or before the    *
      * date, the end date is zero or not yet past it, and the loan    *
      * is pre-service debt -- booked before the start date, or        *
      * booked before loans carried a booked date, which is given the  *
      * benefit. That is the test INTEREST-ACCRUAL, STATEMENT-         *
      * GENERATION and ACH-DRAFT-GENERATION apply when they accrue,    *
      * bill and draft, kept here so posting prices a payment the way  *
      * it was billed. A customer never on the master, or no master    *
      * deployed at all, prices at the note rate.                      *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRA-RATE-CAP.
       AUTHOR. CodeUChain Team.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SCRA-CAP-RATE          PIC S9(3)V9(4) VALUE 6.0000.

      * MILITARY-SERVICE-MASTER call.
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

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       COPY "scra-rate-request.cob"
           REPLACING PFX-SR-CUSTOMER-ID    BY LS-SR-CUSTOMER-ID
                     PFX-SR-BOOKED-DATE    BY LS-SR-BOOKED-DATE
                     PFX-SR-AS-OF-DATE     BY LS-SR-AS-OF-DATE
                     PFX-SR-NOTE-RATE      BY LS-SR-NOTE-RATE
                     PFX-SR-RATE           BY LS-SR-RATE
                     PFX-SR-CAPPED-SWITCH  BY LS-SR-CAPPED-SWITCH
                     PFX-SCRA-RATE-REQUEST BY LS-SCRA-RATE-REQUEST.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-SCRA-RATE-REQUEST,
                                 LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "RATE"
                   PERFORM RATE-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * RATE-OPERATION - the note rate unless the cap is in force on   *
      * the as-of date for this pre-service loan.                      *
      *----------------------------------------------------------------*
       RATE-OPERATION.
           MOVE "N" TO LS-SR-CAPPED-SWITCH
           MOVE LS-SR-NOTE-RATE TO LS-SR-RATE
           IF LS-SR-NOTE-RATE > WS-SCRA-CAP-RATE
                   AND LS-SR-CUSTOMER-ID NOT = SPACES
               MOVE LS-SR-CUSTOMER-ID TO WS-MS-CUSTOMER-ID
               MOVE SPACES TO WS-MILITARY-SERVICE-RECORD
               MOVE 3 TO WS-MS-OPERATION-LEN
               MOVE "GET" TO WS-MS-OPERATION-DATA
               CALL "MILITARY-SERVICE-MASTER" USING
                   WS-MS-OPERATION, WS-MS-CUSTOMER-ID,
                   WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT
               IF WS-MS-RESULT-SUCCESS
                       AND WS-MS-START-DATE <= LS-SR-AS-OF-DATE
                       AND (WS-MS-END-DATE = 0
                            OR WS-MS-END-DATE >= LS-SR-AS-OF-DATE)
                   IF LS-SR-BOOKED-DATE IS NOT NUMERIC
                       MOVE "Y" TO LS-SR-CAPPED-SWITCH
                   ELSE
                       IF LS-SR-BOOKED-DATE = 0
                               OR LS-SR-BOOKED-DATE < WS-MS-START-DATE
                           MOVE "Y" TO LS-SR-CAPPED-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF LS-SR-CAPPED-SWITCH = "Y"
               MOVE WS-SCRA-CAP-RATE TO LS-SR-RATE
           END-IF
           SET LS-RESULT-SUCCESS TO TRUE.

       END PROGRAM SCRA-RATE-CAP.
