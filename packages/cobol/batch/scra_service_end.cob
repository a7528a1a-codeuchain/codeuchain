      *================================================================*
      * CodeUChain COBOL Batch - SCRA Service End Notices              *
      *                                                                *
      * Flags the borrowers whose active military duty has ended and   *
      * tells them their contract rate is back. Every period on        *
      * MILITARY-SERVICE-MASTER whose end date has passed and that has *
      * not yet been noticed is picked up; LOAN-MASTER is then walked  *
      * once, read-only, and each open loan (ACTIVE, and MATURED loans *
      * still owing) that the SCRA cap was holding -- note rate above  *
      * the cap, booked before the service began -- gets a notice      *
      * naming the end of service, the day the contract rate resumes   *
      * and that rate, written to scra_service_end.rpt with the name   *
      * and address from CUSTOMER-MASTER.                              *
      *                                                                *
      * INTEREST-ACCRUAL and STATEMENT-GENERATION stop capping on      *
      * their own once the end date is behind them; nothing here       *
      * changes a loan. What this run changes is the service record:   *
      * each flagged period is stamped with today's date as its end    *
      * notice, so a rerun sends nothing twice. A period whose end     *
      * date MILITARY-SERVICE-MAINT later changes loses the stamp and  *
      * is flagged again when the new date passes.                     *
      *                                                                *
      * Return codes: 0 clean, 4 no service file on disk or more ended *
      * periods than the table holds (the rest are flagged next run),  *
      * 8 a service record could not be stamped, 16 LOAN-MASTER could  *
      * not be opened (nothing is stamped, so the next run retries).   *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRA-SERVICE-END.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILITARY-FILE ASSIGN TO "military_service.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MILITARY-CUSTOMER-ID
               FILE STATUS IS WS-SERVICE-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "scra_service_end.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MILITARY-FILE.
       01  MILITARY-FILE-RECORD.
           05  MILITARY-CUSTOMER-ID   PIC X(10).
           COPY "military-service-record.cob"
               REPLACING PFX-MS-START-DATE    BY MS-START-DATE
                         PFX-MS-END-DATE      BY MS-END-DATE
                         PFX-MS-VERIFIED-DATE BY MS-VERIFIED-DATE
                         PFX-MS-END-NOTICE-DATE BY MS-END-NOTICE-DATE
                         PFX-MILITARY-SERVICE-RECORD BY
                             MILITARY-MASTER-FIELDS.

       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SERVICE-FILE-STATUS    PIC XX.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-NOTICE-STATUS          PIC XX.
       01  WS-SERVICE-EOF-SWITCH     PIC X(1) VALUE "N".
           88  WS-SERVICE-END-OF-FILE        VALUE "Y".
       01  WS-LOAN-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-LOAN-END-OF-FILE           VALUE "Y".

      * The business date comes from the PROCESSING-DATE control
      * record, the date INTEREST-ACCRUAL stopped capping against.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-RUN-DATE               PIC 9(8).

       01  WS-SCRA-CAP-RATE          PIC S9(3)V9(4) VALUE 6.0000.
       01  WS-RESUME-DATE            PIC 9(8).
       01  WS-ED-RATE                PIC ZZ9.9999.

      * Ended periods not yet noticed, loaded from the service file
      * and matched against the LOAN-MASTER walk.
       01  WS-ENDED-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-ENDED-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ENDED-TABLE.
           05  WS-ENDED-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-END-IDX.
               10  WS-END-CUSTOMER-ID   PIC X(10).
               10  WS-END-START-DATE    PIC 9(8).
               10  WS-END-END-DATE      PIC 9(8).
               10  WS-END-NOTICES       PIC 9(5).
       01  WS-HIT-IDX                PIC S9(4) COMP VALUE 0.
       01  WS-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-FOUND-ENTRY                VALUE "Y".

      * MILITARY-SERVICE-MASTER call, for the end-notice stamp.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-MS-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-MS-OPERATION-DATA
                     PFX-OPERATION      BY WS-MS-OPERATION.
       01  WS-MS-CUSTOMER-ID         PIC X(10).
       COPY "military-service-record.cob"
           REPLACING PFX-MS-START-DATE    BY WS-MS-START-DATE
                     PFX-MS-END-DATE      BY WS-MS-END-DATE
                     PFX-MS-VERIFIED-DATE BY WS-MS-VERIFIED-DATE
                     PFX-MS-END-NOTICE-DATE BY WS-MS-END-NOTICE-DATE
                     PFX-MILITARY-SERVICE-RECORD BY
                         WS-MILITARY-SERVICE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-MS-RESULT
                     PFX-RESULT-SUCCESS BY WS-MS-RESULT-SUCCESS.

      * The borrower's on-file details for the letter head.
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
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.

       01  WS-PERIODS-READ           PIC 9(7) VALUE 0.
       01  WS-PERIODS-ENDED          PIC 9(7) VALUE 0.
       01  WS-PERIODS-NOT-TAKEN      PIC 9(7) VALUE 0.
       01  WS-PERIODS-STAMPED        PIC 9(7) VALUE 0.
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-NOTICES-SENT           PIC 9(7) VALUE 0.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - SCRA Service End Notices"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           MOVE 0 TO RETURN-CODE

           OPEN INPUT MILITARY-FILE
           EVALUATE WS-SERVICE-FILE-STATUS
               WHEN "00"
                   PERFORM READ-NEXT-PERIOD
                   PERFORM LOAD-ONE-PERIOD
                       UNTIL WS-SERVICE-END-OF-FILE
                   CLOSE MILITARY-FILE
               WHEN "35"
                   DISPLAY "SCRA-SERVICE-END: No military_service.dat "
                           "-- no service on file"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "SCRA-SERVICE-END: Unable to open "
                           "military_service.dat, status "
                           WS-SERVICE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF WS-PERIODS-NOT-TAKEN > 0
               DISPLAY "SCRA-SERVICE-END: " WS-PERIODS-NOT-TAKEN
                       " ended period(s) beyond the " WS-ENDED-MAX
                       "-entry table left for the next run"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE < 16 AND WS-ENDED-COUNT > 0
               OPEN INPUT LOAN-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   OPEN OUTPUT NOTICE-FILE
                   PERFORM READ-NEXT-LOAN
                   PERFORM NOTICE-FOR-ONE-LOAN
                       UNTIL WS-LOAN-END-OF-FILE
                   CLOSE NOTICE-FILE
                   CLOSE LOAN-FILE
                   PERFORM STAMP-ONE-PERIOD
                       VARYING WS-END-IDX FROM 1 BY 1
                       UNTIL WS-END-IDX > WS-ENDED-COUNT
               ELSE
                   DISPLAY "SCRA-SERVICE-END: Unable to open "
                           "loan_master.dat, status "
                           WS-LOAN-FILE-STATUS
                           " -- nothing stamped"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Service periods read: " WS-PERIODS-READ
               " Ended and flagged: " WS-PERIODS-ENDED
           DISPLAY "Loans read: " WS-LOANS-READ
               " Rate-resumption notices: " WS-NOTICES-SENT
           DISPLAY "Periods stamped: " WS-PERIODS-STAMPED
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * LOAD-ONE-PERIOD - a period whose end date is behind today and  *
      * carries no end-notice stamp has ended unnoticed; open-ended    *
      * and still-running periods are left alone.                      *
      *----------------------------------------------------------------*
       LOAD-ONE-PERIOD.
           ADD 1 TO WS-PERIODS-READ
           IF MS-END-DATE > 0
                   AND MS-END-DATE < WS-RUN-DATE
                   AND MS-END-NOTICE-DATE = 0
               IF WS-ENDED-COUNT < WS-ENDED-MAX
                   ADD 1 TO WS-ENDED-COUNT
                   SET WS-END-IDX TO WS-ENDED-COUNT
                   MOVE MILITARY-CUSTOMER-ID
                       TO WS-END-CUSTOMER-ID(WS-END-IDX)
                   MOVE MS-START-DATE TO WS-END-START-DATE(WS-END-IDX)
                   MOVE MS-END-DATE TO WS-END-END-DATE(WS-END-IDX)
                   MOVE 0 TO WS-END-NOTICES(WS-END-IDX)
                   ADD 1 TO WS-PERIODS-ENDED
               ELSE
                   ADD 1 TO WS-PERIODS-NOT-TAKEN
               END-IF
           END-IF
           PERFORM READ-NEXT-PERIOD.

       READ-NEXT-PERIOD.
           READ MILITARY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SERVICE-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * NOTICE-FOR-ONE-LOAN - an open loan of a flagged borrower that  *
      * the cap was holding down gets its rate-resumption notice; a    *
      * loan at or under the cap, or booked after service began, never *
      * changed rate and gets nothing.                                 *
      *----------------------------------------------------------------*
       NOTICE-FOR-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF (LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED")
                   AND LOAN-CUSTOMER-ID NOT = SPACES
                   AND LOAN-INTEREST-RATE > WS-SCRA-CAP-RATE
               PERFORM FIND-ENDED-ENTRY
               IF WS-FOUND-ENTRY
                   IF LOAN-BOOKED-DATE IS NOT NUMERIC
                       PERFORM SEND-RESUMPTION-NOTICE
                   ELSE
                       IF LOAN-BOOKED-DATE = 0
                               OR LOAN-BOOKED-DATE
                                   < WS-END-START-DATE(WS-HIT-IDX)
                           PERFORM SEND-RESUMPTION-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       FIND-ENDED-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM TEST-ONE-ENDED-ENTRY
               VARYING WS-END-IDX FROM 1 BY 1
               UNTIL WS-END-IDX > WS-ENDED-COUNT
                  OR WS-FOUND-ENTRY.

       TEST-ONE-ENDED-ENTRY.
           IF WS-END-CUSTOMER-ID(WS-END-IDX) = LOAN-CUSTOMER-ID
               MOVE "Y" TO WS-FOUND-SWITCH
               SET WS-HIT-IDX TO WS-END-IDX
           END-IF.

       SEND-RESUMPTION-NOTICE.
           COMPUTE WS-RESUME-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-END-END-DATE(WS-HIT-IDX))
                   + 1)
           PERFORM LOOK-UP-CUSTOMER
           PERFORM WRITE-NOTICE-BLOCK
           ADD 1 TO WS-NOTICES-SENT
           ADD 1 TO WS-END-NOTICES(WS-HIT-IDX).

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * LOOK-UP-CUSTOMER - name for the letter head; a loan whose      *
      * customer id is missing from the master still gets its notice,  *
      * with the id standing in for the name.                          *
      *----------------------------------------------------------------*
       LOOK-UP-CUSTOMER.
           MOVE LOAN-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID, WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               MOVE LOAN-CUSTOMER-ID TO WS-CUST-NAME
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-NOTICE-BLOCK - one fixed-layout letter per loan, framed  *
      * the way BALLOON-NOTICES frames its letters.                    *
      *----------------------------------------------------------------*
       WRITE-NOTICE-BLOCK.
           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE "NOTICE OF RATE CHANGE - MILITARY SERVICE ENDED"
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   Loan: " DELIMITED BY SIZE
                   LOAN-NUMBER DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "To: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           PERFORM WRITE-MAILING-ADDRESS

           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "Our records show your period of active military "
                       DELIMITED BY SIZE
                   "duty ended on " DELIMITED BY SIZE
                   WS-END-END-DATE(WS-HIT-IDX) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE WS-SCRA-CAP-RATE TO WS-ED-RATE
           MOVE SPACES TO NOTICE-LINE
           STRING "While you served, interest on this loan was "
                       DELIMITED BY SIZE
                   "limited to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RATE) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE "under the Servicemembers Civil Relief Act, and"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "interest above that rate was forgiven."
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE LOAN-INTEREST-RATE TO WS-ED-RATE
           MOVE SPACES TO NOTICE-LINE
           STRING "Beginning " DELIMITED BY SIZE
                   WS-RESUME-DATE DELIMITED BY SIZE
                   " interest accrues at your contract rate of "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RATE) DELIMITED BY SIZE
                   "%." DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO NOTICE-LINE
           STRING "Principal balance today: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           MOVE "If you have been called back to active duty, please"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "send us a copy of your orders so the limit can apply."
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

      *----------------------------------------------------------------*
      * STAMP-ONE-PERIOD - today's date as the period's end notice,    *
      * re-read first so a change MILITARY-SERVICE-MAINT made during   *
      * the run (a new end date) is not overwritten with a stale one.  *
      *----------------------------------------------------------------*
       STAMP-ONE-PERIOD.
           MOVE WS-END-CUSTOMER-ID(WS-END-IDX) TO WS-MS-CUSTOMER-ID
           MOVE SPACES TO WS-MILITARY-SERVICE-RECORD
           MOVE 3 TO WS-MS-OPERATION-LEN
           MOVE "GET" TO WS-MS-OPERATION-DATA
           CALL "MILITARY-SERVICE-MASTER" USING
               WS-MS-OPERATION, WS-MS-CUSTOMER-ID,
               WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT
           IF WS-MS-RESULT-SUCCESS
                   AND WS-MS-END-DATE = WS-END-END-DATE(WS-END-IDX)
               MOVE WS-RUN-DATE TO WS-MS-END-NOTICE-DATE
               MOVE 6 TO WS-MS-OPERATION-LEN
               MOVE "INSERT" TO WS-MS-OPERATION-DATA
               CALL "MILITARY-SERVICE-MASTER" USING
                   WS-MS-OPERATION, WS-MS-CUSTOMER-ID,
                   WS-MILITARY-SERVICE-RECORD, WS-MS-RESULT
           END-IF
           IF WS-MS-RESULT-SUCCESS
               ADD 1 TO WS-PERIODS-STAMPED
               DISPLAY "SCRA-SERVICE-END: " WS-MS-CUSTOMER-ID
                       " service ended " WS-END-END-DATE(WS-END-IDX)
                       ", notices " WS-END-NOTICES(WS-END-IDX)
           ELSE
               DISPLAY "SCRA-SERVICE-END: Stamp failed for "
                       WS-MS-CUSTOMER-ID " (" WS-MS-RESULT ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of      *
      * the mail.                                                      *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               IF WS-CUST-ADDR-LINE-1 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-1 TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               IF WS-CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE WS-CUST-ADDR-LINE-2 TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               IF WS-CUST-CITY NOT = SPACES
                   MOVE SPACES TO NOTICE-LINE
                   STRING FUNCTION TRIM(WS-CUST-CITY)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           WS-CUST-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CUST-ZIP DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
                   WRITE NOTICE-LINE
               END-IF
           END-IF.

       END PROGRAM SCRA-SERVICE-END.
