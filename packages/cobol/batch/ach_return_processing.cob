      * draft bounced is worked by a human instead of silently         *
      * unpaid.                                                        *
      *                                                                *
      * A return that says the account can no longer be drafted at     *
      * all -- closed, no account, invalid number, authorization       *
      * revoked, payment stopped, unauthorized, owner deceased, frozen *
      * or not a transaction account -- also cancels the borrower's    *
      * autopay enrollment: after the responses are worked, the loan's *
      * active row on autopay_enrollment.dat is stamped cancelled with *
      * the run date (the file is rewritten through a .new copy the    *
      * way LOG-PURGE rewrites its log), so the next draft run leaves  *
      * it alone and RATE-DISCOUNT-REMOVAL takes back any autopay rate *
      * discount at the loan's next due date. Each cancellation is     *
      * listed on the exception report beside the return.              *
      *                                                                *
      *     ach_return_processing [response-file] [payment-file]       *
      *                                                                *
      * Defaults: ach_response.dat in, payment_file.dat out (append).  *
               ASSIGN TO "ach_exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "autopay_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT NEW-ENROLLMENT-FILE
               ASSIGN TO "autopay_enrollment.dat.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-ENROLLMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RSP-AMOUNT            PIC 9(9)V99.
           05  RSP-STATUS-CODE       PIC X(2).
               88  RSP-SETTLED               VALUE "00".
      * The NACHA return reasons (R02, R03, R04, R07, R08, R10, R14,
      * R15, R16, R20) that close the account to any further draft.
               88  RSP-ACCOUNT-RETURN        VALUES "02" "03" "04"
                                                    "07" "08" "10"
                                                    "14" "15" "16"
                                                    "20".
           05  RSP-REASON            PIC X(30).

       FD  PAYMENT-FILE.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE     PIC X(132).

       FD  ENROLLMENT-FILE.
       COPY "enrollment-record.cob"
           REPLACING PFX-ENR-LOAN-NUMBER   BY ENR-LOAN-NUMBER
                     PFX-ENR-STATUS        BY ENR-STATUS
                     PFX-ENR-CANCELLED     BY ENR-CANCELLED
                     PFX-ENR-CANCEL-DATE   BY ENR-CANCEL-DATE
                     PFX-ENROLLMENT-RECORD BY ENROLLMENT-RECORD.

       FD  NEW-ENROLLMENT-FILE.
       01  NEW-ENROLLMENT-RECORD     PIC X(47).

       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-FILE-NAME     PIC X(100)
                                    VALUE "ach_response.dat".
       01  WS-RESPONSE-STATUS        PIC XX.
       01  WS-PAYMENT-STATUS         PIC XX.
       01  WS-EXCEPTION-FILE-STATUS  PIC XX.
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-NEW-ENROLLMENT-STATUS  PIC XX.
       01  WS-ENROLLMENT-EOF-SWITCH  PIC X(1) VALUE "N".
           88  WS-ENROLLMENT-AT-EOF          VALUE "Y".
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-SETTLED-COUNT          PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(7) VALUE 0.
       01  WS-SETTLED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-UNENROLLED-COUNT       PIC 9(7) VALUE 0.

       01  WS-RUN-DATE               PIC 9(8).

      * Loans whose return closed the account to drafting, gathered
      * during the response pass and cancelled on the enrollment file
      * in one rewrite once the pass is done.
       01  WS-CANCEL-TABLE.
           05  WS-CANCEL-LOAN-NUMBER PIC X(10) OCCURS 500 TIMES.
       01  WS-CANCEL-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-CANCEL-IDX             PIC S9(4) COMP.
       01  WS-CANCEL-KEY             PIC X(10).
       01  WS-CANCEL-MATCH-SWITCH    PIC X(1).
           88  WS-CANCEL-MATCHED             VALUE "Y".

       01  WS-OLD-ENROLLMENT-NAME    PIC X(30)
               VALUE "autopay_enrollment.dat".
       01  WS-NEW-ENROLLMENT-NAME    PIC X(30)
               VALUE "autopay_enrollment.dat.new".

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
           DISPLAY "CodeUChain COBOL - ACH Return Processing"
           DISPLAY "=========================================="

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-COMMAND-LINE-PARAMETERS
           DISPLAY "Response file: "
                   FUNCTION TRIM(WS-RESPONSE-FILE-NAME)
               PERFORM PROCESS-ONE-RESPONSE
                   UNTIL WS-END-OF-FILE

               IF WS-CANCEL-COUNT > 0
                   PERFORM CANCEL-RETURNED-ENROLLMENTS
               END-IF

               CLOSE EXCEPTION-REPORT-FILE
               CLOSE PAYMENT-FILE
               CLOSE RESPONSE-FILE
           DISPLAY "Settled: " WS-SETTLED-COUNT
               " Rejects: " WS-REJECT-COUNT
           DISPLAY "Settled total: " WS-ED-AMOUNT
           DISPLAY "Enrollments cancelled: " WS-UNENROLLED-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-EXCEPTION
               IF RSP-ACCOUNT-RETURN
                   PERFORM NOTE-ENROLLMENT-TO-CANCEL
               END-IF
           END-IF
           PERFORM READ-NEXT-RESPONSE.

      *----------------------------------------------------------------*
      * NOTE-ENROLLMENT-TO-CANCEL - remembers the loan once however    *
      * many of its items came back; a table already full leaves the   *
      * rest on the exception report for servicing to cancel by hand.  *
      *----------------------------------------------------------------*
       NOTE-ENROLLMENT-TO-CANCEL.
           MOVE RSP-LOAN-NUMBER TO WS-CANCEL-KEY
           PERFORM FIND-LOAN-TO-CANCEL
           IF NOT WS-CANCEL-MATCHED
               IF WS-CANCEL-COUNT < 500
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE RSP-LOAN-NUMBER
                       TO WS-CANCEL-LOAN-NUMBER(WS-CANCEL-COUNT)
               ELSE
                   DISPLAY "ACH-RETURN-PROCESSING: Cancel table full "
                           "-- cancel enrollment for "
                           RSP-LOAN-NUMBER " by hand"
               END-IF
           END-IF.

       FIND-LOAN-TO-CANCEL.
           MOVE "N" TO WS-CANCEL-MATCH-SWITCH
           PERFORM CHECK-ONE-LOAN-TO-CANCEL
               VARYING WS-CANCEL-IDX FROM 1 BY 1
               UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT
                  OR WS-CANCEL-MATCHED.

       CHECK-ONE-LOAN-TO-CANCEL.
           IF WS-CANCEL-LOAN-NUMBER(WS-CANCEL-IDX) = WS-CANCEL-KEY
               MOVE "Y" TO WS-CANCEL-MATCH-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * CANCEL-RETURNED-ENROLLMENTS - copies autopay_enrollment.dat    *
      * to the .new file row for row, stamping each still-active row   *
      * of a returned loan cancelled as of the run date, then swaps    *
      * the new file in. No enrollment file means nothing to cancel.   *
      *----------------------------------------------------------------*
       CANCEL-RETURNED-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "ACH-RETURN-PROCESSING: Unable to open "
                       "autopay_enrollment.dat, status "
                       WS-ENROLLMENT-STATUS " -- no enrollments "
                       "cancelled"
           ELSE
               OPEN OUTPUT NEW-ENROLLMENT-FILE
               MOVE "N" TO WS-ENROLLMENT-EOF-SWITCH
               PERFORM READ-NEXT-ENROLLMENT
               PERFORM COPY-ONE-ENROLLMENT
                   UNTIL WS-ENROLLMENT-AT-EOF
               CLOSE ENROLLMENT-FILE
               CLOSE NEW-ENROLLMENT-FILE

               CALL "CBL_DELETE_FILE" USING WS-OLD-ENROLLMENT-NAME
               CALL "CBL_RENAME_FILE" USING
                   WS-NEW-ENROLLMENT-NAME, WS-OLD-ENROLLMENT-NAME
           END-IF.

       COPY-ONE-ENROLLMENT.
           IF NOT ENR-CANCELLED
               MOVE ENR-LOAN-NUMBER TO WS-CANCEL-KEY
               PERFORM FIND-LOAN-TO-CANCEL
               IF WS-CANCEL-MATCHED
                   MOVE "C" TO ENR-STATUS
                   MOVE WS-RUN-DATE TO ENR-CANCEL-DATE
                   ADD 1 TO WS-UNENROLLED-COUNT
                   PERFORM WRITE-CANCEL-EXCEPTION
               END-IF
           END-IF
           WRITE NEW-ENROLLMENT-RECORD FROM ENROLLMENT-RECORD
           PERFORM READ-NEXT-ENROLLMENT.

       WRITE-CANCEL-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "AUTOPAY CANCELLED: " DELIMITED BY SIZE
                   ENR-LOAN-NUMBER DELIMITED BY SIZE
                   "  Effective: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  Account returned as no longer draftable"
                       DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE "Y" TO WS-ENROLLMENT-EOF-SWITCH
           END-READ.

       WRITE-REJECT-EXCEPTION.
           MOVE RSP-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
