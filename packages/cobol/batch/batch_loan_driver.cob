           SELECT DEAD-LETTER-FILE ASSIGN TO "dead_letter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-STATUS.
           SELECT OFFICER-APPLICATION-FILE
               ASSIGN TO "officer_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFAPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * driver verifies against what it actually read before any
      * record is handed to the chain. A file whose first record is
      * not an "H" with a numeric date processes as the bare format,
      * so every existing input file keeps working unchanged. The
      * applicant's phone, mailing address and zip follow the
      * capacity fields on both formats, then the code of the loan
      * officer who took the application and, for an indirect
      * contract, the dealer it was bought from; a file cut before
      * they existed reads them as spaces and the context simply goes
      * without the contact, officer and dealer labels. Last is the
      * officer's reason code for a rate priced under the rate sheet,
      * carried as "Pricing Reason:" for PRICING-EXCEPTION.
       FD  LOAN-APPLICATION-FILE.
       01  LOAN-APPLICATION-RECORD.
           05  LAR-APPLICANT-NAME    PIC X(30).
           05  LAR-PRODUCT-CODE      PIC X(4).
           05  LAR-MONTHLY-INCOME    PIC 9(7)V99.
           05  LAR-MONTHLY-DEBTS     PIC 9(7)V99.
           05  LAR-PHONE             PIC X(15).
           05  LAR-ADDRESS           PIC X(30).
           05  LAR-ZIP               PIC X(10).
           05  LAR-OFFICER-CODE      PIC X(10).
           05  LAR-DEALER-CODE       PIC X(10).
           05  LAR-PRICING-REASON    PIC X(6).
       01  BATCHED-INPUT-RECORD.
           05  BIR-RECORD-TYPE       PIC X(1).
           05  BIR-DETAIL.
               10  BIR-PRODUCT-CODE      PIC X(4).
               10  BIR-MONTHLY-INCOME    PIC 9(7)V99.
               10  BIR-MONTHLY-DEBTS     PIC 9(7)V99.
               10  BIR-PHONE             PIC X(15).
               10  BIR-ADDRESS           PIC X(30).
               10  BIR-ZIP               PIC X(10).
               10  BIR-OFFICER-CODE      PIC X(10).
               10  BIR-DEALER-CODE       PIC X(10).
               10  BIR-PRICING-REASON    PIC X(6).
       01  HEADER-INPUT-RECORD.
           05  HIR-RECORD-TYPE       PIC X(1).
           05  HIR-FILE-DATE         PIC 9(8).
           05  RJ-CO-APPLICANT-NAME  PIC X(30).
           05  RJ-BRANCH-CODE        PIC X(3).
           05  RJ-PRODUCT-CODE       PIC X(4).
           05  RJ-OFFICER-CODE       PIC X(10).
           05  RJ-DEALER-CODE        PIC X(10).
           05  RJ-PHONE              PIC X(15).
           05  RJ-ADDRESS            PIC X(30).
           05  RJ-ZIP                PIC X(10).
           05  RJ-PRICING-REASON     PIC X(6).

       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE     PIC X(132).
           05  RH-MISMATCH-COUNT     PIC 9(7).
           05  RH-TOTAL-VALUE        PIC 9(15)V99.
           05  RH-RETURN-CODE        PIC 9(2).
           05  RH-RESTART-FLAG       PIC X(1).

      * A failed application's full context, failing link, result
      * code, and run-id -- a queue DEAD-LETTER-DRIVER works and
           05  DL-RESULT-CODE        PIC X(10).
           05  DL-CONTEXT            PIC X(10000).

      * Every application taken, edit rejects included, under the
      * loan officer who took it: the "applications taken" count of
      * OFFICER-PRODUCTION, which follows each reference through
      * app_status.dat to see how it was decided.
       FD  OFFICER-APPLICATION-FILE.
       01  OFFICER-APPLICATION-RECORD.
           05  OA-TAKEN-DATE         PIC 9(8).
           05  OA-REFERENCE          PIC X(20).
           05  OA-OFFICER-CODE       PIC X(10).
           05  OA-BRANCH-CODE        PIC X(3).
           05  OA-PRODUCT-CODE       PIC X(4).
           05  OA-LOAN-AMOUNT        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS            PIC XX.
       01  WS-DEADLTR-STATUS            PIC XX.
       01  WS-OFFAPP-STATUS             PIC XX.

      * Command-line overrides for the input application file and the
      * output summary report: positional argument 1 and 2, each
       01  WS-VERIFY-HASH-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-RECORD-COUNT      PIC 9(7).
       01  WS-TRAILER-HASH-TOTAL        PIC 9(13)V99.
       01  WS-DETAIL-SAVE               PIC X(184).

      * The product's terms of business, resolved per record from
      * LOAN-PRODUCT: its amount band and term ceiling replace the
      * link position. Rerunning with that run-id as positional
      * argument 3 skips straight to the first unprocessed record
      * and resumes the counts and totals, instead of re-inserting
      * and re-driving the first several hundred applications. A run
      * that reached end of input leaves the checkpoint behind marked
      * "Input: EXHAUSTED" once its control totals are folded in, so
      * RUN-CONTROL can tell the step is done and a rerun under the
      * same run-id books nothing twice.
       01  WS-RESTART-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-RESUMED-SWITCH            PIC X(1) VALUE "N".
           88  WS-RUN-RESUMED                   VALUE "Y".
       01  WS-EXHAUSTED-SWITCH          PIC X(1) VALUE "N".
           88  WS-INPUT-ALREADY-EXHAUSTED       VALUE "Y".
       01  WS-RST-EXHAUSTED-TAG         PIC X(16)
                                        VALUE "Input: EXHAUSTED".
       01  WS-RST-TTL-DAYS              PIC 9(2) VALUE 7.
       01  WS-RESTART-SKIP-COUNT        PIC 9(7) VALUE 0.
       01  WS-INPUT-POSITION            PIC 9(7) VALUE 0.
       01  WS-RESTART-KEY               PIC X(50).
                     PFX-ST-LINK-NAME      BY WS-ST-LINK-NAME
                     PFX-ST-RESULT         BY WS-ST-RESULT
                     PFX-APP-STATUS-RECORD BY WS-APP-STATUS-RECORD.
       01  WS-ST-CHAIN-VERSION          PIC X(4).
       01  WS-ST-CALL-RESULT            PIC X(10).
       01  WS-JOB-LOG-RESULT            PIC X(10).
       COPY "middleware-name.cob"
           IF WS-RESTART-RUN-ID NOT = SPACES
               PERFORM LOAD-RESTART-CHECKPOINT
           END-IF
           IF WS-INPUT-ALREADY-EXHAUSTED
               DISPLAY "BATCH-LOAN-DRIVER: Run " WS-RUN-ID
                       " already reached end of input; nothing "
                       "to redo"
               PERFORM WRITE-JOB-TRAILER
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-RESTART-KEY
           PERFORM OPEN-CONTEXT-SESSION


           PERFORM CLOSE-CONTEXT-SESSION
           PERFORM CONTEXT-RECONCILIATION

           CLOSE REJECT-FILE
           CLOSE RECONCILE-REPORT-FILE

           PERFORM UPDATE-CONTROL-TOTALS
           IF WS-APPLICATION-FILE-STATUS = "00"
                   AND NOT WS-FILE-REFUSED
               PERFORM MARK-INPUT-EXHAUSTED
           END-IF
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM WRITE-JOB-TRAILER
           PERFORM SET-RUN-RETURN-CODE
      *----------------------------------------------------------------*
      * WRITE-RUN-HISTORY-RECORD - the run's figures appended to the   *
      * permanent run_history.dat, the same append-or-create shape    *
      * GL-FEED-EXPORT uses on gl_feed.dat. A run that resumed from    *
      * its restart checkpoint is flagged "R", so the history shows    *
      * one run with a restart in it rather than a second run.         *
      *----------------------------------------------------------------*
       WRITE-RUN-HISTORY-RECORD.
           OPEN EXTEND RUN-HISTORY-FILE
               MOVE WS-MISMATCH-COUNT TO RH-MISMATCH-COUNT
               MOVE WS-TOTAL-RESULT TO RH-TOTAL-VALUE
               MOVE RETURN-CODE TO RH-RETURN-CODE
               MOVE SPACE TO RH-RESTART-FLAG
               IF WS-RUN-RESUMED
                   MOVE "R" TO RH-RESTART-FLAG
               END-IF
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
      * LOAD-RESTART-CHECKPOINT - restores the input position and the  *
      * running counts a prior run with this run-id checkpointed; no   *
      * checkpoint on file just means nothing was completed and the    *
      * run starts from the top. A checkpoint marked exhausted means   *
      * the prior run finished and folded its totals: nothing is left  *
      * to do.                                                         *
      *----------------------------------------------------------------*
       LOAD-RESTART-CHECKPOINT.
           PERFORM BUILD-RESTART-KEY
               WS-RST-RESULT

           IF WS-RST-RESULT-SUCCESS
                   AND WS-RST-CONTEXT-VALUE(1:16) = WS-RST-EXHAUSTED-TAG
               MOVE "Y" TO WS-EXHAUSTED-SWITCH
           ELSE IF WS-RST-RESULT-SUCCESS
               PERFORM PARSE-RESTART-FIELDS
               MOVE WS-RECORD-COUNT TO WS-RESTART-SKIP-COUNT
               MOVE "Y" TO WS-RESUMED-SWITCH
               DISPLAY "BATCH-LOAN-DRIVER: Restarting after record "
                       WS-RESTART-SKIP-COUNT " of run " WS-RUN-ID
           ELSE
           END-IF.

      *----------------------------------------------------------------*
      * MARK-INPUT-EXHAUSTED - a run that reached end of input and     *
      * folded its control totals needs no restart: the checkpoint is  *
      * rewritten with the exhausted tag ahead of the final counts,    *
      * under a week's TTL so CONTEXT-EXPIRY-SWEEP reclaims it once    *
      * no restart of the night can still come. Best-effort, same as   *
      * SAVE.                                                          *
      *----------------------------------------------------------------*
       MARK-INPUT-EXHAUSTED.
           MOVE WS-TOTAL-RESULT TO WS-RST-TOTAL-DISPLAY
           MOVE SPACES TO WS-RST-CONTEXT-VALUE
           STRING WS-RST-EXHAUSTED-TAG DELIMITED BY SIZE
                   " Record: " DELIMITED BY SIZE
                   WS-RECORD-COUNT DELIMITED BY SIZE
                   " Success: " DELIMITED BY SIZE
                   WS-SUCCESS-COUNT DELIMITED BY SIZE
                   " Failed: " DELIMITED BY SIZE
                   WS-FAILURE-COUNT DELIMITED BY SIZE
                   " Rejected: " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   " Total: " DELIMITED BY SIZE
                   WS-RST-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-RST-CONTEXT-VALUE
           END-STRING

           MOVE SPACES TO WS-RST-OP-KEY
           STRING "INSERT-TTL " DELIMITED BY SIZE
                   WS-RESTART-KEY DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   WS-RST-TTL-DAYS DELIMITED BY SIZE
                   INTO WS-RST-OP-KEY
           END-STRING
           CALL "CONTEXT" USING WS-RST-OP-KEY, WS-RST-CONTEXT-VALUE,
               WS-RST-RESULT
           IF NOT WS-RST-RESULT-SUCCESS
               DISPLAY "BATCH-LOAN-DRIVER: End-of-input checkpoint "
                       "not saved (" WS-RST-RESULT ")"
           END-IF.

       PROCESS-CURRENT-APPLICATION.
           ADD 1 TO WS-RECORD-COUNT
           END-IF
           PERFORM COUNT-RECORD-FOR-BRANCH
           PERFORM BUILD-APPLICATION-REFERENCE
           PERFORM WRITE-OFFICER-APPLICATION
           PERFORM WRITE-RATE-LOCK-RECORD
           PERFORM RESOLVE-PRODUCT-TERMS
           PERFORM VALIDATE-APPLICATION-RECORD
               INTO WS-APPLICATION-REFERENCE
           END-STRING.

      *----------------------------------------------------------------*
      * WRITE-OFFICER-APPLICATION - the application counted as taken   *
      * by its loan officer (spaces when none was named) under the     *
      * reference just assigned; best-effort the way checkpoint saves  *
      * are, since a missed row only understates production.           *
      *----------------------------------------------------------------*
       WRITE-OFFICER-APPLICATION.
           OPEN EXTEND OFFICER-APPLICATION-FILE
           IF WS-OFFAPP-STATUS = "35"
               OPEN OUTPUT OFFICER-APPLICATION-FILE
               CLOSE OFFICER-APPLICATION-FILE
               OPEN EXTEND OFFICER-APPLICATION-FILE
           END-IF

           IF WS-OFFAPP-STATUS = "00" OR WS-OFFAPP-STATUS = "05"
               MOVE SPACES TO OFFICER-APPLICATION-RECORD
               MOVE WS-RUN-ID(1:8) TO OA-TAKEN-DATE
               MOVE WS-APPLICATION-REFERENCE TO OA-REFERENCE
               MOVE LAR-OFFICER-CODE TO OA-OFFICER-CODE
               MOVE WS-CURRENT-BRANCH TO OA-BRANCH-CODE
               MOVE LAR-PRODUCT-CODE TO OA-PRODUCT-CODE
               IF LAR-LOAN-AMOUNT IS NUMERIC
                   MOVE LAR-LOAN-AMOUNT TO OA-LOAN-AMOUNT
               ELSE
                   MOVE 0 TO OA-LOAN-AMOUNT
               END-IF
               WRITE OFFICER-APPLICATION-RECORD
               CLOSE OFFICER-APPLICATION-FILE
           ELSE
               DISPLAY "BATCH-LOAN-DRIVER: Unable to record officer "
                       "application, status " WS-OFFAPP-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-RATE-LOCK-RECORD - the entered rate locked to the        *
      * reference just assigned, good for a run of business days;      *
       STAMP-APPLICATION-STATUS.
           MOVE "BATCH-LOAN-DRIVER" TO WS-ST-LINK-NAME
           MOVE SPACES TO WS-ST-RESULT
           MOVE SPACES TO WS-ST-CHAIN-VERSION
           MOVE 6 TO WS-ST-OPERATION-LEN
           MOVE "APPEND" TO WS-ST-OPERATION-DATA
           CALL "APP-STATUS" USING
               WS-ST-OPERATION,
               WS-APPLICATION-REFERENCE,
               WS-APP-STATUS-RECORD,
               WS-ST-CHAIN-VERSION,
               WS-ST-CALL-RESULT
           IF WS-ST-CALL-RESULT NOT = "SUCCESS"
               DISPLAY "BATCH-LOAN-DRIVER: Status stamp skipped ("
           MOVE LAR-CO-APPLICANT-NAME TO RJ-CO-APPLICANT-NAME
           MOVE LAR-BRANCH-CODE TO RJ-BRANCH-CODE
           MOVE LAR-PRODUCT-CODE TO RJ-PRODUCT-CODE
           MOVE LAR-OFFICER-CODE TO RJ-OFFICER-CODE
           MOVE LAR-DEALER-CODE TO RJ-DEALER-CODE
           MOVE LAR-PHONE TO RJ-PHONE
           MOVE LAR-ADDRESS TO RJ-ADDRESS
           MOVE LAR-ZIP TO RJ-ZIP
           MOVE LAR-PRICING-REASON TO RJ-PRICING-REASON
           WRITE REJECT-RECORD.

      *----------------------------------------------------------------*
               END-STRING
           END-IF

      * The contact labels ride as one comma-separated block, each
      * value ended by its comma, so FRAUD-VELOCITY-CHECK can read an
      * address with spaces in it and PII-MASK can mask it.
           IF LAR-PHONE NOT = SPACES
                   OR LAR-ADDRESS NOT = SPACES
               MOVE WS-CONTEXT-DATA TO WS-PARSE-JUNK
               MOVE SPACES TO WS-CONTEXT-DATA
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       ", Phone: " DELIMITED BY SIZE
                       FUNCTION TRIM(LAR-PHONE) DELIMITED BY SIZE
                       ", Address: " DELIMITED BY SIZE
                       FUNCTION TRIM(LAR-ADDRESS) DELIMITED BY SIZE
                       ", Zip: " DELIMITED BY SIZE
                       FUNCTION TRIM(LAR-ZIP) DELIMITED BY SIZE
                   INTO WS-CONTEXT-DATA
               END-STRING
           END-IF

           IF LAR-OFFICER-CODE NOT = SPACES
               MOVE WS-CONTEXT-DATA TO WS-PARSE-JUNK
               MOVE SPACES TO WS-CONTEXT-DATA
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       " Loan Officer: " DELIMITED BY SIZE
                       LAR-OFFICER-CODE DELIMITED BY SPACE
                   INTO WS-CONTEXT-DATA
               END-STRING
           END-IF

           IF LAR-DEALER-CODE NOT = SPACES
               MOVE WS-CONTEXT-DATA TO WS-PARSE-JUNK
               MOVE SPACES TO WS-CONTEXT-DATA
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       " Dealer: " DELIMITED BY SIZE
                       LAR-DEALER-CODE DELIMITED BY SPACE
                   INTO WS-CONTEXT-DATA
               END-STRING
           END-IF

           IF LAR-PRICING-REASON NOT = SPACES
               MOVE WS-CONTEXT-DATA TO WS-PARSE-JUNK
               MOVE SPACES TO WS-CONTEXT-DATA
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       " Pricing Reason: " DELIMITED BY SIZE
                       LAR-PRICING-REASON DELIMITED BY SPACE
                   INTO WS-CONTEXT-DATA
               END-STRING
           END-IF

           MOVE WS-CONTEXT-DATA TO WS-PARSE-JUNK
           MOVE SPACES TO WS-CONTEXT-DATA
           STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
