      *================================================================*
      * CodeUChain COBOL Batch - Quarterly Credit Tier Refresh         *
      *                                                                *
      * CUST-CREDIT-TIER is set when a customer is loaded or           *
      * maintained, yet RATE-TABLE and UNDERWRITING-DECISION both      *
      * price and decide on it for as long as the customer borrows.    *
      * Run once a quarter, this sends every existing borrower (the    *
      * customer on any ACTIVE loan, or a MATURED one still owing)     *
      * back through the bureau as a soft inquiry, over the same       *
      * bureau_requests.dat / bureau_responses.dat exchange            *
      * BUREAU-INQUIRY uses, and re-derives each tier from the score:  *
      *                                                                *
      *     740 and up  A      680 - 739  B                            *
      *     620 - 679   C      below 620  D                            *
      *                                                                *
      * A soft pull is written with inquiry type "S" under reference   *
      * TR<quarter>-<customer id> (e.g. TR2026Q4-C000000123), so the   *
      * bureau knows not to count it against the borrower. The first   *
      * run of a quarter sends the requests and takes up whatever      *
      * answers are already on file; each later run that quarter takes *
      * up the answers that have come back since, without asking       *
      * again. A score of zero is the bureau's no-hit: the tier is     *
      * left alone and the borrower listed. The quarter and where it   *
      * stands are kept in credit_tier_refresh.dat; once every         *
      * borrower is answered the quarter is COMPLETE and further runs  *
      * have nothing to do, unless positional argument 1 is FORCE,     *
      * which sends the quarter's requests again.                      *
      *                                                                *
      * A changed tier goes back through CUSTOMER-MASTER's own INSERT, *
      * which captures the before and after images through             *
      * AUDIT-IMAGE. credit_tier_migration.rpt lists every borrower    *
      * whose tier moved, and flags SHARP any that fell two tiers or   *
      * more in the quarter (A to C, B to D, A to D).                  *
      *                                                                *
      * Return codes: 0 clean, 4 sharp deteriorations to review or     *
      * borrowers still awaiting an answer, 8 a borrower that could    *
      * not be read, requested or updated, 16 LOAN-MASTER could not be *
      * opened.                                                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-TIER-REFRESH.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "bureau_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "bureau_responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "credit_tier_refresh.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT MIGRATION-REPORT-FILE
               ASSIGN TO "credit_tier_migration.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  BRQ-REFERENCE         PIC X(20).
           05  BRQ-APPLICANT         PIC X(30).
           05  BRQ-REQUEST-DATE      PIC 9(8).
           05  BRQ-INQUIRY-TYPE      PIC X(1).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  BRS-REFERENCE         PIC X(20).
           05  BRS-SCORE             PIC 9(3).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTR-QUARTER            PIC X(6).
           05  CTR-STATE              PIC X(8).
           05  CTR-RUN-DATE           PIC 9(8).

       FD  MIGRATION-REPORT-FILE.
       01  MIGRATION-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-REQUEST-STATUS         PIC XX.
       01  WS-RESPONSE-STATUS        PIC XX.
       01  WS-CONTROL-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-LOAN-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-LOAN-AT-EOF                VALUE "Y".
       01  WS-RESPONSE-EOF-SWITCH    PIC X(1) VALUE "N".
           88  WS-RESPONSE-AT-EOF            VALUE "Y".
       01  WS-MODE-ARG               PIC X(10) VALUE SPACES.
       01  WS-RUN-SWITCH             PIC X(1) VALUE "N".
           88  WS-REFRESH-NEEDED             VALUE "Y".
       01  WS-SEND-SWITCH            PIC X(1) VALUE "N".
           88  WS-SEND-REQUESTS              VALUE "Y".
       01  WS-MASTER-SWITCH          PIC X(1) VALUE "Y".
           88  WS-MASTER-OPENED              VALUE "Y".
       01  WS-REQUEST-OPEN-SWITCH    PIC X(1) VALUE "N".
           88  WS-REQUEST-FILE-OPEN          VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ENTRY-FOUND                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(4).
           05  WS-RUN-MONTH          PIC 9(2).
           05  WS-RUN-DAY            PIC 9(2).
       01  WS-RUN-QUARTER            PIC X(6).
       01  WS-QUARTER-DIGIT          PIC 9(1).
       01  WS-LAST-QUARTER           PIC X(6) VALUE SPACES.
       01  WS-LAST-STATE             PIC X(8) VALUE SPACES.
       01  WS-LAST-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-NEW-STATE              PIC X(8).

      * TR<quarter>- is the leading part of every reference this run
      * sends or takes up; the customer id follows it.
       01  WS-REFERENCE-PREFIX       PIC X(9).
       01  WS-REFERENCE              PIC X(20).

      * Score bands, best tier first.
       01  WS-TIER-A-FLOOR           PIC 9(3) VALUE 740.
       01  WS-TIER-B-FLOOR           PIC 9(3) VALUE 680.
       01  WS-TIER-C-FLOOR           PIC 9(3) VALUE 620.
       01  WS-SHARP-DROP             PIC S9(4) COMP VALUE 2.

      * Every borrower on an open loan, collected in one sequential
      * pass over LOAN-MASTER, each customer once.
       01  WS-BORROWER-MAX           PIC S9(4) COMP VALUE 5000.
       01  WS-BORROWER-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-BORROWER-TABLE.
           05  WS-BORROWER-ID OCCURS 5000 TIMES
                              INDEXED BY WS-BORROWER-IDX
                                         PIC X(10).
       01  WS-SCAN-IDX               PIC S9(4) COMP.

      * This quarter's answers off bureau_responses.dat, by customer;
      * a later answer for the same customer replaces an earlier one.
       01  WS-ANSWER-MAX             PIC S9(4) COMP VALUE 5000.
       01  WS-ANSWER-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-ANSWER-TABLE.
           05  WS-ANSWER-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ANSWER-IDX.
               10  WS-ANSWER-CUSTOMER PIC X(10).
               10  WS-ANSWER-SCORE    PIC 9(3).
       01  WS-ANSWER-CUSTOMER-ID     PIC X(10).
       01  WS-SCORE                  PIC 9(3).

       01  WS-OLD-TIER               PIC X(1).
       01  WS-NEW-TIER               PIC X(1).
       01  WS-TIER-MOVE              PIC S9(4) COMP.
       01  WS-MOVE-TEXT              PIC X(9).
       01  WS-FLAG-TEXT              PIC X(5).
       01  WS-REPORT-NOTE            PIC X(40).

       01  WS-BORROWERS-REFRESHED    PIC 9(7) VALUE 0.
       01  WS-TIERS-UPGRADED         PIC 9(7) VALUE 0.
       01  WS-TIERS-DOWNGRADED       PIC 9(7) VALUE 0.
       01  WS-TIERS-UNCHANGED        PIC 9(7) VALUE 0.
       01  WS-TIERS-SET              PIC 9(7) VALUE 0.
       01  WS-SHARP-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-HIT-COUNT           PIC 9(7) VALUE 0.
       01  WS-REQUESTS-SENT          PIC 9(7) VALUE 0.
       01  WS-AWAITING-COUNT         PIC 9(7) VALUE 0.
       01  WS-FAILURE-COUNT          PIC 9(7) VALUE 0.

      * PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * CUSTOMER-MASTER call: GET each borrower, INSERT it back with
      * its new tier.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       01  WS-CUSTOMER-ID            PIC X(10).
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-CREDIT-TIER BY WS-CUST-CREDIT-TIER
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS.

      * Job log run-id header/trailer.
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
           DISPLAY "CodeUChain COBOL - Credit Tier Refresh"
           DISPLAY "=========================================="

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           PERFORM SET-RUN-QUARTER
           DISPLAY "Business date: " WS-RUN-DATE
                   "  quarter: " WS-RUN-QUARTER

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM READ-CONTROL-RECORD
           PERFORM DECIDE-WHETHER-TO-RUN

           IF WS-REFRESH-NEEDED
               PERFORM LOAD-BORROWER-IDS
               IF WS-MASTER-OPENED
                   PERFORM LOAD-QUARTER-ANSWERS
                   PERFORM REFRESH-BORROWER-TIERS
               END-IF
           END-IF

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Borrowers refreshed: " WS-BORROWERS-REFRESHED
               " Upgraded: " WS-TIERS-UPGRADED
               " Downgraded: " WS-TIERS-DOWNGRADED
               " Unchanged: " WS-TIERS-UNCHANGED
           DISPLAY "Sharp deteriorations: " WS-SHARP-COUNT
               " No-hit: " WS-NO-HIT-COUNT
           DISPLAY "Soft inquiries sent: " WS-REQUESTS-SENT
               " Awaiting answer: " WS-AWAITING-COUNT
           DISPLAY "Failures: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       SET-RUN-RETURN-CODE.
           IF NOT WS-MASTER-OPENED
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-SHARP-COUNT > 0 OR WS-AWAITING-COUNT > 0
                   OR WS-REQUESTS-SENT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       SET-RUN-QUARTER.
           COMPUTE WS-QUARTER-DIGIT = (WS-RUN-MONTH + 2) / 3
           MOVE SPACES TO WS-RUN-QUARTER
           STRING WS-RUN-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QUARTER-DIGIT DELIMITED BY SIZE
               INTO WS-RUN-QUARTER
           END-STRING
           MOVE SPACES TO WS-REFERENCE-PREFIX
           STRING "TR" DELIMITED BY SIZE
                   WS-RUN-QUARTER DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
               INTO WS-REFERENCE-PREFIX
           END-STRING.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CTR-QUARTER TO WS-LAST-QUARTER
                       MOVE CTR-STATE TO WS-LAST-STATE
                       MOVE CTR-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *----------------------------------------------------------------*
      * DECIDE-WHETHER-TO-RUN - a quarter already COMPLETE is left     *
      * alone; the quarter's requests go out on its first run (or      *
      * again under FORCE), and every run until COMPLETE takes up the  *
      * answers that have come back.                                   *
      *----------------------------------------------------------------*
       DECIDE-WHETHER-TO-RUN.
           EVALUATE TRUE
               WHEN WS-MODE-ARG(1:5) = "FORCE"
                   MOVE "Y" TO WS-RUN-SWITCH
                   MOVE "Y" TO WS-SEND-SWITCH
               WHEN WS-LAST-QUARTER NOT = WS-RUN-QUARTER
                   MOVE "Y" TO WS-RUN-SWITCH
                   MOVE "Y" TO WS-SEND-SWITCH
               WHEN WS-LAST-STATE = "COMPLETE"
                   DISPLAY "Quarter " WS-RUN-QUARTER
                           " already refreshed on " WS-LAST-RUN-DATE
                           " -- nothing to do (FORCE to rerun)"
               WHEN OTHER
                   MOVE "Y" TO WS-RUN-SWITCH
                   DISPLAY "Quarter " WS-RUN-QUARTER
                           " requested on " WS-LAST-RUN-DATE
                           " -- taking up answers"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LOAD-BORROWER-IDS - one sequential pass over LOAN-MASTER for   *
      * the customers on open loans, each taken once however many      *
      * loans they carry.                                              *
      *----------------------------------------------------------------*
       LOAD-BORROWER-IDS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-SWITCH
               DISPLAY "CREDIT-TIER-REFRESH: Unable to open "
                       "loan_master.dat, status "
                       WS-LOAN-FILE-STATUS
           ELSE
               PERFORM READ-NEXT-LOAN
               PERFORM LOAD-ONE-BORROWER-ID
                   UNTIL WS-LOAN-AT-EOF
               CLOSE LOAN-FILE
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

       LOAD-ONE-BORROWER-ID.
           IF LOAN-CUSTOMER-ID NOT = SPACES
                   AND (LOAN-STATUS = "ACTIVE"
                        OR (LOAN-STATUS = "MATURED"
                            AND LOAN-CURRENT-BALANCE > 0))
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM MATCH-ONE-BORROWER-ID
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BORROWER-COUNT
                      OR WS-ENTRY-FOUND
               IF NOT WS-ENTRY-FOUND
                   IF WS-BORROWER-COUNT < WS-BORROWER-MAX
                       ADD 1 TO WS-BORROWER-COUNT
                       MOVE LOAN-CUSTOMER-ID
                           TO WS-BORROWER-ID(WS-BORROWER-COUNT)
                   ELSE
                       ADD 1 TO WS-FAILURE-COUNT
                       DISPLAY "CREDIT-TIER-REFRESH: Borrower table "
                               "full, not refreshed: "
                               LOAN-CUSTOMER-ID
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       MATCH-ONE-BORROWER-ID.
           IF WS-BORROWER-ID(WS-SCAN-IDX) = LOAN-CUSTOMER-ID
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-QUARTER-ANSWERS - only answers to this quarter's TR       *
      * references are taken; origination inquiries and earlier        *
      * quarters' pulls sharing the file are passed over.              *
      *----------------------------------------------------------------*
       LOAD-QUARTER-ANSWERS.
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS = "00"
               PERFORM READ-NEXT-RESPONSE
               PERFORM LOAD-ONE-ANSWER
                   UNTIL WS-RESPONSE-AT-EOF
               CLOSE RESPONSE-FILE
           END-IF.

       READ-NEXT-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE "Y" TO WS-RESPONSE-EOF-SWITCH
           END-READ.

       LOAD-ONE-ANSWER.
           IF BRS-REFERENCE(1:9) = WS-REFERENCE-PREFIX
                   AND BRS-SCORE IS NUMERIC
               MOVE BRS-REFERENCE(10:10) TO WS-ANSWER-CUSTOMER-ID
               PERFORM FIND-ANSWER
               EVALUATE TRUE
                   WHEN WS-ENTRY-FOUND
                       MOVE BRS-SCORE TO WS-ANSWER-SCORE(WS-ANSWER-IDX)
                   WHEN WS-ANSWER-COUNT < WS-ANSWER-MAX
                       ADD 1 TO WS-ANSWER-COUNT
                       SET WS-ANSWER-IDX TO WS-ANSWER-COUNT
                       MOVE WS-ANSWER-CUSTOMER-ID
                           TO WS-ANSWER-CUSTOMER(WS-ANSWER-IDX)
                       MOVE BRS-SCORE TO WS-ANSWER-SCORE(WS-ANSWER-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-RESPONSE.

       FIND-ANSWER.
           MOVE "N" TO WS-FOUND-SWITCH
           IF WS-ANSWER-COUNT > 0
               SET WS-ANSWER-IDX TO 1
               SEARCH WS-ANSWER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ANSWER-IDX > WS-ANSWER-COUNT
                       CONTINUE
                   WHEN WS-ANSWER-CUSTOMER(WS-ANSWER-IDX)
                           = WS-ANSWER-CUSTOMER-ID
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------*
      * REFRESH-BORROWER-TIERS - every borrower either takes up its    *
      * answer or, on a sending run, is asked; the control file then   *
      * records whether the quarter is COMPLETE or still REQUESTD.     *
      *----------------------------------------------------------------*
       REFRESH-BORROWER-TIERS.
           OPEN OUTPUT MIGRATION-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           IF WS-SEND-REQUESTS
               PERFORM OPEN-REQUESTS-FOR-APPEND
           END-IF

           PERFORM REFRESH-ONE-BORROWER
               VARYING WS-BORROWER-IDX FROM 1 BY 1
               UNTIL WS-BORROWER-IDX > WS-BORROWER-COUNT

           IF WS-REQUEST-FILE-OPEN
               CLOSE REQUEST-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MIGRATION-REPORT-FILE

           IF WS-AWAITING-COUNT = 0 AND WS-REQUESTS-SENT = 0
                   AND WS-FAILURE-COUNT = 0
               MOVE "COMPLETE" TO WS-NEW-STATE
           ELSE
               MOVE "REQUESTD" TO WS-NEW-STATE
           END-IF
           PERFORM WRITE-CONTROL-RECORD.

       OPEN-REQUESTS-FOR-APPEND.
           OPEN EXTEND REQUEST-FILE
           IF WS-REQUEST-STATUS = "35"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN EXTEND REQUEST-FILE
           END-IF
           IF WS-REQUEST-STATUS = "00" OR WS-REQUEST-STATUS = "05"
               MOVE "Y" TO WS-REQUEST-OPEN-SWITCH
           ELSE
               DISPLAY "CREDIT-TIER-REFRESH: Failed to open "
                       "bureau_requests.dat, status "
                       WS-REQUEST-STATUS
           END-IF.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-RUN-QUARTER TO CTR-QUARTER
               MOVE WS-NEW-STATE TO CTR-STATE
               MOVE WS-RUN-DATE TO CTR-RUN-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "CREDIT-TIER-REFRESH: Unable to write "
                       "credit_tier_refresh.dat, status "
                       WS-CONTROL-FILE-STATUS
           END-IF.

       REFRESH-ONE-BORROWER.
           MOVE WS-BORROWER-ID(WS-BORROWER-IDX) TO WS-CUSTOMER-ID
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               ADD 1 TO WS-FAILURE-COUNT
               MOVE SPACES TO WS-CUST-NAME
               MOVE SPACES TO WS-OLD-TIER
               MOVE SPACES TO WS-NEW-TIER
               MOVE 0 TO WS-SCORE
               MOVE "NOT READ" TO WS-MOVE-TEXT
               MOVE SPACES TO WS-FLAG-TEXT
               MOVE SPACES TO WS-REPORT-NOTE
               STRING "CUSTOMER-MASTER GET " DELIMITED BY SIZE
                       WS-CM-RESULT DELIMITED BY SIZE
                   INTO WS-REPORT-NOTE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               MOVE WS-CUSTOMER-ID TO WS-ANSWER-CUSTOMER-ID
               PERFORM FIND-ANSWER
               EVALUATE TRUE
                   WHEN WS-ENTRY-FOUND
                       MOVE WS-ANSWER-SCORE(WS-ANSWER-IDX) TO WS-SCORE
                       PERFORM APPLY-BUREAU-SCORE
                   WHEN WS-SEND-REQUESTS
                       PERFORM SEND-SOFT-INQUIRY
                   WHEN OTHER
                       ADD 1 TO WS-AWAITING-COUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * SEND-SOFT-INQUIRY - the request BUREAU-INQUIRY would write,    *
      * marked "S" so the bureau records a soft pull.                  *
      *----------------------------------------------------------------*
       SEND-SOFT-INQUIRY.
           IF WS-REQUEST-FILE-OPEN
               PERFORM BUILD-REFERENCE
               MOVE SPACES TO REQUEST-RECORD
               MOVE WS-REFERENCE TO BRQ-REFERENCE
               MOVE WS-CUST-NAME TO BRQ-APPLICANT
               MOVE WS-RUN-DATE TO BRQ-REQUEST-DATE
               MOVE "S" TO BRQ-INQUIRY-TYPE
               WRITE REQUEST-RECORD
               ADD 1 TO WS-REQUESTS-SENT
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               MOVE WS-CUST-CREDIT-TIER TO WS-OLD-TIER
               MOVE SPACES TO WS-NEW-TIER
               MOVE 0 TO WS-SCORE
               MOVE "NOT SENT" TO WS-MOVE-TEXT
               MOVE SPACES TO WS-FLAG-TEXT
               MOVE "Soft inquiry could not be written"
                   TO WS-REPORT-NOTE
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       BUILD-REFERENCE.
           MOVE SPACES TO WS-REFERENCE
           STRING WS-REFERENCE-PREFIX DELIMITED BY SIZE
                   WS-CUSTOMER-ID DELIMITED BY SIZE
               INTO WS-REFERENCE
           END-STRING.

      *----------------------------------------------------------------*
      * APPLY-BUREAU-SCORE - the tier the score earns replaces the one *
      * on file; only a tier that actually moves is written back and   *
      * reported. A move of two tiers or more downward is SHARP; a     *
      * tier first set from a blank or unknown one is just SET.        *
      *----------------------------------------------------------------*
       APPLY-BUREAU-SCORE.
           ADD 1 TO WS-BORROWERS-REFRESHED
           MOVE WS-CUST-CREDIT-TIER TO WS-OLD-TIER
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE SPACES TO WS-REPORT-NOTE
           EVALUATE TRUE
               WHEN WS-SCORE = 0
                   MOVE SPACES TO WS-NEW-TIER
               WHEN WS-SCORE >= WS-TIER-A-FLOOR
                   MOVE "A" TO WS-NEW-TIER
               WHEN WS-SCORE >= WS-TIER-B-FLOOR
                   MOVE "B" TO WS-NEW-TIER
               WHEN WS-SCORE >= WS-TIER-C-FLOOR
                   MOVE "C" TO WS-NEW-TIER
               WHEN OTHER
                   MOVE "D" TO WS-NEW-TIER
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-NEW-TIER = SPACES
                   ADD 1 TO WS-NO-HIT-COUNT
                   MOVE "NO-HIT" TO WS-MOVE-TEXT
                   MOVE "Bureau returned no score; tier kept"
                       TO WS-REPORT-NOTE
                   PERFORM WRITE-REPORT-DETAIL
               WHEN WS-NEW-TIER = WS-OLD-TIER
                   ADD 1 TO WS-TIERS-UNCHANGED
               WHEN OTHER
                   PERFORM CLASSIFY-TIER-MOVE
                   PERFORM WRITE-BACK-CREDIT-TIER
                   PERFORM WRITE-REPORT-DETAIL
           END-EVALUATE.

       CLASSIFY-TIER-MOVE.
           IF WS-OLD-TIER < "A" OR WS-OLD-TIER > "D"
               MOVE "SET" TO WS-MOVE-TEXT
               ADD 1 TO WS-TIERS-SET
           ELSE
               COMPUTE WS-TIER-MOVE = FUNCTION ORD(WS-NEW-TIER)
                                    - FUNCTION ORD(WS-OLD-TIER)
               IF WS-TIER-MOVE > 0
                   MOVE "DOWNGRADE" TO WS-MOVE-TEXT
                   ADD 1 TO WS-TIERS-DOWNGRADED
                   IF WS-TIER-MOVE >= WS-SHARP-DROP
                       MOVE "SHARP" TO WS-FLAG-TEXT
                       ADD 1 TO WS-SHARP-COUNT
                   END-IF
               ELSE
                   MOVE "UPGRADE" TO WS-MOVE-TEXT
                   ADD 1 TO WS-TIERS-UPGRADED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-BACK-CREDIT-TIER - through CUSTOMER-MASTER's INSERT,     *
      * which rewrites an existing id and captures the before/after    *
      * images.                                                        *
      *----------------------------------------------------------------*
       WRITE-BACK-CREDIT-TIER.
           MOVE WS-NEW-TIER TO WS-CUST-CREDIT-TIER
           MOVE 6 TO WS-CM-OPERATION-LEN
           MOVE "INSERT" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION, WS-CUSTOMER-ID,
               WS-CUSTOMER-RECORD, WS-CM-RESULT
           IF NOT WS-CM-RESULT-SUCCESS
               ADD 1 TO WS-FAILURE-COUNT
               MOVE SPACES TO WS-REPORT-NOTE
               STRING "Tier not saved - CUSTOMER-MASTER "
                       DELIMITED BY SIZE
                       WS-CM-RESULT DELIMITED BY SIZE
                   INTO WS-REPORT-NOTE
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * Report - one line per borrower whose tier moved (or could not  *
      * be refreshed), then the run's totals.                          *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO MIGRATION-REPORT-LINE
           STRING "CREDIT TIER MIGRATION  QUARTER " DELIMITED BY SIZE
                   WS-RUN-QUARTER DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE
           END-STRING
           WRITE MIGRATION-REPORT-LINE
           MOVE ALL "=" TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE
           MOVE SPACES TO MIGRATION-REPORT-LINE
           STRING "CUSTOMER   NAME                           "
                       DELIMITED BY SIZE
                   "OLD NEW SCORE MOVE      FLAG  NOTE"
                       DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE
           END-STRING
           WRITE MIGRATION-REPORT-LINE
           MOVE ALL "-" TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO MIGRATION-REPORT-LINE
           MOVE WS-CUSTOMER-ID TO MIGRATION-REPORT-LINE(1:10)
           MOVE WS-CUST-NAME TO MIGRATION-REPORT-LINE(12:30)
           MOVE WS-OLD-TIER TO MIGRATION-REPORT-LINE(44:1)
           MOVE WS-NEW-TIER TO MIGRATION-REPORT-LINE(48:1)
           MOVE WS-SCORE TO MIGRATION-REPORT-LINE(51:3)
           MOVE WS-MOVE-TEXT TO MIGRATION-REPORT-LINE(57:9)
           MOVE WS-FLAG-TEXT TO MIGRATION-REPORT-LINE(67:5)
           MOVE WS-REPORT-NOTE TO MIGRATION-REPORT-LINE(73:40)
           WRITE MIGRATION-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE
           MOVE SPACES TO MIGRATION-REPORT-LINE
           STRING "REFRESHED " DELIMITED BY SIZE
                   WS-BORROWERS-REFRESHED DELIMITED BY SIZE
                   "  UPGRADED " DELIMITED BY SIZE
                   WS-TIERS-UPGRADED DELIMITED BY SIZE
                   "  DOWNGRADED " DELIMITED BY SIZE
                   WS-TIERS-DOWNGRADED DELIMITED BY SIZE
                   "  SHARP " DELIMITED BY SIZE
                   WS-SHARP-COUNT DELIMITED BY SIZE
                   "  UNCHANGED " DELIMITED BY SIZE
                   WS-TIERS-UNCHANGED DELIMITED BY SIZE
                   "  SET " DELIMITED BY SIZE
                   WS-TIERS-SET DELIMITED BY SIZE
                   "  NO-HIT " DELIMITED BY SIZE
                   WS-NO-HIT-COUNT DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE
           END-STRING
           WRITE MIGRATION-REPORT-LINE
           MOVE SPACES TO MIGRATION-REPORT-LINE
           STRING "SOFT INQUIRIES SENT " DELIMITED BY SIZE
                   WS-REQUESTS-SENT DELIMITED BY SIZE
                   "  AWAITING ANSWER " DELIMITED BY SIZE
                   WS-AWAITING-COUNT DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   WS-FAILURE-COUNT DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE
           END-STRING
           WRITE MIGRATION-REPORT-LINE.

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
                   " quarter=" DELIMITED BY SIZE
                   WS-RUN-QUARTER DELIMITED BY SIZE
                   " refreshed=" DELIMITED BY SIZE
                   WS-BORROWERS-REFRESHED DELIMITED BY SIZE
                   " sharp=" DELIMITED BY SIZE
                   WS-SHARP-COUNT DELIMITED BY SIZE
                   " requested=" DELIMITED BY SIZE
                   WS-REQUESTS-SENT DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       END PROGRAM CREDIT-TIER-REFRESH.
