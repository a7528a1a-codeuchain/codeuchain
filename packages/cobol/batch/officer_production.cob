      *================================================================*
      * CodeUChain COBOL Batch - Loan Officer Production and Incentive *
      *                                                                *
      * Sales management's monthly view of what each loan officer      *
      * brought in, by branch. For a parameter month (positional       *
      * argument 1, YYYYMM, defaulting to the business date's month):  *
      *                                                                *
      *   - applications taken are the month's rows on BATCH-LOAN-     *
      *     DRIVER's officer_applications.dat log, each one classified *
      *     through its app_status.dat stages -- APPROVED, POSTED or   *
      *     BOOKED counts as approved, REJECTED or a denial on         *
      *     adverse_action.dat as declined, anything else is still     *
      *     in the pipeline;                                           *
      *   - booked count and dollars are the loans on LOAN-MASTER      *
      *     whose booked date falls in the month, at original          *
      *     principal, under the officer LOAN-BOOKING stamped on them; *
      *   - incentive is the booked principal times the officer's      *
      *     incentive percent on OFFICER-MASTER;                       *
      *   - clawback takes the same incentive back on any loan whose   *
      *     first payoff (POFF), charge-off (CHGO) or settlement       *
      *     (STLW) on the journal lands in the month within the        *
      *     clawback window of its booked date.                        *
      *                                                                *
      * The clawback window is the number of days on the one line of   *
      * officer_incentive.cfg, 180 when the file is absent. Officers   *
      * are grouped under the branch OFFICER-MASTER counts them in; a  *
      * code no longer on the master reports under branch ??? and      *
      * loans and applications with no officer under ---.              *
      *                                                                *
      * Written to officer_production.YYYYMM.rpt; everything comes     *
      * from permanent files, so a prior month can be rerun any time.  *
      *                                                                *
      * Return codes: 0 clean, 4 the applications log or journal was   *
      * not available or the officer table filled, 16 loan_master.dat  *
      * or the report could not be opened.                             *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICER-PRODUCTION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICER-APPLICATION-FILE
               ASSIGN TO "officer_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFAPP-STATUS.
           SELECT STATUS-FILE ASSIGN TO "app_status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT ADVERSE-ACTION-FILE ASSIGN TO "adverse_action.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVERSE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT INCENTIVE-CONFIG-FILE
               ASSIGN TO "officer_incentive.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICER-APPLICATION-FILE.
       01  OFFICER-APPLICATION-RECORD.
           05  OA-TAKEN-DATE          PIC 9(8).
           05  OA-REFERENCE           PIC X(20).
           05  OA-OFFICER-CODE        PIC X(10).
           05  OA-BRANCH-CODE         PIC X(3).
           05  OA-PRODUCT-CODE        PIC X(4).
           05  OA-LOAN-AMOUNT         PIC 9(9)V99.

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  ST-KEY.
               10  ST-REFERENCE-ID    PIC X(20).
               10  ST-SEQUENCE        PIC 9(4).
           COPY "app-status-record.cob"
               REPLACING PFX-ST-STAGE          BY ST-STAGE
                         PFX-ST-LINK-NAME      BY ST-LINK-NAME
                         PFX-ST-RESULT         BY ST-RESULT
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
           05  ST-CHAIN-VERSION       PIC X(4).

       FD  ADVERSE-ACTION-FILE.
       01  ADVERSE-ACTION-RECORD.
           05  AA-DENIAL-DATE         PIC 9(8).
           05  AA-REFERENCE-ID        PIC X(20).
           05  AA-CUSTOMER-ID         PIC X(10).
           05  AA-APPLICANT-NAME      PIC X(30).
           05  AA-LOAN-AMOUNT         PIC S9(13)V99.
           05  AA-REASON-CODE         PIC X(6).
           05  AA-DENIED-BY           PIC X(30).

       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-BOOKED-DATE     BY LOAN-BOOKED-DATE
                         PFX-LOAN-OFFICER-ID      BY LOAN-OFFICER-ID
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-AMOUNT      BY TXN-AMOUNT
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  INCENTIVE-CONFIG-FILE.
       01  INCENTIVE-CONFIG-LINE     PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OFFAPP-STATUS          PIC XX.
       01  WS-STATUS-FILE-STATUS     PIC XX.
       01  WS-ADVERSE-STATUS         PIC XX.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-CONFIG-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-SCAN-EOF-SWITCH        PIC X(1).
           88  WS-SCAN-AT-EOF                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-STATUS-OPEN-SWITCH     PIC X(1) VALUE "N".
           88  WS-STATUS-FILE-OPEN           VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).

      * The clawback window in days, from officer_incentive.cfg.
       01  WS-CLAWBACK-DAYS          PIC 9(5) VALUE 180.
       01  WS-CFG-DAYS               PIC X(5) JUSTIFIED RIGHT.
       01  WS-CFG-DAYS-N REDEFINES WS-CFG-DAYS
                                     PIC 9(5).

       01  WS-APPS-READ              PIC 9(7) VALUE 0.
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.

      * One application's outcome, from its stages and the denials.
       01  WS-APP-OUTCOME            PIC X(1).
           88  WS-APP-APPROVED               VALUE "A".
           88  WS-APP-DECLINED               VALUE "D".
           88  WS-APP-PENDING                VALUE "P".

      * One loan's exit from the journal walk: the first payoff,
      * charge-off or settlement, and the days it came after booking.
       01  WS-EXIT-DATE              PIC 9(8).
       01  WS-EXIT-DAYS              PIC S9(7).
       01  WS-LOAN-INCENTIVE         PIC S9(11)V99.

      * One row per officer seen, filled the append-a-row way
      * CANCELLATION-OF-DEBT's form table is; the officer's name,
      * branch and incentive percent are fetched once when the row is
      * added.
       01  WS-OFFICER-TABLE.
           05  WS-OFFICER-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-OT-IDX.
               10  WS-OT-CODE           PIC X(10).
               10  WS-OT-NAME           PIC X(30).
               10  WS-OT-BRANCH         PIC X(3).
               10  WS-OT-PCT            PIC 9(3)V9(4).
               10  WS-OT-TAKEN          PIC 9(7) COMP-3.
               10  WS-OT-APPROVED       PIC 9(7) COMP-3.
               10  WS-OT-DECLINED       PIC 9(7) COMP-3.
               10  WS-OT-BOOKED         PIC 9(7) COMP-3.
               10  WS-OT-BOOKED-AMT     PIC S9(13)V99 COMP-3.
               10  WS-OT-INCENTIVE      PIC S9(11)V99 COMP-3.
               10  WS-OT-CLAWBACKS      PIC 9(7) COMP-3.
               10  WS-OT-CLAWBACK-AMT   PIC S9(11)V99 COMP-3.
       01  WS-OFFICER-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-OFFICER-MAX            PIC S9(4) COMP VALUE 500.
       01  WS-FIND-CODE              PIC X(10).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

      * The branches on the report, in the order first seen.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE           PIC X(3).
       01  WS-BRANCH-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-BRANCH-SEEN-SWITCH     PIC X(1).
           88  WS-BRANCH-SEEN                VALUE "Y".
       01  WS-SCAN-IDX               PIC S9(4) COMP.

      * Branch and grand totals, one set of accumulators each.
       01  WS-SUBTOTALS.
           05  WS-SUB-TAKEN          PIC 9(7) COMP-3.
           05  WS-SUB-APPROVED       PIC 9(7) COMP-3.
           05  WS-SUB-DECLINED       PIC 9(7) COMP-3.
           05  WS-SUB-BOOKED         PIC 9(7) COMP-3.
           05  WS-SUB-BOOKED-AMT     PIC S9(13)V99 COMP-3.
           05  WS-SUB-INCENTIVE      PIC S9(11)V99 COMP-3.
           05  WS-SUB-CLAWBACKS      PIC 9(7) COMP-3.
           05  WS-SUB-CLAWBACK-AMT   PIC S9(11)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-TAKEN          PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-APPROVED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-DECLINED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-BOOKED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-BOOKED-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-INCENTIVE      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-CLAWBACKS      PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOT-CLAWBACK-AMT   PIC S9(11)V99 COMP-3 VALUE 0.

      * OFFICER-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OM-OPERATION-DATA
                     PFX-OPERATION      BY WS-OM-OPERATION.
       01  WS-OFFICER-ID             PIC X(10).
       COPY "officer-record.cob"
           REPLACING PFX-OFF-NAME          BY WS-OFF-NAME
                     PFX-OFF-BRANCH        BY WS-OFF-BRANCH
                     PFX-OFF-ACTIVE        BY WS-OFF-ACTIVE
                     PFX-OFF-INCENTIVE-PCT BY WS-OFF-INCENTIVE-PCT
                     PFX-OFFICER-RECORD    BY WS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OM-RESULT-SUCCESS.

      * The business date comes from the PROCESSING-DATE control
      * record; the default month is its month.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The report's detail line, one officer or one total.
       01  WS-DETAIL-LINE.
           05  DL-OFFICER            PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  DL-NAME               PIC X(19).
           05  DL-TAKEN              PIC Z(4)9.
           05  DL-APPROVED           PIC Z(6)9.
           05  DL-DECLINED           PIC Z(6)9.
           05  DL-BOOKED             PIC Z(6)9.
           05  DL-BOOKED-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-PCT                PIC ZZZ9.9999.
           05  DL-INCENTIVE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-CLAWBACKS          PIC Z(6)9.
           05  DL-CLAWBACK-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-NET-INCENTIVE      PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET-INCENTIVE          PIC S9(11)V99.
       01  WS-ED-DAYS                PIC Z(4)9.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Loan Officer Production"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM READ-INCENTIVE-CONFIG
           DISPLAY "Production month: " WS-REPORT-MONTH
                   "  Clawback window: " WS-CLAWBACK-DAYS " days"

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "officer_production." DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM CREDIT-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE

               PERFORM COUNT-APPLICATIONS-TAKEN
               PERFORM WRITE-PRODUCTION-REPORT
           ELSE
               DISPLAY "OFFICER-PRODUCTION: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no production to report"
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-TOT-BOOKED-AMT TO DL-BOOKED-AMT
           COMPUTE WS-NET-INCENTIVE =
               WS-TOT-INCENTIVE - WS-TOT-CLAWBACK-AMT
           MOVE WS-NET-INCENTIVE TO DL-NET-INCENTIVE
           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " Applications read: " WS-APPS-READ
           MOVE WS-OFFICER-COUNT TO WS-ED-COUNT
           DISPLAY "Officers reported: " FUNCTION TRIM(WS-ED-COUNT)
           DISPLAY "Booked dollars: " DL-BOOKED-AMT
           DISPLAY "Net incentive: " DL-NET-INCENTIVE
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * production month as YYYYMM; left off, the business date's      *
      * month.                                                         *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           MOVE WS-RUN-DATE-X(1:6) TO WS-REPORT-MONTH

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MONTH-ARG IS NUMERIC
               MOVE WS-MONTH-ARG TO WS-REPORT-MONTH
           ELSE
               IF WS-MONTH-ARG NOT = SPACES
                   DISPLAY "OFFICER-PRODUCTION: Month " WS-MONTH-ARG
                           " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ-INCENTIVE-CONFIG - one line, the clawback window in days; *
      * anything missing or not numeric leaves the 180-day default.    *
      *----------------------------------------------------------------*
       READ-INCENTIVE-CONFIG.
           OPEN INPUT INCENTIVE-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ INCENTIVE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-DAYS
                       UNSTRING INCENTIVE-CONFIG-LINE
                           DELIMITED BY ALL SPACE
                           INTO WS-CFG-DAYS
                       END-UNSTRING
                       IF WS-CFG-DAYS NOT = SPACES
                           INSPECT WS-CFG-DAYS
                               REPLACING LEADING SPACE BY ZERO
                           IF WS-CFG-DAYS IS NUMERIC
                               MOVE WS-CFG-DAYS-N TO WS-CLAWBACK-DAYS
                           END-IF
                       END-IF
               END-READ
               CLOSE INCENTIVE-CONFIG-FILE
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * CREDIT-ONE-LOAN - a loan booked in the month adds to its       *
      * officer's booked count, dollars and incentive; any officer's   *
      * loan whose first exit lands in the month inside the clawback   *
      * window gives that incentive back.                              *
      *----------------------------------------------------------------*
       CREDIT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-BOOKED-DATE IS NUMERIC AND LOAN-BOOKED-DATE > 0
               MOVE LOAN-OFFICER-ID TO WS-FIND-CODE
               IF LOAN-BOOKED-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM FIND-OR-ADD-OFFICER
                   IF WS-ROW-FOUND
                       PERFORM CREDIT-BOOKED-LOAN
                   END-IF
               END-IF
               IF LOAN-OFFICER-ID NOT = SPACES
                       AND LOAN-STATUS NOT = "ACTIVE"
                   PERFORM FIND-FIRST-EXIT-FOR-LOAN
                   IF WS-EXIT-DATE > 0
                           AND WS-EXIT-DATE(1:6) = WS-REPORT-MONTH
                       COMPUTE WS-EXIT-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-EXIT-DATE)
                         - FUNCTION INTEGER-OF-DATE(LOAN-BOOKED-DATE)
                       IF WS-EXIT-DAYS <= WS-CLAWBACK-DAYS
                           PERFORM FIND-OR-ADD-OFFICER
                           IF WS-ROW-FOUND
                               PERFORM CLAW-BACK-LOAN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       CREDIT-BOOKED-LOAN.
           ADD 1 TO WS-OT-BOOKED(WS-OT-IDX)
           ADD LOAN-ORIG-PRINCIPAL TO WS-OT-BOOKED-AMT(WS-OT-IDX)
           PERFORM COMPUTE-LOAN-INCENTIVE
           ADD WS-LOAN-INCENTIVE TO WS-OT-INCENTIVE(WS-OT-IDX).

       CLAW-BACK-LOAN.
           ADD 1 TO WS-OT-CLAWBACKS(WS-OT-IDX)
           PERFORM COMPUTE-LOAN-INCENTIVE
           ADD WS-LOAN-INCENTIVE TO WS-OT-CLAWBACK-AMT(WS-OT-IDX).

       COMPUTE-LOAN-INCENTIVE.
           COMPUTE WS-LOAN-INCENTIVE ROUNDED =
               LOAN-ORIG-PRINCIPAL * WS-OT-PCT(WS-OT-IDX) / 100.

      *----------------------------------------------------------------*
      * FIND-FIRST-EXIT-FOR-LOAN - keyed START at the loan and walk    *
      * its journal the way CANCELLATION-OF-DEBT does; the first POFF, *
      * CHGO or STLW is the date the loan left the book.               *
      *----------------------------------------------------------------*
       FIND-FIRST-EXIT-FOR-LOAN.
           MOVE 0 TO WS-EXIT-DATE
           MOVE "N" TO WS-TXN-EOF-SWITCH

           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FILE-STATUS = "00"
               MOVE LOAN-NUMBER TO TXN-LOAN-NUMBER
               MOVE 0 TO TXN-SEQUENCE
               START TRANSACTION-FILE
                   KEY IS NOT LESS THAN TXN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TXN-EOF-SWITCH
               END-START
               IF NOT WS-TXN-AT-EOF
                   PERFORM READ-NEXT-JOURNAL-RECORD
                   PERFORM CHECK-ONE-JOURNAL-RECORD
                       UNTIL WS-TXN-AT-EOF
               END-IF
               CLOSE TRANSACTION-FILE
           ELSE
               IF RETURN-CODE < 4
                   DISPLAY "OFFICER-PRODUCTION: Unable to open "
                           "loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS " -- no clawbacks taken"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-CODE = "POFF" OR TXN-CODE = "CHGO"
                       OR TXN-CODE = "STLW"
                   MOVE TXN-DATE TO WS-EXIT-DATE
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
               ELSE
                   PERFORM READ-NEXT-JOURNAL-RECORD
               END-IF
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * COUNT-APPLICATIONS-TAKEN - the month's rows on the officer     *
      * applications log, each counted as taken and then as approved   *
      * or declined from how the chain decided it.                     *
      *----------------------------------------------------------------*
       COUNT-APPLICATIONS-TAKEN.
           OPEN INPUT OFFICER-APPLICATION-FILE
           IF WS-OFFAPP-STATUS = "00"
               OPEN INPUT STATUS-FILE
               IF WS-STATUS-FILE-STATUS = "00"
                   MOVE "Y" TO WS-STATUS-OPEN-SWITCH
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-APPLICATION
               PERFORM COUNT-ONE-APPLICATION
                   UNTIL WS-END-OF-FILE
               CLOSE OFFICER-APPLICATION-FILE
               IF WS-STATUS-FILE-OPEN
                   CLOSE STATUS-FILE
               END-IF
           ELSE
               DISPLAY "OFFICER-PRODUCTION: Unable to open "
                       "officer_applications.dat, status "
                       WS-OFFAPP-STATUS " -- no applications counted"
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-NEXT-APPLICATION.
           READ OFFICER-APPLICATION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-APPLICATION.
           IF OA-TAKEN-DATE IS NUMERIC
                   AND OA-TAKEN-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-APPS-READ
               MOVE OA-OFFICER-CODE TO WS-FIND-CODE
               PERFORM FIND-OR-ADD-OFFICER
               IF WS-ROW-FOUND
                   ADD 1 TO WS-OT-TAKEN(WS-OT-IDX)
                   PERFORM CLASSIFY-APPLICATION
                   EVALUATE TRUE
                       WHEN WS-APP-APPROVED
                           ADD 1 TO WS-OT-APPROVED(WS-OT-IDX)
                       WHEN WS-APP-DECLINED
                           ADD 1 TO WS-OT-DECLINED(WS-OT-IDX)
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-NEXT-APPLICATION.

      *----------------------------------------------------------------*
      * CLASSIFY-APPLICATION - the application's stages, read from a   *
      * keyed START at its reference, settle it as approved or         *
      * declined the same way DISPOSITION-EXTRACT does; a denial at    *
      * the approval queue stamps no stage, so adverse_action.dat is   *
      * checked for anything still undecided.                          *
      *----------------------------------------------------------------*
       CLASSIFY-APPLICATION.
           MOVE "P" TO WS-APP-OUTCOME
           IF WS-STATUS-FILE-OPEN
               MOVE OA-REFERENCE TO ST-REFERENCE-ID
               MOVE 0 TO ST-SEQUENCE
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               START STATUS-FILE
                   KEY IS NOT LESS THAN ST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
               END-START
               IF NOT WS-SCAN-AT-EOF
                   PERFORM READ-NEXT-STAGE
                   PERFORM CHECK-ONE-STAGE
                       UNTIL WS-SCAN-AT-EOF
               END-IF
           END-IF
           IF WS-APP-PENDING
               PERFORM CHECK-FOR-DENIAL
           END-IF.

       READ-NEXT-STAGE.
           READ STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

       CHECK-ONE-STAGE.
           IF ST-REFERENCE-ID NOT = OA-REFERENCE
               MOVE "Y" TO WS-SCAN-EOF-SWITCH
           ELSE
               EVALUATE ST-STAGE
                   WHEN "APPROVED"
                   WHEN "POSTED"
                   WHEN "BOOKED"
                       MOVE "A" TO WS-APP-OUTCOME
                   WHEN "REJECTED"
                       MOVE "D" TO WS-APP-OUTCOME
               END-EVALUATE
               PERFORM READ-NEXT-STAGE
           END-IF.

       CHECK-FOR-DENIAL.
           OPEN INPUT ADVERSE-ACTION-FILE
           IF WS-ADVERSE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM READ-NEXT-ADVERSE
               PERFORM CHECK-ONE-ADVERSE
                   UNTIL WS-SCAN-AT-EOF
               CLOSE ADVERSE-ACTION-FILE
           END-IF.

       READ-NEXT-ADVERSE.
           READ ADVERSE-ACTION-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

       CHECK-ONE-ADVERSE.
           IF AA-REFERENCE-ID = OA-REFERENCE
               MOVE "D" TO WS-APP-OUTCOME
               MOVE "Y" TO WS-SCAN-EOF-SWITCH
           ELSE
               PERFORM READ-NEXT-ADVERSE
           END-IF.

      *----------------------------------------------------------------*
      * FIND-OR-ADD-OFFICER - the row for WS-FIND-CODE, added with     *
      * the officer's master details the first time the code is seen.  *
      * WS-ROW-FOUND is off only when the table is full.               *
      *----------------------------------------------------------------*
       FIND-OR-ADD-OFFICER.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-OT-IDX TO 1
           SEARCH WS-OFFICER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OT-IDX > WS-OFFICER-COUNT
                   CONTINUE
               WHEN WS-OT-CODE(WS-OT-IDX) = WS-FIND-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH

           IF NOT WS-ROW-FOUND
               IF WS-OFFICER-COUNT < WS-OFFICER-MAX
                   PERFORM ADD-OFFICER-ROW
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "OFFICER-PRODUCTION: Officer table "
                               "full; " WS-FIND-CODE " and later "
                               "officers not reported"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ADD-OFFICER-ROW.
           ADD 1 TO WS-OFFICER-COUNT
           SET WS-OT-IDX TO WS-OFFICER-COUNT
           MOVE WS-FIND-CODE TO WS-OT-CODE(WS-OT-IDX)
           MOVE 0 TO WS-OT-PCT(WS-OT-IDX)
           MOVE 0 TO WS-OT-TAKEN(WS-OT-IDX)
           MOVE 0 TO WS-OT-APPROVED(WS-OT-IDX)
           MOVE 0 TO WS-OT-DECLINED(WS-OT-IDX)
           MOVE 0 TO WS-OT-BOOKED(WS-OT-IDX)
           MOVE 0 TO WS-OT-BOOKED-AMT(WS-OT-IDX)
           MOVE 0 TO WS-OT-INCENTIVE(WS-OT-IDX)
           MOVE 0 TO WS-OT-CLAWBACKS(WS-OT-IDX)
           MOVE 0 TO WS-OT-CLAWBACK-AMT(WS-OT-IDX)

           IF WS-FIND-CODE = SPACES
               MOVE "(NO OFFICER)" TO WS-OT-NAME(WS-OT-IDX)
               MOVE "---" TO WS-OT-BRANCH(WS-OT-IDX)
           ELSE
               MOVE WS-FIND-CODE TO WS-OFFICER-ID
               MOVE SPACES TO WS-OFFICER-RECORD
               MOVE 3 TO WS-OM-OPERATION-LEN
               MOVE "GET" TO WS-OM-OPERATION-DATA
               CALL "OFFICER-MASTER" USING
                   WS-OM-OPERATION, WS-OFFICER-ID, WS-OFFICER-RECORD,
                   WS-OM-RESULT
               IF WS-OM-RESULT-SUCCESS
                   MOVE WS-OFF-NAME TO WS-OT-NAME(WS-OT-IDX)
                   MOVE WS-OFF-BRANCH TO WS-OT-BRANCH(WS-OT-IDX)
                   IF WS-OFF-INCENTIVE-PCT IS NUMERIC
                       MOVE WS-OFF-INCENTIVE-PCT
                           TO WS-OT-PCT(WS-OT-IDX)
                   END-IF
               ELSE
                   MOVE "(NOT ON MASTER)" TO WS-OT-NAME(WS-OT-IDX)
                   MOVE "???" TO WS-OT-BRANCH(WS-OT-IDX)
               END-IF
           END-IF
           MOVE "Y" TO WS-FOUND-SWITCH.

      *----------------------------------------------------------------*
      * WRITE-PRODUCTION-REPORT - one block per branch, its officers   *
      * in the order first seen and a branch total, then the grand     *
      * total for the month.                                           *
      *----------------------------------------------------------------*
       WRITE-PRODUCTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "OFFICER-PRODUCTION: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM COLLECT-ONE-BRANCH
                   VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OFFICER-COUNT
               PERFORM WRITE-ONE-BRANCH
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               PERFORM WRITE-GRAND-TOTAL
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "LOAN OFFICER PRODUCTION AND INCENTIVE" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CLAWBACK-DAYS TO WS-ED-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "Production Month: " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   "  Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   "  Clawback Window: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                   " days" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OFFICER    NAME               TAKEN APPRVD "
                       DELIMITED BY SIZE
                   "DECLND BOOKED BOOKED DOLLARS INCENT %      "
                       DELIMITED BY SIZE
                   "INCENTIVE CLAWBK   CLAWBACK AMT  NET INCENTIVE"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       COLLECT-ONE-BRANCH.
           MOVE "N" TO WS-BRANCH-SEEN-SWITCH
           PERFORM CHECK-ONE-BRANCH-SEEN
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-BRANCH-COUNT
                  OR WS-BRANCH-SEEN
           IF NOT WS-BRANCH-SEEN
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-OT-BRANCH(WS-OT-IDX)
                   TO WS-BR-CODE(WS-BRANCH-COUNT)
           END-IF.

       CHECK-ONE-BRANCH-SEEN.
           IF WS-BR-CODE(WS-SCAN-IDX) = WS-OT-BRANCH(WS-OT-IDX)
               MOVE "Y" TO WS-BRANCH-SEEN-SWITCH
           END-IF.

       WRITE-ONE-BRANCH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " DELIMITED BY SIZE
                   WS-BR-CODE(WS-BR-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           INITIALIZE WS-SUBTOTALS
           PERFORM WRITE-ONE-OFFICER
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OFFICER-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "BRANCH TOTAL" TO DL-NAME
           MOVE WS-SUB-TAKEN TO DL-TAKEN
           MOVE WS-SUB-APPROVED TO DL-APPROVED
           MOVE WS-SUB-DECLINED TO DL-DECLINED
           MOVE WS-SUB-BOOKED TO DL-BOOKED
           MOVE WS-SUB-BOOKED-AMT TO DL-BOOKED-AMT
           MOVE WS-SUB-INCENTIVE TO DL-INCENTIVE
           MOVE WS-SUB-CLAWBACKS TO DL-CLAWBACKS
           MOVE WS-SUB-CLAWBACK-AMT TO DL-CLAWBACK-AMT
           COMPUTE WS-NET-INCENTIVE =
               WS-SUB-INCENTIVE - WS-SUB-CLAWBACK-AMT
           MOVE WS-NET-INCENTIVE TO DL-NET-INCENTIVE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-SUB-TAKEN TO WS-TOT-TAKEN
           ADD WS-SUB-APPROVED TO WS-TOT-APPROVED
           ADD WS-SUB-DECLINED TO WS-TOT-DECLINED
           ADD WS-SUB-BOOKED TO WS-TOT-BOOKED
           ADD WS-SUB-BOOKED-AMT TO WS-TOT-BOOKED-AMT
           ADD WS-SUB-INCENTIVE TO WS-TOT-INCENTIVE
           ADD WS-SUB-CLAWBACKS TO WS-TOT-CLAWBACKS
           ADD WS-SUB-CLAWBACK-AMT TO WS-TOT-CLAWBACK-AMT.

       WRITE-ONE-OFFICER.
           IF WS-OT-BRANCH(WS-OT-IDX) = WS-BR-CODE(WS-BR-IDX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-OT-CODE(WS-OT-IDX) TO DL-OFFICER
               MOVE WS-OT-NAME(WS-OT-IDX) TO DL-NAME
               MOVE WS-OT-TAKEN(WS-OT-IDX) TO DL-TAKEN
               MOVE WS-OT-APPROVED(WS-OT-IDX) TO DL-APPROVED
               MOVE WS-OT-DECLINED(WS-OT-IDX) TO DL-DECLINED
               MOVE WS-OT-BOOKED(WS-OT-IDX) TO DL-BOOKED
               MOVE WS-OT-BOOKED-AMT(WS-OT-IDX) TO DL-BOOKED-AMT
               MOVE WS-OT-PCT(WS-OT-IDX) TO DL-PCT
               MOVE WS-OT-INCENTIVE(WS-OT-IDX) TO DL-INCENTIVE
               MOVE WS-OT-CLAWBACKS(WS-OT-IDX) TO DL-CLAWBACKS
               MOVE WS-OT-CLAWBACK-AMT(WS-OT-IDX) TO DL-CLAWBACK-AMT
               COMPUTE WS-NET-INCENTIVE =
                   WS-OT-INCENTIVE(WS-OT-IDX)
                 - WS-OT-CLAWBACK-AMT(WS-OT-IDX)
               MOVE WS-NET-INCENTIVE TO DL-NET-INCENTIVE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE

               ADD WS-OT-TAKEN(WS-OT-IDX) TO WS-SUB-TAKEN
               ADD WS-OT-APPROVED(WS-OT-IDX) TO WS-SUB-APPROVED
               ADD WS-OT-DECLINED(WS-OT-IDX) TO WS-SUB-DECLINED
               ADD WS-OT-BOOKED(WS-OT-IDX) TO WS-SUB-BOOKED
               ADD WS-OT-BOOKED-AMT(WS-OT-IDX) TO WS-SUB-BOOKED-AMT
               ADD WS-OT-INCENTIVE(WS-OT-IDX) TO WS-SUB-INCENTIVE
               ADD WS-OT-CLAWBACKS(WS-OT-IDX) TO WS-SUB-CLAWBACKS
               ADD WS-OT-CLAWBACK-AMT(WS-OT-IDX)
                   TO WS-SUB-CLAWBACK-AMT
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "GRAND TOTAL" TO DL-NAME
           MOVE WS-TOT-TAKEN TO DL-TAKEN
           MOVE WS-TOT-APPROVED TO DL-APPROVED
           MOVE WS-TOT-DECLINED TO DL-DECLINED
           MOVE WS-TOT-BOOKED TO DL-BOOKED
           MOVE WS-TOT-BOOKED-AMT TO DL-BOOKED-AMT
           MOVE WS-TOT-INCENTIVE TO DL-INCENTIVE
           MOVE WS-TOT-CLAWBACKS TO DL-CLAWBACKS
           MOVE WS-TOT-CLAWBACK-AMT TO DL-CLAWBACK-AMT
           COMPUTE WS-NET-INCENTIVE =
               WS-TOT-INCENTIVE - WS-TOT-CLAWBACK-AMT
           MOVE WS-NET-INCENTIVE TO DL-NET-INCENTIVE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM OFFICER-PRODUCTION.
