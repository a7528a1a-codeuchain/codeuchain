      *================================================================*
      * CodeUChain COBOL Batch - Daily Fraud Alert Report              *
      *                                                                *
      * The fraud team's morning list: every application FRAUD-        *
      * VELOCITY-CHECK flagged on the day, read back from              *
      * fraud_alert.dat and printed to fraud_alert.rpt one block per   *
      * application -- its reference and applicant, then each earlier  *
      * sighting behind the flag: the repeated phone, address or name, *
      * the other application (with the last stage app_status.dat      *
      * held for it) or the CUSTOMER-MASTER record it was seen on, and *
      * that party's name. Every flagged application was referred by   *
      * UNDERWRITING-DECISION, so this list and the approval queue     *
      * name the same cases.                                           *
      *                                                                *
      * The day reported is today's date, the date the link stamps     *
      * its alerts with; positional argument 1 (YYYYMMDD) reprints an  *
      * earlier day.                                                   *
      *                                                                *
      * Return codes: 0 nothing flagged, 4 flagged applications        *
      * listed, 16 the report could not be written or the alert file   *
      * could not be read.                                             *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-ALERT-REPORT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "fraud_alert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT FRAUD-REPORT-FILE ASSIGN TO "fraud_alert.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "fraud-alert-record.cob"
           REPLACING PFX-FA-ALERT-DATE      BY FA-ALERT-DATE
                     PFX-FA-REFERENCE       BY FA-REFERENCE
                     PFX-FA-APPLICANT       BY FA-APPLICANT
                     PFX-FA-FLAG            BY FA-FLAG
                     PFX-FA-MATCH-VALUE     BY FA-MATCH-VALUE
                     PFX-FA-OTHER-SOURCE    BY FA-OTHER-SOURCE
                     PFX-FA-OTHER-KEY       BY FA-OTHER-KEY
                     PFX-FA-OTHER-NAME      BY FA-OTHER-NAME
                     PFX-FA-OTHER-DATE      BY FA-OTHER-DATE
                     PFX-FA-OTHER-STAGE     BY FA-OTHER-STAGE
                     PFX-FRAUD-ALERT-RECORD BY FRAUD-ALERT-RECORD.

       FD  FRAUD-REPORT-FILE.
       01  FRAUD-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-FILES-SWITCH           PIC X(1) VALUE "Y".
           88  WS-FILES-OPENED               VALUE "Y".

       01  WS-DATE-ARG               PIC X(10) VALUE SPACES.
       01  WS-REPORT-DATE            PIC 9(8).
       01  WS-LAST-REFERENCE         PIC X(20) VALUE SPACES.
       01  WS-LAST-APPLICANT         PIC X(30) VALUE SPACES.

       01  WS-APPLICATIONS-FLAGGED   PIC 9(7) VALUE 0.
       01  WS-ALERTS-LISTED          PIC 9(7) VALUE 0.
       01  WS-PHONE-ALERTS           PIC 9(7) VALUE 0.
       01  WS-ADDRESS-ALERTS         PIC 9(7) VALUE 0.
       01  WS-NAME-ALERTS            PIC 9(7) VALUE 0.

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
           DISPLAY "CodeUChain COBOL - Daily Fraud Alert Report"
           DISPLAY "=========================================="

           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-DATE-ARG(1:8) IS NUMERIC
               MOVE WS-DATE-ARG(1:8) TO WS-REPORT-DATE
           END-IF
           DISPLAY "Alert date: " WS-REPORT-DATE

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           PERFORM WRITE-JOB-HEADER

           PERFORM OPEN-REPORT-FILES
           IF WS-FILES-OPENED
               PERFORM WRITE-REPORT-HEADINGS
               IF WS-ALERT-FILE-STATUS = "00"
                   PERFORM REPORT-ONE-ALERT
                       UNTIL WS-END-OF-FILE
                   CLOSE ALERT-FILE
               END-IF
               IF WS-APPLICATIONS-FLAGGED = 0
                   MOVE SPACES TO FRAUD-REPORT-LINE
                   MOVE "NO APPLICATIONS FLAGGED"
                       TO FRAUD-REPORT-LINE
                   WRITE FRAUD-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE FRAUD-REPORT-FILE
           END-IF

           PERFORM SET-RUN-RETURN-CODE
           PERFORM WRITE-JOB-TRAILER

           DISPLAY "=========================================="
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Applications flagged: " WS-APPLICATIONS-FLAGGED
           DISPLAY "Alerts listed: " WS-ALERTS-LISTED
               " Phone: " WS-PHONE-ALERTS
               " Address: " WS-ADDRESS-ALERTS
               " Name: " WS-NAME-ALERTS
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       SET-RUN-RETURN-CODE.
           IF NOT WS-FILES-OPENED
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-APPLICATIONS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * OPEN-REPORT-FILES - no fraud_alert.dat yet just means nothing  *
      * has ever been flagged; any other failure to open it, or the    *
      * report, ends the run 16.                                       *
      *----------------------------------------------------------------*
       OPEN-REPORT-FILES.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
                   AND WS-ALERT-FILE-STATUS NOT = "35"
               DISPLAY "FRAUD-ALERT-REPORT: fraud_alert.dat "
                       "unavailable, status " WS-ALERT-FILE-STATUS
               MOVE "N" TO WS-FILES-SWITCH
           ELSE
               PERFORM OPEN-REPORT-OUTPUT
           END-IF.

       OPEN-REPORT-OUTPUT.
           OPEN OUTPUT FRAUD-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FRAUD-ALERT-REPORT: fraud_alert.rpt "
                       "unavailable, status " WS-REPORT-FILE-STATUS
               MOVE "N" TO WS-FILES-SWITCH
               IF WS-ALERT-FILE-STATUS = "00"
                   CLOSE ALERT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REPORT-ONE-ALERT - the link writes an application's alerts     *
      * together, so a change of reference starts the next block.      *
      *----------------------------------------------------------------*
       REPORT-ONE-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-FILE
                   AND FA-ALERT-DATE = WS-REPORT-DATE
               IF FA-REFERENCE NOT = WS-LAST-REFERENCE
                       OR FA-APPLICANT NOT = WS-LAST-APPLICANT
                       OR WS-APPLICATIONS-FLAGGED = 0
                   PERFORM WRITE-APPLICATION-HEADING
               END-IF
               PERFORM WRITE-ALERT-DETAIL
           END-IF.

       WRITE-APPLICATION-HEADING.
           ADD 1 TO WS-APPLICATIONS-FLAGGED
           MOVE FA-REFERENCE TO WS-LAST-REFERENCE
           MOVE FA-APPLICANT TO WS-LAST-APPLICANT
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING "APPLICATION " DELIMITED BY SIZE
                   FA-REFERENCE DELIMITED BY SIZE
                   "  APPLICANT " DELIMITED BY SIZE
                   FA-APPLICANT DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           END-STRING
           WRITE FRAUD-REPORT-LINE.

       WRITE-ALERT-DETAIL.
           ADD 1 TO WS-ALERTS-LISTED
           EVALUATE FA-FLAG
               WHEN "PHONE"
                   ADD 1 TO WS-PHONE-ALERTS
               WHEN "ADDRESS"
                   ADD 1 TO WS-ADDRESS-ALERTS
               WHEN "NAME"
                   ADD 1 TO WS-NAME-ALERTS
           END-EVALUATE

           MOVE SPACES TO FRAUD-REPORT-LINE
           MOVE FA-FLAG TO FRAUD-REPORT-LINE(3:8)
           MOVE FA-MATCH-VALUE TO FRAUD-REPORT-LINE(12:30)
           MOVE FA-OTHER-SOURCE TO FRAUD-REPORT-LINE(43:11)
           MOVE FA-OTHER-KEY TO FRAUD-REPORT-LINE(55:20)
           MOVE FA-OTHER-NAME TO FRAUD-REPORT-LINE(76:30)
           IF FA-OTHER-DATE IS NUMERIC AND FA-OTHER-DATE > 0
               MOVE FA-OTHER-DATE TO FRAUD-REPORT-LINE(107:8)
           END-IF
           MOVE FA-OTHER-STAGE TO FRAUD-REPORT-LINE(116:10)
           WRITE FRAUD-REPORT-LINE.

      *----------------------------------------------------------------*
      * Report headings and totals.                                    *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING "DAILY FRAUD ALERT REPORT  ALERT DATE "
                       DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   "  RUN ID " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           END-STRING
           WRITE FRAUD-REPORT-LINE
           MOVE ALL "=" TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING "  FLAG     MATCHED VALUE                  "
                       DELIMITED BY SIZE
                   "SEEN ON     REFERENCE / CUSTOMER     "
                       DELIMITED BY SIZE
                   "NAME                           "
                       DELIMITED BY SIZE
                   "DATE     STAGE" DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           END-STRING
           WRITE FRAUD-REPORT-LINE
           MOVE ALL "-" TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE ALL "-" TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE SPACES TO FRAUD-REPORT-LINE
           STRING "APPLICATIONS FLAGGED " DELIMITED BY SIZE
                   WS-APPLICATIONS-FLAGGED DELIMITED BY SIZE
                   "  ALERTS " DELIMITED BY SIZE
                   WS-ALERTS-LISTED DELIMITED BY SIZE
                   "  PHONE " DELIMITED BY SIZE
                   WS-PHONE-ALERTS DELIMITED BY SIZE
                   "  ADDRESS " DELIMITED BY SIZE
                   WS-ADDRESS-ALERTS DELIMITED BY SIZE
                   "  NAME " DELIMITED BY SIZE
                   WS-NAME-ALERTS DELIMITED BY SIZE
               INTO FRAUD-REPORT-LINE
           END-STRING
           WRITE FRAUD-REPORT-LINE.

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
                   " date=" DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   " flagged=" DELIMITED BY SIZE
                   WS-APPLICATIONS-FLAGGED DELIMITED BY SIZE
                   " alerts=" DELIMITED BY SIZE
                   WS-ALERTS-LISTED DELIMITED BY SIZE
                   INTO WS-JOB-LOG-CONTEXT
           END-STRING

           MOVE 7 TO WS-LOG-OPERATION-LEN
           MOVE "JOB-END" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-JOB-LOG-CONTEXT,
               WS-LOG-OPERATION,
               WS-JOB-LOG-RESULT.

       END PROGRAM FRAUD-ALERT-REPORT.
