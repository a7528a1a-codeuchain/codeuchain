      *================================================================*
      * CodeUChain COBOL Batch - Operator Productivity Report          *
      *                                                                *
      * Weekly view, for the operations supervisors, of who worked     *
      * what and how fast the work queues turned over. The week is     *
      * the seven days ending on positional argument 1 (default the    *
      * PROCESSING-DATE business date). Five trails are combined, by   *
      * operator and by day:                                           *
      *                                                                *
      *   - sign-ons: the SIGNON rows OPERATOR-SIGNON appends to       *
      *     security_events.dat;                                       *
      *   - contacts: CONTACT-HISTORY entries in contact_history.dat,  *
      *     under the operator stamped on each;                        *
      *   - approvals: APPROVAL-QUEUE's before/after images in         *
      *     audit_image.dat -- a row taking an item into PENDING is    *
      *     its queue entry, a row taking it from PENDING to APPROVED  *
      *     or DENIED is the approver working it;                      *
      *   - payments: the RECEIPT lines TELLER-PAYMENT-ENTRY writes to *
      *     teller_receipts.rpt, and its end-of-shift DRAWER lines in  *
      *     teller_drawer.rpt;                                         *
      *   - maker/checker changes: pending_changes.dat, the PENDING    *
      *     row for the maker (its id is the capture time) and the     *
      *     APPLIED or REJECTED row PENDING-CHANGES stamps with when   *
      *     the checker worked it.                                     *
      *                                                                *
      * Each operator's day shows the counts, the items worked (all    *
      * but the sign-ons), and the average minutes from queue entry to *
      * action over the approvals and checks that operator worked --   *
      * the two trails that are queues. A teller day with payments     *
      * taken but no drawer summary written is flagged: that drawer    *
      * was never balanced. A second section shows, for each day, what *
      * was left outstanding at the end of it: approvals still PENDING *
      * and changes still waiting on a checker, with the oldest of     *
      * each in days, and the drawers left unbalanced.                 *
      *                                                                *
      * A trail not yet on disk simply contributes nothing and is      *
      * noted in the trailer. The report goes to                       *
      * operator_productivity.rpt. Return codes: 0 nothing left        *
      * outstanding at any day's end, 4 something was (or a work table *
      * filled), 16 a trail on disk could not be opened.               *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-PRODUCTIVITY.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "security_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contact_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit_image.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "teller_receipts.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "teller_drawer.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "operator_productivity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  SECURITY-EVENT-RECORD.
           05  SE-TIMESTAMP          PIC X(14).
           05  SE-USER-ID            PIC X(10).
           05  SE-EVENT              PIC X(8).
           05  SE-DETAIL             PIC X(40).

       FD  CONTACT-FILE.
       01  CONTACT-FILE-RECORD.
           05  CH-KEY.
               10  CH-CUSTOMER-ID     PIC X(10).
               10  CH-SEQUENCE        PIC 9(5).
           COPY "contact-record.cob"
               REPLACING PFX-CH-TIMESTAMP    BY CH-TIMESTAMP
                         PFX-CH-CONTACT-TYPE BY CH-CONTACT-TYPE
                         PFX-CH-OPERATOR     BY CH-OPERATOR
                         PFX-CH-NOTE         BY CH-NOTE
                         PFX-CONTACT-RECORD  BY CH-CONTACT-FIELDS.

      * The images are APPROVAL-QUEUE's own record: status at 21 for
      * 10, submit date at 91 for 8.
       FD  AUDIT-FILE.
       01  AUDIT-IMAGE-RECORD.
           05  AI-TIMESTAMP          PIC X(14).
           05  AI-FILE-NAME          PIC X(20).
           05  AI-RECORD-KEY         PIC X(30).
           05  AI-OPERATION          PIC X(8).
           05  AI-OPERATOR-ID        PIC X(10).
           05  AI-BEFORE-IMAGE       PIC X(10100).
           05  AI-AFTER-IMAGE        PIC X(10100).

       FD  RECEIPT-FILE.
       01  RECEIPT-LINE              PIC X(132).

       FD  DRAWER-FILE.
       01  DRAWER-LINE               PIC X(132).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PC-ID                 PIC X(14).
           05  PC-FILE-NAME          PIC X(20).
           05  PC-KEY                PIC X(30).
           05  PC-ACTION             PIC X(10).
           05  PC-MAKER              PIC X(10).
           05  PC-STATUS             PIC X(10).
           05  PC-IMAGE              PIC X(40).
           05  PC-ACTED-AT           PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EVENT-STATUS           PIC XX.
       01  WS-CONTACT-STATUS         PIC XX.
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-RECEIPT-STATUS         PIC XX.
       01  WS-DRAWER-STATUS          PIC XX.
       01  WS-PENDING-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

      * Which trails were read; one missing from disk is noted in the
      * trailer, one on disk that will not open fails the run.
       01  WS-OPEN-FAILED-SWITCH     PIC X(1) VALUE "N".
           88  WS-OPEN-FAILED                VALUE "Y".
       01  WS-NOTE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-LINE OCCURS 6 TIMES PIC X(80).
       01  WS-NOTE-IDX               PIC S9(4) COMP.
       01  WS-SOURCE-NAME            PIC X(30).
       01  WS-SOURCE-STATUS          PIC XX.

      * The week is the business date (or argument 1) and the six
      * days before it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-DATE-ARG               PIC X(8) VALUE SPACES.
       01  WS-WEEK-END-DATE          PIC 9(8).
       01  WS-WEEK-START-DATE        PIC 9(8).
       01  WS-WEEK-START-INTEGER     PIC 9(8) COMP.

      * A timestamp (yyyymmddhhmmss) broken down to its day slot and
      * to minutes on a running scale, so two stamps subtract.
       01  WS-STAMP.
           05  WS-STAMP-DATE         PIC X(8).
           05  WS-STAMP-DATE-N REDEFINES WS-STAMP-DATE
                                     PIC 9(8).
           05  WS-STAMP-HH           PIC X(2).
           05  WS-STAMP-HH-N REDEFINES WS-STAMP-HH
                                     PIC 9(2).
           05  WS-STAMP-MM           PIC X(2).
           05  WS-STAMP-MM-N REDEFINES WS-STAMP-MM
                                     PIC 9(2).
           05  WS-STAMP-SS           PIC X(2).
       01  WS-STAMP-VALID-SWITCH     PIC X(1).
           88  WS-STAMP-VALID                VALUE "Y".
       01  WS-STAMP-MINUTES          PIC S9(11) COMP-3.
       01  WS-DAY-SLOT               PIC S9(4) COMP.

      * Operators, kept in id order as they are first met, each with
      * seven days of counters.
       01  WS-OP-MAX                 PIC S9(4) COMP VALUE 200.
       01  WS-OP-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 200 TIMES.
               10  WS-OP-ID             PIC X(10).
               10  WS-OP-DAY OCCURS 7 TIMES.
                   15  WS-OD-SIGNONS       PIC 9(5).
                   15  WS-OD-CONTACTS      PIC 9(5).
                   15  WS-OD-APPROVALS     PIC 9(5).
                   15  WS-OD-PAYMENTS      PIC 9(5).
                   15  WS-OD-MADE          PIC 9(5).
                   15  WS-OD-CHECKED       PIC 9(5).
                   15  WS-OD-DRAWERS       PIC 9(5).
                   15  WS-OD-TIMED         PIC 9(5).
                   15  WS-OD-WAIT-MINUTES  PIC 9(9).
       01  WS-FIND-OPERATOR          PIC X(10).
       01  WS-OP-SLOT                PIC S9(4) COMP.
       01  WS-SCAN-IDX               PIC S9(4) COMP.
       01  WS-SHIFT-IDX              PIC S9(4) COMP.
       01  WS-DAY-IDX                PIC S9(4) COMP.

      * Approval items met in the audit trail: when each entered the
      * queue and, once worked, when and by whom. An item worked
      * before the week began is dropped, so the table holds only
      * what was open at the start of the week or came in during it.
       01  WS-REF-MAX                PIC S9(4) COMP VALUE 2000.
       01  WS-REF-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 2000 TIMES.
               10  WS-REF-ID            PIC X(30).
               10  WS-REF-ENTRY-DATE    PIC 9(8).
               10  WS-REF-ENTRY-MINUTES PIC S9(11) COMP-3.
               10  WS-REF-ACTION-DATE   PIC 9(8).
               10  WS-REF-ACTION-MINUTES PIC S9(11) COMP-3.
               10  WS-REF-ACTOR         PIC X(10).
       01  WS-REF-SLOT               PIC S9(4) COMP.
       01  WS-BEFORE-STATUS          PIC X(10).
       01  WS-AFTER-STATUS           PIC X(10).

      * Maker/checker changes, held the same way.
       01  WS-CHG-MAX                PIC S9(4) COMP VALUE 1000.
       01  WS-CHG-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 1000 TIMES.
               10  WS-CHG-ID            PIC X(14).
               10  WS-CHG-ENTRY-DATE    PIC 9(8).
               10  WS-CHG-ENTRY-MINUTES PIC S9(11) COMP-3.
               10  WS-CHG-ACTION-DATE   PIC 9(8).
               10  WS-CHG-ACTION-MINUTES PIC S9(11) COMP-3.
               10  WS-CHG-CHECKER       PIC X(10).
       01  WS-CHG-SLOT               PIC S9(4) COMP.
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

      * What each day of the week left behind.
       01  WS-EOD-TABLE.
           05  WS-EOD-ENTRY OCCURS 7 TIMES.
               10  WS-EOD-DATE          PIC 9(8).
               10  WS-EOD-APPROVALS     PIC 9(5).
               10  WS-EOD-APPR-OLDEST   PIC 9(5).
               10  WS-EOD-CHANGES       PIC 9(5).
               10  WS-EOD-CHG-OLDEST    PIC 9(5).
               10  WS-EOD-DRAWERS       PIC 9(5).
       01  WS-AGE-DAYS               PIC 9(5).
       01  WS-OUTSTANDING-SWITCH     PIC X(1) VALUE "N".
           88  WS-ANYTHING-OUTSTANDING       VALUE "Y".

      * Week totals, per operator and for the whole report.
       01  WS-WK-SIGNONS             PIC 9(7).
       01  WS-WK-CONTACTS            PIC 9(7).
       01  WS-WK-APPROVALS           PIC 9(7).
       01  WS-WK-PAYMENTS            PIC 9(7).
       01  WS-WK-MADE                PIC 9(7).
       01  WS-WK-CHECKED             PIC 9(7).
       01  WS-WK-ITEMS               PIC 9(7).
       01  WS-WK-TIMED               PIC 9(7).
       01  WS-WK-WAIT-MINUTES        PIC 9(11).
       01  WS-WK-OPEN-DRAWERS        PIC 9(7).
       01  WS-DAY-ITEMS              PIC 9(7).
       01  WS-AVG-MINUTES            PIC 9(9).
       01  WS-OPERATORS-LISTED       PIC 9(5) VALUE 0.
       01  WS-ALL-ITEMS              PIC 9(9) VALUE 0.
       01  WS-ALL-APPROVALS          PIC 9(7) VALUE 0.
       01  WS-ALL-APPR-MINUTES       PIC 9(11) VALUE 0.
       01  WS-ALL-CHECKED            PIC 9(7) VALUE 0.
       01  WS-ALL-CHK-MINUTES        PIC 9(11) VALUE 0.
       01  WS-TIMED-MINUTES          PIC S9(11) COMP-3.

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR         PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-DATE             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-SIGNONS          PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-CONTACTS         PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-APPROVALS        PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-PAYMENTS         PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-MADE             PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-CHECKED          PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-ITEMS            PIC Z(7)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-AVG-WAIT         PIC Z(7)9.
           05  WS-DL-AVG-WAIT-X REDEFINES WS-DL-AVG-WAIT
                                      PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DL-NOTE             PIC X(20).

       01  WS-EOD-LINE.
           05  WS-EL-DATE             PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-EL-APPROVALS        PIC Z(8)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-EL-APPR-OLDEST      PIC Z(10)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-EL-CHANGES          PIC Z(8)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-EL-CHG-OLDEST       PIC Z(10)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-EL-DRAWERS          PIC Z(8)9.

       01  WS-ED-COUNT               PIC Z(8)9.
       01  WS-ED-MINUTES             PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Operator Productivity"
           DISPLAY "=========================================="

           PERFORM SET-REPORT-WEEK
           MOVE 0 TO RETURN-CODE

           PERFORM COUNT-SIGNONS
           PERFORM COUNT-CONTACTS
           PERFORM LOAD-APPROVAL-TRAIL
           PERFORM COUNT-TELLER-PAYMENTS
           PERFORM COUNT-DRAWER-SUMMARIES
           PERFORM LOAD-PENDING-CHANGES
           PERFORM CREDIT-WORKED-ITEMS
           PERFORM MEASURE-END-OF-DAY

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "OPERATOR-PRODUCTIVITY: Unable to open "
                       "operator_productivity.rpt, status "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-ONE-OPERATOR
                   VARYING WS-OP-SLOT FROM 1 BY 1
                   UNTIL WS-OP-SLOT > WS-OP-COUNT
               PERFORM WRITE-END-OF-DAY-SECTION
               PERFORM WRITE-REPORT-TRAILER
               CLOSE REPORT-FILE
               EVALUATE TRUE
                   WHEN WS-OPEN-FAILED
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-ANYTHING-OUTSTANDING
                   WHEN WS-TABLE-FULL
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Operators listed: " WS-OPERATORS-LISTED
               " Items worked: " WS-ALL-ITEMS
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * SET-REPORT-WEEK - the week ends on argument 1 when given, the  *
      * business date otherwise, and starts six days earlier.          *
      *----------------------------------------------------------------*
       SET-REPORT-WEEK.
           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-WEEK-END-DATE, WS-PD-RESULT

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-DATE-ARG NOT = SPACES AND WS-DATE-ARG IS NUMERIC
               MOVE WS-DATE-ARG TO WS-WEEK-END-DATE
           END-IF

           COMPUTE WS-WEEK-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE) - 6
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INTEGER)
           DISPLAY "Week: " WS-WEEK-START-DATE
                   " through " WS-WEEK-END-DATE

           INITIALIZE WS-EOD-TABLE
           PERFORM SET-ONE-EOD-DATE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.

       SET-ONE-EOD-DATE.
           COMPUTE WS-EOD-DATE(WS-DAY-IDX) =
               FUNCTION DATE-OF-INTEGER(
                   WS-WEEK-START-INTEGER + WS-DAY-IDX - 1).

      *----------------------------------------------------------------*
      * READ-STAMP - breaks WS-STAMP down: its minutes on the running  *
      * scale and its day slot in the week (0 when outside it). A      *
      * stamp that is not a date is not valid; a missing time of day   *
      * counts as midnight.                                            *
      *----------------------------------------------------------------*
       READ-STAMP.
           MOVE "N" TO WS-STAMP-VALID-SWITCH
           MOVE 0 TO WS-STAMP-MINUTES
           MOVE 0 TO WS-DAY-SLOT
           IF WS-STAMP-DATE IS NUMERIC
                   AND WS-STAMP-DATE-N > 19000000
               MOVE "Y" TO WS-STAMP-VALID-SWITCH
               IF WS-STAMP-HH IS NOT NUMERIC
                   MOVE 0 TO WS-STAMP-HH-N
               END-IF
               IF WS-STAMP-MM IS NOT NUMERIC
                   MOVE 0 TO WS-STAMP-MM-N
               END-IF
               COMPUTE WS-STAMP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-N) * 1440
                   + WS-STAMP-HH-N * 60 + WS-STAMP-MM-N
               IF WS-STAMP-DATE-N >= WS-WEEK-START-DATE
                       AND WS-STAMP-DATE-N <= WS-WEEK-END-DATE
                   COMPUTE WS-DAY-SLOT =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-N)
                       - WS-WEEK-START-INTEGER + 1
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FIND-OPERATOR - the slot for WS-FIND-OPERATOR, added in id     *
      * order when first met; 0 once the table is full. An entry with  *
      * no operator on it was made by a batch job, as AUDIT-IMAGE      *
      * stamps such changes.                                           *
      *----------------------------------------------------------------*
       FIND-OPERATOR.
           IF WS-FIND-OPERATOR = SPACES
               MOVE "BATCH" TO WS-FIND-OPERATOR
           END-IF
           MOVE 1 TO WS-SCAN-IDX
           PERFORM STEP-OPERATOR-SCAN
               UNTIL WS-SCAN-IDX > WS-OP-COUNT
                  OR WS-OP-ID(WS-SCAN-IDX) >= WS-FIND-OPERATOR

           EVALUATE TRUE
               WHEN WS-SCAN-IDX <= WS-OP-COUNT
                       AND WS-OP-ID(WS-SCAN-IDX) = WS-FIND-OPERATOR
                   MOVE WS-SCAN-IDX TO WS-OP-SLOT
               WHEN WS-OP-COUNT >= WS-OP-MAX
                   MOVE 0 TO WS-OP-SLOT
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               WHEN OTHER
                   PERFORM SHIFT-ONE-OPERATOR
                       VARYING WS-SHIFT-IDX FROM WS-OP-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-SCAN-IDX
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-SCAN-IDX TO WS-OP-SLOT
                   INITIALIZE WS-OP-ENTRY(WS-OP-SLOT)
                   MOVE WS-FIND-OPERATOR TO WS-OP-ID(WS-OP-SLOT)
           END-EVALUATE.

       STEP-OPERATOR-SCAN.
           ADD 1 TO WS-SCAN-IDX.

       SHIFT-ONE-OPERATOR.
           MOVE WS-OP-ENTRY(WS-SHIFT-IDX)
               TO WS-OP-ENTRY(WS-SHIFT-IDX + 1).

      *----------------------------------------------------------------*
      * NOTE-SOURCE-STATUS - a trail that is not on disk yet is noted; *
      * one that is there but will not open fails the run.             *
      *----------------------------------------------------------------*
       NOTE-SOURCE-STATUS.
           IF WS-NOTE-COUNT < 6
               ADD 1 TO WS-NOTE-COUNT
               MOVE SPACES TO WS-NOTE-LINE(WS-NOTE-COUNT)
               IF WS-SOURCE-STATUS = "35"
                   STRING "Not on file: " DELIMITED BY SIZE
                           WS-SOURCE-NAME DELIMITED BY SPACE
                       INTO WS-NOTE-LINE(WS-NOTE-COUNT)
                   END-STRING
               ELSE
                   STRING "Not read: " DELIMITED BY SIZE
                           WS-SOURCE-NAME DELIMITED BY SPACE
                           ", status " DELIMITED BY SIZE
                           WS-SOURCE-STATUS DELIMITED BY SIZE
                       INTO WS-NOTE-LINE(WS-NOTE-COUNT)
                   END-STRING
               END-IF
           END-IF
           IF WS-SOURCE-STATUS NOT = "35"
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
               DISPLAY "OPERATOR-PRODUCTIVITY: Unable to open "
                       FUNCTION TRIM(WS-SOURCE-NAME)
                       ", status " WS-SOURCE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-SIGNONS - one per SIGNON row in the week.                *
      *----------------------------------------------------------------*
       COUNT-SIGNONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = "00"
               PERFORM READ-NEXT-EVENT
               PERFORM COUNT-ONE-SIGNON
                   UNTIL WS-END-OF-FILE
               CLOSE EVENT-FILE
           ELSE
               MOVE "security_events.dat" TO WS-SOURCE-NAME
               MOVE WS-EVENT-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       READ-NEXT-EVENT.
           READ EVENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-SIGNON.
           IF SE-EVENT = "SIGNON"
               MOVE SE-TIMESTAMP TO WS-STAMP
               PERFORM READ-STAMP
               IF WS-DAY-SLOT > 0
                   MOVE SE-USER-ID TO WS-FIND-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-SLOT > 0
                       ADD 1 TO WS-OD-SIGNONS(WS-OP-SLOT, WS-DAY-SLOT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-EVENT.

      *----------------------------------------------------------------*
      * COUNT-CONTACTS - one per contact history entry in the week,    *
      * under the operator who logged it.                              *
      *----------------------------------------------------------------*
       COUNT-CONTACTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               PERFORM READ-NEXT-CONTACT
               PERFORM COUNT-ONE-CONTACT
                   UNTIL WS-END-OF-FILE
               CLOSE CONTACT-FILE
           ELSE
               MOVE "contact_history.dat" TO WS-SOURCE-NAME
               MOVE WS-CONTACT-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       READ-NEXT-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-CONTACT.
           MOVE CH-TIMESTAMP TO WS-STAMP
           PERFORM READ-STAMP
           IF WS-DAY-SLOT > 0
               MOVE CH-OPERATOR TO WS-FIND-OPERATOR
               PERFORM FIND-OPERATOR
               IF WS-OP-SLOT > 0
                   ADD 1 TO WS-OD-CONTACTS(WS-OP-SLOT, WS-DAY-SLOT)
               END-IF
           END-IF
           PERFORM READ-NEXT-CONTACT.

      *----------------------------------------------------------------*
      * LOAD-APPROVAL-TRAIL - APPROVAL-QUEUE's rows in the audit       *
      * trail, in the order they were written. Into PENDING from       *
      * anything else (a submission, or a resubmission of a denied     *
      * reference) starts an item's wait; PENDING to APPROVED or       *
      * DENIED ends it. Rows after the week are left unread in effect: *
      * an item worked after the week ended was still waiting in it.   *
      *----------------------------------------------------------------*
       LOAD-APPROVAL-TRAIL.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-NEXT-AUDIT
               PERFORM LOAD-ONE-AUDIT-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
           ELSE
               MOVE "audit_image.dat" TO WS-SOURCE-NAME
               MOVE WS-AUDIT-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-AUDIT-ROW.
           IF AI-FILE-NAME = "approval_queue.dat"
               MOVE AI-TIMESTAMP TO WS-STAMP
               PERFORM READ-STAMP
               IF WS-STAMP-VALID
                       AND WS-STAMP-DATE-N <= WS-WEEK-END-DATE
                   MOVE SPACES TO WS-BEFORE-STATUS
                   IF AI-OPERATION NOT = "ADD"
                       MOVE AI-BEFORE-IMAGE(21:10) TO WS-BEFORE-STATUS
                   END-IF
                   MOVE AI-AFTER-IMAGE(21:10) TO WS-AFTER-STATUS
                   EVALUATE TRUE
                       WHEN WS-AFTER-STATUS = "PENDING"
                               AND WS-BEFORE-STATUS NOT = "PENDING"
                           PERFORM RECORD-QUEUE-ENTRY
                       WHEN WS-BEFORE-STATUS = "PENDING"
                               AND (WS-AFTER-STATUS = "APPROVED"
                                 OR WS-AFTER-STATUS = "DENIED")
                           PERFORM RECORD-QUEUE-ACTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-NEXT-AUDIT.

       RECORD-QUEUE-ENTRY.
           PERFORM FIND-REFERENCE
           IF WS-REF-SLOT > 0
               MOVE WS-STAMP-DATE-N TO WS-REF-ENTRY-DATE(WS-REF-SLOT)
               MOVE WS-STAMP-MINUTES
                   TO WS-REF-ENTRY-MINUTES(WS-REF-SLOT)
               MOVE 0 TO WS-REF-ACTION-DATE(WS-REF-SLOT)
               MOVE 0 TO WS-REF-ACTION-MINUTES(WS-REF-SLOT)
               MOVE SPACES TO WS-REF-ACTOR(WS-REF-SLOT)
           END-IF.

      *----------------------------------------------------------------*
      * RECORD-QUEUE-ACTION - an item worked before the week is of no  *
      * further interest and gives its slot back. One whose entry row  *
      * is not in the trail is timed from the submit date on the image.*
      *----------------------------------------------------------------*
       RECORD-QUEUE-ACTION.
           PERFORM FIND-REFERENCE
           IF WS-REF-SLOT > 0
               IF WS-STAMP-DATE-N < WS-WEEK-START-DATE
                   PERFORM DROP-REFERENCE
               ELSE
                   MOVE WS-STAMP-DATE-N
                       TO WS-REF-ACTION-DATE(WS-REF-SLOT)
                   MOVE WS-STAMP-MINUTES
                       TO WS-REF-ACTION-MINUTES(WS-REF-SLOT)
                   MOVE AI-OPERATOR-ID TO WS-REF-ACTOR(WS-REF-SLOT)
                   IF WS-REF-ENTRY-DATE(WS-REF-SLOT) = 0
                       PERFORM TAKE-ENTRY-FROM-SUBMIT-DATE
                   END-IF
               END-IF
           END-IF.

       TAKE-ENTRY-FROM-SUBMIT-DATE.
           MOVE SPACES TO WS-STAMP
           MOVE AI-BEFORE-IMAGE(91:8) TO WS-STAMP-DATE
           PERFORM READ-STAMP
           IF WS-STAMP-VALID
               MOVE WS-STAMP-DATE-N TO WS-REF-ENTRY-DATE(WS-REF-SLOT)
               MOVE WS-STAMP-MINUTES
                   TO WS-REF-ENTRY-MINUTES(WS-REF-SLOT)
           ELSE
               MOVE WS-REF-ACTION-DATE(WS-REF-SLOT)
                   TO WS-REF-ENTRY-DATE(WS-REF-SLOT)
               MOVE WS-REF-ACTION-MINUTES(WS-REF-SLOT)
                   TO WS-REF-ENTRY-MINUTES(WS-REF-SLOT)
           END-IF.

       FIND-REFERENCE.
           MOVE 1 TO WS-SCAN-IDX
           PERFORM STEP-REFERENCE-SCAN
               UNTIL WS-SCAN-IDX > WS-REF-COUNT
                  OR WS-REF-ID(WS-SCAN-IDX) = AI-RECORD-KEY

           EVALUATE TRUE
               WHEN WS-SCAN-IDX <= WS-REF-COUNT
                   MOVE WS-SCAN-IDX TO WS-REF-SLOT
               WHEN WS-REF-COUNT >= WS-REF-MAX
                   MOVE 0 TO WS-REF-SLOT
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-REF-COUNT
                   MOVE WS-REF-COUNT TO WS-REF-SLOT
                   INITIALIZE WS-REF-ENTRY(WS-REF-SLOT)
                   MOVE AI-RECORD-KEY TO WS-REF-ID(WS-REF-SLOT)
           END-EVALUATE.

       STEP-REFERENCE-SCAN.
           ADD 1 TO WS-SCAN-IDX.

       DROP-REFERENCE.
           IF WS-REF-SLOT < WS-REF-COUNT
               MOVE WS-REF-ENTRY(WS-REF-COUNT)
                   TO WS-REF-ENTRY(WS-REF-SLOT)
           END-IF
           SUBTRACT 1 FROM WS-REF-COUNT.

      *----------------------------------------------------------------*
      * COUNT-TELLER-PAYMENTS - one per RECEIPT line; the date and the *
      * teller id sit at fixed columns, as TELLER-PAYMENT-ENTRY        *
      * strings them. The split lines under each receipt are skipped.  *
      *----------------------------------------------------------------*
       COUNT-TELLER-PAYMENTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00"
               PERFORM READ-NEXT-RECEIPT
               PERFORM COUNT-ONE-RECEIPT
                   UNTIL WS-END-OF-FILE
               CLOSE RECEIPT-FILE
           ELSE
               MOVE "teller_receipts.rpt" TO WS-SOURCE-NAME
               MOVE WS-RECEIPT-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       READ-NEXT-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-RECEIPT.
           IF RECEIPT-LINE(1:8) = "RECEIPT "
               MOVE SPACES TO WS-STAMP
               MOVE RECEIPT-LINE(9:8) TO WS-STAMP-DATE
               PERFORM READ-STAMP
               IF WS-DAY-SLOT > 0
                   MOVE RECEIPT-LINE(27:10) TO WS-FIND-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-SLOT > 0
                       ADD 1 TO WS-OD-PAYMENTS(WS-OP-SLOT, WS-DAY-SLOT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-RECEIPT.

      *----------------------------------------------------------------*
      * COUNT-DRAWER-SUMMARIES - one per DRAWER line, the teller's     *
      * end-of-shift balancing figure.                                 *
      *----------------------------------------------------------------*
       COUNT-DRAWER-SUMMARIES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
               PERFORM READ-NEXT-DRAWER
               PERFORM COUNT-ONE-DRAWER
                   UNTIL WS-END-OF-FILE
               CLOSE DRAWER-FILE
           ELSE
               MOVE "teller_drawer.rpt" TO WS-SOURCE-NAME
               MOVE WS-DRAWER-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       READ-NEXT-DRAWER.
           READ DRAWER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-DRAWER.
           IF DRAWER-LINE(1:7) = "DRAWER "
               MOVE SPACES TO WS-STAMP
               MOVE DRAWER-LINE(8:8) TO WS-STAMP-DATE
               PERFORM READ-STAMP
               IF WS-DAY-SLOT > 0
                   MOVE DRAWER-LINE(26:10) TO WS-FIND-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-SLOT > 0
                       ADD 1 TO WS-OD-DRAWERS(WS-OP-SLOT, WS-DAY-SLOT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-DRAWER.

      *----------------------------------------------------------------*
      * LOAD-PENDING-CHANGES - a PENDING row is the maker's work and   *
      * starts the change's wait; the APPLIED or REJECTED row with the *
      * same id ends it when the checker worked it. A terminal row     *
      * with no worked-at stamp, or one worked before the week, closes *
      * the change and gives its slot back.                            *
      *----------------------------------------------------------------*
       LOAD-PENDING-CHANGES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM READ-NEXT-PENDING
               PERFORM LOAD-ONE-PENDING
                   UNTIL WS-END-OF-FILE
               CLOSE PENDING-FILE
           ELSE
               MOVE "pending_changes.dat" TO WS-SOURCE-NAME
               MOVE WS-PENDING-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       READ-NEXT-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-PENDING.
           IF PC-STATUS = "PENDING"
               PERFORM RECORD-MAKER-CHANGE
           ELSE
               PERFORM RECORD-CHECKER-ACTION
           END-IF
           PERFORM READ-NEXT-PENDING.

       RECORD-MAKER-CHANGE.
           MOVE PC-ID TO WS-STAMP
           PERFORM READ-STAMP
           IF WS-STAMP-VALID AND WS-STAMP-DATE-N <= WS-WEEK-END-DATE
               IF WS-DAY-SLOT > 0
                   MOVE PC-MAKER TO WS-FIND-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-SLOT > 0
                       ADD 1 TO WS-OD-MADE(WS-OP-SLOT, WS-DAY-SLOT)
                   END-IF
               END-IF
               PERFORM FIND-CHANGE
               IF WS-CHG-SLOT = 0
                   PERFORM ADD-CHANGE
               END-IF
           END-IF.

       RECORD-CHECKER-ACTION.
           PERFORM FIND-CHANGE
           IF WS-CHG-SLOT > 0
               MOVE PC-ACTED-AT TO WS-STAMP
               PERFORM READ-STAMP
               EVALUATE TRUE
                   WHEN NOT WS-STAMP-VALID
                   WHEN WS-STAMP-DATE-N < WS-WEEK-START-DATE
                       PERFORM DROP-CHANGE
                   WHEN WS-STAMP-DATE-N > WS-WEEK-END-DATE
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STAMP-DATE-N
                           TO WS-CHG-ACTION-DATE(WS-CHG-SLOT)
                       MOVE WS-STAMP-MINUTES
                           TO WS-CHG-ACTION-MINUTES(WS-CHG-SLOT)
                       MOVE PC-MAKER TO WS-CHG-CHECKER(WS-CHG-SLOT)
               END-EVALUATE
           END-IF.

       FIND-CHANGE.
           MOVE 1 TO WS-SCAN-IDX
           PERFORM STEP-CHANGE-SCAN
               UNTIL WS-SCAN-IDX > WS-CHG-COUNT
                  OR WS-CHG-ID(WS-SCAN-IDX) = PC-ID
           IF WS-SCAN-IDX <= WS-CHG-COUNT
               MOVE WS-SCAN-IDX TO WS-CHG-SLOT
           ELSE
               MOVE 0 TO WS-CHG-SLOT
           END-IF.

       STEP-CHANGE-SCAN.
           ADD 1 TO WS-SCAN-IDX.

       ADD-CHANGE.
           IF WS-CHG-COUNT >= WS-CHG-MAX
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           ELSE
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-CHG-SLOT
               INITIALIZE WS-CHG-ENTRY(WS-CHG-SLOT)
               MOVE PC-ID TO WS-CHG-ID(WS-CHG-SLOT)
               MOVE WS-STAMP-DATE-N TO WS-CHG-ENTRY-DATE(WS-CHG-SLOT)
               MOVE WS-STAMP-MINUTES
                   TO WS-CHG-ENTRY-MINUTES(WS-CHG-SLOT)
           END-IF.

       DROP-CHANGE.
           IF WS-CHG-SLOT < WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-CHG-COUNT)
                   TO WS-CHG-ENTRY(WS-CHG-SLOT)
           END-IF
           SUBTRACT 1 FROM WS-CHG-COUNT.

      *----------------------------------------------------------------*
      * CREDIT-WORKED-ITEMS - each approval and each check worked in   *
      * the week goes to the operator who worked it, on the day it was *
      * worked, with its wait since queue entry.                       *
      *----------------------------------------------------------------*
       CREDIT-WORKED-ITEMS.
           PERFORM CREDIT-ONE-APPROVAL
               VARYING WS-REF-SLOT FROM 1 BY 1
               UNTIL WS-REF-SLOT > WS-REF-COUNT
           PERFORM CREDIT-ONE-CHECK
               VARYING WS-CHG-SLOT FROM 1 BY 1
               UNTIL WS-CHG-SLOT > WS-CHG-COUNT.

       CREDIT-ONE-APPROVAL.
           IF WS-REF-ACTION-DATE(WS-REF-SLOT) >= WS-WEEK-START-DATE
               COMPUTE WS-DAY-SLOT =
                   FUNCTION INTEGER-OF-DATE(
                       WS-REF-ACTION-DATE(WS-REF-SLOT))
                   - WS-WEEK-START-INTEGER + 1
               COMPUTE WS-TIMED-MINUTES =
                   WS-REF-ACTION-MINUTES(WS-REF-SLOT)
                   - WS-REF-ENTRY-MINUTES(WS-REF-SLOT)
               IF WS-TIMED-MINUTES < 0
                   MOVE 0 TO WS-TIMED-MINUTES
               END-IF
               MOVE WS-REF-ACTOR(WS-REF-SLOT) TO WS-FIND-OPERATOR
               PERFORM FIND-OPERATOR
               IF WS-OP-SLOT > 0
                   ADD 1 TO WS-OD-APPROVALS(WS-OP-SLOT, WS-DAY-SLOT)
                   ADD 1 TO WS-OD-TIMED(WS-OP-SLOT, WS-DAY-SLOT)
                   ADD WS-TIMED-MINUTES
                       TO WS-OD-WAIT-MINUTES(WS-OP-SLOT, WS-DAY-SLOT)
               END-IF
               ADD 1 TO WS-ALL-APPROVALS
               ADD WS-TIMED-MINUTES TO WS-ALL-APPR-MINUTES
           END-IF.

       CREDIT-ONE-CHECK.
           IF WS-CHG-ACTION-DATE(WS-CHG-SLOT) >= WS-WEEK-START-DATE
               COMPUTE WS-DAY-SLOT =
                   FUNCTION INTEGER-OF-DATE(
                       WS-CHG-ACTION-DATE(WS-CHG-SLOT))
                   - WS-WEEK-START-INTEGER + 1
               COMPUTE WS-TIMED-MINUTES =
                   WS-CHG-ACTION-MINUTES(WS-CHG-SLOT)
                   - WS-CHG-ENTRY-MINUTES(WS-CHG-SLOT)
               IF WS-TIMED-MINUTES < 0
                   MOVE 0 TO WS-TIMED-MINUTES
               END-IF
               MOVE WS-CHG-CHECKER(WS-CHG-SLOT) TO WS-FIND-OPERATOR
               PERFORM FIND-OPERATOR
               IF WS-OP-SLOT > 0
                   ADD 1 TO WS-OD-CHECKED(WS-OP-SLOT, WS-DAY-SLOT)
                   ADD 1 TO WS-OD-TIMED(WS-OP-SLOT, WS-DAY-SLOT)
                   ADD WS-TIMED-MINUTES
                       TO WS-OD-WAIT-MINUTES(WS-OP-SLOT, WS-DAY-SLOT)
               END-IF
               ADD 1 TO WS-ALL-CHECKED
               ADD WS-TIMED-MINUTES TO WS-ALL-CHK-MINUTES
           END-IF.

      *----------------------------------------------------------------*
      * MEASURE-END-OF-DAY - for each day of the week: an item that    *
      * had entered its queue by that day and was not worked by the    *
      * end of it was left outstanding, aged from its entry date; a    *
      * teller day with payments and no drawer summary left a drawer   *
      * unbalanced.                                                    *
      *----------------------------------------------------------------*
       MEASURE-END-OF-DAY.
           PERFORM AGE-ONE-OPEN-APPROVAL
               VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               AFTER WS-REF-SLOT FROM 1 BY 1
                   UNTIL WS-REF-SLOT > WS-REF-COUNT
           PERFORM AGE-ONE-OPEN-CHANGE
               VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               AFTER WS-CHG-SLOT FROM 1 BY 1
                   UNTIL WS-CHG-SLOT > WS-CHG-COUNT
           PERFORM CHECK-ONE-DRAWER-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               AFTER WS-OP-SLOT FROM 1 BY 1
                   UNTIL WS-OP-SLOT > WS-OP-COUNT.

       AGE-ONE-OPEN-APPROVAL.
           IF WS-REF-ENTRY-DATE(WS-REF-SLOT) > 0
                   AND WS-REF-ENTRY-DATE(WS-REF-SLOT)
                       <= WS-EOD-DATE(WS-DAY-IDX)
                   AND (WS-REF-ACTION-DATE(WS-REF-SLOT) = 0
                     OR WS-REF-ACTION-DATE(WS-REF-SLOT)
                       > WS-EOD-DATE(WS-DAY-IDX))
               ADD 1 TO WS-EOD-APPROVALS(WS-DAY-IDX)
               MOVE "Y" TO WS-OUTSTANDING-SWITCH
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EOD-DATE(WS-DAY-IDX))
                   - FUNCTION INTEGER-OF-DATE(
                       WS-REF-ENTRY-DATE(WS-REF-SLOT))
               IF WS-AGE-DAYS > WS-EOD-APPR-OLDEST(WS-DAY-IDX)
                   MOVE WS-AGE-DAYS TO WS-EOD-APPR-OLDEST(WS-DAY-IDX)
               END-IF
           END-IF.

       AGE-ONE-OPEN-CHANGE.
           IF WS-CHG-ENTRY-DATE(WS-CHG-SLOT)
                       <= WS-EOD-DATE(WS-DAY-IDX)
                   AND (WS-CHG-ACTION-DATE(WS-CHG-SLOT) = 0
                     OR WS-CHG-ACTION-DATE(WS-CHG-SLOT)
                       > WS-EOD-DATE(WS-DAY-IDX))
               ADD 1 TO WS-EOD-CHANGES(WS-DAY-IDX)
               MOVE "Y" TO WS-OUTSTANDING-SWITCH
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EOD-DATE(WS-DAY-IDX))
                   - FUNCTION INTEGER-OF-DATE(
                       WS-CHG-ENTRY-DATE(WS-CHG-SLOT))
               IF WS-AGE-DAYS > WS-EOD-CHG-OLDEST(WS-DAY-IDX)
                   MOVE WS-AGE-DAYS TO WS-EOD-CHG-OLDEST(WS-DAY-IDX)
               END-IF
           END-IF.

       CHECK-ONE-DRAWER-DAY.
           IF WS-OD-PAYMENTS(WS-OP-SLOT, WS-DAY-IDX) > 0
                   AND WS-OD-DRAWERS(WS-OP-SLOT, WS-DAY-IDX) = 0
               ADD 1 TO WS-EOD-DRAWERS(WS-DAY-IDX)
               MOVE "Y" TO WS-OUTSTANDING-SWITCH
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR PRODUCTIVITY AND WORK-QUEUE THROUGHPUT, "
                   DELIMITED BY SIZE
                   "WEEK " DELIMITED BY SIZE
                   WS-WEEK-START-DATE DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   WS-WEEK-END-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR    DATE        SIGN-ONS  CONTACTS"
                   DELIMITED BY SIZE
                   "  APPROVED  PAYMENTS   CHANGES   CHANGES"
                   DELIMITED BY SIZE
                   "     ITEMS  AVG WAIT  SHIFT END"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                                        "
                   DELIMITED BY SIZE
                   "                          MADE   CHECKED"
                   DELIMITED BY SIZE
                   "    WORKED   MINUTES"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-ONE-OPERATOR - a line per day the operator did anything, *
      * then the operator's week.                                      *
      *----------------------------------------------------------------*
       WRITE-ONE-OPERATOR.
           INITIALIZE WS-WK-SIGNONS WS-WK-CONTACTS WS-WK-APPROVALS
                      WS-WK-PAYMENTS WS-WK-MADE WS-WK-CHECKED
                      WS-WK-ITEMS WS-WK-TIMED WS-WK-WAIT-MINUTES
                      WS-WK-OPEN-DRAWERS
           PERFORM WRITE-ONE-OPERATOR-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7

           IF WS-WK-SIGNONS + WS-WK-ITEMS > 0
               ADD 1 TO WS-OPERATORS-LISTED
               ADD WS-WK-ITEMS TO WS-ALL-ITEMS
               MOVE WS-OP-ID(WS-OP-SLOT) TO WS-DL-OPERATOR
               MOVE "WEEK" TO WS-DL-DATE
               MOVE WS-WK-SIGNONS TO WS-DL-SIGNONS
               MOVE WS-WK-CONTACTS TO WS-DL-CONTACTS
               MOVE WS-WK-APPROVALS TO WS-DL-APPROVALS
               MOVE WS-WK-PAYMENTS TO WS-DL-PAYMENTS
               MOVE WS-WK-MADE TO WS-DL-MADE
               MOVE WS-WK-CHECKED TO WS-DL-CHECKED
               MOVE WS-WK-ITEMS TO WS-DL-ITEMS
               IF WS-WK-TIMED > 0
                   COMPUTE WS-AVG-MINUTES ROUNDED =
                       WS-WK-WAIT-MINUTES / WS-WK-TIMED
                   MOVE WS-AVG-MINUTES TO WS-DL-AVG-WAIT
               ELSE
                   MOVE SPACES TO WS-DL-AVG-WAIT-X
               END-IF
               MOVE SPACES TO WS-DL-NOTE
               IF WS-WK-OPEN-DRAWERS > 0
                   MOVE WS-WK-OPEN-DRAWERS TO WS-ED-COUNT
                   STRING FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                           " UNBALANCED" DELIMITED BY SIZE
                       INTO WS-DL-NOTE
                   END-STRING
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-OPERATOR-DAY.
           COMPUTE WS-DAY-ITEMS =
               WS-OD-CONTACTS(WS-OP-SLOT, WS-DAY-IDX)
               + WS-OD-APPROVALS(WS-OP-SLOT, WS-DAY-IDX)
               + WS-OD-PAYMENTS(WS-OP-SLOT, WS-DAY-IDX)
               + WS-OD-MADE(WS-OP-SLOT, WS-DAY-IDX)
               + WS-OD-CHECKED(WS-OP-SLOT, WS-DAY-IDX)

           IF WS-DAY-ITEMS + WS-OD-SIGNONS(WS-OP-SLOT, WS-DAY-IDX) > 0
               ADD WS-OD-SIGNONS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-WK-SIGNONS
               ADD WS-OD-CONTACTS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-WK-CONTACTS
               ADD WS-OD-APPROVALS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-WK-APPROVALS
               ADD WS-OD-PAYMENTS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-WK-PAYMENTS
               ADD WS-OD-MADE(WS-OP-SLOT, WS-DAY-IDX) TO WS-WK-MADE
               ADD WS-OD-CHECKED(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-WK-CHECKED
               ADD WS-DAY-ITEMS TO WS-WK-ITEMS
               ADD WS-OD-TIMED(WS-OP-SLOT, WS-DAY-IDX) TO WS-WK-TIMED
               ADD WS-OD-WAIT-MINUTES(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-WK-WAIT-MINUTES

               MOVE WS-OP-ID(WS-OP-SLOT) TO WS-DL-OPERATOR
               MOVE WS-EOD-DATE(WS-DAY-IDX) TO WS-DL-DATE
               MOVE WS-OD-SIGNONS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-DL-SIGNONS
               MOVE WS-OD-CONTACTS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-DL-CONTACTS
               MOVE WS-OD-APPROVALS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-DL-APPROVALS
               MOVE WS-OD-PAYMENTS(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-DL-PAYMENTS
               MOVE WS-OD-MADE(WS-OP-SLOT, WS-DAY-IDX) TO WS-DL-MADE
               MOVE WS-OD-CHECKED(WS-OP-SLOT, WS-DAY-IDX)
                   TO WS-DL-CHECKED
               MOVE WS-DAY-ITEMS TO WS-DL-ITEMS
               IF WS-OD-TIMED(WS-OP-SLOT, WS-DAY-IDX) > 0
                   COMPUTE WS-AVG-MINUTES ROUNDED =
                       WS-OD-WAIT-MINUTES(WS-OP-SLOT, WS-DAY-IDX)
                       / WS-OD-TIMED(WS-OP-SLOT, WS-DAY-IDX)
                   MOVE WS-AVG-MINUTES TO WS-DL-AVG-WAIT
               ELSE
                   MOVE SPACES TO WS-DL-AVG-WAIT-X
               END-IF
               MOVE SPACES TO WS-DL-NOTE
               IF WS-OD-PAYMENTS(WS-OP-SLOT, WS-DAY-IDX) > 0
                       AND WS-OD-DRAWERS(WS-OP-SLOT, WS-DAY-IDX) = 0
                   ADD 1 TO WS-WK-OPEN-DRAWERS
                   MOVE "DRAWER UNBALANCED" TO WS-DL-NOTE
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-END-OF-DAY-SECTION.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OUTSTANDING AT END OF DAY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATE      APPROVALS  OLDEST (DAYS)"
                   DELIMITED BY SIZE
                   "    CHANGES  OLDEST (DAYS)    DRAWERS"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-END-OF-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.

       WRITE-ONE-END-OF-DAY.
           MOVE WS-EOD-DATE(WS-DAY-IDX) TO WS-EL-DATE
           MOVE WS-EOD-APPROVALS(WS-DAY-IDX) TO WS-EL-APPROVALS
           MOVE WS-EOD-APPR-OLDEST(WS-DAY-IDX) TO WS-EL-APPR-OLDEST
           MOVE WS-EOD-CHANGES(WS-DAY-IDX) TO WS-EL-CHANGES
           MOVE WS-EOD-CHG-OLDEST(WS-DAY-IDX) TO WS-EL-CHG-OLDEST
           MOVE WS-EOD-DRAWERS(WS-DAY-IDX) TO WS-EL-DRAWERS
           MOVE WS-EOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPERATORS-LISTED TO WS-ED-COUNT
           MOVE WS-ALL-ITEMS TO WS-ED-MINUTES
           STRING "Operators: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  Items worked: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-MINUTES) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALL-APPROVALS TO WS-ED-COUNT
           MOVE 0 TO WS-AVG-MINUTES
           IF WS-ALL-APPROVALS > 0
               COMPUTE WS-AVG-MINUTES ROUNDED =
                   WS-ALL-APPR-MINUTES / WS-ALL-APPROVALS
           END-IF
           MOVE WS-AVG-MINUTES TO WS-ED-MINUTES
           MOVE SPACES TO REPORT-LINE
           STRING "Approvals worked: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  average wait " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-MINUTES) DELIMITED BY SIZE
                   " minutes" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALL-CHECKED TO WS-ED-COUNT
           MOVE 0 TO WS-AVG-MINUTES
           IF WS-ALL-CHECKED > 0
               COMPUTE WS-AVG-MINUTES ROUNDED =
                   WS-ALL-CHK-MINUTES / WS-ALL-CHECKED
           END-IF
           MOVE WS-AVG-MINUTES TO WS-ED-MINUTES
           MOVE SPACES TO REPORT-LINE
           STRING "Changes checked: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "  average wait " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-MINUTES) DELIMITED BY SIZE
                   " minutes" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-TABLE-FULL
               MOVE "Work table full: some items were not counted"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-ONE-NOTE
               VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > WS-NOTE-COUNT.

       WRITE-ONE-NOTE.
           MOVE WS-NOTE-LINE(WS-NOTE-IDX) TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM OPERATOR-PRODUCTIVITY.
