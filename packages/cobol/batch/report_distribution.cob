      *================================================================*
      * CodeUChain COBOL Batch - Branch Report Distribution            *
      *                                                                *
      * The nightly reports come out as one file each; this step cuts  *
      * them into the packets each branch or department actually gets, *
      * from distribution_table.dat, one row per report and recipient: *
      *                                                                *
      *     report (30), recipient (10), type (1), mask (1),           *
      *     key label (20)                                             *
      *                                                                *
      *   type "D" - a department: the whole report, unburst.          *
      *   type "B" - a branch: the report burst by branch. The key     *
      *     label is the text that leads the loan number on a detail   *
      *     line ("PAST DUE:", "Loan:"); the loan's branch is the one  *
      *     OFFICER-MASTER carries its loan officer under, exactly as  *
      *     BALANCE-SNAPSHOT files it ("---" no officer, "???" an      *
      *     officer no longer on the master). A recipient of "*ALL"    *
      *     gets one packet per branch the report names.               *
      *   mask "M" runs every packet line through PII-MASK; "U" (or    *
      *     blank) sends it as printed.                                *
      *                                                                *
      * A branch packet carries the report's heading (every line ahead *
      * of the first keyed line), then each of its own keyed lines     *
      * with the lines that follow one, up to the next keyed line or   *
      * the next ruled line of dashes or equals -- so a statement's    *
      * body travels with its loan, and report-wide totals go to no    *
      * branch. A branch with nothing in the report still gets its     *
      * packet, saying so.                                             *
      *                                                                *
      * Each packet, pkt.<recipient>.<report>.<business date>, opens   *
      * with a banner page naming the recipient, report, date and      *
      * handling. Every packet written is appended to                  *
      * distribution_manifest.dat with its page count (the banner plus *
      * 60 lines a page), which RETENTION-MANAGER's form "P" policy    *
      * ages the packets out by.                                       *
      *                                                                *
      * Return codes: 0 clean, 4 no table on file, a report in the     *
      * table not produced tonight, or a malformed row, 8 a packet     *
      * that could not be written.                                     *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-TABLE-FILE
               ASSIGN TO "distribution_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.
           SELECT REPORT-IN-FILE
               ASSIGN TO DYNAMIC WS-REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT PACKET-FILE
               ASSIGN TO DYNAMIC WS-PACKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "distribution_manifest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-TABLE-FILE.
       01  DISTRIBUTION-TABLE-RECORD.
           05  DT-REPORT-NAME        PIC X(30).
           05  DT-RECIPIENT          PIC X(10).
           05  DT-RECIPIENT-TYPE     PIC X(1).
           05  DT-MASK-FLAG          PIC X(1).
           05  DT-KEY-LABEL          PIC X(20).

       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE            PIC X(250).

       FD  PACKET-FILE.
       01  PACKET-LINE               PIC X(250).

       FD  MANIFEST-FILE.
           COPY "distribution-manifest-record.cob"
               REPLACING PFX-DM-STAMP         BY DM-STAMP
                         PFX-DM-BUSINESS-DATE BY DM-BUSINESS-DATE
                         PFX-DM-RECIPIENT     BY DM-RECIPIENT
                         PFX-DM-MASK-FLAG     BY DM-MASK-FLAG
                         PFX-DM-PAGE-COUNT    BY DM-PAGE-COUNT
                         PFX-DM-LINE-COUNT    BY DM-LINE-COUNT
                         PFX-DM-REPORT-NAME   BY DM-REPORT-NAME
                         PFX-DM-PACKET-NAME   BY DM-PACKET-NAME
                         PFX-DISTRIBUTION-MANIFEST-RECORD BY
                             DISTRIBUTION-MANIFEST-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-TABLE-STATUS           PIC XX.
       01  WS-REPORT-IN-STATUS       PIC XX.
       01  WS-PACKET-STATUS          PIC XX.
       01  WS-MANIFEST-STATUS        PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-REPORT-EOF-SWITCH      PIC X(1).
           88  WS-REPORT-AT-EOF              VALUE "Y".

       01  WS-REPORT-IN-NAME         PIC X(60).
       01  WS-PACKET-NAME            PIC X(60).

       01  WS-BUSINESS-DATE          PIC 9(8).
       01  WS-WALL-DATE              PIC 9(8).
       01  WS-WALL-TIME              PIC 9(8).
       01  WS-RUN-STAMP              PIC X(14).

      * The packet being written: whole report or one branch's cut.
       01  WS-PACKET-MODE            PIC X(1).
           88  WS-WHOLE-REPORT               VALUE "W".
           88  WS-BRANCH-CUT                 VALUE "B".
       01  WS-PACKET-RECIPIENT       PIC X(10).
       01  WS-PACKET-BRANCH          PIC X(3).
       01  WS-PACKET-LINES           PIC 9(7).
       01  WS-PACKET-ITEM-LINES      PIC 9(7).
       01  WS-PACKET-PAGES           PIC 9(5).
       01  WS-LINES-PER-PAGE         PIC 9(3) VALUE 60.

      * Who owns the report line just read: the heading (every packet),
      * a branch, or nobody (report-wide totals after a ruled line).
       01  WS-LINE-STATE             PIC X(1).
           88  WS-LINE-IN-HEADING            VALUE "H".
           88  WS-LINE-UNOWNED               VALUE "U".
           88  WS-LINE-OWNED                 VALUE "B".
       01  WS-LINE-BRANCH            PIC X(3).
       01  WS-KEY-LABEL              PIC X(20).
       01  WS-KEY-LABEL-LEN          PIC S9(4) COMP.
       01  WS-LABEL-HITS             PIC S9(4) COMP.
       01  WS-LABEL-OFFSET           PIC S9(4) COMP.
       01  WS-LINE-REST              PIC X(250).
       01  WS-KEY-TOKEN              PIC X(20).

      * The branches a "*ALL" row bursts into, in first-seen order.
       01  WS-BRANCH-MAX             PIC S9(4) COMP VALUE 100.
       01  WS-BRANCH-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-CODE OCCURS 100 TIMES
                              INDEXED BY WS-BRANCH-IDX
                                         PIC X(3).
       01  WS-BRANCH-FOUND-SWITCH    PIC X(1).
           88  WS-BRANCH-FOUND               VALUE "Y".

      * LOAN-MASTER and OFFICER-MASTER calls for a keyed line's branch;
      * the last loan resolved is kept, since a statement or a run of
      * detail lines names the same loan again and again.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-OFFICER-ID BY WS-LOAN-OFFICER-ID
                     PFX-LOAN-RECORD     BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS.
       01  WS-LAST-LOAN-NUMBER       PIC X(10) VALUE HIGH-VALUES.
       01  WS-LAST-LOAN-BRANCH       PIC X(3).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OM-OPERATION-DATA
                     PFX-OPERATION      BY WS-OM-OPERATION.
       01  WS-OFFICER-ID             PIC X(10).
       COPY "officer-record.cob"
           REPLACING PFX-OFF-BRANCH        BY WS-OFF-BRANCH
                     PFX-OFFICER-RECORD    BY WS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OM-RESULT-SUCCESS.

      * PII-MASK for a masked packet's lines.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-MK-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-MK-OPERATION-DATA
                     PFX-OPERATION      BY WS-MK-OPERATION.
       01  WS-MASK-TEXT              PIC X(10000).
       01  WS-MK-RESULT              PIC X(10).

      * PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-ROWS-READ              PIC 9(5) VALUE 0.
       01  WS-PACKETS-WRITTEN        PIC 9(5) VALUE 0.
       01  WS-REPORTS-MISSING        PIC 9(5) VALUE 0.
       01  WS-ROWS-REJECTED          PIC 9(5) VALUE 0.
       01  WS-PACKET-FAILURES        PIC 9(5) VALUE 0.
       01  WS-TOTAL-PAGES            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Report Distribution"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-BUSINESS-DATE, WS-PD-RESULT
           ACCEPT WS-WALL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-WALL-TIME FROM TIME
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-WALL-DATE DELIMITED BY SIZE
                   WS-WALL-TIME DELIMITED BY SIZE
                   INTO WS-RUN-STAMP
           END-STRING

           OPEN INPUT DISTRIBUTION-TABLE-FILE
           IF WS-TABLE-STATUS NOT = "00"
               DISPLAY "REPORT-DISTRIBUTION: No distribution_table"
                       ".dat on file -- nothing distributed"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM OPEN-MANIFEST-FOR-APPEND
               PERFORM READ-NEXT-TABLE-ROW
               PERFORM DISTRIBUTE-ONE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MANIFEST-FILE
               CLOSE DISTRIBUTION-TABLE-FILE
               PERFORM SET-RUN-RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Business date: " WS-BUSINESS-DATE
           DISPLAY "Table rows: " WS-ROWS-READ
               " rejected: " WS-ROWS-REJECTED
           DISPLAY "Packets written: " WS-PACKETS-WRITTEN
               " pages: " WS-TOTAL-PAGES
               " failed: " WS-PACKET-FAILURES
           DISPLAY "Reports not on file: " WS-REPORTS-MISSING
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       SET-RUN-RETURN-CODE.
           IF WS-PACKET-FAILURES > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-REPORTS-MISSING > 0 OR WS-ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       OPEN-MANIFEST-FOR-APPEND.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN EXTEND MANIFEST-FILE
           END-IF.

       READ-NEXT-TABLE-ROW.
           READ DISTRIBUTION-TABLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * DISTRIBUTE-ONE-ROW - a department row is one whole-report      *
      * packet; a branch row is that branch's cut, or with "*ALL" one  *
      * cut per branch the report names. A branch row with no key      *
      * label cannot be burst and is refused rather than guessed at.   *
      *----------------------------------------------------------------*
       DISTRIBUTE-ONE-ROW.
           IF DT-REPORT-NAME NOT = SPACES
                   AND DISTRIBUTION-TABLE-RECORD(1:1) NOT = "*"
               ADD 1 TO WS-ROWS-READ
               MOVE DT-RECIPIENT TO WS-PACKET-RECIPIENT
               MOVE DT-REPORT-NAME TO WS-REPORT-IN-NAME
               EVALUATE TRUE
                   WHEN DT-RECIPIENT-TYPE = "D"
                       MOVE "W" TO WS-PACKET-MODE
                       MOVE SPACES TO WS-PACKET-BRANCH
                       PERFORM WRITE-ONE-PACKET
                   WHEN DT-RECIPIENT-TYPE = "B"
                           AND DT-KEY-LABEL = SPACES
                       ADD 1 TO WS-ROWS-REJECTED
                       DISPLAY "REPORT-DISTRIBUTION: Branch row for "
                               FUNCTION TRIM(DT-REPORT-NAME)
                               " has no key label -- not burst"
                   WHEN DT-RECIPIENT-TYPE = "B"
                       PERFORM SET-KEY-LABEL
                       MOVE "B" TO WS-PACKET-MODE
                       IF DT-RECIPIENT = "*ALL"
                           PERFORM COLLECT-REPORT-BRANCHES
                           PERFORM BURST-ONE-COLLECTED-BRANCH
                               VARYING WS-BRANCH-IDX FROM 1 BY 1
                               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                       ELSE
                           MOVE DT-RECIPIENT(1:3) TO WS-PACKET-BRANCH
                           PERFORM WRITE-ONE-PACKET
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-ROWS-REJECTED
                       DISPLAY "REPORT-DISTRIBUTION: Unknown "
                               "recipient type " DT-RECIPIENT-TYPE
                               " for " FUNCTION TRIM(DT-REPORT-NAME)
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-TABLE-ROW.

       SET-KEY-LABEL.
           MOVE FUNCTION TRIM(DT-KEY-LABEL) TO WS-KEY-LABEL
           MOVE 0 TO WS-KEY-LABEL-LEN
           INSPECT FUNCTION REVERSE(WS-KEY-LABEL)
               TALLYING WS-KEY-LABEL-LEN FOR LEADING SPACES
           COMPUTE WS-KEY-LABEL-LEN = 20 - WS-KEY-LABEL-LEN.

       BURST-ONE-COLLECTED-BRANCH.
           MOVE WS-BRANCH-CODE(WS-BRANCH-IDX) TO WS-PACKET-BRANCH
           MOVE WS-BRANCH-CODE(WS-BRANCH-IDX) TO WS-PACKET-RECIPIENT
           PERFORM WRITE-ONE-PACKET.

      *----------------------------------------------------------------*
      * COLLECT-REPORT-BRANCHES - one pass over the report for the     *
      * branches its keyed lines belong to.                            *
      *----------------------------------------------------------------*
       COLLECT-REPORT-BRANCHES.
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE "N" TO WS-REPORT-EOF-SWITCH
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS = "00"
               MOVE "H" TO WS-LINE-STATE
               PERFORM READ-NEXT-REPORT-LINE
               PERFORM COLLECT-ONE-REPORT-LINE
                   UNTIL WS-REPORT-AT-EOF
               CLOSE REPORT-IN-FILE
           ELSE
               ADD 1 TO WS-REPORTS-MISSING
               DISPLAY "REPORT-DISTRIBUTION: "
                       FUNCTION TRIM(WS-REPORT-IN-NAME)
                       " not on file, status " WS-REPORT-IN-STATUS
           END-IF.

       COLLECT-ONE-REPORT-LINE.
           PERFORM CLASSIFY-REPORT-LINE
           IF WS-LINE-OWNED
               MOVE "N" TO WS-BRANCH-FOUND-SWITCH
               PERFORM MATCH-ONE-COLLECTED-BRANCH
                   VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF NOT WS-BRANCH-FOUND
                   AND WS-BRANCH-COUNT < WS-BRANCH-MAX
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-LINE-BRANCH
                       TO WS-BRANCH-CODE(WS-BRANCH-COUNT)
               END-IF
           END-IF
           PERFORM READ-NEXT-REPORT-LINE.

       MATCH-ONE-COLLECTED-BRANCH.
           IF WS-BRANCH-CODE(WS-BRANCH-IDX) = WS-LINE-BRANCH
               MOVE "Y" TO WS-BRANCH-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-ONE-PACKET - banner page, then the report's lines this   *
      * recipient gets, then its manifest row.                         *
      *----------------------------------------------------------------*
       WRITE-ONE-PACKET.
           MOVE SPACES TO WS-PACKET-NAME
           STRING "pkt." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PACKET-RECIPIENT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REPORT-IN-NAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-PACKET-NAME
           END-STRING
           MOVE 0 TO WS-PACKET-LINES
           MOVE 0 TO WS-PACKET-ITEM-LINES
           MOVE "N" TO WS-REPORT-EOF-SWITCH

           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS NOT = "00"
               ADD 1 TO WS-REPORTS-MISSING
               DISPLAY "REPORT-DISTRIBUTION: "
                       FUNCTION TRIM(WS-REPORT-IN-NAME)
                       " not on file, status " WS-REPORT-IN-STATUS
           ELSE
               OPEN OUTPUT PACKET-FILE
               IF WS-PACKET-STATUS NOT = "00"
                   ADD 1 TO WS-PACKET-FAILURES
                   DISPLAY "REPORT-DISTRIBUTION: Unable to write "
                           FUNCTION TRIM(WS-PACKET-NAME)
                           ", status " WS-PACKET-STATUS
               ELSE
                   PERFORM WRITE-BANNER-PAGE
                   MOVE "H" TO WS-LINE-STATE
                   PERFORM READ-NEXT-REPORT-LINE
                   PERFORM ROUTE-ONE-REPORT-LINE
                       UNTIL WS-REPORT-AT-EOF
                   IF WS-BRANCH-CUT AND WS-PACKET-ITEM-LINES = 0
                       MOVE SPACES TO REPORT-IN-LINE
                       STRING "*** No items for branch "
                                   DELIMITED BY SIZE
                               WS-PACKET-BRANCH DELIMITED BY SIZE
                               " in this report ***" DELIMITED BY SIZE
                           INTO REPORT-IN-LINE
                       END-STRING
                       PERFORM EMIT-PACKET-LINE
                   END-IF
                   CLOSE PACKET-FILE
                   PERFORM WRITE-MANIFEST-ROW
               END-IF
               CLOSE REPORT-IN-FILE
           END-IF.

       WRITE-BANNER-PAGE.
           MOVE SPACES TO PACKET-LINE
           MOVE ALL "*" TO PACKET-LINE(1:80)
           WRITE PACKET-LINE
           MOVE "DISTRIBUTION PACKET" TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO PACKET-LINE
           IF WS-BRANCH-CUT
               STRING "Recipient:     Branch " DELIMITED BY SIZE
                       WS-PACKET-BRANCH DELIMITED BY SIZE
                   INTO PACKET-LINE
               END-STRING
           ELSE
               STRING "Recipient:     " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PACKET-RECIPIENT)
                           DELIMITED BY SIZE
                   INTO PACKET-LINE
               END-STRING
           END-IF
           WRITE PACKET-LINE
           MOVE SPACES TO PACKET-LINE
           STRING "Report:        " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REPORT-IN-NAME) DELIMITED BY SIZE
               INTO PACKET-LINE
           END-STRING
           WRITE PACKET-LINE
           MOVE SPACES TO PACKET-LINE
           STRING "Business date: " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PACKET-LINE
           END-STRING
           WRITE PACKET-LINE
           IF DT-MASK-FLAG = "M"
               MOVE "Handling:      MASKED" TO PACKET-LINE
           ELSE
               MOVE "Handling:      UNMASKED -- CONFIDENTIAL"
                   TO PACKET-LINE
           END-IF
           WRITE PACKET-LINE
           MOVE SPACES TO PACKET-LINE
           MOVE ALL "*" TO PACKET-LINE(1:80)
           WRITE PACKET-LINE.

       READ-NEXT-REPORT-LINE.
           READ REPORT-IN-FILE
               AT END
                   MOVE "Y" TO WS-REPORT-EOF-SWITCH
           END-READ.

       ROUTE-ONE-REPORT-LINE.
           IF WS-WHOLE-REPORT
               PERFORM EMIT-PACKET-LINE
           ELSE
               PERFORM CLASSIFY-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-LINE-IN-HEADING
                       PERFORM EMIT-PACKET-LINE
                   WHEN WS-LINE-OWNED
                           AND WS-LINE-BRANCH = WS-PACKET-BRANCH
                       ADD 1 TO WS-PACKET-ITEM-LINES
                       PERFORM EMIT-PACKET-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-REPORT-LINE.

      *----------------------------------------------------------------*
      * CLASSIFY-REPORT-LINE - a line carrying the key label belongs   *
      * to its loan's branch, and so do the lines after it; a ruled    *
      * line past the heading ends that ownership.                     *
      *----------------------------------------------------------------*
       CLASSIFY-REPORT-LINE.
           MOVE 0 TO WS-LABEL-HITS
           INSPECT REPORT-IN-LINE TALLYING WS-LABEL-HITS
               FOR ALL WS-KEY-LABEL(1:WS-KEY-LABEL-LEN)
           IF WS-LABEL-HITS > 0
               MOVE 0 TO WS-LABEL-OFFSET
               INSPECT REPORT-IN-LINE TALLYING WS-LABEL-OFFSET
                   FOR CHARACTERS
                   BEFORE INITIAL WS-KEY-LABEL(1:WS-KEY-LABEL-LEN)
               MOVE SPACES TO WS-LINE-REST
               MOVE REPORT-IN-LINE(WS-LABEL-OFFSET + WS-KEY-LABEL-LEN
                   + 1:) TO WS-LINE-REST
               MOVE SPACES TO WS-KEY-TOKEN
               UNSTRING FUNCTION TRIM(WS-LINE-REST LEADING)
                   DELIMITED BY SPACE
                   INTO WS-KEY-TOKEN
               END-UNSTRING
               MOVE WS-KEY-TOKEN(1:10) TO WS-LOAN-NUMBER
               PERFORM RESOLVE-LOAN-BRANCH
               MOVE WS-LAST-LOAN-BRANCH TO WS-LINE-BRANCH
               MOVE "B" TO WS-LINE-STATE
           ELSE
               IF NOT WS-LINE-IN-HEADING
                   AND (REPORT-IN-LINE(1:10) = ALL "-"
                        OR REPORT-IN-LINE(1:10) = ALL "=")
                   MOVE "U" TO WS-LINE-STATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE-LOAN-BRANCH - the loan's officer's branch, "---" for   *
      * a loan with no officer and "???" for one whose officer (or the *
      * loan itself) is no longer on file, as BALANCE-SNAPSHOT files   *
      * them.                                                          *
      *----------------------------------------------------------------*
       RESOLVE-LOAN-BRANCH.
           IF WS-LOAN-NUMBER NOT = WS-LAST-LOAN-NUMBER
               MOVE WS-LOAN-NUMBER TO WS-LAST-LOAN-NUMBER
               MOVE "???" TO WS-LAST-LOAN-BRANCH
               MOVE 3 TO WS-LM-OPERATION-LEN
               MOVE "GET" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
               IF WS-LM-RESULT-SUCCESS
                   IF WS-LOAN-OFFICER-ID = SPACES
                       MOVE "---" TO WS-LAST-LOAN-BRANCH
                   ELSE
                       MOVE WS-LOAN-OFFICER-ID TO WS-OFFICER-ID
                       MOVE SPACES TO WS-OFFICER-RECORD
                       MOVE 3 TO WS-OM-OPERATION-LEN
                       MOVE "GET" TO WS-OM-OPERATION-DATA
                       CALL "OFFICER-MASTER" USING
                           WS-OM-OPERATION, WS-OFFICER-ID,
                           WS-OFFICER-RECORD, WS-OM-RESULT
                       IF WS-OM-RESULT-SUCCESS
                           MOVE WS-OFF-BRANCH TO WS-LAST-LOAN-BRANCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EMIT-PACKET-LINE.
           IF DT-MASK-FLAG = "M"
               MOVE SPACES TO WS-MASK-TEXT
               MOVE REPORT-IN-LINE TO WS-MASK-TEXT(1:250)
               MOVE 4 TO WS-MK-OPERATION-LEN
               MOVE "MASK" TO WS-MK-OPERATION-DATA
               CALL "PII-MASK" USING
                   WS-MK-OPERATION, WS-MASK-TEXT, WS-MK-RESULT
               MOVE WS-MASK-TEXT(1:250) TO PACKET-LINE
           ELSE
               MOVE REPORT-IN-LINE TO PACKET-LINE
           END-IF
           WRITE PACKET-LINE
           ADD 1 TO WS-PACKET-LINES.

      *----------------------------------------------------------------*
      * WRITE-MANIFEST-ROW - the banner is a page of its own; the body *
      * runs 60 lines a page.                                          *
      *----------------------------------------------------------------*
       WRITE-MANIFEST-ROW.
           COMPUTE WS-PACKET-PAGES = 1 +
               (WS-PACKET-LINES + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           MOVE SPACES TO DISTRIBUTION-MANIFEST-RECORD
           MOVE WS-RUN-STAMP TO DM-STAMP
           MOVE WS-BUSINESS-DATE TO DM-BUSINESS-DATE
           MOVE WS-PACKET-RECIPIENT TO DM-RECIPIENT
           IF DT-MASK-FLAG = "M"
               MOVE "M" TO DM-MASK-FLAG
           ELSE
               MOVE "U" TO DM-MASK-FLAG
           END-IF
           MOVE WS-PACKET-PAGES TO DM-PAGE-COUNT
           MOVE WS-PACKET-LINES TO DM-LINE-COUNT
           MOVE WS-REPORT-IN-NAME TO DM-REPORT-NAME
           MOVE WS-PACKET-NAME TO DM-PACKET-NAME
           WRITE DISTRIBUTION-MANIFEST-RECORD

           ADD 1 TO WS-PACKETS-WRITTEN
           ADD WS-PACKET-PAGES TO WS-TOTAL-PAGES
           DISPLAY "REPORT-DISTRIBUTION: " FUNCTION TRIM(WS-PACKET-NAME)
                   " " WS-PACKET-PAGES " pages".

       END PROGRAM REPORT-DISTRIBUTION.
