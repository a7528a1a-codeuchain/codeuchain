      *     exceeds the orchestrator's 20-entry table is flagged;      *
      *   - exact duplicate rows are flagged as unreachable repeats;   *
      *   - a malformed row (no link field, or a condition field with  *
      *     no "=") is flagged;                                        *
      *   - every version of a chain is checked on its own, the ones   *
      *     not yet in force included, so next month's definition is   *
      *     proved before its effective date: a VERSION row needs a    *
      *     number 1-9999 and a valid YYYYMMDD date, a chain may not   *
      *     repeat a number or an effective date, its numbers must     *
      *     rise with its dates, and a version must have rows. Each    *
      *     version is listed as IN FORCE, FUTURE or SUPERSEDED on the *
      *     business date from PROCESSING-DATE.                        *
      *                                                                *
      * Any finding returns 8 so run_batch.sh stops before any         *
      * application is processed against a broken definition; a        *
       01  WS-TRIMMED-LINK           PIC X(30).
       01  WS-EQUALS-COUNT           PIC S9(4) COMP.

      * Effective-dated versions: a VERSION row (chain,VERSION,n,
      * YYYYMMDD) opens version n of its chain, and the chain's rows
      * after it, up to its next VERSION row, are that version's; rows
      * ahead of a chain's first VERSION row are its version 0.
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-VER-IDX.
               10  WS-VER-CHAIN         PIC X(30).
               10  WS-VER-NUMBER        PIC 9(4).
               10  WS-VER-DATE          PIC 9(8).
               10  WS-VER-LINE          PIC 9(5).
               10  WS-VER-ROWS          PIC 9(3).
               10  WS-VER-VALID         PIC X(1).
       01  WS-VERSION-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-VER-CMP-IDX            PIC S9(4) COMP.
       01  WS-OPEN-VER-IDX           PIC S9(4) COMP.
       01  WS-ROW-CHAIN-VERSION      PIC 9(4).
       01  WS-VERSION-TEXT           PIC X(30).
       01  WS-VERSION-DIGITS         PIC S9(4) COMP.
       01  WS-NEW-VERSION-NUMBER     PIC 9(4).
       01  WS-NEW-VERSION-VALID      PIC X(1).
       01  WS-EFFECTIVE-TEXT         PIC X(8).
       01  WS-EFFECTIVE-DATE REDEFINES WS-EFFECTIVE-TEXT
                                     PIC 9(8).
       01  WS-VERSION-STANDING       PIC X(30).
       01  WS-SUB-LARGEST            PIC 9(3).

      * The business date each version's standing is judged against.
       01  WS-RUN-DATE               PIC 9(8).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * The programs a row may legitimately name: everything
      * LINK-INTERFACE dispatches, plus LINK-INTERFACE itself (any
      * unknown name routed through it still gets its echo fallback).
       01  WS-KNOWN-LINK-TABLE.
           05  WS-KNOWN-LINK-ENTRY OCCURS 40 TIMES
                                   INDEXED BY WS-KNOWN-IDX.
               10  WS-KNOWN-LINK-NAME   PIC X(30).
       01  WS-KNOWN-LINK-COUNT       PIC S9(4) COMP VALUE 0.
           05  WS-CHAIN-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CHAIN-IDX.
               10  WS-CHAIN-TBL-NAME    PIC X(30).
               10  WS-CHAIN-TBL-VERSION PIC 9(4).
               10  WS-CHAIN-PLAIN-ROWS  PIC 9(3).
               10  WS-CHAIN-SUB-ROWS    PIC 9(3).
       01  WS-CHAIN-COUNT            PIC S9(4) COMP VALUE 0.
               10  WS-ROW-CHAIN         PIC X(30).
               10  WS-ROW-LINK          PIC X(30).
               10  WS-ROW-LINE          PIC 9(5).
               10  WS-ROW-VERSION       PIC 9(4).
       01  WS-ROW-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-DUP-IDX                PIC S9(4) COMP.
       01  WS-RESOLVED-TOTAL         PIC 9(5).

           PERFORM BUILD-KNOWN-LINK-TABLE

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT

           OPEN INPUT CHAIN-DEFINITION-FILE
           IF WS-CHAINDEF-STATUS NOT = "00"
               DISPLAY "CHAIN-LINT: No chain_definition.dat "
               PERFORM CHECK-DUPLICATE-ROWS
               PERFORM CHECK-SUBCHAIN-REFERENCES
               PERFORM CHECK-CHAIN-SIZES
               PERFORM CHECK-VERSIONS

               IF WS-FINDINGS > 0
                   MOVE 8 TO RETURN-CODE
           PERFORM APPEND-KNOWN-LINK
           MOVE "DTI-CHECK" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "SANCTIONS-SCREEN" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "FRAUD-VELOCITY-CHECK" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "LENDING-LIMIT-CHECK" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "PRICING-EXCEPTION" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "LOAN-BOOKING" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "LTV-CHECK" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "REFINANCE-PAYOFF" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK
           MOVE "LINK-INTERFACE" TO WS-NEW-KNOWN-NAME
           PERFORM APPEND-KNOWN-LINK.

       APPEND-KNOWN-LINK.
           IF WS-KNOWN-LINK-COUNT < 40
               ADD 1 TO WS-KNOWN-LINK-COUNT
               SET WS-KNOWN-IDX TO WS-KNOWN-LINK-COUNT
               MOVE WS-NEW-KNOWN-NAME
                    WS-CHAINDEF-CONDITION WS-CHAINDEF-POLICY
           END-UNSTRING

           IF FUNCTION TRIM(WS-CHAINDEF-LINK) = "VERSION"
               PERFORM LINT-VERSION-ROW
           ELSE IF WS-CHAINDEF-LINK = SPACES
               PERFORM REPORT-FINDING-NO-LINK
           ELSE
               MOVE FUNCTION TRIM(WS-CHAINDEF-LINK)
                   TO WS-TRIMMED-LINK
               PERFORM FIND-OPEN-VERSION
               PERFORM RECORD-ROW
               PERFORM TALLY-CHAIN-ROW
      * ON-HALT / ON-FAIL / ON-COMPLETE rows register lifecycle
                   TO WS-ROW-CHAIN(WS-ROW-IDX)
               MOVE WS-TRIMMED-LINK TO WS-ROW-LINK(WS-ROW-IDX)
               MOVE WS-LINE-NUMBER TO WS-ROW-LINE(WS-ROW-IDX)
               MOVE WS-ROW-CHAIN-VERSION TO WS-ROW-VERSION(WS-ROW-IDX)
           END-IF
           IF WS-OPEN-VER-IDX > 0
               ADD 1 TO WS-VER-ROWS(WS-OPEN-VER-IDX)
           END-IF.

       TALLY-CHAIN-ROW.
                      OR WS-CHAIN-FOUND
               IF WS-CHAIN-TBL-NAME(WS-CHAIN-IDX)
                       = WS-WORK-CHAIN-NAME
                   AND WS-CHAIN-TBL-VERSION(WS-CHAIN-IDX)
                       = WS-ROW-CHAIN-VERSION
                   MOVE "Y" TO WS-CHAIN-FOUND-SWITCH
                   PERFORM COUNT-ROW-FOR-CHAIN
               END-IF
                   SET WS-CHAIN-IDX TO WS-CHAIN-COUNT
                   MOVE WS-WORK-CHAIN-NAME
                       TO WS-CHAIN-TBL-NAME(WS-CHAIN-IDX)
                   MOVE WS-ROW-CHAIN-VERSION
                       TO WS-CHAIN-TBL-VERSION(WS-CHAIN-IDX)
                   MOVE 0 TO WS-CHAIN-PLAIN-ROWS(WS-CHAIN-IDX)
                   MOVE 0 TO WS-CHAIN-SUB-ROWS(WS-CHAIN-IDX)
                   PERFORM COUNT-ROW-FOR-CHAIN

      *----------------------------------------------------------------*
      * CHECK-DUPLICATE-ROWS - an exact repeat of a chain,link pair    *
      * within one version runs the same link twice, which is almost   *
      * always a paste error worth stopping the night for.             *
      *----------------------------------------------------------------*
       CHECK-DUPLICATE-ROWS.
           PERFORM CHECK-DUPS-FROM-ONE

       CHECK-ONE-DUP-PAIR.
           IF WS-ROW-CHAIN(WS-ROW-IDX) = WS-ROW-CHAIN(WS-DUP-IDX)
                   AND WS-ROW-VERSION(WS-ROW-IDX)
                       = WS-ROW-VERSION(WS-DUP-IDX)
                   AND WS-ROW-LINK(WS-ROW-IDX)
                       = WS-ROW-LINK(WS-DUP-IDX)
               ADD 1 TO WS-FINDINGS

      *----------------------------------------------------------------*
      * CHECK-CHAIN-SIZES - the orchestrator's in-memory table holds   *
      * 20 links; a chain version that resolves past that (its own     *
      * plain rows plus the largest version of every sub-chain it      *
      * references) is flagged.                                        *
      *----------------------------------------------------------------*
       CHECK-CHAIN-SIZES.
           PERFORM CHECK-ONE-CHAIN-SIZE
               ADD 1 TO WS-FINDINGS
               DISPLAY "CHAIN-LINT: Chain "
                       FUNCTION TRIM(WS-CHAIN-TBL-NAME(WS-CHAIN-IDX))
                       " version " WS-CHAIN-TBL-VERSION(WS-CHAIN-IDX)
                       " resolves to " WS-RESOLVED-TOTAL
                       " links, past the orchestrator's 20"
           END-IF.
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-CHAIN(WS-ROW-IDX)
                       = WS-CHAIN-TBL-NAME(WS-CHAIN-IDX)
                   AND WS-ROW-VERSION(WS-ROW-IDX)
                       = WS-CHAIN-TBL-VERSION(WS-CHAIN-IDX)
                   AND WS-ROW-LINK(WS-ROW-IDX)(1:6) = "CHAIN:"
                   MOVE WS-ROW-LINK(WS-ROW-IDX)(7:24) TO WS-SUB-NAME
                   MOVE FUNCTION TRIM(WS-SUB-NAME) TO WS-SUB-NAME
                   MOVE 0 TO WS-SUB-LARGEST
                   PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                           UNTIL WS-SUB-IDX > WS-CHAIN-COUNT
                       IF WS-CHAIN-TBL-NAME(WS-SUB-IDX) = WS-SUB-NAME
                           AND WS-CHAIN-PLAIN-ROWS(WS-SUB-IDX)
                               > WS-SUB-LARGEST
                           MOVE WS-CHAIN-PLAIN-ROWS(WS-SUB-IDX)
                               TO WS-SUB-LARGEST
                       END-IF
                   END-PERFORM
                   ADD WS-SUB-LARGEST TO WS-RESOLVED-TOTAL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * LINT-VERSION-ROW - a VERSION row's number (third field) must   *
      * be 1-9999 and its effective date (fourth) a real YYYYMMDD. The *
      * row opens a version either way, so the rows under a bad one    *
      * are still linted and counted against it.                       *
      *----------------------------------------------------------------*
       LINT-VERSION-ROW.
           MOVE "Y" TO WS-NEW-VERSION-VALID
           MOVE 0 TO WS-NEW-VERSION-NUMBER
           MOVE FUNCTION TRIM(WS-CHAINDEF-CONDITION) TO WS-VERSION-TEXT
           MOVE 0 TO WS-VERSION-DIGITS
           INSPECT WS-VERSION-TEXT TALLYING WS-VERSION-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VERSION-DIGITS < 1 OR WS-VERSION-DIGITS > 4
               MOVE "N" TO WS-NEW-VERSION-VALID
           ELSE
               IF WS-VERSION-TEXT(1:WS-VERSION-DIGITS) IS NUMERIC
                   COMPUTE WS-NEW-VERSION-NUMBER =
                       FUNCTION NUMVAL(WS-VERSION-TEXT)
               END-IF
               IF WS-NEW-VERSION-NUMBER = 0
                   MOVE "N" TO WS-NEW-VERSION-VALID
               END-IF
           END-IF
           IF WS-NEW-VERSION-VALID = "N"
               ADD 1 TO WS-FINDINGS
               DISPLAY "CHAIN-LINT: Line " WS-LINE-NUMBER
                       " version number is not 1-9999: "
                       FUNCTION TRIM(CHAIN-DEFINITION-LINE)
           END-IF

           MOVE FUNCTION TRIM(WS-CHAINDEF-POLICY) TO WS-EFFECTIVE-TEXT
           IF WS-EFFECTIVE-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-NEW-VERSION-VALID
               ADD 1 TO WS-FINDINGS
               DISPLAY "CHAIN-LINT: Line " WS-LINE-NUMBER
                       " effective date is not YYYYMMDD: "
                       FUNCTION TRIM(CHAIN-DEFINITION-LINE)
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE)
                       NOT = 0
                   MOVE "N" TO WS-NEW-VERSION-VALID
                   ADD 1 TO WS-FINDINGS
                   DISPLAY "CHAIN-LINT: Line " WS-LINE-NUMBER
                           " effective date is not a real date: "
                           WS-EFFECTIVE-TEXT
               END-IF
           END-IF

           IF WS-VERSION-COUNT < 100
               ADD 1 TO WS-VERSION-COUNT
               SET WS-VER-IDX TO WS-VERSION-COUNT
               MOVE FUNCTION TRIM(WS-CHAINDEF-NAME)
                   TO WS-VER-CHAIN(WS-VER-IDX)
               MOVE WS-NEW-VERSION-NUMBER TO WS-VER-NUMBER(WS-VER-IDX)
               MOVE 0 TO WS-VER-DATE(WS-VER-IDX)
               IF WS-EFFECTIVE-TEXT IS NUMERIC
                   MOVE WS-EFFECTIVE-DATE TO WS-VER-DATE(WS-VER-IDX)
               END-IF
               MOVE WS-LINE-NUMBER TO WS-VER-LINE(WS-VER-IDX)
               MOVE 0 TO WS-VER-ROWS(WS-VER-IDX)
               MOVE WS-NEW-VERSION-VALID TO WS-VER-VALID(WS-VER-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * FIND-OPEN-VERSION - the version a link row belongs to: its     *
      * chain's last VERSION row above it, or version 0 when there is  *
      * none yet.                                                      *
      *----------------------------------------------------------------*
       FIND-OPEN-VERSION.
           MOVE 0 TO WS-OPEN-VER-IDX
           MOVE 0 TO WS-ROW-CHAIN-VERSION
           PERFORM CHECK-ONE-OPEN-VERSION
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VERSION-COUNT.

       CHECK-ONE-OPEN-VERSION.
           IF WS-VER-CHAIN(WS-VER-IDX) = FUNCTION TRIM(WS-CHAINDEF-NAME)
               SET WS-OPEN-VER-IDX TO WS-VER-IDX
               MOVE WS-VER-NUMBER(WS-VER-IDX) TO WS-ROW-CHAIN-VERSION
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-VERSIONS - each version against the chain's others (no   *
      * repeated number or date, numbers rising with dates) and its    *
      * own rows, then its standing on the business date.              *
      *----------------------------------------------------------------*
       CHECK-VERSIONS.
           PERFORM CHECK-ONE-VERSION
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VERSION-COUNT.

       CHECK-ONE-VERSION.
           IF WS-VER-ROWS(WS-VER-IDX) = 0
               ADD 1 TO WS-FINDINGS
               DISPLAY "CHAIN-LINT: Line " WS-VER-LINE(WS-VER-IDX)
                       " opens a version with no rows: "
                       FUNCTION TRIM(WS-VER-CHAIN(WS-VER-IDX))
                       " version " WS-VER-NUMBER(WS-VER-IDX)
           END-IF
           IF WS-VER-VALID(WS-VER-IDX) = "Y"
               COMPUTE WS-VER-CMP-IDX = WS-VER-IDX + 1
               PERFORM COMPARE-ONE-VERSION-PAIR
                   UNTIL WS-VER-CMP-IDX > WS-VERSION-COUNT
               PERFORM REPORT-VERSION-STANDING
           END-IF.

       COMPARE-ONE-VERSION-PAIR.
           IF WS-VER-CHAIN(WS-VER-CMP-IDX) = WS-VER-CHAIN(WS-VER-IDX)
                   AND WS-VER-VALID(WS-VER-CMP-IDX) = "Y"
               EVALUATE TRUE
                   WHEN WS-VER-NUMBER(WS-VER-CMP-IDX)
                           = WS-VER-NUMBER(WS-VER-IDX)
                       ADD 1 TO WS-FINDINGS
                       DISPLAY "CHAIN-LINT: Line "
                               WS-VER-LINE(WS-VER-CMP-IDX)
                               " repeats version "
                               WS-VER-NUMBER(WS-VER-IDX)
                               " of line " WS-VER-LINE(WS-VER-IDX)
                   WHEN WS-VER-DATE(WS-VER-CMP-IDX)
                           = WS-VER-DATE(WS-VER-IDX)
                       ADD 1 TO WS-FINDINGS
                       DISPLAY "CHAIN-LINT: Line "
                               WS-VER-LINE(WS-VER-CMP-IDX)
                               " takes effect the same day as line "
                               WS-VER-LINE(WS-VER-IDX) ": "
                               WS-VER-DATE(WS-VER-IDX)
                   WHEN (WS-VER-NUMBER(WS-VER-CMP-IDX)
                           > WS-VER-NUMBER(WS-VER-IDX)
                       AND WS-VER-DATE(WS-VER-CMP-IDX)
                           < WS-VER-DATE(WS-VER-IDX))
                     OR (WS-VER-NUMBER(WS-VER-CMP-IDX)
                           < WS-VER-NUMBER(WS-VER-IDX)
                       AND WS-VER-DATE(WS-VER-CMP-IDX)
                           > WS-VER-DATE(WS-VER-IDX))
                       ADD 1 TO WS-FINDINGS
                       DISPLAY "CHAIN-LINT: Line "
                               WS-VER-LINE(WS-VER-CMP-IDX)
                               " version numbers do not rise with "
                               "effective dates against line "
                               WS-VER-LINE(WS-VER-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           ADD 1 TO WS-VER-CMP-IDX.

      *----------------------------------------------------------------*
      * REPORT-VERSION-STANDING - informational, not a finding: a      *
      * version dated after the business date is FUTURE (linted ahead  *
      * of going live), the latest one on or before it is IN FORCE,    *
      * and any earlier one is SUPERSEDED.                             *
      *----------------------------------------------------------------*
       REPORT-VERSION-STANDING.
           IF WS-VER-DATE(WS-VER-IDX) > WS-RUN-DATE
               MOVE "FUTURE" TO WS-VERSION-STANDING
           ELSE
               MOVE "IN FORCE" TO WS-VERSION-STANDING
               PERFORM CHECK-ONE-LATER-VERSION
                   VARYING WS-VER-CMP-IDX FROM 1 BY 1
                   UNTIL WS-VER-CMP-IDX > WS-VERSION-COUNT
           END-IF
           DISPLAY "CHAIN-LINT: "
                   FUNCTION TRIM(WS-VER-CHAIN(WS-VER-IDX))
                   " version " WS-VER-NUMBER(WS-VER-IDX)
                   " effective " WS-VER-DATE(WS-VER-IDX) " "
                   FUNCTION TRIM(WS-VERSION-STANDING).

       CHECK-ONE-LATER-VERSION.
           IF WS-VER-CHAIN(WS-VER-CMP-IDX) = WS-VER-CHAIN(WS-VER-IDX)
                   AND WS-VER-VALID(WS-VER-CMP-IDX) = "Y"
                   AND WS-VER-DATE(WS-VER-CMP-IDX) NOT > WS-RUN-DATE
                   AND WS-VER-DATE(WS-VER-CMP-IDX)
                       > WS-VER-DATE(WS-VER-IDX)
               MOVE "SUPERSEDED" TO WS-VERSION-STANDING
           END-IF.

       END PROGRAM CHAIN-LINT.
