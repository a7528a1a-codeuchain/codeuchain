      *================================================================*
      * CodeUChain COBOL Implementation - Sanctions Watch List Module  *
      *                                                                *
      * The one place a name is checked against the sanctions watch    *
      * list, shared by the SANCTIONS-SCREEN origination link and the  *
      * SANCTIONS-RESCREEN batch so both hold a name to the same       *
      * matching rule. The list is the file compliance loads as        *
      * sanctions_list.dat: an optional "H" header row naming the      *
      * list version and its publication date, then one "D" row per    *
      * listed party (entry id, sanctions program, name).              *
      *                                                                *
      * LOAD reads the list into WORKING-STORAGE (which persists       *
      * across CALLs, the same property CONTEXT's session mode rests   *
      * on) and answers its version; SCREEN loads it on first use and  *
      * matches one name; RECORD appends a screening and its           *
      * disposition to sanctions_audit.dat, timestamped the way        *
      * AUDIT-IMAGE stamps its records. A shop with no list loaded     *
      * gets NOFILE from LOAD and SCREEN, the same not-deployed answer *
      * APPROVER-MASTER gives, and the caller decides what that means. *
      *                                                                *
      * Names are compared in upper case with punctuation (commas,     *
      * periods, hyphens, apostrophes) read as spaces, so "DOE, JOHN"  *
      * and "John Doe" are the same words; see screening-record.cob    *
      * for the EXACT and TOKENS match types.                          *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-LIST.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "sanctions_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT SCREEN-AUDIT-FILE ASSIGN TO "sanctions_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-HEADER-RECORD.
           05  WLH-RECORD-TYPE       PIC X(1).
           05  WLH-LIST-VERSION      PIC X(20).
           05  WLH-LIST-DATE         PIC 9(8).
           05  FILLER                PIC X(54).
       01  LIST-ENTRY-RECORD.
           05  WLE-RECORD-TYPE       PIC X(1).
           05  WLE-ENTRY-ID          PIC X(12).
           05  WLE-PROGRAM           PIC X(10).
           05  WLE-NAME              PIC X(60).

      * The timestamp, then the caller's screening record as laid out
      * in screening-record.cob.
       FD  SCREEN-AUDIT-FILE.
       01  SCREEN-AUDIT-RECORD.
           05  SA-TIMESTAMP          PIC X(14).
           05  SA-SCREENING-DATA     PIC X(221).

       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS            PIC XX.
       01  WS-AUDIT-STATUS           PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-LOADED-SWITCH          PIC X(1) VALUE "N".
           88  WS-LIST-LOADED                VALUE "Y".
       01  WS-CURRENT-DATE           PIC X(8).
       01  WS-CURRENT-TIME           PIC X(8).

      * The list as loaded: each entry's name kept as listed for the
      * answer, and normalized -- one space between words -- with its
      * words broken out for the TOKENS comparison.
       01  WS-LIST-VERSION           PIC X(20) VALUE SPACES.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-LIST-IDX.
               10  WS-LT-ENTRY-ID       PIC X(12).
               10  WS-LT-PROGRAM        PIC X(10).
               10  WS-LT-NAME           PIC X(60).
               10  WS-LT-NORMAL-NAME    PIC X(60).
               10  WS-LT-WORD-COUNT     PIC S9(4) COMP.
               10  WS-LT-WORD OCCURS 8 TIMES
                              INDEXED BY WS-LT-WORD-IDX.
                   15  WS-LT-WORD-TEXT  PIC X(20).
                   15  WS-LT-WORD-LEN   PIC S9(4) COMP.
       01  WS-LIST-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-LIST-MAX               PIC S9(4) COMP VALUE 2000.
       01  WS-LIST-DROPPED           PIC 9(7) VALUE 0.

      * NORMALIZE-NAME's work area: WS-NORM-INPUT in, the words and
      * the single-spaced WS-NORM-OUTPUT back.
       01  WS-NORM-INPUT             PIC X(60).
       01  WS-NORM-OUTPUT            PIC X(60).
       01  WS-NORM-WORD-TABLE.
           05  WS-NORM-WORD          PIC X(20) OCCURS 8 TIMES
                                     INDEXED BY WS-NORM-IDX.
       01  WS-NORM-WORD-COUNT        PIC S9(4) COMP.

      * The screened name, padded with a space each side so a word is
      * found only whole (" DOE " never matches inside "DOEBERT").
       01  WS-SCREEN-NORMAL-NAME     PIC X(60).
       01  WS-SCREEN-PADDED          PIC X(64).
       01  WS-PROBE                  PIC X(22).
       01  WS-PROBE-LEN              PIC S9(4) COMP.
       01  WS-PROBE-HITS             PIC S9(4) COMP.
       01  WS-WORDS-FOUND            PIC S9(4) COMP.
       01  WS-MATCH-SWITCH           PIC X(1) VALUE "N".
           88  WS-MATCH-FOUND                VALUE "Y".

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       COPY "screening-record.cob"
           REPLACING PFX-SCR-SOURCE        BY LS-SCR-SOURCE
                     PFX-SCR-REFERENCE     BY LS-SCR-REFERENCE
                     PFX-SCR-PARTY-ROLE    BY LS-SCR-PARTY-ROLE
                     PFX-SCR-SCREENED-NAME BY LS-SCR-SCREENED-NAME
                     PFX-SCR-LIST-VERSION  BY LS-SCR-LIST-VERSION
                     PFX-SCR-MATCH-FLAG    BY LS-SCR-MATCH-FLAG
                     PFX-SCR-MATCH-TYPE    BY LS-SCR-MATCH-TYPE
                     PFX-SCR-ENTRY-ID      BY LS-SCR-ENTRY-ID
                     PFX-SCR-ENTRY-PROGRAM BY LS-SCR-ENTRY-PROGRAM
                     PFX-SCR-ENTRY-NAME    BY LS-SCR-ENTRY-NAME
                     PFX-SCR-DISPOSITION   BY LS-SCR-DISPOSITION
                     PFX-SCR-DECIDED-BY    BY LS-SCR-DECIDED-BY
                     PFX-SCREENING-RECORD  BY LS-SCREENING-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY LS-RESULT
                     PFX-RESULT-SUCCESS BY LS-RESULT-SUCCESS
                     PFX-RESULT-ERROR   BY LS-RESULT-ERROR
                     PFX-RESULT-NOFILE  BY LS-RESULT-NOFILE
                     PFX-RESULT-INVALID BY LS-RESULT-INVALID.

       PROCEDURE DIVISION USING LS-OPERATION, LS-SCREENING-RECORD,
                                 LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "LOAD"
                   PERFORM LOAD-OPERATION
               WHEN "SCREEN"
                   PERFORM SCREEN-OPERATION
               WHEN "RECORD"
                   PERFORM RECORD-OPERATION
               WHEN OTHER
                   SET LS-RESULT-INVALID TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-OPERATION - (re)reads sanctions_list.dat into the table,  *
      * so a batch picks up the list loaded since the last run; the    *
      * version answered is the header's, spaces for a list without    *
      * one.                                                           *
      *----------------------------------------------------------------*
       LOAD-OPERATION.
           MOVE "N" TO WS-LOADED-SWITCH
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-DROPPED
           MOVE SPACES TO WS-LIST-VERSION
           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               SET LS-RESULT-NOFILE TO TRUE
           ELSE
               PERFORM READ-NEXT-LIST-ROW
               PERFORM LOAD-ONE-LIST-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE LIST-FILE
               MOVE "Y" TO WS-LOADED-SWITCH
               IF WS-LIST-DROPPED > 0
                   DISPLAY "WATCH-LIST: List table full, "
                           WS-LIST-DROPPED " entries not loaded"
               END-IF
               SET LS-RESULT-SUCCESS TO TRUE
           END-IF
           MOVE WS-LIST-VERSION TO LS-SCR-LIST-VERSION.

       LOAD-ONE-LIST-ROW.
           EVALUATE WLH-RECORD-TYPE
               WHEN "H"
                   MOVE WLH-LIST-VERSION TO WS-LIST-VERSION
               WHEN "D"
                   PERFORM ADD-LIST-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-NEXT-LIST-ROW.

       ADD-LIST-ENTRY.
           IF WS-LIST-COUNT < WS-LIST-MAX
               ADD 1 TO WS-LIST-COUNT
               SET WS-LIST-IDX TO WS-LIST-COUNT
               MOVE WLE-ENTRY-ID TO WS-LT-ENTRY-ID(WS-LIST-IDX)
               MOVE WLE-PROGRAM TO WS-LT-PROGRAM(WS-LIST-IDX)
               MOVE WLE-NAME TO WS-LT-NAME(WS-LIST-IDX)
               MOVE WLE-NAME TO WS-NORM-INPUT
               PERFORM NORMALIZE-NAME
               MOVE WS-NORM-OUTPUT TO WS-LT-NORMAL-NAME(WS-LIST-IDX)
               MOVE WS-NORM-WORD-COUNT
                   TO WS-LT-WORD-COUNT(WS-LIST-IDX)
               PERFORM KEEP-ONE-ENTRY-WORD
                   VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 8
           ELSE
               ADD 1 TO WS-LIST-DROPPED
           END-IF.

       KEEP-ONE-ENTRY-WORD.
           SET WS-LT-WORD-IDX TO WS-NORM-IDX
           MOVE WS-NORM-WORD(WS-NORM-IDX)
               TO WS-LT-WORD-TEXT(WS-LIST-IDX, WS-LT-WORD-IDX)
           MOVE 0 TO WS-LT-WORD-LEN(WS-LIST-IDX, WS-LT-WORD-IDX)
           INSPECT WS-NORM-WORD(WS-NORM-IDX)
               TALLYING WS-LT-WORD-LEN(WS-LIST-IDX, WS-LT-WORD-IDX)
               FOR CHARACTERS BEFORE INITIAL SPACE.

       READ-NEXT-LIST-ROW.
           READ LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * NORMALIZE-NAME - upper case, punctuation to spaces, the words  *
      * split out (up to eight) and put back one space apart.          *
      *----------------------------------------------------------------*
       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-INPUT) TO WS-NORM-INPUT
           INSPECT WS-NORM-INPUT CONVERTING ",.-'" TO "    "
           MOVE FUNCTION TRIM(WS-NORM-INPUT) TO WS-NORM-INPUT
           MOVE SPACES TO WS-NORM-WORD-TABLE
           UNSTRING WS-NORM-INPUT DELIMITED BY ALL SPACE
               INTO WS-NORM-WORD(1) WS-NORM-WORD(2) WS-NORM-WORD(3)
                    WS-NORM-WORD(4) WS-NORM-WORD(5) WS-NORM-WORD(6)
                    WS-NORM-WORD(7) WS-NORM-WORD(8)
           END-UNSTRING
           MOVE 0 TO WS-NORM-WORD-COUNT
           PERFORM COUNT-ONE-NORMAL-WORD
               VARYING WS-NORM-IDX FROM 1 BY 1
               UNTIL WS-NORM-IDX > 8
           MOVE SPACES TO WS-NORM-OUTPUT
           STRING WS-NORM-WORD(1) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(2) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(3) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(4) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(5) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(6) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(7) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-NORM-WORD(8) DELIMITED BY SPACE
               INTO WS-NORM-OUTPUT
           END-STRING
           MOVE FUNCTION TRIM(WS-NORM-OUTPUT) TO WS-NORM-OUTPUT.

       COUNT-ONE-NORMAL-WORD.
           IF WS-NORM-WORD(WS-NORM-IDX) NOT = SPACES
               ADD 1 TO WS-NORM-WORD-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * SCREEN-OPERATION - the first listed entry the name matches,    *
      * exactly or word for word; a name matching nothing comes back   *
      * with PFX-SCR-MATCH-FLAG "N".                                   *
      *----------------------------------------------------------------*
       SCREEN-OPERATION.
           IF NOT WS-LIST-LOADED
               PERFORM LOAD-OPERATION
           END-IF

           MOVE WS-LIST-VERSION TO LS-SCR-LIST-VERSION
           MOVE "N" TO LS-SCR-MATCH-FLAG
           MOVE SPACES TO LS-SCR-MATCH-TYPE
           MOVE SPACES TO LS-SCR-ENTRY-ID
           MOVE SPACES TO LS-SCR-ENTRY-PROGRAM
           MOVE SPACES TO LS-SCR-ENTRY-NAME

           IF NOT WS-LIST-LOADED
               SET LS-RESULT-NOFILE TO TRUE
           ELSE
               MOVE LS-SCR-SCREENED-NAME TO WS-NORM-INPUT
               PERFORM NORMALIZE-NAME
               MOVE WS-NORM-OUTPUT TO WS-SCREEN-NORMAL-NAME
               MOVE SPACES TO WS-SCREEN-PADDED
               STRING " " DELIMITED BY SIZE
                       WS-SCREEN-NORMAL-NAME DELIMITED BY SIZE
                   INTO WS-SCREEN-PADDED
               END-STRING
               MOVE "N" TO WS-MATCH-SWITCH
               IF WS-SCREEN-NORMAL-NAME NOT = SPACES
                   PERFORM CHECK-ONE-LIST-ENTRY
                       VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > WS-LIST-COUNT
                          OR WS-MATCH-FOUND
               END-IF
               SET LS-RESULT-SUCCESS TO TRUE
           END-IF.

       CHECK-ONE-LIST-ENTRY.
           IF WS-SCREEN-NORMAL-NAME = WS-LT-NORMAL-NAME(WS-LIST-IDX)
               MOVE "EXACT" TO LS-SCR-MATCH-TYPE
               PERFORM ANSWER-LIST-MATCH
           ELSE IF WS-LT-WORD-COUNT(WS-LIST-IDX) > 1
               MOVE 0 TO WS-WORDS-FOUND
               PERFORM PROBE-ONE-ENTRY-WORD
                   VARYING WS-LT-WORD-IDX FROM 1 BY 1
                   UNTIL WS-LT-WORD-IDX > WS-LT-WORD-COUNT(WS-LIST-IDX)
               IF WS-WORDS-FOUND = WS-LT-WORD-COUNT(WS-LIST-IDX)
                   MOVE "TOKENS" TO LS-SCR-MATCH-TYPE
                   PERFORM ANSWER-LIST-MATCH
               END-IF
           END-IF
           END-IF.

       PROBE-ONE-ENTRY-WORD.
           MOVE SPACES TO WS-PROBE
           MOVE WS-LT-WORD-TEXT(WS-LIST-IDX, WS-LT-WORD-IDX)
               TO WS-PROBE(2:20)
           COMPUTE WS-PROBE-LEN =
               WS-LT-WORD-LEN(WS-LIST-IDX, WS-LT-WORD-IDX) + 2
           MOVE 0 TO WS-PROBE-HITS
           INSPECT WS-SCREEN-PADDED TALLYING WS-PROBE-HITS
               FOR ALL WS-PROBE(1:WS-PROBE-LEN)
           IF WS-PROBE-HITS > 0
               ADD 1 TO WS-WORDS-FOUND
           END-IF.

       ANSWER-LIST-MATCH.
           MOVE "Y" TO WS-MATCH-SWITCH
           MOVE "Y" TO LS-SCR-MATCH-FLAG
           MOVE WS-LT-ENTRY-ID(WS-LIST-IDX) TO LS-SCR-ENTRY-ID
           MOVE WS-LT-PROGRAM(WS-LIST-IDX) TO LS-SCR-ENTRY-PROGRAM
           MOVE WS-LT-NAME(WS-LIST-IDX) TO LS-SCR-ENTRY-NAME.

      *----------------------------------------------------------------*
      * RECORD-OPERATION - one screening and its disposition onto      *
      * sanctions_audit.dat, created on first use the way AUDIT-IMAGE  *
      * creates audit_image.dat.                                       *
      *----------------------------------------------------------------*
       RECORD-OPERATION.
           OPEN EXTEND SCREEN-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT SCREEN-AUDIT-FILE
               CLOSE SCREEN-AUDIT-FILE
               OPEN EXTEND SCREEN-AUDIT-FILE
           END-IF

           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "05"
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO SA-TIMESTAMP
               STRING WS-CURRENT-DATE DELIMITED BY SIZE
                       WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
                   INTO SA-TIMESTAMP
               END-STRING
               MOVE LS-SCREENING-RECORD TO SA-SCREENING-DATA
               WRITE SCREEN-AUDIT-RECORD
               CLOSE SCREEN-AUDIT-FILE
               SET LS-RESULT-SUCCESS TO TRUE
           ELSE
               SET LS-RESULT-ERROR TO TRUE
               DISPLAY "WATCH-LIST: Failed to open/create "
                       "sanctions_audit.dat, status " WS-AUDIT-STATUS
           END-IF.

       END PROGRAM WATCH-LIST.
