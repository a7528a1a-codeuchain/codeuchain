       01  WS-CHAINDEF-CONDITION     PIC X(60).
       01  WS-CHAINDEF-POLICY        PIC X(20).

      * Effective-dated versions: a row whose link field reads
      * VERSION opens a new version of its chain --
      *
      *     chain-name,VERSION,n,YYYYMMDD
      *
      * -- and the chain's rows after it, up to its next VERSION row,
      * are version n, in force from YYYYMMDD. A run takes the
      * version with the latest effective date on or before the
      * business date from PROCESSING-DATE (the higher number on a
      * tie), so next month's process can sit in the file ahead of
      * time and an edit made mid-night never reaches an application
      * until its date comes. Rows ahead of a chain's first VERSION
      * row are its version 0, in force until a dated version takes
      * over, so a chain with no VERSION rows runs exactly as before.
      * A sub-chain picks its own version the same way. The version
      * is stamped on each link's APP-STATUS record and trace record,
      * and the as-of date goes into the checkpoint, so an
      * application parked under one version resumes under the same
      * definition after a newer one has gone live.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).
       01  WS-CHAIN-AS-OF-DATE       PIC 9(8).
       01  WS-CHAIN-VERSION          PIC 9(4) VALUE 0.
       01  WS-CHAIN-VERSION-DATE     PIC 9(8) VALUE 0.
       01  WS-SUBCHAIN-VERSION       PIC 9(4) VALUE 0.
       01  WS-VERSION-CHAIN-NAME     PIC X(30).
       01  WS-PICKED-VERSION         PIC 9(4).
       01  WS-PICKED-DATE            PIC 9(8).
       01  WS-ROW-VERSION            PIC S9(4) COMP.
       01  WS-ROW-VERSION-NUM        PIC 9(4).
       01  WS-ROW-EFFECTIVE-TEXT     PIC X(8).
       01  WS-ROW-EFFECTIVE-DATE REDEFINES WS-ROW-EFFECTIVE-TEXT
                                     PIC 9(8).
       01  WS-CKPT-AS-OF-TEXT        PIC X(8).
       01  WS-CKPT-AS-OF-DATE REDEFINES WS-CKPT-AS-OF-TEXT
                                     PIC 9(8).

       01  WS-CHAIN-LINK-TABLE.
           05  WS-CHAIN-LINK-ENTRY OCCURS 20 TIMES
                                    INDEXED BY WS-LINK-IDX.
                     PFX-ST-LINK-NAME      BY WS-ST-LINK-NAME
                     PFX-ST-RESULT         BY WS-ST-RESULT
                     PFX-APP-STATUS-RECORD BY WS-APP-STATUS-RECORD.
       01  WS-ST-CHAIN-VERSION       PIC X(4).
       01  WS-ST-CALL-RESULT         PIC X(10).
       01  WS-STATUS-REFERENCE       PIC X(20).

           PERFORM PARSE-DRY-RUN-FLAG
           PERFORM PARSE-TRACE-FLAG
           PERFORM PARSE-CORRELATION-LABELS
           PERFORM GET-CHAIN-AS-OF-DATE
           PERFORM BUILD-LINK-TABLE

           IF WS-DRY-RUN
       SIMULATE-CHAIN.
           DISPLAY "CHAIN-ORCHESTRATOR: Dry run requested, no links "
                   "will actually be called"
           DISPLAY "CHAIN-ORCHESTRATOR: Would run version "
                   WS-CHAIN-VERSION " as of " WS-CHAIN-AS-OF-DATE
           PERFORM DISPLAY-PLANNED-LINK
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
      *----------------------------------------------------------------*
      * BUILD-LINK-TABLE - resolves the chain name into the ordered    *
      * list of link program-ids this run must CALL. chain_definition. *
      * dat is tried first, at the chain's version in force on the     *
      * as-of date; if it has no rows for this chain name, the         *
      * built-in defaults below take over.                             *
      *----------------------------------------------------------------*
       BUILD-LINK-TABLE.
           MOVE 0 TO WS-LINK-COUNT
           MOVE LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)
               TO WS-VERSION-CHAIN-NAME
           PERFORM PICK-VERSION-IN-FORCE
           MOVE WS-PICKED-VERSION TO WS-CHAIN-VERSION
           MOVE WS-PICKED-DATE TO WS-CHAIN-VERSION-DATE
           IF WS-CHAIN-VERSION > 0
               DISPLAY "CHAIN-ORCHESTRATOR: Definition version "
                       WS-CHAIN-VERSION " effective "
                       WS-CHAIN-VERSION-DATE
           END-IF
           PERFORM LOAD-CHAIN-DEFINITION-FROM-FILE
           IF WS-LINK-COUNT = 0
               PERFORM BUILD-LINK-TABLE-FROM-DEFAULTS
           END-IF.

      *----------------------------------------------------------------*
      * GET-CHAIN-AS-OF-DATE - the business date versions are picked   *
      * against; a shop that never opened the date gets the wall clock *
      * back from PROCESSING-DATE, the same as every dated batch.      *
      *----------------------------------------------------------------*
       GET-CHAIN-AS-OF-DATE.
           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-CHAIN-AS-OF-DATE, WS-PD-RESULT.

      *----------------------------------------------------------------*
      * PICK-VERSION-IN-FORCE - a pass over the VERSION rows of the    *
      * chain in WS-VERSION-CHAIN-NAME for the one in force on the     *
      * as-of date: latest effective date not after it, the higher     *
      * number on a tie. None in force (no VERSION rows, or all still  *
      * ahead) picks version 0, the chain's undated rows.              *
      *----------------------------------------------------------------*
       PICK-VERSION-IN-FORCE.
           MOVE 0 TO WS-PICKED-VERSION
           MOVE 0 TO WS-PICKED-DATE
           MOVE "N" TO WS-CHAINDEF-EOF-SWITCH
           OPEN INPUT CHAIN-DEFINITION-FILE
           IF WS-CHAINDEF-STATUS = "00"
               PERFORM READ-NEXT-CHAINDEF-LINE
               PERFORM CHECK-ONE-VERSION-LINE
                   UNTIL WS-CHAINDEF-AT-EOF
               CLOSE CHAIN-DEFINITION-FILE
           END-IF.

       CHECK-ONE-VERSION-LINE.
           IF CHAIN-DEFINITION-LINE(1:1) NOT = "*"
                   AND CHAIN-DEFINITION-LINE NOT = SPACES
               PERFORM SPLIT-CHAINDEF-LINE
               IF FUNCTION TRIM(WS-CHAINDEF-NAME) =
                       WS-VERSION-CHAIN-NAME
                       AND FUNCTION TRIM(WS-CHAINDEF-LINK) = "VERSION"
                   PERFORM PARSE-VERSION-ROW
                   IF WS-ROW-VERSION > 0
                           AND WS-ROW-EFFECTIVE-DATE
                               NOT > WS-CHAIN-AS-OF-DATE
                       IF WS-ROW-EFFECTIVE-DATE > WS-PICKED-DATE
                               OR (WS-ROW-EFFECTIVE-DATE
                                       = WS-PICKED-DATE
                                   AND WS-ROW-VERSION-NUM
                                       > WS-PICKED-VERSION)
                           MOVE WS-ROW-VERSION-NUM
                               TO WS-PICKED-VERSION
                           MOVE WS-ROW-EFFECTIVE-DATE
                               TO WS-PICKED-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-CHAINDEF-LINE.

       SPLIT-CHAINDEF-LINE.
           MOVE SPACES TO WS-CHAINDEF-NAME
           MOVE SPACES TO WS-CHAINDEF-LINK
           MOVE SPACES TO WS-CHAINDEF-CONDITION
           MOVE SPACES TO WS-CHAINDEF-POLICY
           UNSTRING CHAIN-DEFINITION-LINE DELIMITED BY ","
               INTO WS-CHAINDEF-NAME WS-CHAINDEF-LINK
                    WS-CHAINDEF-CONDITION WS-CHAINDEF-POLICY
           END-UNSTRING.

      *----------------------------------------------------------------*
      * PARSE-VERSION-ROW - the number (third field) and effective     *
      * date (fourth) of a VERSION row into WS-ROW-VERSION-NUM and     *
      * WS-ROW-EFFECTIVE-DATE. A row without a usable number or date   *
      * leaves WS-ROW-VERSION at -1: the rows under it belong to no    *
      * version and never run (CHAIN-LINT reports the row).            *
      *----------------------------------------------------------------*
       PARSE-VERSION-ROW.
           MOVE 0 TO WS-ROW-VERSION-NUM
           IF WS-CHAINDEF-CONDITION NOT = SPACES
               COMPUTE WS-ROW-VERSION-NUM =
                   FUNCTION NUMVAL(WS-CHAINDEF-CONDITION)
           END-IF
           MOVE FUNCTION TRIM(WS-CHAINDEF-POLICY)
               TO WS-ROW-EFFECTIVE-TEXT
           IF WS-ROW-VERSION-NUM > 0
                   AND WS-ROW-EFFECTIVE-TEXT IS NUMERIC
               MOVE WS-ROW-VERSION-NUM TO WS-ROW-VERSION
           ELSE
               MOVE -1 TO WS-ROW-VERSION
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CHAIN-DEFINITION-FROM-FILE - a missing file (status "35") *
      * is not an error worth reporting; it just means this chain name *
       LOAD-CHAIN-DEFINITION-FROM-FILE.
           MOVE 0 TO WS-RAW-ROW-COUNT
           MOVE 0 TO WS-HOOK-ROW-COUNT
           MOVE 0 TO WS-ROW-VERSION
           MOVE "N" TO WS-CHAINDEF-EOF-SWITCH
           OPEN INPUT CHAIN-DEFINITION-FILE
           IF WS-CHAINDEF-STATUS = "00"
       PROCESS-ONE-CHAINDEF-LINE.
           IF CHAIN-DEFINITION-LINE(1:1) NOT = "*"
                   AND CHAIN-DEFINITION-LINE NOT = SPACES
               PERFORM SPLIT-CHAINDEF-LINE
               IF FUNCTION TRIM(WS-CHAINDEF-NAME) =
                       LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)
                   EVALUATE TRUE
                       WHEN FUNCTION TRIM(WS-CHAINDEF-LINK) = "VERSION"
                           PERFORM PARSE-VERSION-ROW
                       WHEN WS-ROW-VERSION NOT = WS-CHAIN-VERSION
                           CONTINUE
                       WHEN WS-CHAINDEF-LINK(1:3) = "ON-"
                           PERFORM APPEND-HOOK-ROW
                       WHEN OTHER
                           PERFORM PARSE-ROW-CONDITION
                           PERFORM PARSE-ROW-POLICY
                           PERFORM APPEND-RAW-ROW
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-NEXT-CHAINDEF-LINE.
      * each spliced link that doesn't carry one of its own.           *
      *----------------------------------------------------------------*
       SPLICE-SUBCHAIN-ROWS.
           MOVE WS-SUBCHAIN-NAME TO WS-VERSION-CHAIN-NAME
           PERFORM PICK-VERSION-IN-FORCE
           MOVE WS-PICKED-VERSION TO WS-SUBCHAIN-VERSION
           DISPLAY "CHAIN-ORCHESTRATOR: Splicing sub-chain "
                   FUNCTION TRIM(WS-SUBCHAIN-NAME)
                   " version " WS-SUBCHAIN-VERSION
           MOVE 0 TO WS-ROW-VERSION
           MOVE "N" TO WS-CHAINDEF-EOF-SWITCH
           OPEN INPUT CHAIN-DEFINITION-FILE
           IF WS-CHAINDEF-STATUS = "00"
       SPLICE-ONE-SUBCHAIN-LINE.
           IF CHAIN-DEFINITION-LINE(1:1) NOT = "*"
                   AND CHAIN-DEFINITION-LINE NOT = SPACES
               PERFORM SPLIT-CHAINDEF-LINE
               IF FUNCTION TRIM(WS-CHAINDEF-NAME) =
                       FUNCTION TRIM(WS-SUBCHAIN-NAME)
                   EVALUATE TRUE
                       WHEN FUNCTION TRIM(WS-CHAINDEF-LINK) = "VERSION"
                           PERFORM PARSE-VERSION-ROW
                       WHEN WS-ROW-VERSION NOT = WS-SUBCHAIN-VERSION
                           CONTINUE
                       WHEN WS-CHAINDEF-LINK(1:6) = "CHAIN:"
                           DISPLAY "CHAIN-ORCHESTRATOR: Nested "
                                   "sub-chain row skipped (one level "
                                   "only): "
                                   FUNCTION TRIM(WS-CHAINDEF-LINK)
                       WHEN OTHER
                           MOVE FUNCTION TRIM(WS-CHAINDEF-LINK)
                               TO WS-NEW-LINK-NAME
                           MOVE WS-NEW-LINK-NAME
                               TO WS-NEW-DISPLAY-NAME
                           PERFORM PARSE-ROW-CONDITION
                           PERFORM PARSE-ROW-POLICY
                           IF WS-NEW-COND-FLAG NOT = "Y"
                               MOVE WS-RAW-COND-FLAG(WS-RAW-IDX)
                                   TO WS-NEW-COND-FLAG
                               MOVE WS-RAW-COND-LABEL(WS-RAW-IDX)
                                   TO WS-NEW-COND-LABEL
                               MOVE WS-RAW-COND-VALUE(WS-RAW-IDX)
                                   TO WS-NEW-COND-VALUE
                           END-IF
                           PERFORM APPEND-LINK-ENTRY
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-NEXT-CHAINDEF-LINE.
                   MOVE "DTI-CHECK" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
                   MOVE "SANCTIONS-SCREEN" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
                   MOVE "FRAUD-VELOCITY-CHECK" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
                   MOVE "UNDERWRITING-DECISION" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
                   MOVE "LENDING-LIMIT-CHECK" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
                   MOVE "PRICING-EXCEPTION" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
                   MOVE "HIGH-VALUE-REVIEW-FLAG" TO WS-NEW-LINK-NAME
                   MOVE WS-NEW-LINK-NAME TO WS-NEW-DISPLAY-NAME
                   PERFORM APPEND-LINK-ENTRY
               MOVE WS-CHAIN-LINK-PGM(WS-LINK-IDX)
                   TO WS-ST-LINK-NAME
               MOVE WS-STEP-RESULT TO WS-ST-RESULT
               MOVE WS-CHAIN-VERSION TO WS-ST-CHAIN-VERSION

               MOVE 6 TO WS-ST-OPERATION-LEN
               MOVE "APPEND" TO WS-ST-OPERATION-DATA
                   WS-ST-OPERATION,
                   WS-STATUS-REFERENCE,
                   WS-APP-STATUS-RECORD,
                   WS-ST-CHAIN-VERSION,
                   WS-ST-CALL-RESULT
               IF WS-ST-CALL-RESULT NOT = "SUCCESS"
                   DISPLAY "CHAIN-ORCHESTRATOR: Status stamp "
      *----------------------------------------------------------------*
      * SAVE-TRACE-RECORD - the link's output context under its        *
      * CTXTRACE- key via INSERT-TTL, so the trace self-expires        *
      * instead of someone having to remember to clean it up, with     *
      * the definition version that ran it tacked on as a "Chain       *
      * Version:" label. Best-effort the way checkpoint saves are.     *
      *----------------------------------------------------------------*
       SAVE-TRACE-RECORD.
           MOVE WS-LINK-IDX TO WS-TRACE-IDX-TEXT
                   INTO WS-CONTEXT-OP-KEY
           END-STRING

           MOVE SPACES TO WS-CONTEXT-VALUE
           STRING FUNCTION TRIM(WS-STEP-INPUT TRAILING)
                       DELIMITED BY SIZE
                   " Chain Version: " DELIMITED BY SIZE
                   WS-CHAIN-VERSION DELIMITED BY SIZE
               INTO WS-CONTEXT-VALUE
           END-STRING
           CALL "CONTEXT" USING WS-CONTEXT-OP-KEY, WS-CONTEXT-VALUE,
               WS-CONTEXT-RESULT
           IF NOT WS-RESULT-SUCCESS
               WHEN WS-CHAIN-LINK-PGM(WS-LINK-IDX)(1:15)
                       = "CUSTOMER-LOOKUP"
                   MOVE "VALIDATED" TO WS-ST-STAGE
               WHEN WS-CHAIN-LINK-PGM(WS-LINK-IDX)(1:16)
                       = "SANCTIONS-SCREEN"
                   IF WS-STEP-RESULT = "HALT"
                       MOVE "REFERRED" TO WS-ST-STAGE
                   ELSE
                       MOVE "VALIDATED" TO WS-ST-STAGE
                   END-IF
               WHEN WS-CHAIN-LINK-PGM(WS-LINK-IDX)(1:20)
                       = "FRAUD-VELOCITY-CHECK"
               WHEN WS-CHAIN-LINK-PGM(WS-LINK-IDX)(1:19)
                       = "LENDING-LIMIT-CHECK"
               WHEN WS-CHAIN-LINK-PGM(WS-LINK-IDX)(1:17)
                       = "PRICING-EXCEPTION"
                   MOVE "VALIDATED" TO WS-ST-STAGE
               WHEN WS-CHAIN-LINK-PGM(WS-LINK-IDX)(1:21)
                       = "UNDERWRITING-DECISION"
                   IF WS-STEP-RESULT = "HALT"
                   COMPUTE WS-START-IDX = WS-CHECKPOINT-IDX-TEXT + 1
                   DISPLAY "CHAIN-ORCHESTRATOR: Resuming after "
                           "checkpointed link " WS-CHECKPOINT-IDX-TEXT
                   MOVE WS-CONTEXT-VALUE(5:8) TO WS-CKPT-AS-OF-TEXT
                   PERFORM LOAD-CHECKPOINT-CONTEXT
                   PERFORM RESUME-ON-CHECKPOINT-VERSION
               WHEN WS-RESULT-NOTFOUND
                   CONTINUE
               WHEN WS-RESULT-NOFILE
                           "), starting from the top"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RESUME-ON-CHECKPOINT-VERSION - the checkpoint carries the      *
      * as-of date its run picked versions on; a resume on a later     *
      * date rebuilds the link table as of that date, so the link      *
      * index it saved still points into the definition it was saved   *
      * under. A checkpoint written before versions existed carries no *
      * date and resumes on today's.                                   *
      *----------------------------------------------------------------*
       RESUME-ON-CHECKPOINT-VERSION.
           IF WS-START-IDX > 1
                   AND WS-CKPT-AS-OF-TEXT IS NUMERIC
                   AND WS-CKPT-AS-OF-DATE > 0
                   AND WS-CKPT-AS-OF-DATE NOT = WS-CHAIN-AS-OF-DATE
               MOVE WS-CKPT-AS-OF-DATE TO WS-CHAIN-AS-OF-DATE
               DISPLAY "CHAIN-ORCHESTRATOR: Resuming on the "
                       "definition in force " WS-CHAIN-AS-OF-DATE
               PERFORM BUILD-LINK-TABLE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CHECKPOINT-CONTEXT - once an index checkpoint is found,   *
      * pulls the saved running context that went with it; any result *
           MOVE WS-CHECKPOINT-SAVE-IDX TO WS-CHECKPOINT-IDX-TEXT
           MOVE SPACES TO WS-CONTEXT-VALUE
           MOVE WS-CHECKPOINT-IDX-TEXT TO WS-CONTEXT-VALUE(1:4)
           MOVE WS-CHAIN-AS-OF-DATE TO WS-CONTEXT-VALUE(5:8)
           MOVE SPACES TO WS-CONTEXT-OP-KEY
           IF WS-CKPT-WITH-TTL
               STRING "INSERT-TTL " DELIMITED BY SIZE
