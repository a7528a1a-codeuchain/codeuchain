      *================================================================*
      * CodeUChain COBOL Batch - Nightly Run Control                   *
      *                                                                *
      * The harness's record of where tonight's run has got to, so a   *
      * step that abends at 2am is restarted from the control file     *
      * instead of by commenting lines out of run_batch.sh:            *
      *                                                                *
      *     run_control BEGIN                 open a new nightly run   *
      *     run_control START <step> [<n>]    step started (n streams) *
      *     run_control END <step> <rc>       step ended, its RC       *
      *     run_control RESTART [<step>]      resume the current run   *
      *     run_control CHECK <step>          RC 1 = skip this step    *
      *     run_control RUNID                 display the run's id     *
      *     run_control RESUME                display the resume step  *
      *     run_control STREAMS <step>        display the step's       *
      *                                       stream count             *
      *     run_control STREAMID <n>          display stream n's id    *
      *                                                                *
      * run_control.dat is appended one event per line -- BEGIN,       *
      * RESTART, START, END -- each carrying the processing date and   *
      * run-id, so the latest BEGIN and everything after it is the     *
      * current run. A restart adds to that run rather than opening a  *
      * new one: the run-id stays, and the RESTART event records when  *
      * and from which step.                                           *
      *                                                                *
      * RESTART refuses (RC 16) when there is no run on file, when     *
      * PROCESSING-DATE no longer matches the run's date (the night    *
      * already rolled, so its steps would stamp the wrong day), or    *
      * when the run's date roll already ended cleanly. Otherwise it   *
      * resumes at the operator's named step, or by default at the     *
      * first step that started and never finished: no END at all, or  *
      * an abend-level RC of 16 or more. An RC 8 is a business result  *
      * (a failed application, a proof out of balance), not an abend,  *
      * and the step that reported it is not rerun. CHECK then skips   *
      * every step ahead of the resume step and every later step that  *
      * already finished in this run; the resume step itself runs      *
      * again.                                                         *
      *                                                                *
      * STEP020 books applications, so it is never redriven once       *
      * BATCH-LOAN-DRIVER reached end of input: CHECK skips it         *
      * whenever every stream's BATCHRST- checkpoint is marked         *
      * exhausted, even when the harness went down before the END was  *
      * written. A parallel STEP020 records its stream count on its    *
      * START; stream n runs under its own restart id, the run-id's    *
      * first twelve characters plus "S" and n, which STREAMID hands   *
      * back the same on every restart of the run.                     *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROCESSING-DATE    PIC 9(8).
           05  RC-RUN-ID             PIC X(14).
           05  RC-EVENT              PIC X(8).
           05  RC-STEP-NAME          PIC X(10).
           05  RC-EVENT-STAMP        PIC X(14).
           05  RC-RETURN-CODE        PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       01  WS-MODE-ARG               PIC X(10) VALUE SPACES.
       01  WS-STEP-ARG               PIC X(10) VALUE SPACES.
       01  WS-RC-ARG                 PIC X(5) VALUE SPACES.
       01  WS-STEP-RC                PIC 9(2) VALUE 0.
       01  WS-NAMED-STEP             PIC X(10) VALUE SPACES.

      * The current run, as rebuilt from the control file: its id and
      * date, the step the latest restart resumed at, and each step's
      * latest START/END.
       01  WS-RUN-FOUND-SWITCH       PIC X(1) VALUE "N".
           88  WS-RUN-FOUND                  VALUE "Y".
       01  WS-RUN-ID                 PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE 0.
       01  WS-RESUME-STEP            PIC X(10) VALUE SPACES.
       01  WS-STEP-MAX               PIC S9(4) COMP VALUE 40.
       01  WS-STEP-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 40 TIMES
                             INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME         PIC X(10).
               10  WS-STEP-STARTED      PIC X(1).
               10  WS-STEP-ENDED        PIC X(1).
               10  WS-STEP-LAST-RC      PIC 9(2).
               10  WS-STEP-STREAMS      PIC 9(2).
       01  WS-FOUND-STEP-IDX         PIC S9(4) COMP.

      * Abend level: a step that ended at or above it did not finish.
       01  WS-ABEND-RC               PIC 9(2) VALUE 16.

      * STEP020's end-of-input test: each stream's restart id and the
      * BATCHRST- checkpoint BATCH-LOAN-DRIVER leaves under it.
       01  WS-STREAM-ID              PIC X(14).
       01  WS-STREAM-NUMBER          PIC 9(1).
       01  WS-STREAM-SUB             PIC 9(2).
       01  WS-STREAM-COUNT           PIC 9(2).
       01  WS-STREAMS-DONE           PIC 9(2).
       01  WS-INPUT-EXHAUSTED-SWITCH PIC X(1) VALUE "N".
           88  WS-INPUT-EXHAUSTED            VALUE "Y".
       01  WS-CTX-OP-KEY             PIC X(50).
       01  WS-CTX-VALUE              PIC X(10000).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CTX-RESULT
                     PFX-RESULT-SUCCESS BY WS-CTX-RESULT-SUCCESS.

       01  WS-WALL-DATE              PIC 9(8).
       01  WS-WALL-TIME              PIC 9(8).
       01  WS-EVENT-STAMP            PIC X(14).

      * PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-BUSINESS-DATE          PIC 9(8).
       01  WS-PD-RESULT              PIC X(10).

      * The restart lands in the shared log at WARN, the same posture
      * PROCESSING-DATE-UTIL takes for a date override.
       COPY "middleware-name.cob"
           REPLACING PFX-MIDDLEWARE-NAME-LEN  BY WS-MIDDLEWARE-NAME-LEN
                     PFX-MIDDLEWARE-NAME-DATA BY WS-MIDDLEWARE-NAME-DATA
                     PFX-MIDDLEWARE-NAME      BY WS-MIDDLEWARE-NAME.
       01  WS-MIDDLEWARE-RESULT      PIC X(10).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LOG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LOG-OPERATION-DATA
                     PFX-OPERATION      BY WS-LOG-OPERATION.
       01  WS-LOG-MESSAGE-TEXT       PIC X(10000).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-COMMAND-LINE-PARAMETERS

           EVALUATE WS-MODE-ARG
               WHEN "BEGIN"
                   PERFORM BEGIN-NEW-RUN
               WHEN "START"
                   PERFORM RECORD-STEP-START
               WHEN "END"
                   PERFORM RECORD-STEP-END
               WHEN "RESTART"
                   PERFORM RESTART-CURRENT-RUN
               WHEN "CHECK"
                   PERFORM CHECK-STEP-FOR-RESTART
               WHEN "RUNID"
                   PERFORM LOAD-CURRENT-RUN
                   DISPLAY WS-RUN-ID
                   MOVE 0 TO RETURN-CODE
               WHEN "RESUME"
                   PERFORM LOAD-CURRENT-RUN
                   DISPLAY WS-RESUME-STEP
                   MOVE 0 TO RETURN-CODE
               WHEN "STREAMS"
                   PERFORM LOAD-CURRENT-RUN
                   PERFORM FIND-STEP-ENTRY
                   IF WS-FOUND-STEP-IDX > 0
                       DISPLAY WS-STEP-STREAMS(WS-FOUND-STEP-IDX)
                   ELSE
                       DISPLAY "0"
                   END-IF
                   MOVE 0 TO RETURN-CODE
               WHEN "STREAMID"
                   PERFORM LOAD-CURRENT-RUN
                   MOVE WS-STEP-RC TO WS-STREAM-NUMBER
                   PERFORM BUILD-STREAM-ID
                   DISPLAY WS-STREAM-ID
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "RUN-CONTROL: Usage: BEGIN | START step [n] "
                           "| END step rc | RESTART [step] | "
                           "CHECK step | RUNID | RESUME | "
                           "STREAMS step | STREAMID n"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       READ-COMMAND-LINE-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-STEP-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-RC-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-RC-ARG NOT = SPACES
               COMPUTE WS-STEP-RC =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-RC-ARG))
           END-IF
           IF WS-MODE-ARG = "STREAMID" AND WS-STEP-ARG NOT = SPACES
               COMPUTE WS-STEP-RC =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-STEP-ARG))
           END-IF.

      *----------------------------------------------------------------*
      * BEGIN-NEW-RUN - a fresh run-id (the wall-clock start, the same *
      * shape JOB-START hands out) under tonight's processing date.    *
      *----------------------------------------------------------------*
       BEGIN-NEW-RUN.
           PERFORM GET-BUSINESS-DATE
           PERFORM BUILD-EVENT-STAMP
           MOVE WS-EVENT-STAMP TO WS-RUN-ID
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           MOVE "BEGIN" TO RC-EVENT
           MOVE SPACES TO RC-STEP-NAME
           MOVE 0 TO RC-RETURN-CODE
           PERFORM APPEND-CONTROL-EVENT
           DISPLAY "RUN-CONTROL: Run " WS-RUN-ID
                   " opened for processing date " WS-RUN-DATE
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------------*
      * RECORD-STEP-START - a START carries the step's stream count    *
      * where an END carries its RC; a serial step records zero.       *
      *----------------------------------------------------------------*
       RECORD-STEP-START.
           PERFORM LOAD-CURRENT-RUN
           MOVE "START" TO RC-EVENT
           MOVE WS-STEP-ARG TO RC-STEP-NAME
           MOVE WS-STEP-RC TO RC-RETURN-CODE
           PERFORM BUILD-EVENT-STAMP
           PERFORM APPEND-CONTROL-EVENT
           MOVE 0 TO RETURN-CODE.

       RECORD-STEP-END.
           PERFORM LOAD-CURRENT-RUN
           MOVE "END" TO RC-EVENT
           MOVE WS-STEP-ARG TO RC-STEP-NAME
           MOVE WS-STEP-RC TO RC-RETURN-CODE
           PERFORM BUILD-EVENT-STAMP
           PERFORM APPEND-CONTROL-EVENT
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------------*
      * RESTART-CURRENT-RUN - refuses a run already past its date roll *
      * or whose processing date has moved on; otherwise settles the   *
      * resume step and records the restart against the same run-id.   *
      *----------------------------------------------------------------*
       RESTART-CURRENT-RUN.
           MOVE WS-STEP-ARG TO WS-NAMED-STEP
           PERFORM LOAD-CURRENT-RUN
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO RETURN-CODE
           MOVE "STEP080" TO WS-STEP-ARG
           PERFORM FIND-STEP-ENTRY

           EVALUATE TRUE
               WHEN NOT WS-RUN-FOUND
                   DISPLAY "RUN-CONTROL: Restart refused -- no run on "
                           "file in run_control.dat"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BUSINESS-DATE NOT = WS-RUN-DATE
                   DISPLAY "RUN-CONTROL: Restart refused -- run "
                           WS-RUN-ID " was for " WS-RUN-DATE
                           " but the processing date is now "
                           WS-BUSINESS-DATE " (already rolled)"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FOUND-STEP-IDX > 0
                   AND WS-STEP-ENDED(WS-FOUND-STEP-IDX) = "Y"
                   AND WS-STEP-LAST-RC(WS-FOUND-STEP-IDX) NOT > 4
                   DISPLAY "RUN-CONTROL: Restart refused -- run "
                           WS-RUN-ID " already rolled its "
                           "processing date"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RETURN-CODE = 0
               PERFORM SETTLE-RESUME-STEP
               MOVE "RESTART" TO RC-EVENT
               MOVE WS-RESUME-STEP TO RC-STEP-NAME
               MOVE 0 TO RC-RETURN-CODE
               PERFORM BUILD-EVENT-STAMP
               PERFORM APPEND-CONTROL-EVENT
               IF WS-RESUME-STEP = SPACES
                   DISPLAY "RUN-CONTROL: Run " WS-RUN-ID
                           " restarting; no step failed, so only "
                           "the steps not yet ended cleanly run"
               ELSE
                   DISPLAY "RUN-CONTROL: Run " WS-RUN-ID
                           " restarting at "
                           FUNCTION TRIM(WS-RESUME-STEP)
               END-IF
               PERFORM LOG-THE-RESTART
           END-IF.

      *----------------------------------------------------------------*
      * SETTLE-RESUME-STEP - the operator's named step when one was    *
      * given, otherwise the first step (in step-name order, which is  *
      * run order) that started and never finished -- no END, or an   *
      * abend-level RC.                                                *
      *----------------------------------------------------------------*
       SETTLE-RESUME-STEP.
           IF WS-NAMED-STEP NOT = SPACES
               MOVE WS-NAMED-STEP TO WS-RESUME-STEP
           ELSE
               MOVE SPACES TO WS-RESUME-STEP
               PERFORM CONSIDER-ONE-FAILED-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF.

       CONSIDER-ONE-FAILED-STEP.
           IF WS-STEP-STARTED(WS-STEP-IDX) = "Y"
               AND (WS-STEP-ENDED(WS-STEP-IDX) NOT = "Y"
                    OR WS-STEP-LAST-RC(WS-STEP-IDX) >= WS-ABEND-RC)
               IF WS-RESUME-STEP = SPACES
                   OR WS-STEP-NAME(WS-STEP-IDX) < WS-RESUME-STEP
                   MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-RESUME-STEP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-STEP-FOR-RESTART - RC 1 tells the harness to skip the    *
      * step; RC 0 runs it. Outside a restart every step runs. A step  *
      * that ended under the abend level has finished, whatever its    *
      * business RC; STEP020 has finished once its input is exhausted. *
      *----------------------------------------------------------------*
       CHECK-STEP-FOR-RESTART.
           PERFORM LOAD-CURRENT-RUN
           MOVE 0 TO RETURN-CODE
           IF WS-RUN-FOUND AND WS-RESUME-STEP NOT = "NONE"
               PERFORM FIND-STEP-ENTRY
               EVALUATE TRUE
                   WHEN WS-RESUME-STEP NOT = SPACES
                       AND WS-STEP-ARG < WS-RESUME-STEP
                       DISPLAY "RUN-CONTROL: "
                               FUNCTION TRIM(WS-STEP-ARG)
                               " skipped, ahead of restart step "
                               FUNCTION TRIM(WS-RESUME-STEP)
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-STEP-ARG NOT = WS-RESUME-STEP
                       AND WS-FOUND-STEP-IDX > 0
                       AND WS-STEP-ENDED(WS-FOUND-STEP-IDX) = "Y"
                       AND WS-STEP-LAST-RC(WS-FOUND-STEP-IDX)
                           < WS-ABEND-RC
                       DISPLAY "RUN-CONTROL: "
                               FUNCTION TRIM(WS-STEP-ARG)
                               " skipped, already ended RC "
                               WS-STEP-LAST-RC(WS-FOUND-STEP-IDX)
                               " in run " WS-RUN-ID
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-STEP-ARG = "STEP020"
                       AND WS-FOUND-STEP-IDX > 0
                       PERFORM CHECK-DRIVER-INPUT-EXHAUSTED
                       IF WS-INPUT-EXHAUSTED
                           DISPLAY "RUN-CONTROL: STEP020 skipped, "
                                   "BATCH-LOAN-DRIVER already "
                                   "reached end of input in run "
                                   WS-RUN-ID
                           MOVE 1 TO RETURN-CODE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-DRIVER-INPUT-EXHAUSTED - every stream STEP020 started    *
      * with (one, for a serial run under the run-id itself) must have *
      * its BATCHRST- checkpoint marked exhausted; one stream still    *
      * mid-file means the step runs and that stream resumes.          *
      *----------------------------------------------------------------*
       CHECK-DRIVER-INPUT-EXHAUSTED.
           MOVE WS-STEP-STREAMS(WS-FOUND-STEP-IDX) TO WS-STREAM-COUNT
           MOVE 0 TO WS-STREAMS-DONE
           IF WS-STREAM-COUNT > 1
               PERFORM CHECK-ONE-STREAM-EXHAUSTED
                   VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
           ELSE
               MOVE 1 TO WS-STREAM-COUNT
               MOVE 0 TO WS-STREAM-SUB
               PERFORM CHECK-ONE-STREAM-EXHAUSTED
           END-IF
           IF WS-STREAMS-DONE = WS-STREAM-COUNT
               MOVE "Y" TO WS-INPUT-EXHAUSTED-SWITCH
           ELSE
               MOVE "N" TO WS-INPUT-EXHAUSTED-SWITCH
           END-IF.

       CHECK-ONE-STREAM-EXHAUSTED.
           MOVE WS-STREAM-SUB TO WS-STREAM-NUMBER
           PERFORM BUILD-STREAM-ID
           MOVE SPACES TO WS-CTX-OP-KEY
           STRING "GET BATCHRST-" DELIMITED BY SIZE
                   WS-STREAM-ID DELIMITED BY SPACE
                   INTO WS-CTX-OP-KEY
           END-STRING
           MOVE SPACES TO WS-CTX-VALUE
           CALL "CONTEXT" USING WS-CTX-OP-KEY, WS-CTX-VALUE,
               WS-CTX-RESULT
           IF WS-CTX-RESULT-SUCCESS
                   AND WS-CTX-VALUE(1:16) = "Input: EXHAUSTED"
               ADD 1 TO WS-STREAMS-DONE
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-STREAM-ID - stream 0 (a serial run) is the run-id;       *
      * stream n is the run-id's first twelve characters, "S" and n,   *
      * so each parallel driver keeps its own checkpoint and           *
      * application references.                                        *
      *----------------------------------------------------------------*
       BUILD-STREAM-ID.
           IF WS-STREAM-NUMBER = 0
               MOVE WS-RUN-ID TO WS-STREAM-ID
           ELSE
               MOVE SPACES TO WS-STREAM-ID
               STRING WS-RUN-ID(1:12) DELIMITED BY SIZE
                       "S" DELIMITED BY SIZE
                       WS-STREAM-NUMBER DELIMITED BY SIZE
                   INTO WS-STREAM-ID
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CURRENT-RUN - the latest BEGIN and everything after it.   *
      * WS-RESUME-STEP comes back "NONE" for a run never restarted,    *
      * which CHECK reads as "run everything".                         *
      *----------------------------------------------------------------*
       LOAD-CURRENT-RUN.
           MOVE "N" TO WS-RUN-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO WS-RUN-ID
           MOVE 0 TO WS-RUN-DATE
           MOVE 0 TO WS-STEP-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM READ-NEXT-CONTROL-EVENT
               PERFORM APPLY-ONE-CONTROL-EVENT
                   UNTIL WS-END-OF-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-NEXT-CONTROL-EVENT.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       APPLY-ONE-CONTROL-EVENT.
           EVALUATE RC-EVENT
               WHEN "BEGIN"
                   MOVE "Y" TO WS-RUN-FOUND-SWITCH
                   MOVE RC-RUN-ID TO WS-RUN-ID
                   MOVE RC-PROCESSING-DATE TO WS-RUN-DATE
                   MOVE "NONE" TO WS-RESUME-STEP
                   MOVE 0 TO WS-STEP-COUNT
               WHEN "RESTART"
                   MOVE RC-STEP-NAME TO WS-RESUME-STEP
               WHEN "START"
                   PERFORM ADD-OR-FIND-EVENT-STEP
                   IF WS-FOUND-STEP-IDX > 0
                       MOVE "Y" TO WS-STEP-STARTED(WS-FOUND-STEP-IDX)
                       MOVE "N" TO WS-STEP-ENDED(WS-FOUND-STEP-IDX)
                       MOVE RC-RETURN-CODE
                           TO WS-STEP-STREAMS(WS-FOUND-STEP-IDX)
                   END-IF
               WHEN "END"
                   PERFORM ADD-OR-FIND-EVENT-STEP
                   IF WS-FOUND-STEP-IDX > 0
                       MOVE "Y" TO WS-STEP-ENDED(WS-FOUND-STEP-IDX)
                       MOVE RC-RETURN-CODE
                           TO WS-STEP-LAST-RC(WS-FOUND-STEP-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-NEXT-CONTROL-EVENT.

       ADD-OR-FIND-EVENT-STEP.
           MOVE 0 TO WS-FOUND-STEP-IDX
           PERFORM MATCH-ONE-EVENT-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           IF WS-FOUND-STEP-IDX = 0
               AND WS-STEP-COUNT < WS-STEP-MAX
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-FOUND-STEP-IDX
               MOVE RC-STEP-NAME TO WS-STEP-NAME(WS-FOUND-STEP-IDX)
               MOVE "N" TO WS-STEP-STARTED(WS-FOUND-STEP-IDX)
               MOVE "N" TO WS-STEP-ENDED(WS-FOUND-STEP-IDX)
               MOVE 0 TO WS-STEP-LAST-RC(WS-FOUND-STEP-IDX)
               MOVE 0 TO WS-STEP-STREAMS(WS-FOUND-STEP-IDX)
           END-IF.

       MATCH-ONE-EVENT-STEP.
           IF WS-STEP-NAME(WS-STEP-IDX) = RC-STEP-NAME
               SET WS-FOUND-STEP-IDX TO WS-STEP-IDX
           END-IF.

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-FOUND-STEP-IDX
           PERFORM MATCH-ONE-NAMED-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

       MATCH-ONE-NAMED-STEP.
           IF WS-STEP-NAME(WS-STEP-IDX) = WS-STEP-ARG
               SET WS-FOUND-STEP-IDX TO WS-STEP-IDX
           END-IF.

       GET-BUSINESS-DATE.
           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-BUSINESS-DATE, WS-PD-RESULT.

       BUILD-EVENT-STAMP.
           ACCEPT WS-WALL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-WALL-TIME FROM TIME
           MOVE SPACES TO WS-EVENT-STAMP
           STRING WS-WALL-DATE DELIMITED BY SIZE
                   WS-WALL-TIME DELIMITED BY SIZE
                   INTO WS-EVENT-STAMP
           END-STRING.

      *----------------------------------------------------------------*
      * APPEND-CONTROL-EVENT - the append-or-create shape every other  *
      * permanent log in the batch uses. The caller has set the event, *
      * step and return code; the run's id and date ride along.        *
      *----------------------------------------------------------------*
       APPEND-CONTROL-EVENT.
           MOVE WS-RUN-DATE TO RC-PROCESSING-DATE
           MOVE WS-RUN-ID TO RC-RUN-ID
           MOVE WS-EVENT-STAMP TO RC-EVENT-STAMP
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "RUN-CONTROL: Unable to write run_control.dat"
                       ", status " WS-CONTROL-STATUS
           END-IF.

       LOG-THE-RESTART.
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "Nightly run " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   " for " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " restarted at " DELIMITED BY SIZE
                   WS-RESUME-STEP DELIMITED BY SPACE
               INTO WS-LOG-MESSAGE-TEXT
           END-STRING
           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           MOVE 14 TO WS-LOG-OPERATION-LEN
           MOVE "LOG-ERROR WARN" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-LOG-MESSAGE-TEXT,
               WS-LOG-OPERATION,
               WS-MIDDLEWARE-RESULT.

       END PROGRAM RUN-CONTROL.
