      * The window comes from batch_window.cfg, one line of two HHMM   *
      * times ("0100 0500"); no file means the default 0100 to 0500.   *
      * The window is assumed not to cross midnight.                   *
      *                                                                *
      *     sla_monitor RESTART <step>                                 *
      *                                                                *
      * marks a restart of the night's run, resuming at <step>, with a *
      * RESTART record in step_timing.dat. Timing records carry the    *
      * processing date the run is for, not the wall-clock date, so a  *
      * run restarted after midnight is still the one night's run with *
      * a restart in it, not two runs.                                 *
      *================================================================*

       IDENTIFICATION DIVISION.
                     PFX-OPERATION      BY WS-LOG-OPERATION.
       01  WS-LOG-MESSAGE-TEXT       PIC X(10000).

      * The processing date the timing records are filed under.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-COMMAND-LINE-PARAMETERS

           EVALUATE TRUE
               WHEN WS-STEP-ARG = SPACES
                   DISPLAY "Usage: sla_monitor RECORD <step> "
                           "<elapsed-secs> [remaining steps...]"
                           " | RESTART <step>"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MODE-ARG(1:6) = "RECORD"
                   PERFORM GET-RUN-DATE
                   PERFORM READ-WINDOW-CONFIG
                   PERFORM LOAD-STEP-HISTORY
                   PERFORM APPEND-TIMING-RECORD
                   PERFORM PROJECT-THE-WINDOW
               WHEN WS-MODE-ARG(1:7) = "RESTART"
                   PERFORM GET-RUN-DATE
                   PERFORM RECORD-RUN-RESTART
               WHEN OTHER
                   DISPLAY "Usage: sla_monitor RECORD <step> "
                           "<elapsed-secs> [remaining steps...]"
                           " | RESTART <step>"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

               MOVE 0 TO WS-REMAIN-COUNT(WS-REMAIN-IDX)
           END-IF.

       GET-RUN-DATE.
           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT.

      *----------------------------------------------------------------*
      * RECORD-RUN-RESTART - the restart goes in as a RESTART record   *
      * with zero elapsed seconds under the run's own date; no step's  *
      * average ever picks it up. The step resumed at is carried in    *
      * run_control.dat.                                               *
      *----------------------------------------------------------------*
       RECORD-RUN-RESTART.
           MOVE 0 TO WS-ELAPSED-SECS
           MOVE WS-STEP-ARG TO WS-ARG-VALUE
           MOVE "RESTART" TO WS-STEP-ARG
           PERFORM APPEND-TIMING-RECORD
           DISPLAY "SLA-MONITOR: Run for " WS-RUN-DATE
                   " restarted at " FUNCTION TRIM(WS-ARG-VALUE)
           MOVE 0 TO RETURN-CODE.

       READ-WINDOW-CONFIG.
           OPEN INPUT WINDOW-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
