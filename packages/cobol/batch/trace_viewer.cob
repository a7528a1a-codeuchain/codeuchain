      * context readers use), shows each link's full output context,   *
      * and points at where the context first changed from the link    *
      * before it -- the post-mortem that used to mean re-running the  *
      * chain with DISPLAY spam. Each step also names the version of   *
      * the chain definition it ran under, from the "Chain Version:"   *
      * label the orchestrator adds to every trace record.             *
      *================================================================*

       IDENTIFICATION DIVISION.
           88  WS-DIFF-FOUND                 VALUE "Y".
       01  WS-SHOW-LENGTH            PIC S9(5) COMP.

      * The "Chain Version:" label out of the trace record.
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-PARSE-REST             PIC X(10000).
       01  WS-TRACE-VERSION          PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               ADD 1 TO WS-TRACES-SHOWN
               DISPLAY "------------------------------------------"
               DISPLAY "Step " FUNCTION TRIM(CONTEXT-KEY)
               PERFORM SHOW-TRACE-VERSION
               DISPLAY "Context: " FUNCTION TRIM(CONTEXT-VALUE(1:500))

               IF WS-TRACES-SHOWN > 1
               PERFORM READ-NEXT-TRACE-RECORD
           END-IF.

       SHOW-TRACE-VERSION.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING CONTEXT-VALUE DELIMITED BY "Chain Version:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-TRACE-VERSION
               UNSTRING WS-PARSE-REST DELIMITED BY ALL SPACE
                   INTO WS-PARSE-JUNK WS-TRACE-VERSION
               END-UNSTRING
               DISPLAY "Definition version: " WS-TRACE-VERSION
           END-IF.

       POINT-AT-FIRST-CHANGE.
           MOVE "N" TO WS-DIFF-FOUND-SWITCH
           PERFORM VARYING WS-DIFF-POSITION FROM 1 BY 1
