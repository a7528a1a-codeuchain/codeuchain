           05  RH-MISMATCH-COUNT     PIC 9(7).
           05  RH-TOTAL-VALUE        PIC 9(15)V99.
           05  RH-RETURN-CODE        PIC 9(2).
           05  RH-RESTART-FLAG       PIC X(1).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE         PIC X(132).
               10  WS-RUN-MISMATCHES    PIC 9(7).
               10  WS-RUN-TOTAL         PIC 9(15)V99.
               10  WS-RUN-RC            PIC 9(2).
               10  WS-RUN-RESTARTED     PIC X(1).
       01  WS-FIRST-SHOWN            PIC S9(4) COMP.
       01  WS-PRIOR-IDX              PIC S9(4) COMP.

       01  WS-PRIOR-REJECT-RATE      PIC S9(3)V99 COMP-3.
       01  WS-ANOMALY-COUNT          PIC 9(5) VALUE 0.
       01  WS-ANOMALY-TEXT           PIC X(40).
       01  WS-RESTART-TEXT           PIC X(12).

       01  WS-ED-DELTA               PIC Z(6)9-.
       COPY "money-edit.cob"
      *----------------------------------------------------------------*
      * KEEP-ONE-HISTORY-RECORD - a full table shifts down one slot    *
      * and keeps appending, so the table always holds the newest      *
      * runs when the file outgrows it. A record carrying the same     *
      * run-id as the one before it is that run restarted: its figures *
      * replace the earlier attempt's in the same slot, marked as a    *
      * restart, so one night never shows as two runs.                 *
      *----------------------------------------------------------------*
       KEEP-ONE-HISTORY-RECORD.
           IF WS-RUN-COUNT > 0
                   AND RH-RUN-ID = WS-RUN-ID(WS-RUN-COUNT)
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE "R" TO WS-RUN-RESTARTED(WS-RUN-IDX)
           ELSE
               IF WS-RUN-COUNT = WS-RUN-MAX
                   PERFORM SHIFT-TABLE-DOWN
               ELSE
                   ADD 1 TO WS-RUN-COUNT
               END-IF
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE RH-RESTART-FLAG TO WS-RUN-RESTARTED(WS-RUN-IDX)
           END-IF
           MOVE RH-RUN-ID TO WS-RUN-ID(WS-RUN-IDX)
           MOVE RH-RECORD-COUNT TO WS-RUN-RECORDS(WS-RUN-IDX)
           MOVE RH-SUCCESS-COUNT TO WS-RUN-SUCCESS(WS-RUN-IDX)
               END-IF
           END-IF

           MOVE SPACES TO WS-RESTART-TEXT
           IF WS-RUN-RESTARTED(WS-RUN-IDX) = "R"
               MOVE " (RESTARTED)" TO WS-RESTART-TEXT
           END-IF
           MOVE WS-DELTA-RECORDS TO WS-ED-DELTA
           MOVE WS-RUN-TOTAL(WS-RUN-IDX) TO WS-ED-TOTAL
           MOVE SPACES TO TREND-REPORT-LINE
                   WS-RUN-REJECTED(WS-RUN-IDX) DELIMITED BY SIZE
                   " RC: " DELIMITED BY SIZE
                   WS-RUN-RC(WS-RUN-IDX) DELIMITED BY SIZE
                   WS-RESTART-TEXT DELIMITED BY SIZE
                   WS-ANOMALY-TEXT DELIMITED BY SIZE
               INTO TREND-REPORT-LINE
           END-STRING
