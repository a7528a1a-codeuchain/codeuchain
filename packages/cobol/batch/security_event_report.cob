      * type -- failed attempts, lockouts, unlocks, role changes,      *
      * password changes, adds and deactivations -- so the audit       *
      * reads a report instead of reconstructing access from memory.   *
      * Granted sign-ons (SIGNON) are routine, so they are counted in  *
      * the trailer rather than listed.                                *
      *================================================================*

       IDENTIFICATION DIVISION.
       01  WS-RUN-DATE               PIC 9(8).

       01  WS-EVENTS-LISTED          PIC 9(7) VALUE 0.
       01  WS-SIGNON-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT             PIC 9(5) VALUE 0.
       01  WS-LOCKOUT-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNLOCK-COUNT           PIC 9(5) VALUE 0.
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Sign-ons: " DELIMITED BY SIZE
                       WS-SIGNON-COUNT DELIMITED BY SIZE
                       "  Failures: " DELIMITED BY SIZE
                       WS-FAIL-COUNT DELIMITED BY SIZE
                       "  Lockouts: " DELIMITED BY SIZE
                       WS-LOCKOUT-COUNT DELIMITED BY SIZE

       LIST-ONE-EVENT.
           IF SE-TIMESTAMP(1:8) = WS-REPORT-DATE
               IF SE-EVENT = "SIGNON"
                   ADD 1 TO WS-SIGNON-COUNT
               ELSE
                   PERFORM LIST-DAY-EVENT
               END-IF
           END-IF
           PERFORM READ-NEXT-EVENT.

       LIST-DAY-EVENT.
           ADD 1 TO WS-EVENTS-LISTED
           EVALUATE SE-EVENT
               WHEN "FAIL"
                   ADD 1 TO WS-FAIL-COUNT
               WHEN "LOCKOUT"
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN "UNLOCK"
                   ADD 1 TO WS-UNLOCK-COUNT
               WHEN "ROLECHG"
                   ADD 1 TO WS-ROLECHG-COUNT
               WHEN "PWCHG"
                   ADD 1 TO WS-PWCHG-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           STRING SE-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SE-USER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SE-EVENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SE-DETAIL) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       END PROGRAM SECURITY-EVENT-REPORT.
