      * returned score is read back from bureau_responses.dat (one     *
      * fixed-width row per answered inquiry: reference, score), and   *
      * "Credit Score:" is stamped into the context for the rules to   *
      * weigh. An application's inquiry is a hard pull, inquiry type   *
      * "H"; CREDIT-TIER-REFRESH's quarterly soft pulls share the file *
      * as type "S".                                                   *
      *                                                                *
      * A reference the response file cannot answer stamps             *
      * "Credit Score: NONE"; UNDERWRITING-DECISION treats a missing   *
           05  BRQ-REFERENCE         PIC X(20).
           05  BRQ-APPLICANT         PIC X(30).
           05  BRQ-REQUEST-DATE      PIC 9(8).
           05  BRQ-INQUIRY-TYPE      PIC X(1).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
               MOVE WS-REFERENCE TO BRQ-REFERENCE
               MOVE WS-BC-APPLICANT-NAME TO BRQ-APPLICANT
               MOVE WS-RUN-DATE TO BRQ-REQUEST-DATE
               MOVE "H" TO BRQ-INQUIRY-TYPE
               WRITE REQUEST-RECORD
               CLOSE REQUEST-FILE
           ELSE
