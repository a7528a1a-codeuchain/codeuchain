      *                                                                *
      * Redacts the personally identifying values the context text    *
      * carries -- the applicant and co-applicant names, the          *
      * CUSTOMER-MASTER-sourced name fields, phone numbers and the    *
      * application's mailing address -- to partial values, in place: *
      * the first character of the value survives and every other    *
      * non-space character to the next comma, semicolon, or run of   *
      * spaces becomes "*". The labels themselves are left readable,  *
      * so a masked dump still shows which fields a record carried.   *
      *                                                                *
      * CONTEXT-DUMP and CONTEXT-RANGE-REPORT run every value         *
      * through here by default, and LOGGING-MIDDLEWARE masks every   *
      * The labels whose values carry PII, longest first so
      * "Co-Applicant Name:" wins over "Co-Applicant:".
       01  WS-LABEL-TABLE.
           05  WS-LABEL-ENTRY OCCURS 10 TIMES
                              INDEXED BY WS-LABEL-IDX.
               10  WS-LABEL-TEXT        PIC X(20).
               10  WS-LABEL-LEN         PIC S9(4) COMP.
           MOVE "Applicant:" TO WS-NEW-LABEL-TEXT
           MOVE 10 TO WS-NEW-LABEL-LEN
           PERFORM APPEND-LABEL-ENTRY
           MOVE "Address:" TO WS-NEW-LABEL-TEXT
           MOVE 8 TO WS-NEW-LABEL-LEN
           PERFORM APPEND-LABEL-ENTRY
           MOVE "Phone:" TO WS-NEW-LABEL-TEXT
           MOVE 6 TO WS-NEW-LABEL-LEN
           PERFORM APPEND-LABEL-ENTRY.

       APPEND-LABEL-ENTRY.
           IF WS-LABEL-COUNT < 10
               ADD 1 TO WS-LABEL-COUNT
               SET WS-LABEL-IDX TO WS-LABEL-COUNT
               MOVE WS-NEW-LABEL-TEXT TO WS-LABEL-TEXT(WS-LABEL-IDX)
