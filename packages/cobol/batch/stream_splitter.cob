       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       01  INPUT-APPLICATION-RECORD  PIC X(185).

       FD  STREAM-FILE.
       01  STREAM-RECORD             PIC X(184).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-NAME        PIC X(100)

           IF WS-CURRENT-STREAM = WS-STREAM-DIGIT
               IF WS-BATCHED-INPUT
                   MOVE INPUT-APPLICATION-RECORD(2:184)
                       TO STREAM-RECORD
               ELSE
                   MOVE INPUT-APPLICATION-RECORD(1:184)
                       TO STREAM-RECORD
               END-IF
               WRITE STREAM-RECORD
