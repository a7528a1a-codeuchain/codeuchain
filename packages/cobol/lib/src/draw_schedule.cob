      *================================================================*
      * CodeUChain COBOL Implementation - Draw Schedule Module         *
      *                                                                *
      * Keyed file-based construction draw schedule, same indexed-     *
      * file/retry shape ESCROW-MASTER and LOAN-MASTER use, keyed by   *
      * the construction loan's number. LOAN-BOOKING opens the         *
      * schedule with the commitment and retainage percent when it     *
      * books a construction loan at a zero balance; CONSTRUCTION-     *
      * DRAW lays out the budget line items, parks each draw request   *
      * for its second approver and, on release, records what was      *
      * drawn and the retainage withheld.                              *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAW-SCHEDULE.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "draw_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-FILE-RECORD.
           05  SCHEDULE-LOAN-NUMBER  PIC X(10).
           COPY "draw-schedule-record.cob"
               REPLACING PFX-DRAW-SCHEDULE-RECORD BY
                   SCHEDULE-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".

      * Concurrent-access handling: same bounded retry-with-delay loop
      * the other keyed masters use around their OPENs.
       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       01  LS-LOAN-NUMBER            PIC X(10).
       COPY "draw-schedule-record.cob"
           REPLACING PFX-DRAW-SCHEDULE-RECORD BY
               LS-DRAW-SCHEDULE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-LOAN-NUMBER,
                                 LS-DRAW-SCHEDULE-RECORD, LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "INSERT"
                   PERFORM INSERT-OPERATION
               WHEN "GET"
                   PERFORM GET-OPERATION
               WHEN "DELETE"
                   PERFORM DELETE-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * INSERT-OPERATION - writes the loan's draw schedule, or         *
      * overwrites the existing one via REWRITE so a loan never        *
      * carries two; requests and releases update it by GET, change,   *
      * INSERT, the same way the payment and accrual batches update    *
      * LOAN-MASTER.                                                   *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-SCHEDULE-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               PERFORM OPEN-I-O-SCHEDULE-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO SCHEDULE-LOAN-NUMBER
               MOVE LS-DRAW-SCHEDULE-RECORD TO SCHEDULE-MASTER-FIELDS
               WRITE SCHEDULE-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "DRAW-SCHEDULE: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE SCHEDULE-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "DRAW-SCHEDULE: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "DRAW-SCHEDULE: Failed to update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DRAW-SCHEDULE: Failed to write record"
               END-IF
               CLOSE SCHEDULE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DRAW-SCHEDULE: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DRAW-SCHEDULE: Failed to open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT so a lookup    *
      * never takes a record lock of its own. NOTFOUND is a normal     *
      * answer here: a loan without a draw schedule funded in one      *
      * disbursement at booking.                                       *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-DRAW-SCHEDULE-RECORD
           PERFORM OPEN-INPUT-SCHEDULE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO SCHEDULE-LOAN-NUMBER
               READ SCHEDULE-FILE
                   KEY IS SCHEDULE-LOAN-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE SCHEDULE-MASTER-FIELDS
                           TO LS-DRAW-SCHEDULE-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE SCHEDULE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DRAW-SCHEDULE: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DELETE-OPERATION - removes the draw schedule for a loan        *
      * number, once construction is complete and the loan converted.  *
      *----------------------------------------------------------------*
       DELETE-OPERATION.
           PERFORM OPEN-I-O-SCHEDULE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO SCHEDULE-LOAN-NUMBER
               DELETE SCHEDULE-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "DRAW-SCHEDULE: Record deleted"
               END-DELETE
               CLOSE SCHEDULE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DRAW-SCHEDULE: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-SCHEDULE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O SCHEDULE-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O SCHEDULE-FILE.

       OPEN-INPUT-SCHEDULE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT SCHEDULE-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT SCHEDULE-FILE.

       END PROGRAM DRAW-SCHEDULE.
