      *================================================================*
      * CodeUChain COBOL Implementation - Covenant Master Module       *
      *                                                                *
      * Keyed file-based commercial loan covenants, same indexed-      *
      * file/retry shape DRAW-SCHEDULE and LOAN-MASTER use, keyed by   *
      * the loan's number: one record per loan carrying all of its     *
      * covenants. COVENANT-MAINT sets them up and enters the          *
      * statements and tested values received; COVENANT-TICKLER        *
      * stamps the date a breach was reported.                         *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVENANT-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVENANT-FILE ASSIGN TO "covenant_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COVENANT-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COVENANT-FILE.
       01  COVENANT-FILE-RECORD.
           05  COVENANT-LOAN-NUMBER  PIC X(10).
           COPY "covenant-record.cob"
               REPLACING PFX-COVENANT-RECORD BY
                   COVENANT-MASTER-FIELDS.

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
       COPY "covenant-record.cob"
           REPLACING PFX-COVENANT-RECORD BY
               LS-COVENANT-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-LOAN-NUMBER,
                                 LS-COVENANT-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the loan's covenants, or overwrites  *
      * the existing record via REWRITE so a loan never carries two;   *
      * every change goes GET, change, INSERT, the same way the        *
      * payment and accrual batches update LOAN-MASTER.                *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-COVENANT-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT COVENANT-FILE
               CLOSE COVENANT-FILE
               PERFORM OPEN-I-O-COVENANT-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO COVENANT-LOAN-NUMBER
               MOVE LS-COVENANT-RECORD TO COVENANT-MASTER-FIELDS
               WRITE COVENANT-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "COVENANT-MASTER: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE COVENANT-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "COVENANT-MASTER: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "COVENANT-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "COVENANT-MASTER: Failed to write record"
               END-IF
               CLOSE COVENANT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "COVENANT-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "COVENANT-MASTER: Failed to open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT so a lookup    *
      * never takes a record lock of its own. NOTFOUND is a normal     *
      * answer here: most loans carry no covenants at all.             *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-COVENANT-RECORD
           PERFORM OPEN-INPUT-COVENANT-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO COVENANT-LOAN-NUMBER
               READ COVENANT-FILE
                   KEY IS COVENANT-LOAN-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE COVENANT-MASTER-FIELDS
                           TO LS-COVENANT-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE COVENANT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "COVENANT-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DELETE-OPERATION - removes the covenants for a loan number,    *
      * once the loan is paid off or the covenants released.           *
      *----------------------------------------------------------------*
       DELETE-OPERATION.
           PERFORM OPEN-I-O-COVENANT-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO COVENANT-LOAN-NUMBER
               DELETE COVENANT-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "COVENANT-MASTER: Record deleted"
               END-DELETE
               CLOSE COVENANT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "COVENANT-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-COVENANT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O COVENANT-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O COVENANT-FILE.

       OPEN-INPUT-COVENANT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT COVENANT-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT COVENANT-FILE.

       END PROGRAM COVENANT-MASTER.
