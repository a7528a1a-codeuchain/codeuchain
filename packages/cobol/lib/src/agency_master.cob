      *================================================================*
      * CodeUChain COBOL Implementation - Collection Agency Master     *
      *                                                                *
      * Keyed file-based master of the outside collection agencies the *
      * bank places accounts with, same indexed-file/retry shape       *
      * DEALER-MASTER uses. AGENCY-PLACEMENT reads which accounts each *
      * agency takes, AGENCY-RETURN-PROCESSING reads the commission    *
      * taken out of a remittance, and AGENCY-PERFORMANCE reports      *
      * under the agency's name.                                       *
      *                                                                *
      * The key is the agency code stamped on a placed loan, ten bytes *
      * wide.                                                          *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO "agency.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGENCY-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
       01  AGENCY-FILE-RECORD.
           05  AGENCY-ID              PIC X(10).
           COPY "agency-record.cob"
               REPLACING PFX-AGENCY-RECORD BY AGENCY-MASTER-FIELDS.

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
       01  LS-AGENCY-ID              PIC X(10).
       COPY "agency-record.cob"
           REPLACING PFX-AGENCY-RECORD     BY LS-AGENCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-AGENCY-ID,
                                 LS-AGENCY-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes a new agency record, or overwrites   *
      * the existing one for that id via REWRITE.                      *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-AGENCY-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT AGENCY-FILE
               CLOSE AGENCY-FILE
               PERFORM OPEN-I-O-AGENCY-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-AGENCY-ID TO AGENCY-ID
               MOVE LS-AGENCY-RECORD TO AGENCY-MASTER-FIELDS
               WRITE AGENCY-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "AGENCY-MASTER: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE AGENCY-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "AGENCY-MASTER: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "AGENCY-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "AGENCY-MASTER: Failed to write record"
               END-IF
               CLOSE AGENCY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "AGENCY-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "AGENCY-MASTER: Failed to open/create "
                           "file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, INPUT-only so a lookup      *
      * never blocks a concurrent writer. A missing file reads back    *
      * as NOFILE so AGENCY-PLACEMENT can tell "no master deployed"    *
      * apart from "this agency is not on it".                         *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-AGENCY-RECORD
           PERFORM OPEN-INPUT-AGENCY-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-AGENCY-ID TO AGENCY-ID
               READ AGENCY-FILE
                   KEY IS AGENCY-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE AGENCY-MASTER-FIELDS
                           TO LS-AGENCY-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE AGENCY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "AGENCY-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DELETE-OPERATION - removes an agency code outright; an agency  *
      * the bank stops placing with should be deactivated instead so   *
      * its open placements still report and remit.                    *
      *----------------------------------------------------------------*
       DELETE-OPERATION.
           PERFORM OPEN-I-O-AGENCY-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-AGENCY-ID TO AGENCY-ID
               DELETE AGENCY-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "AGENCY-MASTER: Record deleted"
               END-DELETE
               CLOSE AGENCY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "AGENCY-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-AGENCY-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O AGENCY-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O AGENCY-FILE.

       OPEN-INPUT-AGENCY-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT AGENCY-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT AGENCY-FILE.

       END PROGRAM AGENCY-MASTER.
