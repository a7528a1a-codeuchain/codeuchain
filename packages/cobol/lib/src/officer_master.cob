      *================================================================*
      * CodeUChain COBOL Implementation - Loan Officer Master Module   *
      *                                                                *
      * Keyed file-based loan officer master, same indexed-file/retry  *
      * shape APPROVER-MASTER uses. APPLICATION-ENTRY checks the       *
      * officer code keyed on an application against it, and the      *
      * monthly OFFICER-PRODUCTION report reads each officer's name,   *
      * branch and incentive percent from it.                          *
      *                                                                *
      * The key is the officer code carried on the application and     *
      * booked loan ("Loan Officer:" in the context), ten bytes wide.  *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICER-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICER-FILE ASSIGN TO "loan_officer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFICER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICER-FILE.
       01  OFFICER-FILE-RECORD.
           05  OFFICER-ID             PIC X(10).
           COPY "officer-record.cob"
               REPLACING PFX-OFFICER-RECORD BY OFFICER-MASTER-FIELDS.

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
       01  LS-OFFICER-ID             PIC X(10).
       COPY "officer-record.cob"
           REPLACING PFX-OFF-NAME          BY LS-OFF-NAME
                     PFX-OFF-BRANCH        BY LS-OFF-BRANCH
                     PFX-OFF-ACTIVE        BY LS-OFF-ACTIVE
                     PFX-OFF-INCENTIVE-PCT BY LS-OFF-INCENTIVE-PCT
                     PFX-OFFICER-RECORD    BY LS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-OFFICER-ID,
                                 LS-OFFICER-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes a new officer record, or overwrites  *
      * the existing one for that id via REWRITE.                      *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-OFFICER-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT OFFICER-FILE
               CLOSE OFFICER-FILE
               PERFORM OPEN-I-O-OFFICER-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-OFFICER-ID TO OFFICER-ID
               MOVE LS-OFFICER-RECORD TO OFFICER-MASTER-FIELDS
               WRITE OFFICER-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "OFFICER-MASTER: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE OFFICER-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "OFFICER-MASTER: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "OFFICER-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "OFFICER-MASTER: Failed to write record"
               END-IF
               CLOSE OFFICER-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "OFFICER-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "OFFICER-MASTER: Failed to open/create "
                           "file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, INPUT-only so a lookup      *
      * never blocks a concurrent writer. A missing file reads back    *
      * as NOFILE so APPLICATION-ENTRY can tell "no master deployed"   *
      * apart from "this officer is not on it".                        *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-OFFICER-RECORD
           PERFORM OPEN-INPUT-OFFICER-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-OFFICER-ID TO OFFICER-ID
               READ OFFICER-FILE
                   KEY IS OFFICER-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE OFFICER-MASTER-FIELDS
                           TO LS-OFFICER-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE OFFICER-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "OFFICER-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DELETE-OPERATION - removes an officer code outright; routine   *
      * departures should deactivate instead so history reads whole.   *
      *----------------------------------------------------------------*
       DELETE-OPERATION.
           PERFORM OPEN-I-O-OFFICER-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-OFFICER-ID TO OFFICER-ID
               DELETE OFFICER-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "OFFICER-MASTER: Record deleted"
               END-DELETE
               CLOSE OFFICER-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "OFFICER-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-OFFICER-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O OFFICER-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O OFFICER-FILE.

       OPEN-INPUT-OFFICER-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT OFFICER-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT OFFICER-FILE.

       END PROGRAM OFFICER-MASTER.
