      *================================================================*
      * CodeUChain COBOL Implementation - Dealer Master Module         *
      *                                                                *
      * Keyed file-based master of the dealers the bank buys indirect  *
      * paper through, same indexed-file/retry shape APPROVER-MASTER   *
      * uses. APPLICATION-ENTRY checks the dealer code keyed on an     *
      * application against it, GL-FEED-EXPORT reads the reserve terms *
      * when the contract funds, and DEALER-CHARGEBACK and the monthly *
      * dealer reports read the name, address and chargeback window.   *
      *                                                                *
      * The key is the dealer code carried on the application and      *
      * booked loan ("Dealer:" in the context), ten bytes wide.        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALER-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEALER-FILE ASSIGN TO "dealer.dat      "
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEALER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEALER-FILE.
       01  DEALER-FILE-RECORD.
           05  DEALER-ID              PIC X(10).
           COPY "dealer-record.cob"
               REPLACING PFX-DEALER-RECORD BY DEALER-MASTER-FIELDS.

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
       01  LS-DEALER-ID              PIC X(10).
       COPY "dealer-record.cob"
           REPLACING PFX-DEALER-RECORD     BY LS-DEALER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-DEALER-ID,
                                 LS-DEALER-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes a new dealer record, or overwrites   *
      * the existing one for that id via REWRITE.                      *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-DEALER-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT DEALER-FILE
               CLOSE DEALER-FILE
               PERFORM OPEN-I-O-DEALER-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-DEALER-ID TO DEALER-ID
               MOVE LS-DEALER-RECORD TO DEALER-MASTER-FIELDS
               WRITE DEALER-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "DEALER-MASTER: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE DEALER-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "DEALER-MASTER: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "DEALER-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DEALER-MASTER: Failed to write record"
               END-IF
               CLOSE DEALER-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEALER-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DEALER-MASTER: Failed to open/create "
                           "file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, INPUT-only so a lookup      *
      * never blocks a concurrent writer. A missing file reads back    *
      * as NOFILE so APPLICATION-ENTRY can tell "no master deployed"   *
      * apart from "this dealer is not on it".                         *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-DEALER-RECORD
           PERFORM OPEN-INPUT-DEALER-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-DEALER-ID TO DEALER-ID
               READ DEALER-FILE
                   KEY IS DEALER-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE DEALER-MASTER-FIELDS
                           TO LS-DEALER-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE DEALER-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEALER-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DELETE-OPERATION - removes a dealer code outright; a dealer    *
      * the bank stops buying from should be deactivated instead so    *
      * its contracts still report and charge back.                    *
      *----------------------------------------------------------------*
       DELETE-OPERATION.
           PERFORM OPEN-I-O-DEALER-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-DEALER-ID TO DEALER-ID
               DELETE DEALER-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "DEALER-MASTER: Record deleted"
               END-DELETE
               CLOSE DEALER-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEALER-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-DEALER-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O DEALER-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O DEALER-FILE.

       OPEN-INPUT-DEALER-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT DEALER-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT DEALER-FILE.

       END PROGRAM DEALER-MASTER.
