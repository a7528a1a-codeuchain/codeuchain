      *================================================================*
      * CodeUChain COBOL Implementation - Owned Property Master        *
      *                                                                *
      * Keyed file-based inventory of the real estate and goods the    *
      * bank has taken on defaulted loans, same indexed-file/retry     *
      * shape the other masters use, keyed by the collateral id the    *
      * item carried on COLLATERAL-MASTER. DEFAULT-CASE-MAINT moves an *
      * item here when it is taken and marks it SOLD when it is sold.  *
      * Records are never deleted -- a sold item stays on file as the  *
      * history of the gain or loss.                                   *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNED-PROPERTY-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNED-FILE ASSIGN TO "owned_property.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNED-COLLATERAL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNED-FILE.
       01  OWNED-FILE-RECORD.
           05  OWNED-COLLATERAL-ID    PIC X(10).
           COPY "owned-property-record.cob"
               REPLACING PFX-OWNED-PROPERTY-RECORD BY
                             OWNED-PROPERTY-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".

       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       01  LS-COLLATERAL-ID          PIC X(10).
       COPY "owned-property-record.cob"
           REPLACING PFX-OWNED-PROPERTY-RECORD BY
                         LS-OWNED-PROPERTY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-COLLATERAL-ID,
                                 LS-OWNED-PROPERTY-RECORD, LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "INSERT"
                   PERFORM INSERT-OPERATION
               WHEN "GET"
                   PERFORM GET-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * INSERT-OPERATION - writes the item, or overwrites the existing *
      * one via REWRITE; the transfer in and the sale both come        *
      * through here.                                                  *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-OWNED-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT OWNED-FILE
               CLOSE OWNED-FILE
               PERFORM OPEN-I-O-OWNED-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-COLLATERAL-ID TO OWNED-COLLATERAL-ID
               MOVE LS-OWNED-PROPERTY-RECORD
                   TO OWNED-PROPERTY-MASTER-FIELDS
               WRITE OWNED-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE OWNED-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "OWNED-PROPERTY-MASTER: Failed to "
                               "update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "OWNED-PROPERTY-MASTER: Failed to write "
                           "record"
               END-IF
               CLOSE OWNED-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "OWNED-PROPERTY-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "OWNED-PROPERTY-MASTER: Failed to "
                           "open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for collateral the bank never took.          *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-OWNED-PROPERTY-RECORD
           PERFORM OPEN-INPUT-OWNED-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-COLLATERAL-ID TO OWNED-COLLATERAL-ID
               READ OWNED-FILE
                   KEY IS OWNED-COLLATERAL-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE OWNED-PROPERTY-MASTER-FIELDS
                           TO LS-OWNED-PROPERTY-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE OWNED-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "OWNED-PROPERTY-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-OWNED-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O OWNED-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O OWNED-FILE.

       OPEN-INPUT-OWNED-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT OWNED-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT OWNED-FILE.

       END PROGRAM OWNED-PROPERTY-MASTER.
