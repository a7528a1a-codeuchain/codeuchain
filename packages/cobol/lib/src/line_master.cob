      *================================================================*
      * CodeUChain COBOL Implementation - Credit Line Master Module    *
      *                                                                *
      * Keyed file-based credit line master, same indexed-file/retry   *
      * shape ESCROW-MASTER and LOAN-MASTER use, keyed by the loan     *
      * number the line books under. LOAN-BOOKING opens the line when  *
      * an application carries a credit limit; DRAW-POSTING draws it   *
      * down, PAYMENT-POSTING restores it as principal is repaid, and  *
      * STATEMENT-GENERATION reads it for the minimum payment.         *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINE-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-FILE ASSIGN TO "line_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINE-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINE-FILE.
       01  LINE-FILE-RECORD.
           05  LINE-LOAN-NUMBER     PIC X(10).
           COPY "line-record.cob"
               REPLACING PFX-LINE-CREDIT-LIMIT BY LINE-CREDIT-LIMIT
                         PFX-LINE-AVAILABLE    BY LINE-AVAILABLE
                         PFX-LINE-DRAW-END-DATE BY
                             LINE-DRAW-END-DATE
                         PFX-LINE-MIN-PAY-PCT  BY LINE-MIN-PAY-PCT
                         PFX-LINE-LAST-DRAW    BY LINE-LAST-DRAW
                         PFX-LINE-RECORD       BY LINE-MASTER-FIELDS.

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
       COPY "line-record.cob"
           REPLACING PFX-LINE-CREDIT-LIMIT BY LS-LINE-CREDIT-LIMIT
                     PFX-LINE-AVAILABLE    BY LS-LINE-AVAILABLE
                     PFX-LINE-DRAW-END-DATE BY LS-LINE-DRAW-END-DATE
                     PFX-LINE-MIN-PAY-PCT  BY LS-LINE-MIN-PAY-PCT
                     PFX-LINE-LAST-DRAW    BY LS-LINE-LAST-DRAW
                     PFX-LINE-RECORD       BY LS-LINE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-LOAN-NUMBER,
                                 LS-LINE-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the loan's credit line, or           *
      * overwrites the existing one via REWRITE so a loan never        *
      * carries two lines; draws and repayments update a line by GET,  *
      * change, INSERT, the same way the payment and accrual batches   *
      * update LOAN-MASTER.                                            *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-LINE-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT LINE-FILE
               CLOSE LINE-FILE
               PERFORM OPEN-I-O-LINE-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO LINE-LOAN-NUMBER
               MOVE LS-LINE-RECORD TO LINE-MASTER-FIELDS
               WRITE LINE-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "LINE-MASTER: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE LINE-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "LINE-MASTER: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "LINE-MASTER: Failed to update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "LINE-MASTER: Failed to write record"
               END-IF
               CLOSE LINE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "LINE-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "LINE-MASTER: Failed to open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT so a lookup    *
      * never takes a record lock of its own. NOTFOUND is a normal     *
      * answer here: a loan without a credit line is an ordinary       *
      * closed-end term loan.                                          *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-LINE-RECORD
           PERFORM OPEN-INPUT-LINE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO LINE-LOAN-NUMBER
               READ LINE-FILE
                   KEY IS LINE-LOAN-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE LINE-MASTER-FIELDS TO LS-LINE-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE LINE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "LINE-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DELETE-OPERATION - removes the credit line for a loan number,  *
      * once the line is closed and the loan itself paid off.          *
      *----------------------------------------------------------------*
       DELETE-OPERATION.
           PERFORM OPEN-I-O-LINE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO LINE-LOAN-NUMBER
               DELETE LINE-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "LINE-MASTER: Record deleted"
               END-DELETE
               CLOSE LINE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "LINE-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-LINE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O LINE-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O LINE-FILE.

       OPEN-INPUT-LINE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT LINE-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT LINE-FILE.

       END PROGRAM LINE-MASTER.
