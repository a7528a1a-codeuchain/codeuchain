      *================================================================*
      * CodeUChain COBOL Implementation - Bankruptcy Master Module     *
      *                                                                *
      * Keyed file-based bankruptcy case file, same indexed-file/      *
      * retry shape the other masters use, keyed by the customer id    *
      * that filed. BANKRUPTCY-MAINT records filings and closes cases; *
      * the collection batches GET the borrower's case and stand down  *
      * while the automatic stay is in force, and BANKRUPTCY-CASE-     *
      * REPORT lists the file monthly. Cases are never deleted -- a    *
      * closed case stays on file with its disposition.                *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRUPTCY-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-FILE ASSIGN TO "bankruptcy_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BANKRUPTCY-CUSTOMER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKRUPTCY-FILE.
       01  BANKRUPTCY-FILE-RECORD.
           05  BANKRUPTCY-CUSTOMER-ID   PIC X(10).
           COPY "bankruptcy-record.cob"
               REPLACING PFX-BANKRUPTCY-RECORD BY
                             BANKRUPTCY-MASTER-FIELDS.

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
       01  LS-CUSTOMER-ID            PIC X(10).
       COPY "bankruptcy-record.cob"
           REPLACING PFX-BANKRUPTCY-RECORD BY LS-BANKRUPTCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-CUSTOMER-ID,
                                 LS-BANKRUPTCY-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the customer's case, or overwrites   *
      * the existing one via REWRITE; a filing and the later close     *
      * both come through here as GET, change, INSERT.                 *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-BANKRUPTCY-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT BANKRUPTCY-FILE
               CLOSE BANKRUPTCY-FILE
               PERFORM OPEN-I-O-BANKRUPTCY-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-CUSTOMER-ID TO BANKRUPTCY-CUSTOMER-ID
               MOVE LS-BANKRUPTCY-RECORD TO BANKRUPTCY-MASTER-FIELDS
               WRITE BANKRUPTCY-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE BANKRUPTCY-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "BANKRUPTCY-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "BANKRUPTCY-MASTER: Failed to write record"
               END-IF
               CLOSE BANKRUPTCY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "BANKRUPTCY-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "BANKRUPTCY-MASTER: Failed to open/create "
                           "file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for a customer who never filed.              *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-BANKRUPTCY-RECORD
           PERFORM OPEN-INPUT-BANKRUPTCY-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-CUSTOMER-ID TO BANKRUPTCY-CUSTOMER-ID
               READ BANKRUPTCY-FILE
                   KEY IS BANKRUPTCY-CUSTOMER-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE BANKRUPTCY-MASTER-FIELDS
                           TO LS-BANKRUPTCY-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE BANKRUPTCY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "BANKRUPTCY-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-BANKRUPTCY-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O BANKRUPTCY-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O BANKRUPTCY-FILE.

       OPEN-INPUT-BANKRUPTCY-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT BANKRUPTCY-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT BANKRUPTCY-FILE.

       END PROGRAM BANKRUPTCY-MASTER.
