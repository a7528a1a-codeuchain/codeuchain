      *================================================================*
      * CodeUChain COBOL Implementation - Default Case Master          *
      *                                                                *
      * Keyed file-based record of each defaulted loan's resolution    *
      * case, same indexed-file/retry shape the other masters use,     *
      * keyed by loan number. DEFAULT-CASE-MAINT opens the case and    *
      * records every milestone through it; CHARGE-OFF GETs it to      *
      * write off the deficiency left once the asset has been taken.   *
      * Records are never deleted -- a closed case stays on file as    *
      * the history of the default.                                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFAULT-CASE-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "default_case.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-FILE-RECORD.
           05  CASE-LOAN-NUMBER       PIC X(10).
           COPY "default-case-record.cob"
               REPLACING PFX-DEFAULT-CASE-RECORD BY
                             DEFAULT-CASE-MASTER-FIELDS.

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
       01  LS-LOAN-NUMBER            PIC X(10).
       COPY "default-case-record.cob"
           REPLACING PFX-DEFAULT-CASE-RECORD BY
                         LS-DEFAULT-CASE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-LOAN-NUMBER,
                                 LS-DEFAULT-CASE-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the loan's case, or overwrites the   *
      * existing one via REWRITE; opening the case, each milestone and *
      * the disposition all come through here as GET, change, INSERT.  *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-CASE-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               PERFORM OPEN-I-O-CASE-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO CASE-LOAN-NUMBER
               MOVE LS-DEFAULT-CASE-RECORD TO DEFAULT-CASE-MASTER-FIELDS
               WRITE CASE-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE CASE-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "DEFAULT-CASE-MASTER: Failed to "
                               "update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DEFAULT-CASE-MASTER: Failed to write "
                           "record"
               END-IF
               CLOSE CASE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEFAULT-CASE-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DEFAULT-CASE-MASTER: Failed to "
                           "open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for a loan that has never defaulted.         *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-DEFAULT-CASE-RECORD
           PERFORM OPEN-INPUT-CASE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO CASE-LOAN-NUMBER
               READ CASE-FILE
                   KEY IS CASE-LOAN-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE DEFAULT-CASE-MASTER-FIELDS
                           TO LS-DEFAULT-CASE-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE CASE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEFAULT-CASE-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-CASE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O CASE-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O CASE-FILE.

       OPEN-INPUT-CASE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT CASE-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT CASE-FILE.

       END PROGRAM DEFAULT-CASE-MASTER.
