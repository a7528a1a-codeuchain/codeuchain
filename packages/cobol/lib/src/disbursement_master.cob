      *================================================================*
      * CodeUChain COBOL Implementation - Disbursement Master          *
      *                                                                *
      * Keyed file-based record of how each booked loan's proceeds are *
      * paid out, same indexed-file/retry shape the other masters use, *
      * keyed by loan number. LOAN-BOOKING writes the instruction when *
      * the loan books; LOAN-FUNDING walks the file, releases the      *
      * wires, ACH credits and official checks to the bank and stamps  *
      * each instruction RELEASED or EXCEPTION. Records are never      *
      * deleted -- a released instruction stays on file as the record  *
      * of how the loan was funded.                                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISBURSEMENT-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISBURSEMENT-FILE ASSIGN TO "disbursement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISBURSEMENT-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISBURSEMENT-FILE.
       01  DISBURSEMENT-FILE-RECORD.
           05  DISBURSEMENT-LOAN-NUMBER PIC X(10).
           COPY "disbursement-record.cob"
               REPLACING PFX-DISBURSEMENT-RECORD BY
                             DISBURSEMENT-MASTER-FIELDS.

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
       COPY "disbursement-record.cob"
           REPLACING PFX-DISBURSEMENT-RECORD BY
                         LS-DISBURSEMENT-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-LOAN-NUMBER,
                                 LS-DISBURSEMENT-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the instruction, or overwrites the   *
      * existing one via REWRITE, so a loan rebooked under the same    *
      * number carries only its latest funding instruction.            *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-DISB-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT DISBURSEMENT-FILE
               CLOSE DISBURSEMENT-FILE
               PERFORM OPEN-I-O-DISB-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO DISBURSEMENT-LOAN-NUMBER
               MOVE LS-DISBURSEMENT-RECORD TO DISBURSEMENT-MASTER-FIELDS
               WRITE DISBURSEMENT-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE DISBURSEMENT-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "DISBURSEMENT-MASTER: Failed to "
                               "update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DISBURSEMENT-MASTER: Failed to write "
                           "record"
               END-IF
               CLOSE DISBURSEMENT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DISBURSEMENT-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DISBURSEMENT-MASTER: Failed to "
                           "open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for a loan booked with nothing to fund.      *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-DISBURSEMENT-RECORD
           PERFORM OPEN-INPUT-DISB-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO DISBURSEMENT-LOAN-NUMBER
               READ DISBURSEMENT-FILE
                   KEY IS DISBURSEMENT-LOAN-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE DISBURSEMENT-MASTER-FIELDS
                           TO LS-DISBURSEMENT-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE DISBURSEMENT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DISBURSEMENT-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-DISB-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O DISBURSEMENT-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O DISBURSEMENT-FILE.

       OPEN-INPUT-DISB-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT DISBURSEMENT-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT DISBURSEMENT-FILE.

       END PROGRAM DISBURSEMENT-MASTER.
