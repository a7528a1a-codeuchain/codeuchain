      *================================================================*
      * CodeUChain COBOL Implementation - Dealer Reserve Master        *
      *                                                                *
      * Keyed file-based ledger of the reserve paid to a dealer on     *
      * each indirect contract, same indexed-file/retry shape the other*
      * masters use, keyed by loan number. LOAN-BOOKING writes the     *
      * entry when a dealer loan books; DEALER-CHARGEBACK walks the    *
      * file and stamps each entry EARNED or CHARGEDBK once its window *
      * settles, and DEALER-STATEMENT reads it for the monthly         *
      * remittance. Records are never deleted -- a settled entry stays *
      * on file as the record of what the dealer was paid and kept.    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALER-RESERVE-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEALER-RESERVE-FILE ASSIGN TO "dealer_reserve.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEALER-RESERVE-LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEALER-RESERVE-FILE.
       01  DEALER-RESERVE-FILE-RECORD.
           05  DEALER-RESERVE-LOAN-NUMBER PIC X(10).
           COPY "dealer-reserve-record.cob"
               REPLACING PFX-DEALER-RESERVE-RECORD BY
                             DEALER-RESERVE-MASTER-FIELDS.

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
       COPY "dealer-reserve-record.cob"
           REPLACING PFX-DEALER-RESERVE-RECORD BY
                         LS-DEALER-RESERVE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-LOAN-NUMBER,
                                 LS-DEALER-RESERVE-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the entry, or overwrites the         *
      * existing one via REWRITE, so a loan rebooked under the same    *
      * number carries only its latest reserve.                        *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-DRSV-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT DEALER-RESERVE-FILE
               CLOSE DEALER-RESERVE-FILE
               PERFORM OPEN-I-O-DRSV-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO DEALER-RESERVE-LOAN-NUMBER
               MOVE LS-DEALER-RESERVE-RECORD
                   TO DEALER-RESERVE-MASTER-FIELDS
               WRITE DEALER-RESERVE-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE DEALER-RESERVE-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "DEALER-RESERVE-MASTER: Failed to "
                               "update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DEALER-RESERVE-MASTER: Failed to write "
                           "record"
               END-IF
               CLOSE DEALER-RESERVE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEALER-RESERVE-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "DEALER-RESERVE-MASTER: Failed to "
                           "open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for a direct loan with no dealer.            *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-DEALER-RESERVE-RECORD
           PERFORM OPEN-INPUT-DRSV-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-LOAN-NUMBER TO DEALER-RESERVE-LOAN-NUMBER
               READ DEALER-RESERVE-FILE
                   KEY IS DEALER-RESERVE-LOAN-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE DEALER-RESERVE-MASTER-FIELDS
                           TO LS-DEALER-RESERVE-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE DEALER-RESERVE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "DEALER-RESERVE-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-DRSV-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O DEALER-RESERVE-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O DEALER-RESERVE-FILE.

       OPEN-INPUT-DRSV-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT DEALER-RESERVE-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT DEALER-RESERVE-FILE.

       END PROGRAM DEALER-RESERVE-MASTER.
