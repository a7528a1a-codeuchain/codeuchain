      *================================================================*
      * CodeUChain COBOL Implementation - Military Service Master      *
      *                                                                *
      * Keyed file-based record of borrowers on active military duty,  *
      * same indexed-file/retry shape the other masters use, keyed by  *
      * customer id. MILITARY-SERVICE-MAINT records and updates the    *
      * service period; INTEREST-ACCRUAL and STATEMENT-GENERATION GET  *
      * it to apply the SCRA rate cap, and SCRA-SERVICE-END stamps the *
      * date it noticed the period's end. Records are never deleted -- *
      * an ended period stays on file as the history of the cap.       *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MILITARY-SERVICE-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILITARY-FILE ASSIGN TO "military_service.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MILITARY-CUSTOMER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MILITARY-FILE.
       01  MILITARY-FILE-RECORD.
           05  MILITARY-CUSTOMER-ID   PIC X(10).
           COPY "military-service-record.cob"
               REPLACING PFX-MILITARY-SERVICE-RECORD BY
                             MILITARY-MASTER-FIELDS.

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
       COPY "military-service-record.cob"
           REPLACING PFX-MILITARY-SERVICE-RECORD BY
                         LS-MILITARY-SERVICE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-CUSTOMER-ID,
                                 LS-MILITARY-SERVICE-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the customer's record, or overwrites *
      * the existing one via REWRITE; a new period, a changed end date *
      * and the end-of-service stamp all come through here as GET,     *
      * change, INSERT.                                                *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-MILITARY-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT MILITARY-FILE
               CLOSE MILITARY-FILE
               PERFORM OPEN-I-O-MILITARY-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-CUSTOMER-ID TO MILITARY-CUSTOMER-ID
               MOVE LS-MILITARY-SERVICE-RECORD TO MILITARY-MASTER-FIELDS
               WRITE MILITARY-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE MILITARY-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "MILITARY-SERVICE-MASTER: Failed to "
                               "update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "MILITARY-SERVICE-MASTER: Failed to write "
                           "record"
               END-IF
               CLOSE MILITARY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "MILITARY-SERVICE-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "MILITARY-SERVICE-MASTER: Failed to "
                           "open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for a customer who has never served.         *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-MILITARY-SERVICE-RECORD
           PERFORM OPEN-INPUT-MILITARY-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-CUSTOMER-ID TO MILITARY-CUSTOMER-ID
               READ MILITARY-FILE
                   KEY IS MILITARY-CUSTOMER-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE MILITARY-MASTER-FIELDS
                           TO LS-MILITARY-SERVICE-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE MILITARY-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "MILITARY-SERVICE-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-MILITARY-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O MILITARY-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O MILITARY-FILE.

       OPEN-INPUT-MILITARY-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT MILITARY-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT MILITARY-FILE.

       END PROGRAM MILITARY-SERVICE-MASTER.
