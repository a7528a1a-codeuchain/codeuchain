      *================================================================*
      * CodeUChain COBOL Implementation - Unclaimed Item Master        *
      *                                                                *
      * Keyed file-based record of the amounts owed to borrowers that  *
      * may become unclaimed property, same indexed-file/retry shape   *
      * the other masters use, keyed by item id ("K" + check number,   *
      * "U" + loan number). CREDIT-BALANCE-REFUND records each check   *
      * it issues and each refund it has to hold; UNCLAIMED-PROPERTY   *
      * clears them off the bank's paid-checks file, ages the rest     *
      * against the state dormancy periods and stamps the letters and  *
      * the year-end escheatment. Records are never deleted -- a       *
      * cleared or escheated item stays on file as its history.        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLAIMED-ITEM-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNCLAIMED-FILE ASSIGN TO "unclaimed_item.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNCLAIMED-ITEM-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNCLAIMED-FILE.
       01  UNCLAIMED-FILE-RECORD.
           05  UNCLAIMED-ITEM-ID      PIC X(11).
           COPY "unclaimed-item-record.cob"
               REPLACING PFX-UNCLAIMED-ITEM-RECORD BY
                             UNCLAIMED-MASTER-FIELDS.

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
       01  LS-ITEM-ID                PIC X(11).
       COPY "unclaimed-item-record.cob"
           REPLACING PFX-UNCLAIMED-ITEM-RECORD BY
                         LS-UNCLAIMED-ITEM-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-ITEM-ID,
                                 LS-UNCLAIMED-ITEM-RECORD, LS-RESULT.

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
      * one via REWRITE; clearing, the letter stamp and escheatment    *
      * all come through here as GET, change, INSERT.                  *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-UNCLAIMED-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT UNCLAIMED-FILE
               CLOSE UNCLAIMED-FILE
               PERFORM OPEN-I-O-UNCLAIMED-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-ITEM-ID TO UNCLAIMED-ITEM-ID
               MOVE LS-UNCLAIMED-ITEM-RECORD TO UNCLAIMED-MASTER-FIELDS
               WRITE UNCLAIMED-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE UNCLAIMED-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "UNCLAIMED-ITEM-MASTER: Failed to "
                               "update record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "UNCLAIMED-ITEM-MASTER: Failed to write "
                           "record"
               END-IF
               CLOSE UNCLAIMED-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "UNCLAIMED-ITEM-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "UNCLAIMED-ITEM-MASTER: Failed to "
                           "open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND is   *
      * the normal answer for a check the refund run never issued.     *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-UNCLAIMED-ITEM-RECORD
           PERFORM OPEN-INPUT-UNCLAIMED-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-ITEM-ID TO UNCLAIMED-ITEM-ID
               READ UNCLAIMED-FILE
                   KEY IS UNCLAIMED-ITEM-ID
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE UNCLAIMED-MASTER-FIELDS
                           TO LS-UNCLAIMED-ITEM-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE UNCLAIMED-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "UNCLAIMED-ITEM-MASTER: Gave up waiting "
                           "for file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-UNCLAIMED-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O UNCLAIMED-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O UNCLAIMED-FILE.

       OPEN-INPUT-UNCLAIMED-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT UNCLAIMED-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT UNCLAIMED-FILE.

       END PROGRAM UNCLAIMED-ITEM-MASTER.
