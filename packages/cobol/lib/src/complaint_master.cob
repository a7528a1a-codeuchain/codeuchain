      *================================================================*
      * CodeUChain COBOL Implementation - Complaint Master Module      *
      *                                                                *
      * Keyed file-based customer complaint file, same indexed-file/   *
      * retry shape the other masters use, keyed by the complaint case *
      * number. COMPLAINT-MAINT logs complaints, reassigns them and    *
      * records their resolution; COMPLAINT-AGING lists the open ones  *
      * past their response deadline weekly and COMPLAINT-TREND breaks *
      * the quarter out by category and product. Complaints are never  *
      * deleted -- a resolved case stays on file with its resolution.  *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaint_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPLAINT-CASE-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-FILE-RECORD.
           05  COMPLAINT-CASE-NUMBER    PIC X(10).
           COPY "complaint-record.cob"
               REPLACING PFX-COMPLAINT-RECORD BY
                             COMPLAINT-MASTER-FIELDS.

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
       01  LS-CASE-NUMBER            PIC X(10).
       COPY "complaint-record.cob"
           REPLACING PFX-COMPLAINT-RECORD BY LS-COMPLAINT-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-CASE-NUMBER,
                                 LS-COMPLAINT-RECORD, LS-RESULT.

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
      * INSERT-OPERATION - writes the complaint, or overwrites the     *
      * existing one via REWRITE; logging it and each later update     *
      * (reassignment, resolution) come through here as GET, change,   *
      * INSERT.                                                        *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-COMPLAINT-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               PERFORM OPEN-I-O-COMPLAINT-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-CASE-NUMBER TO COMPLAINT-CASE-NUMBER
               MOVE LS-COMPLAINT-RECORD TO COMPLAINT-MASTER-FIELDS
               WRITE COMPLAINT-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
               ELSE IF FILE-STATUS = "22"
                   REWRITE COMPLAINT-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "COMPLAINT-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "COMPLAINT-MASTER: Failed to write record"
               END-IF
               CLOSE COMPLAINT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "COMPLAINT-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "COMPLAINT-MASTER: Failed to open/create "
                           "file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT. NOTFOUND      *
      * means no complaint was logged under that case number.          *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-COMPLAINT-RECORD
           PERFORM OPEN-INPUT-COMPLAINT-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-CASE-NUMBER TO COMPLAINT-CASE-NUMBER
               READ COMPLAINT-FILE
                   KEY IS COMPLAINT-CASE-NUMBER
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE COMPLAINT-MASTER-FIELDS
                           TO LS-COMPLAINT-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE COMPLAINT-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "COMPLAINT-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       OPEN-I-O-COMPLAINT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O COMPLAINT-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O COMPLAINT-FILE.

       OPEN-INPUT-COMPLAINT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT COMPLAINT-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT COMPLAINT-FILE.

       END PROGRAM COMPLAINT-MASTER.
