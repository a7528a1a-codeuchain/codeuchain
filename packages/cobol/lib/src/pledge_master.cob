      *================================================================*
      * CodeUChain COBOL Implementation - Collateral Pledge Master     *
      *                                                                *
      * Keyed file-based cross-reference of collateral pledged to      *
      * loans, same indexed-file/retry shape the other masters use,    *
      * keyed by collateral id then loan number so every loan one item *
      * secures sits together. LOAN-BOOKING writes a pledge as a       *
      * secured loan books, COLLATERAL-SUBSTITUTION adds, swaps and    *
      * releases them, LOAN-SATISFACTION releases a paid-off loan's,   *
      * and LTV-CHECK reads the value the item still has unpledged.    *
      *                                                                *
      * OTHER-LIENS answers for the key's collateral item: the total   *
      * value allocated to held pledges for loans other than the key's *
      * loan (in PLG-ALLOCATED) and the most junior lien position      *
      * among them (in PLG-LIEN-POSITION, zero when there are none).   *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLEDGE-MASTER.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLEDGE-FILE ASSIGN TO "pledge_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLEDGE-FILE.
       01  PLEDGE-FILE-RECORD.
           05  PLG-KEY.
               10  PLG-COLLATERAL-ID  PIC X(10).
               10  PLG-LOAN-NUMBER    PIC X(10).
           COPY "pledge-record.cob"
               REPLACING PFX-PLG-LIEN-POSITION BY PLG-LIEN-POSITION
                         PFX-PLG-ALLOCATED     BY PLG-ALLOCATED
                         PFX-PLG-STATUS        BY PLG-STATUS
                         PFX-PLEDGE-RECORD     BY PLEDGE-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".

      * Concurrent-access handling: same bounded retry-with-delay loop
      * the other keyed masters use around their OPENs.
       01  WS-RETRY-COUNT            PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES            PIC 9(02) VALUE 10.
       01  WS-RETRY-DELAY-SECS       PIC 9(04) COMP VALUE 1.

       01  WS-SCAN-DONE-SWITCH       PIC X(1) VALUE "N".
           88  WS-SCAN-DONE                  VALUE "Y".

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       01  LS-PLEDGE-KEY.
           05  LS-PK-COLLATERAL-ID   PIC X(10).
           05  LS-PK-LOAN-NUMBER     PIC X(10).
       COPY "pledge-record.cob"
           REPLACING PFX-PLG-LIEN-POSITION BY LS-PLG-LIEN-POSITION
                     PFX-PLG-ALLOCATED     BY LS-PLG-ALLOCATED
                     PFX-PLEDGE-RECORD     BY LS-PLEDGE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-LOCKED   BY LS-RESULT-LOCKED
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-PLEDGE-KEY,
                                 LS-PLEDGE-RECORD, LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "INSERT"
                   PERFORM INSERT-OPERATION
               WHEN "GET"
                   PERFORM GET-OPERATION
               WHEN "DELETE"
                   PERFORM DELETE-OPERATION
               WHEN "OTHER-LIENS"
                   PERFORM OTHER-LIENS-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * INSERT-OPERATION - writes the pledge, or overwrites the        *
      * existing one via REWRITE so an item never carries two pledges  *
      * to the same loan; every change goes GET, change, INSERT.       *
      *----------------------------------------------------------------*
       INSERT-OPERATION.
           PERFORM OPEN-I-O-PLEDGE-WITH-RETRY
           IF FILE-STATUS = "35"
               OPEN OUTPUT PLEDGE-FILE
               CLOSE PLEDGE-FILE
               PERFORM OPEN-I-O-PLEDGE-WITH-RETRY
           END-IF

           IF FILE-STATUS = "00"
               MOVE LS-PLEDGE-KEY TO PLG-KEY
               MOVE LS-PLEDGE-RECORD TO PLEDGE-MASTER-FIELDS
               WRITE PLEDGE-FILE-RECORD
               IF FILE-STATUS = "00"
                   SET LS-RESULT-SUCCESS TO TRUE
                   DISPLAY "PLEDGE-MASTER: Record inserted"
               ELSE IF FILE-STATUS = "22"
                   REWRITE PLEDGE-FILE-RECORD
                   IF FILE-STATUS = "00"
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "PLEDGE-MASTER: Record updated"
                   ELSE
                       SET LS-RESULT-ERROR TO TRUE
                       DISPLAY "PLEDGE-MASTER: Failed to update "
                               "record"
                   END-IF
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "PLEDGE-MASTER: Failed to write record"
               END-IF
               CLOSE PLEDGE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "PLEDGE-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   SET LS-RESULT-ERROR TO TRUE
                   DISPLAY "PLEDGE-MASTER: Failed to open/create file"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GET-OPERATION - direct keyed READ, opened INPUT so a lookup    *
      * never takes a record lock of its own.                          *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE SPACES TO LS-PLEDGE-RECORD
           PERFORM OPEN-INPUT-PLEDGE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-PLEDGE-KEY TO PLG-KEY
               READ PLEDGE-FILE
                   KEY IS PLG-KEY
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       MOVE PLEDGE-MASTER-FIELDS TO LS-PLEDGE-RECORD
                       SET LS-RESULT-SUCCESS TO TRUE
               END-READ
               CLOSE PLEDGE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "PLEDGE-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

       DELETE-OPERATION.
           PERFORM OPEN-I-O-PLEDGE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE LS-PLEDGE-KEY TO PLG-KEY
               DELETE PLEDGE-FILE
                   INVALID KEY
                       SET LS-RESULT-NOTFOUND TO TRUE
                   NOT INVALID KEY
                       SET LS-RESULT-SUCCESS TO TRUE
                       DISPLAY "PLEDGE-MASTER: Record deleted"
               END-DELETE
               CLOSE PLEDGE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "PLEDGE-MASTER: Gave up waiting for "
                           "file lock"
               ELSE
                   MOVE "NOFILE" TO LS-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * OTHER-LIENS-OPERATION - keyed START at the item and the same   *
      * contiguous-prefix walk CONTACT-HISTORY's GET-LAST uses; held   *
      * pledges to any other loan add their allocation and push the    *
      * most junior position. No pledge file answers as no other       *
      * liens, the same as an item nobody has pledged yet.             *
      *----------------------------------------------------------------*
       OTHER-LIENS-OPERATION.
           MOVE SPACES TO LS-PLEDGE-RECORD
           MOVE 0 TO LS-PLG-LIEN-POSITION
           MOVE 0 TO LS-PLG-ALLOCATED
           SET LS-RESULT-SUCCESS TO TRUE
           PERFORM OPEN-INPUT-PLEDGE-WITH-RETRY
           IF FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-DONE-SWITCH
               MOVE LS-PK-COLLATERAL-ID TO PLG-COLLATERAL-ID
               MOVE LOW-VALUES TO PLG-LOAN-NUMBER
               START PLEDGE-FILE KEY IS NOT LESS THAN PLG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE-SWITCH
               END-START
               PERFORM SCAN-ONE-PLEDGE-RECORD
                   UNTIL WS-SCAN-DONE
               CLOSE PLEDGE-FILE
           ELSE
               IF FILE-STATUS-BUSY
                   SET LS-RESULT-LOCKED TO TRUE
                   DISPLAY "PLEDGE-MASTER: Gave up waiting for "
                           "file lock"
               END-IF
           END-IF.

       SCAN-ONE-PLEDGE-RECORD.
           READ PLEDGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
               IF PLG-COLLATERAL-ID NOT = LS-PK-COLLATERAL-ID
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
               ELSE
                   IF PLG-LOAN-NUMBER NOT = LS-PK-LOAN-NUMBER
                           AND PLG-STATUS NOT = "RELEASED"
                       ADD PLG-ALLOCATED TO LS-PLG-ALLOCATED
                       IF PLG-LIEN-POSITION > LS-PLG-LIEN-POSITION
                           MOVE PLG-LIEN-POSITION
                               TO LS-PLG-LIEN-POSITION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OPEN-I-O-PLEDGE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN I-O PLEDGE-FILE
           PERFORM RETRY-I-O-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-I-O-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN I-O PLEDGE-FILE.

       OPEN-INPUT-PLEDGE-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           OPEN INPUT PLEDGE-FILE
           PERFORM RETRY-INPUT-OPEN
               UNTIL NOT FILE-STATUS-BUSY
                  OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

       RETRY-INPUT-OPEN.
           ADD 1 TO WS-RETRY-COUNT
           CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
           OPEN INPUT PLEDGE-FILE.

       END PROGRAM PLEDGE-MASTER.
