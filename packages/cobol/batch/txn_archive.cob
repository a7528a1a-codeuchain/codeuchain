      * LOAN-TRANSACTION-INQUIRY reads the archive transparently when  *
      * the live file comes up empty, so history stays reachable.      *
      *                                                                *
      * Each loan moved is stamped with the run date in its archived   *
      * date, the date CUSTOMER-ANONYMIZATION counts its retention     *
      * period from. A closed loan with nothing left live but records  *
      * already in the archive and no stamp -- moved before the stamp  *
      * was kept -- is stamped with the run date too, so its retention *
      * period starts no earlier than the run that first notices it.   *
      *                                                                *
      * The control report (txn_archive.rpt) proves the move: per      *
      * loan and in total, records copied equals records deleted and   *
      * the amounts moved are footed.                                  *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-ARCHIVED-DATE   BY LOAN-ARCHIVED-DATE
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-ARCHIVED         PIC 9(7) VALUE 0.
       01  WS-LOANS-BACK-STAMPED     PIC 9(7) VALUE 0.
       01  WS-LOAN-FAILURE-START     PIC 9(7).
       01  WS-ARCHIVE-FOUND-SWITCH   PIC X(1).
           88  WS-ARCHIVE-FOUND              VALUE "Y".
       01  WS-LOAN-MOVED-COUNT       PIC 9(5).
       01  WS-LOAN-MOVED-AMOUNT      PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-MOVED-COUNT      PIC 9(7) VALUE 0.
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - (WS-MONTHS-THRESHOLD * 30)

           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "TXN-ARCHIVE: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               IF WS-LOANS-BACK-STAMPED > 0
                   MOVE SPACES TO CONTROL-REPORT-LINE
                   STRING "Loans archived earlier, now stamped: "
                               DELIMITED BY SIZE
                           WS-LOANS-BACK-STAMPED DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
                   WRITE CONTROL-REPORT-LINE
               END-IF

               CLOSE CONTROL-REPORT-FILE
               CLOSE LOAN-FILE
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Loans archived: " WS-LOANS-ARCHIVED
               " Records moved: " WS-TOTAL-MOVED-COUNT
           DISPLAY "Loans archived earlier, now stamped: "
               WS-LOANS-BACK-STAMPED
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

      *----------------------------------------------------------------*
      * JUDGE-ONE-LOAN - only closed loans whose last journal record   *
      * is older than the threshold move; anything live, or recently   *
      * closed, stays where the nightly batches can see it. A closed   *
      * loan with nothing live and no archived date yet is checked for *
      * history already in the archive.                                *
      *----------------------------------------------------------------*
       JUDGE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-ARCHIVED-DATE IS NOT NUMERIC
               MOVE 0 TO LOAN-ARCHIVED-DATE
           END-IF
           IF LOAN-STATUS = "PAIDOFF"
                   OR LOAN-STATUS = "CHARGEDOFF"
               PERFORM FIND-LAST-TXN-DATE
                   IF WS-LAST-DATE-INTEGER < WS-CUTOFF-DATE-INTEGER
                       PERFORM ARCHIVE-ONE-LOAN
                   END-IF
               ELSE
                   IF LOAN-ARCHIVED-DATE = 0
                       PERFORM STAMP-EARLIER-ARCHIVE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.
      * amount total the proof foots from.                             *
      *----------------------------------------------------------------*
       ARCHIVE-ONE-LOAN.
           MOVE WS-FAILURE-COUNT TO WS-LOAN-FAILURE-START
           MOVE 0 TO WS-LOAN-MOVED-COUNT
           MOVE 0 TO WS-LOAN-MOVED-AMOUNT
           MOVE "N" TO WS-TXN-EOF-SWITCH
               ADD WS-LOAN-MOVED-COUNT TO WS-TOTAL-MOVED-COUNT
               ADD WS-LOAN-MOVED-AMOUNT TO WS-TOTAL-MOVED-AMOUNT
               PERFORM WRITE-LOAN-CONTROL-LINE
               IF WS-FAILURE-COUNT = WS-LOAN-FAILURE-START
                   PERFORM STAMP-ARCHIVED-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * STAMP-ARCHIVED-DATE - only a loan whose whole journal moved    *
      * cleanly is stamped; one with a failed copy or delete keeps     *
      * its old date (or none) and is picked up again next run.        *
      *----------------------------------------------------------------*
       STAMP-ARCHIVED-DATE.
           MOVE WS-RUN-DATE TO LOAN-ARCHIVED-DATE
           REWRITE LOAN-FILE-RECORD
           IF WS-LOAN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "TXN-ARCHIVE: Archived date not stamped on "
                       LOAN-NUMBER ", status " WS-LOAN-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * STAMP-EARLIER-ARCHIVE - a closed loan with no live journal is  *
      * stamped only when the archive holds its history; a loan that   *
      * never had a journal record is left unstamped.                  *
      *----------------------------------------------------------------*
       STAMP-EARLIER-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-FOUND-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE LOAN-NUMBER TO AX-LOAN-NUMBER
               MOVE 0 TO AX-SEQUENCE
               START ARCHIVE-FILE
                   KEY IS NOT LESS THAN AX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARCHIVE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AX-LOAN-NUMBER = LOAN-NUMBER
                                   MOVE "Y" TO WS-ARCHIVE-FOUND-SWITCH
                               END-IF
                       END-READ
               END-START
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-FOUND
               PERFORM STAMP-ARCHIVED-DATE
               IF WS-LOAN-FILE-STATUS = "00"
                   ADD 1 TO WS-LOANS-BACK-STAMPED
               END-IF
           END-IF.

       MOVE-ONE-JOURNAL-RECORD.
