      * "Newly paid off" is decided from the journal itself: a loan    *
      * that already carries a SAT record was satisfied by an earlier  *
      * run and is skipped, so reruns are harmless.                    *
      *                                                                *
      * Collateral can secure several loans (pledge_master.dat), so    *
      * satisfying one loan releases that loan's pledges but lets the  *
      * item's own lien go only when no held pledge to another loan is *
      * left on it. An item kept for another loan is re-pointed at the *
      * most senior loan it still secures, and the letter tells the    *
      * borrower which items stay pledged and to which loan.           *
      *================================================================*

       IDENTIFICATION DIVISION.
               RECORD KEY IS COLLATERAL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT PLEDGE-FILE ASSIGN TO "pledge_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PLEDGE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "satisfaction_letters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
                         PFX-COLLATERAL-RECORD BY
                             COLLATERAL-MASTER-FIELDS.

       FD  PLEDGE-FILE.
       01  PLEDGE-FILE-RECORD.
           05  PLG-KEY.
               10  PLG-COLLATERAL-ID  PIC X(10).
               10  PLG-LOAN-NUMBER    PIC X(10).
           COPY "pledge-record.cob"
               REPLACING PFX-PLG-LIEN-POSITION BY PLG-LIEN-POSITION
                         PFX-PLG-STATUS        BY PLG-STATUS
                         PFX-PLG-RELEASED-DATE BY PLG-RELEASED-DATE
                         PFX-PLEDGE-RECORD     BY PLEDGE-MASTER-FIELDS.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-COLLATERAL-STATUS      PIC XX.
       01  WS-PLEDGE-STATUS          PIC XX.
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-SATISFIED        PIC 9(7) VALUE 0.
       01  WS-LIENS-RELEASED         PIC 9(7) VALUE 0.
       01  WS-LIENS-KEPT             PIC 9(7) VALUE 0.

      * One item's pledges as walked: whether this loan holds one,
      * and how many held pledges to other loans are left, the most
      * senior of them first.
       01  WS-PLEDGE-OPEN-SWITCH     PIC X(1) VALUE "N".
           88  WS-PLEDGE-FILE-OPEN           VALUE "Y".
       01  WS-PLEDGE-EOF-SWITCH      PIC X(1).
           88  WS-PLEDGE-AT-EOF              VALUE "Y".
       01  WS-THIS-PLEDGE-SWITCH     PIC X(1).
           88  WS-THIS-LOAN-PLEDGED          VALUE "Y".
       01  WS-PRIMARY-ROW-SWITCH     PIC X(1).
           88  WS-PRIMARY-ROW-SEEN           VALUE "Y".
       01  WS-HELD-OTHERS            PIC 9(3).
       01  WS-SENIOR-LOAN            PIC X(10).
       01  WS-SENIOR-POSITION        PIC 9(2).

      * Items kept for another loan, named in the borrower's letter.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-KEPT-IDX.
               10  WS-KEPT-COLLATERAL   PIC X(10).
               10  WS-KEPT-LOAN         PIC X(10).
       01  WS-KEPT-COUNT             PIC S9(4) COMP VALUE 0.

      * The borrower's on-file details for the letter head.
       COPY "operation.cob"
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Satisfied: " WS-LOANS-SATISFIED
               " Liens released: " WS-LIENS-RELEASED
           DISPLAY "Liens kept for other loans: " WS-LIENS-KEPT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

               PERFORM CHECK-FOR-EXISTING-SAT
               IF NOT WS-ALREADY-SATISFIED
                   ADD 1 TO WS-LOANS-SATISFIED
                   MOVE 0 TO WS-KEPT-COUNT
                   PERFORM RELEASE-LINKED-COLLATERAL
                   PERFORM LOOK-UP-CUSTOMER
                   PERFORM WRITE-SATISFACTION-LETTER
      *----------------------------------------------------------------*
      * RELEASE-LINKED-COLLATERAL - walks collateral_master.dat in     *
      * place (the same direct-FD I-O walk the nightly batches use on  *
      * the loan file); every item still holding our lien has its      *
      * pledges walked, this loan's released, and the item's lien      *
      * released only when nothing else holds it. No pledge file       *
      * means every item secures just the loan it names.               *
      *----------------------------------------------------------------*
       RELEASE-LINKED-COLLATERAL.
           MOVE "N" TO WS-COLL-EOF-SWITCH
           OPEN I-O COLLATERAL-FILE
           IF WS-COLLATERAL-STATUS = "00"
               MOVE "N" TO WS-PLEDGE-OPEN-SWITCH
               OPEN I-O PLEDGE-FILE
               IF WS-PLEDGE-STATUS = "00"
                   MOVE "Y" TO WS-PLEDGE-OPEN-SWITCH
               END-IF
               PERFORM READ-NEXT-COLLATERAL
               PERFORM RELEASE-ONE-COLLATERAL
                   UNTIL WS-COLL-AT-EOF
               IF WS-PLEDGE-FILE-OPEN
                   CLOSE PLEDGE-FILE
               END-IF
               CLOSE COLLATERAL-FILE
           END-IF.

       RELEASE-ONE-COLLATERAL.
           IF COLL-LIEN-STATUS NOT = "RELEASED"
               MOVE "N" TO WS-THIS-PLEDGE-SWITCH
               MOVE "N" TO WS-PRIMARY-ROW-SWITCH
               MOVE 0 TO WS-HELD-OTHERS
               MOVE SPACES TO WS-SENIOR-LOAN
               MOVE 99 TO WS-SENIOR-POSITION
               IF WS-PLEDGE-FILE-OPEN
                   PERFORM WALK-ITEM-PLEDGES
               END-IF
               IF COLL-LOAN-NUMBER NOT = SPACES
                       AND COLL-LOAN-NUMBER NOT = LOAN-NUMBER
                       AND NOT WS-PRIMARY-ROW-SEEN
                   ADD 1 TO WS-HELD-OTHERS
                   MOVE COLL-LOAN-NUMBER TO WS-SENIOR-LOAN
                   MOVE 1 TO WS-SENIOR-POSITION
               END-IF
               IF WS-THIS-LOAN-PLEDGED
                       OR COLL-LOAN-NUMBER = LOAN-NUMBER
                   IF WS-HELD-OTHERS = 0
                       PERFORM RELEASE-ITEM-LIEN
                   ELSE
                       PERFORM KEEP-ITEM-FOR-OTHER-LOAN
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-COLLATERAL.

       RELEASE-ITEM-LIEN.
           MOVE "RELEASED" TO COLL-LIEN-STATUS
           REWRITE COLLATERAL-FILE-RECORD
           IF WS-COLLATERAL-STATUS = "00"
               ADD 1 TO WS-LIENS-RELEASED
           ELSE
               DISPLAY "LOAN-SATISFACTION: Release rewrite "
                       "failed for " COLLATERAL-ID ", status "
                       WS-COLLATERAL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP-ITEM-FOR-OTHER-LOAN - the item still secures another      *
      * loan: its lien stays, it names the most senior loan left if    *
      * it named this one, and the letter lists it.                    *
      *----------------------------------------------------------------*
       KEEP-ITEM-FOR-OTHER-LOAN.
           ADD 1 TO WS-LIENS-KEPT
           IF COLL-LOAN-NUMBER = LOAN-NUMBER
               MOVE WS-SENIOR-LOAN TO COLL-LOAN-NUMBER
               REWRITE COLLATERAL-FILE-RECORD
               IF WS-COLLATERAL-STATUS NOT = "00"
                   DISPLAY "LOAN-SATISFACTION: Re-point rewrite "
                           "failed for " COLLATERAL-ID ", status "
                           WS-COLLATERAL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "LOAN-SATISFACTION: Lien on " COLLATERAL-ID
                   " kept; it still secures loan " WS-SENIOR-LOAN
           IF WS-KEPT-COUNT < 20
               ADD 1 TO WS-KEPT-COUNT
               SET WS-KEPT-IDX TO WS-KEPT-COUNT
               MOVE COLLATERAL-ID TO WS-KEPT-COLLATERAL(WS-KEPT-IDX)
               MOVE WS-SENIOR-LOAN TO WS-KEPT-LOAN(WS-KEPT-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * WALK-ITEM-PLEDGES - keyed START at the item and a walk of its  *
      * pledges: this loan's held pledge is released in place, the     *
      * others still held are counted and the most senior kept.        *
      *----------------------------------------------------------------*
       WALK-ITEM-PLEDGES.
           MOVE "N" TO WS-PLEDGE-EOF-SWITCH
           MOVE COLLATERAL-ID TO PLG-COLLATERAL-ID
           MOVE LOW-VALUES TO PLG-LOAN-NUMBER
           START PLEDGE-FILE KEY IS NOT LESS THAN PLG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           END-START
           IF NOT WS-PLEDGE-AT-EOF
               PERFORM READ-NEXT-PLEDGE
               PERFORM JUDGE-ONE-PLEDGE
                   UNTIL WS-PLEDGE-AT-EOF
           END-IF.

       JUDGE-ONE-PLEDGE.
           IF PLG-COLLATERAL-ID NOT = COLLATERAL-ID
               MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           ELSE
               IF PLG-LOAN-NUMBER = COLL-LOAN-NUMBER
                   MOVE "Y" TO WS-PRIMARY-ROW-SWITCH
               END-IF
               EVALUATE TRUE
                   WHEN PLG-STATUS = "RELEASED"
                       CONTINUE
                   WHEN PLG-LOAN-NUMBER = LOAN-NUMBER
                       MOVE "Y" TO WS-THIS-PLEDGE-SWITCH
                       MOVE "RELEASED" TO PLG-STATUS
                       MOVE WS-RUN-DATE TO PLG-RELEASED-DATE
                       REWRITE PLEDGE-FILE-RECORD
                       IF WS-PLEDGE-STATUS NOT = "00"
                           DISPLAY "LOAN-SATISFACTION: Pledge rewrite "
                                   "failed for " COLLATERAL-ID
                                   ", status " WS-PLEDGE-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-HELD-OTHERS
                       IF PLG-LIEN-POSITION < WS-SENIOR-POSITION
                           MOVE PLG-LOAN-NUMBER TO WS-SENIOR-LOAN
                           MOVE PLG-LIEN-POSITION
                               TO WS-SENIOR-POSITION
                       END-IF
               END-EVALUATE
               PERFORM READ-NEXT-PLEDGE
           END-IF.

       READ-NEXT-PLEDGE.
           READ PLEDGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           END-READ.

       READ-NEXT-COLLATERAL.
           READ COLLATERAL-FILE NEXT RECORD
           MOVE "your records."
               TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM WRITE-KEPT-ITEM-LINES
               VARYING WS-KEPT-IDX FROM 1 BY 1
               UNTIL WS-KEPT-IDX > WS-KEPT-COUNT

           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-KEPT-ITEM-LINES.
           IF WS-KEPT-IDX = 1
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "Collateral that also secures another loan stays"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "pledged to that loan:" TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "  Collateral " DELIMITED BY SIZE
                   WS-KEPT-COLLATERAL(WS-KEPT-IDX) DELIMITED BY SPACE
                   " secures loan " DELIMITED BY SIZE
                   WS-KEPT-LOAN(WS-KEPT-IDX) DELIMITED BY SPACE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

      *----------------------------------------------------------------*
      * WRITE-JOB-HEADER / WRITE-JOB-TRAILER - bracket this run in the *
      * shared audit log with a run-id, same shape the other batches   *
