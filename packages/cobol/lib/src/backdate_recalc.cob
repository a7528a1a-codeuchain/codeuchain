      *================================================================*
      * CodeUChain COBOL Implementation - Back-Dated Recalculation     *
      *                                                                *
      * A payment found weeks late, or a payment reversed after later  *
      * payments were already applied, has to land where it belongs:   *
      * every payment after it split its interest off a balance that   *
      * was wrong. PAYMENT-POSTING and PAYMENT-REVERSAL post the item  *
      * under its own effective date as always, then hand the loan     *
      * here to put the rest of the history right.                     *
      *                                                                *
      * The loan's journal is read into a table in sequence order,     *
      * each event carrying the change it made to the balance (its     *
      * balance less the balance of the record before it). The loan    *
      * is rewound to the effective date -- the changes of every event *
      * dated before it, added up -- and every event dated on or after *
      * it is reapplied in date order (sequence within a date):        *
      *                                                                *
      *     PAY/POFF  interest recomputed as one period's interest on  *
      *               the replayed balance, the same split PAYMENT-    *
      *               POSTING makes (at the SCRA cap on a payment      *
      *               dated inside a servicemember's active duty, as   *
      *               SCRA-RATE-CAP answers); whatever the payment put *
      *               to interest and principal is split again, fees,  *
      *               escrow and suspense stay where they went.        *
      *     RVSL      the mirror of the payment it reversed, as that   *
      *               payment now splits.                              *
      *     others    the same change to the balance as before.        *
      *                                                                *
      * An IADJ record an earlier recalculation wrote is folded back   *
      * into the payment it corrected (same date and amount) before    *
      * the replay, so a loan recalculated twice is never adjusted     *
      * twice. The first record of a loan with no BOOK record carries  *
      * the balance it came over with as the opening balance.          *
      *                                                                *
      * When the replay changes anything: the net interest adjustment  *
      * (new interest less old, over the payments not since reversed)  *
      * goes on the loan's balance, posts to gl_feed.dat under the     *
      * INTADJ pair on the business date the caller passes, and one    *
      * IADJ record per re-split payment is journaled under that       *
      * payment's date and amount. Every event whose split or balance  *
      * changed is listed before and after on backdate_recalc.rpt,     *
      * appended the way AUDIT-IMAGE appends, one block per loan.      *
      *                                                                *
      * A journal too long for the table answers INVALID and changes   *
      * nothing; a loan not on file answers NOTFOUND.                  *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKDATE-RECALC.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT RECALC-REPORT-FILE ASSIGN TO "backdate_recalc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Read-only view of the journal; the IADJ records still go
      * through LOAN-TRANSACTION's own APPEND.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-AMOUNT      BY TXN-AMOUNT
                         PFX-TXN-PRINCIPAL   BY TXN-PRINCIPAL
                         PFX-TXN-INTEREST    BY TXN-INTEREST
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-TXN-RUN-ID      BY TXN-RUN-ID
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       FD  RECALC-REPORT-FILE.
       01  RECALC-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH    PIC X(1).
           88  WS-FIRST-RECORD               VALUE "Y".
       01  WS-OVERFLOW-SWITCH        PIC X(1).
           88  WS-TABLE-OVERFLOW             VALUE "Y".
       01  WS-JOURNAL-FAILED-SWITCH  PIC X(1).
           88  WS-JOURNAL-FAILED             VALUE "Y".

      * The loan's journal, one entry per event in sequence order.
      * OLD figures are the split and balance change as journaled
      * (an earlier IADJ folded in); NEW figures what the replay
      * makes of them. State "B" is an event dated before the
      * effective date, "P" one waiting to be replayed, "R" one
      * replayed. An RVSL's match is the entry of the payment it
      * reversed.
       01  WS-EVENT-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-EVENT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-EV-IDX.
               10  WS-EV-SEQUENCE       PIC 9(5).
               10  WS-EV-CODE           PIC X(4).
               10  WS-EV-DATE           PIC 9(8).
               10  WS-EV-AMOUNT         PIC S9(13)V99 COMP-3.
               10  WS-EV-OLD-INTEREST   PIC S9(13)V99 COMP-3.
               10  WS-EV-NEW-INTEREST   PIC S9(13)V99 COMP-3.
               10  WS-EV-OLD-PRINCIPAL  PIC S9(13)V99 COMP-3.
               10  WS-EV-NEW-PRINCIPAL  PIC S9(13)V99 COMP-3.
               10  WS-EV-OLD-DELTA      PIC S9(13)V99 COMP-3.
               10  WS-EV-NEW-DELTA      PIC S9(13)V99 COMP-3.
               10  WS-EV-OLD-BALANCE    PIC S9(13)V99 COMP-3.
               10  WS-EV-NEW-BALANCE    PIC S9(13)V99 COMP-3.
               10  WS-EV-MATCH          PIC S9(4) COMP.
               10  WS-EV-STATE          PIC X(1).
                   88  WS-EV-BEFORE             VALUE "B".
                   88  WS-EV-PENDING            VALUE "P".
                   88  WS-EV-REPLAYED           VALUE "R".
               10  WS-EV-REVERSED-SWITCH PIC X(1).
                   88  WS-EV-REVERSED           VALUE "Y".

      * Payment lookup by date and amount, for an RVSL's match and
      * an IADJ's fold, and the next event due for replay.
       01  WS-FIND-SUB               PIC S9(4) COMP.
       01  WS-PAY-SUB                PIC S9(4) COMP.
       01  WS-NEXT-SUB               PIC S9(4) COMP.
       01  WS-FIND-DATE              PIC 9(8).
       01  WS-FIND-AMOUNT            PIC S9(13)V99 COMP-3.
       01  WS-PAYMENT-FOUND-SWITCH   PIC X(1).
           88  WS-PAYMENT-FOUND              VALUE "Y".
       01  WS-PENDING-FOUND-SWITCH   PIC X(1).
           88  WS-PENDING-FOUND              VALUE "Y".

      * Rewind and replay.
       01  WS-PRIOR-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-RECORD-DELTA           PIC S9(13)V99 COMP-3.
       01  WS-OPENING-BALANCE        PIC S9(13)V99 COMP-3.
       01  WS-START-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-OLD-RUNNING            PIC S9(13)V99 COMP-3.
       01  WS-NEW-RUNNING            PIC S9(13)V99 COMP-3.
       01  WS-PERIODS-PER-YEAR       PIC S9(3) COMP-3.
       01  WS-INTEREST-DUE           PIC S9(13)V99 COMP-3.
       01  WS-SPLIT-POOL             PIC S9(13)V99 COMP-3.
       01  WS-INTEREST-CHANGE        PIC S9(13)V99 COMP-3.
       01  WS-INTEREST-ADJ           PIC S9(13)V99 COMP-3.
       01  WS-REPLAYED-COUNT         PIC 9(5).
       01  WS-AFFECTED-COUNT         PIC 9(5).
       01  WS-RESPLIT-COUNT          PIC 9(5).
       01  WS-NEW-LOAN-BALANCE       PIC S9(13)V99 COMP-3.
       01  WS-ADJ-RUNNING            PIC S9(13)V99 COMP-3.

      * LOAN-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-INTEREST-RATE   BY WS-LOAN-INTEREST-RATE
                     PFX-LOAN-BOOKED-DATE     BY WS-LOAN-BOOKED-DATE
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-PAY-FREQUENCY   BY WS-LOAN-PAY-FREQUENCY
                     PFX-LOAN-INTEREST-METHOD BY
                         WS-LOAN-INTEREST-METHOD
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-LM-RESULT-NOTFOUND.

      * GL-ACCOUNT-MAP call: the INTADJ pair, receivable against
      * interest income, flipped when the replay collects less.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE           PIC X(10).
       01  WS-ADJ-ACCOUNT-PAIR.
           05  WS-ADJ-DEBIT-ACCOUNT   PIC X(10).
           05  WS-ADJ-CREDIT-ACCOUNT  PIC X(10).
       01  WS-GM-RESULT               PIC X(10).

      * LOAN-TRANSACTION journal call: the IADJ records.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-TX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-TX-OPERATION-DATA
                     PFX-OPERATION      BY WS-TX-OPERATION.
       COPY "loan-transaction.cob"
           REPLACING PFX-TXN-CODE        BY WS-TXN-CODE
                     PFX-TXN-DATE        BY WS-TXN-DATE
                     PFX-TXN-AMOUNT      BY WS-TXN-AMOUNT
                     PFX-TXN-PRINCIPAL   BY WS-TXN-PRINCIPAL
                     PFX-TXN-INTEREST    BY WS-TXN-INTEREST
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-TXN-FEES        BY WS-TXN-FEES
                     PFX-TXN-SUSPENSE    BY WS-TXN-SUSPENSE
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

      * SCRA-RATE-CAP call: the rate each replayed payment is split
      * at, the note rate or the SCRA cap on that payment's date.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SR-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SR-OPERATION-DATA
                     PFX-OPERATION      BY WS-SR-OPERATION.
       COPY "scra-rate-request.cob"
           REPLACING PFX-SR-CUSTOMER-ID    BY WS-SR-CUSTOMER-ID
                     PFX-SR-BOOKED-DATE    BY WS-SR-BOOKED-DATE
                     PFX-SR-AS-OF-DATE     BY WS-SR-AS-OF-DATE
                     PFX-SR-NOTE-RATE      BY WS-SR-NOTE-RATE
                     PFX-SR-RATE           BY WS-SR-RATE
                     PFX-SR-CAPPED-SWITCH  BY WS-SR-CAPPED-SWITCH
                     PFX-SCRA-RATE-REQUEST BY WS-SCRA-RATE-REQUEST.
       01  WS-SR-RESULT              PIC X(10).

      * Report lines.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AFTER.
       01  WS-HEADING-LINE.
           05  FILLER                PIC X(7)  VALUE "    SEQ".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "DATE".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(4)  VALUE "CODE".
           05  FILLER                PIC X(14) VALUE
                   "       AMOUNT ".
           05  FILLER                PIC X(14) VALUE
                   "   INT BEFORE ".
           05  FILLER                PIC X(14) VALUE
                   "    INT AFTER ".
           05  FILLER                PIC X(14) VALUE
                   "  PRIN BEFORE ".
           05  FILLER                PIC X(14) VALUE
                   "   PRIN AFTER ".
           05  FILLER                PIC X(14) VALUE
                   "   BAL BEFORE ".
           05  FILLER                PIC X(14) VALUE
                   "    BAL AFTER ".
       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-SEQUENCE        PIC Z(4)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-DATE            PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-CODE            PIC X(4).
           05  WS-DL-AMOUNT          PIC Z(9)9.99-.
           05  WS-DL-OLD-INTEREST    PIC Z(9)9.99-.
           05  WS-DL-NEW-INTEREST    PIC Z(9)9.99-.
           05  WS-DL-OLD-PRINCIPAL   PIC Z(9)9.99-.
           05  WS-DL-NEW-PRINCIPAL   PIC Z(9)9.99-.
           05  WS-DL-OLD-BALANCE     PIC Z(9)9.99-.
           05  WS-DL-NEW-BALANCE     PIC Z(9)9.99-.

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       COPY "backdate-request.cob"
           REPLACING PFX-BD-LOAN-NUMBER     BY LS-BD-LOAN-NUMBER
                     PFX-BD-EFFECTIVE-DATE  BY LS-BD-EFFECTIVE-DATE
                     PFX-BD-POSTING-DATE    BY LS-BD-POSTING-DATE
                     PFX-BD-RUN-ID          BY LS-BD-RUN-ID
                     PFX-BD-SOURCE          BY LS-BD-SOURCE
                     PFX-BD-REPLAYED        BY LS-BD-REPLAYED
                     PFX-BD-AFFECTED        BY LS-BD-AFFECTED
                     PFX-BD-INTEREST-ADJ    BY LS-BD-INTEREST-ADJ
                     PFX-BD-BALANCE-BEFORE  BY LS-BD-BALANCE-BEFORE
                     PFX-BD-BALANCE-AFTER   BY LS-BD-BALANCE-AFTER
                     PFX-BD-REVIEW-SWITCH   BY LS-BD-REVIEW-SWITCH
                     PFX-BACKDATE-REQUEST   BY LS-BACKDATE-REQUEST.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-INVALID  BY LS-RESULT-INVALID.

       PROCEDURE DIVISION USING LS-OPERATION, LS-BACKDATE-REQUEST,
                                 LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "RECALC"
                   PERFORM RECALC-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * RECALC-OPERATION - load the journal, rewind to the effective   *
      * date, replay, and put right whatever the replay changed.       *
      *----------------------------------------------------------------*
       RECALC-OPERATION.
           MOVE 0 TO LS-BD-REPLAYED
           MOVE 0 TO LS-BD-AFFECTED
           MOVE 0 TO LS-BD-INTEREST-ADJ
           MOVE 0 TO LS-BD-BALANCE-BEFORE
           MOVE 0 TO LS-BD-BALANCE-AFTER
           MOVE "N" TO LS-BD-REVIEW-SWITCH
           SET LS-RESULT-SUCCESS TO TRUE

           MOVE LS-BD-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT

           IF NOT WS-LM-RESULT-SUCCESS
               MOVE WS-LM-RESULT TO LS-RESULT
           ELSE
               MOVE WS-LOAN-CURRENT-BALANCE TO LS-BD-BALANCE-BEFORE
               MOVE WS-LOAN-CURRENT-BALANCE TO LS-BD-BALANCE-AFTER
               PERFORM LOAD-LOAN-JOURNAL
               EVALUATE TRUE
                   WHEN WS-JOURNAL-FAILED
                       SET LS-RESULT-ERROR TO TRUE
                   WHEN WS-TABLE-OVERFLOW
                       SET LS-RESULT-INVALID TO TRUE
                   WHEN OTHER
                       PERFORM REWIND-TO-EFFECTIVE-DATE
                       PERFORM REPLAY-FROM-EFFECTIVE-DATE
                       IF WS-AFFECTED-COUNT > 0
                           PERFORM APPLY-RECALCULATION
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-LOAN-JOURNAL - keyed START at the loan and a walk of its  *
      * records, the way PAYMENT-REVERSAL matches a returned item. No  *
      * journal yet is an empty history, not a failure.                *
      *----------------------------------------------------------------*
       LOAD-LOAN-JOURNAL.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-PRIOR-BALANCE
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE "Y" TO WS-FIRST-RECORD-SWITCH
           MOVE "N" TO WS-OVERFLOW-SWITCH
           MOVE "N" TO WS-JOURNAL-FAILED-SWITCH
           MOVE "N" TO WS-TXN-EOF-SWITCH

           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FILE-STATUS = "00"
               MOVE LS-BD-LOAN-NUMBER TO TXN-LOAN-NUMBER
               MOVE 0 TO TXN-SEQUENCE
               START TRANSACTION-FILE
                   KEY IS NOT LESS THAN TXN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TXN-EOF-SWITCH
               END-START
               IF NOT WS-TXN-AT-EOF
                   PERFORM READ-NEXT-JOURNAL-RECORD
                   PERFORM LOAD-ONE-JOURNAL-RECORD
                       UNTIL WS-TXN-AT-EOF
               END-IF
               CLOSE TRANSACTION-FILE
           ELSE IF WS-TXN-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-JOURNAL-FAILED-SWITCH
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ
           IF NOT WS-TXN-AT-EOF
                   AND TXN-LOAN-NUMBER NOT = LS-BD-LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-ONE-JOURNAL-RECORD - the event's change to the balance is *
      * its balance less the one journaled before it. An IADJ goes     *
      * back into the payment it corrected; an RVSL is tied to the     *
      * payment it reversed.                                           *
      *----------------------------------------------------------------*
       LOAD-ONE-JOURNAL-RECORD.
           COMPUTE WS-RECORD-DELTA = TXN-BALANCE - WS-PRIOR-BALANCE
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               IF TXN-CODE NOT = "BOOK"
                   MOVE TXN-BALANCE TO WS-OPENING-BALANCE
                   MOVE 0 TO WS-RECORD-DELTA
               END-IF
           END-IF
           MOVE TXN-BALANCE TO WS-PRIOR-BALANCE

           IF TXN-INTEREST IS NOT NUMERIC
               MOVE 0 TO TXN-INTEREST
           END-IF
           IF TXN-PRINCIPAL IS NOT NUMERIC
               MOVE 0 TO TXN-PRINCIPAL
           END-IF

           MOVE TXN-DATE TO WS-FIND-DATE
           MOVE TXN-AMOUNT TO WS-FIND-AMOUNT
           IF TXN-CODE = "IADJ"
               PERFORM FIND-OPEN-PAYMENT
               IF WS-PAYMENT-FOUND
                   PERFORM FOLD-INTEREST-ADJUSTMENT
               ELSE
                   PERFORM ADD-EVENT-ENTRY
               END-IF
           ELSE
               PERFORM ADD-EVENT-ENTRY
           END-IF

           PERFORM READ-NEXT-JOURNAL-RECORD.

       FOLD-INTEREST-ADJUSTMENT.
           ADD TXN-INTEREST TO WS-EV-OLD-INTEREST(WS-PAY-SUB)
           ADD TXN-INTEREST TO WS-EV-NEW-INTEREST(WS-PAY-SUB)
           ADD TXN-PRINCIPAL TO WS-EV-OLD-PRINCIPAL(WS-PAY-SUB)
           ADD TXN-PRINCIPAL TO WS-EV-NEW-PRINCIPAL(WS-PAY-SUB)
           ADD WS-RECORD-DELTA TO WS-EV-OLD-DELTA(WS-PAY-SUB)
           ADD WS-RECORD-DELTA TO WS-EV-NEW-DELTA(WS-PAY-SUB).

       ADD-EVENT-ENTRY.
           IF WS-EVENT-COUNT >= WS-EVENT-MAX
               MOVE "Y" TO WS-OVERFLOW-SWITCH
           ELSE
               IF TXN-CODE = "RVSL"
                   PERFORM FIND-OPEN-PAYMENT
               END-IF
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EV-IDX TO WS-EVENT-COUNT
               MOVE TXN-SEQUENCE TO WS-EV-SEQUENCE(WS-EV-IDX)
               MOVE TXN-CODE TO WS-EV-CODE(WS-EV-IDX)
               MOVE TXN-DATE TO WS-EV-DATE(WS-EV-IDX)
               MOVE TXN-AMOUNT TO WS-EV-AMOUNT(WS-EV-IDX)
               MOVE TXN-INTEREST TO WS-EV-OLD-INTEREST(WS-EV-IDX)
               MOVE TXN-INTEREST TO WS-EV-NEW-INTEREST(WS-EV-IDX)
               MOVE TXN-PRINCIPAL TO WS-EV-OLD-PRINCIPAL(WS-EV-IDX)
               MOVE TXN-PRINCIPAL TO WS-EV-NEW-PRINCIPAL(WS-EV-IDX)
               MOVE WS-RECORD-DELTA TO WS-EV-OLD-DELTA(WS-EV-IDX)
               MOVE WS-RECORD-DELTA TO WS-EV-NEW-DELTA(WS-EV-IDX)
               MOVE 0 TO WS-EV-OLD-BALANCE(WS-EV-IDX)
               MOVE 0 TO WS-EV-NEW-BALANCE(WS-EV-IDX)
               MOVE 0 TO WS-EV-MATCH(WS-EV-IDX)
               MOVE "N" TO WS-EV-REVERSED-SWITCH(WS-EV-IDX)
               IF TXN-DATE < LS-BD-EFFECTIVE-DATE
                   MOVE "B" TO WS-EV-STATE(WS-EV-IDX)
               ELSE
                   MOVE "P" TO WS-EV-STATE(WS-EV-IDX)
               END-IF
               IF TXN-CODE = "RVSL" AND WS-PAYMENT-FOUND
                   MOVE WS-PAY-SUB TO WS-EV-MATCH(WS-EV-IDX)
                   MOVE "Y" TO WS-EV-REVERSED-SWITCH(WS-PAY-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FIND-OPEN-PAYMENT - the first PAY or POFF already loaded with  *
      * the date and amount asked for and no reversal against it.      *
      *----------------------------------------------------------------*
       FIND-OPEN-PAYMENT.
           MOVE "N" TO WS-PAYMENT-FOUND-SWITCH
           MOVE 0 TO WS-PAY-SUB
           PERFORM CHECK-PAYMENT-CANDIDATE
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-EVENT-COUNT
                  OR WS-PAYMENT-FOUND.

       CHECK-PAYMENT-CANDIDATE.
           IF (WS-EV-CODE(WS-FIND-SUB) = "PAY"
                   OR WS-EV-CODE(WS-FIND-SUB) = "POFF")
                   AND WS-EV-DATE(WS-FIND-SUB) = WS-FIND-DATE
                   AND WS-EV-AMOUNT(WS-FIND-SUB) = WS-FIND-AMOUNT
                   AND NOT WS-EV-REVERSED(WS-FIND-SUB)
               MOVE "Y" TO WS-PAYMENT-FOUND-SWITCH
               MOVE WS-FIND-SUB TO WS-PAY-SUB
           END-IF.

      *----------------------------------------------------------------*
      * REWIND-TO-EFFECTIVE-DATE - the balance the loan stood at when  *
      * the effective date opened: what it came over with plus the     *
      * change of every event dated before it.                         *
      *----------------------------------------------------------------*
       REWIND-TO-EFFECTIVE-DATE.
           MOVE WS-OPENING-BALANCE TO WS-START-BALANCE
           PERFORM ADD-BEFORE-EVENT
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EVENT-COUNT.

       ADD-BEFORE-EVENT.
           IF WS-EV-BEFORE(WS-EV-IDX)
               ADD WS-EV-OLD-DELTA(WS-EV-IDX) TO WS-START-BALANCE
           END-IF.

      *----------------------------------------------------------------*
      * REPLAY-FROM-EFFECTIVE-DATE - the events on or after the        *
      * effective date, earliest date first, carrying the balance as   *
      * it stood (old) and as it now stands (new) side by side.        *
      *----------------------------------------------------------------*
       REPLAY-FROM-EFFECTIVE-DATE.
           EVALUATE WS-LOAN-PAY-FREQUENCY
               WHEN "B"
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN "Q"
                   MOVE 4 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           MOVE WS-START-BALANCE TO WS-OLD-RUNNING
           MOVE WS-START-BALANCE TO WS-NEW-RUNNING
           MOVE 0 TO WS-REPLAYED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 0 TO WS-RESPLIT-COUNT
           MOVE 0 TO WS-INTEREST-ADJ

           PERFORM FIND-NEXT-PENDING-EVENT
           PERFORM REPLAY-NEXT-EVENT
               UNTIL NOT WS-PENDING-FOUND

           MOVE WS-REPLAYED-COUNT TO LS-BD-REPLAYED
           MOVE WS-AFFECTED-COUNT TO LS-BD-AFFECTED
           MOVE WS-INTEREST-ADJ TO LS-BD-INTEREST-ADJ.

       FIND-NEXT-PENDING-EVENT.
           MOVE "N" TO WS-PENDING-FOUND-SWITCH
           MOVE 0 TO WS-NEXT-SUB
           PERFORM CHECK-PENDING-CANDIDATE
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-EVENT-COUNT.

       CHECK-PENDING-CANDIDATE.
           EVALUATE TRUE
               WHEN NOT WS-EV-PENDING(WS-FIND-SUB)
                   CONTINUE
               WHEN NOT WS-PENDING-FOUND
                   MOVE "Y" TO WS-PENDING-FOUND-SWITCH
                   MOVE WS-FIND-SUB TO WS-NEXT-SUB
               WHEN WS-EV-DATE(WS-FIND-SUB) < WS-EV-DATE(WS-NEXT-SUB)
                   MOVE WS-FIND-SUB TO WS-NEXT-SUB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPLAY-NEXT-EVENT.
           SET WS-EV-IDX TO WS-NEXT-SUB
           PERFORM REPLAY-ONE-EVENT
           PERFORM FIND-NEXT-PENDING-EVENT.

      *----------------------------------------------------------------*
      * REPLAY-ONE-EVENT - re-split a payment, mirror a reversal, and  *
      * carry anything else across as it was.                          *
      *----------------------------------------------------------------*
       REPLAY-ONE-EVENT.
           EVALUATE TRUE
               WHEN WS-EV-CODE(WS-EV-IDX) = "PAY"
                 OR WS-EV-CODE(WS-EV-IDX) = "POFF"
                   PERFORM RESPLIT-PAYMENT
               WHEN WS-EV-CODE(WS-EV-IDX) = "RVSL"
                       AND WS-EV-MATCH(WS-EV-IDX) > 0
                   PERFORM MIRROR-REVERSED-PAYMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD WS-EV-OLD-DELTA(WS-EV-IDX) TO WS-OLD-RUNNING
           ADD WS-EV-NEW-DELTA(WS-EV-IDX) TO WS-NEW-RUNNING
           MOVE WS-OLD-RUNNING TO WS-EV-OLD-BALANCE(WS-EV-IDX)
           MOVE WS-NEW-RUNNING TO WS-EV-NEW-BALANCE(WS-EV-IDX)
           MOVE "R" TO WS-EV-STATE(WS-EV-IDX)
           ADD 1 TO WS-REPLAYED-COUNT

           IF WS-EV-NEW-INTEREST(WS-EV-IDX)
                   NOT = WS-EV-OLD-INTEREST(WS-EV-IDX)
                   OR WS-EV-NEW-BALANCE(WS-EV-IDX)
                   NOT = WS-EV-OLD-BALANCE(WS-EV-IDX)
               ADD 1 TO WS-AFFECTED-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * RESPLIT-PAYMENT - one period's interest on the replayed        *
      * balance at the loan's annual rate over its periods per year,   *
      * as PAYMENT-POSTING's APPLY-PAYMENT-TO-LOAN prices it (the SCRA *
      * cap while it covers the payment date, nothing for a            *
      * precomputed loan), taken out of what the payment put to        *
      * interest and principal together; the rest is principal.        *
      *----------------------------------------------------------------*
       RESPLIT-PAYMENT.
           PERFORM SET-RESPLIT-RATE
           COMPUTE WS-INTEREST-DUE ROUNDED =
               WS-NEW-RUNNING * (WS-SR-RATE / 100)
                   / WS-PERIODS-PER-YEAR
           IF WS-LOAN-INTEREST-METHOD = "P"
                   OR WS-NEW-RUNNING <= 0
               MOVE 0 TO WS-INTEREST-DUE
           END-IF
           COMPUTE WS-SPLIT-POOL =
               WS-EV-OLD-INTEREST(WS-EV-IDX)
                   + WS-EV-OLD-PRINCIPAL(WS-EV-IDX)

           IF WS-SPLIT-POOL >= 0
               IF WS-INTEREST-DUE > WS-SPLIT-POOL
                   MOVE WS-SPLIT-POOL TO WS-EV-NEW-INTEREST(WS-EV-IDX)
               ELSE
                   MOVE WS-INTEREST-DUE
                       TO WS-EV-NEW-INTEREST(WS-EV-IDX)
               END-IF
               COMPUTE WS-EV-NEW-PRINCIPAL(WS-EV-IDX) =
                   WS-SPLIT-POOL - WS-EV-NEW-INTEREST(WS-EV-IDX)
               COMPUTE WS-INTEREST-CHANGE =
                   WS-EV-NEW-INTEREST(WS-EV-IDX)
                       - WS-EV-OLD-INTEREST(WS-EV-IDX)
               COMPUTE WS-EV-NEW-DELTA(WS-EV-IDX) =
                   WS-EV-OLD-DELTA(WS-EV-IDX) + WS-INTEREST-CHANGE
               IF NOT WS-EV-REVERSED(WS-EV-IDX)
                   ADD WS-INTEREST-CHANGE TO WS-INTEREST-ADJ
                   IF WS-INTEREST-CHANGE NOT = 0
                       ADD 1 TO WS-RESPLIT-COUNT
                   END-IF
               END-IF
           END-IF.

       SET-RESPLIT-RATE.
           MOVE SPACES TO WS-SCRA-RATE-REQUEST
           MOVE WS-LOAN-CUSTOMER-ID TO WS-SR-CUSTOMER-ID
           MOVE WS-LOAN-BOOKED-DATE TO WS-SR-BOOKED-DATE
           MOVE WS-EV-DATE(WS-EV-IDX) TO WS-SR-AS-OF-DATE
           MOVE WS-LOAN-INTEREST-RATE TO WS-SR-NOTE-RATE
           MOVE WS-LOAN-INTEREST-RATE TO WS-SR-RATE
           MOVE 4 TO WS-SR-OPERATION-LEN
           MOVE "RATE" TO WS-SR-OPERATION-DATA
           CALL "SCRA-RATE-CAP" USING
               WS-SR-OPERATION, WS-SCRA-RATE-REQUEST, WS-SR-RESULT.

      *----------------------------------------------------------------*
      * MIRROR-REVERSED-PAYMENT - a reversal puts back exactly what    *
      * its payment took, as that payment now splits.                  *
      *----------------------------------------------------------------*
       MIRROR-REVERSED-PAYMENT.
           MOVE WS-EV-MATCH(WS-EV-IDX) TO WS-PAY-SUB
           COMPUTE WS-INTEREST-CHANGE =
               WS-EV-NEW-INTEREST(WS-PAY-SUB)
                   - WS-EV-OLD-INTEREST(WS-PAY-SUB)
           COMPUTE WS-EV-NEW-INTEREST(WS-EV-IDX) =
               0 - WS-EV-NEW-INTEREST(WS-PAY-SUB)
           COMPUTE WS-EV-NEW-PRINCIPAL(WS-EV-IDX) =
               0 - WS-EV-NEW-PRINCIPAL(WS-PAY-SUB)
           COMPUTE WS-EV-NEW-DELTA(WS-EV-IDX) =
               WS-EV-OLD-DELTA(WS-EV-IDX) - WS-INTEREST-CHANGE.

      *----------------------------------------------------------------*
      * APPLY-RECALCULATION - report the before and after, move the    *
      * loan's balance by the net interest adjustment, post it, and    *
      * journal the re-split payments. A paid-off loan the adjustment  *
      * leaves off zero stays PAIDOFF and is flagged for review.       *
      *----------------------------------------------------------------*
       APPLY-RECALCULATION.
           COMPUTE WS-NEW-LOAN-BALANCE =
               WS-LOAN-CURRENT-BALANCE + WS-INTEREST-ADJ
           IF WS-LOAN-STATUS = "PAIDOFF"
                   AND WS-NEW-LOAN-BALANCE NOT = 0
               MOVE "Y" TO LS-BD-REVIEW-SWITCH
           END-IF

           PERFORM WRITE-RECALC-REPORT

           IF WS-INTEREST-ADJ NOT = 0
               MOVE WS-NEW-LOAN-BALANCE TO WS-LOAN-CURRENT-BALANCE
               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
           END-IF

           IF WS-LM-RESULT-SUCCESS
               MOVE WS-LOAN-CURRENT-BALANCE TO LS-BD-BALANCE-AFTER
               IF WS-INTEREST-ADJ NOT = 0
                   PERFORM POST-ADJUSTMENT-GL-ENTRIES
               END-IF
               IF WS-RESPLIT-COUNT > 0
                   MOVE LS-BD-BALANCE-BEFORE TO WS-ADJ-RUNNING
                   PERFORM WRITE-ADJUSTMENT-FOR-EVENT
                       VARYING WS-EV-IDX FROM 1 BY 1
                       UNTIL WS-EV-IDX > WS-EVENT-COUNT
               END-IF
           ELSE
               MOVE WS-LM-RESULT TO LS-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * POST-ADJUSTMENT-GL-ENTRIES - the net adjustment on the         *
      * business date: more interest collected debits the receivable   *
      * (less principal came off it) and credits interest income;      *
      * less interest flips the pair.                                  *
      *----------------------------------------------------------------*
       POST-ADJUSTMENT-GL-ENTRIES.
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           MOVE "INTADJ" TO WS-GL-EVENT-TYPE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-ADJ-ACCOUNT-PAIR, WS-GM-RESULT

           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF

           IF WS-GL-FEED-STATUS = "00" OR WS-GL-FEED-STATUS = "05"
               MOVE LS-BD-POSTING-DATE TO GL-ENTRY-DATE
               MOVE LS-BD-LOAN-NUMBER TO GL-REFERENCE
               IF WS-INTEREST-ADJ > 0
                   MOVE WS-INTEREST-ADJ TO GL-AMOUNT
                   MOVE WS-ADJ-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   MOVE "Back-dated interest adjustment - receivable"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
                   MOVE WS-ADJ-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE "Back-dated interest adjustment - interest"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               ELSE
                   COMPUTE GL-AMOUNT = 0 - WS-INTEREST-ADJ
                   MOVE WS-ADJ-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   MOVE "Back-dated interest adjustment - interest"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
                   MOVE WS-ADJ-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE "Back-dated interest adjustment - receivable"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF
               CLOSE GL-FEED-FILE
           ELSE
               SET LS-RESULT-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-ADJUSTMENT-FOR-EVENT - one IADJ per payment the replay   *
      * split differently and that still stands: the payment's own     *
      * date and amount (so the next recalculation or a reversal can   *
      * find it), the change in interest, principal the opposite way,  *
      * and the balance stepping from where the loan stood to where    *
      * the adjustment leaves it. Best-effort the way every journal    *
      * append is, since the master and GL are already written.        *
      *----------------------------------------------------------------*
       WRITE-ADJUSTMENT-FOR-EVENT.
           IF WS-EV-REPLAYED(WS-EV-IDX)
                   AND (WS-EV-CODE(WS-EV-IDX) = "PAY"
                     OR WS-EV-CODE(WS-EV-IDX) = "POFF")
                   AND NOT WS-EV-REVERSED(WS-EV-IDX)
                   AND WS-EV-NEW-INTEREST(WS-EV-IDX)
                       NOT = WS-EV-OLD-INTEREST(WS-EV-IDX)
               COMPUTE WS-INTEREST-CHANGE =
                   WS-EV-NEW-INTEREST(WS-EV-IDX)
                       - WS-EV-OLD-INTEREST(WS-EV-IDX)
               ADD WS-INTEREST-CHANGE TO WS-ADJ-RUNNING

               MOVE SPACES TO WS-LOAN-TXN-RECORD
               MOVE "IADJ" TO WS-TXN-CODE
               MOVE WS-EV-DATE(WS-EV-IDX) TO WS-TXN-DATE
               MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-TXN-AMOUNT
               MOVE WS-INTEREST-CHANGE TO WS-TXN-INTEREST
               COMPUTE WS-TXN-PRINCIPAL = 0 - WS-INTEREST-CHANGE
               MOVE 0 TO WS-TXN-ESCROW
               MOVE 0 TO WS-TXN-FEES
               MOVE 0 TO WS-TXN-SUSPENSE
               MOVE WS-ADJ-RUNNING TO WS-TXN-BALANCE
               MOVE LS-BD-RUN-ID TO WS-TXN-RUN-ID

               MOVE 6 TO WS-TX-OPERATION-LEN
               MOVE "APPEND" TO WS-TX-OPERATION-DATA
               CALL "LOAN-TRANSACTION" USING
                   WS-TX-OPERATION,
                   WS-LOAN-NUMBER,
                   WS-LOAN-TXN-RECORD,
                   WS-TX-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-RECALC-REPORT - the loan's block: what was posted back   *
      * to when, each event the replay changed before and after, and   *
      * the adjustment it came to.                                     *
      *----------------------------------------------------------------*
       WRITE-RECALC-REPORT.
           OPEN EXTEND RECALC-REPORT-FILE
           IF WS-REPORT-FILE-STATUS = "35"
               OPEN OUTPUT RECALC-REPORT-FILE
               CLOSE RECALC-REPORT-FILE
               OPEN EXTEND RECALC-REPORT-FILE
           END-IF

           IF WS-REPORT-FILE-STATUS = "00"
                   OR WS-REPORT-FILE-STATUS = "05"
               MOVE SPACES TO RECALC-REPORT-LINE
               WRITE RECALC-REPORT-LINE
               MOVE SPACES TO RECALC-REPORT-LINE
               STRING "BACK-DATED RECALCULATION  Loan: "
                           DELIMITED BY SIZE
                       LS-BD-LOAN-NUMBER DELIMITED BY SIZE
                       "  Effective: " DELIMITED BY SIZE
                       LS-BD-EFFECTIVE-DATE DELIMITED BY SIZE
                       "  Posted: " DELIMITED BY SIZE
                       LS-BD-POSTING-DATE DELIMITED BY SIZE
                       "  By: " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-BD-SOURCE) DELIMITED BY SIZE
                       "  Run: " DELIMITED BY SIZE
                       LS-BD-RUN-ID DELIMITED BY SIZE
                   INTO RECALC-REPORT-LINE
               END-STRING
               WRITE RECALC-REPORT-LINE

               MOVE WS-START-BALANCE TO WS-ED-AMOUNT
               MOVE SPACES TO RECALC-REPORT-LINE
               STRING "  Balance at effective date: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO RECALC-REPORT-LINE
               END-STRING
               WRITE RECALC-REPORT-LINE

               MOVE WS-HEADING-LINE TO RECALC-REPORT-LINE
               WRITE RECALC-REPORT-LINE
               PERFORM WRITE-RECALC-DETAIL-LINE
                   VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EVENT-COUNT

               MOVE WS-INTEREST-ADJ TO WS-ED-AMOUNT
               MOVE SPACES TO RECALC-REPORT-LINE
               STRING "  Events replayed: " DELIMITED BY SIZE
                       WS-REPLAYED-COUNT DELIMITED BY SIZE
                       "  Changed: " DELIMITED BY SIZE
                       WS-AFFECTED-COUNT DELIMITED BY SIZE
                       "  Net interest adjustment: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO RECALC-REPORT-LINE
               END-STRING
               WRITE RECALC-REPORT-LINE

               MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-AMOUNT
               MOVE WS-NEW-LOAN-BALANCE TO WS-ED-AFTER
               MOVE SPACES TO RECALC-REPORT-LINE
               STRING "  Loan balance before: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                       "  after: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AFTER) DELIMITED BY SIZE
                   INTO RECALC-REPORT-LINE
               END-STRING
               WRITE RECALC-REPORT-LINE

               IF LS-BD-REVIEW-SWITCH = "Y"
                   MOVE SPACES TO RECALC-REPORT-LINE
                   MOVE "  PAID-OFF LOAN LEFT WITH A BALANCE -- REVIEW"
                       TO RECALC-REPORT-LINE
                   WRITE RECALC-REPORT-LINE
               END-IF
               CLOSE RECALC-REPORT-FILE
           END-IF.

       WRITE-RECALC-DETAIL-LINE.
           IF WS-EV-REPLAYED(WS-EV-IDX)
                   AND (WS-EV-NEW-INTEREST(WS-EV-IDX)
                           NOT = WS-EV-OLD-INTEREST(WS-EV-IDX)
                        OR WS-EV-NEW-BALANCE(WS-EV-IDX)
                           NOT = WS-EV-OLD-BALANCE(WS-EV-IDX))
               MOVE WS-EV-SEQUENCE(WS-EV-IDX) TO WS-DL-SEQUENCE
               MOVE WS-EV-DATE(WS-EV-IDX) TO WS-DL-DATE
               MOVE WS-EV-CODE(WS-EV-IDX) TO WS-DL-CODE
               MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-DL-AMOUNT
               MOVE WS-EV-OLD-INTEREST(WS-EV-IDX)
                   TO WS-DL-OLD-INTEREST
               MOVE WS-EV-NEW-INTEREST(WS-EV-IDX)
                   TO WS-DL-NEW-INTEREST
               MOVE WS-EV-OLD-PRINCIPAL(WS-EV-IDX)
                   TO WS-DL-OLD-PRINCIPAL
               MOVE WS-EV-NEW-PRINCIPAL(WS-EV-IDX)
                   TO WS-DL-NEW-PRINCIPAL
               MOVE WS-EV-OLD-BALANCE(WS-EV-IDX) TO WS-DL-OLD-BALANCE
               MOVE WS-EV-NEW-BALANCE(WS-EV-IDX) TO WS-DL-NEW-BALANCE
               MOVE WS-DETAIL-LINE TO RECALC-REPORT-LINE
               WRITE RECALC-REPORT-LINE
           END-IF.

       END PROGRAM BACKDATE-RECALC.
