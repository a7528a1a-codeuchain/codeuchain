      * added to the loan balance with an NSF journal record and the   *
      * NSFFEE income pair. An item that can't be matched to a posted  *
      * payment lands on reversal_exceptions.rpt, not an abend.        *
      *                                                                *
      * A payment the product's waterfall applied partly to fees puts  *
      * those fees back on the loan's fees due (an NSF fee joins them) *
      * and debits the receivable through the PAYFEE pair; an excess   *
      * its SUSP bucket held back is drawn back out of the loan's      *
      * suspense balance.                                              *
      *                                                                *
      * The RVSL is journaled under the original pay date, so every    *
      * payment applied since split its interest off a balance the     *
      * bounced payment had wrongly reduced. Once the reversal is on   *
      * the books, BACKDATE-RECALC replays the loan's later history    *
      * from that date with interest recomputed, posts the net         *
      * interest adjustment to GL on the run date, and lists each      *
      * transaction it changed before and after on                     *
      * backdate_recalc.rpt. A payment an earlier recalculation re-    *
      * split is reversed as it now stands: its IADJ records are       *
      * folded into the split being backed out.                        *
      *                                                                *
      * A payoff that carried a prepayment penalty was journaled as    *
      * the POFF plus a FEE record for the penalty, and the returned   *
      * item is the whole cheque: it matches when its amount is the    *
      * two together. The reversal then also takes the penalty back    *
      * through the PREPAYPEN pair and journals a negative FEE beside  *
      * the RVSL, which itself carries the POFF's own amount so        *
      * BACKDATE-RECALC still pairs it with the payoff it undoes.      *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-TXN-ESCROW      BY TXN-ESCROW
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-TXN-RUN-ID      BY TXN-RUN-ID
                         PFX-TXN-FEES        BY TXN-FEES
                         PFX-TXN-SUSPENSE    BY TXN-SUSPENSE
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  GL-FEED-FILE.
       01  WS-MATCHED-PRINCIPAL      PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-INTEREST       PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-ESCROW         PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-FEES           PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-SUSPENSE       PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-PENALTY        PIC S9(13)V99 COMP-3.
       01  WS-REVERSAL-COUNT-SEEN    PIC S9(5) COMP-3.

      * A POFF on the item's date, held until the record after it is
      * read: a FEE from the same run is the prepayment penalty that
      * rode in with it, and the item must equal the two together.
       01  WS-HELD-SWITCH            PIC X(1) VALUE "N".
           88  WS-PAYOFF-HELD                VALUE "Y".
       01  WS-HELD-AMOUNT            PIC S9(13)V99 COMP-3.
       01  WS-HELD-PRINCIPAL         PIC S9(13)V99 COMP-3.
       01  WS-HELD-INTEREST          PIC S9(13)V99 COMP-3.
       01  WS-HELD-ESCROW            PIC S9(13)V99 COMP-3.
       01  WS-HELD-FEES              PIC S9(13)V99 COMP-3.
       01  WS-HELD-SUSPENSE          PIC S9(13)V99 COMP-3.
       01  WS-HELD-PENALTY           PIC S9(13)V99 COMP-3.
       01  WS-HELD-RUN-ID            PIC X(14).

      * LOAN-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-PAY-FREQUENCY   BY WS-LOAN-PAY-FREQUENCY
                     PFX-LOAN-FEES-DUE        BY WS-LOAN-FEES-DUE
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
           REPLACING PFX-RESULT-STATUS  BY WS-EM-RESULT
                     PFX-RESULT-SUCCESS BY WS-EM-RESULT-SUCCESS.

      * SUSPENSE-MASTER call: an excess the waterfall held back in
      * suspense comes back out of it.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-SM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-SM-OPERATION-DATA
                     PFX-OPERATION      BY WS-SM-OPERATION.
       COPY "suspense-record.cob"
           REPLACING PFX-SUS-BALANCE      BY WS-SUS-BALANCE
                     PFX-SUS-LAST-DEPOSIT BY WS-SUS-LAST-DEPOSIT
                     PFX-SUSPENSE-RECORD  BY WS-SUSPENSE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-SM-RESULT
                     PFX-RESULT-SUCCESS BY WS-SM-RESULT-SUCCESS.

      * Due-date rollback: the thirty days the posting's advance put
      * on, taken back off.
       01  WS-DUE-DATE               PIC 9(8).

      * The reversing entries flip the debit/credit sides of the same
      * PAYPRIN / PAYINT / ESCROW pairs the posting used, plus the
      * NSFFEE pair when a fee rides along, the PAYFEE pair for fees
      * the payment paid, the UNAPPLIED pair for an excess held and
      * the PREPAYPEN pair for a payoff's prepayment penalty.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
       01  WS-FEE-ACCOUNT-PAIR.
           05  WS-FEE-DEBIT-ACCOUNT   PIC X(10).
           05  WS-FEE-CREDIT-ACCOUNT  PIC X(10).
       01  WS-PAYFEE-ACCOUNT-PAIR.
           05  WS-PAYFEE-DEBIT-ACCOUNT  PIC X(10).
           05  WS-PAYFEE-CREDIT-ACCOUNT PIC X(10).
       01  WS-SUS-ACCOUNT-PAIR.
           05  WS-SUS-DEBIT-ACCOUNT   PIC X(10).
           05  WS-SUS-CREDIT-ACCOUNT  PIC X(10).
       01  WS-PPEN-ACCOUNT-PAIR.
           05  WS-PPEN-DEBIT-ACCOUNT  PIC X(10).
           05  WS-PPEN-CREDIT-ACCOUNT PIC X(10).
       01  WS-GM-RESULT               PIC X(10).

       01  WS-POSTING-DATE           PIC X(8).
                     PFX-OPERATION      BY WS-LOG-OPERATION.

      * LOAN-TRANSACTION journal call: the offsetting RVSL record
      * (split carried negative), the negative FEE for a reversed
      * prepayment penalty and the NSF fee record.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-TX-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-TX-OPERATION-DATA
                     PFX-TXN-ESCROW      BY WS-TXN-ESCROW
                     PFX-TXN-BALANCE     BY WS-TXN-BALANCE
                     PFX-TXN-RUN-ID      BY WS-TXN-RUN-ID
                     PFX-TXN-FEES        BY WS-TXN-FEES
                     PFX-TXN-SUSPENSE    BY WS-TXN-SUSPENSE
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

      * BACKDATE-RECALC call: the payments applied since the reversed
      * one, replayed off the balance the reversal restored.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BD-OPERATION-DATA
                     PFX-OPERATION      BY WS-BD-OPERATION.
       COPY "backdate-request.cob"
           REPLACING PFX-BD-LOAN-NUMBER     BY WS-BD-LOAN-NUMBER
                     PFX-BD-EFFECTIVE-DATE  BY WS-BD-EFFECTIVE-DATE
                     PFX-BD-POSTING-DATE    BY WS-BD-POSTING-DATE
                     PFX-BD-RUN-ID          BY WS-BD-RUN-ID
                     PFX-BD-SOURCE          BY WS-BD-SOURCE
                     PFX-BD-REPLAYED        BY WS-BD-REPLAYED
                     PFX-BD-AFFECTED        BY WS-BD-AFFECTED
                     PFX-BD-INTEREST-ADJ    BY WS-BD-INTEREST-ADJ
                     PFX-BD-BALANCE-BEFORE  BY WS-BD-BALANCE-BEFORE
                     PFX-BD-BALANCE-AFTER   BY WS-BD-BALANCE-AFTER
                     PFX-BD-REVIEW-SWITCH   BY WS-BD-REVIEW-SWITCH
                     PFX-BACKDATE-REQUEST   BY WS-BACKDATE-REQUEST.
       01  WS-BD-RESULT              PIC X(10).
       01  WS-RECALC-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "Items read: " WS-ITEM-COUNT
           DISPLAY "Reversed: " WS-REVERSED-COUNT
               " (back-dated recalcs: " WS-RECALC-COUNT ")"
               " Exceptions: " WS-EXCEPTION-COUNT
               " Failed: " WS-FAILURE-COUNT
           DISPLAY "Return code: " RETURN-CODE

      *----------------------------------------------------------------*
      * MATCH-PAYMENT-IN-JOURNAL - keyed START at the loan, walk its   *
      * records the way STATEMENT-GENERATION does. A PAY with the     *
      * item's date and amount is a candidate; so is a POFF on that    *
      * date whose amount plus the penalty FEE journaled straight      *
      * after it (none, when no penalty was charged) is the item's     *
      * amount. An RVSL already on file for the same date and the      *
      * candidate's amount consumes one candidate, so running the      *
      * same returns file twice matches nothing the second time.       *
      *----------------------------------------------------------------*
       MATCH-PAYMENT-IN-JOURNAL.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE "N" TO WS-HELD-SWITCH
           MOVE 0 TO WS-MATCHED-PENALTY
           MOVE 0 TO WS-REVERSAL-COUNT-SEEN
           MOVE "N" TO WS-TXN-EOF-SWITCH

               CLOSE TRANSACTION-FILE
           END-IF

           IF WS-PAYOFF-HELD
               PERFORM SETTLE-HELD-PAYOFF
           END-IF

           IF WS-REVERSAL-COUNT-SEEN > 0
               MOVE "N" TO WS-MATCH-SWITCH
           END-IF.
           IF TXN-LOAN-NUMBER NOT = RTN-LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF WS-PAYOFF-HELD
                   IF TXN-CODE = "FEE"
                           AND TXN-DATE = RTN-PAY-DATE
                           AND TXN-RUN-ID = WS-HELD-RUN-ID
                       MOVE TXN-AMOUNT TO WS-HELD-PENALTY
                   END-IF
                   PERFORM SETTLE-HELD-PAYOFF
               END-IF
               EVALUATE TRUE
                   WHEN TXN-CODE = "PAY"
                           AND TXN-DATE = RTN-PAY-DATE
                           AND TXN-AMOUNT = RTN-AMOUNT
                       MOVE "Y" TO WS-MATCH-SWITCH
                       MOVE TXN-CODE TO WS-MATCHED-CODE
                       MOVE TXN-AMOUNT TO WS-MATCHED-AMOUNT
                       MOVE 0 TO WS-MATCHED-PENALTY
                       MOVE TXN-PRINCIPAL TO WS-MATCHED-PRINCIPAL
                       MOVE TXN-INTEREST TO WS-MATCHED-INTEREST
                       MOVE TXN-ESCROW TO WS-MATCHED-ESCROW
                       MOVE 0 TO WS-MATCHED-FEES
                       MOVE 0 TO WS-MATCHED-SUSPENSE
                       IF TXN-FEES IS NUMERIC
                           MOVE TXN-FEES TO WS-MATCHED-FEES
                       END-IF
                       IF TXN-SUSPENSE IS NUMERIC
                           MOVE TXN-SUSPENSE TO WS-MATCHED-SUSPENSE
                       END-IF
                   WHEN TXN-CODE = "POFF"
                           AND TXN-DATE = RTN-PAY-DATE
                       PERFORM HOLD-PAYOFF-CANDIDATE
                   WHEN TXN-CODE = "IADJ"
                           AND TXN-DATE = RTN-PAY-DATE
                           AND WS-PAYMENT-MATCHED
                           AND TXN-AMOUNT = WS-MATCHED-AMOUNT
                       ADD TXN-INTEREST TO WS-MATCHED-INTEREST
                       ADD TXN-PRINCIPAL TO WS-MATCHED-PRINCIPAL
                   WHEN TXN-CODE = "RVSL"
                           AND TXN-DATE = RTN-PAY-DATE
                           AND TXN-AMOUNT = RTN-AMOUNT
                       ADD 1 TO WS-REVERSAL-COUNT-SEEN
                   WHEN TXN-CODE = "RVSL"
                           AND TXN-DATE = RTN-PAY-DATE
                           AND WS-PAYMENT-MATCHED
                           AND TXN-AMOUNT = WS-MATCHED-AMOUNT
                       ADD 1 TO WS-REVERSAL-COUNT-SEEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * HOLD-PAYOFF-CANDIDATE / SETTLE-HELD-PAYOFF - a POFF on the     *
      * item's date waits one record for its penalty FEE; once that    *
      * record (or the end of the loan) is reached, the payoff is the  *
      * match when it and the penalty add up to the returned amount.   *
      *----------------------------------------------------------------*
       HOLD-PAYOFF-CANDIDATE.
           MOVE "Y" TO WS-HELD-SWITCH
           MOVE TXN-AMOUNT TO WS-HELD-AMOUNT
           MOVE TXN-PRINCIPAL TO WS-HELD-PRINCIPAL
           MOVE TXN-INTEREST TO WS-HELD-INTEREST
           MOVE TXN-ESCROW TO WS-HELD-ESCROW
           MOVE 0 TO WS-HELD-FEES
           MOVE 0 TO WS-HELD-SUSPENSE
           MOVE 0 TO WS-HELD-PENALTY
           IF TXN-FEES IS NUMERIC
               MOVE TXN-FEES TO WS-HELD-FEES
           END-IF
           IF TXN-SUSPENSE IS NUMERIC
               MOVE TXN-SUSPENSE TO WS-HELD-SUSPENSE
           END-IF
           MOVE TXN-RUN-ID TO WS-HELD-RUN-ID.

       SETTLE-HELD-PAYOFF.
           MOVE "N" TO WS-HELD-SWITCH
           IF WS-HELD-AMOUNT + WS-HELD-PENALTY = RTN-AMOUNT
               MOVE "Y" TO WS-MATCH-SWITCH
               MOVE "POFF" TO WS-MATCHED-CODE
               MOVE WS-HELD-AMOUNT TO WS-MATCHED-AMOUNT
               MOVE WS-HELD-PENALTY TO WS-MATCHED-PENALTY
               MOVE WS-HELD-PRINCIPAL TO WS-MATCHED-PRINCIPAL
               MOVE WS-HELD-INTEREST TO WS-MATCHED-INTEREST
               MOVE WS-HELD-ESCROW TO WS-MATCHED-ESCROW
               MOVE WS-HELD-FEES TO WS-MATCHED-FEES
               MOVE WS-HELD-SUSPENSE TO WS-MATCHED-SUSPENSE
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
               DISPLAY "PAYMENT-REVERSAL: Loan master unavailable "
                       "for " RTN-LOAN-NUMBER " (" WS-LM-RESULT ")"
           ELSE
               IF WS-LOAN-FEES-DUE IS NOT NUMERIC
                   MOVE 0 TO WS-LOAN-FEES-DUE
               END-IF
               ADD WS-MATCHED-PRINCIPAL TO WS-LOAN-CURRENT-BALANCE
               ADD WS-MATCHED-FEES TO WS-LOAN-CURRENT-BALANCE
               ADD WS-MATCHED-FEES TO WS-LOAN-FEES-DUE
               IF WS-NSF-FEE > 0
                   ADD WS-NSF-FEE TO WS-LOAN-CURRENT-BALANCE
                   ADD WS-NSF-FEE TO WS-LOAN-FEES-DUE
               END-IF

               IF WS-MATCHED-CODE = "POFF"
                   IF WS-MATCHED-ESCROW > 0
                       PERFORM WITHDRAW-REVERSED-ESCROW
                   END-IF
                   IF WS-MATCHED-SUSPENSE > 0
                       PERFORM WITHDRAW-REVERSED-SUSPENSE
                   END-IF
                   PERFORM POST-REVERSAL-GL-ENTRIES
                   PERFORM WRITE-REVERSAL-JOURNAL-RECORD
                   IF WS-MATCHED-PENALTY > 0
                       PERFORM WRITE-PENALTY-REVERSAL-RECORD
                   END-IF
                   IF WS-NSF-FEE > 0
                       PERFORM WRITE-NSF-FEE-JOURNAL-RECORD
                   END-IF
                   IF RTN-PAY-DATE < WS-RUN-DATE
                       PERFORM RECALC-AFTER-REVERSAL
                   END-IF
               ELSE
                   ADD 1 TO WS-FAILURE-COUNT
                   DISPLAY "PAYMENT-REVERSAL: Loan update failed for "
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RECALC-AFTER-REVERSAL - with the payment backed out under its  *
      * own date, BACKDATE-RECALC replays the payments since then off  *
      * the balance the reversal restored and posts the interest that  *
      * moves. Nothing applied since the payment leaves it unchanged.  *
      *----------------------------------------------------------------*
       RECALC-AFTER-REVERSAL.
           MOVE WS-LOAN-NUMBER TO WS-BD-LOAN-NUMBER
           MOVE RTN-PAY-DATE TO WS-BD-EFFECTIVE-DATE
           MOVE WS-RUN-DATE TO WS-BD-POSTING-DATE
           MOVE WS-RUN-ID TO WS-BD-RUN-ID
           MOVE "PAYMENT-REVERSAL" TO WS-BD-SOURCE
           MOVE 6 TO WS-BD-OPERATION-LEN
           MOVE "RECALC" TO WS-BD-OPERATION-DATA
           CALL "BACKDATE-RECALC" USING
               WS-BD-OPERATION, WS-BACKDATE-REQUEST, WS-BD-RESULT

           IF WS-BD-RESULT = "SUCCESS"
               IF WS-BD-AFFECTED > 0
                   ADD 1 TO WS-RECALC-COUNT
               END-IF
               IF WS-BD-REVIEW-SWITCH = "Y"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-RECALC-REVIEW-EXCEPTION
               END-IF
           ELSE
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-REVERSAL: Back-dated recalculation "
                       "failed for " WS-LOAN-NUMBER " ("
                       WS-BD-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * ROLL-BACK-NEXT-DUE-DATE - backs the due date up by the same    *
      * period PAYMENT-POSTING's advance moved it: the loan's own      *
                       "for " RTN-LOAN-NUMBER " (" WS-EM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * WITHDRAW-REVERSED-SUSPENSE - the excess the reversed payment   *
      * left in suspense comes back out; a record emptied by it is     *
      * removed so the aging report never lists money that bounced.    *
      *----------------------------------------------------------------*
       WITHDRAW-REVERSED-SUSPENSE.
           MOVE SPACES TO WS-SUSPENSE-RECORD
           MOVE 3 TO WS-SM-OPERATION-LEN
           MOVE "GET" TO WS-SM-OPERATION-DATA
           CALL "SUSPENSE-MASTER" USING
               WS-SM-OPERATION, WS-LOAN-NUMBER, WS-SUSPENSE-RECORD,
               WS-SM-RESULT
           IF WS-SM-RESULT-SUCCESS
               SUBTRACT WS-MATCHED-SUSPENSE FROM WS-SUS-BALANCE
               IF WS-SUS-BALANCE > 0
                   MOVE 6 TO WS-SM-OPERATION-LEN
                   MOVE "INSERT" TO WS-SM-OPERATION-DATA
               ELSE
                   MOVE 6 TO WS-SM-OPERATION-LEN
                   MOVE "DELETE" TO WS-SM-OPERATION-DATA
               END-IF
               CALL "SUSPENSE-MASTER" USING
                   WS-SM-OPERATION, WS-LOAN-NUMBER,
                   WS-SUSPENSE-RECORD, WS-SM-RESULT
           END-IF
           IF NOT WS-SM-RESULT-SUCCESS
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "PAYMENT-REVERSAL: Suspense withdrawal failed "
                       "for " RTN-LOAN-NUMBER " (" WS-SM-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * POST-REVERSAL-GL-ENTRIES - the exact mirror of the posting's   *
      * set: credit cash for the whole returned amount, debit the      *
      * receivable for the principal portion, debit interest income    *
      * for the interest portion, debit the escrow liability for the   *
      * escrow portion, the receivable for fees paid, suspense for an  *
      * excess held -- plus the NSFFEE income pair when a fee is       *
      * charged. A payoff's prepayment penalty comes back out through  *
      * its own PREPAYPEN pair (income debited, cash credited), so the *
      * main cash line carries only the payment part of the item.      *
      *----------------------------------------------------------------*
       POST-REVERSAL-GL-ENTRIES.
           MOVE 3 TO WS-GM-OPERATION-LEN
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-FEE-ACCOUNT-PAIR, WS-GM-RESULT
           MOVE "PAYFEE" TO WS-GL-EVENT-TYPE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-PAYFEE-ACCOUNT-PAIR, WS-GM-RESULT
           MOVE "UNAPPLIED" TO WS-GL-EVENT-TYPE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-SUS-ACCOUNT-PAIR, WS-GM-RESULT
           MOVE "PREPAYPEN" TO WS-GL-EVENT-TYPE
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-PPEN-ACCOUNT-PAIR, WS-GM-RESULT

           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "35"
               MOVE WS-POSTING-DATE TO GL-ENTRY-DATE
               MOVE WS-PRIN-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = RTN-AMOUNT - WS-MATCHED-PENALTY
               MOVE RTN-LOAN-NUMBER TO GL-REFERENCE
               MOVE "Payment reversal - cash returned"
                   TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-MATCHED-FEES > 0
                   MOVE WS-PAYFEE-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   MOVE WS-MATCHED-FEES TO GL-AMOUNT
                   MOVE "Payment reversal - fees" TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-MATCHED-SUSPENSE > 0
                   MOVE WS-SUS-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   MOVE WS-MATCHED-SUSPENSE TO GL-AMOUNT
                   MOVE "Payment reversal - suspense"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-MATCHED-PENALTY > 0
                   MOVE WS-PPEN-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
                   MOVE WS-MATCHED-PENALTY TO GL-AMOUNT
                   MOVE "Payment reversal - prepayment penalty"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
                   MOVE WS-PPEN-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "C" TO GL-DEBIT-CREDIT
                   MOVE "Payment reversal - penalty cash returned"
                       TO GL-DESCRIPTION
                   WRITE GL-FEED-RECORD
               END-IF

               IF WS-NSF-FEE > 0
                   MOVE WS-FEE-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE "D" TO GL-DEBIT-CREDIT
               WS-JOB-LOG-RESULT.

      *----------------------------------------------------------------*
      * WRITE-REVERSAL-JOURNAL-RECORD / WRITE-PENALTY-REVERSAL-RECORD  *
      * / WRITE-NSF-FEE-JOURNAL-RECORD - the RVSL event carrying the   *
      * reversed split as negatives (so the journal still sums to the  *
      * balance) at the reversed payment's own amount, a negative FEE  *
      * for a prepayment penalty taken back with it, and the NSF fee   *
      * event; best-effort the way checkpoint saves are.               *
      *----------------------------------------------------------------*
       WRITE-REVERSAL-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "RVSL" TO WS-TXN-CODE
           MOVE RTN-PAY-DATE TO WS-TXN-DATE
           MOVE WS-MATCHED-AMOUNT TO WS-TXN-AMOUNT
           COMPUTE WS-TXN-PRINCIPAL = 0 - WS-MATCHED-PRINCIPAL
           COMPUTE WS-TXN-INTEREST = 0 - WS-MATCHED-INTEREST
           COMPUTE WS-TXN-ESCROW = 0 - WS-MATCHED-ESCROW
           COMPUTE WS-TXN-FEES = 0 - WS-MATCHED-FEES
           COMPUTE WS-TXN-SUSPENSE = 0 - WS-MATCHED-SUSPENSE
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

                       WS-LOAN-NUMBER " (" WS-TX-RESULT ")"
           END-IF.

       WRITE-PENALTY-REVERSAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "FEE" TO WS-TXN-CODE
           MOVE RTN-PAY-DATE TO WS-TXN-DATE
           COMPUTE WS-TXN-AMOUNT = 0 - WS-MATCHED-PENALTY
           MOVE 0 TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE WS-RUN-ID TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "PAYMENT-REVERSAL: Penalty journal append "
                       "failed for " WS-LOAN-NUMBER " (" WS-TX-RESULT
                       ")"
           END-IF.

       WRITE-NSF-FEE-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "NSF" TO WS-TXN-CODE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-RECALC-REVIEW-EXCEPTION.
           MOVE WS-BD-BALANCE-AFTER TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "BACK-DATED RECALC REVIEW: " DELIMITED BY SIZE
                   RTN-LOAN-NUMBER DELIMITED BY SIZE
                   "  As of: " DELIMITED BY SIZE
                   RTN-PAY-DATE DELIMITED BY SIZE
                   "  Paid-off loan now carries: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       READ-NEXT-RETURN.
           READ RETURN-FILE
               AT END
