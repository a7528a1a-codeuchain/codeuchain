      *================================================================*
      * CodeUChain COBOL Implementation - Payment Waterfall Module     *
      *                                                                *
      * Splits one payment across the buckets a product's waterfall    *
      * lists, in the order listed, so consumer and commercial         *
      * products -- and the states whose rules differ -- can apply     *
      * payments fees-first or interest-first, escrow ahead of or      *
      * behind principal, and keep an excess back in suspense, by      *
      * maintaining payment_waterfall.dat instead of asking for a      *
      * recompile. One fixed-width row per product:                    *
      *                                                                *
      *     cols  1-4   product code ("ALL " is the shop default)      *
      *     cols  5-24  up to five buckets, four characters each       *
      *     col  25     short-payment rule                             *
      *                                                                *
      *     FEES  fees charged and not yet paid                        *
      *     INT   the period's interest                                *
      *     ESC   the escrow deposit, taken only in full               *
      *     PRIN  the scheduled principal share                        *
      *     SUSP  whatever is left, held in suspense toward the next   *
      *           payment instead of prepaying principal               *
      *                                                                *
      * The short-payment rule is "A" to apply a payment short of the  *
      * full period payment through the buckets as far as it goes;     *
      * any other value holds it whole in suspense until the combined  *
      * funds cover the full payment.                                  *
      *                                                                *
      * The product's own row wins, then the ALL row, then the         *
      * built-in INT, ESC, PRIN with short payments held -- exactly    *
      * the split PAYMENT-POSTING always made, so a shop that never    *
      * deploys the file posts exactly as before. An unknown bucket    *
      * code is skipped.                                               *
      *                                                                *
      * Whatever the listed buckets leave (no SUSP bucket) prepays     *
      * principal, and past the whole balance is returned as an        *
      * unapplied credit balance. Funds that reach the whole balance   *
      * at the PRIN bucket or in that remainder are a payoff: the      *
      * balance is paid whatever the schedule says, and the            *
      * prepayment penalty comes out of the funds beyond it first. A   *
      * SUSP bucket never holds back funds that pay the loan off.      *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-WATERFALL.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATERFALL-FILE ASSIGN TO "payment_waterfall.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATERFALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATERFALL-FILE.
       01  WATERFALL-FILE-RECORD.
           05  WTF-PRODUCT-CODE      PIC X(4).
           05  WTF-BUCKET-LIST       PIC X(20).
           05  WTF-SHORT-RULE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WATERFALL-STATUS       PIC XX.
       01  WS-EOF-SWITCH             PIC X(1).
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-PRODUCT-FOUND              VALUE "Y".
       01  WS-DEFAULT-SWITCH         PIC X(1).
           88  WS-DEFAULT-ROW-SEEN           VALUE "Y".

      * The waterfall in force for this call, and the ALL row held
      * aside in case the product has no row of its own.
       01  WS-BUCKET-LIST            PIC X(20).
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-LIST.
           05  WS-BUCKET             PIC X(4) OCCURS 5 TIMES.
       01  WS-SHORT-RULE             PIC X(1).
           88  WS-APPLY-SHORT-PAYMENTS       VALUE "A".
       01  WS-DEFAULT-BUCKET-LIST    PIC X(20).
       01  WS-DEFAULT-SHORT-RULE     PIC X(1).
       01  WS-BUCKET-IDX             PIC S9(4) COMP.

       01  WS-FUNDS-LEFT             PIC S9(13)V99 COMP-3.
       01  WS-BALANCE-LEFT           PIC S9(13)V99 COMP-3.
       01  WS-BUCKET-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-PENALTY-SWITCH         PIC X(1).
           88  WS-PENALTY-TAKEN              VALUE "Y".

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       COPY "waterfall-request.cob"
           REPLACING PFX-WF-PRODUCT-CODE      BY LS-WF-PRODUCT-CODE
                     PFX-WF-FUNDS             BY LS-WF-FUNDS
                     PFX-WF-FULL-PAYMENT      BY LS-WF-FULL-PAYMENT
                     PFX-WF-FEES-DUE          BY LS-WF-FEES-DUE
                     PFX-WF-INTEREST-DUE      BY LS-WF-INTEREST-DUE
                     PFX-WF-ESCROW-DUE        BY LS-WF-ESCROW-DUE
                     PFX-WF-PRINCIPAL-DUE     BY LS-WF-PRINCIPAL-DUE
                     PFX-WF-BALANCE           BY LS-WF-BALANCE
                     PFX-WF-PENALTY-DUE       BY LS-WF-PENALTY-DUE
                     PFX-WF-ORDER             BY LS-WF-ORDER
                     PFX-WF-HOLD-SWITCH       BY LS-WF-HOLD-SWITCH
                     PFX-WF-FEES-APPLIED      BY LS-WF-FEES-APPLIED
                     PFX-WF-INTEREST-APPLIED  BY LS-WF-INTEREST-APPLIED
                     PFX-WF-ESCROW-APPLIED    BY LS-WF-ESCROW-APPLIED
                     PFX-WF-PRINCIPAL-APPLIED BY
                         LS-WF-PRINCIPAL-APPLIED
                     PFX-WF-PENALTY-APPLIED   BY LS-WF-PENALTY-APPLIED
                     PFX-WF-PENALTY-SHORT     BY LS-WF-PENALTY-SHORT
                     PFX-WF-SUSPENSE-APPLIED  BY LS-WF-SUSPENSE-APPLIED
                     PFX-WF-UNAPPLIED         BY LS-WF-UNAPPLIED
                     PFX-WATERFALL-REQUEST    BY LS-WATERFALL-REQUEST.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-WATERFALL-REQUEST,
                                 LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "APPLY"
                   PERFORM APPLY-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * APPLY-OPERATION - find the product's waterfall, decide whether *
      * a short payment is held, and otherwise walk the buckets in     *
      * order with whatever funds remain. Always answers SUCCESS:      *
      * there is a waterfall for every product, by construction.       *
      *----------------------------------------------------------------*
       APPLY-OPERATION.
           PERFORM LOOK-UP-WATERFALL
           MOVE WS-BUCKET-LIST TO LS-WF-ORDER
           MOVE "N" TO LS-WF-HOLD-SWITCH
           MOVE 0 TO LS-WF-FEES-APPLIED
           MOVE 0 TO LS-WF-INTEREST-APPLIED
           MOVE 0 TO LS-WF-ESCROW-APPLIED
           MOVE 0 TO LS-WF-PRINCIPAL-APPLIED
           MOVE 0 TO LS-WF-PENALTY-APPLIED
           MOVE 0 TO LS-WF-PENALTY-SHORT
           MOVE 0 TO LS-WF-SUSPENSE-APPLIED
           MOVE 0 TO LS-WF-UNAPPLIED

           IF LS-WF-FUNDS < LS-WF-FULL-PAYMENT
                   AND NOT WS-APPLY-SHORT-PAYMENTS
               MOVE "Y" TO LS-WF-HOLD-SWITCH
           ELSE
               MOVE LS-WF-FUNDS TO WS-FUNDS-LEFT
               MOVE LS-WF-BALANCE TO WS-BALANCE-LEFT
               MOVE "N" TO WS-PENALTY-SWITCH
               PERFORM APPLY-ONE-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               IF WS-FUNDS-LEFT > 0
                   PERFORM APPLY-REMAINDER
               END-IF
           END-IF

           SET LS-RESULT-SUCCESS TO TRUE.

      *----------------------------------------------------------------*
      * LOOK-UP-WATERFALL - the built-in order first, the ALL row over *
      * it, the product's own row over that.                           *
      *----------------------------------------------------------------*
       LOOK-UP-WATERFALL.
           MOVE "INT ESC PRIN" TO WS-BUCKET-LIST
           MOVE "S" TO WS-SHORT-RULE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-DEFAULT-SWITCH
           OPEN INPUT WATERFALL-FILE
           IF WS-WATERFALL-STATUS = "00"
               PERFORM READ-NEXT-WATERFALL-RECORD
               PERFORM CHECK-ONE-WATERFALL-RECORD
                   UNTIL WS-END-OF-FILE OR WS-PRODUCT-FOUND
               CLOSE WATERFALL-FILE
           END-IF
           IF WS-DEFAULT-ROW-SEEN AND NOT WS-PRODUCT-FOUND
               MOVE WS-DEFAULT-BUCKET-LIST TO WS-BUCKET-LIST
               MOVE WS-DEFAULT-SHORT-RULE TO WS-SHORT-RULE
           END-IF.

       READ-NEXT-WATERFALL-RECORD.
           READ WATERFALL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-WATERFALL-RECORD.
           EVALUATE TRUE
               WHEN WTF-PRODUCT-CODE = LS-WF-PRODUCT-CODE
                       AND WTF-BUCKET-LIST NOT = SPACES
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE WTF-BUCKET-LIST TO WS-BUCKET-LIST
                   MOVE WTF-SHORT-RULE TO WS-SHORT-RULE
               WHEN WTF-PRODUCT-CODE = "ALL"
                       AND WTF-BUCKET-LIST NOT = SPACES
                   MOVE "Y" TO WS-DEFAULT-SWITCH
                   MOVE WTF-BUCKET-LIST TO WS-DEFAULT-BUCKET-LIST
                   MOVE WTF-SHORT-RULE TO WS-DEFAULT-SHORT-RULE
                   PERFORM READ-NEXT-WATERFALL-RECORD
               WHEN OTHER
                   PERFORM READ-NEXT-WATERFALL-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APPLY-ONE-BUCKET - each bucket takes what it is still owed, up *
      * to the funds left; a bucket listed twice takes nothing the     *
      * second time.                                                   *
      *----------------------------------------------------------------*
       APPLY-ONE-BUCKET.
           IF WS-FUNDS-LEFT > 0
               EVALUATE WS-BUCKET(WS-BUCKET-IDX)
                   WHEN "FEES"
                       PERFORM APPLY-FEES-BUCKET
                   WHEN "INT"
                       PERFORM APPLY-INTEREST-BUCKET
                   WHEN "ESC"
                       PERFORM APPLY-ESCROW-BUCKET
                   WHEN "PRIN"
                       PERFORM APPLY-PRINCIPAL-BUCKET
                   WHEN "SUSP"
                       PERFORM APPLY-SUSPENSE-BUCKET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       APPLY-FEES-BUCKET.
           COMPUTE WS-BUCKET-AMOUNT =
               LS-WF-FEES-DUE - LS-WF-FEES-APPLIED
           IF WS-BUCKET-AMOUNT > WS-BALANCE-LEFT
               MOVE WS-BALANCE-LEFT TO WS-BUCKET-AMOUNT
           END-IF
           IF WS-BUCKET-AMOUNT > WS-FUNDS-LEFT
               MOVE WS-FUNDS-LEFT TO WS-BUCKET-AMOUNT
           END-IF
           IF WS-BUCKET-AMOUNT > 0
               ADD WS-BUCKET-AMOUNT TO LS-WF-FEES-APPLIED
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-FUNDS-LEFT
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-BALANCE-LEFT
           END-IF.

       APPLY-INTEREST-BUCKET.
           COMPUTE WS-BUCKET-AMOUNT =
               LS-WF-INTEREST-DUE - LS-WF-INTEREST-APPLIED
           IF WS-BUCKET-AMOUNT > WS-FUNDS-LEFT
               MOVE WS-FUNDS-LEFT TO WS-BUCKET-AMOUNT
           END-IF
           IF WS-BUCKET-AMOUNT > 0
               ADD WS-BUCKET-AMOUNT TO LS-WF-INTEREST-APPLIED
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-FUNDS-LEFT
           END-IF.

       APPLY-ESCROW-BUCKET.
           IF LS-WF-ESCROW-APPLIED = 0
                   AND LS-WF-ESCROW-DUE > 0
                   AND WS-FUNDS-LEFT >= LS-WF-ESCROW-DUE
               MOVE LS-WF-ESCROW-DUE TO LS-WF-ESCROW-APPLIED
               SUBTRACT LS-WF-ESCROW-DUE FROM WS-FUNDS-LEFT
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-PRINCIPAL-BUCKET - the scheduled share, unless the funds *
      * reach the whole balance: then it is a payoff, the penalty      *
      * comes off the funds beyond the balance, and the balance is     *
      * paid.                                                          *
      *----------------------------------------------------------------*
       APPLY-PRINCIPAL-BUCKET.
           IF WS-FUNDS-LEFT >= WS-BALANCE-LEFT
               PERFORM TAKE-PREPAYMENT-PENALTY
               MOVE WS-BALANCE-LEFT TO WS-BUCKET-AMOUNT
           ELSE
               COMPUTE WS-BUCKET-AMOUNT =
                   LS-WF-PRINCIPAL-DUE - LS-WF-PRINCIPAL-APPLIED
               IF WS-BUCKET-AMOUNT > WS-FUNDS-LEFT
                   MOVE WS-FUNDS-LEFT TO WS-BUCKET-AMOUNT
               END-IF
           END-IF
           IF WS-BUCKET-AMOUNT > 0
               ADD WS-BUCKET-AMOUNT TO LS-WF-PRINCIPAL-APPLIED
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-FUNDS-LEFT
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-BALANCE-LEFT
           END-IF.

       APPLY-SUSPENSE-BUCKET.
           IF WS-FUNDS-LEFT < WS-BALANCE-LEFT
               MOVE WS-FUNDS-LEFT TO LS-WF-SUSPENSE-APPLIED
               MOVE 0 TO WS-FUNDS-LEFT
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-REMAINDER - what the listed buckets leave prepays        *
      * principal (a payoff once it reaches the balance, penalty       *
      * first), and anything past the balance is the credit balance.   *
      *----------------------------------------------------------------*
       APPLY-REMAINDER.
           IF WS-FUNDS-LEFT >= WS-BALANCE-LEFT
               PERFORM TAKE-PREPAYMENT-PENALTY
           END-IF
           MOVE WS-FUNDS-LEFT TO WS-BUCKET-AMOUNT
           IF WS-BUCKET-AMOUNT > WS-BALANCE-LEFT
               MOVE WS-BALANCE-LEFT TO WS-BUCKET-AMOUNT
           END-IF
           IF WS-BUCKET-AMOUNT > 0
               ADD WS-BUCKET-AMOUNT TO LS-WF-PRINCIPAL-APPLIED
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-FUNDS-LEFT
               SUBTRACT WS-BUCKET-AMOUNT FROM WS-BALANCE-LEFT
           END-IF
           MOVE WS-FUNDS-LEFT TO LS-WF-UNAPPLIED
           MOVE 0 TO WS-FUNDS-LEFT.

      *----------------------------------------------------------------*
      * TAKE-PREPAYMENT-PENALTY - once per payment: the penalty comes  *
      * out of whatever lies beyond the balance, and any part the      *
      * funds can't reach is reported short.                           *
      *----------------------------------------------------------------*
       TAKE-PREPAYMENT-PENALTY.
           IF LS-WF-PENALTY-DUE > 0 AND NOT WS-PENALTY-TAKEN
               MOVE "Y" TO WS-PENALTY-SWITCH
               COMPUTE LS-WF-PENALTY-APPLIED =
                   WS-FUNDS-LEFT - WS-BALANCE-LEFT
               IF LS-WF-PENALTY-APPLIED > LS-WF-PENALTY-DUE
                   MOVE LS-WF-PENALTY-DUE TO LS-WF-PENALTY-APPLIED
               END-IF
               COMPUTE LS-WF-PENALTY-SHORT =
                   LS-WF-PENALTY-DUE - LS-WF-PENALTY-APPLIED
               SUBTRACT LS-WF-PENALTY-APPLIED FROM WS-FUNDS-LEFT
           END-IF.

       END PROGRAM PAYMENT-WATERFALL.
