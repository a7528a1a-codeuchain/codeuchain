      *================================================================*
      * CodeUChain COBOL Batch - Loan Principal Subledger-to-GL        *
      * Reconciliation                                                 *
      *                                                                *
      * ACCRUAL-RECONCILIATION proves the accrued interest; this       *
      * proves the principal. Every loan's LOAN-CURRENT-BALANCE on     *
      * LOAN-MASTER is totalled by product and currency, and each      *
      * total is matched to the GL account it is carried in:           *
      *                                                                *
      *   - the account comes from GL-ACCOUNT-MAP under the event      *
      *     "PRN" + product code + currency (for example PRNAUTOUSD,   *
      *     a blank currency reading as USD); a pair finance has not   *
      *     mapped answers the 1200-LOAN receivable every principal    *
      *     poster debits, so until the chart is split by product the  *
      *     whole book proves against that one account;                *
      *   - the account's balance is positioned the way TRIAL-BALANCE  *
      *     and CECL-RESERVE position one: its debits less credits in  *
      *     gl_feed_journal.dat dated on or before the business date,  *
      *     plus everything still in gl_feed.dat ahead of GL-CUTOFF.   *
      *                                                                *
      * Several product/currency totals may share an account; the      *
      * proof is per account. An account whose subledger total and GL  *
      * balance differ by as much as a cent is out of balance, and the *
      * variance is broken down from the journal:                      *
      *                                                                *
      *   - the day's movement on both sides -- each loan journal      *
      *     record dated the business date moves the subledger by the  *
      *     balance it left less the balance before it, listed by      *
      *     transaction code, against the GL's own postings to the     *
      *     account for the day -- so the part of the variance that    *
      *     arose today is separated from the part carried in;         *
      *   - every loan whose master balance disagrees with the balance *
      *     its last journal record left (a hand edit, a killed run),  *
      *     the first fifty listed.                                    *
      *                                                                *
      * An out-of-balance account raises an ERROR-level alert through  *
      * LOGGING-MIDDLEWARE for the operator alert console. The proof   *
      * is written to principal_recon.rpt.                             *
      *                                                                *
      * Return codes: 0 every account proved, 4 the loan journal or    *
      * the GL journal was not available or a table filled, 8 an       *
      * account out of balance, 16 LOAN-MASTER or the report could not *
      * be opened.                                                     *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINCIPAL-RECONCILIATION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "loan_transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "gl_feed_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "principal_recon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-CURRENCY        BY LOAN-CURRENCY
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-KEY.
               10  TXN-LOAN-NUMBER    PIC X(10).
               10  TXN-SEQUENCE       PIC 9(5).
           COPY "loan-transaction.cob"
               REPLACING PFX-TXN-CODE        BY TXN-CODE
                         PFX-TXN-DATE        BY TXN-DATE
                         PFX-TXN-BALANCE     BY TXN-BALANCE
                         PFX-LOAN-TXN-RECORD BY TXN-JOURNAL-FIELDS.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GL-ENTRY-DATE          PIC X(8).
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-DEBIT-CREDIT        PIC X(1).
           05  GL-AMOUNT              PIC S9(13)V99.
           05  GL-REFERENCE           PIC X(30).
           05  GL-DESCRIPTION         PIC X(60).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  FEED-ENTRY-DATE        PIC X(8).
           05  FEED-ACCOUNT-CODE      PIC X(10).
           05  FEED-DEBIT-CREDIT      PIC X(1).
           05  FEED-AMOUNT            PIC S9(13)V99.
           05  FEED-REFERENCE         PIC X(30).
           05  FEED-DESCRIPTION       PIC X(60).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-TXN-FILE-STATUS        PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-TXN-EOF-SWITCH         PIC X(1).
           88  WS-TXN-AT-EOF                 VALUE "Y".
       01  WS-TXN-OPEN-SWITCH        PIC X(1) VALUE "N".
           88  WS-TXN-FILE-OPEN              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).

      * Product/currency totals on the master and the account each is
      * carried in.
       01  WS-GROUP-MAX              PIC S9(4) COMP VALUE 100.
       01  WS-GROUP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-GR-IDX.
               10  WS-GR-PRODUCT        PIC X(4).
               10  WS-GR-CURRENCY       PIC X(3).
               10  WS-GR-ACCOUNT-SLOT   PIC S9(4) COMP.
               10  WS-GR-LOANS          PIC 9(7) COMP-3.
               10  WS-GR-BALANCE        PIC S9(15)V99 COMP-3.
       01  WS-FIND-PRODUCT           PIC X(4).
       01  WS-FIND-CURRENCY          PIC X(3).
       01  WS-GROUP-FOUND-SWITCH     PIC X(1).
           88  WS-GROUP-FOUND                VALUE "Y".
       01  WS-GROUP-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-GROUP-TABLE-FULL           VALUE "Y".

      * One row per GL account proved: the subledger and GL sides,
      * the day's movement on each, and the day's subledger movement
      * by transaction code.
       01  WS-ACCOUNT-MAX            PIC S9(4) COMP VALUE 20.
       01  WS-ACCOUNT-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-AC-IDX.
               10  WS-AC-CODE           PIC X(10).
               10  WS-AC-SUBLEDGER      PIC S9(15)V99 COMP-3.
               10  WS-AC-GL-BALANCE     PIC S9(15)V99 COMP-3.
               10  WS-AC-SUB-TODAY      PIC S9(15)V99 COMP-3.
               10  WS-AC-GL-TODAY       PIC S9(15)V99 COMP-3.
               10  WS-AC-VARIANCE       PIC S9(15)V99 COMP-3.
               10  WS-AC-CODE-COUNT     PIC S9(4) COMP.
               10  WS-AC-ACTIVITY OCCURS 20 TIMES.
                   15  WS-AA-TXN-CODE   PIC X(4).
                   15  WS-AA-RECORDS    PIC 9(7) COMP-3.
                   15  WS-AA-MOVEMENT   PIC S9(15)V99 COMP-3.
       01  WS-ACCOUNT-SLOT           PIC S9(4) COMP.
       01  WS-AA-SUB                 PIC S9(4) COMP.
       01  WS-ACTIVITY-FOUND-SWITCH  PIC X(1).
           88  WS-ACTIVITY-FOUND             VALUE "Y".
       01  WS-FIND-ACCOUNT           PIC X(10).
       01  WS-ACCOUNT-FOUND-SWITCH   PIC X(1).
           88  WS-ACCOUNT-FOUND              VALUE "Y".
       01  WS-OUT-OF-BALANCE         PIC 9(3) VALUE 0.

      * Loans whose master balance disagrees with their journal.
       01  WS-DRIFT-MAX              PIC S9(4) COMP VALUE 50.
       01  WS-DRIFT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-DRIFT-TOTAL            PIC 9(7) VALUE 0.
       01  WS-DRIFT-TABLE.
           05  WS-DRIFT-ENTRY OCCURS 50 TIMES.
               10  WS-DR-LOAN-NUMBER    PIC X(10).
               10  WS-DR-ACCOUNT-SLOT   PIC S9(4) COMP.
               10  WS-DR-MASTER         PIC S9(13)V99 COMP-3.
               10  WS-DR-JOURNAL        PIC S9(13)V99 COMP-3.
       01  WS-DR-SUB                 PIC S9(4) COMP.

      * One loan's journal walk.
       01  WS-PRIOR-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-RECORD-MOVEMENT        PIC S9(13)V99 COMP-3.
       01  WS-JOURNAL-SEEN-SWITCH    PIC X(1).
           88  WS-JOURNAL-SEEN               VALUE "Y".

      * GL-ACCOUNT-MAP lookup of the account a product/currency total
      * is carried in.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE.
           05  FILLER                PIC X(3) VALUE "PRN".
           05  WS-EVENT-PRODUCT      PIC X(4).
           05  WS-EVENT-CURRENCY     PIC X(3).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-GL-DEBIT-ACCOUNT   PIC X(10).
           05  WS-GL-CREDIT-ACCOUNT  PIC X(10).
       01  WS-GM-RESULT              PIC X(10).

      * The out-of-balance alert goes through LOGGING-MIDDLEWARE at
      * ERROR severity, which is what the operator alert console
      * watches.
       COPY "middleware-name.cob"
           REPLACING PFX-MIDDLEWARE-NAME-LEN  BY WS-MIDDLEWARE-NAME-LEN
                     PFX-MIDDLEWARE-NAME-DATA BY WS-MIDDLEWARE-NAME-DATA
                     PFX-MIDDLEWARE-NAME      BY WS-MIDDLEWARE-NAME.
       01  WS-MIDDLEWARE-RESULT      PIC X(10).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LOG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LOG-OPERATION-DATA
                     PFX-OPERATION      BY WS-LOG-OPERATION.
       01  WS-LOG-MESSAGE-TEXT       PIC X(10000).

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-TODAY-DIFFERENCE       PIC S9(15)V99 COMP-3.
       01  WS-CARRIED-VARIANCE       PIC S9(15)V99 COMP-3.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT-A.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT-B.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT-C.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Principal Reconciliation"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE
           DISPLAY "Business date: " WS-RUN-DATE

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "PRINCIPAL-RECONCILIATION: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT TRANSACTION-FILE
               IF WS-TXN-FILE-STATUS = "00"
                   MOVE "Y" TO WS-TXN-OPEN-SWITCH
               ELSE
                   DISPLAY "PRINCIPAL-RECONCILIATION: Unable to open "
                           "loan_transaction.dat, status "
                           WS-TXN-FILE-STATUS " -- no variance "
                           "breakdown"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM TOTAL-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
               IF WS-TXN-FILE-OPEN
                   CLOSE TRANSACTION-FILE
               END-IF

               PERFORM POSITION-GL-ACCOUNTS
               PERFORM PROVE-ONE-ACCOUNT
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               PERFORM WRITE-RECON-REPORT
               IF WS-OUT-OF-BALANCE > 0 AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Loans totalled: " WS-LOANS-READ
           DISPLAY "Accounts proved: " WS-ACCOUNT-COUNT
               " Out of balance: " WS-OUT-OF-BALANCE
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * TOTAL-ONE-LOAN - the balance into its product/currency total   *
      * and that total's account, then the loan's journal for the      *
      * day's movement and its last balance.                           *
      *----------------------------------------------------------------*
       TOTAL-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE LOAN-PRODUCT-CODE TO WS-FIND-PRODUCT
           MOVE LOAN-CURRENCY TO WS-FIND-CURRENCY
           IF WS-FIND-CURRENCY = SPACES
               MOVE "USD" TO WS-FIND-CURRENCY
           END-IF
           PERFORM FIND-OR-ADD-GROUP
           IF WS-GROUP-FOUND
               ADD 1 TO WS-GR-LOANS(WS-GR-IDX)
               ADD LOAN-CURRENT-BALANCE TO WS-GR-BALANCE(WS-GR-IDX)
               MOVE WS-GR-ACCOUNT-SLOT(WS-GR-IDX) TO WS-ACCOUNT-SLOT
               IF WS-ACCOUNT-SLOT > 0
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-AC-SUBLEDGER(WS-ACCOUNT-SLOT)
                   IF WS-TXN-FILE-OPEN
                       PERFORM WALK-LOAN-JOURNAL
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

       FIND-OR-ADD-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SWITCH
           SET WS-GR-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GR-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GR-PRODUCT(WS-GR-IDX) = WS-FIND-PRODUCT
                       AND WS-GR-CURRENCY(WS-GR-IDX) = WS-FIND-CURRENCY
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-GROUP-FOUND
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GR-IDX TO WS-GROUP-COUNT
                   INITIALIZE WS-GROUP-ENTRY(WS-GR-IDX)
                   MOVE WS-FIND-PRODUCT TO WS-GR-PRODUCT(WS-GR-IDX)
                   MOVE WS-FIND-CURRENCY TO WS-GR-CURRENCY(WS-GR-IDX)
                   PERFORM RESOLVE-GROUP-ACCOUNT
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
               ELSE
                   IF NOT WS-GROUP-TABLE-FULL
                       DISPLAY "PRINCIPAL-RECONCILIATION: Product/"
                               "currency table full at "
                               WS-FIND-PRODUCT "/" WS-FIND-CURRENCY
                       MOVE "Y" TO WS-GROUP-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE-GROUP-ACCOUNT - the debit side of the PRN pair is the  *
      * receivable the total is carried in; its row in the account     *
      * table is found or added.                                       *
      *----------------------------------------------------------------*
       RESOLVE-GROUP-ACCOUNT.
           MOVE WS-FIND-PRODUCT TO WS-EVENT-PRODUCT
           MOVE WS-FIND-CURRENCY TO WS-EVENT-CURRENCY
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT
           MOVE WS-GL-DEBIT-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW
           IF NOT WS-ACCOUNT-FOUND
               IF WS-ACCOUNT-COUNT < WS-ACCOUNT-MAX
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET WS-AC-IDX TO WS-ACCOUNT-COUNT
                   INITIALIZE WS-ACCOUNT-ENTRY(WS-AC-IDX)
                   MOVE WS-FIND-ACCOUNT TO WS-AC-CODE(WS-AC-IDX)
                   MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
               ELSE
                   DISPLAY "PRINCIPAL-RECONCILIATION: Account table "
                           "full; " WS-FIND-ACCOUNT " not proved"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-ACCOUNT-FOUND
               SET WS-GR-ACCOUNT-SLOT(WS-GR-IDX) TO WS-AC-IDX
           ELSE
               MOVE 0 TO WS-GR-ACCOUNT-SLOT(WS-GR-IDX)
           END-IF.

       FIND-ACCOUNT-ROW.
           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
           SET WS-AC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AC-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN WS-AC-CODE(WS-AC-IDX) = WS-FIND-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-SEARCH.

      *----------------------------------------------------------------*
      * WALK-LOAN-JOURNAL - keyed START at the loan. Each record dated *
      * the business date moves the subledger by the balance it left   *
      * less the one before it; the last record's balance is what the  *
      * master should be carrying.                                     *
      *----------------------------------------------------------------*
       WALK-LOAN-JOURNAL.
           MOVE 0 TO WS-PRIOR-BALANCE
           MOVE "N" TO WS-JOURNAL-SEEN-SWITCH
           MOVE "N" TO WS-TXN-EOF-SWITCH
           MOVE LOAN-NUMBER TO TXN-LOAN-NUMBER
           MOVE 0 TO TXN-SEQUENCE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TXN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-START
           IF NOT WS-TXN-AT-EOF
               PERFORM READ-NEXT-JOURNAL-RECORD
               PERFORM TALLY-ONE-JOURNAL-RECORD
                   UNTIL WS-TXN-AT-EOF
           END-IF
           IF WS-JOURNAL-SEEN
                   AND WS-PRIOR-BALANCE NOT = LOAN-CURRENT-BALANCE
               PERFORM NOTE-BALANCE-DRIFT
           END-IF.

       TALLY-ONE-JOURNAL-RECORD.
           IF TXN-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO WS-TXN-EOF-SWITCH
           ELSE
               IF TXN-DATE = WS-RUN-DATE
                   COMPUTE WS-RECORD-MOVEMENT =
                       TXN-BALANCE - WS-PRIOR-BALANCE
                   ADD WS-RECORD-MOVEMENT
                       TO WS-AC-SUB-TODAY(WS-ACCOUNT-SLOT)
                   PERFORM ADD-CODE-ACTIVITY
               END-IF
               MOVE TXN-BALANCE TO WS-PRIOR-BALANCE
               MOVE "Y" TO WS-JOURNAL-SEEN-SWITCH
               PERFORM READ-NEXT-JOURNAL-RECORD
           END-IF.

       ADD-CODE-ACTIVITY.
           MOVE "N" TO WS-ACTIVITY-FOUND-SWITCH
           PERFORM FIND-ONE-CODE-ACTIVITY
               VARYING WS-AA-SUB FROM 1 BY 1
               UNTIL WS-AA-SUB > WS-AC-CODE-COUNT(WS-ACCOUNT-SLOT)
                  OR WS-ACTIVITY-FOUND
           IF WS-ACTIVITY-FOUND
               SUBTRACT 1 FROM WS-AA-SUB
           ELSE
               IF WS-AC-CODE-COUNT(WS-ACCOUNT-SLOT) < 20
                   ADD 1 TO WS-AC-CODE-COUNT(WS-ACCOUNT-SLOT)
                   MOVE WS-AC-CODE-COUNT(WS-ACCOUNT-SLOT) TO WS-AA-SUB
                   MOVE TXN-CODE
                       TO WS-AA-TXN-CODE(WS-ACCOUNT-SLOT, WS-AA-SUB)
                   MOVE 0 TO WS-AA-RECORDS(WS-ACCOUNT-SLOT, WS-AA-SUB)
                   MOVE 0 TO WS-AA-MOVEMENT(WS-ACCOUNT-SLOT, WS-AA-SUB)
                   MOVE "Y" TO WS-ACTIVITY-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-ACTIVITY-FOUND
               ADD 1 TO WS-AA-RECORDS(WS-ACCOUNT-SLOT, WS-AA-SUB)
               ADD WS-RECORD-MOVEMENT
                   TO WS-AA-MOVEMENT(WS-ACCOUNT-SLOT, WS-AA-SUB)
           END-IF.

       FIND-ONE-CODE-ACTIVITY.
           IF WS-AA-TXN-CODE(WS-ACCOUNT-SLOT, WS-AA-SUB) = TXN-CODE
               MOVE "Y" TO WS-ACTIVITY-FOUND-SWITCH
           END-IF.

       NOTE-BALANCE-DRIFT.
           ADD 1 TO WS-DRIFT-TOTAL
           IF WS-DRIFT-COUNT < WS-DRIFT-MAX
               ADD 1 TO WS-DRIFT-COUNT
               MOVE LOAN-NUMBER TO WS-DR-LOAN-NUMBER(WS-DRIFT-COUNT)
               MOVE WS-ACCOUNT-SLOT
                   TO WS-DR-ACCOUNT-SLOT(WS-DRIFT-COUNT)
               MOVE LOAN-CURRENT-BALANCE
                   TO WS-DR-MASTER(WS-DRIFT-COUNT)
               MOVE WS-PRIOR-BALANCE TO WS-DR-JOURNAL(WS-DRIFT-COUNT)
           END-IF.

       READ-NEXT-JOURNAL-RECORD.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * POSITION-GL-ACCOUNTS - each proved account's debits less       *
      * credits out of the GL journal through the business date, then  *
      * out of the feed still awaiting cutoff; the business date's     *
      * journal entries and the whole feed are also the day's GL       *
      * movement.                                                      *
      *----------------------------------------------------------------*
       POSITION-GL-ACCOUNTS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-JOURNAL-ENTRY
               PERFORM TOTAL-ONE-JOURNAL-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "PRINCIPAL-RECONCILIATION: Unable to open "
                       "gl_feed_journal.dat, status "
                       WS-JOURNAL-STATUS " -- GL positioned from the "
                       "feed only"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           OPEN INPUT GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FEED-ENTRY
               PERFORM TOTAL-ONE-FEED-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE GL-FEED-FILE
           END-IF.

       READ-NEXT-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TOTAL-ONE-JOURNAL-ENTRY.
           IF GL-ENTRY-DATE <= WS-RUN-DATE-X
               MOVE GL-ACCOUNT-CODE TO WS-FIND-ACCOUNT
               PERFORM FIND-ACCOUNT-ROW
               IF WS-ACCOUNT-FOUND
                   IF GL-DEBIT-CREDIT = "D"
                       ADD GL-AMOUNT TO WS-AC-GL-BALANCE(WS-AC-IDX)
                   ELSE
                       SUBTRACT GL-AMOUNT
                           FROM WS-AC-GL-BALANCE(WS-AC-IDX)
                   END-IF
                   IF GL-ENTRY-DATE = WS-RUN-DATE-X
                       IF GL-DEBIT-CREDIT = "D"
                           ADD GL-AMOUNT TO WS-AC-GL-TODAY(WS-AC-IDX)
                       ELSE
                           SUBTRACT GL-AMOUNT
                               FROM WS-AC-GL-TODAY(WS-AC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-JOURNAL-ENTRY.

       READ-NEXT-FEED-ENTRY.
           READ GL-FEED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TOTAL-ONE-FEED-ENTRY.
           MOVE FEED-ACCOUNT-CODE TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW
           IF WS-ACCOUNT-FOUND
               IF FEED-DEBIT-CREDIT = "D"
                   ADD FEED-AMOUNT TO WS-AC-GL-BALANCE(WS-AC-IDX)
                   ADD FEED-AMOUNT TO WS-AC-GL-TODAY(WS-AC-IDX)
               ELSE
                   SUBTRACT FEED-AMOUNT FROM WS-AC-GL-BALANCE(WS-AC-IDX)
                   SUBTRACT FEED-AMOUNT FROM WS-AC-GL-TODAY(WS-AC-IDX)
               END-IF
           END-IF
           PERFORM READ-NEXT-FEED-ENTRY.

      *----------------------------------------------------------------*
      * PROVE-ONE-ACCOUNT - any variance at all is out of balance and  *
      * goes to the operator console.                                  *
      *----------------------------------------------------------------*
       PROVE-ONE-ACCOUNT.
           COMPUTE WS-AC-VARIANCE(WS-AC-IDX) =
               WS-AC-SUBLEDGER(WS-AC-IDX) - WS-AC-GL-BALANCE(WS-AC-IDX)
           IF WS-AC-VARIANCE(WS-AC-IDX) NOT = 0
               ADD 1 TO WS-OUT-OF-BALANCE
               PERFORM RAISE-OUT-OF-BALANCE-ALERT
           END-IF.

      *----------------------------------------------------------------*
      * RAISE-OUT-OF-BALANCE-ALERT - ERROR severity, so the operator   *
      * alert console picks it up without anyone reading the report.   *
      *----------------------------------------------------------------*
       RAISE-OUT-OF-BALANCE-ALERT.
           MOVE WS-AC-SUBLEDGER(WS-AC-IDX) TO WS-ED-AMOUNT-A
           MOVE WS-AC-GL-BALANCE(WS-AC-IDX) TO WS-ED-AMOUNT-B
           MOVE WS-AC-VARIANCE(WS-AC-IDX) TO WS-ED-AMOUNT-C
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "Loan principal out of balance with GL account "
                       DELIMITED BY SIZE
                   WS-AC-CODE(WS-AC-IDX) DELIMITED BY SPACE
                   ": subledger " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-A) DELIMITED BY SIZE
                   " GL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-B) DELIMITED BY SIZE
                   " variance " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-C) DELIMITED BY SIZE
                   " as of " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE-TEXT
           END-STRING

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           MOVE 15 TO WS-LOG-OPERATION-LEN
           MOVE "LOG-ERROR ERROR" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-LOG-MESSAGE-TEXT,
               WS-LOG-OPERATION,
               WS-MIDDLEWARE-RESULT.

      *----------------------------------------------------------------*
      * WRITE-RECON-REPORT - the product/currency totals, then each    *
      * account's proof and, when it is out, the breakdown.            *
      *----------------------------------------------------------------*
       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PRINCIPAL-RECONCILIATION: Unable to create "
                       "principal_recon.rpt, status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "LOAN PRINCIPAL SUBLEDGER-TO-GL RECONCILIATION"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               MOVE ALL "-" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE

               MOVE "SUBLEDGER BY PRODUCT AND CURRENCY"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               PERFORM WRITE-ONE-GROUP-LINE
                   VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROUP-COUNT

               PERFORM WRITE-ONE-ACCOUNT-PROOF
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT

               MOVE ALL "-" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE SPACES TO RECON-REPORT-LINE
               IF WS-OUT-OF-BALANCE = 0
                   MOVE "ALL ACCOUNTS PROVED" TO RECON-REPORT-LINE
               ELSE
                   STRING "ACCOUNTS OUT OF BALANCE: " DELIMITED BY SIZE
                           WS-OUT-OF-BALANCE DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
                   END-STRING
               END-IF
               WRITE RECON-REPORT-LINE
               CLOSE RECON-REPORT-FILE
           END-IF.

       WRITE-ONE-GROUP-LINE.
           MOVE WS-GR-LOANS(WS-GR-IDX) TO WS-ED-COUNT
           MOVE WS-GR-BALANCE(WS-GR-IDX) TO WS-ED-AMOUNT-A
           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-GR-ACCOUNT-SLOT(WS-GR-IDX) > 0
               STRING "  Product " DELIMITED BY SIZE
                       WS-GR-PRODUCT(WS-GR-IDX) DELIMITED BY SIZE
                       "  Currency " DELIMITED BY SIZE
                       WS-GR-CURRENCY(WS-GR-IDX) DELIMITED BY SIZE
                       "  Loans " DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       "  Principal " DELIMITED BY SIZE
                       WS-ED-AMOUNT-A DELIMITED BY SIZE
                       "  GL account " DELIMITED BY SIZE
                       WS-AC-CODE(WS-GR-ACCOUNT-SLOT(WS-GR-IDX))
                           DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
           ELSE
               STRING "  Product " DELIMITED BY SIZE
                       WS-GR-PRODUCT(WS-GR-IDX) DELIMITED BY SIZE
                       "  Currency " DELIMITED BY SIZE
                       WS-GR-CURRENCY(WS-GR-IDX) DELIMITED BY SIZE
                       "  Loans " DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       "  Principal " DELIMITED BY SIZE
                       WS-ED-AMOUNT-A DELIMITED BY SIZE
                       "  GL account (not proved)" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
           END-IF
           WRITE RECON-REPORT-LINE.

       WRITE-ONE-ACCOUNT-PROOF.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-AC-SUBLEDGER(WS-AC-IDX) TO WS-ED-AMOUNT-A
           MOVE WS-AC-GL-BALANCE(WS-AC-IDX) TO WS-ED-AMOUNT-B
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "GL account " DELIMITED BY SIZE
                   WS-AC-CODE(WS-AC-IDX) DELIMITED BY SIZE
                   "  Subledger " DELIMITED BY SIZE
                   WS-ED-AMOUNT-A DELIMITED BY SIZE
                   "  GL balance " DELIMITED BY SIZE
                   WS-ED-AMOUNT-B DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-AC-VARIANCE(WS-AC-IDX) = 0
               MOVE "  PROVED" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               MOVE WS-AC-VARIANCE(WS-AC-IDX) TO WS-ED-AMOUNT-C
               STRING "  *** OUT OF BALANCE *** Variance "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-C) DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               PERFORM WRITE-VARIANCE-BREAKDOWN
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-VARIANCE-BREAKDOWN - the day's subledger movement by     *
      * code against the GL's movement for the day; what the day does  *
      * not explain was carried in. Then the loans whose master and    *
      * journal disagree.                                              *
      *----------------------------------------------------------------*
       WRITE-VARIANCE-BREAKDOWN.
           MOVE "  Today's subledger movement by transaction code:"
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM WRITE-ONE-CODE-ACTIVITY
               VARYING WS-AA-SUB FROM 1 BY 1
               UNTIL WS-AA-SUB > WS-AC-CODE-COUNT(WS-AC-IDX)
           IF WS-AC-CODE-COUNT(WS-AC-IDX) = 0
               MOVE "    (no journal activity today)"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF

           COMPUTE WS-TODAY-DIFFERENCE =
               WS-AC-SUB-TODAY(WS-AC-IDX) - WS-AC-GL-TODAY(WS-AC-IDX)
           COMPUTE WS-CARRIED-VARIANCE =
               WS-AC-VARIANCE(WS-AC-IDX) - WS-TODAY-DIFFERENCE

           MOVE WS-AC-SUB-TODAY(WS-AC-IDX) TO WS-ED-AMOUNT-A
           MOVE WS-AC-GL-TODAY(WS-AC-IDX) TO WS-ED-AMOUNT-B
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "  Today: subledger moved " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-A) DELIMITED BY SIZE
                   ", GL moved " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-B) DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-TODAY-DIFFERENCE TO WS-ED-AMOUNT-A
           MOVE WS-CARRIED-VARIANCE TO WS-ED-AMOUNT-B
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "  Variance arising today " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-A) DELIMITED BY SIZE
                   ", carried in from before today "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT-B) DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE "  Loans whose master balance disagrees with journal:"
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 0 TO WS-AA-SUB
           PERFORM WRITE-ONE-DRIFT-LINE
               VARYING WS-DR-SUB FROM 1 BY 1
               UNTIL WS-DR-SUB > WS-DRIFT-COUNT
           IF WS-AA-SUB = 0
               MOVE "    (none)" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           IF WS-DRIFT-TOTAL > WS-DRIFT-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "    ... " DELIMITED BY SIZE
                       WS-DRIFT-TOTAL DELIMITED BY SIZE
                       " loans in all; the first " DELIMITED BY SIZE
                       "fifty are listed" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF.

       WRITE-ONE-CODE-ACTIVITY.
           MOVE WS-AA-RECORDS(WS-AC-IDX, WS-AA-SUB) TO WS-ED-COUNT
           MOVE WS-AA-MOVEMENT(WS-AC-IDX, WS-AA-SUB) TO WS-ED-AMOUNT-A
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                   WS-AA-TXN-CODE(WS-AC-IDX, WS-AA-SUB)
                       DELIMITED BY SIZE
                   "  Records " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Movement " DELIMITED BY SIZE
                   WS-ED-AMOUNT-A DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE.

      * WS-AA-SUB counts the lines listed for this account.
       WRITE-ONE-DRIFT-LINE.
           SET WS-ACCOUNT-SLOT TO WS-AC-IDX
           IF WS-DR-ACCOUNT-SLOT(WS-DR-SUB) = WS-ACCOUNT-SLOT
               ADD 1 TO WS-AA-SUB
               MOVE WS-DR-MASTER(WS-DR-SUB) TO WS-ED-AMOUNT-A
               MOVE WS-DR-JOURNAL(WS-DR-SUB) TO WS-ED-AMOUNT-B
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "    Loan " DELIMITED BY SIZE
                       WS-DR-LOAN-NUMBER(WS-DR-SUB) DELIMITED BY SIZE
                       "  Master " DELIMITED BY SIZE
                       WS-ED-AMOUNT-A DELIMITED BY SIZE
                       "  Journal " DELIMITED BY SIZE
                       WS-ED-AMOUNT-B DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF.

       END PROGRAM PRINCIPAL-RECONCILIATION.
