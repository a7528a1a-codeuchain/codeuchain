      *================================================================*
      * CodeUChain COBOL Example - Default Resolution Case Maintenance *
      *                                                                *
      * Where the recovery desk keeps a defaulted loan's foreclosure   *
      * or repossession case on DEFAULT-CASE-MASTER. A case can only   *
      * be opened once DELINQUENCY-NOTICES has sent the loan its       *
      * sixty-day default notice (notice level 3), and it names the    *
      * COLLATERAL-MASTER item being recovered, which must name the    *
      * loan or hold a PLEDGE-MASTER pledge to it. From there the      *
      * operator records each milestone as it happens: referral to     *
      * counsel, the sale date, the date the asset was taken, and the  *
      * disposition.                                                   *
      *                                                                *
      * Taking the asset moves the collateral item off COLLATERAL-     *
      * MASTER into the OWNED-PROPERTY-MASTER inventory at the         *
      * carrying value keyed (fair value less costs to sell, no more   *
      * than the balance owed). That much of the loan balance moves to *
      * owned property -- a REOXFER pair through GL-FEED-EXPORT and a  *
      * REOX record on the loan's journal -- and whatever the loan     *
      * still owes is stamped on the case as the deficiency CHARGE-    *
      * OFF writes off.                                                *
      *                                                                *
      * Selling the owned property closes the case SOLD: REOSALE       *
      * clears the carrying value against the cash received, with      *
      * REOGAIN for proceeds above it or REOLOSS for a shortfall. A    *
      * borrower who cures before the asset is taken closes the case   *
      * REINSTATED, and a later default can open a new one.            *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFAULT-CASE-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on; recording a case changes master
      * records and posts to GL, so the INQUIRY role is turned away.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-CASES-OPENED           PIC 9(5) VALUE 0.
       01  WS-MILESTONES-RECORDED    PIC 9(5) VALUE 0.
       01  WS-ASSETS-TAKEN           PIC 9(5) VALUE 0.
       01  WS-CASES-CLOSED           PIC 9(5) VALUE 0.

      * Entry fields.
       01  WS-LOAN-ENTRY             PIC X(10).
       01  WS-TYPE-ENTRY             PIC X(1).
       01  WS-COLLATERAL-ENTRY       PIC X(10).
       01  WS-ACTION-ENTRY           PIC X(1).
       01  WS-DATE-ENTRY             PIC X(8).
       01  WS-AMOUNT-ENTRY           PIC X(15).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-ENTERED-DATE           PIC 9(8).
       01  WS-AMOUNT-VALUE           PIC S9(13)V99 COMP-3.
       01  WS-GAIN-LOSS              PIC S9(13)V99 COMP-3.

      * LOAN-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-NOTICE-LEVEL    BY WS-LOAN-NOTICE-LEVEL
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-LM-RESULT-SUCCESS.

      * DEFAULT-CASE-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DC-OPERATION-DATA
                     PFX-OPERATION      BY WS-DC-OPERATION.
       COPY "default-case-record.cob"
           REPLACING PFX-DC-CASE-TYPE     BY WS-DC-CASE-TYPE
                     PFX-DC-COLLATERAL-ID BY WS-DC-COLLATERAL-ID
                     PFX-DC-OPEN-DATE     BY WS-DC-OPEN-DATE
                     PFX-DC-REFERRAL-DATE BY WS-DC-REFERRAL-DATE
                     PFX-DC-SALE-DATE     BY WS-DC-SALE-DATE
                     PFX-DC-TAKEN-DATE    BY WS-DC-TAKEN-DATE
                     PFX-DC-CARRYING-VALUE BY WS-DC-CARRYING-VALUE
                     PFX-DC-DEFICIENCY    BY WS-DC-DEFICIENCY
                     PFX-DC-DISPOSITION   BY WS-DC-DISPOSITION
                     PFX-DC-DISPOSITION-DATE BY WS-DC-DISPOSITION-DATE
                     PFX-DEFAULT-CASE-RECORD BY WS-DEFAULT-CASE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DC-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DC-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-DC-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-DC-RESULT-NOFILE.

      * COLLATERAL-MASTER call: the item the case recovers.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CL-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CL-OPERATION-DATA
                     PFX-OPERATION      BY WS-CL-OPERATION.
       01  WS-COLLATERAL-ID          PIC X(10).
       COPY "collateral-record.cob"
           REPLACING PFX-COLL-CUSTOMER-ID BY WS-COLL-CUSTOMER-ID
                     PFX-COLL-TYPE        BY WS-COLL-TYPE
                     PFX-COLL-VALUE       BY WS-COLL-VALUE
                     PFX-COLL-APPR-DATE   BY WS-COLL-APPR-DATE
                     PFX-COLL-LOAN-NUMBER BY WS-COLL-LOAN-NUMBER
                     PFX-COLL-LIEN-STATUS BY WS-COLL-LIEN-STATUS
                     PFX-COLLATERAL-RECORD BY WS-COLLATERAL-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CL-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CL-RESULT-SUCCESS.

      * PLEDGE-MASTER call: an item pledged to the loan behind the
      * loan it names.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PG-OPERATION-DATA
                     PFX-OPERATION      BY WS-PG-OPERATION.
       01  WS-PLEDGE-KEY.
           05  WS-PK-COLLATERAL-ID   PIC X(10).
           05  WS-PK-LOAN-NUMBER     PIC X(10).
       COPY "pledge-record.cob"
           REPLACING PFX-PLG-LIEN-POSITION BY WS-PLG-LIEN-POSITION
                     PFX-PLG-ALLOCATED     BY WS-PLG-ALLOCATED
                     PFX-PLG-STATUS        BY WS-PLG-STATUS
                     PFX-PLG-PLEDGED-DATE  BY WS-PLG-PLEDGED-DATE
                     PFX-PLG-RELEASED-DATE BY WS-PLG-RELEASED-DATE
                     PFX-PLEDGE-RECORD     BY WS-PLEDGE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-PG-RESULT
                     PFX-RESULT-SUCCESS  BY WS-PG-RESULT-SUCCESS.
       01  WS-PLEDGE-HELD-SWITCH     PIC X(1).
           88  WS-PLEDGE-HELD                VALUE "Y".

      * OWNED-PROPERTY-MASTER call: the inventory a taken asset
      * moves into.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OP-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OP-OPERATION-DATA
                     PFX-OPERATION      BY WS-OP-OPERATION.
       COPY "owned-property-record.cob"
           REPLACING PFX-OP-LOAN-NUMBER   BY WS-OP-LOAN-NUMBER
                     PFX-OP-CUSTOMER-ID   BY WS-OP-CUSTOMER-ID
                     PFX-OP-TYPE          BY WS-OP-TYPE
                     PFX-OP-APPR-VALUE    BY WS-OP-APPR-VALUE
                     PFX-OP-APPR-DATE     BY WS-OP-APPR-DATE
                     PFX-OP-ACQUIRED-DATE BY WS-OP-ACQUIRED-DATE
                     PFX-OP-CARRYING-VALUE BY WS-OP-CARRYING-VALUE
                     PFX-OP-STATUS        BY WS-OP-STATUS
                     PFX-OP-SOLD-DATE     BY WS-OP-SOLD-DATE
                     PFX-OP-SALE-PROCEEDS BY WS-OP-SALE-PROCEEDS
                     PFX-OP-GAIN-LOSS     BY WS-OP-GAIN-LOSS
                     PFX-OWNED-PROPERTY-RECORD BY
                         WS-OWNED-PROPERTY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OP-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OP-RESULT-SUCCESS.

      * GL-FEED-EXPORT link call: each posting goes through as a
      * "GL Event:" item, the same shape CECL-RESERVE posts with.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-LINK-NAME.
       01  WS-INPUT-CONTEXT          PIC X(10000).
       01  WS-OUTPUT-CONTEXT         PIC X(10000).
       01  WS-LINK-RESULT            PIC X(10).
       01  WS-POSTING-EVENT          PIC X(10).
       01  WS-POSTING-AMOUNT         PIC S9(13)V99.

      * LOAN-TRANSACTION journal call: the REOX record for the
      * carrying value moved out of the loan balance.
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
                     PFX-LOAN-TXN-RECORD BY WS-LOAN-TXN-RECORD.
       01  WS-TX-RESULT              PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Default Case Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE = "INQUIRY"
               DISPLAY "Default case maintenance needs more than the "
                       "INQUIRY role."
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM TAKE-ONE-LOAN
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Cases opened: " WS-CASES-OPENED
               " Milestones: " WS-MILESTONES-RECORDED
           DISPLAY "Assets taken: " WS-ASSETS-TAKEN
               " Cases closed: " WS-CASES-CLOSED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * TAKE-ONE-LOAN - loan number, then the case on file decides     *
      * what can be done; a blank number ends the session.             *
      *----------------------------------------------------------------*
       TAKE-ONE-LOAN.
           DISPLAY " "
           DISPLAY "Loan number (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-LOAN-ENTRY

           IF WS-LOAN-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-LOAN-AND-CASE
           END-IF.

       LOOK-UP-LOAN-AND-CASE.
           MOVE WS-LOAN-ENTRY TO WS-LOAN-NUMBER
           PERFORM FETCH-LOAN

           IF NOT WS-LM-RESULT-SUCCESS
               DISPLAY "No such loan: " WS-LOAN-ENTRY
           ELSE
               MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
               DISPLAY "Status: " FUNCTION TRIM(WS-LOAN-STATUS)
                       "  Balance: " FUNCTION TRIM(WS-ED-BALANCE)
                       "  Notice level: " WS-LOAN-NOTICE-LEVEL
               MOVE SPACES TO WS-DEFAULT-CASE-RECORD
               MOVE 3 TO WS-DC-OPERATION-LEN
               MOVE "GET" TO WS-DC-OPERATION-DATA
               CALL "DEFAULT-CASE-MASTER" USING
                   WS-DC-OPERATION, WS-LOAN-NUMBER,
                   WS-DEFAULT-CASE-RECORD, WS-DC-RESULT

               EVALUATE TRUE
                   WHEN WS-DC-RESULT-NOTFOUND OR WS-DC-RESULT-NOFILE
                       DISPLAY "No default case on file."
                       PERFORM TAKE-NEW-CASE
                   WHEN NOT WS-DC-RESULT-SUCCESS
                       DISPLAY "Default case file unavailable ("
                               WS-DC-RESULT ")"
                   WHEN WS-DC-DISPOSITION = SPACES
                       PERFORM SHOW-CASE
                       PERFORM TAKE-CASE-ACTION
                   WHEN WS-DC-DISPOSITION = "REINSTATED"
                       PERFORM SHOW-CASE
                       PERFORM TAKE-NEW-CASE
                   WHEN OTHER
                       PERFORM SHOW-CASE
               END-EVALUATE
           END-IF.

       SHOW-CASE.
           DISPLAY "Case " FUNCTION TRIM(WS-DC-CASE-TYPE)
                   "  Collateral " FUNCTION TRIM(WS-DC-COLLATERAL-ID)
                   "  Opened " WS-DC-OPEN-DATE
           DISPLAY "Referred to counsel " WS-DC-REFERRAL-DATE
                   "  Sale " WS-DC-SALE-DATE
                   "  Taken " WS-DC-TAKEN-DATE
           IF WS-DC-TAKEN-DATE > 0
               MOVE WS-DC-CARRYING-VALUE TO WS-ED-AMOUNT
               MOVE WS-DC-DEFICIENCY TO WS-ED-BALANCE
               DISPLAY "Carrying value " FUNCTION TRIM(WS-ED-AMOUNT)
                       "  Deficiency " FUNCTION TRIM(WS-ED-BALANCE)
           END-IF
           IF WS-DC-DISPOSITION = SPACES
               DISPLAY "Status: OPEN"
           ELSE
               DISPLAY "Status: " FUNCTION TRIM(WS-DC-DISPOSITION)
                       " " WS-DC-DISPOSITION-DATE
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-NEW-CASE - only an open loan that has had its sixty-day   *
      * default notice can go to recovery, and only against an item    *
      * of collateral that still secures it.                           *
      *----------------------------------------------------------------*
       TAKE-NEW-CASE.
           EVALUATE TRUE
               WHEN WS-LOAN-STATUS NOT = "ACTIVE"
                       AND WS-LOAN-STATUS NOT = "MATURED"
                   DISPLAY "Only an ACTIVE or MATURED loan can open "
                           "a default case."
               WHEN WS-LOAN-NOTICE-LEVEL NOT = 3
                   DISPLAY "The sixty-day default notice has not gone "
                           "out on this loan."
               WHEN OTHER
                   PERFORM OPEN-NEW-CASE
           END-EVALUATE.

       OPEN-NEW-CASE.
           DISPLAY "Open a default case (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               DISPLAY "F=Foreclosure, R=Repossession: "
                       WITH NO ADVANCING
               ACCEPT WS-TYPE-ENTRY
               DISPLAY "Collateral id: " WITH NO ADVANCING
               ACCEPT WS-COLLATERAL-ENTRY
               MOVE WS-COLLATERAL-ENTRY TO WS-COLLATERAL-ID
               PERFORM FETCH-COLLATERAL
               PERFORM FETCH-LOAN-PLEDGE
               EVALUATE TRUE
                   WHEN WS-TYPE-ENTRY NOT = "F"
                           AND WS-TYPE-ENTRY NOT = "f"
                           AND WS-TYPE-ENTRY NOT = "R"
                           AND WS-TYPE-ENTRY NOT = "r"
                       DISPLAY "Please enter F or R; nothing recorded."
                   WHEN NOT WS-CL-RESULT-SUCCESS
                       DISPLAY "No such collateral; nothing recorded."
                   WHEN WS-COLL-LIEN-STATUS = "RELEASED"
                   WHEN WS-COLL-LOAN-NUMBER NOT = WS-LOAN-NUMBER
                           AND NOT WS-PLEDGE-HELD
                       DISPLAY "That collateral does not secure this "
                               "loan; nothing recorded."
                   WHEN OTHER
                       PERFORM RECORD-THE-NEW-CASE
               END-EVALUATE
           END-IF.

       RECORD-THE-NEW-CASE.
           MOVE SPACES TO WS-DEFAULT-CASE-RECORD
           IF WS-TYPE-ENTRY = "F" OR WS-TYPE-ENTRY = "f"
               MOVE "FORECLOSE" TO WS-DC-CASE-TYPE
           ELSE
               MOVE "REPOSSESS" TO WS-DC-CASE-TYPE
           END-IF
           MOVE WS-COLLATERAL-ID TO WS-DC-COLLATERAL-ID
           MOVE WS-RUN-DATE TO WS-DC-OPEN-DATE
           MOVE 0 TO WS-DC-REFERRAL-DATE
           MOVE 0 TO WS-DC-SALE-DATE
           MOVE 0 TO WS-DC-TAKEN-DATE
           MOVE 0 TO WS-DC-CARRYING-VALUE
           MOVE 0 TO WS-DC-DEFICIENCY
           MOVE SPACES TO WS-DC-DISPOSITION
           MOVE 0 TO WS-DC-DISPOSITION-DATE
           PERFORM WRITE-THE-CASE
           IF WS-DC-RESULT-SUCCESS
               ADD 1 TO WS-CASES-OPENED
               DISPLAY "Case opened " FUNCTION TRIM(WS-DC-CASE-TYPE)
                       " against collateral "
                       FUNCTION TRIM(WS-DC-COLLATERAL-ID) "."
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-CASE-ACTION - one milestone per visit to an open case.    *
      *----------------------------------------------------------------*
       TAKE-CASE-ACTION.
           DISPLAY "R=Referred to counsel, S=Sale date, T=Asset "
                   "taken, D=Dispose, blank=none: " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY
           EVALUATE WS-ACTION-ENTRY
               WHEN "R"
               WHEN "r"
                   PERFORM RECORD-REFERRAL
               WHEN "S"
               WHEN "s"
                   PERFORM RECORD-SALE-DATE
               WHEN "T"
               WHEN "t"
                   IF WS-DC-TAKEN-DATE > 0
                       DISPLAY "The asset has already been taken."
                   ELSE
                       PERFORM TAKE-THE-ASSET
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF WS-DC-TAKEN-DATE > 0
                       PERFORM SELL-THE-ASSET
                   ELSE
                       PERFORM REINSTATE-THE-LOAN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please enter R, S, T or D."
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RECORD-REFERRAL - the date the file went to counsel, on or     *
      * after the case opened and no later than today.                 *
      *----------------------------------------------------------------*
       RECORD-REFERRAL.
           DISPLAY "Referred to counsel YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           PERFORM EDIT-ENTERED-DATE
           IF WS-ENTERED-DATE < WS-DC-OPEN-DATE
                   OR WS-ENTERED-DATE > WS-RUN-DATE
               DISPLAY "Referral date must fall between the case "
                       "opening and today; nothing recorded."
           ELSE
               MOVE WS-ENTERED-DATE TO WS-DC-REFERRAL-DATE
               PERFORM WRITE-MILESTONE
           END-IF.

      *----------------------------------------------------------------*
      * RECORD-SALE-DATE - the foreclosure sale or the auction of the  *
      * repossessed goods; it is usually set before it is held, so a   *
      * future date is taken, and a postponement is simply re-keyed.   *
      *----------------------------------------------------------------*
       RECORD-SALE-DATE.
           DISPLAY "Sale date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           PERFORM EDIT-ENTERED-DATE
           IF WS-ENTERED-DATE < WS-DC-OPEN-DATE
               DISPLAY "Sale date cannot precede the case opening; "
                       "nothing recorded."
           ELSE
               MOVE WS-ENTERED-DATE TO WS-DC-SALE-DATE
               PERFORM WRITE-MILESTONE
           END-IF.

       WRITE-MILESTONE.
           PERFORM WRITE-THE-CASE
           IF WS-DC-RESULT-SUCCESS
               ADD 1 TO WS-MILESTONES-RECORDED
               DISPLAY "Milestone recorded."
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-THE-ASSET - the date title or possession passed to the    *
      * bank and the carrying value it goes into owned property at,    *
      * which cannot exceed what the loan still owes. Nothing moves    *
      * until the operator confirms.                                   *
      *----------------------------------------------------------------*
       TAKE-THE-ASSET.
           MOVE WS-DC-COLLATERAL-ID TO WS-COLLATERAL-ID
           PERFORM FETCH-COLLATERAL
           IF NOT WS-CL-RESULT-SUCCESS
               DISPLAY "Collateral " WS-COLLATERAL-ID
                       " is no longer on file; nothing moved."
           ELSE
               MOVE WS-COLL-VALUE TO WS-ED-AMOUNT
               DISPLAY "Last appraisal " FUNCTION TRIM(WS-ED-AMOUNT)
                       " on " WS-COLL-APPR-DATE
               DISPLAY "Date taken YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               DISPLAY "Carrying value: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ENTRY
               COMPUTE WS-AMOUNT-VALUE =
                   FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
               EVALUATE TRUE
                   WHEN WS-ENTERED-DATE < WS-DC-OPEN-DATE
                           OR WS-ENTERED-DATE > WS-RUN-DATE
                       DISPLAY "Date taken must fall between the case "
                               "opening and today; nothing moved."
                   WHEN WS-AMOUNT-VALUE NOT > 0
                       DISPLAY "Carrying value must be more than "
                               "zero; nothing moved."
                   WHEN WS-AMOUNT-VALUE > WS-LOAN-CURRENT-BALANCE
                       DISPLAY "Carrying value cannot exceed the loan "
                               "balance; nothing moved."
                   WHEN OTHER
                       DISPLAY "Move to owned property (Y/N)? "
                               WITH NO ADVANCING
                       ACCEPT WS-CONFIRM-ENTRY
                       IF WS-CONFIRM-ENTRY = "Y"
                               OR WS-CONFIRM-ENTRY = "y"
                           PERFORM TRANSFER-THE-ASSET
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * TRANSFER-THE-ASSET - the inventory record is written first; a  *
      * failure there leaves the collateral, the loan and the ledger   *
      * untouched. After that the collateral item comes off COLLATERAL-*
      * MASTER, the carrying value comes off the loan balance, and the *
      * REOXFER pair, the REOX journal record and the case follow.     *
      *----------------------------------------------------------------*
       TRANSFER-THE-ASSET.
           MOVE SPACES TO WS-OWNED-PROPERTY-RECORD
           MOVE WS-LOAN-NUMBER TO WS-OP-LOAN-NUMBER
           MOVE WS-COLL-CUSTOMER-ID TO WS-OP-CUSTOMER-ID
           MOVE WS-COLL-TYPE TO WS-OP-TYPE
           MOVE WS-COLL-VALUE TO WS-OP-APPR-VALUE
           MOVE WS-COLL-APPR-DATE TO WS-OP-APPR-DATE
           MOVE WS-ENTERED-DATE TO WS-OP-ACQUIRED-DATE
           MOVE WS-AMOUNT-VALUE TO WS-OP-CARRYING-VALUE
           MOVE "HELD" TO WS-OP-STATUS
           MOVE 0 TO WS-OP-SOLD-DATE
           MOVE 0 TO WS-OP-SALE-PROCEEDS
           MOVE 0 TO WS-OP-GAIN-LOSS
           PERFORM WRITE-OWNED-PROPERTY

           IF WS-OP-RESULT-SUCCESS
               MOVE 6 TO WS-CL-OPERATION-LEN
               MOVE "DELETE" TO WS-CL-OPERATION-DATA
               CALL "COLLATERAL-MASTER" USING
                   WS-CL-OPERATION, WS-COLLATERAL-ID,
                   WS-COLLATERAL-RECORD, WS-CL-RESULT
               IF NOT WS-CL-RESULT-SUCCESS
                   DISPLAY "DEFAULT-CASE-MAINT: Collateral delete "
                           "failed for " WS-COLLATERAL-ID " ("
                           WS-CL-RESULT ")"
               END-IF

               PERFORM LOWER-LOAN-BALANCE
               IF WS-LM-RESULT-SUCCESS
                   MOVE "REOXFER" TO WS-POSTING-EVENT
                   MOVE WS-AMOUNT-VALUE TO WS-POSTING-AMOUNT
                   PERFORM POST-TO-GL
                   PERFORM WRITE-TRANSFER-JOURNAL-RECORD

                   MOVE WS-ENTERED-DATE TO WS-DC-TAKEN-DATE
                   MOVE WS-AMOUNT-VALUE TO WS-DC-CARRYING-VALUE
                   MOVE WS-LOAN-CURRENT-BALANCE TO WS-DC-DEFICIENCY
                   PERFORM WRITE-THE-CASE
                   IF WS-DC-RESULT-SUCCESS
                       ADD 1 TO WS-ASSETS-TAKEN
                       MOVE WS-DC-DEFICIENCY TO WS-ED-BALANCE
                       DISPLAY "Moved to owned property; deficiency "
                               FUNCTION TRIM(WS-ED-BALANCE)
                               " left for charge-off."
                   END-IF
               END-IF
           END-IF.

       LOWER-LOAN-BALANCE.
           PERFORM FETCH-LOAN
           IF WS-LM-RESULT-SUCCESS
               SUBTRACT WS-AMOUNT-VALUE FROM WS-LOAN-CURRENT-BALANCE
               MOVE 6 TO WS-LM-OPERATION-LEN
               MOVE "INSERT" TO WS-LM-OPERATION-DATA
               CALL "LOAN-MASTER" USING
                   WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
                   WS-LM-RESULT
           END-IF
           IF NOT WS-LM-RESULT-SUCCESS
               DISPLAY "DEFAULT-CASE-MAINT: Balance update failed "
                       "for " WS-LOAN-NUMBER " (" WS-LM-RESULT ")"
           END-IF.

       WRITE-TRANSFER-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
           MOVE "REOX" TO WS-TXN-CODE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           MOVE WS-AMOUNT-VALUE TO WS-TXN-AMOUNT
           MOVE WS-AMOUNT-VALUE TO WS-TXN-PRINCIPAL
           MOVE 0 TO WS-TXN-INTEREST
           MOVE 0 TO WS-TXN-ESCROW
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-TXN-BALANCE
           MOVE SPACES TO WS-TXN-RUN-ID

           MOVE 6 TO WS-TX-OPERATION-LEN
           MOVE "APPEND" TO WS-TX-OPERATION-DATA
           CALL "LOAN-TRANSACTION" USING
               WS-TX-OPERATION,
               WS-LOAN-NUMBER,
               WS-LOAN-TXN-RECORD,
               WS-TX-RESULT

           IF WS-TX-RESULT NOT = "SUCCESS"
               DISPLAY "DEFAULT-CASE-MAINT: Journal append "
                       "failed for " WS-LOAN-NUMBER " ("
                       WS-TX-RESULT ")"
           END-IF.

      *----------------------------------------------------------------*
      * SELL-THE-ASSET - the sale date and the net proceeds close the  *
      * case SOLD. REOSALE clears as much carrying value as the cash   *
      * covers; any excess is REOGAIN, any shortfall REOLOSS.          *
      *----------------------------------------------------------------*
       SELL-THE-ASSET.
           MOVE WS-DC-COLLATERAL-ID TO WS-COLLATERAL-ID
           PERFORM FETCH-OWNED-PROPERTY
           IF NOT WS-OP-RESULT-SUCCESS
               DISPLAY "Owned property " WS-COLLATERAL-ID
                       " is not on file (" WS-OP-RESULT ")"
           ELSE
               DISPLAY "Date sold YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               DISPLAY "Net sale proceeds: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ENTRY
               COMPUTE WS-AMOUNT-VALUE =
                   FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
               EVALUATE TRUE
                   WHEN WS-ENTERED-DATE < WS-DC-TAKEN-DATE
                           OR WS-ENTERED-DATE > WS-RUN-DATE
                       DISPLAY "Date sold must fall between the "
                               "taking and today; case left open."
                   WHEN WS-AMOUNT-VALUE < 0
                       DISPLAY "Proceeds cannot be negative; case "
                               "left open."
                   WHEN OTHER
                       COMPUTE WS-GAIN-LOSS =
                           WS-AMOUNT-VALUE - WS-OP-CARRYING-VALUE
                       MOVE WS-GAIN-LOSS TO WS-ED-AMOUNT
                       DISPLAY "Gain (loss) on sale: "
                               FUNCTION TRIM(WS-ED-AMOUNT)
                       DISPLAY "Record the sale (Y/N)? "
                               WITH NO ADVANCING
                       ACCEPT WS-CONFIRM-ENTRY
                       IF WS-CONFIRM-ENTRY = "Y"
                               OR WS-CONFIRM-ENTRY = "y"
                           PERFORM RECORD-THE-SALE
                       END-IF
               END-EVALUATE
           END-IF.

       RECORD-THE-SALE.
           MOVE "SOLD" TO WS-OP-STATUS
           MOVE WS-ENTERED-DATE TO WS-OP-SOLD-DATE
           MOVE WS-AMOUNT-VALUE TO WS-OP-SALE-PROCEEDS
           MOVE WS-GAIN-LOSS TO WS-OP-GAIN-LOSS
           PERFORM WRITE-OWNED-PROPERTY

           IF WS-OP-RESULT-SUCCESS
               MOVE "REOSALE" TO WS-POSTING-EVENT
               IF WS-GAIN-LOSS < 0
                   MOVE WS-AMOUNT-VALUE TO WS-POSTING-AMOUNT
               ELSE
                   MOVE WS-OP-CARRYING-VALUE TO WS-POSTING-AMOUNT
               END-IF
               IF WS-POSTING-AMOUNT > 0
                   PERFORM POST-TO-GL
               END-IF
               EVALUATE TRUE
                   WHEN WS-GAIN-LOSS > 0
                       MOVE "REOGAIN" TO WS-POSTING-EVENT
                       MOVE WS-GAIN-LOSS TO WS-POSTING-AMOUNT
                       PERFORM POST-TO-GL
                   WHEN WS-GAIN-LOSS < 0
                       MOVE "REOLOSS" TO WS-POSTING-EVENT
                       COMPUTE WS-POSTING-AMOUNT = 0 - WS-GAIN-LOSS
                       PERFORM POST-TO-GL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE "SOLD" TO WS-DC-DISPOSITION
               MOVE WS-ENTERED-DATE TO WS-DC-DISPOSITION-DATE
               PERFORM WRITE-THE-CASE
               IF WS-DC-RESULT-SUCCESS
                   ADD 1 TO WS-CASES-CLOSED
                   DISPLAY "Sale recorded; case closed SOLD."
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REINSTATE-THE-LOAN - the borrower cured before the asset was   *
      * taken; the case closes with nothing posted.                    *
      *----------------------------------------------------------------*
       REINSTATE-THE-LOAN.
           DISPLAY "Close as REINSTATED (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
               DISPLAY "Reinstated YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM EDIT-ENTERED-DATE
               IF WS-ENTERED-DATE < WS-DC-OPEN-DATE
                       OR WS-ENTERED-DATE > WS-RUN-DATE
                   DISPLAY "Date must fall between the case opening "
                           "and today; case left open."
               ELSE
                   MOVE "REINSTATED" TO WS-DC-DISPOSITION
                   MOVE WS-ENTERED-DATE TO WS-DC-DISPOSITION-DATE
                   PERFORM WRITE-THE-CASE
                   IF WS-DC-RESULT-SUCCESS
                       ADD 1 TO WS-CASES-CLOSED
                       DISPLAY "Case closed REINSTATED."
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POST-TO-GL - one WS-POSTING-EVENT pair for WS-POSTING-AMOUNT,  *
      * referenced by the loan number.                                 *
      *----------------------------------------------------------------*
       POST-TO-GL.
           MOVE WS-POSTING-AMOUNT TO WS-ED-AMOUNT
           MOVE 14 TO WS-LINK-NAME-LEN
           MOVE "GL-FEED-EXPORT" TO WS-LINK-NAME-DATA
           MOVE SPACES TO WS-INPUT-CONTEXT
           MOVE SPACES TO WS-OUTPUT-CONTEXT
           STRING "Applicant: Owned property "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-NUMBER) DELIMITED BY SIZE
                   ", Principal: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   " Reference: REO-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-NUMBER) DELIMITED BY SIZE
                   " GL Event: " DELIMITED BY SIZE
                   WS-POSTING-EVENT DELIMITED BY SPACE
               INTO WS-INPUT-CONTEXT
           END-STRING

           CALL "GL-FEED-EXPORT" USING
               WS-LINK-NAME,
               WS-INPUT-CONTEXT,
               WS-OUTPUT-CONTEXT,
               WS-LINK-RESULT

           IF WS-LINK-RESULT NOT = "SUCCESS"
               DISPLAY "DEFAULT-CASE-MAINT: " WS-POSTING-EVENT
                       " posting failed for " WS-LOAN-NUMBER " ("
                       WS-LINK-RESULT ")"
           END-IF.

       FETCH-LOAN.
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT.

       FETCH-COLLATERAL.
           MOVE SPACES TO WS-COLLATERAL-RECORD
           MOVE 3 TO WS-CL-OPERATION-LEN
           MOVE "GET" TO WS-CL-OPERATION-DATA
           CALL "COLLATERAL-MASTER" USING
               WS-CL-OPERATION, WS-COLLATERAL-ID,
               WS-COLLATERAL-RECORD, WS-CL-RESULT.

       FETCH-LOAN-PLEDGE.
           MOVE "N" TO WS-PLEDGE-HELD-SWITCH
           MOVE WS-COLLATERAL-ID TO WS-PK-COLLATERAL-ID
           MOVE WS-LOAN-NUMBER TO WS-PK-LOAN-NUMBER
           MOVE SPACES TO WS-PLEDGE-RECORD
           MOVE 3 TO WS-PG-OPERATION-LEN
           MOVE "GET" TO WS-PG-OPERATION-DATA
           CALL "PLEDGE-MASTER" USING
               WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
               WS-PG-RESULT
           IF WS-PG-RESULT-SUCCESS
                   AND WS-PLG-STATUS NOT = "RELEASED"
               MOVE "Y" TO WS-PLEDGE-HELD-SWITCH
           END-IF.

       FETCH-OWNED-PROPERTY.
           MOVE SPACES TO WS-OWNED-PROPERTY-RECORD
           MOVE 3 TO WS-OP-OPERATION-LEN
           MOVE "GET" TO WS-OP-OPERATION-DATA
           CALL "OWNED-PROPERTY-MASTER" USING
               WS-OP-OPERATION, WS-COLLATERAL-ID,
               WS-OWNED-PROPERTY-RECORD, WS-OP-RESULT.

       WRITE-OWNED-PROPERTY.
           MOVE 6 TO WS-OP-OPERATION-LEN
           MOVE "INSERT" TO WS-OP-OPERATION-DATA
           CALL "OWNED-PROPERTY-MASTER" USING
               WS-OP-OPERATION, WS-COLLATERAL-ID,
               WS-OWNED-PROPERTY-RECORD, WS-OP-RESULT
           IF NOT WS-OP-RESULT-SUCCESS
               DISPLAY "DEFAULT-CASE-MAINT: Owned property write "
                       "failed for " WS-COLLATERAL-ID " ("
                       WS-OP-RESULT ")"
           END-IF.

       WRITE-THE-CASE.
           MOVE 6 TO WS-DC-OPERATION-LEN
           MOVE "INSERT" TO WS-DC-OPERATION-DATA
           CALL "DEFAULT-CASE-MASTER" USING
               WS-DC-OPERATION, WS-LOAN-NUMBER,
               WS-DEFAULT-CASE-RECORD, WS-DC-RESULT
           IF NOT WS-DC-RESULT-SUCCESS
               DISPLAY "DEFAULT-CASE-MAINT: Case write failed for "
                       WS-LOAN-NUMBER " (" WS-DC-RESULT ")"
           END-IF.

       EDIT-ENTERED-DATE.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-ENTERED-DATE
           ELSE
               MOVE 0 TO WS-ENTERED-DATE
           END-IF.

       END PROGRAM DEFAULT-CASE-MAINT.
