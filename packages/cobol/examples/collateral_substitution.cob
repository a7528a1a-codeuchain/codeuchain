      * appended to collateral_release_letters.rpt. Releasing the      *
      * last parcel is LOAN-SATISFACTION's business, not this          *
      * screen's.                                                      *
      *                                                                *
      * A parcel can secure several loans (PLEDGE-MASTER), so the      *
      * position is the parcels with a held pledge to this loan, each  *
      * counted at the value allocated to it rather than its whole     *
      * appraisal. A parcel naming this loan with no pledge of its own *
      * counts as a full-value first lien. Releasing a parcel releases *
      * this loan's pledge; the parcel's lien lets go only when no     *
      * other loan still holds a pledge on it. A parcel brought in may *
      * already secure other loans: it comes in behind them at the     *
      * value they leave unpledged. A=Add pledges a further parcel to  *
      * the loan with nothing released, which needs no pricing.        *
      *================================================================*

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COLL-ID
               FILE STATUS IS WS-COLLFILE-STATUS.
           SELECT PLEDGE-FILE ASSIGN TO "pledge_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-KEY
               FILE STATUS IS WS-PLEDGE-FILE-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO "collateral_release_letters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
                         PFX-COLLATERAL-RECORD BY
                             COLL-MASTER-FIELDS.

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

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COLLFILE-STATUS        PIC XX.
       01  WS-PLEDGE-FILE-STATUS     PIC XX.
       01  WS-PLEDGE-EOF-SWITCH      PIC X(1).
           88  WS-PLEDGE-AT-EOF              VALUE "Y".
       01  WS-LETTER-STATUS          PIC XX.
       01  WS-WALK-EOF-SWITCH        PIC X(1) VALUE "N".
           88  WS-WALK-AT-EOF                VALUE "Y".
       01  WS-IN-VALUE               PIC S9(13)V99 COMP-3.
       01  WS-POST-VALUE             PIC S9(15)V99 COMP-3.
       01  WS-ANCHOR-SHARE           PIC S9(13)V99 COMP-3.
       01  WS-IN-POSITION            PIC 9(2).
       01  WS-OUT-KEPT-FOR-LOAN      PIC X(10).

      * One parcel's pledges, measured for this loan: whether it
      * secures the loan and for how much, and what the other loans
      * still holding pledges on it take.
       01  WS-ITEM-ID                PIC X(10).
       01  WS-ITEM-PRIMARY-LOAN      PIC X(10).
       01  WS-ITEM-VALUE             PIC S9(13)V99 COMP-3.
       01  WS-ITEM-LIEN-STATUS       PIC X(10).
       01  WS-ITEM-SECURES-SWITCH    PIC X(1).
           88  WS-ITEM-SECURES-LOAN          VALUE "Y".
       01  WS-ITEM-ROW-SWITCH        PIC X(1).
           88  WS-ITEM-HAS-ROW               VALUE "Y".
       01  WS-PRIMARY-ROW-SWITCH     PIC X(1).
           88  WS-PRIMARY-ROW-SEEN           VALUE "Y".
       01  WS-ITEM-ALLOCATED         PIC S9(13)V99 COMP-3.
       01  WS-ITEM-POSITION          PIC 9(2).
       01  WS-HELD-OTHERS            PIC 9(3).
       01  WS-OTHERS-ALLOCATED       PIC S9(13)V99 COMP-3.
       01  WS-ITEM-UNPLEDGED         PIC S9(13)V99 COMP-3.
       01  WS-SENIOR-LOAN            PIC X(10).
       01  WS-SENIOR-POSITION        PIC 9(2).
       01  WS-JUNIOR-POSITION        PIC 9(2).
       01  WS-ED-POSITION            PIC Z9.

      * LOAN-MASTER call.
       COPY "operation.cob"
                     PFX-RESULT-SUCCESS  BY WS-CL-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CL-RESULT-NOTFOUND.

      * PLEDGE-MASTER call for the pledges actually changed.
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

      * The LTV-CHECK link call, the same pricing the chain runs.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
           END-IF.

       LIST-ONE-PARCEL.
           PERFORM MEASURE-WALKED-PARCEL
           IF WS-ITEM-SECURES-LOAN
               ADD 1 TO WS-LINKED-COUNT
               ADD WS-ITEM-ALLOCATED TO WS-LINKED-VALUE
               IF WS-ITEM-ALLOCATED > WS-ANCHOR-VALUE
                   MOVE COLL-ID TO WS-ANCHOR-ID
                   MOVE WS-ITEM-ALLOCATED TO WS-ANCHOR-VALUE
               END-IF
               MOVE WS-ITEM-ALLOCATED TO WS-ED-SHARE
               MOVE COLL-VALUE TO WS-ED-VALUE
               MOVE WS-ITEM-POSITION TO WS-ED-POSITION
               DISPLAY "  " COLL-ID "  " COLL-TYPE "  "
                       FUNCTION TRIM(WS-ED-SHARE) " of "
                       FUNCTION TRIM(WS-ED-VALUE) "  lien "
                       WS-ED-POSITION
           END-IF
           PERFORM READ-NEXT-WALK-RECORD.

       MEASURE-WALKED-PARCEL.
           MOVE COLL-ID TO WS-ITEM-ID
           MOVE COLL-LOAN-NUMBER TO WS-ITEM-PRIMARY-LOAN
           MOVE COLL-VALUE TO WS-ITEM-VALUE
           MOVE COLL-LIEN-STATUS TO WS-ITEM-LIEN-STATUS
           PERFORM MEASURE-ITEM-PLEDGES.

       MEASURE-FETCHED-PARCEL.
           MOVE WS-COLLATERAL-ID TO WS-ITEM-ID
           MOVE WS-COLL-LOAN-NUMBER TO WS-ITEM-PRIMARY-LOAN
           MOVE WS-COLL-VALUE TO WS-ITEM-VALUE
           MOVE WS-COLL-LIEN-STATUS TO WS-ITEM-LIEN-STATUS
           PERFORM MEASURE-ITEM-PLEDGES.

      *----------------------------------------------------------------*
      * MEASURE-ITEM-PLEDGES - keyed START at the parcel on the pledge *
      * file and a walk of its pledges: this loan's held pledge gives  *
      * its allocation and lien position, the other held pledges add   *
      * up what the other loans take. A parcel naming a loan with no   *
      * pledge of its own is that loan's full-value first lien. A      *
      * released parcel secures nothing.                               *
      *----------------------------------------------------------------*
       MEASURE-ITEM-PLEDGES.
           MOVE "N" TO WS-ITEM-SECURES-SWITCH
           MOVE "N" TO WS-ITEM-ROW-SWITCH
           MOVE "N" TO WS-PRIMARY-ROW-SWITCH
           MOVE 0 TO WS-ITEM-ALLOCATED
           MOVE 0 TO WS-ITEM-POSITION
           MOVE 0 TO WS-HELD-OTHERS
           MOVE 0 TO WS-OTHERS-ALLOCATED
           MOVE SPACES TO WS-SENIOR-LOAN
           MOVE 99 TO WS-SENIOR-POSITION
           MOVE 0 TO WS-JUNIOR-POSITION

           IF WS-ITEM-LIEN-STATUS NOT = "RELEASED"
               OPEN INPUT PLEDGE-FILE
               IF WS-PLEDGE-FILE-STATUS = "00"
                   MOVE "N" TO WS-PLEDGE-EOF-SWITCH
                   MOVE WS-ITEM-ID TO PLG-COLLATERAL-ID
                   MOVE LOW-VALUES TO PLG-LOAN-NUMBER
                   START PLEDGE-FILE KEY IS NOT LESS THAN PLG-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
                   END-START
                   IF NOT WS-PLEDGE-AT-EOF
                       PERFORM READ-NEXT-PLEDGE
                       PERFORM MEASURE-ONE-PLEDGE
                           UNTIL WS-PLEDGE-AT-EOF
                   END-IF
                   CLOSE PLEDGE-FILE
               END-IF

               IF WS-ITEM-PRIMARY-LOAN NOT = SPACES
                       AND NOT WS-PRIMARY-ROW-SEEN
                   IF WS-ITEM-PRIMARY-LOAN = WS-LOAN-NUMBER
                       MOVE "Y" TO WS-ITEM-SECURES-SWITCH
                       MOVE WS-ITEM-VALUE TO WS-ITEM-ALLOCATED
                       MOVE 1 TO WS-ITEM-POSITION
                   ELSE
                       ADD 1 TO WS-HELD-OTHERS
                       ADD WS-ITEM-VALUE TO WS-OTHERS-ALLOCATED
                       MOVE WS-ITEM-PRIMARY-LOAN TO WS-SENIOR-LOAN
                       MOVE 1 TO WS-SENIOR-POSITION
                       IF WS-JUNIOR-POSITION < 1
                           MOVE 1 TO WS-JUNIOR-POSITION
                       END-IF
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-ITEM-UNPLEDGED =
               WS-ITEM-VALUE - WS-OTHERS-ALLOCATED
           IF WS-ITEM-UNPLEDGED < 0
               MOVE 0 TO WS-ITEM-UNPLEDGED
           END-IF.

       MEASURE-ONE-PLEDGE.
           IF PLG-COLLATERAL-ID NOT = WS-ITEM-ID
               MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           ELSE
               IF PLG-LOAN-NUMBER = WS-ITEM-PRIMARY-LOAN
                   MOVE "Y" TO WS-PRIMARY-ROW-SWITCH
               END-IF
               EVALUATE TRUE
                   WHEN PLG-STATUS = "RELEASED"
                       CONTINUE
                   WHEN PLG-LOAN-NUMBER = WS-LOAN-NUMBER
                       MOVE "Y" TO WS-ITEM-SECURES-SWITCH
                       MOVE "Y" TO WS-ITEM-ROW-SWITCH
                       MOVE PLG-ALLOCATED TO WS-ITEM-ALLOCATED
                       MOVE PLG-LIEN-POSITION TO WS-ITEM-POSITION
                   WHEN OTHER
                       ADD 1 TO WS-HELD-OTHERS
                       ADD PLG-ALLOCATED TO WS-OTHERS-ALLOCATED
                       IF PLG-LIEN-POSITION < WS-SENIOR-POSITION
                           MOVE PLG-LOAN-NUMBER TO WS-SENIOR-LOAN
                           MOVE PLG-LIEN-POSITION
                               TO WS-SENIOR-POSITION
                       END-IF
                       IF PLG-LIEN-POSITION > WS-JUNIOR-POSITION
                           MOVE PLG-LIEN-POSITION
                               TO WS-JUNIOR-POSITION
                       END-IF
               END-EVALUATE
               PERFORM READ-NEXT-PLEDGE
           END-IF.

       READ-NEXT-PLEDGE.
           READ PLEDGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           END-READ.

       READ-NEXT-WALK-RECORD.
           READ COLLATERAL-FILE
               AT END
           END-READ.

       TAKE-THE-PROPOSAL.
           DISPLAY "R=Release a parcel, S=Substitute, "
                   "A=Add a parcel: " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY
           MOVE SPACES TO WS-PARCEL-OUT-ENTRY
           MOVE SPACES TO WS-PARCEL-IN-ENTRY
           EVALUATE WS-ACTION-ENTRY
               WHEN "R"
               WHEN "r"
               WHEN "S"
               WHEN "s"
                   PERFORM PROPOSE-SUBSTITUTION
               WHEN "A"
               WHEN "a"
                   PERFORM PROPOSE-ADDED-PARCEL
               WHEN OTHER
                   DISPLAY "Please enter R, S or A."
           END-EVALUATE.

      *----------------------------------------------------------------*
               ACCEPT WS-PARCEL-OUT-ENTRY
               PERFORM FETCH-OUTGOING-PARCEL
               IF WS-CL-RESULT-SUCCESS
                   MOVE WS-ITEM-ALLOCATED TO WS-OUT-VALUE
                   MOVE 0 TO WS-IN-VALUE
                   COMPUTE WS-POST-VALUE =
                       WS-LINKED-VALUE - WS-OUT-VALUE
           END-IF.

      *----------------------------------------------------------------*
      * PROPOSE-SUBSTITUTION - a parcel out and a parcel in at the     *
      * value the loans already holding it leave unpledged; the        *
      * incoming parcel anchors the pricing.                           *
      *----------------------------------------------------------------*
       PROPOSE-SUBSTITUTION.
           DISPLAY "Parcel to release: " WITH NO ADVANCING
           ACCEPT WS-PARCEL-OUT-ENTRY
           PERFORM FETCH-OUTGOING-PARCEL
           IF WS-CL-RESULT-SUCCESS
               MOVE WS-ITEM-ALLOCATED TO WS-OUT-VALUE

               DISPLAY "Parcel to bring in: " WITH NO ADVANCING
               ACCEPT WS-PARCEL-IN-ENTRY
               PERFORM FETCH-INCOMING-PARCEL
               IF WS-CL-RESULT-SUCCESS
                   MOVE WS-ITEM-UNPLEDGED TO WS-IN-VALUE
                   COMPUTE WS-POST-VALUE =
                       WS-LINKED-VALUE - WS-OUT-VALUE + WS-IN-VALUE
                   MOVE WS-PARCEL-IN-ENTRY TO WS-ANCHOR-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PROPOSE-ADDED-PARCEL - a parcel in and nothing out; more       *
      * security only lowers the loan-to-value, so it goes straight to *
      * confirmation.                                                  *
      *----------------------------------------------------------------*
       PROPOSE-ADDED-PARCEL.
           DISPLAY "Parcel to add: " WITH NO ADVANCING
           ACCEPT WS-PARCEL-IN-ENTRY
           PERFORM FETCH-INCOMING-PARCEL
           IF WS-CL-RESULT-SUCCESS
               MOVE 0 TO WS-OUT-VALUE
               MOVE WS-ITEM-UNPLEDGED TO WS-IN-VALUE
               MOVE WS-IN-VALUE TO WS-ED-SHARE
               DISPLAY "Parcel " WS-PARCEL-IN-ENTRY " pledges "
                       FUNCTION TRIM(WS-ED-SHARE) " to this loan."
               PERFORM CONFIRM-AND-APPLY
           END-IF.

       FETCH-OUTGOING-PARCEL.
           MOVE WS-PARCEL-OUT-ENTRY TO WS-COLLATERAL-ID
           MOVE SPACES TO WS-COLLATERAL-RECORD
           CALL "COLLATERAL-MASTER" USING
               WS-CL-OPERATION, WS-COLLATERAL-ID,
               WS-COLLATERAL-RECORD, WS-CL-RESULT
           IF WS-CL-RESULT-SUCCESS
               PERFORM MEASURE-FETCHED-PARCEL
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CL-RESULT-SUCCESS
                   DISPLAY "No such collateral: "
                           WS-PARCEL-OUT-ENTRY
               WHEN WS-COLL-LIEN-STATUS = "RELEASED"
                   DISPLAY "Parcel " WS-PARCEL-OUT-ENTRY
                           " is already released."
                   SET WS-CL-RESULT-NOTFOUND TO TRUE
               WHEN NOT WS-ITEM-SECURES-LOAN
                   DISPLAY "Parcel " WS-PARCEL-OUT-ENTRY
                           " does not secure this loan."
                   SET WS-CL-RESULT-NOTFOUND TO TRUE
           END-EVALUATE.

       FETCH-INCOMING-PARCEL.
           CALL "COLLATERAL-MASTER" USING
               WS-CL-OPERATION, WS-COLLATERAL-ID,
               WS-COLLATERAL-RECORD, WS-CL-RESULT
           IF WS-CL-RESULT-SUCCESS
               PERFORM MEASURE-FETCHED-PARCEL
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CL-RESULT-SUCCESS
                   DISPLAY "No such collateral: " WS-PARCEL-IN-ENTRY
               WHEN WS-COLL-LIEN-STATUS = "RELEASED"
                   DISPLAY "Parcel " WS-PARCEL-IN-ENTRY
                           " carries a released lien; re-appraise "
                           "and re-key it first."
                   SET WS-CL-RESULT-NOTFOUND TO TRUE
               WHEN WS-ITEM-SECURES-LOAN
                   DISPLAY "Parcel " WS-PARCEL-IN-ENTRY
                           " already secures this loan."
                   SET WS-CL-RESULT-NOTFOUND TO TRUE
               WHEN WS-ITEM-UNPLEDGED NOT > 0
                   DISPLAY "Parcel " WS-PARCEL-IN-ENTRY
                           " is fully pledged to loan "
                           WS-SENIOR-LOAN " and others."
                   SET WS-CL-RESULT-NOTFOUND TO TRUE
               WHEN OTHER
                   COMPUTE WS-IN-POSITION = WS-JUNIOR-POSITION + 1
           END-EVALUATE.

       FIND-NEW-ANCHOR.
           END-IF.

       JUDGE-ONE-ANCHOR.
           IF COLL-ID NOT = WS-PARCEL-OUT-ENTRY
               PERFORM MEASURE-WALKED-PARCEL
               IF WS-ITEM-SECURES-LOAN
                       AND WS-ITEM-ALLOCATED > WS-ANCHOR-VALUE
                   MOVE COLL-ID TO WS-ANCHOR-ID
                   MOVE WS-ITEM-ALLOCATED TO WS-ANCHOR-VALUE
               END-IF
           END-IF
           PERFORM READ-NEXT-WALK-RECORD.

      * PRICE-THE-POSITION - the LTV-CHECK link judges the anchor      *
      * parcel against the balance the rest of the post-change         *
      * position can't cover; "Review Required: YES" in the stamped    *
      * context (or a link failure) blocks the change. The anchor is   *
      * priced at its allocation to this loan, which LTV-CHECK also    *
      * holds against what the other loans leave unpledged.            *
      *----------------------------------------------------------------*
       PRICE-THE-POSITION.
           MOVE "N" TO WS-BLOCK-SWITCH
           END-IF

           MOVE WS-ANCHOR-SHARE TO WS-ED-SHARE
           MOVE WS-ANCHOR-VALUE TO WS-ED-VALUE
           MOVE SPACES TO WS-INPUT-CONTEXT
           IF WS-PROD-MAX-LTV > 0
               MOVE WS-PROD-MAX-LTV TO WS-ED-LIMIT
               STRING "Business Process: Collateral Change, "
                   "Amount: $" FUNCTION TRIM(WS-ED-SHARE)
                   " Collateral ID: " WS-ANCHOR-ID
                   " Pledged Loan: " WS-LOAN-NUMBER
                   " Allocated Value: " FUNCTION TRIM(WS-ED-VALUE)
                   " LTV Limit: " FUNCTION TRIM(WS-ED-LIMIT)
                   DELIMITED BY SIZE
                   INTO WS-INPUT-CONTEXT
               STRING "Business Process: Collateral Change, "
                   "Amount: $" FUNCTION TRIM(WS-ED-SHARE)
                   " Collateral ID: " WS-ANCHOR-ID
                   " Pledged Loan: " WS-LOAN-NUMBER
                   " Allocated Value: " FUNCTION TRIM(WS-ED-VALUE)
                   DELIMITED BY SIZE
                   INTO WS-INPUT-CONTEXT
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-THE-CHANGE - release the outgoing pledge (and its lien   *
      * when no other loan holds one), attach the incoming parcel on a *
      * swap or an add, one image pair per record touched, then the    *
      * CSUB journal event and, when something was released, the       *
      * release letter.                                                *
      *----------------------------------------------------------------*
       APPLY-THE-CHANGE.
           SET WS-CL-RESULT-SUCCESS TO TRUE
           MOVE SPACES TO WS-OUT-KEPT-FOR-LOAN
           IF WS-PARCEL-OUT-ENTRY NOT = SPACES
               PERFORM RELEASE-OUTGOING-PARCEL
           END-IF
           IF WS-CL-RESULT-SUCCESS
               IF WS-PARCEL-IN-ENTRY NOT = SPACES
                   PERFORM ATTACH-INCOMING-PARCEL
           IF WS-CL-RESULT-SUCCESS
               ADD 1 TO WS-CHANGES-MADE
               PERFORM WRITE-CHANGE-JOURNAL-RECORD
               IF WS-PARCEL-OUT-ENTRY NOT = SPACES
                   PERFORM WRITE-RELEASE-LETTER
               END-IF
               DISPLAY "Applied."
           END-IF.

               WS-CL-OPERATION, WS-COLLATERAL-ID,
               WS-COLLATERAL-RECORD, WS-CL-RESULT
           IF WS-CL-RESULT-SUCCESS
               PERFORM MEASURE-FETCHED-PARCEL
               PERFORM RELEASE-OUTGOING-PLEDGE
           END-IF
           IF WS-CL-RESULT-SUCCESS
               IF WS-HELD-OTHERS > 0
                   MOVE WS-SENIOR-LOAN TO WS-OUT-KEPT-FOR-LOAN
               END-IF
               IF WS-HELD-OTHERS = 0
                       OR WS-COLL-LOAN-NUMBER = WS-LOAN-NUMBER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-COLLATERAL-RECORD TO WS-BEFORE-IMAGE
                   IF WS-HELD-OTHERS = 0
                       MOVE "RELEASED" TO WS-COLL-LIEN-STATUS
                   ELSE
                       MOVE WS-SENIOR-LOAN TO WS-COLL-LOAN-NUMBER
                   END-IF
                   MOVE 6 TO WS-CL-OPERATION-LEN
                   MOVE "INSERT" TO WS-CL-OPERATION-DATA
                   CALL "COLLATERAL-MASTER" USING
                       WS-CL-OPERATION, WS-COLLATERAL-ID,
                       WS-COLLATERAL-RECORD, WS-CL-RESULT
                   IF WS-CL-RESULT-SUCCESS
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE WS-COLLATERAL-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-COLLATERAL-AUDIT-IMAGE
                   ELSE
                       DISPLAY "COLLATERAL-SUBSTITUTION: Release "
                               "failed for " WS-COLLATERAL-ID " ("
                               WS-CL-RESULT ")"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RELEASE-OUTGOING-PLEDGE - this loan's pledge on the parcel is  *
      * stamped RELEASED; a parcel that only named the loan gets the   *
      * released pledge written so the history is on file.             *
      *----------------------------------------------------------------*
       RELEASE-OUTGOING-PLEDGE.
           MOVE WS-COLLATERAL-ID TO WS-PK-COLLATERAL-ID
           MOVE WS-LOAN-NUMBER TO WS-PK-LOAN-NUMBER
           MOVE SPACES TO WS-PLEDGE-RECORD
           IF WS-ITEM-HAS-ROW
               MOVE 3 TO WS-PG-OPERATION-LEN
               MOVE "GET" TO WS-PG-OPERATION-DATA
               CALL "PLEDGE-MASTER" USING
                   WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
                   WS-PG-RESULT
           ELSE
               MOVE WS-ITEM-POSITION TO WS-PLG-LIEN-POSITION
               MOVE WS-ITEM-ALLOCATED TO WS-PLG-ALLOCATED
               MOVE 0 TO WS-PLG-PLEDGED-DATE
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-PLEDGE-RECORD TO WS-BEFORE-IMAGE
           MOVE "RELEASED" TO WS-PLG-STATUS
           MOVE WS-RUN-DATE TO WS-PLG-RELEASED-DATE
           PERFORM WRITE-PLEDGE-CHANGE.

       WRITE-PLEDGE-CHANGE.
           MOVE 6 TO WS-PG-OPERATION-LEN
           MOVE "INSERT" TO WS-PG-OPERATION-DATA
           CALL "PLEDGE-MASTER" USING
               WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
               WS-PG-RESULT
           IF WS-PG-RESULT-SUCCESS
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-PLEDGE-RECORD TO WS-AFTER-IMAGE
               MOVE SPACES TO WS-AUDIT-REQUEST
               MOVE "pledge_master.dat" TO WS-AI-FILE-NAME
               MOVE WS-PLEDGE-KEY TO WS-AI-RECORD-KEY
               MOVE "CHANGE" TO WS-AI-OPERATION
               MOVE WS-SIGNON-USER-ID TO WS-AI-OPERATOR-ID
               MOVE 6 TO WS-AX-OPERATION-LEN
               MOVE "APPEND" TO WS-AX-OPERATION-DATA
               CALL "AUDIT-IMAGE" USING
                   WS-AX-OPERATION,
                   WS-AUDIT-REQUEST,
                   WS-BEFORE-IMAGE,
                   WS-AFTER-IMAGE,
                   WS-AX-RESULT
           ELSE
               DISPLAY "COLLATERAL-SUBSTITUTION: Pledge change "
                       "failed for " WS-PK-COLLATERAL-ID " ("
                       WS-PG-RESULT ")"
               SET WS-CL-RESULT-NOTFOUND TO TRUE
           END-IF.

       ATTACH-INCOMING-PARCEL.
           MOVE WS-PARCEL-IN-ENTRY TO WS-COLLATERAL-ID
           MOVE SPACES TO WS-COLLATERAL-RECORD
               WS-CL-OPERATION, WS-COLLATERAL-ID,
               WS-COLLATERAL-RECORD, WS-CL-RESULT
           IF WS-CL-RESULT-SUCCESS
               PERFORM ATTACH-INCOMING-PLEDGE
           END-IF
           IF WS-CL-RESULT-SUCCESS
                   AND WS-COLL-LOAN-NUMBER = SPACES
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-COLLATERAL-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-LOAN-NUMBER TO WS-COLL-LOAN-NUMBER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ATTACH-INCOMING-PLEDGE - the parcel is pledged to this loan    *
      * behind the loans already holding it, at the value they leave   *
      * unpledged.                                                     *
      *----------------------------------------------------------------*
       ATTACH-INCOMING-PLEDGE.
           MOVE WS-COLLATERAL-ID TO WS-PK-COLLATERAL-ID
           MOVE WS-LOAN-NUMBER TO WS-PK-LOAN-NUMBER
           MOVE SPACES TO WS-PLEDGE-RECORD
           MOVE 3 TO WS-PG-OPERATION-LEN
           MOVE "GET" TO WS-PG-OPERATION-DATA
           CALL "PLEDGE-MASTER" USING
               WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
               WS-PG-RESULT
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF WS-PG-RESULT-SUCCESS
               MOVE WS-PLEDGE-RECORD TO WS-BEFORE-IMAGE
           END-IF
           MOVE SPACES TO WS-PLEDGE-RECORD
           MOVE WS-IN-POSITION TO WS-PLG-LIEN-POSITION
           MOVE WS-IN-VALUE TO WS-PLG-ALLOCATED
           MOVE WS-RUN-DATE TO WS-PLG-PLEDGED-DATE
           MOVE 0 TO WS-PLG-RELEASED-DATE
           PERFORM WRITE-PLEDGE-CHANGE.

       WRITE-COLLATERAL-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUDIT-REQUEST
           MOVE "collateral_master.dat" TO WS-AI-FILE-NAME

      *----------------------------------------------------------------*
      * WRITE-CHANGE-JOURNAL-RECORD - the CSUB event: the amount is    *
      * the allocated value released (zero when a parcel is only       *
      * added), the balance the loan's own, so the collateral history  *
      * reads out of the journal alongside the money history.          *
      *----------------------------------------------------------------*
       WRITE-CHANGE-JOURNAL-RECORD.
           MOVE SPACES TO WS-LOAN-TXN-RECORD
               END-STRING
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               IF WS-OUT-KEPT-FOR-LOAN = SPACES
                   STRING "The lien on collateral " DELIMITED BY SIZE
                           WS-PARCEL-OUT-ENTRY DELIMITED BY SIZE
                           " is released." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "Collateral " DELIMITED BY SIZE
                           WS-PARCEL-OUT-ENTRY DELIMITED BY SIZE
                           " no longer secures this loan; it "
                               DELIMITED BY SIZE
                           "remains pledged to loan " DELIMITED BY SIZE
                           WS-OUT-KEPT-FOR-LOAN DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF
               WRITE LETTER-LINE
               IF WS-PARCEL-IN-ENTRY NOT = SPACES
                   MOVE SPACES TO LETTER-LINE
