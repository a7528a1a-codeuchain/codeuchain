      * collateral id passes through untouched -- unsecured loans run  *
      * the same chain; collateral that cannot be found flags for      *
      * review rather than quietly pricing an unverified security.     *
      *                                                                *
      * An item can secure several loans (PLEDGE-MASTER), so the value *
      * priced against is the part of the appraisal standing behind    *
      * this loan: the context's "Allocated Value:" when it carries    *
      * one, otherwise whatever the item has left once the held        *
      * pledges to other loans are taken off. "Pledged Loan:" names    *
      * the loan being re-priced when COLLATERAL-SUBSTITUTION calls,   *
      * so that loan's own pledge is not counted against it. An        *
      * allocation larger than the value left unpledged flags for      *
      * review, and the value used is stamped back as "Allocated       *
      * Value:" for LOAN-BOOKING to record on the new pledge.          *
      *================================================================*

       IDENTIFICATION DIVISION.
       01  WS-ONE-CHAR               PIC X(1).

       01  WS-COLLATERAL-ID          PIC X(10).
       01  WS-PLEDGED-LOAN           PIC X(10).
       01  WS-GIVEN-ALLOCATION       PIC S9(13)V99 COMP-3.
       01  WS-ALLOCATION-SWITCH      PIC X(1).
           88  WS-ALLOCATION-GIVEN           VALUE "Y".
       01  WS-OTHER-LIENS-VALUE      PIC S9(13)V99 COMP-3.
       01  WS-UNPLEDGED-VALUE        PIC S9(13)V99 COMP-3.
       01  WS-PRICED-VALUE           PIC S9(13)V99 COMP-3.
       01  WS-OVER-PLEDGED-SWITCH    PIC X(1).
           88  WS-OVER-PLEDGED               VALUE "Y".
       01  WS-LTV-LIMIT              PIC S9(3)V99 COMP-3 VALUE 80.
       01  WS-LTV-PCT                PIC S9(5)V99 COMP-3.
       01  WS-ED-LTV                 PIC Z(3)9.99.
                     PFX-COLL-TYPE        BY WS-COLL-TYPE
                     PFX-COLL-VALUE       BY WS-COLL-VALUE
                     PFX-COLL-APPR-DATE   BY WS-COLL-APPR-DATE
                     PFX-COLL-LOAN-NUMBER BY WS-COLL-LOAN-NUMBER
                     PFX-COLL-LIEN-STATUS BY WS-COLL-LIEN-STATUS
                     PFX-COLLATERAL-RECORD BY WS-COLLATERAL-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CL-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CL-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CL-RESULT-NOTFOUND.

      * PLEDGE-MASTER call: the item's other held pledges.
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
                     PFX-PLEDGE-RECORD     BY WS-PLEDGE-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-PG-RESULT
                     PFX-RESULT-SUCCESS  BY WS-PG-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-PG-RESULT-NOTFOUND.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-VALUE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-ALLOCATED.

      * Over-limit quotes are logged the same durable way HIGH-VALUE-
      * REVIEW-FLAG logs its flags.
           ELSE
               PERFORM PARSE-LOAN-AMOUNT
               PERFORM PARSE-LTV-LIMIT
               PERFORM PARSE-PLEDGE-LABELS
               PERFORM LOOK-UP-COLLATERAL
           END-IF

               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-PLEDGE-LABELS - the loan being re-priced, if any, and a  *
      * keyed allocation, if any; neither is on an ordinary            *
      * application.                                                   *
      *----------------------------------------------------------------*
       PARSE-PLEDGE-LABELS.
           MOVE SPACES TO WS-PLEDGED-LOAN
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Pledged Loan:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-PLEDGED-LOAN
           END-IF

           MOVE "N" TO WS-ALLOCATION-SWITCH
           MOVE 0 TO WS-GIVEN-ALLOCATION
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Allocated Value:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               IF WS-NUMERIC-VALUE > 0
                   MOVE WS-NUMERIC-VALUE TO WS-GIVEN-ALLOCATION
                   MOVE "Y" TO WS-ALLOCATION-SWITCH
               END-IF
           END-IF.

       EXTRACT-FIRST-TOKEN.
           MOVE SPACES TO WS-RAW-TOKEN
           MOVE SPACES TO WS-PARSE-JUNK
           END-EVALUATE.

       COMPUTE-AND-STAMP-LTV.
           PERFORM MEASURE-UNPLEDGED-VALUE
           MOVE "N" TO WS-OVER-PLEDGED-SWITCH
           IF WS-ALLOCATION-GIVEN
               MOVE WS-GIVEN-ALLOCATION TO WS-PRICED-VALUE
               IF WS-GIVEN-ALLOCATION > WS-UNPLEDGED-VALUE
                   MOVE "Y" TO WS-OVER-PLEDGED-SWITCH
               END-IF
           ELSE
               MOVE WS-UNPLEDGED-VALUE TO WS-PRICED-VALUE
           END-IF

           IF WS-PRICED-VALUE > 0
               COMPUTE WS-LTV-PCT ROUNDED =
                   WS-BC-PRINCIPAL-AMOUNT * 100 / WS-PRICED-VALUE
           ELSE
               MOVE 999.99 TO WS-LTV-PCT
           END-IF

           MOVE WS-LTV-PCT TO WS-ED-LTV
           MOVE WS-COLL-VALUE TO WS-ED-VALUE
           MOVE WS-PRICED-VALUE TO WS-ED-ALLOCATED
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                       DELIMITED BY SIZE
                   " LTV: " DELIMITED BY SIZE
                   WS-ED-LTV DELIMITED BY SIZE
                   "% Collateral Value: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-VALUE) DELIMITED BY SIZE
               INTO LS-OUTPUT-CONTEXT
           END-STRING
           IF NOT WS-ALLOCATION-GIVEN
               MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-JUNK
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       " Allocated Value: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-ALLOCATED)
                           DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF
           IF WS-OVER-PLEDGED
               MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-JUNK
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       " Pledge: Exceeds unpledged value"
                           DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF
           IF WS-LTV-PCT > WS-LTV-LIMIT OR WS-OVER-PLEDGED
               MOVE LS-OUTPUT-CONTEXT TO WS-PARSE-JUNK
               MOVE SPACES TO LS-OUTPUT-CONTEXT
               STRING FUNCTION TRIM(WS-PARSE-JUNK) DELIMITED BY SIZE
                       " Review Required: YES" DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
               PERFORM LOG-LTV-FLAG
           END-IF
           MOVE "SUCCESS" TO LS-LINK-RESULT.

      *----------------------------------------------------------------*
      * MEASURE-UNPLEDGED-VALUE - the appraisal less the held pledges  *
      * to other loans. An item naming a loan that has no pledge       *
      * record of its own is read as fully pledged to that loan.       *
      *----------------------------------------------------------------*
       MEASURE-UNPLEDGED-VALUE.
           MOVE WS-COLLATERAL-ID TO WS-PK-COLLATERAL-ID
           MOVE WS-PLEDGED-LOAN TO WS-PK-LOAN-NUMBER
           MOVE 11 TO WS-PG-OPERATION-LEN
           MOVE "OTHER-LIENS" TO WS-PG-OPERATION-DATA
           CALL "PLEDGE-MASTER" USING
               WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
               WS-PG-RESULT
           MOVE 0 TO WS-OTHER-LIENS-VALUE
           IF WS-PG-RESULT-SUCCESS
               MOVE WS-PLG-ALLOCATED TO WS-OTHER-LIENS-VALUE
           END-IF

           IF WS-COLL-LOAN-NUMBER NOT = SPACES
                   AND WS-COLL-LOAN-NUMBER NOT = WS-PLEDGED-LOAN
                   AND WS-COLL-LIEN-STATUS NOT = "RELEASED"
               MOVE WS-COLL-LOAN-NUMBER TO WS-PK-LOAN-NUMBER
               MOVE 3 TO WS-PG-OPERATION-LEN
               MOVE "GET" TO WS-PG-OPERATION-DATA
               CALL "PLEDGE-MASTER" USING
                   WS-PG-OPERATION, WS-PLEDGE-KEY, WS-PLEDGE-RECORD,
                   WS-PG-RESULT
               IF NOT WS-PG-RESULT-SUCCESS
                   MOVE WS-COLL-VALUE TO WS-OTHER-LIENS-VALUE
               END-IF
           END-IF

           COMPUTE WS-UNPLEDGED-VALUE =
               WS-COLL-VALUE - WS-OTHER-LIENS-VALUE
           IF WS-UNPLEDGED-VALUE < 0
               MOVE 0 TO WS-UNPLEDGED-VALUE
           END-IF.

       LOG-LTV-FLAG.
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "Loan-to-value flagged for review. Collateral: "
