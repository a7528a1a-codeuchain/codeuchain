      *================================================================*
      * CodeUChain COBOL Implementation - Complaint Category Module    *
      *                                                                *
      * Resolves a complaint category code to its description and the  *
      * number of calendar days the bank has to respond, so            *
      * COMPLAINT-MAINT can validate the category an operator keys and *
      * set the complaint's due date, and the complaint reports can    *
      * print the category's name. Compliance keeps the regulatory     *
      * category list in complaint_category.dat (one fixed-width row   *
      * per category: code, description, response days); a missing     *
      * file or a code the file doesn't carry falls back to the        *
      * built-in defaults below, so a shop that never deploys the file *
      * still has the standard list.                                   *
      *                                                                *
      *     Code      Description                     Days             *
      *     BILLING   Billing or payment handling      015             *
      *     PAYOFF    Payoff or lien release           015             *
      *     COLLECT   Collection practices             015             *
      *     CREDREPT  Credit reporting dispute         030             *
      *     ESCROW    Escrow, taxes or insurance       030             *
      *     ORIGIN    Application or origination       015             *
      *     DISCRIM   Fair lending / discrimination    015             *
      *     PRIVACY   Privacy or data handling         015             *
      *     SERVICE   Customer service                 015             *
      *     FEES      Fees or charges                  015             *
      *     MODIFY    Modification or hardship         030             *
      *     OTHER     Other                            015             *
      *                                                                *
      * CREDREPT, ESCROW and MODIFY carry the thirty days the error-   *
      * resolution and loss-mitigation rules allow for investigating   *
      * a borrower's dispute; everything else gets the fifteen-day     *
      * acknowledgement-and-response standard. A code neither the file *
      * nor the defaults know answers NOTFOUND.                        *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-CATEGORY.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "complaint_category.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE.
       01  CATEGORY-FILE-RECORD.
           05  CATEGORY-CODE         PIC X(8).
           05  CATEGORY-DESCRIPTION  PIC X(30).
           05  CATEGORY-RESPONSE-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-CATEGORY-STATUS        PIC XX.
       01  WS-EOF-SWITCH             PIC X(1).
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-CATEGORY-FOUND             VALUE "Y".

       LINKAGE SECTION.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY LS-OPERATION-LEN
                     PFX-OPERATION-DATA BY LS-OPERATION-DATA
                     PFX-OPERATION      BY LS-OPERATION.
       01  LS-CATEGORY-CODE          PIC X(8).
       01  LS-CATEGORY-INFO.
           05  LS-CATEGORY-DESCRIPTION PIC X(30).
           05  LS-RESPONSE-DAYS      PIC 9(3).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY LS-RESULT-NOTFOUND
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-CATEGORY-CODE,
                                 LS-CATEGORY-INFO, LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "GET"
                   PERFORM GET-OPERATION
               WHEN OTHER
                   SET LS-RESULT-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      * GET-OPERATION - the built-in defaults first, then the file, so *
      * a row compliance maintains overrides the default for its code  *
      * and adds categories the defaults don't carry.                  *
      *----------------------------------------------------------------*
       GET-OPERATION.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM DEFAULT-FOR-CATEGORY
           PERFORM LOOK-UP-IN-CATEGORY-FILE
           IF WS-CATEGORY-FOUND
               SET LS-RESULT-SUCCESS TO TRUE
           ELSE
               SET LS-RESULT-NOTFOUND TO TRUE
           END-IF.

       DEFAULT-FOR-CATEGORY.
           MOVE "Y" TO WS-FOUND-SWITCH
           MOVE 15 TO LS-RESPONSE-DAYS
           EVALUATE LS-CATEGORY-CODE
               WHEN "BILLING"
                   MOVE "Billing or payment handling"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "PAYOFF"
                   MOVE "Payoff or lien release"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "COLLECT"
                   MOVE "Collection practices"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "CREDREPT"
                   MOVE "Credit reporting dispute"
                       TO LS-CATEGORY-DESCRIPTION
                   MOVE 30 TO LS-RESPONSE-DAYS
               WHEN "ESCROW"
                   MOVE "Escrow, taxes or insurance"
                       TO LS-CATEGORY-DESCRIPTION
                   MOVE 30 TO LS-RESPONSE-DAYS
               WHEN "ORIGIN"
                   MOVE "Application or origination"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "DISCRIM"
                   MOVE "Fair lending / discrimination"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "PRIVACY"
                   MOVE "Privacy or data handling"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "SERVICE"
                   MOVE "Customer service"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "FEES"
                   MOVE "Fees or charges"
                       TO LS-CATEGORY-DESCRIPTION
               WHEN "MODIFY"
                   MOVE "Modification or hardship"
                       TO LS-CATEGORY-DESCRIPTION
                   MOVE 30 TO LS-RESPONSE-DAYS
               WHEN "OTHER"
                   MOVE "Other" TO LS-CATEGORY-DESCRIPTION
               WHEN OTHER
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE SPACES TO LS-CATEGORY-DESCRIPTION
                   MOVE 0 TO LS-RESPONSE-DAYS
           END-EVALUATE.

       LOOK-UP-IN-CATEGORY-FILE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS = "00"
               PERFORM READ-NEXT-CATEGORY-RECORD
               PERFORM CHECK-ONE-CATEGORY-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE CATEGORY-FILE
           END-IF.

       READ-NEXT-CATEGORY-RECORD.
           READ CATEGORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CATEGORY-RECORD.
           IF CATEGORY-CODE = LS-CATEGORY-CODE
               MOVE "Y" TO WS-FOUND-SWITCH
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE CATEGORY-DESCRIPTION TO LS-CATEGORY-DESCRIPTION
               MOVE CATEGORY-RESPONSE-DAYS TO LS-RESPONSE-DAYS
           ELSE
               PERFORM READ-NEXT-CATEGORY-RECORD
           END-IF.

       END PROGRAM COMPLAINT-CATEGORY.
