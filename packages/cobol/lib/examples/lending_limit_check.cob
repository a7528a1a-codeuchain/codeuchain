      *================================================================*
      * CodeUChain COBOL Implementation - Lending Limit Check Link     *
      *                                                                *
      * The origination-time counterpart of EXPOSURE-REPORT: where the *
      * report shows a concentration after it is booked, this link     *
      * stops one from being booked unseen. The application's new      *
      * principal is added to what its borrowers' household already    *
      * owes on LOAN-MASTER and the total compared with the bank's     *
      * legal lending limit; the applicant and any co-borrower are     *
      * also looked up on the insider list.                            *
      *                                                                *
      * The household is every customer household_link.dat puts in     *
      * the same household as the applicant or the co-borrower (the    *
      * two of them alone when neither is linked). Its exposure is the *
      * current balance of every ACTIVE or MATURED loan on which one   *
      * of those customers is borrower or co-borrower.                 *
      *                                                                *
      * The limit comes from lending_limit.cfg, one line holding the   *
      * amount ("1500000.00"); no file means 1,000,000. Insiders come  *
      * from insider_list.dat (insider-record.cob); a missing list     *
      * means nobody is an insider.                                    *
      *                                                                *
      * Every application gets "Household Exposure:" and "Legal        *
      * Limit:" appended. One over the limit gets "Lending Limit:      *
      * EXCEEDED"; one to an insider gets "Insider: YES" and the       *
      * relationship. Either way "Board Approval: REQUIRED Review      *
      * Required: YES" follows, so APPROVAL-QUEUE parks the loan ahead *
      * of LOAN-BOOKING until a board-level approver clears it, and    *
      * the breach is logged at WARN. A loan master that cannot be     *
      * read leaves the exposure unproven and is treated the same way. *
      * A context already marked "Approval Status: APPROVED" has had   *
      * its sign-off and passes through untouched.                     *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDING-LIMIT-CHECK.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "lending_limit.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household_link.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
           SELECT INSIDER-FILE ASSIGN TO "insider_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSIDER-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-LINE               PIC X(20).

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05  HH-CUSTOMER-ID        PIC X(10).
           05  HH-HOUSEHOLD-ID       PIC X(10).
           05  HH-ROLE               PIC X(10).

       FD  INSIDER-FILE.
       COPY "insider-record.cob"
           REPLACING PFX-INS-CUSTOMER-ID  BY INS-CUSTOMER-ID
                     PFX-INS-NAME         BY INS-NAME
                     PFX-INS-RELATIONSHIP BY INS-RELATIONSHIP
                     PFX-INS-ACTIVE       BY INS-ACTIVE
                     PFX-INSIDER-RECORD   BY INSIDER-RECORD.

       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-CO-BORROWER-ID  BY
                             LOAN-CO-BORROWER-ID
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS          PIC XX.
       01  WS-HOUSEHOLD-STATUS       PIC XX.
       01  WS-INSIDER-STATUS         PIC XX.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".

       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BC-OPERATION.
       COPY "business-context.cob"
           REPLACING PFX-BC-APPLICANT-NAME     BY WS-BC-APPLICANT-NAME
                     PFX-BC-PRINCIPAL-AMOUNT   BY WS-BC-PRINCIPAL-AMOUNT
                     PFX-BC-INTEREST-RATE      BY WS-BC-INTEREST-RATE
                     PFX-BC-TIME-PERIOD        BY WS-BC-TIME-PERIOD
                     PFX-BC-COMPOUND-FREQUENCY BY
                         WS-BC-COMPOUND-FREQUENCY
                     PFX-BUSINESS-CONTEXT      BY WS-BUSINESS-CONTEXT.
       01  WS-BC-RESULT              PIC X(10).

       01  WS-PARSE-REST             PIC X(10000).
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-RAW-TOKEN              PIC X(50).
       01  WS-CLEAN-TOKEN            PIC X(50).
       01  WS-NUMERIC-VALUE          PIC S9(15)V9(4) COMP-3.
       01  WS-CHAR-IDX               PIC S9(4) COMP.
       01  WS-OUT-PTR                PIC S9(4) COMP.
       01  WS-ONE-CHAR               PIC X(1).

       01  WS-APPROVAL-STATUS        PIC X(50).
       01  WS-CUSTOMER-ID            PIC X(10).
       01  WS-CO-BORROWER-ID         PIC X(10).

      * The legal lending limit, the default unless lending_limit.cfg
      * says otherwise.
       01  WS-LENDING-LIMIT          PIC S9(13)V99 COMP-3
                                          VALUE 1000000.

      * The households the applicant and co-borrower belong to, then
      * every customer in them.
       01  WS-HOUSEHOLD-1            PIC X(10).
       01  WS-HOUSEHOLD-2            PIC X(10).
       01  WS-MEMBER-MAX             PIC S9(4) COMP VALUE 100.
       01  WS-MEMBER-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-MEMBER-IDX.
               10  WS-MEMBER-ID         PIC X(10).
       01  WS-ADD-MEMBER-ID          PIC X(10).
       01  WS-MEMBER-SWITCH          PIC X(1).
           88  WS-IS-MEMBER                  VALUE "Y".
       01  WS-CHECK-ID               PIC X(10).

       01  WS-EXISTING-EXPOSURE      PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-EXPOSURE         PIC S9(15)V99 COMP-3.
       01  WS-EXPOSURE-SWITCH        PIC X(1).
           88  WS-EXPOSURE-PROVEN            VALUE "Y".
       01  WS-LIMIT-SWITCH           PIC X(1).
           88  WS-LIMIT-EXCEEDED             VALUE "Y".
       01  WS-INSIDER-SWITCH         PIC X(1).
           88  WS-INSIDER-FOUND              VALUE "Y".
       01  WS-INSIDER-ID             PIC X(10).
       01  WS-INSIDER-RELATIONSHIP   PIC X(10).

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-EXPOSURE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-LIMIT.
       01  WS-EXPOSURE-TEXT          PIC X(30).
       01  WS-BREACH-TEXT            PIC X(100).
       01  WS-BREACH-PTR             PIC S9(4) COMP.

      * Breaches are logged the same durable way LTV-CHECK logs its
      * flags.
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

       LINKAGE SECTION.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY LS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY LS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY LS-LINK-NAME.
       01  LS-INPUT-CONTEXT         PIC X(10000).
       01  LS-OUTPUT-CONTEXT        PIC X(10000).
       01  LS-LINK-RESULT           PIC X(10).

       PROCEDURE DIVISION USING LS-LINK-NAME,
                                 LS-INPUT-CONTEXT,
                                 LS-OUTPUT-CONTEXT,
                                 LS-LINK-RESULT.

           DISPLAY "LENDING-LIMIT-CHECK: Checking exposure for: "
                   LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)

           PERFORM PARSE-APPROVAL-STATUS

           IF WS-APPROVAL-STATUS(1:8) = "APPROVED"
               MOVE LS-INPUT-CONTEXT TO LS-OUTPUT-CONTEXT
           ELSE
               PERFORM PARSE-CUSTOMER-ID
               PERFORM PARSE-CO-BORROWER-ID
               PERFORM PARSE-LOAN-AMOUNT
               PERFORM READ-LENDING-LIMIT-CONFIG
               PERFORM BUILD-HOUSEHOLD-MEMBERS
               PERFORM SUM-HOUSEHOLD-EXPOSURE
               PERFORM CHECK-INSIDER-LIST
               PERFORM STAMP-LENDING-LIMIT-RESULT
           END-IF
           MOVE "SUCCESS" TO LS-LINK-RESULT

           GOBACK.

       PARSE-APPROVAL-STATUS.
           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-APPROVAL-STATUS
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Approval Status:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN TO WS-APPROVAL-STATUS
           END-IF.

       PARSE-CUSTOMER-ID.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Customer ID:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE SPACES TO WS-CUSTOMER-ID
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-CUSTOMER-ID
           END-IF.

       PARSE-CO-BORROWER-ID.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Co-Borrower ID:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE SPACES TO WS-CO-BORROWER-ID
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-CO-BORROWER-ID
           END-IF.

       PARSE-LOAN-AMOUNT.
           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               LS-INPUT-CONTEXT,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT.

       EXTRACT-FIRST-TOKEN.
           MOVE SPACES TO WS-RAW-TOKEN
           MOVE SPACES TO WS-PARSE-JUNK
           UNSTRING WS-PARSE-REST DELIMITED BY SPACE
               INTO WS-PARSE-JUNK WS-RAW-TOKEN
           END-UNSTRING.

       CLEAN-TOKEN-TO-NUMBER.
           MOVE SPACES TO WS-CLEAN-TOKEN
           MOVE 1 TO WS-OUT-PTR
           PERFORM CLEAN-ONE-CHARACTER
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 50

           IF WS-CLEAN-TOKEN = SPACES
               MOVE 0 TO WS-NUMERIC-VALUE
           ELSE
               COMPUTE WS-NUMERIC-VALUE =
                   FUNCTION NUMVAL(WS-CLEAN-TOKEN)
           END-IF.

       CLEAN-ONE-CHARACTER.
           MOVE WS-RAW-TOKEN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR IS NUMERIC OR WS-ONE-CHAR = "."
               STRING WS-ONE-CHAR DELIMITED BY SIZE
                   INTO WS-CLEAN-TOKEN
                   WITH POINTER WS-OUT-PTR
           END-IF.

      *----------------------------------------------------------------*
      * READ-LENDING-LIMIT-CONFIG - the first line of                  *
      * lending_limit.cfg, commas and currency signs set aside; no     *
      * file, an empty file or a zero amount keeps the default.        *
      *----------------------------------------------------------------*
       READ-LENDING-LIMIT-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONFIG-LINE TO WS-RAW-TOKEN
                       PERFORM CLEAN-TOKEN-TO-NUMBER
                       IF WS-NUMERIC-VALUE > 0
                           MOVE WS-NUMERIC-VALUE TO WS-LENDING-LIMIT
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-HOUSEHOLD-MEMBERS - two passes over household_link.dat:  *
      * the first finds the applicant's and co-borrower's households,  *
      * the second collects every customer in either. The borrowers    *
      * themselves are always members, linked or not.                  *
      *----------------------------------------------------------------*
       BUILD-HOUSEHOLD-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE SPACES TO WS-HOUSEHOLD-1
           MOVE SPACES TO WS-HOUSEHOLD-2
           MOVE WS-CUSTOMER-ID TO WS-ADD-MEMBER-ID
           PERFORM ADD-HOUSEHOLD-MEMBER
           MOVE WS-CO-BORROWER-ID TO WS-ADD-MEMBER-ID
           PERFORM ADD-HOUSEHOLD-MEMBER

           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM FIND-BORROWER-HOUSEHOLD UNTIL WS-END-OF-FILE
               CLOSE HOUSEHOLD-FILE
           END-IF

           IF WS-HOUSEHOLD-1 NOT = SPACES
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HOUSEHOLD-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM COLLECT-HOUSEHOLD-MEMBER
                       UNTIL WS-END-OF-FILE
                   CLOSE HOUSEHOLD-FILE
               END-IF
           END-IF.

       FIND-BORROWER-HOUSEHOLD.
           READ HOUSEHOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF HH-CUSTOMER-ID NOT = SPACES
                      AND (HH-CUSTOMER-ID = WS-CUSTOMER-ID
                        OR HH-CUSTOMER-ID = WS-CO-BORROWER-ID)
                      AND HH-HOUSEHOLD-ID NOT = SPACES
                       IF WS-HOUSEHOLD-1 = SPACES
                           MOVE HH-HOUSEHOLD-ID TO WS-HOUSEHOLD-1
                       ELSE
                           IF HH-HOUSEHOLD-ID NOT = WS-HOUSEHOLD-1
                               MOVE HH-HOUSEHOLD-ID TO WS-HOUSEHOLD-2
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       COLLECT-HOUSEHOLD-MEMBER.
           READ HOUSEHOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF HH-HOUSEHOLD-ID = WS-HOUSEHOLD-1
                      OR (WS-HOUSEHOLD-2 NOT = SPACES
                          AND HH-HOUSEHOLD-ID = WS-HOUSEHOLD-2)
                       MOVE HH-CUSTOMER-ID TO WS-ADD-MEMBER-ID
                       PERFORM ADD-HOUSEHOLD-MEMBER
                   END-IF
           END-READ.

       ADD-HOUSEHOLD-MEMBER.
           IF WS-ADD-MEMBER-ID NOT = SPACES
               MOVE WS-ADD-MEMBER-ID TO WS-CHECK-ID
               PERFORM TEST-HOUSEHOLD-MEMBER
               IF NOT WS-IS-MEMBER
                  AND WS-MEMBER-COUNT < WS-MEMBER-MAX
                   ADD 1 TO WS-MEMBER-COUNT
                   SET WS-MEMBER-IDX TO WS-MEMBER-COUNT
                   MOVE WS-ADD-MEMBER-ID TO WS-MEMBER-ID(WS-MEMBER-IDX)
               END-IF
           END-IF.

       TEST-HOUSEHOLD-MEMBER.
           MOVE "N" TO WS-MEMBER-SWITCH
           IF WS-CHECK-ID NOT = SPACES AND WS-MEMBER-COUNT > 0
               SET WS-MEMBER-IDX TO 1
               SEARCH WS-MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MEMBER-IDX > WS-MEMBER-COUNT
                       CONTINUE
                   WHEN WS-MEMBER-ID(WS-MEMBER-IDX) = WS-CHECK-ID
                       MOVE "Y" TO WS-MEMBER-SWITCH
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------*
      * SUM-HOUSEHOLD-EXPOSURE - every open loan (ACTIVE, or MATURED   *
      * with a balance still owing) on which a household member is     *
      * borrower or co-borrower, plus this application's principal.    *
      * No loan master yet ("35") is no existing exposure; one that    *
      * cannot be read leaves the exposure unproven.                   *
      *----------------------------------------------------------------*
       SUM-HOUSEHOLD-EXPOSURE.
           MOVE 0 TO WS-EXISTING-EXPOSURE
           MOVE "Y" TO WS-EXPOSURE-SWITCH

           OPEN INPUT LOAN-FILE
           EVALUATE WS-LOAN-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM ADD-ONE-LOAN-EXPOSURE UNTIL WS-END-OF-FILE
                   CLOSE LOAN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-EXPOSURE-SWITCH
           END-EVALUATE

           COMPUTE WS-TOTAL-EXPOSURE =
               WS-EXISTING-EXPOSURE + WS-BC-PRINCIPAL-AMOUNT

           MOVE "N" TO WS-LIMIT-SWITCH
           IF WS-TOTAL-EXPOSURE > WS-LENDING-LIMIT
               MOVE "Y" TO WS-LIMIT-SWITCH
           END-IF.

       ADD-ONE-LOAN-EXPOSURE.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED"
                       MOVE LOAN-CUSTOMER-ID TO WS-CHECK-ID
                       PERFORM TEST-HOUSEHOLD-MEMBER
                       IF NOT WS-IS-MEMBER
                           MOVE LOAN-CO-BORROWER-ID TO WS-CHECK-ID
                           PERFORM TEST-HOUSEHOLD-MEMBER
                       END-IF
                       IF WS-IS-MEMBER
                           ADD LOAN-CURRENT-BALANCE
                               TO WS-EXISTING-EXPOSURE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CHECK-INSIDER-LIST - the applicant or co-borrower on the list  *
      * as a current insider; the first match found is the one named.  *
      *----------------------------------------------------------------*
       CHECK-INSIDER-LIST.
           MOVE "N" TO WS-INSIDER-SWITCH
           MOVE SPACES TO WS-INSIDER-ID
           MOVE SPACES TO WS-INSIDER-RELATIONSHIP

           OPEN INPUT INSIDER-FILE
           IF WS-INSIDER-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM CHECK-ONE-INSIDER
                   UNTIL WS-END-OF-FILE OR WS-INSIDER-FOUND
               CLOSE INSIDER-FILE
           END-IF.

       CHECK-ONE-INSIDER.
           READ INSIDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF INS-CUSTOMER-ID NOT = SPACES
                      AND INS-ACTIVE NOT = "N"
                      AND (INS-CUSTOMER-ID = WS-CUSTOMER-ID
                        OR INS-CUSTOMER-ID = WS-CO-BORROWER-ID)
                       MOVE "Y" TO WS-INSIDER-SWITCH
                       MOVE INS-CUSTOMER-ID TO WS-INSIDER-ID
                       MOVE INS-RELATIONSHIP TO WS-INSIDER-RELATIONSHIP
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * STAMP-LENDING-LIMIT-RESULT - the exposure and limit always; a  *
      * breach, an insider or an unproven exposure adds the board      *
      * marker and the review flag and is logged.                      *
      *----------------------------------------------------------------*
       STAMP-LENDING-LIMIT-RESULT.
           MOVE WS-LENDING-LIMIT TO WS-ED-LIMIT
           IF WS-EXPOSURE-PROVEN
               MOVE WS-TOTAL-EXPOSURE TO WS-ED-EXPOSURE
               MOVE FUNCTION TRIM(WS-ED-EXPOSURE) TO WS-EXPOSURE-TEXT
           ELSE
               MOVE "UNVERIFIED" TO WS-EXPOSURE-TEXT
           END-IF

           MOVE SPACES TO WS-BREACH-TEXT
           MOVE 1 TO WS-BREACH-PTR
           IF WS-LIMIT-EXCEEDED
               STRING " Lending Limit: EXCEEDED" DELIMITED BY SIZE
                   INTO WS-BREACH-TEXT
                   WITH POINTER WS-BREACH-PTR
               END-STRING
           END-IF
           IF WS-INSIDER-FOUND
               STRING " Insider: YES Insider Relationship: "
                           DELIMITED BY SIZE
                       WS-INSIDER-RELATIONSHIP DELIMITED BY SPACE
                   INTO WS-BREACH-TEXT
                   WITH POINTER WS-BREACH-PTR
               END-STRING
           END-IF

           MOVE SPACES TO LS-OUTPUT-CONTEXT
           IF WS-LIMIT-EXCEEDED OR WS-INSIDER-FOUND
              OR NOT WS-EXPOSURE-PROVEN
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                           DELIMITED BY SIZE
                       " Household Exposure: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EXPOSURE-TEXT)
                           DELIMITED BY SIZE
                       " Legal Limit: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-LIMIT) DELIMITED BY SIZE
                       WS-BREACH-TEXT DELIMITED BY "  "
                       " Board Approval: REQUIRED Review Required: YES"
                           DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
               PERFORM LOG-LENDING-LIMIT-FLAG
           ELSE
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                           DELIMITED BY SIZE
                       " Household Exposure: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EXPOSURE-TEXT)
                           DELIMITED BY SIZE
                       " Legal Limit: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-LIMIT) DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF.

       LOG-LENDING-LIMIT-FLAG.
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "Board approval required. Customer: "
                       DELIMITED BY SIZE
                   WS-CUSTOMER-ID DELIMITED BY SIZE
                   " Household Exposure: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXPOSURE-TEXT) DELIMITED BY SIZE
                   WS-BREACH-TEXT DELIMITED BY "  "
                   " Application: " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE-TEXT
           END-STRING

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           MOVE 14 TO WS-LOG-OPERATION-LEN
           MOVE "LOG-ERROR WARN" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-LOG-MESSAGE-TEXT,
               WS-LOG-OPERATION,
               WS-MIDDLEWARE-RESULT.

       END PROGRAM LENDING-LIMIT-CHECK.
