      *================================================================*
      * CodeUChain COBOL Implementation - Pricing Exception Link       *
      *                                                                *
      * Loan officers key the rate they quoted the borrower ("Rate:"   *
      * on the application), and LOAN-BOOKING books whatever rate the  *
      * application carries -- so a rate priced under the rate sheet   *
      * went through with nobody's sign-off. This link quotes the      *
      * sheet itself through RATE-TABLE (the borrower's tier, net of   *
      * any relationship discount, exactly as RATE-TABLE prices it)    *
      * and compares the officer's rate against it.                    *
      *                                                                *
      * A concession within the pricing tolerance is the officer's to  *
      * give. One beyond it is a pricing exception: the application    *
      * gets "Pricing Exception: REQUIRED Review Required: YES", so    *
      * APPROVAL-QUEUE parks it ahead of LOAN-BOOKING until an         *
      * approver whose APPROVER-MASTER pricing authority covers the    *
      * concession clears it, and the exception is logged at WARN.     *
      * On clearing, APPROVAL-QUEUE records it in                      *
      * pricing_exception.dat for the monthly PRICING-EXCEPTION-       *
      * REPORT.                                                        *
      *                                                                *
      * The tolerance is the first line of pricing_tolerance.cfg, a    *
      * percent ("0.250"); no file means an eighth of a point, 0.125.  *
      * The officer's reason for the concession rides as "Pricing      *
      * Reason:", a code of up to six characters -- COMPET (matching a *
      * competitor's offer), RELATN (overall relationship), RETAIN     *
      * (keeping a borrower who would refinance away), EMPLOY (staff   *
      * pricing) or OTHER; an exception with no reason given is        *
      * recorded as NONE.                                              *
      *                                                                *
      * Every application with a rate gets "Table Rate:", "Priced      *
      * Rate:" and "Exception Bps:" appended (the concession in basis  *
      * points, zero when the officer priced at or above the sheet).   *
      * A context already marked "Approval Status: APPROVED" has had   *
      * its sign-off and passes through untouched, as does one with no *
      * rate to check.                                                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICING-EXCEPTION.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "pricing_tolerance.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-LINE               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS          PIC XX.

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
       01  WS-LOAN-OFFICER           PIC X(10).
       01  WS-PRICING-REASON         PIC X(6).
       01  WS-REASON-GIVEN-SWITCH    PIC X(1).
           88  WS-REASON-GIVEN               VALUE "Y".

      * The officer's rate and the sheet's, both percents.
       01  WS-PRICED-RATE            PIC S9(3)V9(4) COMP-3.
       01  WS-TABLE-RATE             PIC S9(3)V9(4) COMP-3.
       01  WS-TABLE-RATE-SWITCH      PIC X(1).
           88  WS-TABLE-RATE-FOUND           VALUE "Y".

      * The tolerance, the default unless pricing_tolerance.cfg says
      * otherwise, and the concession measured against it.
       01  WS-TOLERANCE              PIC S9(3)V9(4) COMP-3
                                          VALUE 0.125.
       01  WS-CONCESSION             PIC S9(3)V9(4) COMP-3.
       01  WS-EXCEPTION-BPS          PIC 9(5).
       01  WS-EXCEPTION-SWITCH       PIC X(1).
           88  WS-PRICING-EXCEPTION          VALUE "Y".

      * RATE-TABLE call: the application's own context in, the quote
      * read back off the end of what comes out.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-RT-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-RT-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-RT-LINK-NAME.
       01  WS-QUOTE-CONTEXT          PIC X(10000).
       01  WS-RT-RESULT              PIC X(10).
       01  WS-INPUT-LENGTH           PIC S9(5) COMP.

       01  WS-ED-TABLE-RATE          PIC Z9.99.
       01  WS-ED-PRICED-RATE         PIC Z9.99.
       01  WS-ED-BPS                 PIC Z(4)9.
       01  WS-EXCEPTION-TEXT         PIC X(100).

      * Exceptions are logged the same durable way LENDING-LIMIT-CHECK
      * logs its breaches.
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

           DISPLAY "PRICING-EXCEPTION: Checking pricing for: "
                   LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)

           PERFORM PARSE-APPROVAL-STATUS
           PERFORM PARSE-PRICED-RATE

           IF WS-APPROVAL-STATUS(1:8) = "APPROVED"
                   OR WS-PRICED-RATE NOT > 0
               MOVE LS-INPUT-CONTEXT TO LS-OUTPUT-CONTEXT
           ELSE
               PERFORM QUOTE-TABLE-RATE
               IF WS-TABLE-RATE-FOUND
                   PERFORM PARSE-CUSTOMER-ID
                   PERFORM PARSE-LOAN-OFFICER
                   PERFORM PARSE-PRICING-REASON
                   PERFORM READ-PRICING-TOLERANCE-CONFIG
                   PERFORM MEASURE-CONCESSION
                   PERFORM STAMP-PRICING-RESULT
               ELSE
                   MOVE LS-INPUT-CONTEXT TO LS-OUTPUT-CONTEXT
               END-IF
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

      *----------------------------------------------------------------*
      * PARSE-PRICED-RATE - the first "Rate:" on the context, the same *
      * one BUSINESS-CONTEXT hands LOAN-BOOKING as the rate to book.   *
      *----------------------------------------------------------------*
       PARSE-PRICED-RATE.
           MOVE 0 TO WS-PRICED-RATE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Rate:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               PERFORM CLEAN-TOKEN-TO-NUMBER
               MOVE WS-NUMERIC-VALUE TO WS-PRICED-RATE
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

       PARSE-LOAN-OFFICER.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Loan Officer:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE SPACES TO WS-LOAN-OFFICER
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-LOAN-OFFICER
           END-IF.

       PARSE-PRICING-REASON.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Pricing Reason:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING

           MOVE "N" TO WS-REASON-GIVEN-SWITCH
           MOVE "NONE" TO WS-PRICING-REASON
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               IF WS-RAW-TOKEN NOT = SPACES
                   MOVE "Y" TO WS-REASON-GIVEN-SWITCH
                   MOVE FUNCTION UPPER-CASE(WS-RAW-TOKEN(1:6))
                       TO WS-PRICING-REASON
               END-IF
           END-IF.

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
      * QUOTE-TABLE-RATE - RATE-TABLE run over the application's own   *
      * context, so the quote sees the same tier, co-applicant tier    *
      * and relationship labels it would in the chain; only what it    *
      * appended past the end of that context is read, as "Rate:       *
      * nn.nn%". A quote that can't be read leaves nothing to compare. *
      *----------------------------------------------------------------*
       QUOTE-TABLE-RATE.
           MOVE "N" TO WS-TABLE-RATE-SWITCH
           MOVE 0 TO WS-TABLE-RATE
           MOVE 10 TO WS-RT-LINK-NAME-LEN
           MOVE "RATE-TABLE" TO WS-RT-LINK-NAME-DATA
           MOVE SPACES TO WS-QUOTE-CONTEXT
           CALL "RATE-TABLE" USING
               WS-RT-LINK-NAME, LS-INPUT-CONTEXT, WS-QUOTE-CONTEXT,
               WS-RT-RESULT

           MOVE SPACES TO WS-PARSE-REST
           IF WS-RT-RESULT = "SUCCESS"
               COMPUTE WS-INPUT-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(LS-INPUT-CONTEXT))
               IF WS-INPUT-LENGTH < 9990
                   UNSTRING WS-QUOTE-CONTEXT(WS-INPUT-LENGTH + 1:)
                       DELIMITED BY " Rate:"
                       INTO WS-PARSE-JUNK WS-PARSE-REST
                   END-UNSTRING
               END-IF
           END-IF
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               UNSTRING WS-PARSE-REST DELIMITED BY "%"
                   INTO WS-RAW-TOKEN
               END-UNSTRING
               PERFORM CLEAN-TOKEN-TO-NUMBER
               IF WS-NUMERIC-VALUE > 0
                   MOVE WS-NUMERIC-VALUE TO WS-TABLE-RATE
                   MOVE "Y" TO WS-TABLE-RATE-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ-PRICING-TOLERANCE-CONFIG - the first line of              *
      * pricing_tolerance.cfg, a percent; no file or an empty line     *
      * keeps the default, and a zero makes every concession below     *
      * the sheet an exception.                                        *
      *----------------------------------------------------------------*
       READ-PRICING-TOLERANCE-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONFIG-LINE TO WS-RAW-TOKEN
                       PERFORM CLEAN-TOKEN-TO-NUMBER
                       IF WS-CLEAN-TOKEN NOT = SPACES
                           MOVE WS-NUMERIC-VALUE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * MEASURE-CONCESSION - how far under the sheet the officer       *
      * priced, in basis points; pricing at or over the sheet gives    *
      * nothing away.                                                  *
      *----------------------------------------------------------------*
       MEASURE-CONCESSION.
           COMPUTE WS-CONCESSION = WS-TABLE-RATE - WS-PRICED-RATE
           MOVE 0 TO WS-EXCEPTION-BPS
           MOVE "N" TO WS-EXCEPTION-SWITCH
           IF WS-CONCESSION > 0
               COMPUTE WS-EXCEPTION-BPS ROUNDED = WS-CONCESSION * 100
               IF WS-CONCESSION > WS-TOLERANCE
                   MOVE "Y" TO WS-EXCEPTION-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * STAMP-PRICING-RESULT - the sheet rate, the priced rate and the *
      * concession always; an exception adds the reason (when the      *
      * application didn't already carry one), the exception marker    *
      * and the review flag, and is logged.                            *
      *----------------------------------------------------------------*
       STAMP-PRICING-RESULT.
           MOVE WS-TABLE-RATE TO WS-ED-TABLE-RATE
           MOVE WS-PRICED-RATE TO WS-ED-PRICED-RATE
           MOVE WS-EXCEPTION-BPS TO WS-ED-BPS

           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE 1 TO WS-OUT-PTR
           IF WS-PRICING-EXCEPTION
               IF NOT WS-REASON-GIVEN
                   STRING " Pricing Reason: NONE" DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                       WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               STRING " Pricing Exception: REQUIRED" DELIMITED BY SIZE
                       " Review Required: YES" DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF

           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
                   " Table Rate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TABLE-RATE) DELIMITED BY SIZE
                   "% Priced Rate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRICED-RATE) DELIMITED BY SIZE
                   "% Exception Bps: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BPS) DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY "  "
               INTO LS-OUTPUT-CONTEXT
           END-STRING

           IF WS-PRICING-EXCEPTION
               PERFORM LOG-PRICING-EXCEPTION
           END-IF.

       LOG-PRICING-EXCEPTION.
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "Pricing exception. Customer: " DELIMITED BY SIZE
                   WS-CUSTOMER-ID DELIMITED BY SIZE
                   " Loan Officer: " DELIMITED BY SIZE
                   WS-LOAN-OFFICER DELIMITED BY SIZE
                   " Table Rate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TABLE-RATE) DELIMITED BY SIZE
                   "% Priced Rate: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-PRICED-RATE) DELIMITED BY SIZE
                   "% Bps: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BPS) DELIMITED BY SIZE
                   " Reason: " DELIMITED BY SIZE
                   WS-PRICING-REASON DELIMITED BY SIZE
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

       END PROGRAM PRICING-EXCEPTION.
