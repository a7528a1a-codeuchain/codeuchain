      * out (so the same letter never mails twice, and a rerun sends   *
      * nothing new), and a loan that cures has its level reset to     *
      * zero so the next episode starts from the reminder again.       *
      *                                                                *
      * A borrower under a bankruptcy automatic stay (an open case on  *
      * BANKRUPTCY-MASTER) is sent nothing: the notice is withheld,    *
      * the stamp left where it was, and the loan listed and counted   *
      * on the control report instead.                                 *
      *                                                                *
      * A loan flagged deceased (CUSTOMER-MAINT recorded the death of  *
      * its borrower or co-borrower) is likewise sent no dunning       *
      * letter: the estate is dealt with by the servicing desk, not by *
      * escalating notices, so the loan is withheld and counted the    *
      * same way.                                                      *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-NOTICE-LEVEL    BY LOAN-NOTICE-LEVEL
                         PFX-LOAN-DEFER-UNTIL     BY LOAN-DEFER-UNTIL
                         PFX-LOAN-DECEASED-FLAG   BY LOAN-DECEASED-FLAG
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  NOTICE-FILE.
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-NOTICES-PRODUCED       PIC 9(7) VALUE 0.
       01  WS-LEVELS-RESET           PIC 9(7) VALUE 0.
       01  WS-LOANS-STAYED           PIC 9(7) VALUE 0.
       01  WS-LOANS-DECEASED         PIC 9(7) VALUE 0.

      * BANKRUPTCY-MASTER call: a borrower whose bankruptcy case is
      * open is under the automatic stay, and every loan they hold
      * is passed over and counted instead of noticed.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BK-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BK-OPERATION-DATA
                     PFX-OPERATION      BY WS-BK-OPERATION.
       01  WS-BK-CUSTOMER-ID         PIC X(10).
       COPY "bankruptcy-record.cob"
           REPLACING PFX-BK-CHAPTER      BY WS-BK-CHAPTER
                     PFX-BK-CASE-NUMBER  BY WS-BK-CASE-NUMBER
                     PFX-BK-FILING-DATE  BY WS-BK-FILING-DATE
                     PFX-BK-CLOSE-DATE   BY WS-BK-CLOSE-DATE
                     PFX-BK-DISPOSITION  BY WS-BK-DISPOSITION
                     PFX-BANKRUPTCY-RECORD BY WS-BANKRUPTCY-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-BK-RESULT
                     PFX-RESULT-SUCCESS BY WS-BK-RESULT-SUCCESS.
       01  WS-STAY-SWITCH            PIC X(1) VALUE "N".
           88  WS-STAY-ACTIVE                VALUE "Y".

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
                       WS-NOTICES-PRODUCED DELIMITED BY SIZE
                       "  Levels reset on cure: " DELIMITED BY SIZE
                       WS-LEVELS-RESET DELIMITED BY SIZE
                       "  Withheld under bankruptcy stay: "
                           DELIMITED BY SIZE
                       WS-LOANS-STAYED DELIMITED BY SIZE
                       "  Withheld, borrower deceased: "
                           DELIMITED BY SIZE
                       WS-LOANS-DECEASED DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           DISPLAY "Loans read: " WS-LOANS-READ
           DISPLAY "Notices produced: " WS-NOTICES-PRODUCED
               " Levels reset: " WS-LEVELS-RESET
               " Stayed: " WS-LOANS-STAYED
               " Deceased: " WS-LOANS-DECEASED
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

      *----------------------------------------------------------------*
      * NOTICE-FOR-ONE-LOAN - ages the loan the way the aging report   *
      * does, works out the level the delinquency has earned, and      *
      * sends it only if it tops the level already stamped (and the    *
      * loan is not flagged deceased nor the borrower under a          *
      * bankruptcy stay); a cured loan's stamp resets to zero instead. *
      *----------------------------------------------------------------*
       NOTICE-FOR-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
                       ADD 1 TO WS-LEVELS-RESET
                       PERFORM REWRITE-LOAN-RECORD
                   WHEN WS-EARNED-LEVEL > LOAN-NOTICE-LEVEL
                       PERFORM CHECK-BANKRUPTCY-STAY
                       EVALUATE TRUE
                           WHEN LOAN-DECEASED-FLAG = "Y"
                               ADD 1 TO WS-LOANS-DECEASED
                               PERFORM WRITE-DECEASED-CONTROL-LINE
                           WHEN WS-STAY-ACTIVE
                               ADD 1 TO WS-LOANS-STAYED
                               PERFORM WRITE-STAYED-CONTROL-LINE
                           WHEN OTHER
                               PERFORM LOOK-UP-CUSTOMER
                               PERFORM WRITE-NOTICE-BLOCK
                               PERFORM WRITE-CONTROL-LINE
                               ADD 1 TO WS-NOTICES-PRODUCED
                               MOVE WS-EARNED-LEVEL
                                   TO LOAN-NOTICE-LEVEL
                               PERFORM REWRITE-LOAN-RECORD
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-STRING
           WRITE CONTROL-REPORT-LINE.

       WRITE-STAYED-CONTROL-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING LOAN-NUMBER DELIMITED BY SIZE
                   " Level " DELIMITED BY SIZE
                   WS-EARNED-LEVEL DELIMITED BY SIZE
                   " WITHHELD - bankruptcy stay, chapter "
                       DELIMITED BY SIZE
                   WS-BK-CHAPTER DELIMITED BY SPACE
                   " case " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BK-CASE-NUMBER) DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE.

       WRITE-DECEASED-CONTROL-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING LOAN-NUMBER DELIMITED BY SIZE
                   " Level " DELIMITED BY SIZE
                   WS-EARNED-LEVEL DELIMITED BY SIZE
                   " WITHHELD - borrower deceased, refer to estate"
                       DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE.

      *----------------------------------------------------------------*
      * CHECK-BANKRUPTCY-STAY - the borrower's case on BANKRUPTCY-     *
      * MASTER; the stay holds from the filing date until the case     *
      * closes (discharged or dismissed) -- the same test every        *
      * collection batch applies.                                      *
      *----------------------------------------------------------------*
       CHECK-BANKRUPTCY-STAY.
           MOVE "N" TO WS-STAY-SWITCH
           IF LOAN-CUSTOMER-ID NOT = SPACES
               MOVE LOAN-CUSTOMER-ID TO WS-BK-CUSTOMER-ID
               MOVE SPACES TO WS-BANKRUPTCY-RECORD
               MOVE 3 TO WS-BK-OPERATION-LEN
               MOVE "GET" TO WS-BK-OPERATION-DATA
               CALL "BANKRUPTCY-MASTER" USING
                   WS-BK-OPERATION, WS-BK-CUSTOMER-ID,
                   WS-BANKRUPTCY-RECORD, WS-BK-RESULT
               IF WS-BK-RESULT-SUCCESS
                       AND WS-BK-FILING-DATE <= WS-RUN-DATE
                       AND (WS-BK-DISPOSITION = SPACES
                            OR WS-BK-CLOSE-DATE > WS-RUN-DATE)
                   MOVE "Y" TO WS-STAY-SWITCH
               END-IF
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
