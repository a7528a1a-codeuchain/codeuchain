      *================================================================*
      * CodeUChain COBOL Batch - Collateral Pledge Summary             *
      *                                                                *
      * Off-cycle listing of every item on COLLATERAL-MASTER with the  *
      * loans it secures, for the collateral desk and examiners: the   *
      * item's customer, type, appraised value and lien status, then   *
      * one line per pledge on PLEDGE-MASTER -- the loan, our lien     *
      * position, the value allocated to it, whether the pledge is     *
      * held or released, and the loan's status and balance from       *
      * LOAN-MASTER. An item naming a loan with no pledge of its own   *
      * shows that loan as a full-value first lien, the way LTV-CHECK  *
      * and LOAN-SATISFACTION read it.                                 *
      *                                                                *
      * An item whose held allocations add up to more than its         *
      * appraisal is flagged OVER-ALLOCATED and sets return code 4, as *
      * does a missing collateral file; a report that cannot be opened *
      * is return code 16. Writes collateral_summary.rpt.              *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-SUMMARY.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO "collateral_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COLLATERAL-ID
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT PLEDGE-FILE ASSIGN TO "pledge_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-KEY
               FILE STATUS IS WS-PLEDGE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "collateral_summary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
       01  COLLATERAL-FILE-RECORD.
           05  COLLATERAL-ID          PIC X(10).
           COPY "collateral-record.cob"
               REPLACING PFX-COLL-CUSTOMER-ID BY COLL-CUSTOMER-ID
                         PFX-COLL-TYPE        BY COLL-TYPE
                         PFX-COLL-VALUE       BY COLL-VALUE
                         PFX-COLL-APPR-DATE   BY COLL-APPR-DATE
                         PFX-COLL-LOAN-NUMBER BY COLL-LOAN-NUMBER
                         PFX-COLL-LIEN-STATUS BY COLL-LIEN-STATUS
                         PFX-COLLATERAL-RECORD BY
                             COLLATERAL-MASTER-FIELDS.

       FD  PLEDGE-FILE.
       01  PLEDGE-FILE-RECORD.
           05  PLG-KEY.
               10  PLG-COLLATERAL-ID  PIC X(10).
               10  PLG-LOAN-NUMBER    PIC X(10).
           COPY "pledge-record.cob"
               REPLACING PFX-PLG-LIEN-POSITION BY PLG-LIEN-POSITION
                         PFX-PLG-ALLOCATED     BY PLG-ALLOCATED
                         PFX-PLG-STATUS        BY PLG-STATUS
                         PFX-PLG-PLEDGED-DATE  BY PLG-PLEDGED-DATE
                         PFX-PLG-RELEASED-DATE BY PLG-RELEASED-DATE
                         PFX-PLEDGE-RECORD     BY PLEDGE-MASTER-FIELDS.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COLLATERAL-STATUS      PIC XX.
       01  WS-PLEDGE-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-PLEDGE-OPEN-SWITCH     PIC X(1) VALUE "N".
           88  WS-PLEDGE-FILE-OPEN           VALUE "Y".
       01  WS-PLEDGE-EOF-SWITCH      PIC X(1).
           88  WS-PLEDGE-AT-EOF              VALUE "Y".
       01  WS-PRIMARY-ROW-SWITCH     PIC X(1).
           88  WS-PRIMARY-ROW-SEEN           VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

      * One item's held allocations, against its appraisal.
       01  WS-ITEM-ALLOCATED         PIC S9(13)V99 COMP-3.
       01  WS-ITEM-PLEDGES           PIC 9(3).

       01  WS-ITEMS-READ             PIC 9(7) VALUE 0.
       01  WS-PLEDGES-LISTED         PIC 9(7) VALUE 0.
       01  WS-HELD-PLEDGES           PIC 9(7) VALUE 0.
       01  WS-OVER-ALLOCATED-COUNT   PIC 9(7) VALUE 0.
       01  WS-TOTAL-APPRAISED        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-ALLOCATED        PIC S9(15)V99 COMP-3 VALUE 0.

      * The pledge line being written, from a pledge record or from
      * the item's own loan link.
       01  WS-LINE-LOAN-NUMBER       PIC X(10).
       01  WS-LINE-POSITION          PIC 9(2).
       01  WS-LINE-ALLOCATED         PIC S9(13)V99 COMP-3.
       01  WS-LINE-STATUS            PIC X(10).
       01  WS-ED-POSITION            PIC Z9.
       01  WS-ED-COUNT               PIC Z(6)9.

      * LOAN-MASTER call, lookup only: the status and balance of each
      * loan an item secures.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LM-OPERATION-DATA
                     PFX-OPERATION      BY WS-LM-OPERATION.
       01  WS-LOAN-NUMBER            PIC X(10).
       COPY "loan-record.cob"
           REPLACING PFX-LOAN-CUSTOMER-ID     BY WS-LOAN-CUSTOMER-ID
                     PFX-LOAN-ORIG-PRINCIPAL  BY WS-LOAN-ORIG-PRINCIPAL
                     PFX-LOAN-INTEREST-RATE   BY WS-LOAN-INTEREST-RATE
                     PFX-LOAN-TERM-YEARS      BY WS-LOAN-TERM-YEARS
                     PFX-LOAN-CURRENT-BALANCE BY WS-LOAN-CURRENT-BALANCE
                     PFX-LOAN-NEXT-DUE-DATE   BY WS-LOAN-NEXT-DUE-DATE
                     PFX-LOAN-STATUS          BY WS-LOAN-STATUS
                     PFX-LOAN-ACCRUED-INT     BY WS-LOAN-ACCRUED-INT
                     PFX-LOAN-LAST-ACCRUAL    BY WS-LOAN-LAST-ACCRUAL
                     PFX-LOAN-RECORD          BY WS-LOAN-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-LM-RESULT
                     PFX-RESULT-SUCCESS BY WS-LM-RESULT-SUCCESS.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-VALUE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-ALLOCATED.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Collateral Pledge Summary"
           DISPLAY "=========================================="

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "COLLATERAL-SUMMARY: Unable to open "
                       "collateral_summary.rpt, status "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               OPEN INPUT COLLATERAL-FILE
               IF WS-COLLATERAL-STATUS = "00"
                   OPEN INPUT PLEDGE-FILE
                   IF WS-PLEDGE-STATUS = "00"
                       MOVE "Y" TO WS-PLEDGE-OPEN-SWITCH
                   END-IF
                   PERFORM READ-NEXT-COLLATERAL
                   PERFORM SUMMARIZE-ONE-ITEM
                       UNTIL WS-END-OF-FILE
                   IF WS-PLEDGE-FILE-OPEN
                       CLOSE PLEDGE-FILE
                   END-IF
                   CLOSE COLLATERAL-FILE
                   PERFORM WRITE-REPORT-TOTALS
                   IF WS-OVER-ALLOCATED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "COLLATERAL-SUMMARY: Unable to open "
                           "collateral_master.dat, status "
                           WS-COLLATERAL-STATUS
                           " -- nothing to summarize"
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE SUMMARY-REPORT-FILE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Items read: " WS-ITEMS-READ
           DISPLAY "Pledges listed: " WS-PLEDGES-LISTED
               " Held: " WS-HELD-PLEDGES
           DISPLAY "Over-allocated items: " WS-OVER-ALLOCATED-COUNT
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * SUMMARIZE-ONE-ITEM - the item line, its pledges in loan order  *
      * from a keyed START on the pledge file, then the item's own     *
      * loan link when no pledge speaks for it, and the item's         *
      * allocation total against its appraisal.                        *
      *----------------------------------------------------------------*
       SUMMARIZE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           ADD COLL-VALUE TO WS-TOTAL-APPRAISED
           MOVE 0 TO WS-ITEM-ALLOCATED
           MOVE 0 TO WS-ITEM-PLEDGES
           MOVE "N" TO WS-PRIMARY-ROW-SWITCH
           PERFORM WRITE-ITEM-LINE

           IF WS-PLEDGE-FILE-OPEN
               MOVE "N" TO WS-PLEDGE-EOF-SWITCH
               MOVE COLLATERAL-ID TO PLG-COLLATERAL-ID
               MOVE LOW-VALUES TO PLG-LOAN-NUMBER
               START PLEDGE-FILE KEY IS NOT LESS THAN PLG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
               END-START
               IF NOT WS-PLEDGE-AT-EOF
                   PERFORM READ-NEXT-PLEDGE
                   PERFORM LIST-ONE-PLEDGE
                       UNTIL WS-PLEDGE-AT-EOF
               END-IF
           END-IF

           IF COLL-LOAN-NUMBER NOT = SPACES
                   AND NOT WS-PRIMARY-ROW-SEEN
               MOVE COLL-LOAN-NUMBER TO WS-LINE-LOAN-NUMBER
               MOVE 1 TO WS-LINE-POSITION
               MOVE COLL-VALUE TO WS-LINE-ALLOCATED
               MOVE COLL-LIEN-STATUS TO WS-LINE-STATUS
               PERFORM WRITE-PLEDGE-LINE
           END-IF

           IF WS-ITEM-PLEDGES = 0
               MOVE "    (secures no loan)" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF
           IF WS-ITEM-ALLOCATED > COLL-VALUE
               ADD 1 TO WS-OVER-ALLOCATED-COUNT
               MOVE WS-ITEM-ALLOCATED TO WS-ED-ALLOCATED
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "    OVER-ALLOCATED: held pledges total "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-ALLOCATED) DELIMITED BY SIZE
                       " against the appraisal" DELIMITED BY SIZE
                   INTO SUMMARY-REPORT-LINE
               END-STRING
               WRITE SUMMARY-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-COLLATERAL.

       LIST-ONE-PLEDGE.
           IF PLG-COLLATERAL-ID NOT = COLLATERAL-ID
               MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           ELSE
               IF PLG-LOAN-NUMBER = COLL-LOAN-NUMBER
                   MOVE "Y" TO WS-PRIMARY-ROW-SWITCH
               END-IF
               MOVE PLG-LOAN-NUMBER TO WS-LINE-LOAN-NUMBER
               MOVE PLG-LIEN-POSITION TO WS-LINE-POSITION
               MOVE PLG-ALLOCATED TO WS-LINE-ALLOCATED
               MOVE PLG-STATUS TO WS-LINE-STATUS
               PERFORM WRITE-PLEDGE-LINE
               PERFORM READ-NEXT-PLEDGE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-PLEDGE-LINE - one loan the item secures, joined to       *
      * LOAN-MASTER; held pledges count toward the item's allocation.  *
      *----------------------------------------------------------------*
       WRITE-PLEDGE-LINE.
           ADD 1 TO WS-ITEM-PLEDGES
           ADD 1 TO WS-PLEDGES-LISTED
           IF WS-LINE-STATUS NOT = "RELEASED"
               MOVE "HELD" TO WS-LINE-STATUS
               ADD 1 TO WS-HELD-PLEDGES
               ADD WS-LINE-ALLOCATED TO WS-ITEM-ALLOCATED
               ADD WS-LINE-ALLOCATED TO WS-TOTAL-ALLOCATED
           END-IF

           MOVE WS-LINE-LOAN-NUMBER TO WS-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-RECORD
           MOVE 3 TO WS-LM-OPERATION-LEN
           MOVE "GET" TO WS-LM-OPERATION-DATA
           CALL "LOAN-MASTER" USING
               WS-LM-OPERATION, WS-LOAN-NUMBER, WS-LOAN-RECORD,
               WS-LM-RESULT
           IF NOT WS-LM-RESULT-SUCCESS
               MOVE "NOT FOUND" TO WS-LOAN-STATUS
               MOVE 0 TO WS-LOAN-CURRENT-BALANCE
           END-IF

           MOVE WS-LINE-POSITION TO WS-ED-POSITION
           MOVE WS-LINE-ALLOCATED TO WS-ED-ALLOCATED
           MOVE WS-LOAN-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "    Loan: " DELIMITED BY SIZE
                   WS-LINE-LOAN-NUMBER DELIMITED BY SIZE
                   "  Lien: " DELIMITED BY SIZE
                   WS-ED-POSITION DELIMITED BY SIZE
                   "  Allocated: " DELIMITED BY SIZE
                   WS-ED-ALLOCATED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LINE-STATUS DELIMITED BY SIZE
                   "  Loan Status: " DELIMITED BY SIZE
                   WS-LOAN-STATUS DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   WS-ED-BALANCE DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE.

       WRITE-ITEM-LINE.
           MOVE COLL-VALUE TO WS-ED-VALUE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "Collateral: " DELIMITED BY SIZE
                   COLLATERAL-ID DELIMITED BY SIZE
                   "  Customer: " DELIMITED BY SIZE
                   COLL-CUSTOMER-ID DELIMITED BY SIZE
                   "  Type: " DELIMITED BY SIZE
                   COLL-TYPE DELIMITED BY SIZE
                   "  Appraised: " DELIMITED BY SIZE
                   WS-ED-VALUE DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           END-STRING
           IF COLL-LIEN-STATUS = "RELEASED"
               MOVE "  Lien: RELEASED" TO SUMMARY-REPORT-LINE(100:)
           ELSE
               MOVE "  Lien: HELD" TO SUMMARY-REPORT-LINE(100:)
           END-IF
           WRITE SUMMARY-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "COLLATERAL PLEDGE SUMMARY" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "Run Date: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE

           MOVE ALL "-" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-ITEMS-READ TO WS-ED-COUNT
           MOVE WS-TOTAL-APPRAISED TO WS-ED-VALUE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "Items: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Appraised: " DELIMITED BY SIZE
                   WS-ED-VALUE DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-HELD-PLEDGES TO WS-ED-COUNT
           MOVE WS-TOTAL-ALLOCATED TO WS-ED-ALLOCATED
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "Held pledges: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Allocated: " DELIMITED BY SIZE
                   WS-ED-ALLOCATED DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-OVER-ALLOCATED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "Over-allocated items: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE.

       READ-NEXT-COLLATERAL.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       READ-NEXT-PLEDGE.
           READ PLEDGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLEDGE-EOF-SWITCH
           END-READ.

       END PROGRAM COLLATERAL-SUMMARY.
