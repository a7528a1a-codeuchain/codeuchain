      *================================================================*
      * CodeUChain COBOL Batch - CECL Allowance Reserve Calculation    *
      *                                                                *
      * Month-end allowance for credit losses: walks every open loan   *
      * on LOAN-MASTER (ACTIVE, and MATURED loans still owing) and     *
      * pools its balance by product code and delinquency bucket --    *
      * current / 1-30 / 31-60 / 61-90 / over 90 days past due, the    *
      * same business-day-rolled bucketing DELINQUENCY-AGING uses --   *
      * then prices each pool at its loss rate to get the reserve the  *
      * portfolio requires.                                            *
      *                                                                *
      * Loss rates are kept in cecl_loss_rates.dat, one fixed-width    *
      * row per pool the credit committee sets a rate for:             *
      *                                                                *
      *     product code  X(4)   (ALL = every product)                 *
      *     bucket        9(1)   (1 current ... 5 over 90)             *
      *     loss percent  9(3)V9(4)  (0005000 = 0.5%)                  *
      *                                                                *
      * A product's own row wins, an ALL row covers every product the  *
      * file doesn't name, and a pool neither covers falls back to     *
      * the built-in rate for its bucket (0.5 / 2 / 10 / 25 / 50       *
      * percent) -- the same file-else-defaults approach GL-ACCOUNT-   *
      * MAP takes, so a shop that never deploys the file still         *
      * reserves sensibly.                                             *
      *                                                                *
      * The reserve already booked is the allowance account's credit   *
      * balance (the credit side of GL-ACCOUNT-MAP's CECLPROV pair)    *
      * out of gl_feed_journal.dat as of the business date, the same   *
      * way TRIAL-BALANCE positions an account, plus anything still    *
      * sitting in today's gl_feed.dat ahead of GL-CUTOFF -- so a      *
      * rerun sees its own earlier true-up and posts nothing twice.    *
      * The difference is posted through GL-FEED-EXPORT as a "GL       *
      * Event:" item: CECLPROV builds the allowance, CECLREL releases  *
      * the excess. Every pool, its rate and where the rate came from, *
      * the bucket totals and the true-up are listed on                *
      * cecl_reserve.rpt for the auditors.                             *
      *                                                                *
      * Each pool is also split by the loans' risk grade (a blank      *
      * grade counting as Pass). The pool's rate applies to every      *
      * grade in it, each grade's share is reserved and rounded on its *
      * own, and those shares sum to the pool reserve -- so the grade  *
      * totals on the report tie exactly to the required reserve.      *
      *                                                                *
      * Return codes: 0 clean, 4 the journal or loss-rate file was     *
      * missing or a table overflowed (reserve still posted), 8 the    *
      * true-up posting failed, 16 LOAN-MASTER could not be opened.    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CECL-RESERVE.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT LOSS-RATE-FILE ASSIGN TO "cecl_loss_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "gl_feed_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "gl_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT RESERVE-REPORT-FILE ASSIGN TO "cecl_reserve.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-FILE-RECORD.
           05  LOAN-NUMBER            PIC X(10).
           COPY "loan-record.cob"
               REPLACING PFX-LOAN-CUSTOMER-ID     BY LOAN-CUSTOMER-ID
                         PFX-LOAN-ORIG-PRINCIPAL  BY LOAN-ORIG-PRINCIPAL
                         PFX-LOAN-INTEREST-RATE   BY LOAN-INTEREST-RATE
                         PFX-LOAN-TERM-YEARS      BY LOAN-TERM-YEARS
                         PFX-LOAN-CURRENT-BALANCE BY
                             LOAN-CURRENT-BALANCE
                         PFX-LOAN-NEXT-DUE-DATE   BY LOAN-NEXT-DUE-DATE
                         PFX-LOAN-STATUS          BY LOAN-STATUS
                         PFX-LOAN-ACCRUED-INT     BY LOAN-ACCRUED-INT
                         PFX-LOAN-LAST-ACCRUAL    BY LOAN-LAST-ACCRUAL
                         PFX-LOAN-PRODUCT-CODE    BY LOAN-PRODUCT-CODE
                         PFX-LOAN-RISK-RATING     BY LOAN-RISK-RATING
                         PFX-LOAN-RECORD          BY LOAN-MASTER-FIELDS.

       FD  LOSS-RATE-FILE.
       01  LOSS-RATE-RECORD.
           05  LR-PRODUCT-CODE        PIC X(4).
           05  LR-BUCKET              PIC 9(1).
           05  LR-LOSS-PCT            PIC 9(3)V9(4).

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

       FD  RESERVE-REPORT-FILE.
       01  RESERVE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS       PIC XX.
       01  WS-RATE-FILE-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS     PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-SLOT-FOUND-SWITCH      PIC X(1).
           88  WS-SLOT-FOUND                 VALUE "Y".
       01  WS-EXACT-RATE-SWITCH      PIC X(1).
           88  WS-EXACT-RATE-FOUND           VALUE "Y".

      * The business date comes from the PROCESSING-DATE control
      * record, not the wall clock, so the reserve is struck as of the
      * night the run belongs to.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-EFFECTIVE-DUE-DATE     PIC 9(8).
       01  WS-DUE-DATE-INTEGER       PIC S9(9) COMP-3.
       01  WS-DAYS-PAST-DUE          PIC S9(5) COMP-3.

       01  WS-IS-BUSINESS-DAY        PIC X(1).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BDC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BDC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BDC-OPERATION.
       01  WS-BDC-RESULT             PIC X(10).

      * The aging buckets, labeled as DELINQUENCY-AGING labels them,
      * each with the loss percent a pool falls back to when the rate
      * file has nothing for it.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-BUCKET-IDX.
               10  WS-BUCKET-LABEL      PIC X(12).
               10  WS-BUCKET-DEFAULT-PCT
                                        PIC 9(3)V9(4).
               10  WS-BUCKET-COUNT      PIC 9(7).
               10  WS-BUCKET-BALANCE    PIC S9(15)V99 COMP-3.
               10  WS-BUCKET-RESERVE    PIC S9(15)V99 COMP-3.
       01  WS-PICKED-BUCKET          PIC S9(4) COMP.

      * The loss-rate file, loaded once up front.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-RATE-IDX.
               10  WS-RT-PRODUCT-CODE   PIC X(4).
               10  WS-RT-BUCKET         PIC 9(1).
               10  WS-RT-LOSS-PCT       PIC 9(3)V9(4).
       01  WS-RATE-COUNT             PIC S9(4) COMP VALUE 0.

      * One row per product met on the walk, in walk order the same
      * append-a-row way the other roll-up tables fill, each with its
      * five bucket pools.
       01  WS-POOL-TABLE.
           05  WS-POOL-PRODUCT OCCURS 50 TIMES
                               INDEXED BY WS-POOL-IDX.
               10  WS-PP-PRODUCT-CODE   PIC X(4).
               10  WS-PP-POOL OCCURS 5 TIMES
                              INDEXED BY WS-PP-IDX.
                   15  WS-PP-COUNT      PIC 9(7).
                   15  WS-PP-BALANCE    PIC S9(15)V99 COMP-3.
                   15  WS-PP-LOSS-PCT   PIC 9(3)V9(4).
                   15  WS-PP-RATE-SOURCE
                                        PIC X(7).
                   15  WS-PP-RESERVE    PIC S9(15)V99 COMP-3.
                   15  WS-PP-GRADE-PART OCCURS 5 TIMES.
                       20  WS-PP-GRADE-COUNT
                                        PIC 9(7).
                       20  WS-PP-GRADE-BALANCE
                                        PIC S9(15)V99 COMP-3.
       01  WS-POOL-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-PICKED-POOL            PIC S9(4) COMP.
       01  WS-POOL-PRODUCT-CODE      PIC X(4).

      * Totals by risk grade, "1" Pass through "5" Doubtful.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 5 TIMES
                              INDEXED BY WS-GRADE-IDX.
               10  WS-GRADE-LABEL       PIC X(15).
               10  WS-GRADE-COUNT       PIC 9(7).
               10  WS-GRADE-BALANCE     PIC S9(15)V99 COMP-3.
               10  WS-GRADE-RESERVE     PIC S9(15)V99 COMP-3.
       01  WS-GRADE-DIGIT            PIC 9(1).
       01  WS-PICKED-GRADE           PIC S9(4) COMP.
       01  WS-GRADE-PART-RESERVE     PIC S9(15)V99 COMP-3.

       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-POOLED           PIC 9(7) VALUE 0.
       01  WS-POOLED-BALANCE         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-REQUIRED-RESERVE       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-BOOKED-RESERVE         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TRUE-UP-AMOUNT         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-POSTING-AMOUNT         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-ENTRIES        PIC 9(7) VALUE 0.
       01  WS-PENDING-ENTRIES        PIC 9(7) VALUE 0.

      * GL-ACCOUNT-MAP: the CECLPROV pair names the provision expense
      * and allowance accounts, whichever way the chart maps them.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-GM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-GM-OPERATION-DATA
                     PFX-OPERATION      BY WS-GM-OPERATION.
       01  WS-GL-EVENT-TYPE          PIC X(10).
       01  WS-GL-ACCOUNT-PAIR.
           05  WS-PROVISION-ACCOUNT  PIC X(10).
           05  WS-ALLOWANCE-ACCOUNT  PIC X(10).
       01  WS-GM-RESULT              PIC X(10).

      * GL-FEED-EXPORT link call for the true-up.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-LINK-NAME.
       01  WS-INPUT-CONTEXT          PIC X(10000).
       01  WS-OUTPUT-CONTEXT         PIC X(10000).
       01  WS-LINK-RESULT            PIC X(10).
       01  WS-POSTING-EVENT          PIC X(10) VALUE SPACES.

       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-BALANCE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-RESERVE.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-AMOUNT.
       01  WS-ED-LOSS-PCT            PIC ZZ9.9999.
       01  WS-ED-COUNT               PIC Z(6)9.
       01  WS-ED-RATE-COUNT          PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - CECL Allowance Reserve"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           DISPLAY "Business date: " WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 0 TO RETURN-CODE

           PERFORM INITIALIZE-BUCKET-TABLE
           PERFORM INITIALIZE-GRADE-TABLE
           PERFORM LOAD-LOSS-RATE-TABLE
           PERFORM RESOLVE-RESERVE-ACCOUNTS

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOAN
               PERFORM POOL-ONE-LOAN
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE

               PERFORM PRICE-ONE-PRODUCT
                   VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
               PERFORM POSITION-BOOKED-RESERVE
               COMPUTE WS-TRUE-UP-AMOUNT =
                   WS-REQUIRED-RESERVE - WS-BOOKED-RESERVE
               PERFORM POST-TRUE-UP

               OPEN OUTPUT RESERVE-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-ONE-PRODUCT-POOLS
                   VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
               PERFORM WRITE-BUCKET-TOTALS
               PERFORM WRITE-GRADE-TOTALS
               PERFORM WRITE-RESERVE-SUMMARY
               CLOSE RESERVE-REPORT-FILE
           ELSE
               DISPLAY "CECL-RESERVE: Unable to open "
                       "loan_master.dat, status " WS-LOAN-FILE-STATUS
                       " -- no reserve calculated"
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-REQUIRED-RESERVE TO WS-ED-RESERVE
           MOVE WS-BOOKED-RESERVE TO WS-ED-BALANCE
           MOVE WS-TRUE-UP-AMOUNT TO WS-ED-AMOUNT
           DISPLAY "=========================================="
           DISPLAY "Loans read: " WS-LOANS-READ
               " Pooled: " WS-LOANS-POOLED
           DISPLAY "Required reserve: " FUNCTION TRIM(WS-ED-RESERVE)
           DISPLAY "Booked reserve: " FUNCTION TRIM(WS-ED-BALANCE)
           DISPLAY "True-up: " FUNCTION TRIM(WS-ED-AMOUNT)
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZE-BUCKET-TABLE - DELINQUENCY-AGING's five buckets,    *
      * with the built-in loss percent each falls back to.             *
      *----------------------------------------------------------------*
       INITIALIZE-BUCKET-TABLE.
           MOVE "CURRENT" TO WS-BUCKET-LABEL(1)
           MOVE "1-30 DAYS" TO WS-BUCKET-LABEL(2)
           MOVE "31-60 DAYS" TO WS-BUCKET-LABEL(3)
           MOVE "61-90 DAYS" TO WS-BUCKET-LABEL(4)
           MOVE "OVER 90" TO WS-BUCKET-LABEL(5)
           MOVE 0.5 TO WS-BUCKET-DEFAULT-PCT(1)
           MOVE 2 TO WS-BUCKET-DEFAULT-PCT(2)
           MOVE 10 TO WS-BUCKET-DEFAULT-PCT(3)
           MOVE 25 TO WS-BUCKET-DEFAULT-PCT(4)
           MOVE 50 TO WS-BUCKET-DEFAULT-PCT(5)
           PERFORM ZERO-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5.

       ZERO-ONE-BUCKET.
           MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
           MOVE 0 TO WS-BUCKET-BALANCE(WS-BUCKET-IDX)
           MOVE 0 TO WS-BUCKET-RESERVE(WS-BUCKET-IDX).

       INITIALIZE-GRADE-TABLE.
           MOVE "PASS" TO WS-GRADE-LABEL(1)
           MOVE "WATCH" TO WS-GRADE-LABEL(2)
           MOVE "SPECIAL MENTION" TO WS-GRADE-LABEL(3)
           MOVE "SUBSTANDARD" TO WS-GRADE-LABEL(4)
           MOVE "DOUBTFUL" TO WS-GRADE-LABEL(5)
           PERFORM ZERO-ONE-GRADE
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 5.

       ZERO-ONE-GRADE.
           MOVE 0 TO WS-GRADE-COUNT(WS-GRADE-IDX)
           MOVE 0 TO WS-GRADE-BALANCE(WS-GRADE-IDX)
           MOVE 0 TO WS-GRADE-RESERVE(WS-GRADE-IDX).

      *----------------------------------------------------------------*
      * LOAD-LOSS-RATE-TABLE - a missing file is not fatal: every      *
      * pool prices at its bucket default and the run ends with a 4    *
      * so someone confirms the committee's rates were meant to be     *
      * absent.                                                        *
      *----------------------------------------------------------------*
       LOAD-LOSS-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT LOSS-RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-LOSS-RATE
               PERFORM LOAD-ONE-LOSS-RATE
                   UNTIL WS-END-OF-FILE
               CLOSE LOSS-RATE-FILE
               DISPLAY "Loss rates loaded: " WS-RATE-COUNT
           ELSE
               DISPLAY "CECL-RESERVE: No cecl_loss_rates.dat (status "
                       WS-RATE-FILE-STATUS ") -- built-in rates used"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ONE-LOSS-RATE.
           IF LR-BUCKET >= 1 AND LR-BUCKET <= 5
                   AND LR-LOSS-PCT IS NUMERIC
               IF WS-RATE-COUNT < 200
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-COUNT
                   MOVE LR-PRODUCT-CODE
                       TO WS-RT-PRODUCT-CODE(WS-RATE-IDX)
                   MOVE LR-BUCKET TO WS-RT-BUCKET(WS-RATE-IDX)
                   MOVE LR-LOSS-PCT TO WS-RT-LOSS-PCT(WS-RATE-IDX)
               ELSE
                   DISPLAY "CECL-RESERVE: Loss-rate table full; "
                           LR-PRODUCT-CODE "/" LR-BUCKET " dropped"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CECL-RESERVE: Loss-rate row skipped: "
                       LOSS-RATE-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM READ-NEXT-LOSS-RATE.

       READ-NEXT-LOSS-RATE.
           READ LOSS-RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RESOLVE-RESERVE-ACCOUNTS.
           MOVE "CECLPROV" TO WS-GL-EVENT-TYPE
           MOVE 3 TO WS-GM-OPERATION-LEN
           MOVE "GET" TO WS-GM-OPERATION-DATA
           CALL "GL-ACCOUNT-MAP" USING
               WS-GM-OPERATION, WS-GL-EVENT-TYPE,
               WS-GL-ACCOUNT-PAIR, WS-GM-RESULT
           DISPLAY "Allowance account: " WS-ALLOWANCE-ACCOUNT
               " Provision account: " WS-PROVISION-ACCOUNT.

      *----------------------------------------------------------------*
      * POOL-ONE-LOAN - closed loans are skipped; an open loan is      *
      * aged exactly as DELINQUENCY-AGING ages it and its balance      *
      * added to its product's pool for that bucket, under its grade.  *
      *----------------------------------------------------------------*
       POOL-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-STATUS = "ACTIVE" OR LOAN-STATUS = "MATURED"
               PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER
               PERFORM PICK-BUCKET
               PERFORM PICK-GRADE
               PERFORM FIND-PRODUCT-POOL
               IF WS-PICKED-POOL > 0
                   ADD 1 TO WS-LOANS-POOLED
                   ADD 1 TO WS-PP-COUNT(WS-PICKED-POOL,
                                         WS-PICKED-BUCKET)
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-PP-BALANCE(WS-PICKED-POOL,
                                         WS-PICKED-BUCKET)
                   ADD 1 TO WS-BUCKET-COUNT(WS-PICKED-BUCKET)
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-BUCKET-BALANCE(WS-PICKED-BUCKET)
                   ADD 1 TO WS-PP-GRADE-COUNT(WS-PICKED-POOL,
                                 WS-PICKED-BUCKET, WS-PICKED-GRADE)
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-PP-GRADE-BALANCE(WS-PICKED-POOL,
                                 WS-PICKED-BUCKET, WS-PICKED-GRADE)
                   ADD 1 TO WS-GRADE-COUNT(WS-PICKED-GRADE)
                   ADD LOAN-CURRENT-BALANCE
                       TO WS-GRADE-BALANCE(WS-PICKED-GRADE)
                   ADD LOAN-CURRENT-BALANCE TO WS-POOLED-BALANCE
               END-IF
           END-IF
           PERFORM READ-NEXT-LOAN.

      *----------------------------------------------------------------*
      * ROLL-DUE-DATE-TO-BUSINESS-DAY - BUSINESS-DAY-CALC rolls the    *
      * due date forward in place, so the roll works on a copy and     *
      * the master record itself is never touched.                     *
      *----------------------------------------------------------------*
       ROLL-DUE-DATE-TO-BUSINESS-DAY.
           MOVE LOAN-NEXT-DUE-DATE TO WS-EFFECTIVE-DUE-DATE
           MOVE 17 TO WS-BDC-OPERATION-LEN
           MOVE "NEXT-BUSINESS-DAY" TO WS-BDC-OPERATION-DATA
           CALL "BUSINESS-DAY-CALC" USING
               WS-BDC-OPERATION,
               WS-EFFECTIVE-DUE-DATE,
               WS-IS-BUSINESS-DAY,
               WS-BDC-RESULT
           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DUE-DATE).

       PICK-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 1 TO WS-PICKED-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-PICKED-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-PICKED-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 4 TO WS-PICKED-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-PICKED-BUCKET
           END-EVALUATE.

       PICK-GRADE.
           IF LOAN-RISK-RATING >= "1" AND LOAN-RISK-RATING <= "5"
               MOVE LOAN-RISK-RATING TO WS-GRADE-DIGIT
           ELSE
               MOVE 1 TO WS-GRADE-DIGIT
           END-IF
           MOVE WS-GRADE-DIGIT TO WS-PICKED-GRADE.

      *----------------------------------------------------------------*
      * FIND-PRODUCT-POOL - the loan's product row, appended on first  *
      * sight; a loan booked before product codes were carried pools   *
      * under NONE. A full table leaves WS-PICKED-POOL at zero and the *
      * loan unpooled, which the return code flags.                    *
      *----------------------------------------------------------------*
       FIND-PRODUCT-POOL.
           IF LOAN-PRODUCT-CODE = SPACES
               MOVE "NONE" TO WS-POOL-PRODUCT-CODE
           ELSE
               MOVE LOAN-PRODUCT-CODE TO WS-POOL-PRODUCT-CODE
           END-IF
           MOVE 0 TO WS-PICKED-POOL
           MOVE "N" TO WS-SLOT-FOUND-SWITCH
           PERFORM CHECK-ONE-PRODUCT-POOL
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT
                  OR WS-SLOT-FOUND
           IF NOT WS-SLOT-FOUND
               IF WS-POOL-COUNT < 50
                   ADD 1 TO WS-POOL-COUNT
                   SET WS-POOL-IDX TO WS-POOL-COUNT
                   MOVE WS-POOL-PRODUCT-CODE
                       TO WS-PP-PRODUCT-CODE(WS-POOL-IDX)
                   PERFORM ZERO-ONE-POOL
                       VARYING WS-PP-IDX FROM 1 BY 1
                       UNTIL WS-PP-IDX > 5
                   MOVE WS-POOL-COUNT TO WS-PICKED-POOL
               ELSE
                   DISPLAY "CECL-RESERVE: Pool table full; "
                           LOAN-NUMBER " (" WS-POOL-PRODUCT-CODE
                           ") not reserved"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-PRODUCT-POOL.
           IF WS-PP-PRODUCT-CODE(WS-POOL-IDX) = WS-POOL-PRODUCT-CODE
               MOVE "Y" TO WS-SLOT-FOUND-SWITCH
               SET WS-PICKED-POOL TO WS-POOL-IDX
           END-IF.

       ZERO-ONE-POOL.
           MOVE 0 TO WS-PP-COUNT(WS-POOL-IDX, WS-PP-IDX)
           MOVE 0 TO WS-PP-BALANCE(WS-POOL-IDX, WS-PP-IDX)
           MOVE 0 TO WS-PP-LOSS-PCT(WS-POOL-IDX, WS-PP-IDX)
           MOVE SPACES TO WS-PP-RATE-SOURCE(WS-POOL-IDX, WS-PP-IDX)
           MOVE 0 TO WS-PP-RESERVE(WS-POOL-IDX, WS-PP-IDX)
           PERFORM ZERO-ONE-GRADE-PART
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 5.

       ZERO-ONE-GRADE-PART.
           MOVE 0 TO WS-PP-GRADE-COUNT(WS-POOL-IDX, WS-PP-IDX,
                                       WS-GRADE-IDX)
           MOVE 0 TO WS-PP-GRADE-BALANCE(WS-POOL-IDX, WS-PP-IDX,
                                         WS-GRADE-IDX).

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * PRICE-ONE-PRODUCT / PRICE-ONE-POOL - each pool's loss percent  *
      * (the product's own row, else the ALL row, else the bucket      *
      * default) applied to each grade's share of its balance; the     *
      * shares sum to the pool reserve and the pools to the required   *
      * reserve.                                                       *
      *----------------------------------------------------------------*
       PRICE-ONE-PRODUCT.
           PERFORM PRICE-ONE-POOL
               VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > 5.

       PRICE-ONE-POOL.
           SET WS-BUCKET-IDX TO WS-PP-IDX
           MOVE WS-BUCKET-DEFAULT-PCT(WS-BUCKET-IDX)
               TO WS-PP-LOSS-PCT(WS-POOL-IDX, WS-PP-IDX)
           MOVE "DEFAULT" TO WS-PP-RATE-SOURCE(WS-POOL-IDX, WS-PP-IDX)
           MOVE "N" TO WS-EXACT-RATE-SWITCH
           PERFORM CHECK-ONE-LOSS-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                  OR WS-EXACT-RATE-FOUND

           MOVE 0 TO WS-PP-RESERVE(WS-POOL-IDX, WS-PP-IDX)
           PERFORM PRICE-ONE-GRADE-PART
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 5
           ADD WS-PP-RESERVE(WS-POOL-IDX, WS-PP-IDX)
               TO WS-BUCKET-RESERVE(WS-BUCKET-IDX)
           ADD WS-PP-RESERVE(WS-POOL-IDX, WS-PP-IDX)
               TO WS-REQUIRED-RESERVE.

       PRICE-ONE-GRADE-PART.
           COMPUTE WS-GRADE-PART-RESERVE ROUNDED =
               WS-PP-GRADE-BALANCE(WS-POOL-IDX, WS-PP-IDX, WS-GRADE-IDX)
               * WS-PP-LOSS-PCT(WS-POOL-IDX, WS-PP-IDX) / 100
           ADD WS-GRADE-PART-RESERVE
               TO WS-PP-RESERVE(WS-POOL-IDX, WS-PP-IDX)
           ADD WS-GRADE-PART-RESERVE
               TO WS-GRADE-RESERVE(WS-GRADE-IDX).

       CHECK-ONE-LOSS-RATE.
           SET WS-PICKED-BUCKET TO WS-PP-IDX
           IF WS-RT-BUCKET(WS-RATE-IDX) = WS-PICKED-BUCKET
               EVALUATE TRUE
                   WHEN WS-RT-PRODUCT-CODE(WS-RATE-IDX)
                           = WS-PP-PRODUCT-CODE(WS-POOL-IDX)
                       MOVE "Y" TO WS-EXACT-RATE-SWITCH
                       MOVE WS-RT-LOSS-PCT(WS-RATE-IDX)
                           TO WS-PP-LOSS-PCT(WS-POOL-IDX, WS-PP-IDX)
                       MOVE "FILE"
                           TO WS-PP-RATE-SOURCE(WS-POOL-IDX, WS-PP-IDX)
                   WHEN WS-RT-PRODUCT-CODE(WS-RATE-IDX) = "ALL"
                       MOVE WS-RT-LOSS-PCT(WS-RATE-IDX)
                           TO WS-PP-LOSS-PCT(WS-POOL-IDX, WS-PP-IDX)
                       MOVE "ALL"
                           TO WS-PP-RATE-SOURCE(WS-POOL-IDX, WS-PP-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * POSITION-BOOKED-RESERVE - the allowance account's credit       *
      * balance: every journal entry dated on or before the business   *
      * date, then every entry still in gl_feed.dat awaiting cutoff.   *
      * No journal yet reads as nothing booked.                        *
      *----------------------------------------------------------------*
       POSITION-BOOKED-RESERVE.
           MOVE 0 TO WS-BOOKED-RESERVE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-JOURNAL-ENTRY
               PERFORM TOTAL-ONE-JOURNAL-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "CECL-RESERVE: Unable to open "
                       "gl_feed_journal.dat, status "
                       WS-JOURNAL-STATUS " -- no reserve on the books"
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT GL-FEED-FILE
           IF WS-GL-FEED-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FEED-ENTRY
               PERFORM TOTAL-ONE-FEED-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE GL-FEED-FILE
           END-IF.

       TOTAL-ONE-JOURNAL-ENTRY.
           IF GL-ACCOUNT-CODE = WS-ALLOWANCE-ACCOUNT
                   AND GL-ENTRY-DATE <= WS-RUN-DATE-X
               ADD 1 TO WS-JOURNAL-ENTRIES
               IF GL-DEBIT-CREDIT = "D"
                   SUBTRACT GL-AMOUNT FROM WS-BOOKED-RESERVE
               ELSE
                   ADD GL-AMOUNT TO WS-BOOKED-RESERVE
               END-IF
           END-IF
           PERFORM READ-NEXT-JOURNAL-ENTRY.

       TOTAL-ONE-FEED-ENTRY.
           IF FEED-ACCOUNT-CODE = WS-ALLOWANCE-ACCOUNT
               ADD 1 TO WS-PENDING-ENTRIES
               IF FEED-DEBIT-CREDIT = "D"
                   SUBTRACT FEED-AMOUNT FROM WS-BOOKED-RESERVE
               ELSE
                   ADD FEED-AMOUNT TO WS-BOOKED-RESERVE
               END-IF
           END-IF
           PERFORM READ-NEXT-FEED-ENTRY.

       READ-NEXT-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       READ-NEXT-FEED-ENTRY.
           READ GL-FEED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * POST-TRUE-UP - a shortfall is provided for (CECLPROV), an      *
      * excess released (CECLREL); either way the amount posted is     *
      * positive and GL-FEED-EXPORT writes the event's balanced pair.  *
      * An allowance already at the requirement posts nothing.         *
      *----------------------------------------------------------------*
       POST-TRUE-UP.
           EVALUATE TRUE
               WHEN WS-TRUE-UP-AMOUNT > 0
                   MOVE "CECLPROV" TO WS-POSTING-EVENT
                   MOVE WS-TRUE-UP-AMOUNT TO WS-POSTING-AMOUNT
               WHEN WS-TRUE-UP-AMOUNT < 0
                   MOVE "CECLREL" TO WS-POSTING-EVENT
                   COMPUTE WS-POSTING-AMOUNT = 0 - WS-TRUE-UP-AMOUNT
               WHEN OTHER
                   MOVE SPACES TO WS-POSTING-EVENT
                   MOVE 0 TO WS-POSTING-AMOUNT
           END-EVALUATE

           IF WS-POSTING-EVENT NOT = SPACES
               MOVE WS-POSTING-AMOUNT TO WS-ED-AMOUNT
               MOVE 14 TO WS-LINK-NAME-LEN
               MOVE "GL-FEED-EXPORT" TO WS-LINK-NAME-DATA
               MOVE SPACES TO WS-INPUT-CONTEXT
               MOVE SPACES TO WS-OUTPUT-CONTEXT
               STRING "Applicant: CECL reserve true-up "
                           DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
                       ", Principal: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                       " Reference: CECL-" DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
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
                   DISPLAY "CECL-RESERVE: True-up posting failed ("
                           WS-LINK-RESULT ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CECL-RESERVE: Allowance already at the "
                       "required reserve -- nothing posted"
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "CECL ALLOWANCE FOR CREDIT LOSSES - POOL DETAIL"
               TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE

           MOVE WS-RATE-COUNT TO WS-ED-RATE-COUNT
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING "Business Date: " DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   "  Allowance Account: " DELIMITED BY SIZE
                   WS-ALLOWANCE-ACCOUNT DELIMITED BY SIZE
                   "  Loss Rates Loaded: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RATE-COUNT) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE

           MOVE ALL "-" TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE.

       WRITE-ONE-PRODUCT-POOLS.
           PERFORM WRITE-ONE-POOL-LINE
               VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > 5.

      *----------------------------------------------------------------*
      * WRITE-ONE-POOL-LINE - every pool that holds a loan, with the   *
      * rate applied and where it came from (FILE, ALL or DEFAULT) so  *
      * the auditors can tie each reserve back to the rate table.      *
      *----------------------------------------------------------------*
       WRITE-ONE-POOL-LINE.
           IF WS-PP-COUNT(WS-POOL-IDX, WS-PP-IDX) > 0
               SET WS-BUCKET-IDX TO WS-PP-IDX
               MOVE WS-PP-COUNT(WS-POOL-IDX, WS-PP-IDX) TO WS-ED-COUNT
               MOVE WS-PP-BALANCE(WS-POOL-IDX, WS-PP-IDX)
                   TO WS-ED-BALANCE
               MOVE WS-PP-LOSS-PCT(WS-POOL-IDX, WS-PP-IDX)
                   TO WS-ED-LOSS-PCT
               MOVE WS-PP-RESERVE(WS-POOL-IDX, WS-PP-IDX)
                   TO WS-ED-RESERVE
               MOVE SPACES TO RESERVE-REPORT-LINE
               STRING "POOL " DELIMITED BY SIZE
                       WS-PP-PRODUCT-CODE(WS-POOL-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BUCKET-LABEL(WS-BUCKET-IDX)
                           DELIMITED BY SIZE
                       " Loans: " DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       "  Balance: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                       "  Loss %: " DELIMITED BY SIZE
                       WS-ED-LOSS-PCT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-PP-RATE-SOURCE(WS-POOL-IDX, WS-PP-IDX)
                           DELIMITED BY SPACE
                       ")  Reserve: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-RESERVE) DELIMITED BY SIZE
                   INTO RESERVE-REPORT-LINE
               END-STRING
               WRITE RESERVE-REPORT-LINE
           END-IF.

       WRITE-BUCKET-TOTALS.
           MOVE ALL "-" TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           PERFORM WRITE-ONE-BUCKET-TOTAL
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5.

       WRITE-ONE-BUCKET-TOTAL.
           MOVE WS-BUCKET-COUNT(WS-BUCKET-IDX) TO WS-ED-COUNT
           MOVE WS-BUCKET-BALANCE(WS-BUCKET-IDX) TO WS-ED-BALANCE
           MOVE WS-BUCKET-RESERVE(WS-BUCKET-IDX) TO WS-ED-RESERVE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING "TOTAL " DELIMITED BY SIZE
                   WS-BUCKET-LABEL(WS-BUCKET-IDX) DELIMITED BY SIZE
                   " Loans: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                   "  Reserve: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RESERVE) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE.

       WRITE-GRADE-TOTALS.
           MOVE ALL "-" TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           PERFORM WRITE-ONE-GRADE-TOTAL
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 5.

       WRITE-ONE-GRADE-TOTAL.
           MOVE WS-GRADE-COUNT(WS-GRADE-IDX) TO WS-ED-COUNT
           MOVE WS-GRADE-BALANCE(WS-GRADE-IDX) TO WS-ED-BALANCE
           MOVE WS-GRADE-RESERVE(WS-GRADE-IDX) TO WS-ED-RESERVE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING "GRADE " DELIMITED BY SIZE
                   WS-GRADE-LABEL(WS-GRADE-IDX) DELIMITED BY SIZE
                   " Loans: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                   "  Reserve: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RESERVE) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-RESERVE-SUMMARY - required against booked, and the       *
      * entry that closed the gap.                                     *
      *----------------------------------------------------------------*
       WRITE-RESERVE-SUMMARY.
           MOVE ALL "-" TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE

           MOVE WS-LOANS-POOLED TO WS-ED-COUNT
           MOVE WS-POOLED-BALANCE TO WS-ED-BALANCE
           MOVE WS-REQUIRED-RESERVE TO WS-ED-RESERVE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING "Loans Pooled: " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "  Pooled Balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                   "  Required Reserve: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-RESERVE) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE

           MOVE WS-BOOKED-RESERVE TO WS-ED-BALANCE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING "Booked Reserve: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                   "  (journal entries: " DELIMITED BY SIZE
                   WS-JOURNAL-ENTRIES DELIMITED BY SIZE
                   ", awaiting cutoff: " DELIMITED BY SIZE
                   WS-PENDING-ENTRIES DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           END-STRING
           WRITE RESERVE-REPORT-LINE

           MOVE WS-POSTING-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO RESERVE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-POSTING-EVENT = SPACES
                   MOVE "True-Up: none -- allowance at requirement"
                       TO RESERVE-REPORT-LINE
               WHEN WS-LINK-RESULT NOT = "SUCCESS"
                   STRING "True-Up: " DELIMITED BY SIZE
                           WS-POSTING-EVENT DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-AMOUNT)
                               DELIMITED BY SIZE
                           "  *** POSTING FAILED ***"
                               DELIMITED BY SIZE
                       INTO RESERVE-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "True-Up: " DELIMITED BY SIZE
                           WS-POSTING-EVENT DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-AMOUNT)
                               DELIMITED BY SIZE
                           "  posted to gl_feed.dat, reference CECL-"
                               DELIMITED BY SIZE
                           WS-RUN-DATE-X DELIMITED BY SIZE
                       INTO RESERVE-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE RESERVE-REPORT-LINE.

       END PROGRAM CECL-RESERVE.
