      *     MTG   25000.00   2000000.00    30    MTG     LOAN-DISBURSE-*
      *                                                  MENT-CHAIN    *
      *                                                                *
      * No built-in product carries a prepayment penalty schedule; a  *
      * row's trailing twenty-byte schedule (five 9(2)V99 percents,   *
      * years one through five) is read when present, and a row       *
      * written before the column existed reads as no schedule.        *
      * Likewise no built-in product has an interest-only period; the  *
      * three-byte interest-only months column after the schedule is   *
      * read when present and numeric, and otherwise reads as zero.    *
      * No built-in product is precomputed either; the one-byte        *
      * interest method after the interest-only months is read as it   *
      * stands, and a row without one reads as simple interest.        *
      *                                                                *
      * A blank code is the legacy unclassified product: the limits    *
      * BATCH-LOAN-DRIVER always applied (any amount, fifty years)     *
      * through the chain it always ran, so existing input files       *
           05  PROD-REQUIRED-DOCS    PIC X(30).
           05  PROD-DEFER-POLICY     PIC X(1).
           05  PROD-MAX-LTV          PIC 9(3).
           05  PROD-PPAY-SCHEDULE    PIC X(20).
           05  PROD-IO-MONTHS        PIC X(3).
           05  PROD-INTEREST-METHOD  PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS         PIC XX.
                         LS-PROD-REQUIRED-DOCS
                     PFX-PROD-DEFER-POLICY BY LS-PROD-DEFER-POLICY
                     PFX-PROD-MAX-LTV     BY LS-PROD-MAX-LTV
                     PFX-PROD-PPAY-SCHEDULE BY
                         LS-PROD-PPAY-SCHEDULE
                     PFX-PROD-PPAY-PCT    BY LS-PROD-PPAY-PCT
                     PFX-PROD-IO-MONTHS   BY LS-PROD-IO-MONTHS
                     PFX-PROD-INTEREST-METHOD BY
                         LS-PROD-INTEREST-METHOD
                     PFX-PRODUCT-RECORD   BY LS-PRODUCT-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY LS-RESULT
                   MOVE "NOTE,INS" TO LS-PROD-REQUIRED-DOCS
                   MOVE "C" TO LS-PROD-DEFER-POLICY
                   MOVE 90 TO LS-PROD-MAX-LTV
                   MOVE ZEROS TO LS-PROD-PPAY-SCHEDULE
                   MOVE 0 TO LS-PROD-IO-MONTHS
                   MOVE SPACE TO LS-PROD-INTEREST-METHOD
               WHEN "PERS"
                   MOVE 500.00 TO LS-PROD-MIN-AMOUNT
                   MOVE 100000.00 TO LS-PROD-MAX-AMOUNT
                   MOVE "NOTE" TO LS-PROD-REQUIRED-DOCS
                   MOVE "C" TO LS-PROD-DEFER-POLICY
                   MOVE 0 TO LS-PROD-MAX-LTV
                   MOVE ZEROS TO LS-PROD-PPAY-SCHEDULE
                   MOVE 0 TO LS-PROD-IO-MONTHS
                   MOVE SPACE TO LS-PROD-INTEREST-METHOD
               WHEN "MTG"
                   MOVE 25000.00 TO LS-PROD-MIN-AMOUNT
                   MOVE 2000000.00 TO LS-PROD-MAX-AMOUNT
                   MOVE "NOTE,INS,TITLE" TO LS-PROD-REQUIRED-DOCS
                   MOVE "S" TO LS-PROD-DEFER-POLICY
                   MOVE 80 TO LS-PROD-MAX-LTV
                   MOVE ZEROS TO LS-PROD-PPAY-SCHEDULE
                   MOVE 0 TO LS-PROD-IO-MONTHS
                   MOVE SPACE TO LS-PROD-INTEREST-METHOD
               WHEN OTHER
                   MOVE 0.01 TO LS-PROD-MIN-AMOUNT
                   MOVE 999999999.99 TO LS-PROD-MAX-AMOUNT
                   MOVE SPACES TO LS-PROD-REQUIRED-DOCS
                   MOVE "C" TO LS-PROD-DEFER-POLICY
                   MOVE 80 TO LS-PROD-MAX-LTV
                   MOVE ZEROS TO LS-PROD-PPAY-SCHEDULE
                   MOVE 0 TO LS-PROD-IO-MONTHS
                   MOVE SPACE TO LS-PROD-INTEREST-METHOD
           END-EVALUATE.

       LOOK-UP-IN-PRODUCT-FILE.
               MOVE PROD-REQUIRED-DOCS TO LS-PROD-REQUIRED-DOCS
               MOVE PROD-DEFER-POLICY TO LS-PROD-DEFER-POLICY
               MOVE PROD-MAX-LTV TO LS-PROD-MAX-LTV
               IF PROD-PPAY-SCHEDULE IS NUMERIC
                   MOVE PROD-PPAY-SCHEDULE TO LS-PROD-PPAY-SCHEDULE
               ELSE
                   MOVE ZEROS TO LS-PROD-PPAY-SCHEDULE
               END-IF
               IF PROD-IO-MONTHS IS NUMERIC
                   MOVE PROD-IO-MONTHS TO LS-PROD-IO-MONTHS
               ELSE
                   MOVE 0 TO LS-PROD-IO-MONTHS
               END-IF
               MOVE PROD-INTEREST-METHOD TO LS-PROD-INTEREST-METHOD
           ELSE
               PERFORM READ-NEXT-PRODUCT-RECORD
           END-IF.
