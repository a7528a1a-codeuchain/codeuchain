      *================================================================*
      * CodeUChain COBOL Library - Daily Balance Snapshot Record       *
      *                                                                *
      * One loan as it stood at the end of one business day, appended  *
      * nightly by BALANCE-SNAPSHOT to that month's history file,      *
      * balance_history.YYYYMM.dat, and read back by AVERAGE-BALANCE-  *
      * YIELD to build any month's average balances. COPY with         *
      * REPLACING to give this group the WS- or LS- prefix the calling *
      * program already uses, e.g.:                                    *
      *                                                                *
      *     COPY "balance-snapshot-record.cob"                         *
      *         REPLACING PFX-SNAP-DATE        BY LS-SNAP-DATE         *
      *                   PFX-SNAP-PRINCIPAL   BY LS-SNAP-PRINCIPAL    *
      *                   PFX-BALANCE-SNAPSHOT-RECORD BY               *
      *                       LS-BALANCE-SNAPSHOT-RECORD.              *
      *                                                                *
      * PFX-SNAP-DATE is the business date the row was taken for.      *
      * PFX-SNAP-BRANCH is the branch OFFICER-MASTER counted the loan  *
      * officer under that night ("---" no officer, "???" an officer   *
      * no longer on the master), kept on the row so an old month      *
      * regenerates the same way after officers move. A blank          *
      * PFX-SNAP-RISK-GRADE reads as Pass.                             *
      *                                                                *
      * PFX-SNAP-PRINCIPAL and PFX-SNAP-ACCRUED-INT are the master's   *
      * balance and accrued interest, in base currency.                *
      * PFX-SNAP-INTEREST-EARNED is the interest accrued that day --   *
      * the loan's ACCR journal records dated the business date.       *
      *================================================================*

       01  PFX-BALANCE-SNAPSHOT-RECORD.
           05  PFX-SNAP-DATE              PIC 9(8).
           05  PFX-SNAP-LOAN-NUMBER       PIC X(10).
           05  PFX-SNAP-PRODUCT-CODE      PIC X(4).
           05  PFX-SNAP-BRANCH            PIC X(3).
           05  PFX-SNAP-RISK-GRADE        PIC X(1).
           05  PFX-SNAP-STATUS            PIC X(10).
           05  PFX-SNAP-INTEREST-RATE     PIC S9(3)V9(4).
           05  PFX-SNAP-PRINCIPAL         PIC S9(13)V99.
           05  PFX-SNAP-ACCRUED-INT       PIC S9(13)V99.
           05  PFX-SNAP-INTEREST-EARNED   PIC S9(13)V99.
