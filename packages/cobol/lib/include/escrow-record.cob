      * annual bills, maintained by servicing; the analysis prefers    *
      * the trailing year's actual ESCD journal activity and falls     *
      * back to these for an account with no history yet.              *
      *                                                                *
      * The PFX-ESC-INT-* fields carry the interest some states make   *
      * us pay on escrow, kept by ESCROW-INTEREST at the rate          *
      * escrow_interest_rates.dat sets for PFX-ESC-PROPERTY-STATE      *
      * (filled from the borrower's state when left blank). Each night *
      * adds the balance for the days since PFX-ESC-INT-THROUGH into   *
      * PFX-ESC-INT-BAL-DAYS; at month end the month's average balance *
      * earns a month's interest into PFX-ESC-INT-ACCRUED, credited to *
      * the balance at year end or payoff, PFX-ESC-INT-CREDITED being  *
      * the date last credited. PFX-ESC-INT-STATUS is "C" once the     *
      * paid-off loan's account has had its final credit and the       *
      * escrow can be refunded.                                        *
      *================================================================*

       01  PFX-ESCROW-RECORD.
           05  PFX-ESC-ANNUAL-TAX         PIC S9(13)V99.
           05  PFX-ESC-ANNUAL-INS         PIC S9(13)V99.
           05  PFX-ESC-LAST-ANALYSIS      PIC 9(8).
           05  PFX-ESC-PROPERTY-STATE     PIC X(2).
           05  PFX-ESC-INT-THROUGH        PIC 9(8).
           05  PFX-ESC-INT-BAL-DAYS       PIC S9(15)V99.
           05  PFX-ESC-INT-ACCRUED        PIC S9(11)V99.
           05  PFX-ESC-INT-CREDITED       PIC 9(8).
           05  PFX-ESC-INT-STATUS         PIC X(1).
