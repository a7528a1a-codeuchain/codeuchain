      *================================================================*
      * CodeUChain COBOL Library - Dealer Record Structure             *
      *                                                                *
      * One dealer the bank buys indirect auto paper through: name     *
      * and remittance address, whether the dealer is still active,    *
      * how the dealer is paid its reserve on each contract booked,    *
      * and the chargeback window inside which an early payoff or      *
      * charge-off takes the unearned reserve back. COPY with          *
      * REPLACING to give this group the WS- or LS- prefix the         *
      * calling program already uses, e.g.:                            *
      *                                                                *
      *     COPY "dealer-record.cob"                                   *
      *         REPLACING PFX-DLR-NAME           BY LS-DLR-NAME        *
      *                   PFX-DLR-ACTIVE         BY LS-DLR-ACTIVE      *
      *                   PFX-DEALER-RECORD      BY LS-DEALER-RECORD.  *
      *                                                                *
      * PFX-DLR-RESERVE-METHOD is "M" for a rate markup share or "F"   *
      * for a flat fee per contract. Under "M" the contract rate the   *
      * dealer writes carries PFX-DLR-MARKUP-RATE percentage points    *
      * over the bank's buy rate, and the dealer is paid               *
      * PFX-DLR-SHARE-PCT percent of the extra finance charge that     *
      * markup earns over the term; under "F" the dealer is paid       *
      * PFX-DLR-FLAT-FEE. PFX-DLR-CHARGEBACK-DAYS is counted from the  *
      * booked date; zero means the dealer's reserve is never charged  *
      * back. PFX-DLR-ACTIVE is "N" for a dealer the bank no longer    *
      * buys from, kept on file so its contracts still report.         *
      *================================================================*

       01  PFX-DEALER-RECORD.
           05  PFX-DLR-NAME               PIC X(30).
           05  PFX-DLR-ADDR-LINE-1        PIC X(30).
           05  PFX-DLR-CITY               PIC X(20).
           05  PFX-DLR-STATE              PIC X(2).
           05  PFX-DLR-ZIP                PIC X(10).
           05  PFX-DLR-ACTIVE             PIC X(1).
           05  PFX-DLR-RESERVE-METHOD     PIC X(1).
           05  PFX-DLR-MARKUP-RATE        PIC 9(2)V9(4).
           05  PFX-DLR-SHARE-PCT          PIC 9(3)V9(4).
           05  PFX-DLR-FLAT-FEE           PIC 9(7)V99.
           05  PFX-DLR-CHARGEBACK-DAYS    PIC 9(3).
