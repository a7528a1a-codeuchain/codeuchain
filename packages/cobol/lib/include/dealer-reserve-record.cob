      *================================================================*
      * CodeUChain COBOL Library - Dealer Reserve Ledger Record        *
      *                                                                *
      * The reserve the bank paid a dealer on one indirect contract,   *
      * kept by DEALER-RESERVE-MASTER keyed by loan number:            *
      * LOAN-BOOKING writes one for each dealer loan that earned a     *
      * reserve, and DEALER-CHARGEBACK settles it. COPY with REPLACING *
      * to give this group the WS- or LS- prefix the calling program   *
      * already uses, e.g.:                                            *
      *                                                                *
      *     COPY "dealer-reserve-record.cob"                           *
      *         REPLACING PFX-DRSV-DEALER-ID   BY LS-DRSV-DEALER-ID    *
      *                   PFX-DRSV-AMOUNT      BY LS-DRSV-AMOUNT       *
      *                   PFX-DRSV-STATUS      BY LS-DRSV-STATUS       *
      *                   PFX-DEALER-RESERVE-RECORD BY                 *
      *                       LS-DEALER-RESERVE-RECORD.                *
      *                                                                *
      * PFX-DRSV-METHOD and PFX-DRSV-CHARGEBACK-DAYS are the dealer's  *
      * terms as they stood when the loan booked, so a later change    *
      * on DEALER-MAINT does not reach back to contracts already paid. *
      * PFX-DRSV-TERM-YEARS is the contract term the unearned share of *
      * a chargeback is prorated over.                                 *
      *                                                                *
      * PFX-DRSV-STATUS is spaces while the chargeback window is still *
      * open, EARNED once the reserve is the dealer's to keep, and     *
      * CHARGEDBK once the loan left the books early and the unearned  *
      * share (PFX-DRSV-CHARGEBACK-AMT) was recovered from the dealer; *
      * PFX-DRSV-STATUS-DATE is when.                                  *
      *================================================================*

       01  PFX-DEALER-RESERVE-RECORD.
           05  PFX-DRSV-DEALER-ID         PIC X(10).
           05  PFX-DRSV-BOOKED-DATE       PIC 9(8).
           05  PFX-DRSV-AMOUNT            PIC S9(13)V99.
           05  PFX-DRSV-METHOD            PIC X(1).
           05  PFX-DRSV-CHARGEBACK-DAYS   PIC 9(3).
           05  PFX-DRSV-TERM-YEARS        PIC 9(3)V99.
           05  PFX-DRSV-REFERENCE         PIC X(20).
           05  PFX-DRSV-STATUS            PIC X(10).
           05  PFX-DRSV-STATUS-DATE       PIC 9(8).
           05  PFX-DRSV-CHARGEBACK-AMT    PIC S9(13)V99.
