      *================================================================*
      * CodeUChain COBOL Library - Default Resolution Case Record      *
      *                                                                *
      * One loan's default-resolution case, kept by DEFAULT-CASE-      *
      * MASTER keyed by loan number: opened once DELINQUENCY-NOTICES   *
      * has sent the sixty-day default notice, it follows the pledged  *
      * collateral item from referral to counsel through the           *
      * foreclosure sale or repossession to its final disposition.     *
      * COPY with REPLACING to give this group the WS- or LS- prefix   *
      * the calling program already uses, e.g.:                        *
      *                                                                *
      *     COPY "default-case-record.cob"                             *
      *         REPLACING PFX-DC-CASE-TYPE     BY LS-DC-CASE-TYPE      *
      *                   PFX-DC-COLLATERAL-ID BY LS-DC-COLLATERAL-ID  *
      *                   PFX-DC-OPEN-DATE     BY LS-DC-OPEN-DATE      *
      *                   PFX-DC-REFERRAL-DATE BY LS-DC-REFERRAL-DATE  *
      *                   PFX-DC-SALE-DATE     BY LS-DC-SALE-DATE      *
      *                   PFX-DC-TAKEN-DATE    BY LS-DC-TAKEN-DATE     *
      *                   PFX-DC-CARRYING-VALUE BY                     *
      *                       LS-DC-CARRYING-VALUE                     *
      *                   PFX-DC-DEFICIENCY    BY LS-DC-DEFICIENCY     *
      *                   PFX-DC-DISPOSITION   BY LS-DC-DISPOSITION    *
      *                   PFX-DC-DISPOSITION-DATE BY                   *
      *                       LS-DC-DISPOSITION-DATE                   *
      *                   PFX-DEFAULT-CASE-RECORD BY                   *
      *                       LS-DEFAULT-CASE-RECORD.                  *
      *                                                                *
      * PFX-DC-CASE-TYPE is FORECLOSE (real property, taken at the     *
      * foreclosure sale) or REPOSSESS (goods, taken on repossession). *
      * Every milestone date is zero until it happens: referral to     *
      * counsel, the sale date (the foreclosure sale, or the auction   *
      * of repossessed goods), and the date the asset was taken.       *
      *                                                                *
      * When the asset is taken the collateral item moves to OWNED-    *
      * PROPERTY-MASTER at PFX-DC-CARRYING-VALUE, that much of the     *
      * loan balance moves to owned property, and what the loan still  *
      * owes is PFX-DC-DEFICIENCY -- the amount CHARGE-OFF writes off. *
      * PFX-DC-DISPOSITION is spaces while the case is open, SOLD once *
      * the owned property is sold, or REINSTATED when the borrower    *
      * cured before the asset was taken; PFX-DC-DISPOSITION-DATE is   *
      * the date it closed.                                            *
      *================================================================*

       01  PFX-DEFAULT-CASE-RECORD.
           05  PFX-DC-CASE-TYPE           PIC X(10).
           05  PFX-DC-COLLATERAL-ID       PIC X(10).
           05  PFX-DC-OPEN-DATE           PIC 9(8).
           05  PFX-DC-REFERRAL-DATE       PIC 9(8).
           05  PFX-DC-SALE-DATE           PIC 9(8).
           05  PFX-DC-TAKEN-DATE          PIC 9(8).
           05  PFX-DC-CARRYING-VALUE      PIC S9(13)V99.
           05  PFX-DC-DEFICIENCY          PIC S9(13)V99.
           05  PFX-DC-DISPOSITION         PIC X(10).
           05  PFX-DC-DISPOSITION-DATE    PIC 9(8).
