      *================================================================*
      * CodeUChain COBOL Library - Owned Property Inventory Record     *
      *                                                                *
      * One asset the bank has taken in satisfaction of a defaulted    *
      * loan -- other real estate owned from a foreclosure, or goods   *
      * from a repossession -- kept by OWNED-PROPERTY-MASTER keyed by  *
      * the collateral id it carried on COLLATERAL-MASTER, which it    *
      * replaces there once taken. COPY with REPLACING to give this    *
      * group the WS- or LS- prefix the calling program already uses,  *
      * e.g.:                                                          *
      *                                                                *
      *     COPY "owned-property-record.cob"                           *
      *         REPLACING PFX-OP-LOAN-NUMBER   BY LS-OP-LOAN-NUMBER    *
      *                   PFX-OP-CUSTOMER-ID   BY LS-OP-CUSTOMER-ID    *
      *                   PFX-OP-TYPE          BY LS-OP-TYPE           *
      *                   PFX-OP-APPR-VALUE    BY LS-OP-APPR-VALUE     *
      *                   PFX-OP-APPR-DATE     BY LS-OP-APPR-DATE      *
      *                   PFX-OP-ACQUIRED-DATE BY LS-OP-ACQUIRED-DATE  *
      *                   PFX-OP-CARRYING-VALUE BY                     *
      *                       LS-OP-CARRYING-VALUE                     *
      *                   PFX-OP-STATUS        BY LS-OP-STATUS         *
      *                   PFX-OP-SOLD-DATE     BY LS-OP-SOLD-DATE      *
      *                   PFX-OP-SALE-PROCEEDS BY LS-OP-SALE-PROCEEDS  *
      *                   PFX-OP-GAIN-LOSS     BY LS-OP-GAIN-LOSS      *
      *                   PFX-OWNED-PROPERTY-RECORD BY                 *
      *                       LS-OWNED-PROPERTY-RECORD.                *
      *                                                                *
      * The loan, former owner, type and last appraisal come across    *
      * from the collateral record. PFX-OP-CARRYING-VALUE is what the  *
      * asset was booked into owned property at (1500-OREO by default) *
      * on PFX-OP-ACQUIRED-DATE. PFX-OP-STATUS is HELD until the asset *
      * is sold, then SOLD with the sale date, the proceeds, and the   *
      * gain (positive) or loss (negative) against carrying value.     *
      *================================================================*

       01  PFX-OWNED-PROPERTY-RECORD.
           05  PFX-OP-LOAN-NUMBER         PIC X(10).
           05  PFX-OP-CUSTOMER-ID         PIC X(10).
           05  PFX-OP-TYPE                PIC X(10).
           05  PFX-OP-APPR-VALUE          PIC S9(13)V99.
           05  PFX-OP-APPR-DATE           PIC 9(8).
           05  PFX-OP-ACQUIRED-DATE       PIC 9(8).
           05  PFX-OP-CARRYING-VALUE      PIC S9(13)V99.
           05  PFX-OP-STATUS              PIC X(10).
           05  PFX-OP-SOLD-DATE           PIC 9(8).
           05  PFX-OP-SALE-PROCEEDS       PIC S9(13)V99.
           05  PFX-OP-GAIN-LOSS           PIC S9(13)V99.
