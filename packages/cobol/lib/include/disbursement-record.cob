      *================================================================*
      * CodeUChain COBOL Library - Disbursement Instruction Record     *
      *                                                                *
      * How a booked loan's proceeds are to be paid out, kept by       *
      * DISBURSEMENT-MASTER keyed by loan number: LOAN-BOOKING writes  *
      * one per funded loan for the net amount GL-FEED-EXPORT credited *
      * to cash, and LOAN-FUNDING releases it to the bank. COPY with   *
      * REPLACING to give this group the WS- or LS- prefix the calling *
      * program already uses, e.g.:                                    *
      *                                                                *
      *     COPY "disbursement-record.cob"                             *
      *         REPLACING PFX-DISB-METHOD      BY LS-DISB-METHOD       *
      *                   PFX-DISB-AMOUNT      BY LS-DISB-AMOUNT       *
      *                   PFX-DISB-STATUS      BY LS-DISB-STATUS       *
      *                   PFX-DISBURSEMENT-RECORD BY                   *
      *                       LS-DISBURSEMENT-RECORD.                  *
      *                                                                *
      * PFX-DISB-METHOD is WIRE, ACH or CHECK (an official check).     *
      * PFX-DISB-ROUTING and PFX-DISB-ACCOUNT are the settlement       *
      * account a wire or ACH credit is paid into; a check carries     *
      * neither and goes to the customer's mailing address instead.    *
      * PFX-DISB-BOOKED-DATE is the date the funding posted to the GL, *
      * the date LOAN-FUNDING balances the instruction against.        *
      *                                                                *
      * PFX-DISB-STATUS is spaces while the instruction waits to be    *
      * released, RELEASED once it has gone to the bank (with the      *
      * official check number in PFX-DISB-CHECK-NUMBER for a check),   *
      * EXCEPTION while it fails the bank's edits -- PFX-DISB-REASON   *
      * says which -- and is presented again each run until it is      *
      * corrected; PFX-DISB-STATUS-DATE is when.                       *
      *================================================================*

       01  PFX-DISBURSEMENT-RECORD.
           05  PFX-DISB-METHOD            PIC X(5).
           05  PFX-DISB-CUSTOMER-ID       PIC X(10).
           05  PFX-DISB-PAYEE             PIC X(40).
           05  PFX-DISB-AMOUNT            PIC S9(13)V99.
           05  PFX-DISB-ROUTING           PIC X(9).
           05  PFX-DISB-ACCOUNT           PIC X(17).
           05  PFX-DISB-REFERENCE         PIC X(20).
           05  PFX-DISB-BOOKED-DATE       PIC 9(8).
           05  PFX-DISB-STATUS            PIC X(10).
           05  PFX-DISB-STATUS-DATE       PIC 9(8).
           05  PFX-DISB-REASON            PIC X(30).
           05  PFX-DISB-CHECK-NUMBER      PIC 9(10).
