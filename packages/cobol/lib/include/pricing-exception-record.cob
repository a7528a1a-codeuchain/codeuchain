      *================================================================*
      * CodeUChain COBOL Library - Pricing Exception Record            *
      *                                                                *
      * One loan priced below the rate sheet by more than the pricing  *
      * tolerance and cleared by an approver with pricing authority,   *
      * as APPROVAL-QUEUE appends it to pricing_exception.dat when the *
      * item clears, read back by the monthly PRICING-EXCEPTION-REPORT.*
      * COPY with REPLACING to give this group the prefix the calling  *
      * program already uses, e.g.:                                    *
      *                                                                *
      *     COPY "pricing-exception-record.cob"                        *
      *         REPLACING PFX-PE-APPROVED-DATE BY PE-APPROVED-DATE     *
      *                   PFX-PE-OFFICER-CODE  BY PE-OFFICER-CODE      *
      *                   PFX-PRICING-EXCEPTION-RECORD BY              *
      *                       PRICING-EXCEPTION-RECORD.                *
      *                                                                *
      * PFX-PE-TABLE-RATE is the rate sheet's quote for the borrower's *
      * tier, PFX-PE-GRANTED-RATE the rate the officer priced at, both *
      * percents to four places; PFX-PE-EXCEPTION-BPS is the gap       *
      * between them in basis points. PFX-PE-REASON-CODE is the code   *
      * the officer gave for the concession ("NONE" when none was      *
      * given). PFX-PE-OFFICER-CODE and PFX-PE-BRANCH-CODE are the     *
      * application's "Loan Officer:" and "Branch:".                   *
      *================================================================*

       01  PFX-PRICING-EXCEPTION-RECORD.
           05  PFX-PE-APPROVED-DATE       PIC 9(8).
           05  PFX-PE-REFERENCE-ID        PIC X(20).
           05  PFX-PE-OFFICER-CODE        PIC X(10).
           05  PFX-PE-BRANCH-CODE         PIC X(3).
           05  PFX-PE-APPLICANT-NAME      PIC X(30).
           05  PFX-PE-LOAN-AMOUNT         PIC S9(13)V99.
           05  PFX-PE-TABLE-RATE          PIC 9(3)V9(4).
           05  PFX-PE-GRANTED-RATE        PIC 9(3)V9(4).
           05  PFX-PE-EXCEPTION-BPS       PIC 9(5).
           05  PFX-PE-REASON-CODE         PIC X(6).
           05  PFX-PE-APPROVED-BY         PIC X(30).
