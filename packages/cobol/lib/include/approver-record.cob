      *         REPLACING PFX-APPR-NAME       BY LS-APPR-NAME          *
      *                   PFX-APPR-LIMIT      BY LS-APPR-LIMIT         *
      *                   PFX-APPR-ACTIVE     BY LS-APPR-ACTIVE        *
      *                   PFX-APPR-LEVEL      BY LS-APPR-LEVEL         *
      *                   PFX-APPR-PRICING-BPS BY                      *
      *                       LS-APPR-PRICING-BPS                      *
      *                   PFX-APPROVER-RECORD BY LS-APPROVER-RECORD.   *
      *                                                                *
      * PFX-APPR-LEVEL is "B" for a board-level approver -- a director *
      * (or the board's loan committee) entitled to clear an item      *
      * LENDING-LIMIT-CHECK marked "Board Approval: REQUIRED", a loan  *
      * over the legal lending limit or to an insider. Spaces (every   *
      * record written before the field existed) is an ordinary        *
      * officer-level approver, so no existing authority changes.      *
      *                                                                *
      * PFX-APPR-PRICING-BPS is the approver's pricing authority: the  *
      * largest concession below the rate sheet, in basis points, they *
      * may clear on an item PRICING-EXCEPTION marked "Pricing         *
      * Exception: REQUIRED". Zero (or spaces, on records written      *
      * before the field existed) is no pricing authority at all.      *
      *================================================================*

       01  PFX-APPROVER-RECORD.
           05  PFX-APPR-NAME              PIC X(30).
           05  PFX-APPR-LIMIT             PIC S9(13)V99.
           05  PFX-APPR-ACTIVE            PIC X(1).
           05  PFX-APPR-LEVEL             PIC X(1).
           05  PFX-APPR-PRICING-BPS       PIC 9(3).
