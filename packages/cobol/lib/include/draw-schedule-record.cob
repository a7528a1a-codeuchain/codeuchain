      *================================================================*
      * CodeUChain COBOL Library - Construction Draw Schedule Record   *
      *                                                                *
      * The draw schedule DRAW-SCHEDULE keeps for a construction loan, *
      * keyed by the loan's number: the commitment booked, the         *
      * retainage percent held back from each draw, the budgeted line  *
      * items with what has been drawn against each so far, and the    *
      * one draw request waiting on its second approver. The loan      *
      * record itself carries only what has actually been disbursed,   *
      * so accrual earns interest on the money out and no more. COPY   *
      * with REPLACING to give this group the WS- or LS- prefix the    *
      * calling program already uses, e.g.:                            *
      *                                                                *
      *     COPY "draw-schedule-record.cob"                            *
      *         REPLACING PFX-DS-COMMITMENT BY LS-DS-COMMITMENT        *
      *                   ...                                          *
      *                   PFX-DRAW-SCHEDULE-RECORD BY                  *
      *                       LS-DRAW-SCHEDULE-RECORD.                 *
      *                                                                *
      * PFX-DS-RETAINAGE-HELD is the retainage withheld from released  *
      * draws and not yet paid out; PFX-DS-TOTAL-DRAWN is the gross    *
      * released against the budget (disbursed plus retainage). A      *
      * pending request names its line item (00 = release of the       *
      * retainage held), its amount, the approval-queue reference it   *
      * waits under, whether the site inspection was complete when it  *
      * was entered, and the operator who entered it; a blank          *
      * reference means nothing is pending.                            *
      *================================================================*

       01  PFX-DRAW-SCHEDULE-RECORD.
           05  PFX-DS-COMMITMENT          PIC S9(13)V99.
           05  PFX-DS-RETAIN-PCT          PIC 9(2)V99.
           05  PFX-DS-RETAINAGE-HELD      PIC S9(13)V99.
           05  PFX-DS-TOTAL-DRAWN         PIC S9(13)V99.
           05  PFX-DS-DRAW-COUNT          PIC 9(3).
           05  PFX-DS-LAST-DRAW-DATE      PIC 9(8).
           05  PFX-DS-ITEM-COUNT          PIC 9(2).
           05  PFX-DS-ITEM OCCURS 12 TIMES.
               10  PFX-DS-ITEM-DESC       PIC X(20).
               10  PFX-DS-ITEM-BUDGET     PIC S9(13)V99.
               10  PFX-DS-ITEM-DRAWN      PIC S9(13)V99.
           05  PFX-DS-PENDING.
               10  PFX-DS-PEND-REFERENCE  PIC X(20).
               10  PFX-DS-PEND-ITEM       PIC 9(2).
               10  PFX-DS-PEND-AMOUNT     PIC S9(13)V99.
               10  PFX-DS-PEND-INSPECTED  PIC X(1).
               10  PFX-DS-PEND-REQUESTER  PIC X(10).
