      * the work-queue screen. PFX-CQ-LAST-CONTACT is the date of the  *
      * borrower's most recent CONTACT-HISTORY entry, refreshed by     *
      * the build so collectors stop double-calling one household in   *
      * a day (zero means nobody has ever called).                     *
      *                                                                *
      * PFX-CQ-LOAN-STATUS is the loan's status as of the build: a     *
      * charged-off loan with a balance still owing stays queued for   *
      * recovery work and agency placement. PFX-CQ-AGENCY-ID is the    *
      * collection agency the loan is placed with (spaces = worked in  *
      * house), carried from the loan record each night; the work-     *
      * queue screen leaves placed accounts to the agency. COPY with   *
      * REPLACING to give this group the WS- or LS- prefix the         *
      * calling program already uses, e.g.:                            *
      *                                                                *
           05  PFX-CQ-PROMISE-AMOUNT      PIC S9(13)V99.
           05  PFX-CQ-PROMISE-STATUS      PIC X(6).
           05  PFX-CQ-LAST-CONTACT        PIC 9(8).
           05  PFX-CQ-LOAN-STATUS         PIC X(10).
           05  PFX-CQ-AGENCY-ID           PIC X(10).
