      *================================================================*
      * CodeUChain COBOL Library - Unclaimed Property Item Record      *
      *                                                                *
      * One amount owed to a borrower that may become unclaimed        *
      * property, kept by UNCLAIMED-ITEM-MASTER keyed by item id: a    *
      * refund check CREDIT-BALANCE-REFUND issued (id "K" + the check  *
      * number) or a refund it could not deliver for want of a payee   *
      * (id "U" + the loan number). COPY with REPLACING to give this   *
      * group the WS- or LS- prefix the calling program already uses,  *
      * e.g.:                                                          *
      *                                                                *
      *     COPY "unclaimed-item-record.cob"                           *
      *         REPLACING PFX-UI-TYPE          BY LS-UI-TYPE           *
      *                   PFX-UI-AMOUNT        BY LS-UI-AMOUNT         *
      *                   PFX-UI-STATUS        BY LS-UI-STATUS         *
      *                   PFX-UNCLAIMED-ITEM-RECORD BY                 *
      *                       LS-UNCLAIMED-ITEM-RECORD.                *
      *                                                                *
      * PFX-UI-TYPE is CHECK or CREDIT. PFX-UI-STATE is the owner's    *
      * last known state, the one the item escheats to; spaces (no     *
      * address of record) means the holder's own state. The dormancy  *
      * period runs from PFX-UI-ISSUE-DATE -- the check date, or the   *
      * night the refund was first held.                               *
      *                                                                *
      * PFX-UI-STATUS is spaces while the item is outstanding, CLEARED *
      * once the bank pays the check or the held refund goes out,      *
      * ESCHEATED once it is turned over to the state in the year-end  *
      * remittance for PFX-UI-REMIT-YEAR; PFX-UI-STATUS-DATE is when.  *
      * PFX-UI-LETTER-DATE is the date the due-diligence letter went   *
      * to the owner (zero until it has).                              *
      *================================================================*

       01  PFX-UNCLAIMED-ITEM-RECORD.
           05  PFX-UI-TYPE                PIC X(6).
           05  PFX-UI-LOAN-NUMBER         PIC X(10).
           05  PFX-UI-CUSTOMER-ID         PIC X(10).
           05  PFX-UI-PAYEE               PIC X(40).
           05  PFX-UI-STATE               PIC X(2).
           05  PFX-UI-AMOUNT              PIC S9(13)V99.
           05  PFX-UI-ISSUE-DATE          PIC 9(8).
           05  PFX-UI-STATUS              PIC X(10).
           05  PFX-UI-STATUS-DATE         PIC 9(8).
           05  PFX-UI-LETTER-DATE         PIC 9(8).
           05  PFX-UI-REMIT-YEAR          PIC 9(4).
