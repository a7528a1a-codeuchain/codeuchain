      *================================================================*
      * CodeUChain COBOL Library - Collateral Pledge Record            *
      *                                                                *
      * One collateral item pledged to one loan, keyed on              *
      * pledge_master.dat by collateral id then loan number, so one    *
      * item can secure several loans and one loan can be secured by   *
      * several items. COPY with REPLACING to give this group the WS-  *
      * or LS- prefix the calling program already uses, e.g.:          *
      *                                                                *
      *     COPY "pledge-record.cob"                                   *
      *         REPLACING PFX-PLG-LIEN-POSITION BY WS-PLG-LIEN-POSITION*
      *                   PFX-PLG-ALLOCATED     BY WS-PLG-ALLOCATED    *
      *                   PFX-PLG-STATUS        BY WS-PLG-STATUS       *
      *                   PFX-PLEDGE-RECORD     BY WS-PLEDGE-RECORD.   *
      *                                                                *
      * PFX-PLG-LIEN-POSITION is our lien's position on the item (1 is *
      * the first lien); PFX-PLG-ALLOCATED is the part of the item's   *
      * appraised value standing behind this loan, the value LTV-CHECK *
      * and COLLATERAL-SUBSTITUTION price the loan against.            *
      * PFX-PLG-STATUS is spaces while the pledge is held and          *
      * "RELEASED" once the loan is satisfied or the item is released  *
      * or swapped off it; the item's own lien lets go only when no    *
      * held pledge is left on it.                                     *
      *                                                                *
      * COLLATERAL-MASTER's PFX-COLL-LOAN-NUMBER still names one loan, *
      * the most senior one the item secures. An item that names a     *
      * loan with no pledge record for it is read as a first-lien      *
      * pledge of its full appraised value to that loan.               *
      *================================================================*

       01  PFX-PLEDGE-RECORD.
           05  PFX-PLG-LIEN-POSITION      PIC 9(2).
           05  PFX-PLG-ALLOCATED          PIC S9(13)V99.
           05  PFX-PLG-STATUS             PIC X(10).
           05  PFX-PLG-PLEDGED-DATE       PIC 9(8).
           05  PFX-PLG-RELEASED-DATE      PIC 9(8).
