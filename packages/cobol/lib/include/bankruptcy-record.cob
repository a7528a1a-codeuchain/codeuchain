      *================================================================*
      * CodeUChain COBOL Library - Bankruptcy Case Record Structure    *
      *                                                                *
      * One borrower's bankruptcy case, kept by BANKRUPTCY-MASTER      *
      * keyed by the customer id that filed: the chapter (7, 11, 13),  *
      * the court's case number, the filing date, and -- once the      *
      * court closes the case -- the disposition (DISCHARGED or        *
      * DISMISSED) and the date it took effect. While the case is      *
      * open the automatic stay is in force, and every collection      *
      * batch leaves that customer's loans alone. COPY with REPLACING  *
      * to give this group the WS- or LS- prefix the calling program   *
      * already uses, e.g.:                                            *
      *                                                                *
      *     COPY "bankruptcy-record.cob"                               *
      *         REPLACING PFX-BK-CHAPTER      BY LS-BK-CHAPTER         *
      *                   PFX-BK-CASE-NUMBER  BY LS-BK-CASE-NUMBER     *
      *                   PFX-BK-FILING-DATE  BY LS-BK-FILING-DATE     *
      *                   PFX-BK-CLOSE-DATE   BY LS-BK-CLOSE-DATE      *
      *                   PFX-BK-DISPOSITION  BY LS-BK-DISPOSITION     *
      *                   PFX-BANKRUPTCY-RECORD BY                     *
      *                       LS-BANKRUPTCY-RECORD.                    *
      *                                                                *
      * The stay is active on a given date when the case was filed on  *
      * or before it and has no close date, or closes after it. A      *
      * close date is stamped only together with a disposition, so a   *
      * case with spaces in PFX-BK-DISPOSITION is an open case.        *
      *================================================================*

       01  PFX-BANKRUPTCY-RECORD.
           05  PFX-BK-CHAPTER             PIC X(2).
           05  PFX-BK-CASE-NUMBER         PIC X(20).
           05  PFX-BK-FILING-DATE         PIC 9(8).
           05  PFX-BK-CLOSE-DATE          PIC 9(8).
           05  PFX-BK-DISPOSITION         PIC X(10).
