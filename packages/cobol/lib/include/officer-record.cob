      *================================================================*
      * CodeUChain COBOL Library - Loan Officer Record Structure       *
      *                                                                *
      * One loan officer as sales management knows them: display      *
      * name, the branch they are counted under for production,      *
      * whether the code is still active, and the incentive percent   *
      * paid on the principal they book. COPY with REPLACING to give  *
      * this group the WS- or LS- prefix the calling program already  *
      * uses, e.g.:                                                    *
      *                                                                *
      *     COPY "officer-record.cob"                                  *
      *         REPLACING PFX-OFF-NAME          BY LS-OFF-NAME         *
      *                   PFX-OFF-BRANCH        BY LS-OFF-BRANCH       *
      *                   PFX-OFF-ACTIVE        BY LS-OFF-ACTIVE       *
      *                   PFX-OFF-INCENTIVE-PCT BY                     *
      *                       LS-OFF-INCENTIVE-PCT                     *
      *                   PFX-OFFICER-RECORD    BY LS-OFFICER-RECORD.  *
      *                                                                *
      * PFX-OFF-ACTIVE is "Y" for an officer still taking business;    *
      * a departed officer is set to "N" rather than deleted, so the   *
      * loans they booked still report under their name.               *
      * PFX-OFF-INCENTIVE-PCT is a percent of booked principal         *
      * (0005000 = 0.5%).                                              *
      *================================================================*

       01  PFX-OFFICER-RECORD.
           05  PFX-OFF-NAME               PIC X(30).
           05  PFX-OFF-BRANCH             PIC X(3).
           05  PFX-OFF-ACTIVE             PIC X(1).
           05  PFX-OFF-INCENTIVE-PCT      PIC 9(3)V9(4).
