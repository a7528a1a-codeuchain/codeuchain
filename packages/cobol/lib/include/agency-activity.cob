      *================================================================*
      * CodeUChain COBOL Library - Collection Agency Activity Record   *
      *                                                                *
      * One line of agency_activity.dat, the running log of what the   *
      * bank's outside collection agencies were sent and what they     *
      * sent back: AGENCY-PLACEMENT appends a PLACE line per account   *
      * placed, AGENCY-RETURN-PROCESSING a PAY line per remittance     *
      * item and a RECALL line per placement ended, and                *
      * AGENCY-PERFORMANCE reads the month's lines back. COPY with     *
      * REPLACING to give this group the prefix the calling program    *
      * already uses, e.g.:                                            *
      *                                                                *
      *     COPY "agency-activity.cob"                                 *
      *         REPLACING PFX-AA-AGENCY-ID     BY AA-AGENCY-ID         *
      *                   PFX-AA-TYPE          BY AA-TYPE              *
      *                   PFX-AGENCY-ACTIVITY  BY AGENCY-ACTIVITY.     *
      *                                                                *
      * PFX-AA-GROSS is the balance placed on a PLACE line, the amount *
      * the agency collected on a PAY line, and the balance handed     *
      * back on a RECALL line. PFX-AA-COMMISSION is what the agency    *
      * kept out of a PAY line and PFX-AA-NET what it remitted and the *
      * bank posted; both are zero on the other lines.                 *
      *================================================================*

       01  PFX-AGENCY-ACTIVITY.
           05  PFX-AA-AGENCY-ID           PIC X(10).
           05  PFX-AA-LOAN-NUMBER         PIC X(10).
           05  PFX-AA-DATE                PIC 9(8).
           05  PFX-AA-TYPE                PIC X(6).
               88  PFX-AA-PLACEMENT               VALUE "PLACE".
               88  PFX-AA-PAYMENT                 VALUE "PAY".
               88  PFX-AA-RECALL                  VALUE "RECALL".
           05  PFX-AA-GROSS               PIC 9(11)V99.
           05  PFX-AA-COMMISSION          PIC 9(11)V99.
           05  PFX-AA-NET                 PIC 9(11)V99.
