      *================================================================*
      * CodeUChain COBOL Library - Sanctions Screening Record          *
      *                                                                *
      * One name checked against the watch list, as WATCH-LIST's       *
      * SCREEN answers it and as its RECORD operation writes it to     *
      * sanctions_audit.dat, the trail compliance reports from. COPY   *
      * with REPLACING to give this group the WS- or LS- prefix the    *
      * calling program already uses, e.g.:                            *
      *                                                                *
      *     COPY "screening-record.cob"                                *
      *         REPLACING PFX-SCR-SOURCE        BY LS-SCR-SOURCE       *
      *                   PFX-SCR-SCREENED-NAME BY                     *
      *                       LS-SCR-SCREENED-NAME                     *
      *                   PFX-SCR-MATCH-FLAG    BY LS-SCR-MATCH-FLAG   *
      *                   PFX-SCR-DISPOSITION   BY LS-SCR-DISPOSITION  *
      *                   PFX-SCREENING-RECORD  BY                     *
      *                       LS-SCREENING-RECORD.                     *
      *                                                                *
      * PFX-SCR-SOURCE is ORIGINATE for an applicant or co-applicant   *
      * screened by the SANCTIONS-SCREEN link (PFX-SCR-REFERENCE the   *
      * application's reference) and RESCREEN for a customer checked   *
      * by SANCTIONS-RESCREEN after a new list is loaded (the          *
      * reference the customer id). PFX-SCR-PARTY-ROLE is APPLICANT,   *
      * CO-APPLICANT or CUSTOMER.                                      *
      *                                                                *
      * The caller fills the describing fields and the name; SCREEN    *
      * fills the list version and the match: PFX-SCR-MATCH-FLAG "Y"   *
      * with the listed entry's id, program and name, PFX-SCR-MATCH-   *
      * TYPE EXACT when the names agree once punctuation and spacing   *
      * are set aside, TOKENS when every word of a listed name of two  *
      * or more words appears in the screened name in any order.       *
      *                                                                *
      * PFX-SCR-DISPOSITION is what became of the screening: NOMATCH,  *
      * HELD (parked on APPROVAL-QUEUE for compliance review), CLEARED *
      * or CONFIRMED (compliance's decision on a held match, with the  *
      * reviewer in PFX-SCR-DECIDED-BY), PRIORCLR (a rescreen hit on   *
      * the same entry compliance already cleared), PENDING (a hit     *
      * still awaiting review), BLOCKED (a customer already confirmed) *
      * or NOLIST (no watch list was loaded to screen against). ERROR  *
      * is a hit APPROVAL-QUEUE would not take, which stops the        *
      * application with the queue's own answer.                       *
      *================================================================*

       01  PFX-SCREENING-RECORD.
           05  PFX-SCR-SOURCE             PIC X(10).
           05  PFX-SCR-REFERENCE          PIC X(20).
           05  PFX-SCR-PARTY-ROLE         PIC X(12).
           05  PFX-SCR-SCREENED-NAME      PIC X(30).
           05  PFX-SCR-LIST-VERSION       PIC X(20).
           05  PFX-SCR-MATCH-FLAG         PIC X(1).
           05  PFX-SCR-MATCH-TYPE         PIC X(6).
           05  PFX-SCR-ENTRY-ID           PIC X(12).
           05  PFX-SCR-ENTRY-PROGRAM      PIC X(10).
           05  PFX-SCR-ENTRY-NAME         PIC X(60).
           05  PFX-SCR-DISPOSITION        PIC X(10).
           05  PFX-SCR-DECIDED-BY         PIC X(30).
