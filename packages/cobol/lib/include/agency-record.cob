      *================================================================*
      * CodeUChain COBOL Library - Collection Agency Record Structure  *
      *                                                                *
      * One outside collection agency the bank places delinquent and   *
      * charged-off accounts with: name and contact phone, whether     *
      * the bank still places with it, the commission it keeps out of  *
      * what it collects, and which accounts it takes. COPY with       *
      * REPLACING to give this group the WS- or LS- prefix the calling *
      * program already uses, e.g.:                                    *
      *                                                                *
      *     COPY "agency-record.cob"                                   *
      *         REPLACING PFX-AGY-NAME           BY LS-AGY-NAME        *
      *                   PFX-AGY-ACTIVE         BY LS-AGY-ACTIVE      *
      *                   PFX-AGENCY-RECORD      BY LS-AGENCY-RECORD.  *
      *                                                                *
      * PFX-AGY-COMMISSION-PCT is the percent of each gross collection *
      * the agency keeps; the bank is remitted, and posts, the rest.   *
      * PFX-AGY-PLACE-BUCKET is the shallowest delinquency bucket      *
      * (2-5, the collections queue's bucketing) the agency is placed  *
      * open loans from; zero means it takes no open loans.            *
      * PFX-AGY-TAKES-CHARGEOFF is "Y" for an agency that is placed    *
      * charged-off accounts. PFX-AGY-ACTIVE is "N" for an agency the  *
      * bank no longer places with, kept on file so its open           *
      * placements still report and its remittances still post.        *
      *================================================================*

       01  PFX-AGENCY-RECORD.
           05  PFX-AGY-NAME               PIC X(30).
           05  PFX-AGY-PHONE              PIC X(15).
           05  PFX-AGY-ACTIVE             PIC X(1).
           05  PFX-AGY-COMMISSION-PCT     PIC 9(3)V99.
           05  PFX-AGY-PLACE-BUCKET       PIC 9(1).
           05  PFX-AGY-TAKES-CHARGEOFF    PIC X(1).
