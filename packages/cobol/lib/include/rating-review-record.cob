      *================================================================*
      * CodeUChain COBOL Library - Risk Rating Review Referral Record  *
      *                                                                *
      * One loan referred to commercial credit for a look at its risk  *
      * grade, appended to risk_rating_review.dat by whatever turned   *
      * up the reason (COVENANT-TICKLER for a covenant breach) and     *
      * listed by RISK-RATING-MAINT, where any regrade it leads to is  *
      * requested the usual dual-control way. COPY with REPLACING to   *
      * give this group the WS- or LS- prefix the calling program      *
      * already uses, e.g.:                                            *
      *                                                                *
      *     COPY "rating-review-record.cob"                            *
      *         REPLACING PFX-RV-LOAN-NUMBER BY RV-LOAN-NUMBER         *
      *                   ...                                          *
      *                   PFX-RATING-REVIEW-RECORD BY                  *
      *                       RATING-REVIEW-RECORD.                    *
      *                                                                *
      * PFX-RV-REFERRED-DATE is the business date of the referral and  *
      * PFX-RV-SOURCE the program area it came from (COVENANT).        *
      *================================================================*

       01  PFX-RATING-REVIEW-RECORD.
           05  PFX-RV-REFERRED-DATE       PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PFX-RV-LOAN-NUMBER         PIC X(10).
           05  FILLER                     PIC X(1).
           05  PFX-RV-SOURCE              PIC X(8).
           05  FILLER                     PIC X(1).
           05  PFX-RV-REASON              PIC X(60).
