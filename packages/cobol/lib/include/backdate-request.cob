      *================================================================*
      * CodeUChain COBOL Library - Back-Dated Recalculation Request    *
      *                                                                *
      * The block a caller hands BACKDATE-RECALC once it has posted an *
      * item dated earlier than the business date: a payment that      *
      * arrived late, or the reversal of one. COPY with REPLACING to   *
      * give this group the prefix the calling program already uses,   *
      * e.g.:                                                          *
      *                                                                *
      *     COPY "backdate-request.cob"                                *
      *         REPLACING PFX-BD-LOAN-NUMBER BY WS-BD-LOAN-NUMBER      *
      *                   PFX-BD-EFFECTIVE-DATE BY                     *
      *                       WS-BD-EFFECTIVE-DATE                     *
      *                   PFX-BACKDATE-REQUEST BY                      *
      *                       WS-BACKDATE-REQUEST.                     *
      *                                                                *
      * The caller fills in the loan, the effective date the item was  *
      * journaled under, the business date the adjustment posts on,    *
      * its own run-id (stamped into the IADJ records) and its program *
      * name (printed on the report).                                  *
      *                                                                *
      * BACKDATE-RECALC answers how many journal events it replayed    *
      * from the effective date on, how many of them came out with a   *
      * different interest split or balance, the net interest          *
      * adjustment (positive when the replay collects more interest,   *
      * so less principal), and the loan's balance before and after    *
      * the adjustment. PFX-BD-REVIEW-SWITCH is "Y" when a paid-off    *
      * loan was left with a balance other than zero by it.            *
      *================================================================*

       01  PFX-BACKDATE-REQUEST.
           05  PFX-BD-LOAN-NUMBER         PIC X(10).
           05  PFX-BD-EFFECTIVE-DATE      PIC 9(8).
           05  PFX-BD-POSTING-DATE        PIC 9(8).
           05  PFX-BD-RUN-ID              PIC X(14).
           05  PFX-BD-SOURCE              PIC X(20).
           05  PFX-BD-REPLAYED            PIC 9(5).
           05  PFX-BD-AFFECTED            PIC 9(5).
           05  PFX-BD-INTEREST-ADJ        PIC S9(13)V99.
           05  PFX-BD-BALANCE-BEFORE      PIC S9(13)V99.
           05  PFX-BD-BALANCE-AFTER       PIC S9(13)V99.
           05  PFX-BD-REVIEW-SWITCH       PIC X(1).
