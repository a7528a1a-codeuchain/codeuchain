      *================================================================*
      * CodeUChain COBOL Library - Autopay Enrollment Record           *
      *                                                                *
      * One borrower's standing authority to draft a loan payment, as  *
      * kept in autopay_enrollment.dat: read by ACH-DRAFT-GENERATION   *
      * to build the draft file, cancelled by ACH-RETURN-PROCESSING    *
      * when the bank says the account can no longer be drafted, and   *
      * checked by RATE-DISCOUNT-REMOVAL before an autopay rate        *
      * discount is allowed to stand. COPY with REPLACING to give this *
      * group the prefix the calling program already uses, e.g.:       *
      *                                                                *
      *     COPY "enrollment-record.cob"                               *
      *         REPLACING PFX-ENR-LOAN-NUMBER BY ENR-LOAN-NUMBER       *
      *                   PFX-ENR-STATUS      BY ENR-STATUS            *
      *                   PFX-ENROLLMENT-RECORD BY                     *
      *                       ENROLLMENT-RECORD.                       *
      *                                                                *
      * PFX-ENR-DRAFT-DAY is the day of the due month the draft lands. *
      * PFX-ENR-STATUS is "C" once the enrollment is cancelled -- by   *
      * the borrower through servicing, or by ACH-RETURN-PROCESSING on *
      * a return that closes the account to drafting -- with the day   *
      * it was cancelled in PFX-ENR-CANCEL-DATE. Spaces (every row     *
      * written before the field existed) is an active enrollment.     *
      *================================================================*

       01  PFX-ENROLLMENT-RECORD.
           05  PFX-ENR-LOAN-NUMBER        PIC X(10).
           05  PFX-ENR-ROUTING-NUMBER     PIC 9(9).
           05  PFX-ENR-ACCOUNT-NUMBER     PIC X(17).
           05  PFX-ENR-DRAFT-DAY          PIC 9(2).
           05  PFX-ENR-STATUS             PIC X(1).
               88  PFX-ENR-CANCELLED              VALUE "C".
           05  PFX-ENR-CANCEL-DATE        PIC 9(8).
