      *================================================================*
      * CodeUChain COBOL Library - Military Service Record Structure   *
      *                                                                *
      * One borrower's period of active-duty military service, kept    *
      * by MILITARY-SERVICE-MASTER keyed by customer id, for the       *
      * Servicemembers Civil Relief Act interest-rate cap: the date    *
      * active duty began, the date it ends (zero while the orders     *
      * are open-ended), and the date the servicing desk last          *
      * verified the service against the orders or the DoD status      *
      * report. COPY with REPLACING to give this group the WS- or LS-  *
      * prefix the calling program already uses, e.g.:                 *
      *                                                                *
      *     COPY "military-service-record.cob"                         *
      *         REPLACING PFX-MS-START-DATE    BY LS-MS-START-DATE     *
      *                   PFX-MS-END-DATE      BY LS-MS-END-DATE       *
      *                   PFX-MS-VERIFIED-DATE BY LS-MS-VERIFIED-DATE  *
      *                   PFX-MS-END-NOTICE-DATE BY                    *
      *                       LS-MS-END-NOTICE-DATE                    *
      *                   PFX-MILITARY-SERVICE-RECORD BY               *
      *                       LS-MILITARY-SERVICE-RECORD.              *
      *                                                                *
      * The cap is in force on a given date when service began on or   *
      * before it and the end date is zero or not yet past it, and it  *
      * covers only pre-service debt -- a loan booked before the       *
      * start date (or booked before loans carried a booked date).     *
      * While it holds, INTEREST-ACCRUAL and STATEMENT-GENERATION use  *
      * 6% in place of any higher note rate and the excess interest    *
      * is forgiven, never deferred.                                   *
      *                                                                *
      * PFX-MS-END-NOTICE-DATE is the date SCRA-SERVICE-END flagged    *
      * the end of the service period and sent the borrower notice     *
      * that the contract rate resumes; zero means not yet sent. A     *
      * change to the end date clears it, so a corrected or extended   *
      * period is noticed again when it really ends.                   *
      *================================================================*

       01  PFX-MILITARY-SERVICE-RECORD.
           05  PFX-MS-START-DATE          PIC 9(8).
           05  PFX-MS-END-DATE            PIC 9(8).
           05  PFX-MS-VERIFIED-DATE       PIC 9(8).
           05  PFX-MS-END-NOTICE-DATE     PIC 9(8).
