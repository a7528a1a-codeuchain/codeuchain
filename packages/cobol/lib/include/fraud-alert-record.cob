      *================================================================*
      * CodeUChain COBOL Library - Fraud Alert Record                  *
      *                                                                *
      * One reason an application was flagged by FRAUD-VELOCITY-CHECK, *
      * as the link appends it to fraud_alert.dat and as the daily     *
      * FRAUD-ALERT-REPORT reads it back for the fraud team. COPY with *
      * REPLACING to give this group the prefix the calling program    *
      * already uses, e.g.:                                            *
      *                                                                *
      *     COPY "fraud-alert-record.cob"                              *
      *         REPLACING PFX-FA-ALERT-DATE      BY FA-ALERT-DATE      *
      *                   PFX-FA-REFERENCE       BY FA-REFERENCE       *
      *                   PFX-FA-FLAG            BY FA-FLAG            *
      *                   PFX-FRAUD-ALERT-RECORD BY                    *
      *                       FRAUD-ALERT-RECORD.                      *
      *                                                                *
      * PFX-FA-REFERENCE and PFX-FA-APPLICANT are the flagged          *
      * application. PFX-FA-FLAG is what was repeated: PHONE or        *
      * ADDRESS (the application's phone number or mailing address     *
      * also seen under other names) or NAME (the applicant applying   *
      * again and again inside the window), with the repeated value,   *
      * as compared, in PFX-FA-MATCH-VALUE.                            *
      *                                                                *
      * The PFX-FA-OTHER-* fields are the one earlier sighting this    *
      * row reports: PFX-FA-OTHER-SOURCE APPLICATION (an earlier       *
      * application from fraud_history.dat, PFX-FA-OTHER-KEY its       *
      * reference and PFX-FA-OTHER-STAGE the last stage app_status.dat *
      * holds for it) or CUSTOMER (a CUSTOMER-MASTER record, the key   *
      * its customer id, the stage its active flag).                   *
      *================================================================*

       01  PFX-FRAUD-ALERT-RECORD.
           05  PFX-FA-ALERT-DATE          PIC 9(8).
           05  PFX-FA-REFERENCE           PIC X(20).
           05  PFX-FA-APPLICANT           PIC X(30).
           05  PFX-FA-FLAG                PIC X(8).
           05  PFX-FA-MATCH-VALUE         PIC X(30).
           05  PFX-FA-OTHER-SOURCE        PIC X(11).
           05  PFX-FA-OTHER-KEY           PIC X(20).
           05  PFX-FA-OTHER-NAME          PIC X(30).
           05  PFX-FA-OTHER-DATE          PIC 9(8).
           05  PFX-FA-OTHER-STAGE         PIC X(10).
