      *================================================================*
      * CodeUChain COBOL Library - Customer Complaint Record           *
      *                                                                *
      * One customer complaint, kept by COMPLAINT-MASTER keyed by its  *
      * case number ("CP" + eight digits, drawn by COMPLAINT-MAINT     *
      * when the complaint is logged). COPY with REPLACING to give     *
      * this group the WS- or LS- prefix the calling program already   *
      * uses, e.g.:                                                    *
      *                                                                *
      *     COPY "complaint-record.cob"                                *
      *         REPLACING PFX-CP-CUSTOMER-ID BY LS-CP-CUSTOMER-ID      *
      *                   ...                                          *
      *                   PFX-COMPLAINT-RECORD BY LS-COMPLAINT-RECORD. *
      *                                                                *
      * PFX-CP-LOAN-NUMBER is the loan complained about, spaces for a  *
      * complaint about no particular loan (an application, the        *
      * branch), and PFX-CP-PRODUCT that loan's product code, NONE     *
      * without one. PFX-CP-CATEGORY is a code off the regulatory      *
      * category table COMPLAINT-CATEGORY keeps. PFX-CP-CHANNEL is how *
      * it reached us: TELLER, COLLECT (the collections desk), MAIL or *
      * PHONE. PFX-CP-DUE-DATE is the received date plus the           *
      * category's response days -- the deadline the aging report      *
      * measures against. PFX-CP-OWNER is the operator working it.     *
      * PFX-CP-STATUS is OPEN until a resolution is recorded, then     *
      * RESOLVED with PFX-CP-RESOLVED-DATE and PFX-CP-RESOLUTION; a    *
      * resolved complaint stays on file as the history of the case.   *
      *================================================================*

       01  PFX-COMPLAINT-RECORD.
           05  PFX-CP-CUSTOMER-ID         PIC X(10).
           05  PFX-CP-LOAN-NUMBER         PIC X(10).
           05  PFX-CP-PRODUCT             PIC X(4).
           05  PFX-CP-CATEGORY            PIC X(8).
           05  PFX-CP-CHANNEL             PIC X(7).
           05  PFX-CP-RECEIVED-DATE       PIC 9(8).
           05  PFX-CP-DUE-DATE            PIC 9(8).
           05  PFX-CP-OWNER               PIC X(10).
           05  PFX-CP-ENTERED-BY          PIC X(10).
           05  PFX-CP-DESCRIPTION         PIC X(80).
           05  PFX-CP-STATUS              PIC X(8).
           05  PFX-CP-RESOLVED-DATE       PIC 9(8).
           05  PFX-CP-RESOLUTION          PIC X(80).
