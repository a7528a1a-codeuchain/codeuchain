      * these leave their REPLACING pairs off, the same               *
      * list-only-what-you-use convention result-status.cob           *
      * documents.                                                    *
      *                                                               *
      * PFX-CUST-DECEASED-DATE is the date of death CUSTOMER-MAINT    *
      * records on a deceased notification; zero (or the spaces on   *
      * older records) is a living customer. The PFX-CUST-ESTATE-*    *
      * block is where correspondence goes from then on -- the        *
      * executor or administrator and the estate's mailing address -- *
      * in place of the customer's own address.                       *
      *                                                               *
      * PFX-CUST-TAX-ID is the customer's nine-digit taxpayer         *
      * identification number, the payee TIN the information returns  *
      * are filed under; spaces until CUSTOMER-MAINT records one.     *
      *                                                               *
      * The PFX-CUST-SCREEN-* block is where SANCTIONS-RESCREEN       *
      * leaves the customer's standing against the sanctions watch    *
      * list: status CLEAR, HELD (a potential match parked for        *
      * compliance review), CLEARED (compliance found it a false      *
      * match) or BLOCKED (compliance confirmed it); spaces until the *
      * first rescreen. The date is the last rescreen run and the     *
      * entry the listed entry a HELD, CLEARED or BLOCKED status      *
      * refers to.                                                    *
      *                                                               *
      * PFX-CUST-DO-NOT-CONTACT is "Y" when the customer has asked    *
      * not to be contacted beyond what the loan documents require;   *
      * courtesy messages such as PAYMENT-REMINDERS' pre-due          *
      * reminders are never sent to them. Anything else (including    *
      * the spaces on older records) means contact is allowed.        *
      *                                                               *
      * PFX-CUST-LEGAL-HOLD is "Y" while legal or compliance has the  *
      * customer's records under hold (litigation, an investigation,  *
      * a subpoena); CUSTOMER-MAINT places and releases it, and       *
      * CUSTOMER-ANONYMIZATION never erases a customer under hold.    *
      * PFX-CUST-ANON-DATE is the business date that batch replaced   *
      * the customer's personal data with anonymized tokens; zero or  *
      * spaces is a record that still carries it.                     *
      *                                                               *
      * PFX-CUST-STATEMENT-PREF is "C" when the customer wants one     *
      * consolidated statement covering all their loans -- and, when  *
      * household_link.dat ties them to a household, the loans of the *
      * household's other members who chose the same -- instead of    *
      * one statement per loan. Anything else (including the spaces   *
      * on older records) is a statement per loan.                    *
      *================================================================*

       01  PFX-CUSTOMER-RECORD.
           05  PFX-CUST-STATE             PIC X(2).
           05  PFX-CUST-ZIP               PIC X(10).
           05  PFX-CUST-DELIVERY          PIC X(1).
           05  PFX-CUST-DECEASED-DATE     PIC 9(8).
           05  PFX-CUST-ESTATE-NAME       PIC X(30).
           05  PFX-CUST-ESTATE-ADDR-1     PIC X(30).
           05  PFX-CUST-ESTATE-ADDR-2     PIC X(30).
           05  PFX-CUST-ESTATE-CITY       PIC X(20).
           05  PFX-CUST-ESTATE-STATE      PIC X(2).
           05  PFX-CUST-ESTATE-ZIP        PIC X(10).
           05  PFX-CUST-TAX-ID            PIC X(9).
           05  PFX-CUST-SCREEN-STATUS     PIC X(8).
           05  PFX-CUST-SCREEN-DATE       PIC 9(8).
           05  PFX-CUST-SCREEN-ENTRY      PIC X(12).
           05  PFX-CUST-DO-NOT-CONTACT    PIC X(1).
           05  PFX-CUST-LEGAL-HOLD        PIC X(1).
           05  PFX-CUST-ANON-DATE         PIC 9(8).
           05  PFX-CUST-STATEMENT-PREF    PIC X(1).
