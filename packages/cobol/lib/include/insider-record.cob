      *================================================================*
      * CodeUChain COBOL Library - Insider List Record                 *
      *                                                                *
      * One insider of the bank -- an executive officer, director or   *
      * principal shareholder, or a company one of them controls --    *
      * as compliance keeps them in insider_list.dat, read by          *
      * LENDING-LIMIT-CHECK at origination and by the quarterly        *
      * INSIDER-LENDING-REPORT. COPY with REPLACING to give this group *
      * the prefix the calling program already uses, e.g.:             *
      *                                                                *
      *     COPY "insider-record.cob"                                  *
      *         REPLACING PFX-INS-CUSTOMER-ID  BY INS-CUSTOMER-ID      *
      *                   PFX-INS-NAME         BY INS-NAME             *
      *                   PFX-INS-RELATIONSHIP BY INS-RELATIONSHIP     *
      *                   PFX-INSIDER-RECORD   BY INSIDER-RECORD.      *
      *                                                                *
      * PFX-INS-CUSTOMER-ID is the insider's CUSTOMER-MASTER id.       *
      * PFX-INS-RELATIONSHIP is DIRECTOR, OFFICER, SHAREHOLDR          *
      * (principal shareholder) or RELATED (a related interest).       *
      * PFX-INS-ACTIVE is "N" once the person has left the role; any   *
      * other value is a current insider.                              *
      *================================================================*

       01  PFX-INSIDER-RECORD.
           05  PFX-INS-CUSTOMER-ID        PIC X(10).
           05  PFX-INS-NAME               PIC X(30).
           05  PFX-INS-RELATIONSHIP       PIC X(10).
           05  PFX-INS-ACTIVE             PIC X(1).
