      *================================================================*
      * CodeUChain COBOL Library - Commercial Loan Covenant Record     *
      *                                                                *
      * The covenants COVENANT-MASTER keeps for a commercial loan,     *
      * keyed by the loan's number: each one's type, what it is tested *
      * against, how often the borrower owes it, and when it is next   *
      * due, with the last statement received and what it showed.      *
      * COVENANT-MAINT sets them up and enters what comes in;          *
      * COVENANT-TICKLER lists the overdue and the failed every night. *
      * COPY with REPLACING to give this group the WS- or LS- prefix   *
      * the calling program already uses, e.g.:                        *
      *                                                                *
      *     COPY "covenant-record.cob"                                 *
      *         REPLACING PFX-CV-COUNT      BY LS-CV-COUNT             *
      *                   ...                                          *
      *                   PFX-COVENANT-RECORD BY LS-COVENANT-RECORD.   *
      *                                                                *
      * PFX-CV-TYPE is FINSTMT for a financial-statement delivery      *
      * with nothing to test, or the measure tested: DSCR (debt        *
      * service coverage), LEVERAGE, CURRATIO (current ratio), TNW     *
      * (tangible net worth), LIQUID (liquidity). PFX-CV-TEST is "N"   *
      * when the tested value must be at least PFX-CV-THRESHOLD, "X"   *
      * when it may be at most that, and space for a delivery-only     *
      * covenant. PFX-CV-FREQUENCY is A annual, S semi-annual, Q       *
      * quarterly or M monthly; receiving a statement moves            *
      * PFX-CV-NEXT-DUE on by that much. PFX-CV-LAST-RESULT is PASS,   *
      * FAIL, RCVD (a delivery-only statement in hand) or spaces       *
      * before the first. PFX-CV-BREACH-DATE is the business date the  *
      * tickler first reported the covenant overdue or failed -- when  *
      * the contact note and the risk rating referral were written --  *
      * and zero while it stands in good order.                        *
      *================================================================*

       01  PFX-COVENANT-RECORD.
           05  PFX-CV-COUNT               PIC 9(2).
           05  PFX-CV-ENTRY OCCURS 10 TIMES.
               10  PFX-CV-TYPE            PIC X(8).
               10  PFX-CV-DESC            PIC X(20).
               10  PFX-CV-TEST            PIC X(1).
               10  PFX-CV-THRESHOLD       PIC S9(11)V9(4).
               10  PFX-CV-FREQUENCY       PIC X(1).
               10  PFX-CV-NEXT-DUE        PIC 9(8).
               10  PFX-CV-LAST-RECEIVED   PIC 9(8).
               10  PFX-CV-LAST-VALUE      PIC S9(11)V9(4).
               10  PFX-CV-LAST-RESULT     PIC X(4).
               10  PFX-CV-BREACH-DATE     PIC 9(8).
