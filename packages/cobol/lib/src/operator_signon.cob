      *     or never set, forces a change at sign-on, and the new      *
      *     password may not repeat the current or the prior one;      *
      *   - every failure, lockout and forced change appends to        *
      *     security_events.dat for the daily security event report,   *
      *     and so does every granted sign-on (SIGNON), the row the    *
      *     weekly operator productivity report counts shifts from.    *
      *                                                                *
      * A shop with no user_master.dat deployed at all signs the       *
      * typed id on with the ADMIN role and a console warning, so the  *
               DISPLAY "Sign-on refused: an operator id is required."
           ELSE
               PERFORM VERIFY-AGAINST-USER-MASTER
               IF LS-RESULT-SUCCESS
                   PERFORM RECORD-GRANTED-SIGNON
               END-IF
               PERFORM LOG-SIGNON-ATTEMPT
           END-IF

               WS-UM-RESULT.

      *----------------------------------------------------------------*
      * RECORD-GRANTED-SIGNON - the SIGNON row, with the role the      *
      * session was granted, marks the start of an operator's shift.   *
      *----------------------------------------------------------------*
       RECORD-GRANTED-SIGNON.
           MOVE "SIGNON" TO WS-EVENT-CODE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING "Signed on as " DELIMITED BY SIZE
                   LS-USER-ROLE DELIMITED BY SPACE
               INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-EVENT.

      *----------------------------------------------------------------*
      * WRITE-SECURITY-EVENT - one row per sign-on, failure, lockout   *
      * or forced change in security_events.dat, the file the daily    *
      * security event report reads; best-effort the way checkpoint    *
      * saves are.                                                     *
      *----------------------------------------------------------------*
       WRITE-SECURITY-EVENT.
           OPEN EXTEND EVENT-FILE
