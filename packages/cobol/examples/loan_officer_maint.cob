      *================================================================*
      * CodeUChain COBOL Example - Loan Officer Maintenance Screen     *
      *                                                                *
      * Where sales management keeps OFFICER-MASTER: the operator      *
      * keys an officer code and either sets up a new officer (name,   *
      * branch, incentive percent of booked principal) or changes the  *
      * one on file. A departing officer is deactivated here rather    *
      * than deleted, so the loans they booked keep reporting under    *
      * their name on OFFICER-PRODUCTION, while APPLICATION-ENTRY      *
      * stops taking new business under the code.                      *
      *                                                                *
      * The incentive percent drives incentive pay, so the screen      *
      * needs the MAINT or ADMIN role.                                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-OFFICER-MAINT.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared operator sign-on.
       01  WS-SIGNON-USER-ID         PIC X(10).
       01  WS-SIGNON-ROLE            PIC X(10).
       01  WS-SIGNON-RESULT          PIC X(10).
       01  WS-DONE-SWITCH            PIC X(1) VALUE "N".
           88  WS-DONE                       VALUE "Y".

       01  WS-OFFICERS-ADDED         PIC 9(5) VALUE 0.
       01  WS-OFFICERS-CHANGED       PIC 9(5) VALUE 0.
       01  WS-NEW-OFFICER-SWITCH     PIC X(1).
           88  WS-NEW-OFFICER                VALUE "Y".

      * Entry fields; blank keeps what is on file.
       01  WS-OFFICER-ENTRY          PIC X(10).
       01  WS-NAME-ENTRY             PIC X(30).
       01  WS-BRANCH-ENTRY           PIC X(3).
       01  WS-PCT-ENTRY              PIC X(10).
       01  WS-ACTIVE-ENTRY           PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-PCT-VALUE              PIC S9(5)V9(4).
       01  WS-ED-PCT                 PIC ZZ9.9999.

      * OFFICER-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-OM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-OM-OPERATION-DATA
                     PFX-OPERATION      BY WS-OM-OPERATION.
       01  WS-OFFICER-ID             PIC X(10).
       COPY "officer-record.cob"
           REPLACING PFX-OFF-NAME          BY WS-OFF-NAME
                     PFX-OFF-BRANCH        BY WS-OFF-BRANCH
                     PFX-OFF-ACTIVE        BY WS-OFF-ACTIVE
                     PFX-OFF-INCENTIVE-PCT BY WS-OFF-INCENTIVE-PCT
                     PFX-OFFICER-RECORD    BY WS-OFFICER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-OM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-OM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-OM-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-OM-RESULT-NOFILE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Loan Officer Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE NOT = "MAINT"
                   AND WS-SIGNON-ROLE NOT = "ADMIN"
               DISPLAY "Loan officer maintenance needs the MAINT or "
                       "ADMIN role."
               STOP RUN
           END-IF

           PERFORM TAKE-ONE-OFFICER
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Officers added: " WS-OFFICERS-ADDED
               " Officers changed: " WS-OFFICERS-CHANGED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * TAKE-ONE-OFFICER - officer code, then the record on file (or   *
      * its absence) decides between a change and a new set-up; a      *
      * blank code ends the session.                                   *
      *----------------------------------------------------------------*
       TAKE-ONE-OFFICER.
           DISPLAY " "
           DISPLAY "Officer code (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-OFFICER-ENTRY

           IF WS-OFFICER-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-OFFICER
           END-IF.

       LOOK-UP-OFFICER.
           MOVE WS-OFFICER-ENTRY TO WS-OFFICER-ID
           MOVE SPACES TO WS-OFFICER-RECORD
           MOVE 3 TO WS-OM-OPERATION-LEN
           MOVE "GET" TO WS-OM-OPERATION-DATA
           CALL "OFFICER-MASTER" USING
               WS-OM-OPERATION, WS-OFFICER-ID, WS-OFFICER-RECORD,
               WS-OM-RESULT

           EVALUATE TRUE
               WHEN WS-OM-RESULT-NOTFOUND OR WS-OM-RESULT-NOFILE
                   DISPLAY "No officer on file under "
                           WS-OFFICER-ENTRY "; setting one up."
                   MOVE "Y" TO WS-NEW-OFFICER-SWITCH
                   MOVE SPACES TO WS-OFFICER-RECORD
                   MOVE "Y" TO WS-OFF-ACTIVE
                   MOVE 0 TO WS-OFF-INCENTIVE-PCT
                   PERFORM TAKE-OFFICER-FIELDS
               WHEN NOT WS-OM-RESULT-SUCCESS
                   DISPLAY "Loan officer file unavailable ("
                           WS-OM-RESULT ")"
               WHEN OTHER
                   MOVE "N" TO WS-NEW-OFFICER-SWITCH
                   PERFORM SHOW-OFFICER
                   PERFORM TAKE-OFFICER-FIELDS
           END-EVALUATE.

       SHOW-OFFICER.
           MOVE WS-OFF-INCENTIVE-PCT TO WS-ED-PCT
           DISPLAY "Name: " FUNCTION TRIM(WS-OFF-NAME)
           DISPLAY "Branch: " WS-OFF-BRANCH
                   "  Incentive: " FUNCTION TRIM(WS-ED-PCT) "%"
           IF WS-OFF-ACTIVE = "N"
               DISPLAY "Status: INACTIVE"
           ELSE
               DISPLAY "Status: ACTIVE"
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-OFFICER-FIELDS - each field keyed replaces the one on     *
      * file, blank keeps it; a new officer needs a name and branch.   *
      * Nothing is written until the operator confirms.                *
      *----------------------------------------------------------------*
       TAKE-OFFICER-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           DISPLAY "Branch code: " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ENTRY
           DISPLAY "Incentive % of booked principal: "
                   WITH NO ADVANCING
           ACCEPT WS-PCT-ENTRY
           DISPLAY "Active (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ACTIVE-ENTRY

           IF WS-NAME-ENTRY NOT = SPACES
               MOVE WS-NAME-ENTRY TO WS-OFF-NAME
           END-IF
           IF WS-BRANCH-ENTRY NOT = SPACES
               MOVE WS-BRANCH-ENTRY TO WS-OFF-BRANCH
           END-IF
           IF WS-PCT-ENTRY NOT = SPACES
               COMPUTE WS-PCT-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-PCT-ENTRY))
           ELSE
               MOVE WS-OFF-INCENTIVE-PCT TO WS-PCT-VALUE
           END-IF
           IF WS-ACTIVE-ENTRY = "y"
               MOVE "Y" TO WS-ACTIVE-ENTRY
           END-IF
           IF WS-ACTIVE-ENTRY = "n"
               MOVE "N" TO WS-ACTIVE-ENTRY
           END-IF

           EVALUATE TRUE
               WHEN WS-OFF-NAME = SPACES OR WS-OFF-BRANCH = SPACES
                   DISPLAY "Name and branch are required; nothing "
                           "recorded."
               WHEN WS-PCT-VALUE < 0 OR WS-PCT-VALUE > 100
                   DISPLAY "Incentive must be 0 to 100 percent; "
                           "nothing recorded."
               WHEN WS-ACTIVE-ENTRY NOT = SPACE
                       AND WS-ACTIVE-ENTRY NOT = "Y"
                       AND WS-ACTIVE-ENTRY NOT = "N"
                   DISPLAY "Active must be Y or N; nothing recorded."
               WHEN OTHER
                   MOVE WS-PCT-VALUE TO WS-OFF-INCENTIVE-PCT
                   IF WS-ACTIVE-ENTRY NOT = SPACE
                       MOVE WS-ACTIVE-ENTRY TO WS-OFF-ACTIVE
                   END-IF
                   PERFORM SHOW-OFFICER
                   DISPLAY "Record this officer (Y/N)? "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                       PERFORM WRITE-THE-OFFICER
                   ELSE
                       DISPLAY "Nothing recorded."
                   END-IF
           END-EVALUATE.

       WRITE-THE-OFFICER.
           MOVE 6 TO WS-OM-OPERATION-LEN
           MOVE "INSERT" TO WS-OM-OPERATION-DATA
           CALL "OFFICER-MASTER" USING
               WS-OM-OPERATION, WS-OFFICER-ID, WS-OFFICER-RECORD,
               WS-OM-RESULT
           IF WS-OM-RESULT-SUCCESS
               IF WS-NEW-OFFICER
                   ADD 1 TO WS-OFFICERS-ADDED
                   DISPLAY "Officer " WS-OFFICER-ID " set up."
               ELSE
                   ADD 1 TO WS-OFFICERS-CHANGED
                   DISPLAY "Officer " WS-OFFICER-ID " changed."
               END-IF
           ELSE
               DISPLAY "LOAN-OFFICER-MAINT: Officer write failed "
                       "for " WS-OFFICER-ID " (" WS-OM-RESULT ")"
           END-IF.

       END PROGRAM LOAN-OFFICER-MAINT.
