      *================================================================*
      * CodeUChain COBOL Example - Dealer Maintenance Screen           *
      *                                                                *
      * Where indirect lending keeps DEALER-MASTER: the operator keys  *
      * a dealer code and either sets up a new dealer (name,           *
      * remittance address, reserve terms, chargeback window) or       *
      * changes the one on file. A dealer the bank stops buying from   *
      * is deactivated here rather than deleted, so its contracts      *
      * still appear on the dealer statement and still charge back,    *
      * while APPLICATION-ENTRY stops taking new paper under the code. *
      *                                                                *
      * Reserve terms are either a rate markup share (method M: the    *
      * markup in percentage points over the buy rate and the percent  *
      * of the markup's finance charge paid to the dealer) or a flat   *
      * fee per contract (method F). The terms drive what the bank     *
      * pays out, so the screen needs the MAINT or ADMIN role.         *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEALER-MAINT.
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

       01  WS-DEALERS-ADDED          PIC 9(5) VALUE 0.
       01  WS-DEALERS-CHANGED        PIC 9(5) VALUE 0.
       01  WS-NEW-DEALER-SWITCH      PIC X(1).
           88  WS-NEW-DEALER                 VALUE "Y".

      * Entry fields; blank keeps what is on file.
       01  WS-DEALER-ENTRY           PIC X(10).
       01  WS-NAME-ENTRY             PIC X(30).
       01  WS-ADDR-ENTRY             PIC X(30).
       01  WS-CITY-ENTRY             PIC X(20).
       01  WS-STATE-ENTRY            PIC X(2).
       01  WS-ZIP-ENTRY              PIC X(10).
       01  WS-METHOD-ENTRY           PIC X(1).
       01  WS-MARKUP-ENTRY           PIC X(10).
       01  WS-SHARE-ENTRY            PIC X(10).
       01  WS-FEE-ENTRY              PIC X(12).
       01  WS-DAYS-ENTRY             PIC X(5).
       01  WS-ACTIVE-ENTRY           PIC X(1).
       01  WS-CONFIRM-ENTRY          PIC X(1).
       01  WS-MARKUP-VALUE           PIC S9(5)V9(4).
       01  WS-SHARE-VALUE            PIC S9(5)V9(4).
       01  WS-FEE-VALUE              PIC S9(9)V99.
       01  WS-DAYS-VALUE             PIC S9(5).
       01  WS-ED-MARKUP              PIC Z9.9999.
       01  WS-ED-SHARE               PIC ZZ9.9999.
       01  WS-ED-DAYS                PIC ZZ9.
       COPY "money-edit.cob"
           REPLACING PFX-EDITED-MONEY BY WS-ED-FEE.

      * DEALER-MASTER call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-DM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-DM-OPERATION-DATA
                     PFX-OPERATION      BY WS-DM-OPERATION.
       01  WS-DEALER-ID              PIC X(10).
       COPY "dealer-record.cob"
           REPLACING PFX-DLR-NAME            BY WS-DLR-NAME
                     PFX-DLR-ADDR-LINE-1     BY WS-DLR-ADDR-LINE-1
                     PFX-DLR-CITY            BY WS-DLR-CITY
                     PFX-DLR-STATE           BY WS-DLR-STATE
                     PFX-DLR-ZIP             BY WS-DLR-ZIP
                     PFX-DLR-ACTIVE          BY WS-DLR-ACTIVE
                     PFX-DLR-RESERVE-METHOD  BY WS-DLR-RESERVE-METHOD
                     PFX-DLR-MARKUP-RATE     BY WS-DLR-MARKUP-RATE
                     PFX-DLR-SHARE-PCT       BY WS-DLR-SHARE-PCT
                     PFX-DLR-FLAT-FEE        BY WS-DLR-FLAT-FEE
                     PFX-DLR-CHARGEBACK-DAYS BY WS-DLR-CHARGEBACK-DAYS
                     PFX-DEALER-RECORD       BY WS-DEALER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-DM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-DM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-DM-RESULT-NOTFOUND
                     PFX-RESULT-NOFILE   BY WS-DM-RESULT-NOFILE.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Dealer Maintenance"
           DISPLAY "=========================================="

           CALL "OPERATOR-SIGNON" USING
               WS-SIGNON-USER-ID, WS-SIGNON-ROLE, WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = "SUCCESS"
               STOP RUN
           END-IF
           IF WS-SIGNON-ROLE NOT = "MAINT"
                   AND WS-SIGNON-ROLE NOT = "ADMIN"
               DISPLAY "Dealer maintenance needs the MAINT or ADMIN "
                       "role."
               STOP RUN
           END-IF

           PERFORM TAKE-ONE-DEALER
               UNTIL WS-DONE

           DISPLAY "=========================================="
           DISPLAY "Operator: " WS-SIGNON-USER-ID
           DISPLAY "Dealers added: " WS-DEALERS-ADDED
               " Dealers changed: " WS-DEALERS-CHANGED
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * TAKE-ONE-DEALER - dealer code, then the record on file (or its *
      * absence) decides between a change and a new set-up; a blank    *
      * code ends the session.                                         *
      *----------------------------------------------------------------*
       TAKE-ONE-DEALER.
           DISPLAY " "
           DISPLAY "Dealer code (blank to exit): "
                   WITH NO ADVANCING
           ACCEPT WS-DEALER-ENTRY

           IF WS-DEALER-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM LOOK-UP-DEALER
           END-IF.

       LOOK-UP-DEALER.
           MOVE WS-DEALER-ENTRY TO WS-DEALER-ID
           MOVE SPACES TO WS-DEALER-RECORD
           MOVE 3 TO WS-DM-OPERATION-LEN
           MOVE "GET" TO WS-DM-OPERATION-DATA
           CALL "DEALER-MASTER" USING
               WS-DM-OPERATION, WS-DEALER-ID, WS-DEALER-RECORD,
               WS-DM-RESULT

           EVALUATE TRUE
               WHEN WS-DM-RESULT-NOTFOUND OR WS-DM-RESULT-NOFILE
                   DISPLAY "No dealer on file under "
                           WS-DEALER-ENTRY "; setting one up."
                   MOVE "Y" TO WS-NEW-DEALER-SWITCH
                   MOVE SPACES TO WS-DEALER-RECORD
                   MOVE "Y" TO WS-DLR-ACTIVE
                   MOVE "F" TO WS-DLR-RESERVE-METHOD
                   MOVE 0 TO WS-DLR-MARKUP-RATE
                   MOVE 0 TO WS-DLR-SHARE-PCT
                   MOVE 0 TO WS-DLR-FLAT-FEE
                   MOVE 0 TO WS-DLR-CHARGEBACK-DAYS
                   PERFORM TAKE-DEALER-FIELDS
               WHEN NOT WS-DM-RESULT-SUCCESS
                   DISPLAY "Dealer file unavailable ("
                           WS-DM-RESULT ")"
               WHEN OTHER
                   MOVE "N" TO WS-NEW-DEALER-SWITCH
                   PERFORM SHOW-DEALER
                   PERFORM TAKE-DEALER-FIELDS
           END-EVALUATE.

       SHOW-DEALER.
           MOVE WS-DLR-MARKUP-RATE TO WS-ED-MARKUP
           MOVE WS-DLR-SHARE-PCT TO WS-ED-SHARE
           MOVE WS-DLR-FLAT-FEE TO WS-ED-FEE
           MOVE WS-DLR-CHARGEBACK-DAYS TO WS-ED-DAYS
           DISPLAY "Name: " FUNCTION TRIM(WS-DLR-NAME)
           DISPLAY "Address: " FUNCTION TRIM(WS-DLR-ADDR-LINE-1)
                   ", " FUNCTION TRIM(WS-DLR-CITY)
                   " " WS-DLR-STATE " " WS-DLR-ZIP
           IF WS-DLR-RESERVE-METHOD = "M"
               DISPLAY "Reserve: markup " FUNCTION TRIM(WS-ED-MARKUP)
                       " pts, dealer share "
                       FUNCTION TRIM(WS-ED-SHARE) "%"
           ELSE
               DISPLAY "Reserve: flat fee "
                       FUNCTION TRIM(WS-ED-FEE)
           END-IF
           DISPLAY "Chargeback window: " FUNCTION TRIM(WS-ED-DAYS)
                   " days"
           IF WS-DLR-ACTIVE = "N"
               DISPLAY "Status: INACTIVE"
           ELSE
               DISPLAY "Status: ACTIVE"
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-DEALER-FIELDS - each field keyed replaces the one on      *
      * file, blank keeps it; a new dealer needs a name. Nothing is    *
      * written until the operator confirms.                           *
      *----------------------------------------------------------------*
       TAKE-DEALER-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NAME-ENTRY
           DISPLAY "Street address: " WITH NO ADVANCING
           ACCEPT WS-ADDR-ENTRY
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT WS-CITY-ENTRY
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT WS-STATE-ENTRY
           DISPLAY "ZIP: " WITH NO ADVANCING
           ACCEPT WS-ZIP-ENTRY
           DISPLAY "Reserve method (M markup share, F flat fee): "
                   WITH NO ADVANCING
           ACCEPT WS-METHOD-ENTRY
           DISPLAY "Rate markup over buy rate (pts): "
                   WITH NO ADVANCING
           ACCEPT WS-MARKUP-ENTRY
           DISPLAY "Dealer share of markup (%): " WITH NO ADVANCING
           ACCEPT WS-SHARE-ENTRY
           DISPLAY "Flat fee per contract: " WITH NO ADVANCING
           ACCEPT WS-FEE-ENTRY
           DISPLAY "Chargeback window (days): " WITH NO ADVANCING
           ACCEPT WS-DAYS-ENTRY
           DISPLAY "Active (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ACTIVE-ENTRY

           IF WS-NAME-ENTRY NOT = SPACES
               MOVE WS-NAME-ENTRY TO WS-DLR-NAME
           END-IF
           IF WS-ADDR-ENTRY NOT = SPACES
               MOVE WS-ADDR-ENTRY TO WS-DLR-ADDR-LINE-1
           END-IF
           IF WS-CITY-ENTRY NOT = SPACES
               MOVE WS-CITY-ENTRY TO WS-DLR-CITY
           END-IF
           IF WS-STATE-ENTRY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-STATE-ENTRY) TO WS-DLR-STATE
           END-IF
           IF WS-ZIP-ENTRY NOT = SPACES
               MOVE WS-ZIP-ENTRY TO WS-DLR-ZIP
           END-IF
           IF WS-METHOD-ENTRY NOT = SPACE
               MOVE FUNCTION UPPER-CASE(WS-METHOD-ENTRY)
                   TO WS-METHOD-ENTRY
           END-IF
           IF WS-MARKUP-ENTRY NOT = SPACES
               COMPUTE WS-MARKUP-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-MARKUP-ENTRY))
           ELSE
               MOVE WS-DLR-MARKUP-RATE TO WS-MARKUP-VALUE
           END-IF
           IF WS-SHARE-ENTRY NOT = SPACES
               COMPUTE WS-SHARE-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-SHARE-ENTRY))
           ELSE
               MOVE WS-DLR-SHARE-PCT TO WS-SHARE-VALUE
           END-IF
           IF WS-FEE-ENTRY NOT = SPACES
               COMPUTE WS-FEE-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FEE-ENTRY))
           ELSE
               MOVE WS-DLR-FLAT-FEE TO WS-FEE-VALUE
           END-IF
           IF WS-DAYS-ENTRY NOT = SPACES
               COMPUTE WS-DAYS-VALUE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-DAYS-ENTRY))
           ELSE
               MOVE WS-DLR-CHARGEBACK-DAYS TO WS-DAYS-VALUE
           END-IF
           IF WS-ACTIVE-ENTRY = "y"
               MOVE "Y" TO WS-ACTIVE-ENTRY
           END-IF
           IF WS-ACTIVE-ENTRY = "n"
               MOVE "N" TO WS-ACTIVE-ENTRY
           END-IF

           EVALUATE TRUE
               WHEN WS-DLR-NAME = SPACES
                   DISPLAY "Name is required; nothing recorded."
               WHEN WS-METHOD-ENTRY NOT = SPACE
                       AND WS-METHOD-ENTRY NOT = "M"
                       AND WS-METHOD-ENTRY NOT = "F"
                   DISPLAY "Reserve method must be M or F; nothing "
                           "recorded."
               WHEN WS-MARKUP-VALUE < 0 OR WS-MARKUP-VALUE > 25
                   DISPLAY "Markup must be 0 to 25 points; nothing "
                           "recorded."
               WHEN WS-SHARE-VALUE < 0 OR WS-SHARE-VALUE > 100
                   DISPLAY "Dealer share must be 0 to 100 percent; "
                           "nothing recorded."
               WHEN WS-FEE-VALUE < 0 OR WS-FEE-VALUE > 9999999.99
                   DISPLAY "Flat fee is out of range; nothing "
                           "recorded."
               WHEN WS-DAYS-VALUE < 0 OR WS-DAYS-VALUE > 999
                   DISPLAY "Chargeback window must be 0 to 999 days; "
                           "nothing recorded."
               WHEN WS-ACTIVE-ENTRY NOT = SPACE
                       AND WS-ACTIVE-ENTRY NOT = "Y"
                       AND WS-ACTIVE-ENTRY NOT = "N"
                   DISPLAY "Active must be Y or N; nothing recorded."
               WHEN OTHER
                   IF WS-METHOD-ENTRY NOT = SPACE
                       MOVE WS-METHOD-ENTRY TO WS-DLR-RESERVE-METHOD
                   END-IF
                   MOVE WS-MARKUP-VALUE TO WS-DLR-MARKUP-RATE
                   MOVE WS-SHARE-VALUE TO WS-DLR-SHARE-PCT
                   MOVE WS-FEE-VALUE TO WS-DLR-FLAT-FEE
                   MOVE WS-DAYS-VALUE TO WS-DLR-CHARGEBACK-DAYS
                   IF WS-ACTIVE-ENTRY NOT = SPACE
                       MOVE WS-ACTIVE-ENTRY TO WS-DLR-ACTIVE
                   END-IF
                   PERFORM SHOW-DEALER
                   DISPLAY "Record this dealer (Y/N)? "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-ENTRY
                   IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                       PERFORM WRITE-THE-DEALER
                   ELSE
                       DISPLAY "Nothing recorded."
                   END-IF
           END-EVALUATE.

       WRITE-THE-DEALER.
           MOVE 6 TO WS-DM-OPERATION-LEN
           MOVE "INSERT" TO WS-DM-OPERATION-DATA
           CALL "DEALER-MASTER" USING
               WS-DM-OPERATION, WS-DEALER-ID, WS-DEALER-RECORD,
               WS-DM-RESULT
           IF WS-DM-RESULT-SUCCESS
               IF WS-NEW-DEALER
                   ADD 1 TO WS-DEALERS-ADDED
                   DISPLAY "Dealer " WS-DEALER-ID " set up."
               ELSE
                   ADD 1 TO WS-DEALERS-CHANGED
                   DISPLAY "Dealer " WS-DEALER-ID " changed."
               END-IF
           ELSE
               DISPLAY "DEALER-MAINT: Dealer write failed for "
                       WS-DEALER-ID " (" WS-DM-RESULT ")"
           END-IF.

       END PROGRAM DEALER-MAINT.
