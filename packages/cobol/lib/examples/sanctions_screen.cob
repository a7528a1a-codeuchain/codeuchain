      *================================================================*
      * CodeUChain COBOL Implementation - Sanctions Screening Link     *
      *                                                                *
      * Sits in the chain ahead of UNDERWRITING-DECISION so no         *
      * application is decided on until its applicant, and its         *
      * co-applicant when the context names one, have been checked     *
      * against the sanctions watch list WATCH-LIST loads from         *
      * sanctions_list.dat. Every name screened is recorded with its   *
      * disposition in sanctions_audit.dat for compliance.             *
      *                                                                *
      * A clean screen stamps "Sanctions Screen: CLEAR" and the chain  *
      * carries on. A potential match is never declined here: the      *
      * application is parked on APPROVAL-QUEUE with the listed entry  *
      * it hit ("Sanctions Screen: HELD", "Sanctions Party:",          *
      * "Sanctions Entry:", "Sanctions Program:", "Sanctions Listed:") *
      * and the link answers HALT, so the chain stops as REFERRED      *
      * until compliance decides. A compliance denial is the adverse   *
      * action; an approval resumes the chain at this link, which then *
      * turns the held markers into "Sanctions Review: OK" and         *
      * "Sanctions Status: CLEARED" -- the same widths, so nothing     *
      * downstream moves -- leaving HIGH-VALUE-REVIEW-FLAG and         *
      * APPROVAL-QUEUE free to ask for their own second look.          *
      *                                                                *
      * With no list loaded the link stamps "Sanctions Screen: NOLIST" *
      * and logs a WARN rather than stopping every application; the    *
      * audit file shows compliance which ones went through            *
      * unscreened.                                                    *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-SCREEN.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HELD-HITS              PIC 9(4).
       01  WS-CLEARED-HITS           PIC 9(4).
       01  WS-APPROVAL-STATUS        PIC X(10).
       01  WS-REFERENCE              PIC X(20).
       01  WS-LIST-MISSING-SWITCH    PIC X(1) VALUE "N".
           88  WS-LIST-MISSING               VALUE "Y".
       01  WS-MATCH-COUNT            PIC 9(1).
       01  WS-HELD-PARTY             PIC X(12).

      * The first party that hit the list supplies the entry carried
      * in the queued context; the audit file has both when both hit.
       01  WS-HELD-ENTRY-ID          PIC X(12).
       01  WS-HELD-ENTRY-PROGRAM     PIC X(10).
       01  WS-HELD-ENTRY-NAME        PIC X(60).
       01  WS-HELD-LIST-VERSION      PIC X(20).

      * Reference and names out of the context, the same
      * label-then-first-token extraction every other link uses.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-BC-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-BC-OPERATION-DATA
                     PFX-OPERATION      BY WS-BC-OPERATION.
       COPY "business-context.cob"
           REPLACING PFX-BC-APPLICANT-NAME     BY WS-BC-APPLICANT-NAME
                     PFX-BC-CO-APPLICANT-NAME  BY
                         WS-BC-CO-APPLICANT-NAME
                     PFX-BC-PRINCIPAL-AMOUNT   BY WS-BC-PRINCIPAL-AMOUNT
                     PFX-BC-INTEREST-RATE      BY WS-BC-INTEREST-RATE
                     PFX-BC-TIME-PERIOD        BY WS-BC-TIME-PERIOD
                     PFX-BC-COMPOUND-FREQUENCY BY
                         WS-BC-COMPOUND-FREQUENCY
                     PFX-BUSINESS-CONTEXT      BY WS-BUSINESS-CONTEXT.
       01  WS-BC-RESULT              PIC X(10).
       01  WS-PARSE-REST             PIC X(10000).
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-RAW-TOKEN              PIC X(50).

      * One screening at a time through WATCH-LIST; the applicant's
      * is kept aside while the co-applicant's is run so both can be
      * recorded once the hold (if any) is known to have been parked.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-WL-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-WL-OPERATION-DATA
                     PFX-OPERATION      BY WS-WL-OPERATION.
       COPY "screening-record.cob"
           REPLACING PFX-SCR-SOURCE        BY WS-SCR-SOURCE
                     PFX-SCR-REFERENCE     BY WS-SCR-REFERENCE
                     PFX-SCR-PARTY-ROLE    BY WS-SCR-PARTY-ROLE
                     PFX-SCR-SCREENED-NAME BY WS-SCR-SCREENED-NAME
                     PFX-SCR-LIST-VERSION  BY WS-SCR-LIST-VERSION
                     PFX-SCR-MATCH-FLAG    BY WS-SCR-MATCH-FLAG
                     PFX-SCR-MATCH-TYPE    BY WS-SCR-MATCH-TYPE
                     PFX-SCR-ENTRY-ID      BY WS-SCR-ENTRY-ID
                     PFX-SCR-ENTRY-PROGRAM BY WS-SCR-ENTRY-PROGRAM
                     PFX-SCR-ENTRY-NAME    BY WS-SCR-ENTRY-NAME
                     PFX-SCR-DISPOSITION   BY WS-SCR-DISPOSITION
                     PFX-SCR-DECIDED-BY    BY WS-SCR-DECIDED-BY
                     PFX-SCREENING-RECORD  BY WS-SCREENING-RECORD.
       01  WS-APPLICANT-SCREENING    PIC X(221).
       01  WS-CO-APPLICANT-SCREENING PIC X(221).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-WL-RESULT
                     PFX-RESULT-SUCCESS BY WS-WL-RESULT-SUCCESS
                     PFX-RESULT-NOFILE  BY WS-WL-RESULT-NOFILE.

      * A potential match is handed to APPROVAL-QUEUE the way
      * LOAN-RENEWAL hands it a renewal: a built context, a direct
      * CALL, and HALT as the answer that it was parked.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY WS-AQ-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY WS-AQ-LINK-NAME-DATA
                     PFX-LINK-NAME      BY WS-AQ-LINK-NAME.
       01  WS-AQ-INPUT-CONTEXT       PIC X(10000).
       01  WS-AQ-OUTPUT-CONTEXT      PIC X(10000).
       01  WS-AQ-RESULT              PIC X(10).

      * An unscreened application is logged through LOGGING-
      * MIDDLEWARE's LOG-ERROR operation at WARN severity, the way
      * HIGH-VALUE-REVIEW-FLAG logs a flagged loan.
       COPY "middleware-name.cob"
           REPLACING PFX-MIDDLEWARE-NAME-LEN  BY WS-MIDDLEWARE-NAME-LEN
                     PFX-MIDDLEWARE-NAME-DATA BY WS-MIDDLEWARE-NAME-DATA
                     PFX-MIDDLEWARE-NAME      BY WS-MIDDLEWARE-NAME.
       01  WS-MIDDLEWARE-RESULT      PIC X(10).
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-LOG-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-LOG-OPERATION-DATA
                     PFX-OPERATION      BY WS-LOG-OPERATION.
       01  WS-LOG-MESSAGE-TEXT       PIC X(10000).

       LINKAGE SECTION.
       COPY "link-name.cob"
           REPLACING PFX-LINK-NAME-LEN  BY LS-LINK-NAME-LEN
                     PFX-LINK-NAME-DATA BY LS-LINK-NAME-DATA
                     PFX-LINK-NAME      BY LS-LINK-NAME.
       01  LS-INPUT-CONTEXT         PIC X(10000).
       01  LS-OUTPUT-CONTEXT        PIC X(10000).
       01  LS-LINK-RESULT           PIC X(10).

       PROCEDURE DIVISION USING LS-LINK-NAME,
                                 LS-INPUT-CONTEXT,
                                 LS-OUTPUT-CONTEXT,
                                 LS-LINK-RESULT.

           DISPLAY "SANCTIONS-SCREEN: Screening for: "
                   LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)

           PERFORM CHECK-PRIOR-SCREENING

           EVALUATE TRUE
               WHEN WS-CLEARED-HITS > 0
                   MOVE LS-INPUT-CONTEXT TO LS-OUTPUT-CONTEXT
                   MOVE "SUCCESS" TO LS-LINK-RESULT
               WHEN WS-HELD-HITS > 0
                       AND WS-APPROVAL-STATUS = "APPROVED"
                   PERFORM RELEASE-CLEARED-HOLD
               WHEN OTHER
                   PERFORM SCREEN-APPLICATION
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------*
      * CHECK-PRIOR-SCREENING - a context that comes back through this *
      * link has either been released already (CLEARED, passed on as   *
      * it is) or is the held application resumed after compliance     *
      * approved it.                                                   *
      *----------------------------------------------------------------*
       CHECK-PRIOR-SCREENING.
           MOVE 0 TO WS-CLEARED-HITS
           MOVE 0 TO WS-HELD-HITS
           INSPECT LS-INPUT-CONTEXT TALLYING WS-CLEARED-HITS
               FOR ALL "Sanctions Status: CLEARED"
           INSPECT LS-INPUT-CONTEXT TALLYING WS-HELD-HITS
               FOR ALL "Sanctions Screen: HELD"

           MOVE SPACES TO WS-APPROVAL-STATUS
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Approval Status:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               MOVE SPACES TO WS-PARSE-JUNK
               UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                   INTO WS-PARSE-JUNK WS-RAW-TOKEN
               END-UNSTRING
               MOVE WS-RAW-TOKEN(1:10) TO WS-APPROVAL-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * RELEASE-CLEARED-HOLD - compliance approved the held match. The *
      * hold's own review request and the approval that answered it    *
      * are renamed in place, so a later HIGH-VALUE-REVIEW-FLAG and    *
      * APPROVAL-QUEUE see an application nobody has reviewed yet and  *
      * still ask for their own sign-off.                              *
      *----------------------------------------------------------------*
       RELEASE-CLEARED-HOLD.
           MOVE LS-INPUT-CONTEXT TO LS-OUTPUT-CONTEXT
           INSPECT LS-OUTPUT-CONTEXT REPLACING
               FIRST "Review Required: YES" BY "Sanctions Review: OK"
               FIRST "Approval Status: APPROVED"
                  BY "Sanctions Status: CLEARED"
           DISPLAY "SANCTIONS-SCREEN: Hold cleared by compliance"
           MOVE "SUCCESS" TO LS-LINK-RESULT.

      *----------------------------------------------------------------*
      * SCREEN-APPLICATION - each borrower named in the context is     *
      * screened; any hit parks the application, otherwise it is       *
      * stamped and passed on.                                         *
      *----------------------------------------------------------------*
       SCREEN-APPLICATION.
           PERFORM PARSE-APPLICATION-FIELDS
           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-LIST-MISSING-SWITCH
           MOVE SPACES TO WS-HELD-PARTY
           MOVE SPACES TO WS-CO-APPLICANT-SCREENING

           MOVE SPACES TO WS-SCREENING-RECORD
           MOVE "APPLICANT" TO WS-SCR-PARTY-ROLE
           MOVE WS-BC-APPLICANT-NAME TO WS-SCR-SCREENED-NAME
           PERFORM SCREEN-ONE-PARTY
           MOVE WS-SCREENING-RECORD TO WS-APPLICANT-SCREENING

           IF WS-BC-CO-APPLICANT-NAME NOT = SPACES
               MOVE SPACES TO WS-SCREENING-RECORD
               MOVE "CO-APPLICANT" TO WS-SCR-PARTY-ROLE
               MOVE WS-BC-CO-APPLICANT-NAME TO WS-SCR-SCREENED-NAME
               PERFORM SCREEN-ONE-PARTY
               MOVE WS-SCREENING-RECORD TO WS-CO-APPLICANT-SCREENING
           END-IF

           IF WS-MATCH-COUNT > 0
               PERFORM PARK-FOR-COMPLIANCE
           ELSE
               PERFORM PASS-SCREENED-APPLICATION
           END-IF

           PERFORM RECORD-SCREENINGS.

       PARSE-APPLICATION-FIELDS.
           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               LS-INPUT-CONTEXT,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT

           MOVE SPACES TO WS-PARSE-REST
           MOVE SPACES TO WS-REFERENCE
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Reference:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               MOVE SPACES TO WS-PARSE-JUNK
               UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                   INTO WS-PARSE-JUNK WS-RAW-TOKEN
               END-UNSTRING
               MOVE WS-RAW-TOKEN(1:20) TO WS-REFERENCE
           END-IF.

      *----------------------------------------------------------------*
      * SCREEN-ONE-PARTY - the role and name are already in the        *
      * screening record; WATCH-LIST fills in the list version and     *
      * whatever entry the name hit.                                   *
      *----------------------------------------------------------------*
       SCREEN-ONE-PARTY.
           MOVE "ORIGINATE" TO WS-SCR-SOURCE
           MOVE WS-REFERENCE TO WS-SCR-REFERENCE
           MOVE SPACES TO WS-SCR-DISPOSITION
           MOVE SPACES TO WS-SCR-DECIDED-BY
           MOVE 6 TO WS-WL-OPERATION-LEN
           MOVE "SCREEN" TO WS-WL-OPERATION-DATA
           CALL "WATCH-LIST" USING
               WS-WL-OPERATION,
               WS-SCREENING-RECORD,
               WS-WL-RESULT

           EVALUATE TRUE
               WHEN WS-WL-RESULT-NOFILE
                   MOVE "Y" TO WS-LIST-MISSING-SWITCH
                   MOVE "NOLIST" TO WS-SCR-DISPOSITION
               WHEN WS-SCR-MATCH-FLAG = "Y"
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM NOTE-HELD-PARTY
               WHEN OTHER
                   MOVE "NOMATCH" TO WS-SCR-DISPOSITION
           END-EVALUATE.

       NOTE-HELD-PARTY.
           IF WS-MATCH-COUNT = 1
               MOVE WS-SCR-PARTY-ROLE TO WS-HELD-PARTY
               MOVE WS-SCR-ENTRY-ID TO WS-HELD-ENTRY-ID
               MOVE WS-SCR-ENTRY-PROGRAM TO WS-HELD-ENTRY-PROGRAM
               MOVE WS-SCR-ENTRY-NAME TO WS-HELD-ENTRY-NAME
               MOVE WS-SCR-LIST-VERSION TO WS-HELD-LIST-VERSION
           ELSE
               MOVE "BOTH" TO WS-HELD-PARTY
           END-IF.

      *----------------------------------------------------------------*
      * PARK-FOR-COMPLIANCE - the application goes on APPROVAL-QUEUE   *
      * under its own reference with the hit spelled out for the       *
      * reviewer. Only a HALT means it was parked; anything else stops *
      * the chain with the queue's own answer, since an application    *
      * with a potential match must not carry on unreviewed.           *
      *----------------------------------------------------------------*
       PARK-FOR-COMPLIANCE.
           MOVE 14 TO WS-AQ-LINK-NAME-LEN
           MOVE "APPROVAL-QUEUE" TO WS-AQ-LINK-NAME-DATA
           MOVE SPACES TO WS-AQ-INPUT-CONTEXT
           STRING FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
                   " Sanctions Screen: HELD Sanctions Party: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-PARTY) DELIMITED BY SIZE
                   " Sanctions Entry: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-ENTRY-ID) DELIMITED BY SIZE
                   " Sanctions Program: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-ENTRY-PROGRAM)
                       DELIMITED BY SIZE
                   " Sanctions List: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-LIST-VERSION)
                       DELIMITED BY SIZE
                   " Sanctions Listed: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-ENTRY-NAME) DELIMITED BY SIZE
                   ", Review Required: YES" DELIMITED BY SIZE
               INTO WS-AQ-INPUT-CONTEXT
           END-STRING

           CALL "APPROVAL-QUEUE" USING
               WS-AQ-LINK-NAME,
               WS-AQ-INPUT-CONTEXT,
               WS-AQ-OUTPUT-CONTEXT,
               WS-AQ-RESULT

           MOVE WS-AQ-OUTPUT-CONTEXT TO LS-OUTPUT-CONTEXT
           IF WS-AQ-RESULT = "HALT"
               MOVE "HALT" TO LS-LINK-RESULT
               DISPLAY "SANCTIONS-SCREEN: Potential match held for "
                       "compliance review under "
                       FUNCTION TRIM(WS-REFERENCE)
           ELSE
               IF WS-AQ-RESULT = "SUCCESS"
                   MOVE "ERROR" TO LS-LINK-RESULT
                   MOVE SPACES TO LS-OUTPUT-CONTEXT
                   STRING "Sanctions match could not be held for "
                           "review: Review Required already answered "
                           "ahead of SANCTIONS-SCREEN"
                           DELIMITED BY SIZE
                       INTO LS-OUTPUT-CONTEXT
                   END-STRING
               ELSE
                   MOVE WS-AQ-RESULT TO LS-LINK-RESULT
               END-IF
               DISPLAY "SANCTIONS-SCREEN: Potential match NOT held ("
                       FUNCTION TRIM(LS-LINK-RESULT) "): "
                       FUNCTION TRIM(LS-OUTPUT-CONTEXT(1:200))
           END-IF.

      *----------------------------------------------------------------*
      * PASS-SCREENED-APPLICATION - no hit; the screen's outcome rides *
      * along in the context, and an unscreened application is also    *
      * logged so it can be rescreened once a list is in place.        *
      *----------------------------------------------------------------*
       PASS-SCREENED-APPLICATION.
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           IF WS-LIST-MISSING
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                       DELIMITED BY SIZE
                       " Sanctions Screen: NOLIST" DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
               PERFORM LOG-LIST-MISSING
           ELSE
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                       DELIMITED BY SIZE
                       " Sanctions Screen: CLEAR" DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF
           MOVE "SUCCESS" TO LS-LINK-RESULT.

       LOG-LIST-MISSING.
           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "No sanctions watch list loaded; application not "
                       DELIMITED BY SIZE
                   "screened. Reference: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFERENCE) DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE-TEXT
           END-STRING

           MOVE 14 TO WS-LOG-OPERATION-LEN
           MOVE "LOG-ERROR WARN" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-LOG-MESSAGE-TEXT,
               WS-LOG-OPERATION,
               WS-MIDDLEWARE-RESULT.

      *----------------------------------------------------------------*
      * RECORD-SCREENINGS - each screening goes to the audit file with *
      * what became of it: a hit is HELD only once the queue took it,  *
      * ERROR when it could not be parked.                             *
      *----------------------------------------------------------------*
       RECORD-SCREENINGS.
           MOVE WS-APPLICANT-SCREENING TO WS-SCREENING-RECORD
           PERFORM RECORD-ONE-SCREENING
           IF WS-CO-APPLICANT-SCREENING NOT = SPACES
               MOVE WS-CO-APPLICANT-SCREENING TO WS-SCREENING-RECORD
               PERFORM RECORD-ONE-SCREENING
           END-IF.

       RECORD-ONE-SCREENING.
           IF WS-SCR-MATCH-FLAG = "Y"
               IF LS-LINK-RESULT = "HALT"
                   MOVE "HELD" TO WS-SCR-DISPOSITION
               ELSE
                   MOVE "ERROR" TO WS-SCR-DISPOSITION
               END-IF
           END-IF
           MOVE 6 TO WS-WL-OPERATION-LEN
           MOVE "RECORD" TO WS-WL-OPERATION-DATA
           CALL "WATCH-LIST" USING
               WS-WL-OPERATION,
               WS-SCREENING-RECORD,
               WS-WL-RESULT
           IF NOT WS-WL-RESULT-SUCCESS
               DISPLAY "SANCTIONS-SCREEN: Screening not recorded ("
                       FUNCTION TRIM(WS-WL-RESULT) ") for "
                       FUNCTION TRIM(WS-SCR-SCREENED-NAME)
           END-IF.

       END PROGRAM SANCTIONS-SCREEN.
