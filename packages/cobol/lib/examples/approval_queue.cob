      * APPROVAL-RESUME-DRIVER is the caller that drives this second   *
      * call and then hands the approved context back to CHAIN-        *
      * ORCHESTRATOR's own checkpoint/resume support to replay it.     *
      *                                                                *
      * A potential sanctions match parked by SANCTIONS-SCREEN or      *
      * SANCTIONS-RESCREEN ("Sanctions Screen: HELD") is compliance's  *
      * to decide through the same APPROVE and DENY: the decision is   *
      * recorded through WATCH-LIST in sanctions_audit.dat as CLEARED  *
      * or CONFIRMED with the reviewer's name. A rescreened customer   *
      * ("Sanctions Source: RESCREEN") has no application to deny, so  *
      * no adverse-action record is written for it.                    *
      *                                                                *
      * An item LENDING-LIMIT-CHECK parked with "Board Approval:       *
      * REQUIRED" -- a household pushed over the legal lending limit,  *
      * or a loan to an insider -- clears only for an approver whose   *
      * APPROVER-MASTER level is "B" (board).                          *
      *                                                                *
      * An item PRICING-EXCEPTION parked with "Pricing Exception:      *
      * REQUIRED" -- a rate priced under the rate sheet by more than   *
      * the tolerance -- clears only for an approver whose pricing     *
      * authority reaches its "Exception Bps:", and clearing it        *
      * appends the exception to pricing_exception.dat (pricing-       *
      * exception-record.cob) for PRICING-EXCEPTION-REPORT.            *
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT ADVERSE-ACTION-FILE ASSIGN TO "adverse_action.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVERSE-STATUS.
           SELECT PRICING-EXCEPTION-FILE
               ASSIGN TO "pricing_exception.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AA-REASON-CODE         PIC X(6).
           05  AA-DENIED-BY           PIC X(30).

      * One record per pricing exception cleared, appended the same
      * way as the adverse-action records.
       FD  PRICING-EXCEPTION-FILE.
       COPY "pricing-exception-record.cob"
           REPLACING PFX-PE-APPROVED-DATE  BY PE-APPROVED-DATE
                     PFX-PE-REFERENCE-ID   BY PE-REFERENCE-ID
                     PFX-PE-OFFICER-CODE   BY PE-OFFICER-CODE
                     PFX-PE-BRANCH-CODE    BY PE-BRANCH-CODE
                     PFX-PE-APPLICANT-NAME BY PE-APPLICANT-NAME
                     PFX-PE-LOAN-AMOUNT    BY PE-LOAN-AMOUNT
                     PFX-PE-TABLE-RATE     BY PE-TABLE-RATE
                     PFX-PE-GRANTED-RATE   BY PE-GRANTED-RATE
                     PFX-PE-EXCEPTION-BPS  BY PE-EXCEPTION-BPS
                     PFX-PE-REASON-CODE    BY PE-REASON-CODE
                     PFX-PE-APPROVED-BY    BY PE-APPROVED-BY
                     PFX-PRICING-EXCEPTION-RECORD BY
                         PRICING-EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-ADVERSE-STATUS          PIC XX.
       01  WS-PRICING-STATUS          PIC XX.
       01  FILE-STATUS                PIC XX.
           88  FILE-STATUS-BUSY              VALUES "91" THRU "99".

           REPLACING PFX-APPR-NAME       BY WS-APPR-NAME
                     PFX-APPR-LIMIT      BY WS-APPR-LIMIT
                     PFX-APPR-ACTIVE     BY WS-APPR-ACTIVE
                     PFX-APPR-LEVEL      BY WS-APPR-LEVEL
                     PFX-APPR-PRICING-BPS BY WS-APPR-PRICING-BPS
                     PFX-APPROVER-RECORD BY WS-APPROVER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-AM-RESULT
       01  WS-AUTHORITY-SWITCH        PIC X(1) VALUE "Y".
           88  WS-AUTHORITY-OK                VALUE "Y".
       01  WS-AUTHORITY-REASON        PIC X(60).
      * Set when the parked item carries LENDING-LIMIT-CHECK's "Board
      * Approval: REQUIRED": only a board-level approver may clear it.
       01  WS-BOARD-HITS              PIC 9(4).
      * Set when the parked item carries PRICING-EXCEPTION's "Pricing
      * Exception: REQUIRED": the approver's pricing authority must
      * reach the concession, in basis points.
       01  WS-PRICING-HITS            PIC 9(4).
       01  WS-PRICING-BPS             PIC 9(5).
       01  WS-PE-NUMBER               PIC S9(15)V9(4) COMP-3.
       01  WS-PE-CLEAN-TOKEN          PIC X(50).
       01  WS-PE-CHAR-IDX             PIC S9(4) COMP.
       01  WS-PE-OUT-PTR              PIC S9(4) COMP.
       01  WS-PE-ONE-CHAR             PIC X(1).

      * The parked application's amount, parsed back out of the saved
      * context by BUSINESS-CONTEXT for the limit comparison.
                     PFX-OPERATION      BY WS-BC-OPERATION.
       COPY "business-context.cob"
           REPLACING PFX-BC-APPLICANT-NAME     BY WS-BC-APPLICANT-NAME
                     PFX-BC-CO-APPLICANT-NAME  BY
                         WS-BC-CO-APPLICANT-NAME
                     PFX-BC-PRINCIPAL-AMOUNT   BY WS-BC-PRINCIPAL-AMOUNT
                     PFX-BC-INTEREST-RATE      BY WS-BC-INTEREST-RATE
                     PFX-BC-TIME-PERIOD        BY WS-BC-TIME-PERIOD
       01  WS-AFTER-IMAGE            PIC X(10100).
       01  WS-AX-RESULT              PIC X(10).

      * Compliance's decision on a held sanctions match, recorded
      * through WATCH-LIST with the hit read back out of the parked
      * context's "Sanctions ..." labels.
       01  WS-SANCTIONS-HITS         PIC 9(4).
       01  WS-RESCREEN-HITS          PIC 9(4).
       01  WS-SANCTIONS-PARTY        PIC X(12).
       01  WS-SANCTIONS-DISPOSITION  PIC X(10).
       01  WS-SANCTIONS-DECIDED-BY   PIC X(30).
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
       01  WS-WL-RESULT              PIC X(10).


       LINKAGE SECTION.
       COPY "link-name.cob"
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE APPROVAL-RECORD TO WS-AFTER-IMAGE(1:10100)
           PERFORM WRITE-AUDIT-IMAGE
           MOVE "CLEARED" TO WS-SANCTIONS-DISPOSITION
           MOVE WS-APPROVED-BY TO WS-SANCTIONS-DECIDED-BY
           PERFORM RECORD-SANCTIONS-DECISION
           PERFORM RECORD-PRICING-EXCEPTION
           MOVE "SUCCESS" TO LS-LINK-RESULT
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           STRING FUNCTION TRIM(AQ-DESCRIPTION)
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE APPROVAL-RECORD TO WS-AFTER-IMAGE(1:10100)
                   PERFORM WRITE-AUDIT-IMAGE
                   MOVE "CONFIRMED" TO WS-SANCTIONS-DISPOSITION
                   MOVE WS-DENIED-BY TO WS-SANCTIONS-DECIDED-BY
                   PERFORM RECORD-SANCTIONS-DECISION
                   MOVE 0 TO WS-RESCREEN-HITS
                   INSPECT AQ-DESCRIPTION TALLYING WS-RESCREEN-HITS
                       FOR ALL "Sanctions Source: RESCREEN"
                   IF WS-RESCREEN-HITS = 0
                       PERFORM WRITE-ADVERSE-ACTION-RECORD
                   END-IF
                   MOVE "SUCCESS" TO LS-LINK-RESULT
                   MOVE SPACES TO LS-OUTPUT-CONTEXT
                   STRING FUNCTION TRIM(AQ-DESCRIPTION)
                       "adverse_action.dat, status " WS-ADVERSE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * RECORD-SANCTIONS-DECISION - an item parked as a potential      *
      * sanctions match gets compliance's decision on the audit trail: *
      * one record per party that hit, the names parsed back out of    *
      * the parked context by BUSINESS-CONTEXT, the listed entry out   *
      * of the "Sanctions ..." labels SANCTIONS-SCREEN or SANCTIONS-   *
      * RESCREEN wrote. Any other item has nothing to record.          *
      *----------------------------------------------------------------*
       RECORD-SANCTIONS-DECISION.
           MOVE 0 TO WS-SANCTIONS-HITS
           INSPECT AQ-DESCRIPTION TALLYING WS-SANCTIONS-HITS
               FOR ALL "Sanctions Screen: HELD"
           IF WS-SANCTIONS-HITS > 0
               PERFORM PARSE-SANCTIONS-HIT
               IF WS-SANCTIONS-PARTY NOT = "CO-APPLICANT"
                   MOVE WS-BC-APPLICANT-NAME TO WS-SCR-SCREENED-NAME
                   IF WS-SCR-SOURCE = "RESCREEN"
                       MOVE "CUSTOMER" TO WS-SCR-PARTY-ROLE
                   ELSE
                       MOVE "APPLICANT" TO WS-SCR-PARTY-ROLE
                   END-IF
                   PERFORM RECORD-ONE-DECISION
               END-IF
               IF WS-SANCTIONS-PARTY = "CO-APPLICANT"
                       OR WS-SANCTIONS-PARTY = "BOTH"
                   MOVE WS-BC-CO-APPLICANT-NAME TO WS-SCR-SCREENED-NAME
                   MOVE "CO-APPLICANT" TO WS-SCR-PARTY-ROLE
                   PERFORM RECORD-ONE-DECISION
               END-IF
           END-IF.

       PARSE-SANCTIONS-HIT.
           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               AQ-DESCRIPTION,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT

           MOVE SPACES TO WS-SCREENING-RECORD
           MOVE 0 TO WS-RESCREEN-HITS
           INSPECT AQ-DESCRIPTION TALLYING WS-RESCREEN-HITS
               FOR ALL "Sanctions Source: RESCREEN"
           IF WS-RESCREEN-HITS > 0
               MOVE "RESCREEN" TO WS-SCR-SOURCE
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING AQ-DESCRIPTION DELIMITED BY "Customer ID:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:20) TO WS-SCR-REFERENCE
           ELSE
               MOVE "ORIGINATE" TO WS-SCR-SOURCE
               MOVE WS-REFERENCE-ID TO WS-SCR-REFERENCE
           END-IF

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Sanctions Party:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:12) TO WS-SANCTIONS-PARTY

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Sanctions Entry:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:12) TO WS-SCR-ENTRY-ID

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Sanctions Program:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:10) TO WS-SCR-ENTRY-PROGRAM

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Sanctions List:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:20) TO WS-SCR-LIST-VERSION

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Sanctions Listed:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               UNSTRING WS-PARSE-REST DELIMITED BY ","
                   INTO WS-SCR-ENTRY-NAME WS-PARSE-JUNK
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-SCR-ENTRY-NAME)
                   TO WS-SCR-ENTRY-NAME
           END-IF

           MOVE "Y" TO WS-SCR-MATCH-FLAG
           MOVE WS-SANCTIONS-DISPOSITION TO WS-SCR-DISPOSITION
           MOVE WS-SANCTIONS-DECIDED-BY TO WS-SCR-DECIDED-BY.

       RECORD-ONE-DECISION.
           MOVE 6 TO WS-WL-OPERATION-LEN
           MOVE "RECORD" TO WS-WL-OPERATION-DATA
           CALL "WATCH-LIST" USING
               WS-WL-OPERATION,
               WS-SCREENING-RECORD,
               WS-WL-RESULT
           IF WS-WL-RESULT NOT = "SUCCESS"
               DISPLAY "APPROVAL-QUEUE: Sanctions decision not "
                       "recorded (" FUNCTION TRIM(WS-WL-RESULT)
                       ") for " FUNCTION TRIM(WS-REFERENCE-ID)
           END-IF.

      *----------------------------------------------------------------*
      * RECORD-PRICING-EXCEPTION - a cleared pricing exception goes on *
      * pricing_exception.dat: the officer, branch and reason, the     *
      * sheet and priced rates and the concession as PRICING-EXCEPTION *
      * stamped them on the parked context, and who cleared it. Any    *
      * other item has nothing to record. Best-effort like the         *
      * adverse-action record: the approval itself already stood.      *
      *----------------------------------------------------------------*
       RECORD-PRICING-EXCEPTION.
           MOVE 0 TO WS-PRICING-HITS
           INSPECT AQ-DESCRIPTION TALLYING WS-PRICING-HITS
               FOR ALL "Pricing Exception: REQUIRED"
           IF WS-PRICING-HITS > 0
               PERFORM BUILD-PRICING-EXCEPTION-RECORD
               OPEN EXTEND PRICING-EXCEPTION-FILE
               IF WS-PRICING-STATUS = "35"
                   OPEN OUTPUT PRICING-EXCEPTION-FILE
                   CLOSE PRICING-EXCEPTION-FILE
                   OPEN EXTEND PRICING-EXCEPTION-FILE
               END-IF
               IF WS-PRICING-STATUS = "00" OR WS-PRICING-STATUS = "05"
                   WRITE PRICING-EXCEPTION-RECORD
                   CLOSE PRICING-EXCEPTION-FILE
               ELSE
                   DISPLAY "APPROVAL-QUEUE: Failed to open "
                           "pricing_exception.dat, status "
                           WS-PRICING-STATUS
               END-IF
           END-IF.

       BUILD-PRICING-EXCEPTION-RECORD.
           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               AQ-DESCRIPTION,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT

           MOVE SPACES TO PRICING-EXCEPTION-RECORD
           ACCEPT PE-APPROVED-DATE FROM DATE YYYYMMDD
           MOVE WS-REFERENCE-ID TO PE-REFERENCE-ID
           MOVE WS-BC-APPLICANT-NAME TO PE-APPLICANT-NAME
           MOVE WS-BC-PRINCIPAL-AMOUNT TO PE-LOAN-AMOUNT
           MOVE WS-APPROVED-BY TO PE-APPROVED-BY

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Loan Officer:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:10) TO PE-OFFICER-CODE

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Branch:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:3) TO PE-BRANCH-CODE

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Pricing Reason:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           MOVE WS-RAW-TOKEN(1:6) TO PE-REASON-CODE

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Table Rate:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           PERFORM CLEAN-PRICING-TOKEN
           MOVE WS-PE-NUMBER TO PE-TABLE-RATE

           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Priced Rate:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           PERFORM CLEAN-PRICING-TOKEN
           MOVE WS-PE-NUMBER TO PE-GRANTED-RATE

           PERFORM PARSE-EXCEPTION-BPS
           MOVE WS-PRICING-BPS TO PE-EXCEPTION-BPS.

      *----------------------------------------------------------------*
      * CHECK-APPROVER-AUTHORITY - looks the clearing approver up in   *
      * APPROVER-MASTER and compares their limit to the parked         *
      * original dual-control-only behavior; an unknown, inactive, or  *
      * unverifiable approver is refused -- when the authority can't   *
      * be read, refusing is the only answer an audit will accept.     *
      * An item marked "Board Approval: REQUIRED" (over the legal      *
      * lending limit, or lent to an insider) also needs a board-level *
      * approver, and with no master to prove that it is refused.      *
      * A pricing exception is held to the same standard: the          *
      * approver's pricing authority must cover its basis points.      *
      *----------------------------------------------------------------*
       CHECK-APPROVER-AUTHORITY.
           MOVE "Y" TO WS-AUTHORITY-SWITCH
           MOVE SPACES TO WS-AUTHORITY-REASON
           MOVE 0 TO WS-BOARD-HITS
           INSPECT AQ-DESCRIPTION TALLYING WS-BOARD-HITS
               FOR ALL "Board Approval: REQUIRED"
           MOVE 0 TO WS-PRICING-HITS
           INSPECT AQ-DESCRIPTION TALLYING WS-PRICING-HITS
               FOR ALL "Pricing Exception: REQUIRED"

           MOVE FUNCTION TRIM(WS-APPROVED-BY) TO WS-APPROVER-TRIMMED
           MOVE WS-APPROVER-TRIMMED(1:10) TO WS-APPROVER-ID-KEY

           EVALUATE TRUE
               WHEN WS-AM-RESULT-NOFILE
                   IF WS-BOARD-HITS > 0
                       MOVE "N" TO WS-AUTHORITY-SWITCH
                       MOVE "Board approval needs the approver master"
                           TO WS-AUTHORITY-REASON
                   END-IF
                   IF WS-PRICING-HITS > 0
                       MOVE "N" TO WS-AUTHORITY-SWITCH
                       MOVE "Pricing approval needs the approver master"
                           TO WS-AUTHORITY-REASON
                   END-IF
               WHEN WS-AM-RESULT-NOTFOUND
                   MOVE "N" TO WS-AUTHORITY-SWITCH
                   MOVE "Approver is not on the authority master"
               MOVE "N" TO WS-AUTHORITY-SWITCH
               MOVE "Approver id is inactive" TO WS-AUTHORITY-REASON
           ELSE
               IF WS-BOARD-HITS > 0 AND WS-APPR-LEVEL NOT = "B"
                   MOVE "N" TO WS-AUTHORITY-SWITCH
                   MOVE "Board-level approval required for this item"
                       TO WS-AUTHORITY-REASON
               END-IF
               MOVE 5 TO WS-BC-OPERATION-LEN
               MOVE "PARSE" TO WS-BC-OPERATION-DATA
               CALL "BUSINESS-CONTEXT" USING
                   AQ-DESCRIPTION,
                   WS-BUSINESS-CONTEXT,
                   WS-BC-RESULT
               IF WS-AUTHORITY-OK
                  AND WS-BC-PRINCIPAL-AMOUNT > WS-APPR-LIMIT
                   MOVE "N" TO WS-AUTHORITY-SWITCH
                   MOVE "Amount exceeds approver authority limit"
                       TO WS-AUTHORITY-REASON
               END-IF
               IF WS-AUTHORITY-OK AND WS-PRICING-HITS > 0
                   PERFORM CHECK-PRICING-AUTHORITY
               END-IF
           END-IF.

       PARSE-EXCEPTION-BPS.
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING AQ-DESCRIPTION DELIMITED BY "Exception Bps:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           PERFORM EXTRACT-FIRST-TOKEN
           PERFORM CLEAN-PRICING-TOKEN
           MOVE WS-PE-NUMBER TO WS-PRICING-BPS.

       CLEAN-PRICING-TOKEN.
           MOVE SPACES TO WS-PE-CLEAN-TOKEN
           MOVE 1 TO WS-PE-OUT-PTR
           PERFORM CLEAN-ONE-PRICING-CHARACTER
               VARYING WS-PE-CHAR-IDX FROM 1 BY 1
               UNTIL WS-PE-CHAR-IDX > 50
           IF WS-PE-CLEAN-TOKEN = SPACES
               MOVE 0 TO WS-PE-NUMBER
           ELSE
               COMPUTE WS-PE-NUMBER =
                   FUNCTION NUMVAL(WS-PE-CLEAN-TOKEN)
           END-IF.

       CLEAN-ONE-PRICING-CHARACTER.
           MOVE WS-RAW-TOKEN(WS-PE-CHAR-IDX:1) TO WS-PE-ONE-CHAR
           IF WS-PE-ONE-CHAR IS NUMERIC OR WS-PE-ONE-CHAR = "."
               STRING WS-PE-ONE-CHAR DELIMITED BY SIZE
                   INTO WS-PE-CLEAN-TOKEN
                   WITH POINTER WS-PE-OUT-PTR
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-PRICING-AUTHORITY - the concession PRICING-EXCEPTION     *
      * measured against the approver's pricing authority; none on the *
      * master (zero, or a record written before the field existed) is *
      * no authority at all.                                           *
      *----------------------------------------------------------------*
       CHECK-PRICING-AUTHORITY.
           PERFORM PARSE-EXCEPTION-BPS
           IF WS-APPR-PRICING-BPS NOT NUMERIC
               MOVE "N" TO WS-AUTHORITY-SWITCH
               MOVE "Approver has no pricing authority"
                   TO WS-AUTHORITY-REASON
           ELSE
               IF WS-APPR-PRICING-BPS = 0
                   MOVE "N" TO WS-AUTHORITY-SWITCH
                   MOVE "Approver has no pricing authority"
                       TO WS-AUTHORITY-REASON
               ELSE
                   IF WS-PRICING-BPS > WS-APPR-PRICING-BPS
                       MOVE "N" TO WS-AUTHORITY-SWITCH
                       MOVE "Concession exceeds pricing authority"
                           TO WS-AUTHORITY-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
