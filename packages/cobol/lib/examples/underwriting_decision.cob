      *                                                                *
      * An application whose context carries no usable score ("Credit  *
      * Score: NONE", or no label at all) is never approved blind: a   *
      * rules APPROVE downgrades to REFER with reason UW-NOS, as does  *
      * one DTI-CHECK marked over the product's DTI ceiling (UW-DTI)   *
      * or FRAUD-VELOCITY-CHECK marked "Fraud Risk: FLAGGED" (UW-FRD). *
      *                                                                *
      * A DECLINE halts the chain the way the compliance gate does,    *
      * so a declined application never reaches APPROVAL-QUEUE or the  *
                       MOVE "UW-DTI" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF

      * So does a fraud velocity flag FRAUD-VELOCITY-CHECK raised: a
      * shared phone, shared address or repeated name is for the
      * fraud team to clear, never an automatic approval.
           IF WS-DECISION = "APPROVE"
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING LS-INPUT-CONTEXT
                       DELIMITED BY "Fraud Risk:"
                   INTO WS-PARSE-JUNK WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST NOT = SPACES
                   MOVE SPACES TO WS-RAW-TOKEN
                   MOVE SPACES TO WS-PARSE-JUNK
                   UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                       INTO WS-PARSE-JUNK WS-RAW-TOKEN
                   END-UNSTRING
                   IF WS-RAW-TOKEN(1:7) = "FLAGGED"
                       MOVE "REFER" TO WS-DECISION
                       MOVE "UW-FRD" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
