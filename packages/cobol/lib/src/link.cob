                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "LENDING-LIMIT-CHECK"
                   CALL "LENDING-LIMIT-CHECK" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "PRICING-EXCEPTION"
                   CALL "PRICING-EXCEPTION" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "HIGH-VALUE-REVIEW-FLAG"
                   CALL "HIGH-VALUE-REVIEW-FLAG" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "SANCTIONS-SCREEN"
                   CALL "SANCTIONS-SCREEN" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "FRAUD-VELOCITY-CHECK"
                   CALL "FRAUD-VELOCITY-CHECK" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "UNDERWRITING-DECISION"
                   CALL "UNDERWRITING-DECISION" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "REFINANCE-PAYOFF"
                   CALL "REFINANCE-PAYOFF" USING
                       LS-LINK-NAME,
                       LS-INPUT-CONTEXT,
                       LS-OUTPUT-CONTEXT,
                       LS-LINK-RESULT
               WHEN "LOAN-BOOKING"
                   CALL "LOAN-BOOKING" USING
                       LS-LINK-NAME,
