       01  WS-INPUT-CONTEXT         PIC X(10000).
       01  WS-OUTPUT-CONTEXT        PIC X(10000).
       01  WS-LINK-RESULT           PIC X(10).
       01  WS-BALLOON-TALLY         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "============================================="

           PERFORM TEST-FINANCIAL-BASIC
           PERFORM TEST-FINANCIAL-BALLOON
           PERFORM TEST-FINANCIAL-BALLOON-TOO-LONG

           PERFORM DISPLAY-TEST-RESULTS

               DISPLAY "FAIL: Financial calculator basic functionality"
           END-IF.

       TEST-FINANCIAL-BALLOON.
           ADD 1 TO TESTS-RUN
           DISPLAY "Test: Financial Calculator Balloon Pricing"

           MOVE 21 TO WS-LINK-NAME-LEN
           MOVE "COMPOUND-INTEREST-CALC" TO WS-LINK-NAME-DATA
           MOVE "Principal: $100000, Rate: 6%, Time: 30, Maturity: 5"
               TO WS-INPUT-CONTEXT
           MOVE SPACES TO WS-OUTPUT-CONTEXT

           CALL "FINANCIAL-CALCULATOR" USING
               WS-LINK-NAME
               WS-INPUT-CONTEXT
               WS-OUTPUT-CONTEXT
               WS-LINK-RESULT

           MOVE 0 TO WS-BALLOON-TALLY
           INSPECT WS-OUTPUT-CONTEXT TALLYING WS-BALLOON-TALLY
               FOR ALL "Balloon Payment:"
           IF WS-LINK-RESULT = "SUCCESS" AND WS-BALLOON-TALLY = 1
               ADD 1 TO TESTS-PASSED
               DISPLAY "PASS: Financial calculator balloon pricing"
               DISPLAY "Result: " WS-OUTPUT-CONTEXT
           ELSE
               ADD 1 TO TESTS-FAILED
               DISPLAY "FAIL: Financial calculator balloon pricing"
           END-IF.

       TEST-FINANCIAL-BALLOON-TOO-LONG.
           ADD 1 TO TESTS-RUN
           DISPLAY "Test: Financial Calculator Maturity Past Term"

           MOVE 21 TO WS-LINK-NAME-LEN
           MOVE "COMPOUND-INTEREST-CALC" TO WS-LINK-NAME-DATA
           MOVE "Principal: $100000, Rate: 6%, Time: 5, Maturity: 10"
               TO WS-INPUT-CONTEXT
           MOVE SPACES TO WS-OUTPUT-CONTEXT

           CALL "FINANCIAL-CALCULATOR" USING
               WS-LINK-NAME
               WS-INPUT-CONTEXT
               WS-OUTPUT-CONTEXT
               WS-LINK-RESULT

           IF WS-LINK-RESULT = "INVALID"
               ADD 1 TO TESTS-PASSED
               DISPLAY "PASS: Financial calculator maturity past term"
           ELSE
               ADD 1 TO TESTS-FAILED
               DISPLAY "FAIL: Financial calculator maturity past term"
           END-IF.

       DISPLAY-TEST-RESULTS.
           DISPLAY "============================================="
           DISPLAY "Test Results:"
               DISPLAY "Some tests failed."
           END-IF.

       END PROGRAM TEST-FINANCIAL-CALCULATOR.
