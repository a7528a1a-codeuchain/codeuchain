      * (commitment_letters_control.rpt) of the letters produced per   *
      * run -- the branches stop typing these by hand from the batch   *
      * summary.                                                       *
      *                                                                *
      * A borrower CUSTOMER-MAINT has recorded as deceased is written  *
      * to as the estate: "Estate of" the borrower, care of the        *
      * executor or administrator, at the estate's mailing address --  *
      * always by mail, whatever the borrower's own delivery choice.   *
      *================================================================*

       IDENTIFICATION DIVISION.
                     PFX-CUST-STATE       BY WS-CUST-STATE
                     PFX-CUST-ZIP         BY WS-CUST-ZIP
                     PFX-CUST-DELIVERY    BY WS-CUST-DELIVERY
                     PFX-CUST-DECEASED-DATE BY WS-CUST-DECEASED-DATE
                     PFX-CUST-ESTATE-NAME BY WS-CUST-ESTATE-NAME
                     PFX-CUST-ESTATE-ADDR-1 BY WS-CUST-ESTATE-ADDR-1
                     PFX-CUST-ESTATE-ADDR-2 BY WS-CUST-ESTATE-ADDR-2
                     PFX-CUST-ESTATE-CITY BY WS-CUST-ESTATE-CITY
                     PFX-CUST-ESTATE-STATE BY WS-CUST-ESTATE-STATE
                     PFX-CUST-ESTATE-ZIP  BY WS-CUST-ESTATE-ZIP
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS  BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS BY WS-CM-RESULT-SUCCESS.
       01  WS-ESTATE-SWITCH          PIC X(1) VALUE "N".
           88  WS-WRITE-TO-ESTATE            VALUE "Y".

      * The priced figure for the letter, from FINANCIAL-CALCULATOR
      * run against the same context the application was decided on.
           END-IF
           IF WS-CUST-NAME = SPACES
               MOVE WS-BC-APPLICANT-NAME TO WS-CUST-NAME
           END-IF
           MOVE "N" TO WS-ESTATE-SWITCH
           IF WS-CUST-DECEASED-DATE IS NUMERIC
                   AND WS-CUST-DECEASED-DATE > 0
               MOVE "Y" TO WS-ESTATE-SWITCH
           END-IF.

       PRICE-THE-COMMITMENT.
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           IF WS-WRITE-TO-ESTATE
               STRING "To: Estate of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           ELSE
               STRING "To: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           END-IF
           WRITE LETTER-LINE

           IF WS-CUST-PHONE NOT = SPACES AND NOT WS-WRITE-TO-ESTATE
               MOVE SPACES TO LETTER-LINE
               STRING "Phone: " DELIMITED BY SIZE
                       WS-CUST-PHONE DELIMITED BY SIZE
      * WRITE-MAILING-ADDRESS - the customer's mailing address block,  *
      * or the electronic-delivery note for a customer whose           *
      * preference routes this document to the extract instead of     *
      * the mail; the estate's block for a deceased customer.          *
      *----------------------------------------------------------------*
       WRITE-MAILING-ADDRESS.
           IF WS-WRITE-TO-ESTATE
               PERFORM WRITE-ESTATE-ADDRESS
           ELSE IF WS-CUST-DELIVERY = "E"
               MOVE "Delivery: ELECTRONIC EXTRACT - do not mail"
                   TO LETTER-LINE
               WRITE LETTER-LINE
                   END-STRING
                   WRITE LETTER-LINE
               END-IF
           END-IF
           END-IF.

       WRITE-ESTATE-ADDRESS.
           MOVE SPACES TO LETTER-LINE
           STRING "c/o " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-ESTATE-NAME) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           IF WS-CUST-ESTATE-ADDR-1 NOT = SPACES
               MOVE WS-CUST-ESTATE-ADDR-1 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-CUST-ESTATE-ADDR-2 NOT = SPACES
               MOVE WS-CUST-ESTATE-ADDR-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-CUST-ESTATE-CITY NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING FUNCTION TRIM(WS-CUST-ESTATE-CITY)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-CUST-ESTATE-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUST-ESTATE-ZIP DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.

       END PROGRAM LETTER-GENERATION.
