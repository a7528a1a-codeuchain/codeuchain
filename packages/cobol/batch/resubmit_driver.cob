           05  RJ-CO-APPLICANT-NAME  PIC X(30).
           05  RJ-BRANCH-CODE        PIC X(3).
           05  RJ-PRODUCT-CODE       PIC X(4).
           05  RJ-OFFICER-CODE       PIC X(10).
           05  RJ-DEALER-CODE        PIC X(10).
           05  RJ-PHONE              PIC X(15).
           05  RJ-ADDRESS            PIC X(30).
           05  RJ-ZIP                PIC X(10).
           05  RJ-PRICING-REASON     PIC X(6).

      * Same layout BATCH-LOAN-DRIVER reads as its input. The
      * capacity fields are not on the reject record and go out as
      * spaces, which the driver reads as not given. The applicant's
      * phone, address and zip ride through so the resubmission is
      * still checked for velocity against other applications; the
      * loan officer so it still counts as that officer's
      * application, the dealer so an indirect contract still books
      * under its dealer, and the pricing reason so a resubmission
      * priced under the rate sheet goes to pricing approval with
      * the reason the officer gave.
       FD  RESUBMIT-FILE.
       01  LOAN-APPLICATION-RECORD.
           05  LAR-APPLICANT-NAME    PIC X(30).
           05  LAR-CO-APPLICANT-NAME PIC X(30).
           05  LAR-BRANCH-CODE       PIC X(3).
           05  LAR-PRODUCT-CODE      PIC X(4).
           05  FILLER                PIC X(18).
           05  LAR-PHONE             PIC X(15).
           05  LAR-ADDRESS           PIC X(30).
           05  LAR-ZIP               PIC X(10).
           05  LAR-OFFICER-CODE      PIC X(10).
           05  LAR-DEALER-CODE       PIC X(10).
           05  LAR-PRICING-REASON    PIC X(6).

       FD  RESIDUAL-REJECT-FILE.
       01  RESIDUAL-REJECT-RECORD    PIC X(185).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-FILE-NAME       PIC X(100)

           IF WS-RECORD-VALID
               ADD 1 TO WS-SURVIVOR-COUNT
               MOVE SPACES TO LOAN-APPLICATION-RECORD
               MOVE RJ-APPLICANT-NAME TO LAR-APPLICANT-NAME
               MOVE RJ-LOAN-AMOUNT TO LAR-LOAN-AMOUNT
               MOVE RJ-LOAN-TERM-YEARS TO LAR-LOAN-TERM-YEARS
               MOVE RJ-CO-APPLICANT-NAME TO LAR-CO-APPLICANT-NAME
               MOVE RJ-BRANCH-CODE TO LAR-BRANCH-CODE
               MOVE RJ-PRODUCT-CODE TO LAR-PRODUCT-CODE
               MOVE RJ-OFFICER-CODE TO LAR-OFFICER-CODE
               MOVE RJ-DEALER-CODE TO LAR-DEALER-CODE
               MOVE RJ-PHONE TO LAR-PHONE
               MOVE RJ-ADDRESS TO LAR-ADDRESS
               MOVE RJ-ZIP TO LAR-ZIP
               MOVE RJ-PRICING-REASON TO LAR-PRICING-REASON
               WRITE LOAN-APPLICATION-RECORD
           ELSE
               ADD 1 TO WS-RESIDUAL-COUNT
