      *   - booked amount and branch from the loan's disbursement      *
      *     entry in gl_feed_journal.dat when funded.                  *
      *                                                                *
      * Every record also says what kind of application it was: RNEW   *
      * for a renewal LOAN-RENEWAL stamped (its RENEWED stage reports  *
      * RENEWED, with the balance renewed as the booked amount), ORIG  *
      * for everything else, so a renewed loan is never counted as a   *
      * new origination.                                               *
      *                                                                *
      * The trailer carries the reconciliation proof: references read  *
      * for the year equals disposition records written, so every      *
      * application appears exactly once.                              *
                         PFX-ST-RESULT         BY ST-RESULT
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
           05  ST-CHAIN-VERSION       PIC X(4).

       FD  ADVERSE-ACTION-FILE.
       01  ADVERSE-ACTION-RECORD.
           05  DX-DECISION           PIC X(10).
           05  DX-REASON-CODE        PIC X(6).
           05  DX-BOOKED-AMOUNT      PIC 9(13)V99.
           05  DX-APPLICATION-TYPE   PIC X(4).
       01  DISPOSITION-TRAILER.
           05  DT-RECORD-TYPE        PIC X(1).
           05  DT-RECORD-COUNT       PIC 9(7).
       01  WS-SEEN-FAILED            PIC X(1).
       01  WS-SEEN-APPROVED          PIC X(1).
       01  WS-SEEN-REFERRED          PIC X(1).
       01  WS-SEEN-RENEWED           PIC X(1).
       01  WS-SEEN-RENEWAL           PIC X(1).

       01  WS-REFERENCES-READ        PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
               MOVE "N" TO WS-SEEN-FAILED
               MOVE "N" TO WS-SEEN-APPROVED
               MOVE "N" TO WS-SEEN-REFERRED
               MOVE "N" TO WS-SEEN-RENEWED
               MOVE "N" TO WS-SEEN-RENEWAL
           END-IF
           IF ST-LINK-NAME = "LOAN-RENEWAL"
               MOVE "Y" TO WS-SEEN-RENEWAL
           END-IF

           EVALUATE ST-STAGE
                   MOVE "Y" TO WS-SEEN-APPROVED
               WHEN "REFERRED"
                   MOVE "Y" TO WS-SEEN-REFERRED
               WHEN "RENEWED"
                   MOVE "Y" TO WS-SEEN-RENEWED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO DX-AMOUNT-REQUESTED
           MOVE 0 TO DX-BOOKED-AMOUNT
           MOVE SPACES TO DX-REASON-CODE
           IF WS-SEEN-RENEWAL = "Y"
               MOVE "RNEW" TO DX-APPLICATION-TYPE
           ELSE
               MOVE "ORIG" TO DX-APPLICATION-TYPE
           END-IF

           EVALUATE TRUE
               WHEN WS-SEEN-BOOKED = "Y"
                   MOVE "FUNDED" TO DX-DECISION
               WHEN WS-SEEN-RENEWED = "Y"
                   MOVE "RENEWED" TO DX-DECISION
               WHEN WS-SEEN-REJECTED = "Y"
                   MOVE "REJECTED" TO DX-DECISION
               WHEN WS-SEEN-FAILED = "Y"
           PERFORM PULL-ADVERSE-ACTION-FACTS
           IF WS-SEEN-BOOKED = "Y"
               PERFORM PULL-FUNDED-FACTS
           END-IF
           IF WS-SEEN-RENEWED = "Y"
               MOVE DX-AMOUNT-REQUESTED TO DX-BOOKED-AMOUNT
           END-IF.

      *----------------------------------------------------------------*
