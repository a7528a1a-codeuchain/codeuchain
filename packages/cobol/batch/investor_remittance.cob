      * posts one due-to-investor pair per investor to gl_feed.dat     *
      * under the INVREMIT accounts.                                   *
      *                                                                *
      * A loan sold or transferred out by LOAN-SALE-TRANSFER shares    *
      * its SALE or XFER record -- the principal and interest the      *
      * acquirer paid for -- in the sale month like any collection;    *
      * its links are stamped closed with the sale date, and a closed  *
      * link earns nothing for any month after the one it closed in.   *
      *                                                                *
      *     investor_master.dat: investor id (10), name (30)           *
      *     participation.dat:   loan (10), investor id (10),          *
      *                          percent 999V99, closed date (8) --    *
      *                          blank or zero while the link is open  *
      *================================================================*

       IDENTIFICATION DIVISION.
           05  PTC-LOAN-NUMBER       PIC X(10).
           05  PTC-INVESTOR-ID       PIC X(10).
           05  PTC-PERCENT           PIC 9(3)V99.
           05  PTC-CLOSED-DATE       PIC 9(8).

       FD  INVESTOR-FILE.
       01  INVESTOR-RECORD.
      *----------------------------------------------------------------*
      * SHARE-ONE-PARTICIPATION - the loan's month of collections      *
      * (journal walk, reversals netted), split by the ownership       *
      * percent into the investor's slot. A link closed in an earlier  *
      * month is passed by.                                            *
      *----------------------------------------------------------------*
       SHARE-ONE-PARTICIPATION.
           ADD 1 TO WS-LINKS-READ
           IF PTC-CLOSED-DATE IS NUMERIC
                   AND PTC-CLOSED-DATE > 0
                   AND PTC-CLOSED-DATE(1:6) < WS-REMIT-MONTH
               CONTINUE
           ELSE
               PERFORM TOTAL-MONTH-COLLECTIONS
               IF WS-MONTH-PRINCIPAL NOT = 0
                       OR WS-MONTH-INTEREST NOT = 0
                   COMPUTE WS-SHARE-PRINCIPAL ROUNDED =
                       WS-MONTH-PRINCIPAL * PTC-PERCENT / 100
                   COMPUTE WS-SHARE-INTEREST ROUNDED =
                       WS-MONTH-INTEREST * PTC-PERCENT / 100
                   PERFORM ROLL-UP-TO-INVESTOR
               END-IF
           END-IF
           PERFORM READ-NEXT-PARTICIPATION.

               IF WS-TXN-MONTH = WS-REMIT-MONTH
                       AND (TXN-CODE = "PAY"
                           OR TXN-CODE = "POFF"
                           OR TXN-CODE = "RVSL"
                           OR TXN-CODE = "SALE"
                           OR TXN-CODE = "XFER")
                   ADD TXN-PRINCIPAL TO WS-MONTH-PRINCIPAL
                   ADD TXN-INTEREST TO WS-MONTH-INTEREST
               END-IF
