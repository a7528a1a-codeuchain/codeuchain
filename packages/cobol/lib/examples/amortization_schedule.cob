      * of the shop: instead of a single future-value figure, this    *
      * link prices out a period-by-period schedule of principal,     *
      * interest and remaining balance for a level-payment loan.      *
      *                                                                *
      * A "Maturity:" shorter than the term prices a balloon note: the *
      * payment still amortizes over the full term, the schedule stops *
      * at maturity, and its final line is the Balloon -- that         *
      * period's payment plus every dollar of principal still owed.    *
      *================================================================*

       IDENTIFICATION DIVISION.
       01  WS-PERIOD-PRINCIPAL       PIC S9(15)V9(4) COMP-3.
       01  WS-PERIOD-NUM             PIC S9(5) COMP.

      * Balloon terms: the maturity in years out of "Maturity:", and
      * the period the schedule stops at. Zero (no label, or one not
      * shorter than the term) runs the schedule out to the term.
       01  WS-MATURITY-YEARS         PIC S9(5)V9(2) COMP-3.
       01  WS-MATURITY-PERIODS       PIC S9(5) COMP-3.
       01  WS-SCHEDULE-PERIODS       PIC S9(5) COMP-3.
       01  WS-BALLOON-SWITCH         PIC X(1) VALUE "N".
           88  WS-BALLOON-LOAN               VALUE "Y".
       01  WS-PARSE-REST             PIC X(10000).
       01  WS-PARSE-JUNK             PIC X(10000).
       01  WS-RAW-TOKEN              PIC X(50).

      * Edited fields for building the schedule text.
       01  WS-ED-PERIOD-NUM          PIC Z(4)9.
       COPY "money-edit.cob"

           MOVE WS-BC-PRINCIPAL-AMOUNT TO WS-PRINCIPAL-AMOUNT
           MOVE WS-BC-INTEREST-RATE TO WS-INTEREST-RATE
           MOVE WS-BC-TIME-PERIOD TO WS-TIME-PERIOD

           PERFORM PARSE-MATURITY-TERM.

      *----------------------------------------------------------------*
      * PARSE-MATURITY-TERM - "Maturity:" in years, the same label     *
      * LOAN-BOOKING reads; only one shorter than the term makes the   *
      * schedule a balloon.                                            *
      *----------------------------------------------------------------*
       PARSE-MATURITY-TERM.
           MOVE "N" TO WS-BALLOON-SWITCH
           MOVE 0 TO WS-MATURITY-YEARS
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Maturity:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               MOVE SPACES TO WS-PARSE-JUNK
               UNSTRING WS-PARSE-REST DELIMITED BY SPACE
                   INTO WS-PARSE-JUNK WS-RAW-TOKEN
               END-UNSTRING
               COMPUTE WS-MATURITY-YEARS =
                   FUNCTION NUMVAL(WS-RAW-TOKEN)
               IF WS-MATURITY-YEARS > 0
                       AND WS-MATURITY-YEARS < WS-TIME-PERIOD
                   MOVE "Y" TO WS-BALLOON-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMPUTE-PAYMENT - works out the level monthly payment that    *
               END-COMPUTE
           END-IF

           MOVE WS-PRINCIPAL-AMOUNT TO WS-REMAINING-BALANCE

           MOVE WS-TOTAL-PERIODS TO WS-SCHEDULE-PERIODS
           IF WS-BALLOON-LOAN
               COMPUTE WS-MATURITY-PERIODS = WS-MATURITY-YEARS * 12
               IF WS-MATURITY-PERIODS > 0
                       AND WS-MATURITY-PERIODS < WS-TOTAL-PERIODS
                   MOVE WS-MATURITY-PERIODS TO WS-SCHEDULE-PERIODS
               ELSE
                   MOVE "N" TO WS-BALLOON-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-SCHEDULE - STRINGs one line per period into             *
      * LS-OUTPUT-CONTEXT until every period has been priced or the   *
      * buffer is full, whichever comes first. A balloon schedule is   *
      * priced through to maturity even past a full buffer, so its     *
      * Balloon line is always the last one written.                   *
      *----------------------------------------------------------------*
       BUILD-SCHEDULE.
           MOVE SPACES TO LS-OUTPUT-CONTEXT

           PERFORM CALC-ONE-PERIOD
               VARYING WS-PERIOD-NUM FROM 1 BY 1
               UNTIL WS-PERIOD-NUM > WS-SCHEDULE-PERIODS
                  OR (WS-SCHEDULE-FULL AND NOT WS-BALLOON-LOAN).

       CALC-ONE-PERIOD.
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
               WS-MONTHLY-PAYMENT - WS-PERIOD-INTEREST
           SUBTRACT WS-PERIOD-PRINCIPAL FROM WS-REMAINING-BALANCE

           IF WS-PERIOD-NUM = WS-SCHEDULE-PERIODS
               ADD WS-REMAINING-BALANCE TO WS-PERIOD-PRINCIPAL
               MOVE 0 TO WS-REMAINING-BALANCE
           END-IF

           IF WS-BALLOON-LOAN
                   AND WS-PERIOD-NUM = WS-SCHEDULE-PERIODS
               PERFORM WRITE-BALLOON-LINE
           ELSE IF WS-SCHEDULE-PTR > 9800
                   OR (WS-BALLOON-LOAN AND WS-SCHEDULE-PTR > 9690)
               MOVE 0 TO WS-SCHEDULE-ROOM-LEFT
           ELSE
               MOVE WS-PERIOD-NUM TO WS-ED-PERIOD-NUM
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-BALLOON-LINE - the maturity period's payment plus the    *
      * unamortized principal, written as the schedule's final line in *
      * the room a balloon schedule's earlier cutoff holds back.       *
      *----------------------------------------------------------------*
       WRITE-BALLOON-LINE.
           MOVE WS-PERIOD-NUM TO WS-ED-PERIOD-NUM
           MOVE WS-PERIOD-PRINCIPAL TO WS-ED-PRINCIPAL
           MOVE WS-PERIOD-INTEREST TO WS-ED-INTEREST
           MOVE WS-REMAINING-BALANCE TO WS-ED-BALANCE
           STRING "Balloon " DELIMITED BY SIZE
                   WS-ED-PERIOD-NUM DELIMITED BY SIZE
                   " Principal " DELIMITED BY SIZE
                   WS-ED-PRINCIPAL DELIMITED BY SIZE
                   " Interest " DELIMITED BY SIZE
                   WS-ED-INTEREST DELIMITED BY SIZE
                   " Balance " DELIMITED BY SIZE
                   WS-ED-BALANCE DELIMITED BY SIZE
                   "; " DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
                   WITH POINTER WS-SCHEDULE-PTR
           END-STRING.

       END PROGRAM AMORTIZATION-SCHEDULE.
