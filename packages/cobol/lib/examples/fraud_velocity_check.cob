      *================================================================*
      * CodeUChain COBOL Implementation - Fraud Velocity Check Link    *
      *                                                                *
      * Catches the pattern no single-application rule can see: the    *
      * same phone number or mailing address turning up on several     *
      * applications under different names, or the same applicant      *
      * applying over and over, inside a few days. Each application's  *
      * applicant, phone and address are compared, once case, spacing  *
      * and punctuation are set aside, against                         *
      *                                                                *
      *   - every earlier application in fraud_history.dat taken       *
      *     inside the window (this link appends one row per           *
      *     application it sees, so the history is its own), with the  *
      *     last stage app_status.dat holds for each one carried onto  *
      *     the alert so the fraud team sees how far it got; and       *
      *   - every CUSTOMER-MASTER record, for a phone or address on    *
      *     file under somebody else's name.                           *
      *                                                                *
      * The phone and address come off the context's "Phone:",         *
      * "Address:" and "Zip:" labels (BATCH-LOAN-DRIVER writes them    *
      * from the application record); an application without them      *
      * but with a "Customer ID:" uses that customer's own phone and   *
      * address. Names that are the application's own co-applicant     *
      * (or the other way round) are one household, not a new name.    *
      *                                                                *
      * The window and the two limits come from fraud_velocity.cfg,    *
      * one line of three numbers ("7 2 2"): the window in days, how   *
      * many earlier applications under the same name flag NAME, and   *
      * how many other names sharing the phone or address flag PHONE   *
      * or ADDRESS. No file means those defaults.                      *
      *                                                                *
      * A flagged application gets "Fraud Risk: FLAGGED Fraud Flags:"  *
      * and the flags joined by "+" appended to the context, which     *
      * UNDERWRITING-DECISION turns into a REFER; every sighting       *
      * behind a flag is appended to fraud_alert.dat for the daily     *
      * FRAUD-ALERT-REPORT, and the flag is logged at WARN. Anything   *
      * else gets "Fraud Risk: NONE". The link never stops the chain   *
      * on its own -- a flag is a reason to look, not a decline.       *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-VELOCITY-CHECK.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "fraud_velocity.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "fraud_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ALERT-FILE ASSIGN TO "fraud_alert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT STATUS-FILE ASSIGN TO "app_status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-LINE               PIC X(40).

      * One row per application this link has checked: the name,
      * phone and address exactly as they were compared, the display
      * name alongside for the alert.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  FH-REFERENCE          PIC X(20).
           05  FH-APP-DATE           PIC 9(8).
           05  FH-APPLICANT          PIC X(30).
           05  FH-NAME-KEY           PIC X(30).
           05  FH-CO-NAME-KEY        PIC X(30).
           05  FH-PHONE              PIC X(15).
           05  FH-ADDRESS            PIC X(30).
           05  FH-ZIP                PIC X(5).

       FD  ALERT-FILE.
       COPY "fraud-alert-record.cob"
           REPLACING PFX-FA-ALERT-DATE      BY FA-ALERT-DATE
                     PFX-FA-REFERENCE       BY FA-REFERENCE
                     PFX-FA-APPLICANT       BY FA-APPLICANT
                     PFX-FA-FLAG            BY FA-FLAG
                     PFX-FA-MATCH-VALUE     BY FA-MATCH-VALUE
                     PFX-FA-OTHER-SOURCE    BY FA-OTHER-SOURCE
                     PFX-FA-OTHER-KEY       BY FA-OTHER-KEY
                     PFX-FA-OTHER-NAME      BY FA-OTHER-NAME
                     PFX-FA-OTHER-DATE      BY FA-OTHER-DATE
                     PFX-FA-OTHER-STAGE     BY FA-OTHER-STAGE
                     PFX-FRAUD-ALERT-RECORD BY FRAUD-ALERT-RECORD.

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  ST-KEY.
               10  ST-REFERENCE-ID    PIC X(20).
               10  ST-SEQUENCE        PIC 9(4).
           COPY "app-status-record.cob"
               REPLACING PFX-ST-STAGE          BY ST-STAGE
                         PFX-ST-LINK-NAME      BY ST-LINK-NAME
                         PFX-ST-RESULT         BY ST-RESULT
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
           05  ST-CHAIN-VERSION       PIC X(4).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05  CUSTOMER-ID            PIC X(10).
           COPY "customer-record.cob"
               REPLACING PFX-CUST-NAME        BY CUSTOMER-NAME
                         PFX-CUST-PHONE       BY CUSTOMER-PHONE
                         PFX-CUST-ACTIVE      BY CUSTOMER-ACTIVE
                         PFX-CUST-ADDR-LINE-1 BY CUSTOMER-ADDR-LINE-1
                         PFX-CUST-ZIP         BY CUSTOMER-ZIP
                         PFX-CUSTOMER-RECORD  BY CUSTOMER-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS          PIC XX.
       01  WS-HISTORY-STATUS         PIC XX.
       01  WS-ALERT-STATUS           PIC XX.
       01  WS-STATUS-FILE-STATUS     PIC XX.
       01  WS-CUSTOMER-STATUS        PIC XX.
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-STATUS-OPEN-SWITCH     PIC X(1) VALUE "N".
           88  WS-STATUS-FILE-OPEN           VALUE "Y".

      * The window and limits, defaults unless fraud_velocity.cfg
      * says otherwise.
       01  WS-WINDOW-DAYS            PIC 9(3) VALUE 7.
       01  WS-NAME-LIMIT             PIC 9(3) VALUE 2.
       01  WS-SHARED-LIMIT           PIC 9(3) VALUE 2.
       01  WS-CFG-WINDOW             PIC X(10).
       01  WS-CFG-NAME               PIC X(10).
       01  WS-CFG-SHARED             PIC X(10).
       01  WS-CFG-VALUE              PIC 9(3).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DAY-NUMBER         PIC S9(9) COMP.
       01  WS-AGE-DAYS               PIC S9(9) COMP.

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

      * This application as compared: names, phone (digits only),
      * address line and five-digit zip reduced by NORMALIZE-TEXT.
       01  WS-APP-REFERENCE          PIC X(20).
       01  WS-APP-CUSTOMER-ID        PIC X(10).
       01  WS-APP-NAME-KEY           PIC X(30).
       01  WS-APP-CO-NAME-KEY        PIC X(30).
       01  WS-APP-PHONE              PIC X(15).
       01  WS-APP-ADDRESS            PIC X(30).
       01  WS-APP-ZIP                PIC X(5).

      * NORMALIZE-TEXT work: upper case, letters and digits kept (or
      * digits only), everything else dropped.
       01  WS-NORM-IN                PIC X(50).
       01  WS-NORM-OUT               PIC X(30).
       01  WS-NORM-LEN               PIC S9(4) COMP.
       01  WS-NORM-IDX               PIC S9(4) COMP.
       01  WS-ONE-CHAR               PIC X(1).
       01  WS-NORM-MODE-SWITCH       PIC X(1) VALUE "A".
           88  WS-NORM-DIGITS-ONLY           VALUE "D".

      * The other party on one sighting, compared the same way.
       01  WS-OTHER-NAME-KEY         PIC X(30).
       01  WS-OTHER-CO-NAME-KEY      PIC X(30).
       01  WS-OTHER-PHONE            PIC X(15).
       01  WS-OTHER-ADDRESS          PIC X(30).
       01  WS-OTHER-ZIP              PIC X(5).
       01  WS-DIFFERENT-SWITCH       PIC X(1) VALUE "N".
           88  WS-DIFFERENT-NAME             VALUE "Y".

      * Every sighting found, flagged category or not; only those
      * under a category that reached its limit become alerts.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-HIT-IDX WS-SCAN-IDX.
               10  WS-HIT-FLAG          PIC X(8).
               10  WS-HIT-MATCH-VALUE   PIC X(30).
               10  WS-HIT-SOURCE        PIC X(11).
               10  WS-HIT-KEY           PIC X(20).
               10  WS-HIT-NAME          PIC X(30).
               10  WS-HIT-NAME-KEY      PIC X(30).
               10  WS-HIT-DATE          PIC 9(8).
               10  WS-HIT-STAGE         PIC X(10).
       01  WS-HIT-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-HIT-MAX                PIC S9(4) COMP VALUE 60.

       01  WS-NEW-HIT-FLAG           PIC X(8).
       01  WS-NEW-HIT-MATCH-VALUE    PIC X(30).
       01  WS-NEW-HIT-SOURCE         PIC X(11).
       01  WS-NEW-HIT-KEY            PIC X(20).
       01  WS-NEW-HIT-NAME           PIC X(30).
       01  WS-NEW-HIT-NAME-KEY       PIC X(30).
       01  WS-NEW-HIT-DATE           PIC 9(8).
       01  WS-NEW-HIT-STAGE          PIC X(10).
       01  WS-SEEN-SWITCH            PIC X(1) VALUE "N".
           88  WS-NAME-ALREADY-SEEN          VALUE "Y".

       01  WS-NAME-REPEATS           PIC S9(4) COMP VALUE 0.
       01  WS-PHONE-NAMES            PIC S9(4) COMP VALUE 0.
       01  WS-ADDRESS-NAMES          PIC S9(4) COMP VALUE 0.
       01  WS-FLAG-NAME-SWITCH       PIC X(1) VALUE "N".
           88  WS-FLAG-NAME                  VALUE "Y".
       01  WS-FLAG-PHONE-SWITCH      PIC X(1) VALUE "N".
           88  WS-FLAG-PHONE                 VALUE "Y".
       01  WS-FLAG-ADDRESS-SWITCH    PIC X(1) VALUE "N".
           88  WS-FLAG-ADDRESS               VALUE "Y".
       01  WS-FLAG-LIST              PIC X(30).
       01  WS-FLAG-POINTER           PIC S9(4) COMP.
       01  WS-WRITE-HIT-SWITCH       PIC X(1) VALUE "N".
           88  WS-WRITE-THIS-HIT             VALUE "Y".

      * The applicant's own customer record, when the context names
      * one and carries no phone or address of its own.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-CM-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-CM-OPERATION-DATA
                     PFX-OPERATION      BY WS-CM-OPERATION.
       COPY "customer-record.cob"
           REPLACING PFX-CUST-NAME        BY WS-CUST-NAME
                     PFX-CUST-PHONE       BY WS-CUST-PHONE
                     PFX-CUST-ADDR-LINE-1 BY WS-CUST-ADDR-LINE-1
                     PFX-CUST-ZIP         BY WS-CUST-ZIP
                     PFX-CUSTOMER-RECORD  BY WS-CUSTOMER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY WS-CM-RESULT
                     PFX-RESULT-SUCCESS  BY WS-CM-RESULT-SUCCESS
                     PFX-RESULT-NOTFOUND BY WS-CM-RESULT-NOTFOUND.

      * A flagged application is logged through LOGGING-MIDDLEWARE at
      * WARN severity, the trail UNDERWRITING-DECISION leaves for its
      * own referrals.
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

           DISPLAY "FRAUD-VELOCITY-CHECK: Checking velocity for: "
                   LS-LINK-NAME-DATA(1:LS-LINK-NAME-LEN)

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-NAME-REPEATS
           MOVE 0 TO WS-PHONE-NAMES
           MOVE 0 TO WS-ADDRESS-NAMES

           PERFORM READ-VELOCITY-CONFIG
           PERFORM PARSE-APPLICATION-FACTS
           PERFORM SCAN-APPLICATION-HISTORY
           IF WS-APP-PHONE NOT = SPACES
                   OR WS-APP-ADDRESS NOT = SPACES
               PERFORM SCAN-CUSTOMER-MASTER
           END-IF
           PERFORM DECIDE-FLAGS
           IF WS-FLAG-LIST NOT = SPACES
               PERFORM WRITE-FRAUD-ALERTS
               PERFORM LOG-FRAUD-FLAG
           END-IF
           PERFORM RECORD-APPLICATION-HISTORY
           PERFORM BUILD-OUTPUT-CONTEXT

           MOVE "SUCCESS" TO LS-LINK-RESULT
           GOBACK.

      *----------------------------------------------------------------*
      * READ-VELOCITY-CONFIG - "<window-days> <name-limit> <shared-    *
      * limit>"; a missing file, a missing column, or a zero keeps     *
      * that column's default.                                         *
      *----------------------------------------------------------------*
       READ-VELOCITY-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-WINDOW
                       MOVE SPACES TO WS-CFG-NAME
                       MOVE SPACES TO WS-CFG-SHARED
                       UNSTRING CONFIG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-WINDOW WS-CFG-NAME
                                WS-CFG-SHARED
                       END-UNSTRING
                       IF WS-CFG-WINDOW NOT = SPACES
                           COMPUTE WS-CFG-VALUE =
                               FUNCTION NUMVAL(WS-CFG-WINDOW)
                           IF WS-CFG-VALUE > 0
                               MOVE WS-CFG-VALUE TO WS-WINDOW-DAYS
                           END-IF
                       END-IF
                       IF WS-CFG-NAME NOT = SPACES
                           COMPUTE WS-CFG-VALUE =
                               FUNCTION NUMVAL(WS-CFG-NAME)
                           IF WS-CFG-VALUE > 0
                               MOVE WS-CFG-VALUE TO WS-NAME-LIMIT
                           END-IF
                       END-IF
                       IF WS-CFG-SHARED NOT = SPACES
                           COMPUTE WS-CFG-VALUE =
                               FUNCTION NUMVAL(WS-CFG-SHARED)
                           IF WS-CFG-VALUE > 0
                               MOVE WS-CFG-VALUE TO WS-SHARED-LIMIT
                           END-IF
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE-APPLICATION-FACTS - names via BUSINESS-CONTEXT, the      *
      * reference, customer id, phone, address and zip by label; the   *
      * customer's own phone and address stand in when the context     *
      * carries neither.                                               *
      *----------------------------------------------------------------*
       PARSE-APPLICATION-FACTS.
           MOVE 5 TO WS-BC-OPERATION-LEN
           MOVE "PARSE" TO WS-BC-OPERATION-DATA
           CALL "BUSINESS-CONTEXT" USING
               WS-BC-OPERATION,
               LS-INPUT-CONTEXT,
               WS-BUSINESS-CONTEXT,
               WS-BC-RESULT

           MOVE "A" TO WS-NORM-MODE-SWITCH
           MOVE WS-BC-APPLICANT-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-OUT TO WS-APP-NAME-KEY
           MOVE WS-BC-CO-APPLICANT-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-OUT TO WS-APP-CO-NAME-KEY

           MOVE SPACES TO WS-APP-REFERENCE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Reference:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:20) TO WS-APP-REFERENCE
           END-IF

           MOVE SPACES TO WS-APP-CUSTOMER-ID
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Customer ID:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE WS-RAW-TOKEN(1:10) TO WS-APP-CUSTOMER-ID
           END-IF

           MOVE SPACES TO WS-APP-PHONE
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Phone:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               UNSTRING WS-PARSE-REST DELIMITED BY "," OR "  "
                   INTO WS-RAW-TOKEN
               END-UNSTRING
               MOVE "D" TO WS-NORM-MODE-SWITCH
               MOVE WS-RAW-TOKEN TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-APP-PHONE
           END-IF

      * The phone and address run to the comma that ends them (or,
      * for CUSTOMER-LOOKUP's padded phone, the run of spaces),
      * spaces and punctuation inside them included.
           MOVE SPACES TO WS-APP-ADDRESS
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Address:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               MOVE SPACES TO WS-RAW-TOKEN
               UNSTRING WS-PARSE-REST DELIMITED BY ","
                   INTO WS-RAW-TOKEN
               END-UNSTRING
               MOVE "A" TO WS-NORM-MODE-SWITCH
               MOVE WS-RAW-TOKEN TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-APP-ADDRESS
           END-IF

           MOVE SPACES TO WS-APP-ZIP
           MOVE SPACES TO WS-PARSE-REST
           UNSTRING LS-INPUT-CONTEXT DELIMITED BY "Zip:"
               INTO WS-PARSE-JUNK WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST NOT = SPACES
               PERFORM EXTRACT-FIRST-TOKEN
               MOVE "D" TO WS-NORM-MODE-SWITCH
               MOVE WS-RAW-TOKEN TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT(1:5) TO WS-APP-ZIP
           END-IF

           IF WS-APP-PHONE = SPACES
                   AND WS-APP-ADDRESS = SPACES
                   AND WS-APP-CUSTOMER-ID NOT = SPACES
               PERFORM TAKE-CUSTOMER-CONTACT
           END-IF.

       EXTRACT-FIRST-TOKEN.
           MOVE SPACES TO WS-RAW-TOKEN
           MOVE SPACES TO WS-PARSE-JUNK
           UNSTRING WS-PARSE-REST DELIMITED BY SPACE
               INTO WS-PARSE-JUNK WS-RAW-TOKEN
           END-UNSTRING.

       TAKE-CUSTOMER-CONTACT.
           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE 3 TO WS-CM-OPERATION-LEN
           MOVE "GET" TO WS-CM-OPERATION-DATA
           CALL "CUSTOMER-MASTER" USING
               WS-CM-OPERATION,
               WS-APP-CUSTOMER-ID,
               WS-CUSTOMER-RECORD,
               WS-CM-RESULT
           IF WS-CM-RESULT-SUCCESS
               MOVE "D" TO WS-NORM-MODE-SWITCH
               MOVE WS-CUST-PHONE TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-APP-PHONE
               MOVE WS-CUST-ZIP TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT(1:5) TO WS-APP-ZIP
               MOVE "A" TO WS-NORM-MODE-SWITCH
               MOVE WS-CUST-ADDR-LINE-1 TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-APP-ADDRESS
           END-IF.

      *----------------------------------------------------------------*
      * NORMALIZE-TEXT - WS-NORM-IN reduced into WS-NORM-OUT: upper    *
      * case, letters and digits only (digits only for a phone or      *
      * zip), so "12 Main St." and "12 MAIN ST" compare equal.         *
      *----------------------------------------------------------------*
       NORMALIZE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM NORMALIZE-ONE-CHARACTER
               VARYING WS-NORM-IDX FROM 1 BY 1
               UNTIL WS-NORM-IDX > 50
                  OR WS-NORM-LEN >= 30.

       NORMALIZE-ONE-CHARACTER.
           MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-ONE-CHAR
           IF (WS-ONE-CHAR >= "0" AND WS-ONE-CHAR <= "9")
                   OR (WS-ONE-CHAR >= "A" AND WS-ONE-CHAR <= "Z"
                       AND NOT WS-NORM-DIGITS-ONLY)
               ADD 1 TO WS-NORM-LEN
               MOVE WS-ONE-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
           END-IF.

      *----------------------------------------------------------------*
      * SCAN-APPLICATION-HISTORY - every earlier application inside    *
      * the window: the same name counts toward NAME, and the same     *
      * phone or address under a name outside this household toward    *
      * PHONE or ADDRESS. No history yet simply finds nothing.         *
      *----------------------------------------------------------------*
       SCAN-APPLICATION-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM CHECK-ONE-HISTORY-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-FILE
                   AND FH-APP-DATE IS NUMERIC
                   AND FH-APP-DATE > 19000000
                   AND FH-REFERENCE NOT = WS-APP-REFERENCE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(FH-APP-DATE)
               IF WS-AGE-DAYS >= 0
                       AND WS-AGE-DAYS <= WS-WINDOW-DAYS
                   PERFORM COMPARE-HISTORY-ROW
               END-IF
           END-IF.

       COMPARE-HISTORY-ROW.
           MOVE FH-NAME-KEY TO WS-OTHER-NAME-KEY
           MOVE FH-CO-NAME-KEY TO WS-OTHER-CO-NAME-KEY
           MOVE FH-PHONE TO WS-OTHER-PHONE
           MOVE FH-ADDRESS TO WS-OTHER-ADDRESS
           MOVE FH-ZIP TO WS-OTHER-ZIP
           MOVE "APPLICATION" TO WS-NEW-HIT-SOURCE
           MOVE FH-REFERENCE TO WS-NEW-HIT-KEY
           MOVE FH-APPLICANT TO WS-NEW-HIT-NAME
           MOVE FH-APP-DATE TO WS-NEW-HIT-DATE
           MOVE SPACES TO WS-NEW-HIT-STAGE
           MOVE FH-NAME-KEY TO WS-NEW-HIT-NAME-KEY

           IF WS-APP-NAME-KEY NOT = SPACES
                   AND FH-NAME-KEY = WS-APP-NAME-KEY
               ADD 1 TO WS-NAME-REPEATS
               MOVE "NAME" TO WS-NEW-HIT-FLAG
               MOVE WS-APP-NAME-KEY TO WS-NEW-HIT-MATCH-VALUE
               PERFORM APPEND-HIT-ENTRY
           END-IF

           PERFORM COMPARE-SHARED-CONTACT.

      *----------------------------------------------------------------*
      * COMPARE-SHARED-CONTACT - the other party (WS-OTHER-*) against  *
      * this application's phone and address. A name is counted once   *
      * per category however many times it turns up.                   *
      *----------------------------------------------------------------*
       COMPARE-SHARED-CONTACT.
           MOVE "N" TO WS-DIFFERENT-SWITCH
           IF WS-OTHER-NAME-KEY NOT = SPACES
                   AND WS-OTHER-NAME-KEY NOT = WS-APP-NAME-KEY
                   AND WS-OTHER-NAME-KEY NOT = WS-APP-CO-NAME-KEY
                   AND (WS-OTHER-CO-NAME-KEY = SPACES
                       OR WS-OTHER-CO-NAME-KEY NOT = WS-APP-NAME-KEY)
               MOVE "Y" TO WS-DIFFERENT-SWITCH
           END-IF
           MOVE WS-OTHER-NAME-KEY TO WS-NEW-HIT-NAME-KEY

           IF WS-DIFFERENT-NAME
                   AND WS-APP-PHONE NOT = SPACES
                   AND WS-OTHER-PHONE = WS-APP-PHONE
               MOVE "PHONE" TO WS-NEW-HIT-FLAG
               MOVE WS-APP-PHONE TO WS-NEW-HIT-MATCH-VALUE
               PERFORM CHECK-NAME-ALREADY-SEEN
               IF NOT WS-NAME-ALREADY-SEEN
                   ADD 1 TO WS-PHONE-NAMES
               END-IF
               PERFORM APPEND-HIT-ENTRY
           END-IF

           IF WS-DIFFERENT-NAME
                   AND WS-APP-ADDRESS NOT = SPACES
                   AND WS-OTHER-ADDRESS = WS-APP-ADDRESS
                   AND WS-OTHER-ZIP = WS-APP-ZIP
               MOVE "ADDRESS" TO WS-NEW-HIT-FLAG
               MOVE WS-APP-ADDRESS TO WS-NEW-HIT-MATCH-VALUE
               PERFORM CHECK-NAME-ALREADY-SEEN
               IF NOT WS-NAME-ALREADY-SEEN
                   ADD 1 TO WS-ADDRESS-NAMES
               END-IF
               PERFORM APPEND-HIT-ENTRY
           END-IF.

       CHECK-NAME-ALREADY-SEEN.
           MOVE "N" TO WS-SEEN-SWITCH
           PERFORM CHECK-ONE-SEEN-NAME
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-HIT-COUNT
                  OR WS-NAME-ALREADY-SEEN.

       CHECK-ONE-SEEN-NAME.
           IF WS-HIT-FLAG(WS-SCAN-IDX) = WS-NEW-HIT-FLAG
                   AND WS-HIT-NAME-KEY(WS-SCAN-IDX)
                       = WS-NEW-HIT-NAME-KEY
               MOVE "Y" TO WS-SEEN-SWITCH
           END-IF.

       APPEND-HIT-ENTRY.
           IF WS-HIT-COUNT < WS-HIT-MAX
               ADD 1 TO WS-HIT-COUNT
               SET WS-HIT-IDX TO WS-HIT-COUNT
               MOVE WS-NEW-HIT-FLAG TO WS-HIT-FLAG(WS-HIT-IDX)
               MOVE WS-NEW-HIT-MATCH-VALUE
                   TO WS-HIT-MATCH-VALUE(WS-HIT-IDX)
               MOVE WS-NEW-HIT-SOURCE TO WS-HIT-SOURCE(WS-HIT-IDX)
               MOVE WS-NEW-HIT-KEY TO WS-HIT-KEY(WS-HIT-IDX)
               MOVE WS-NEW-HIT-NAME TO WS-HIT-NAME(WS-HIT-IDX)
               MOVE WS-NEW-HIT-NAME-KEY TO WS-HIT-NAME-KEY(WS-HIT-IDX)
               MOVE WS-NEW-HIT-DATE TO WS-HIT-DATE(WS-HIT-IDX)
               MOVE WS-NEW-HIT-STAGE TO WS-HIT-STAGE(WS-HIT-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * SCAN-CUSTOMER-MASTER - a phone or address already on file      *
      * under another customer's name counts the same as one seen on   *
      * another application. The applicant's own customer record, when *
      * the context names it, is skipped. A master that will not open  *
      * leaves the history comparison to stand alone.                  *
      *----------------------------------------------------------------*
       SCAN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM CHECK-ONE-CUSTOMER
                   UNTIL WS-END-OF-FILE
               CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-FILE
                   AND CUSTOMER-ID NOT = WS-APP-CUSTOMER-ID
               MOVE "A" TO WS-NORM-MODE-SWITCH
               MOVE CUSTOMER-NAME TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-OTHER-NAME-KEY
               MOVE SPACES TO WS-OTHER-CO-NAME-KEY
               MOVE CUSTOMER-ADDR-LINE-1 TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-OTHER-ADDRESS
               MOVE "D" TO WS-NORM-MODE-SWITCH
               MOVE CUSTOMER-PHONE TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-OTHER-PHONE
               MOVE CUSTOMER-ZIP TO WS-NORM-IN
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-OUT(1:5) TO WS-OTHER-ZIP

               MOVE "CUSTOMER" TO WS-NEW-HIT-SOURCE
               MOVE CUSTOMER-ID TO WS-NEW-HIT-KEY
               MOVE CUSTOMER-NAME TO WS-NEW-HIT-NAME
               MOVE 0 TO WS-NEW-HIT-DATE
               IF CUSTOMER-ACTIVE = "N"
                   MOVE "INACTIVE" TO WS-NEW-HIT-STAGE
               ELSE
                   MOVE "ACTIVE" TO WS-NEW-HIT-STAGE
               END-IF
               PERFORM COMPARE-SHARED-CONTACT
           END-IF.

       DECIDE-FLAGS.
           MOVE "N" TO WS-FLAG-NAME-SWITCH
           MOVE "N" TO WS-FLAG-PHONE-SWITCH
           MOVE "N" TO WS-FLAG-ADDRESS-SWITCH
           IF WS-PHONE-NAMES >= WS-SHARED-LIMIT
               MOVE "Y" TO WS-FLAG-PHONE-SWITCH
           END-IF
           IF WS-ADDRESS-NAMES >= WS-SHARED-LIMIT
               MOVE "Y" TO WS-FLAG-ADDRESS-SWITCH
           END-IF
           IF WS-NAME-REPEATS >= WS-NAME-LIMIT
               MOVE "Y" TO WS-FLAG-NAME-SWITCH
           END-IF

           MOVE SPACES TO WS-FLAG-LIST
           MOVE 1 TO WS-FLAG-POINTER
           IF WS-FLAG-PHONE
               STRING "PHONE" DELIMITED BY SIZE
                   INTO WS-FLAG-LIST
                   WITH POINTER WS-FLAG-POINTER
               END-STRING
           END-IF
           IF WS-FLAG-ADDRESS
               IF WS-FLAG-POINTER > 1
                   STRING "+" DELIMITED BY SIZE
                       INTO WS-FLAG-LIST
                       WITH POINTER WS-FLAG-POINTER
                   END-STRING
               END-IF
               STRING "ADDRESS" DELIMITED BY SIZE
                   INTO WS-FLAG-LIST
                   WITH POINTER WS-FLAG-POINTER
               END-STRING
           END-IF
           IF WS-FLAG-NAME
               IF WS-FLAG-POINTER > 1
                   STRING "+" DELIMITED BY SIZE
                       INTO WS-FLAG-LIST
                       WITH POINTER WS-FLAG-POINTER
                   END-STRING
               END-IF
               STRING "NAME" DELIMITED BY SIZE
                   INTO WS-FLAG-LIST
                   WITH POINTER WS-FLAG-POINTER
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-FRAUD-ALERTS - one fraud_alert.dat row per sighting      *
      * under a flagged category; an earlier application's row gets    *
      * its last app_status.dat stage (UNKNOWN when the trail has      *
      * none or cannot be opened).                                     *
      *----------------------------------------------------------------*
       WRITE-FRAUD-ALERTS.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           MOVE "N" TO WS-STATUS-OPEN-SWITCH
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS = "00"
               MOVE "Y" TO WS-STATUS-OPEN-SWITCH
           END-IF

           IF WS-ALERT-STATUS = "00" OR WS-ALERT-STATUS = "05"
               PERFORM WRITE-ONE-FRAUD-ALERT
                   VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "FRAUD-VELOCITY-CHECK: fraud_alert.dat "
                       "unavailable, status " WS-ALERT-STATUS
           END-IF

           IF WS-STATUS-FILE-OPEN
               CLOSE STATUS-FILE
           END-IF.

       WRITE-ONE-FRAUD-ALERT.
           MOVE "N" TO WS-WRITE-HIT-SWITCH
           EVALUATE WS-HIT-FLAG(WS-HIT-IDX)
               WHEN "PHONE"
                   IF WS-FLAG-PHONE
                       MOVE "Y" TO WS-WRITE-HIT-SWITCH
                   END-IF
               WHEN "ADDRESS"
                   IF WS-FLAG-ADDRESS
                       MOVE "Y" TO WS-WRITE-HIT-SWITCH
                   END-IF
               WHEN "NAME"
                   IF WS-FLAG-NAME
                       MOVE "Y" TO WS-WRITE-HIT-SWITCH
                   END-IF
           END-EVALUATE

           IF WS-WRITE-THIS-HIT
               IF WS-HIT-SOURCE(WS-HIT-IDX) = "APPLICATION"
                   PERFORM LOOK-UP-PRIOR-STAGE
               END-IF
               MOVE SPACES TO FRAUD-ALERT-RECORD
               MOVE WS-RUN-DATE TO FA-ALERT-DATE
               MOVE WS-APP-REFERENCE TO FA-REFERENCE
               MOVE WS-BC-APPLICANT-NAME TO FA-APPLICANT
               MOVE WS-HIT-FLAG(WS-HIT-IDX) TO FA-FLAG
               MOVE WS-HIT-MATCH-VALUE(WS-HIT-IDX) TO FA-MATCH-VALUE
               MOVE WS-HIT-SOURCE(WS-HIT-IDX) TO FA-OTHER-SOURCE
               MOVE WS-HIT-KEY(WS-HIT-IDX) TO FA-OTHER-KEY
               MOVE WS-HIT-NAME(WS-HIT-IDX) TO FA-OTHER-NAME
               MOVE WS-HIT-DATE(WS-HIT-IDX) TO FA-OTHER-DATE
               MOVE WS-HIT-STAGE(WS-HIT-IDX) TO FA-OTHER-STAGE
               WRITE FRAUD-ALERT-RECORD
           END-IF.

       LOOK-UP-PRIOR-STAGE.
           MOVE "UNKNOWN" TO WS-HIT-STAGE(WS-HIT-IDX)
           IF WS-STATUS-FILE-OPEN
               MOVE WS-HIT-KEY(WS-HIT-IDX) TO ST-REFERENCE-ID
               MOVE 0 TO ST-SEQUENCE
               MOVE "N" TO WS-EOF-SWITCH
               START STATUS-FILE KEY IS NOT LESS THAN ST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM READ-ONE-PRIOR-STATUS
                   UNTIL WS-END-OF-FILE
           END-IF.

       READ-ONE-PRIOR-STATUS.
           READ STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-FILE
               IF ST-REFERENCE-ID NOT = WS-HIT-KEY(WS-HIT-IDX)
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   MOVE ST-STAGE TO WS-HIT-STAGE(WS-HIT-IDX)
               END-IF
           END-IF.

       LOG-FRAUD-FLAG.
           MOVE SPACES TO WS-LOG-MESSAGE-TEXT
           STRING "Fraud velocity flags " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FLAG-LIST) DELIMITED BY SIZE
                   " for: " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-INPUT-CONTEXT) DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE-TEXT
           END-STRING

           MOVE 18 TO WS-MIDDLEWARE-NAME-LEN
           MOVE "LOGGING-MIDDLEWARE" TO WS-MIDDLEWARE-NAME-DATA
           MOVE 14 TO WS-LOG-OPERATION-LEN
           MOVE "LOG-ERROR WARN" TO WS-LOG-OPERATION-DATA
           CALL "LOGGING-MIDDLEWARE" USING
               WS-MIDDLEWARE-NAME,
               WS-LOG-MESSAGE-TEXT,
               WS-LOG-OPERATION,
               WS-MIDDLEWARE-RESULT.

      *----------------------------------------------------------------*
      * RECORD-APPLICATION-HISTORY - this application joins the        *
      * history the next one is compared against, flagged or not.      *
      *----------------------------------------------------------------*
       RECORD-APPLICATION-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF

           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-APP-REFERENCE TO FH-REFERENCE
               MOVE WS-RUN-DATE TO FH-APP-DATE
               MOVE WS-BC-APPLICANT-NAME TO FH-APPLICANT
               MOVE WS-APP-NAME-KEY TO FH-NAME-KEY
               MOVE WS-APP-CO-NAME-KEY TO FH-CO-NAME-KEY
               MOVE WS-APP-PHONE TO FH-PHONE
               MOVE WS-APP-ADDRESS TO FH-ADDRESS
               MOVE WS-APP-ZIP TO FH-ZIP
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "FRAUD-VELOCITY-CHECK: fraud_history.dat "
                       "unavailable, status " WS-HISTORY-STATUS
           END-IF.

       BUILD-OUTPUT-CONTEXT.
           MOVE SPACES TO LS-OUTPUT-CONTEXT
           IF WS-FLAG-LIST NOT = SPACES
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                       DELIMITED BY SIZE
                       " Fraud Risk: FLAGGED Fraud Flags: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FLAG-LIST) DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(LS-INPUT-CONTEXT)
                       DELIMITED BY SIZE
                       " Fraud Risk: NONE" DELIMITED BY SIZE
                   INTO LS-OUTPUT-CONTEXT
               END-STRING
           END-IF.

       END PROGRAM FRAUD-VELOCITY-CHECK.
