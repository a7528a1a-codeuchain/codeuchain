      *================================================================*
      * CodeUChain COBOL Batch - Application Pipeline and Funnel       *
      *                                                                *
      * Management's daily view of the whole pipeline where APP-       *
      * STATUS-INQUIRY shows one application at a time. Every row on   *
      * BATCH-LOAN-DRIVER's officer_applications.dat log -- one per    *
      * application, carrying its branch and product -- has its        *
      * app_status.dat trail read from a keyed START at its reference, *
      * the walk OFFICER-PRODUCTION classifies applications by. The    *
      * trail gives the first time the application reached each stage  *
      * and the stage it sits at now:                                  *
      *                                                                *
      *     RECEIVED  VALIDATED  PRICED  REFERRED  APPROVED  BOOKED    *
      *                                                                *
      * POSTED, the GL hand-off between approval and booking, is held  *
      * as APPROVED; REJECTED, FAILED or a denial on                   *
      * adverse_action.dat (a denial at the approval queue stamps no   *
      * stage) close the application as DECLINED.                      *
      *                                                                *
      * For applications taken in the period (positional argument 1,   *
      * YYYYMM, defaulting to the business date's month):              *
      *                                                                *
      *   - the count sitting at each stage, by product and branch;    *
      *   - how many ever reached each stage;                          *
      *   - stage-to-stage conversion -- of those reaching the first   *
      *     stage, the percent that went on to the second -- and the   *
      *     average days between the two, for RECEIVED to VALIDATED,   *
      *     VALIDATED to PRICED, PRICED to REFERRED, PRICED to         *
      *     APPROVED, REFERRED to APPROVED and APPROVED to BOOKED.     *
      *                                                                *
      * Last, every application still open, whenever it was taken,     *
      * that has sat at its stage longer than the number of days on    *
      * the one line of pipeline_funnel.cfg (5 when the file is        *
      * absent) is listed with the stage and the days it has waited.   *
      *                                                                *
      * Written to pipeline_funnel.YYYYMMDD.rpt for the business date. *
      *                                                                *
      * Return codes: 0 clean, 4 app_status.dat was not available or a *
      * table filled, 16 officer_applications.dat or the report could  *
      * not be opened.                                                 *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPELINE-FUNNEL.
       AUTHOR. CodeUChain Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICER-APPLICATION-FILE
               ASSIGN TO "officer_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFAPP-STATUS.
           SELECT STATUS-FILE ASSIGN TO "app_status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT ADVERSE-ACTION-FILE ASSIGN TO "adverse_action.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVERSE-STATUS.
           SELECT FUNNEL-CONFIG-FILE
               ASSIGN TO "pipeline_funnel.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICER-APPLICATION-FILE.
       01  OFFICER-APPLICATION-RECORD.
           05  OA-TAKEN-DATE          PIC 9(8).
           05  OA-REFERENCE           PIC X(20).
           05  OA-OFFICER-CODE        PIC X(10).
           05  OA-BRANCH-CODE         PIC X(3).
           05  OA-PRODUCT-CODE        PIC X(4).
           05  OA-LOAN-AMOUNT         PIC 9(9)V99.

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

       FD  ADVERSE-ACTION-FILE.
       01  ADVERSE-ACTION-RECORD.
           05  AA-DENIAL-DATE         PIC 9(8).
           05  AA-REFERENCE-ID        PIC X(20).
           05  AA-CUSTOMER-ID         PIC X(10).
           05  AA-APPLICANT-NAME      PIC X(30).
           05  AA-LOAN-AMOUNT         PIC S9(13)V99.
           05  AA-REASON-CODE         PIC X(6).
           05  AA-DENIED-BY           PIC X(30).

       FD  FUNNEL-CONFIG-FILE.
       01  FUNNEL-CONFIG-LINE        PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OFFAPP-STATUS          PIC XX.
       01  WS-STATUS-FILE-STATUS     PIC XX.
       01  WS-ADVERSE-STATUS         PIC XX.
       01  WS-CONFIG-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-REPORT-FILE-NAME       PIC X(40).
       01  WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                VALUE "Y".
       01  WS-SCAN-EOF-SWITCH        PIC X(1).
           88  WS-SCAN-AT-EOF                VALUE "Y".
       01  WS-STATUS-OPEN-SWITCH     PIC X(1) VALUE "N".
           88  WS-STATUS-FILE-OPEN           VALUE "Y".

       01  WS-MONTH-ARG              PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC X(6).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                     PIC X(8).
       01  WS-RUN-DATE-INTEGER       PIC S9(9) COMP-3.

      * Days an open application may sit at one stage before it is
      * listed, from pipeline_funnel.cfg.
       01  WS-STUCK-DAYS             PIC 9(5) VALUE 5.
       01  WS-CFG-DAYS               PIC X(5) JUSTIFIED RIGHT.
       01  WS-CFG-DAYS-N REDEFINES WS-CFG-DAYS
                                     PIC 9(5).

      * The six pipeline stages in order; slot 7 on the count rows is
      * DECLINED.
       01  WS-STAGE-NAME-VALUES.
           05  FILLER                PIC X(10) VALUE "RECEIVED".
           05  FILLER                PIC X(10) VALUE "VALIDATED".
           05  FILLER                PIC X(10) VALUE "PRICED".
           05  FILLER                PIC X(10) VALUE "REFERRED".
           05  FILLER                PIC X(10) VALUE "APPROVED".
           05  FILLER                PIC X(10) VALUE "BOOKED".
           05  FILLER                PIC X(10) VALUE "DECLINED".
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAME-VALUES.
           05  WS-STAGE-NAME OCCURS 7 TIMES
                                     PIC X(10).
       01  WS-STAGE-SUB              PIC S9(4) COMP.
       01  WS-BOOKED-SLOT            PIC S9(4) COMP VALUE 6.
       01  WS-DECLINED-SLOT          PIC S9(4) COMP VALUE 7.

      * The stage-to-stage transitions measured: from slot, to slot.
       01  WS-TRANSITION-VALUES.
           05  FILLER                PIC 9(2) VALUE 01.
           05  FILLER                PIC 9(2) VALUE 02.
           05  FILLER                PIC 9(2) VALUE 02.
           05  FILLER                PIC 9(2) VALUE 03.
           05  FILLER                PIC 9(2) VALUE 03.
           05  FILLER                PIC 9(2) VALUE 04.
           05  FILLER                PIC 9(2) VALUE 03.
           05  FILLER                PIC 9(2) VALUE 05.
           05  FILLER                PIC 9(2) VALUE 04.
           05  FILLER                PIC 9(2) VALUE 05.
           05  FILLER                PIC 9(2) VALUE 05.
           05  FILLER                PIC 9(2) VALUE 06.
       01  WS-TRANSITION-TABLE REDEFINES WS-TRANSITION-VALUES.
           05  WS-TRANSITION OCCURS 6 TIMES.
               10  WS-TR-FROM           PIC 9(2).
               10  WS-TR-TO             PIC 9(2).
       01  WS-TRANSITION-TOTALS.
           05  WS-TRANSITION-TOTAL OCCURS 6 TIMES.
               10  WS-TT-FROM-COUNT     PIC 9(7) COMP-3.
               10  WS-TT-BOTH-COUNT     PIC 9(7) COMP-3.
               10  WS-TT-DAYS           PIC S9(9)V9(4) COMP-3.
       01  WS-TR-SUB                 PIC S9(4) COMP.
       01  WS-REACHED-TOTALS.
           05  WS-REACHED-COUNT OCCURS 7 TIMES
                                     PIC 9(7) COMP-3.

      * One application's trail: the first timestamp of each stage
      * reached, and the stage it sits at with the time it got there.
       01  WS-APP-TRAIL.
           05  WS-AT-FIRST-STAMP OCCURS 6 TIMES
                                     PIC X(14).
       01  WS-APP-STAGE              PIC S9(4) COMP.
       01  WS-APP-SINCE              PIC X(14).
       01  WS-TRAIL-SLOT             PIC S9(4) COMP.
       01  WS-APP-IN-PERIOD-SWITCH   PIC X(1).
           88  WS-APP-IN-PERIOD              VALUE "Y".

      * Elapsed days between two YYYYMMDDHHMMSS stamps.
       01  WS-STAMP-FROM             PIC X(14).
       01  WS-STAMP-FROM-N REDEFINES WS-STAMP-FROM.
           05  WS-SF-DATE            PIC 9(8).
           05  WS-SF-HH              PIC 9(2).
           05  WS-SF-MI              PIC 9(2).
           05  WS-SF-SS              PIC 9(2).
       01  WS-STAMP-TO               PIC X(14).
       01  WS-STAMP-TO-N REDEFINES WS-STAMP-TO.
           05  WS-ST-DATE            PIC 9(8).
           05  WS-ST-HH              PIC 9(2).
           05  WS-ST-MI              PIC 9(2).
           05  WS-ST-SS              PIC 9(2).
       01  WS-ELAPSED-DAYS           PIC S9(7)V9(4) COMP-3.
       01  WS-WAIT-DAYS              PIC S9(7) COMP-3.

       01  WS-APPS-READ              PIC 9(7) VALUE 0.
       01  WS-APPS-IN-PERIOD         PIC 9(7) VALUE 0.

      * Current-stage counts by product and branch, appended the way
      * OFFICER-PRODUCTION's officer table is; the last row printed is
      * the total.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-GT-IDX.
               10  WS-GT-KEY.
                   15  WS-GT-PRODUCT    PIC X(4).
                   15  WS-GT-BRANCH     PIC X(3).
               10  WS-GT-STAGE-COUNT OCCURS 7 TIMES
                                        PIC 9(7) COMP-3.
       01  WS-GROUP-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-MAX              PIC S9(4) COMP VALUE 500.
       01  WS-TOTAL-STAGE-COUNTS.
           05  WS-TOTAL-STAGE-COUNT OCCURS 7 TIMES
                                     PIC 9(7) COMP-3.
       01  WS-FIND-KEY.
           05  WS-FIND-PRODUCT       PIC X(4).
           05  WS-FIND-BRANCH        PIC X(3).
       01  WS-FOUND-SWITCH           PIC X(1).
           88  WS-ROW-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH      PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".
       01  WS-ROW-TOTAL              PIC 9(7) COMP-3.

      * Open applications past the stuck threshold, in log order.
       01  WS-STUCK-TABLE.
           05  WS-STUCK-ENTRY OCCURS 1000 TIMES.
               10  WS-SK-REFERENCE      PIC X(20).
               10  WS-SK-PRODUCT        PIC X(4).
               10  WS-SK-BRANCH         PIC X(3).
               10  WS-SK-STAGE          PIC X(10).
               10  WS-SK-SINCE          PIC 9(8).
               10  WS-SK-DAYS           PIC 9(5).
       01  WS-STUCK-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-STUCK-MAX              PIC S9(4) COMP VALUE 1000.
       01  WS-STUCK-OVERFLOW         PIC 9(7) VALUE 0.
       01  WS-SK-SUB                 PIC S9(4) COMP.

      * The PROCESSING-DATE call.
       COPY "operation.cob"
           REPLACING PFX-OPERATION-LEN  BY WS-PD-OPERATION-LEN
                     PFX-OPERATION-DATA BY WS-PD-OPERATION-DATA
                     PFX-OPERATION      BY WS-PD-OPERATION.
       01  WS-PD-RESULT              PIC X(10).

      * Report lines.
       01  WS-STAGE-HEADING.
           05  FILLER                PIC X(13) VALUE "PROD  BRANCH".
           05  WS-SH-STAGE OCCURS 7 TIMES.
               10  FILLER            PIC X(1).
               10  WS-SH-NAME        PIC X(9).
           05  FILLER                PIC X(10) VALUE "     TOTAL".
           05  FILLER                PIC X(39).
       01  WS-STAGE-LINE.
           05  SL-PRODUCT            PIC X(4).
           05  FILLER                PIC X(2).
           05  SL-BRANCH             PIC X(7).
           05  SL-COUNT OCCURS 7 TIMES
                                     PIC Z(9)9.
           05  SL-TOTAL              PIC Z(9)9.
           05  FILLER                PIC X(39).
       01  WS-REACHED-LINE.
           05  RL-STAGE              PIC X(24).
           05  RL-COUNT              PIC Z(9)9.
           05  FILLER                PIC X(98).
       01  WS-TRANSITION-LINE.
           05  TL-LABEL              PIC X(24).
           05  TL-FROM-COUNT         PIC Z(9)9.
           05  TL-BOTH-COUNT         PIC Z(9)9.
           05  FILLER                PIC X(3).
           05  TL-CONVERSION         PIC ZZ9.99.
           05  FILLER                PIC X(4).
           05  TL-AVG-DAYS           PIC ZZZZ9.99.
           05  FILLER                PIC X(67).
       01  WS-STUCK-LINE.
           05  KL-REFERENCE          PIC X(22).
           05  KL-PRODUCT            PIC X(6).
           05  KL-BRANCH             PIC X(8).
           05  KL-STAGE              PIC X(12).
           05  KL-SINCE              PIC X(10).
           05  KL-DAYS               PIC Z(6)9.
           05  FILLER                PIC X(67).
       01  WS-CONVERSION-PCT         PIC S9(3)V99.
       01  WS-AVG-DAYS               PIC S9(5)V99.
       01  WS-ED-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "CodeUChain COBOL - Application Pipeline"
           DISPLAY "=========================================="

           MOVE 3 TO WS-PD-OPERATION-LEN
           MOVE "GET" TO WS-PD-OPERATION-DATA
           CALL "PROCESSING-DATE" USING
               WS-PD-OPERATION, WS-RUN-DATE, WS-PD-RESULT
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM READ-COMMAND-LINE-PARAMETERS
           PERFORM READ-FUNNEL-CONFIG
           DISPLAY "Period: " WS-REPORT-MONTH
                   "  Stuck after: " WS-STUCK-DAYS " days"

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "pipeline_funnel." DELIMITED BY SIZE
                   WS-RUN-DATE-X DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING

           INITIALIZE WS-TRANSITION-TOTALS
           INITIALIZE WS-REACHED-TOTALS
           INITIALIZE WS-TOTAL-STAGE-COUNTS

           OPEN INPUT OFFICER-APPLICATION-FILE
           IF WS-OFFAPP-STATUS = "00"
               OPEN INPUT STATUS-FILE
               IF WS-STATUS-FILE-STATUS = "00"
                   MOVE "Y" TO WS-STATUS-OPEN-SWITCH
               ELSE
                   DISPLAY "PIPELINE-FUNNEL: Unable to open "
                           "app_status.dat, status "
                           WS-STATUS-FILE-STATUS " -- every "
                           "application reported as RECEIVED"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-APPLICATION
               PERFORM TRACE-ONE-APPLICATION
                   UNTIL WS-END-OF-FILE
               CLOSE OFFICER-APPLICATION-FILE
               IF WS-STATUS-FILE-OPEN
                   CLOSE STATUS-FILE
               END-IF
               PERFORM WRITE-PIPELINE-REPORT
           ELSE
               DISPLAY "PIPELINE-FUNNEL: Unable to open "
                       "officer_applications.dat, status "
                       WS-OFFAPP-STATUS " -- no pipeline to report"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "Applications read: " WS-APPS-READ
               " In period: " WS-APPS-IN-PERIOD
           MOVE WS-STUCK-COUNT TO WS-ED-COUNT
           DISPLAY "Stuck applications listed: "
                   FUNCTION TRIM(WS-ED-COUNT)
           DISPLAY "Return code: " RETURN-CODE
           DISPLAY "=========================================="

           STOP RUN.

      *----------------------------------------------------------------*
      * READ-COMMAND-LINE-PARAMETERS - positional argument 1 is the    *
      * period as YYYYMM; left off, the business date's month.         *
      *----------------------------------------------------------------*
       READ-COMMAND-LINE-PARAMETERS.
           MOVE WS-RUN-DATE-X(1:6) TO WS-REPORT-MONTH

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MONTH-ARG IS NUMERIC
               MOVE WS-MONTH-ARG TO WS-REPORT-MONTH
           ELSE
               IF WS-MONTH-ARG NOT = SPACES
                   DISPLAY "PIPELINE-FUNNEL: Month " WS-MONTH-ARG
                           " is not YYYYMM; reporting "
                           WS-REPORT-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ-FUNNEL-CONFIG - one line, the days an open application    *
      * may wait at a stage; anything missing or not numeric leaves    *
      * the 5-day default.                                             *
      *----------------------------------------------------------------*
       READ-FUNNEL-CONFIG.
           OPEN INPUT FUNNEL-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ FUNNEL-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-DAYS
                       UNSTRING FUNNEL-CONFIG-LINE
                           DELIMITED BY ALL SPACE
                           INTO WS-CFG-DAYS
                       END-UNSTRING
                       IF WS-CFG-DAYS NOT = SPACES
                           INSPECT WS-CFG-DAYS
                               REPLACING LEADING SPACE BY ZERO
                           IF WS-CFG-DAYS IS NUMERIC
                               MOVE WS-CFG-DAYS-N TO WS-STUCK-DAYS
                           END-IF
                       END-IF
               END-READ
               CLOSE FUNNEL-CONFIG-FILE
           END-IF.

       READ-NEXT-APPLICATION.
           READ OFFICER-APPLICATION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------*
      * TRACE-ONE-APPLICATION - read the application's trail; one      *
      * taken in the period counts toward the stage and funnel         *
      * figures, and any application still open is checked for how     *
      * long it has waited.                                            *
      *----------------------------------------------------------------*
       TRACE-ONE-APPLICATION.
           ADD 1 TO WS-APPS-READ
           PERFORM READ-APPLICATION-TRAIL
           IF WS-APP-STAGE < WS-BOOKED-SLOT
               PERFORM CHECK-FOR-DENIAL
           END-IF

           MOVE "N" TO WS-APP-IN-PERIOD-SWITCH
           IF OA-TAKEN-DATE IS NUMERIC
                   AND OA-TAKEN-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO WS-APP-IN-PERIOD-SWITCH
           END-IF
           IF WS-APP-IN-PERIOD
               ADD 1 TO WS-APPS-IN-PERIOD
               PERFORM COUNT-CURRENT-STAGE
               PERFORM COUNT-STAGES-REACHED
                   VARYING WS-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-STAGE-SUB > 6
               PERFORM MEASURE-ONE-TRANSITION
                   VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > 6
           END-IF
           IF WS-APP-STAGE < WS-BOOKED-SLOT
               PERFORM CHECK-STUCK-APPLICATION
           END-IF
           PERFORM READ-NEXT-APPLICATION.

      *----------------------------------------------------------------*
      * READ-APPLICATION-TRAIL - keyed START at the reference and walk *
      * its stages in sequence. An application with no trail counts    *
      * as RECEIVED on the day it was taken, the stamp BATCH-LOAN-     *
      * DRIVER gives every application it reads.                       *
      *----------------------------------------------------------------*
       READ-APPLICATION-TRAIL.
           MOVE SPACES TO WS-APP-TRAIL
           MOVE 0 TO WS-APP-STAGE
           MOVE SPACES TO WS-APP-SINCE
           IF WS-STATUS-FILE-OPEN
               MOVE OA-REFERENCE TO ST-REFERENCE-ID
               MOVE 0 TO ST-SEQUENCE
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               START STATUS-FILE
                   KEY IS NOT LESS THAN ST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
               END-START
               IF NOT WS-SCAN-AT-EOF
                   PERFORM READ-NEXT-STAGE
                   PERFORM NOTE-ONE-STAGE
                       UNTIL WS-SCAN-AT-EOF
               END-IF
           END-IF
           IF WS-APP-STAGE = 0
               MOVE 1 TO WS-APP-STAGE
               MOVE SPACES TO WS-APP-SINCE
               IF OA-TAKEN-DATE IS NUMERIC
                   STRING OA-TAKEN-DATE DELIMITED BY SIZE
                           "000000" DELIMITED BY SIZE
                       INTO WS-APP-SINCE
                   END-STRING
               END-IF
               MOVE WS-APP-SINCE TO WS-AT-FIRST-STAMP(1)
           END-IF.

       READ-NEXT-STAGE.
           READ STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

       NOTE-ONE-STAGE.
           IF ST-REFERENCE-ID NOT = OA-REFERENCE
               MOVE "Y" TO WS-SCAN-EOF-SWITCH
           ELSE
               EVALUATE ST-STAGE
                   WHEN "RECEIVED"
                       MOVE 1 TO WS-TRAIL-SLOT
                   WHEN "VALIDATED"
                       MOVE 2 TO WS-TRAIL-SLOT
                   WHEN "PRICED"
                       MOVE 3 TO WS-TRAIL-SLOT
                   WHEN "REFERRED"
                       MOVE 4 TO WS-TRAIL-SLOT
                   WHEN "APPROVED"
                   WHEN "POSTED"
                       MOVE 5 TO WS-TRAIL-SLOT
                   WHEN "BOOKED"
                       MOVE 6 TO WS-TRAIL-SLOT
                   WHEN "REJECTED"
                   WHEN "FAILED"
                       MOVE 7 TO WS-TRAIL-SLOT
                   WHEN OTHER
                       MOVE 0 TO WS-TRAIL-SLOT
               END-EVALUATE
               IF WS-TRAIL-SLOT > 0
                   IF WS-TRAIL-SLOT < 7
                       IF WS-AT-FIRST-STAMP(WS-TRAIL-SLOT) = SPACES
                           MOVE ST-TIMESTAMP
                               TO WS-AT-FIRST-STAMP(WS-TRAIL-SLOT)
                       END-IF
                   END-IF
                   IF WS-TRAIL-SLOT NOT = WS-APP-STAGE
                       MOVE WS-TRAIL-SLOT TO WS-APP-STAGE
                       MOVE ST-TIMESTAMP TO WS-APP-SINCE
                   END-IF
               END-IF
               PERFORM READ-NEXT-STAGE
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-FOR-DENIAL - an application still open may have been     *
      * denied at the approval queue, which stamps no stage; the       *
      * denial on adverse_action.dat closes it, as OFFICER-PRODUCTION  *
      * settles it.                                                    *
      *----------------------------------------------------------------*
       CHECK-FOR-DENIAL.
           OPEN INPUT ADVERSE-ACTION-FILE
           IF WS-ADVERSE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM READ-NEXT-ADVERSE
               PERFORM CHECK-ONE-ADVERSE
                   UNTIL WS-SCAN-AT-EOF
               CLOSE ADVERSE-ACTION-FILE
           END-IF.

       READ-NEXT-ADVERSE.
           READ ADVERSE-ACTION-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

       CHECK-ONE-ADVERSE.
           IF AA-REFERENCE-ID = OA-REFERENCE
               MOVE WS-DECLINED-SLOT TO WS-APP-STAGE
               MOVE "Y" TO WS-SCAN-EOF-SWITCH
           ELSE
               PERFORM READ-NEXT-ADVERSE
           END-IF.

       COUNT-CURRENT-STAGE.
           ADD 1 TO WS-TOTAL-STAGE-COUNT(WS-APP-STAGE)
           MOVE OA-PRODUCT-CODE TO WS-FIND-PRODUCT
           MOVE OA-BRANCH-CODE TO WS-FIND-BRANCH
           PERFORM FIND-OR-ADD-GROUP
           IF WS-ROW-FOUND
               ADD 1 TO WS-GT-STAGE-COUNT(WS-GT-IDX, WS-APP-STAGE)
           END-IF.

       COUNT-STAGES-REACHED.
           IF WS-AT-FIRST-STAMP(WS-STAGE-SUB) NOT = SPACES
               ADD 1 TO WS-REACHED-COUNT(WS-STAGE-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * MEASURE-ONE-TRANSITION - an application that reached the       *
      * transition's first stage counts toward its base; one that went *
      * on to the second adds its elapsed days between the two.        *
      *----------------------------------------------------------------*
       MEASURE-ONE-TRANSITION.
           IF WS-AT-FIRST-STAMP(WS-TR-FROM(WS-TR-SUB)) NOT = SPACES
               ADD 1 TO WS-TT-FROM-COUNT(WS-TR-SUB)
               IF WS-AT-FIRST-STAMP(WS-TR-TO(WS-TR-SUB)) NOT = SPACES
                   ADD 1 TO WS-TT-BOTH-COUNT(WS-TR-SUB)
                   MOVE WS-AT-FIRST-STAMP(WS-TR-FROM(WS-TR-SUB))
                       TO WS-STAMP-FROM
                   MOVE WS-AT-FIRST-STAMP(WS-TR-TO(WS-TR-SUB))
                       TO WS-STAMP-TO
                   PERFORM COMPUTE-ELAPSED-DAYS
                   ADD WS-ELAPSED-DAYS TO WS-TT-DAYS(WS-TR-SUB)
               END-IF
           END-IF.

       COMPUTE-ELAPSED-DAYS.
           MOVE 0 TO WS-ELAPSED-DAYS
           IF WS-STAMP-FROM IS NUMERIC AND WS-STAMP-TO IS NUMERIC
                   AND WS-SF-DATE > 0 AND WS-ST-DATE > 0
               COMPUTE WS-ELAPSED-DAYS ROUNDED =
                   FUNCTION INTEGER-OF-DATE(WS-ST-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-SF-DATE)
                 + ((WS-ST-HH * 3600 + WS-ST-MI * 60 + WS-ST-SS)
                  - (WS-SF-HH * 3600 + WS-SF-MI * 60 + WS-SF-SS))
                       / 86400
               IF WS-ELAPSED-DAYS < 0
                   MOVE 0 TO WS-ELAPSED-DAYS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-STUCK-APPLICATION - whole days from the stamp that put   *
      * the application at its stage to the business date; past the    *
      * threshold it is listed.                                        *
      *----------------------------------------------------------------*
       CHECK-STUCK-APPLICATION.
           MOVE WS-APP-SINCE TO WS-STAMP-FROM
           IF WS-SF-DATE IS NUMERIC AND WS-SF-DATE > 0
               COMPUTE WS-WAIT-DAYS =
                   WS-RUN-DATE-INTEGER
                 - FUNCTION INTEGER-OF-DATE(WS-SF-DATE)
               IF WS-WAIT-DAYS > WS-STUCK-DAYS
                   IF WS-STUCK-COUNT < WS-STUCK-MAX
                       ADD 1 TO WS-STUCK-COUNT
                       MOVE OA-REFERENCE
                           TO WS-SK-REFERENCE(WS-STUCK-COUNT)
                       MOVE OA-PRODUCT-CODE
                           TO WS-SK-PRODUCT(WS-STUCK-COUNT)
                       MOVE OA-BRANCH-CODE
                           TO WS-SK-BRANCH(WS-STUCK-COUNT)
                       MOVE WS-STAGE-NAME(WS-APP-STAGE)
                           TO WS-SK-STAGE(WS-STUCK-COUNT)
                       MOVE WS-SF-DATE TO WS-SK-SINCE(WS-STUCK-COUNT)
                       MOVE WS-WAIT-DAYS TO WS-SK-DAYS(WS-STUCK-COUNT)
                   ELSE
                       ADD 1 TO WS-STUCK-OVERFLOW
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-GROUP.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-GT-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GT-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GT-KEY(WS-GT-IDX) = WS-FIND-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-ROW-FOUND
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GT-IDX TO WS-GROUP-COUNT
                   INITIALIZE WS-GROUP-ENTRY(WS-GT-IDX)
                   MOVE WS-FIND-KEY TO WS-GT-KEY(WS-GT-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "PIPELINE-FUNNEL: Product/branch "
                               "table full; " WS-FIND-KEY
                               " and later rows in the total only"
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-PIPELINE-REPORT - stage counts by product and branch,    *
      * stages reached, the conversions, then the stuck list.          *
      *----------------------------------------------------------------*
       WRITE-PIPELINE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PIPELINE-FUNNEL: Unable to create "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       ", status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "APPLICATION PIPELINE AND CONVERSION FUNNEL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Business Date: " DELIMITED BY SIZE
                       WS-RUN-DATE-X DELIMITED BY SIZE
                       "  Period: " DELIMITED BY SIZE
                       WS-REPORT-MONTH DELIMITED BY SIZE
                       "  Applications in period: " DELIMITED BY SIZE
                       WS-APPS-IN-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE

               PERFORM WRITE-STAGE-SECTION
               PERFORM WRITE-FUNNEL-SECTION
               PERFORM WRITE-STUCK-SECTION
               CLOSE REPORT-FILE
           END-IF.

       WRITE-STAGE-SECTION.
           MOVE "APPLICATIONS BY CURRENT STAGE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-STAGE-HEADING
           MOVE "PROD  BRANCH" TO WS-STAGE-HEADING(1:13)
           PERFORM SET-ONE-STAGE-HEADING
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 7
           MOVE "     TOTAL" TO WS-STAGE-HEADING(84:10)
           MOVE WS-STAGE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GROUP-COUNT
           MOVE SPACES TO WS-STAGE-LINE
           MOVE "TOTAL" TO SL-PRODUCT
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM SET-ONE-TOTAL-COUNT
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 7
           MOVE WS-ROW-TOTAL TO SL-TOTAL
           MOVE WS-STAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       SET-ONE-STAGE-HEADING.
           MOVE WS-STAGE-NAME(WS-STAGE-SUB)
               TO WS-SH-NAME(WS-STAGE-SUB).

       WRITE-ONE-GROUP-LINE.
           MOVE SPACES TO WS-STAGE-LINE
           MOVE WS-GT-PRODUCT(WS-GT-IDX) TO SL-PRODUCT
           MOVE WS-GT-BRANCH(WS-GT-IDX) TO SL-BRANCH
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM SET-ONE-GROUP-COUNT
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 7
           MOVE WS-ROW-TOTAL TO SL-TOTAL
           MOVE WS-STAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       SET-ONE-GROUP-COUNT.
           MOVE WS-GT-STAGE-COUNT(WS-GT-IDX, WS-STAGE-SUB)
               TO SL-COUNT(WS-STAGE-SUB)
           ADD WS-GT-STAGE-COUNT(WS-GT-IDX, WS-STAGE-SUB)
               TO WS-ROW-TOTAL.

       SET-ONE-TOTAL-COUNT.
           MOVE WS-TOTAL-STAGE-COUNT(WS-STAGE-SUB)
               TO SL-COUNT(WS-STAGE-SUB)
           ADD WS-TOTAL-STAGE-COUNT(WS-STAGE-SUB) TO WS-ROW-TOTAL.

       WRITE-FUNNEL-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STAGES REACHED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-REACHED-LINE
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 6

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STAGE TO STAGE                REACHED   WENT ON"
                       DELIMITED BY SIZE
                   "   CONV %    AVG DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-TRANSITION-LINE
               VARYING WS-TR-SUB FROM 1 BY 1
               UNTIL WS-TR-SUB > 6.

       WRITE-ONE-REACHED-LINE.
           MOVE SPACES TO WS-REACHED-LINE
           MOVE WS-STAGE-NAME(WS-STAGE-SUB) TO RL-STAGE
           MOVE WS-REACHED-COUNT(WS-STAGE-SUB) TO RL-COUNT
           MOVE WS-REACHED-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-TRANSITION-LINE.
           MOVE SPACES TO WS-TRANSITION-LINE
           STRING WS-STAGE-NAME(WS-TR-FROM(WS-TR-SUB))
                       DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   WS-STAGE-NAME(WS-TR-TO(WS-TR-SUB))
                       DELIMITED BY SPACE
               INTO TL-LABEL
           END-STRING
           MOVE WS-TT-FROM-COUNT(WS-TR-SUB) TO TL-FROM-COUNT
           MOVE WS-TT-BOTH-COUNT(WS-TR-SUB) TO TL-BOTH-COUNT
           MOVE 0 TO WS-CONVERSION-PCT
           MOVE 0 TO WS-AVG-DAYS
           IF WS-TT-FROM-COUNT(WS-TR-SUB) > 0
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   WS-TT-BOTH-COUNT(WS-TR-SUB) * 100
                       / WS-TT-FROM-COUNT(WS-TR-SUB)
           END-IF
           IF WS-TT-BOTH-COUNT(WS-TR-SUB) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TT-DAYS(WS-TR-SUB)
                       / WS-TT-BOTH-COUNT(WS-TR-SUB)
           END-IF
           MOVE WS-CONVERSION-PCT TO TL-CONVERSION
           MOVE WS-AVG-DAYS TO TL-AVG-DAYS
           MOVE WS-TRANSITION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-STUCK-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN APPLICATIONS WAITING MORE THAN "
                       DELIMITED BY SIZE
                   WS-STUCK-DAYS DELIMITED BY SIZE
                   " DAYS AT ONE STAGE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REFERENCE             PROD  BRANCH  STAGE       "
                       DELIMITED BY SIZE
                   "SINCE        DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-STUCK-LINE
               VARYING WS-SK-SUB FROM 1 BY 1
               UNTIL WS-SK-SUB > WS-STUCK-COUNT
           IF WS-STUCK-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-STUCK-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  ... and " DELIMITED BY SIZE
                       WS-STUCK-OVERFLOW DELIMITED BY SIZE
                       " more not listed" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-STUCK-LINE.
           MOVE SPACES TO WS-STUCK-LINE
           MOVE WS-SK-REFERENCE(WS-SK-SUB) TO KL-REFERENCE
           MOVE WS-SK-PRODUCT(WS-SK-SUB) TO KL-PRODUCT
           MOVE WS-SK-BRANCH(WS-SK-SUB) TO KL-BRANCH
           MOVE WS-SK-STAGE(WS-SK-SUB) TO KL-STAGE
           MOVE WS-SK-SINCE(WS-SK-SUB) TO KL-SINCE
           MOVE WS-SK-DAYS(WS-SK-SUB) TO KL-DAYS
           MOVE WS-STUCK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM PIPELINE-FUNNEL.
