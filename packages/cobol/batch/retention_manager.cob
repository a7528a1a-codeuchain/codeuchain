      *     <name>.archive and the live file keeps the rest, the same *
      *     split LOG-PURGE applies to codeuchain.log.                 *
      *                                                                *
      *   form "P" - a distribution manifest such as                   *
      *     distribution_manifest.dat: every packet it lists for a     *
      *     business date older than keep-days is archived or deleted  *
      *     per the action, if it is still on disk. List the "P" row   *
      *     ahead of any "T" row trimming the same manifest, so the    *
      *     packets go before the lines that name them.                *
      *                                                                *
      * Every file or record batch touched lands in the manifest       *
      * (retention_manifest.rpt, appended), so cleanup is a policy    *
      * decision with a paper trail instead of a disk-full Friday.     *
       01  WS-CANDIDATE-INTEGER      PIC S9(9) COMP-3.
       01  WS-CANDIDATE-DATE         PIC 9(8).
       01  WS-CUTOFF-STAMP           PIC X(14).
       01  WS-CANDIDATE-NAME         PIC X(60).
       01  WS-ARCHIVED-NAME          PIC X(70).
       01  WS-FILE-OP-RESULT         PIC S9(9) COMP-5.

       COPY "distribution-manifest-record.cob"
           REPLACING PFX-DM-BUSINESS-DATE BY WS-DM-BUSINESS-DATE
                     PFX-DM-PACKET-NAME   BY WS-DM-PACKET-NAME
                     PFX-DISTRIBUTION-MANIFEST-RECORD BY
                         WS-DISTRIBUTION-MANIFEST-RECORD.

       01  WS-POLICIES-READ          PIC 9(5) VALUE 0.
       01  WS-FILES-ARCHIVED         PIC 9(5) VALUE 0.
       01  WS-FILES-DELETED          PIC 9(5) VALUE 0.
                       PERFORM SWEEP-DATED-FAMILY
                   WHEN "T"
                       PERFORM TRIM-TIMESTAMPED-FILE
                   WHEN "P"
                       PERFORM RETIRE-DISTRIBUTED-PACKETS
                   WHEN OTHER
                       DISPLAY "RETENTION-MANAGER: Unknown form "
                               RP-FORM " for "
                   WS-CANDIDATE-DATE DELIMITED BY SIZE
               INTO WS-CANDIDATE-NAME
           END-STRING
           PERFORM RETIRE-CANDIDATE-FILE
           ADD 1 TO WS-AGE-DAYS.

      *----------------------------------------------------------------*
      * RETIRE-CANDIDATE-FILE - archive or delete WS-CANDIDATE-NAME    *
      * per the policy's action, if it is on disk at all.              *
      *----------------------------------------------------------------*
       RETIRE-CANDIDATE-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-CANDIDATE-NAME, WS-ARCHIVED-NAME
               RETURNING WS-FILE-OP-RESULT
                       PERFORM WRITE-FILE-MANIFEST-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-FILE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.

      *----------------------------------------------------------------*
      * RETIRE-DISTRIBUTED-PACKETS - the manifest is only read; each   *
      * packet it lists for a business date before the keep window     *
      * is retired. The manifest lines themselves age out under a "T"  *
      * policy of their own.                                           *
      *----------------------------------------------------------------*
       RETIRE-DISTRIBUTED-PACKETS.
           COMPUTE WS-CANDIDATE-INTEGER =
               WS-RUN-DATE-INTEGER - RP-KEEP-DAYS
           COMPUTE WS-CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER)

           MOVE SPACES TO WS-TRIM-IN-NAME
           MOVE RP-PREFIX TO WS-TRIM-IN-NAME
           MOVE "N" TO WS-TRIM-EOF-SWITCH
           OPEN INPUT TRIM-IN-FILE
           IF WS-TRIM-IN-STATUS = "00"
               PERFORM READ-NEXT-TRIM-RECORD
               PERFORM RETIRE-ONE-PACKET
                   UNTIL WS-TRIM-AT-EOF
               CLOSE TRIM-IN-FILE
           END-IF.

       RETIRE-ONE-PACKET.
           MOVE TRIM-IN-RECORD TO WS-DISTRIBUTION-MANIFEST-RECORD
           IF WS-DM-BUSINESS-DATE IS NUMERIC
                   AND WS-DM-BUSINESS-DATE < WS-CANDIDATE-DATE
                   AND WS-DM-PACKET-NAME NOT = SPACES
               MOVE WS-DM-PACKET-NAME TO WS-CANDIDATE-NAME
               PERFORM RETIRE-CANDIDATE-FILE
           END-IF
           PERFORM READ-NEXT-TRIM-RECORD.

       READ-NEXT-TRIM-RECORD.
           READ TRIM-IN-FILE
               AT END
