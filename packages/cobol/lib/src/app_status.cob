      * does my application stand" is a keyed read instead of a grep   *
      * through codeuchain.log. APP-STATUS-INQUIRY lists a             *
      * reference's history back in order.                             *
      *                                                                *
      * The chain definition version a link ran under is handed in     *
      * beside the status fields and kept after the timestamp, where   *
      * records written before it was carried read spaces.             *
      *================================================================*

       IDENTIFICATION DIVISION.
                         PFX-ST-RESULT         BY ST-RESULT
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
      * Spaces on records written before the version was kept.
           05  ST-CHAIN-VERSION       PIC X(4).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
                     PFX-ST-LINK-NAME      BY LS-ST-LINK-NAME
                     PFX-ST-RESULT         BY LS-ST-RESULT
                     PFX-APP-STATUS-RECORD BY LS-APP-STATUS-RECORD.
       01  LS-CHAIN-VERSION          PIC X(4).
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
                     PFX-RESULT-SUCCESS  BY LS-RESULT-SUCCESS
                     PFX-RESULT-ERROR    BY LS-RESULT-ERROR.

       PROCEDURE DIVISION USING LS-OPERATION, LS-REFERENCE-ID,
                                 LS-APP-STATUS-RECORD, LS-CHAIN-VERSION,
                                 LS-RESULT.

           EVALUATE LS-OPERATION-DATA(1:LS-OPERATION-LEN)
               WHEN "APPEND"
               MOVE LS-REFERENCE-ID TO ST-REFERENCE-ID
               COMPUTE ST-SEQUENCE = WS-LAST-SEQUENCE + 1
               MOVE LS-APP-STATUS-RECORD TO ST-STATUS-FIELDS
               MOVE LS-CHAIN-VERSION TO ST-CHAIN-VERSION

               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
