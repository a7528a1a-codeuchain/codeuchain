                         PFX-ST-RESULT         BY ST-RESULT
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
           05  ST-CHAIN-VERSION       PIC X(4).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS               PIC XX.
                   ADD 1 TO WS-RECORD-COUNT
                   DISPLAY ST-SEQUENCE " " ST-TIMESTAMP " "
                       ST-STAGE " " ST-LINK-NAME " " ST-RESULT
                       " " ST-CHAIN-VERSION
               END-IF
           END-IF.

