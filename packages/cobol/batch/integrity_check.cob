                         PFX-ST-RESULT         BY ST-RESULT
                         PFX-APP-STATUS-RECORD BY ST-STATUS-FIELDS.
           05  ST-TIMESTAMP           PIC X(14).
           05  ST-CHAIN-VERSION       PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).
