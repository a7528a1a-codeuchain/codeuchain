               REPLACING PFX-APPR-NAME       BY APPROVER-NAME
                         PFX-APPR-LIMIT      BY APPROVER-LIMIT
                         PFX-APPR-ACTIVE     BY APPROVER-ACTIVE
                         PFX-APPR-LEVEL      BY APPROVER-LEVEL
                         PFX-APPR-PRICING-BPS BY
                             APPROVER-PRICING-BPS
                         PFX-APPROVER-RECORD BY APPROVER-MASTER-FIELDS.

       WORKING-STORAGE SECTION.
           REPLACING PFX-APPR-NAME       BY LS-APPR-NAME
                     PFX-APPR-LIMIT      BY LS-APPR-LIMIT
                     PFX-APPR-ACTIVE     BY LS-APPR-ACTIVE
                     PFX-APPR-LEVEL      BY LS-APPR-LEVEL
                     PFX-APPR-PRICING-BPS BY LS-APPR-PRICING-BPS
                     PFX-APPROVER-RECORD BY LS-APPROVER-RECORD.
       COPY "result-status.cob"
           REPLACING PFX-RESULT-STATUS   BY LS-RESULT
