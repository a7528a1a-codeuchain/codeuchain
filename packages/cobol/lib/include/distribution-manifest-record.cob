      *================================================================*
      * CodeUChain COBOL Library - Report Distribution Manifest Record *
      *                                                                *
      * One recipient packet REPORT-DISTRIBUTION wrote, appended to    *
      * distribution_manifest.dat, and read back by RETENTION-MANAGER  *
      * to age the packets out. COPY with REPLACING to give this group *
      * the WS- or LS- prefix the calling program already uses, e.g.:  *
      *                                                                *
      *     COPY "distribution-manifest-record.cob"                    *
      *         REPLACING PFX-DM-STAMP        BY DM-STAMP              *
      *                   PFX-DM-PACKET-NAME  BY DM-PACKET-NAME        *
      *                   PFX-DISTRIBUTION-MANIFEST-RECORD BY          *
      *                       DISTRIBUTION-MANIFEST-RECORD.            *
      *                                                                *
      * PFX-DM-STAMP is the YYYYMMDDhhmmss the packet was written, so  *
      * the manifest itself can be trimmed like any timestamp-led line *
      * file. PFX-DM-BUSINESS-DATE is the processing date the packet's *
      * reports were produced for. PFX-DM-MASK-FLAG is "M" for a       *
      * packet run through PII-MASK, "U" for one sent unmasked.        *
      * PFX-DM-PAGE-COUNT includes the banner page.                    *
      *================================================================*

       01  PFX-DISTRIBUTION-MANIFEST-RECORD.
           05  PFX-DM-STAMP               PIC X(14).
           05  FILLER                     PIC X(1).
           05  PFX-DM-BUSINESS-DATE       PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PFX-DM-RECIPIENT           PIC X(10).
           05  FILLER                     PIC X(1).
           05  PFX-DM-MASK-FLAG           PIC X(1).
           05  FILLER                     PIC X(1).
           05  PFX-DM-PAGE-COUNT          PIC 9(5).
           05  FILLER                     PIC X(1).
           05  PFX-DM-LINE-COUNT          PIC 9(7).
           05  FILLER                     PIC X(1).
           05  PFX-DM-REPORT-NAME         PIC X(30).
           05  FILLER                     PIC X(1).
           05  PFX-DM-PACKET-NAME         PIC X(60).
