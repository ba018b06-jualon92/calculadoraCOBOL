      *                  processed-batch registry work.
      *   2026-09-02 JU  FILLER widened with the CALCTRAN record for
      *                  the audit-key/sequence work.
      *   2026-10-15 JU  FILLER widened with the CALCTRAN record for
      *                  the sub-batch id and GL posting work.
      *   2026-10-15 JU  FILLER widened with the CALCTRAN record for
      *                  the reversal link.
      ******************************************************************
           05  HDR-REC-TYPE                PIC X(01).
               88  HDR-REC-HEADER              VALUE "H".
           05  HDR-BATCH-ID                PIC X(12).
           05  HDR-BATCH-DATE              PIC 9(08).
           05  FILLER                      PIC X(120).
