      *                  being rekeyed by hand on every record. A
      *                  code with no entry in effect rejects with
      *                  the new status 07.
      *   2026-10-15 JU  Added CALC-BATCH-ID, the CALCHDR sub-batch an
      *                  audit or exception row came from, and the
      *                  CALC-GL-IND/CALC-GL-DATE posted marker
      *                  CALCGLPOST sets when it sends an audit row to
      *                  the general ledger, so no row posts twice.
      *                  The record grows 21 bytes. Line-sequential
      *                  logs and archives written before this change
      *                  read back with spaces here (no batch id, not
      *                  posted); the indexed live AUDITLOG is unloaded
      *                  and reloaded through CALCCONV (CONVSHAPE =
      *                  KEYED) at the change.
      *   2026-10-15 JU  Added the "V" record-type value for the
      *                  reversal transaction, which names the audit
      *                  row to back out in CALC-REV-KEY, and the
      *                  CALC-REV-IND/CALC-REV-KEY link on audit rows:
      *                  the reversed original carries "R" and the key
      *                  of its reversing row, the reversing row
      *                  carries "V" and the key of the original. The
      *                  record grows 22 bytes; rows written before
      *                  this change read back unlinked (the live
      *                  AUDITLOG is reloaded through CALCCONV as
      *                  before).
      ******************************************************************
           05  CALC-REC-TYPE               PIC X(01).
               88  CALC-REC-DETAIL             VALUE "D".
               88  CALC-REC-TRAILER            VALUE "T".
               88  CALC-REC-HEADER             VALUE "H".
               88  CALC-REC-FORMULA            VALUE "F".
               88  CALC-REC-REVERSAL           VALUE "V".
           05  CALC-CHAIN-IND              PIC X(01).
               88  CALC-CHAIN-NEW              VALUE "N".
               88  CALC-CHAIN-CONTINUE         VALUE "C".
               88  CALC-RATE-INICIAL           VALUE "I".
               88  CALC-RATE-FINAL             VALUE "F".
           05  CALC-RATE-CODE              PIC X(08).
           05  CALC-BATCH-ID               PIC X(12).
           05  CALC-GL-IND                 PIC X(01).
               88  CALC-GL-UNPOSTED            VALUE " ".
               88  CALC-GL-POSTED              VALUE "P".
           05  CALC-GL-DATE                PIC 9(08).
           05  CALC-REV-IND                PIC X(01).
               88  CALC-REV-NONE               VALUE " ".
               88  CALC-REV-REVERSED           VALUE "R".
               88  CALC-REV-REVERSING          VALUE "V".
           05  CALC-REV-KEY.
               10  CALC-REV-DATE           PIC 9(08).
               10  CALC-REV-TIME           PIC 9(08).
               10  CALC-REV-SEQ            PIC 9(05).
