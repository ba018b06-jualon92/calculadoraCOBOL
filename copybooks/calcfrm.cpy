      *                  formula work in CALCULADORA and CALCEDIT.
      *   2026-09-02 JU  FILLER widened with the CALCTRAN record for
      *                  the audit-key/sequence work.
      *   2026-10-15 JU  FILLER widened with the CALCTRAN record for
      *                  the sub-batch id and GL posting work.
      *   2026-10-15 JU  FILLER widened with the CALCTRAN record for
      *                  the reversal link.
      ******************************************************************
           05  FRM-REC-TYPE                PIC X(01).
               88  FRM-REC-FORMULA             VALUE "F".
               10  FRM-STEP-OPERADOR       PIC X(01).
               10  FRM-STEP-OPERAND        PIC S9(5)V9(2)
                                            SIGN IS TRAILING SEPARATE.
           05  FILLER                      PIC X(104).
