      *                  rate code with no CALCRATES entry in effect
      *                  on the batch date - the record rejects
      *                  instead of defaulting the operand to zero.
      *   2026-10-15 JU  Added STAT-BAD-REVERSAL for a "V" reversal
      *                  record naming an audit row that is not on the
      *                  live AUDITLOG, is already reversed, or is
      *                  itself a reversing row.
      *   2026-10-15 JU  STAT-BAD-REVERSAL also covers a reversal
      *                  naming a row that is part of a chain, and one
      *                  whose original could not be marked reversed.
      ******************************************************************
           PIC X(02).
               88  STAT-OK                     VALUE "00".
               88  STAT-BAD-EXPONENT           VALUE "05".
               88  STAT-NOT-AUTHORIZED         VALUE "06".
               88  STAT-BAD-RATE               VALUE "07".
               88  STAT-BAD-REVERSAL           VALUE "08".
