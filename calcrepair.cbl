      *                  repair path - correct or clear the rate
      *                  function/code, or leave it pending until
      *                  CALCRATMNT adds the missing effective entry.
      *   2026-10-15 JU  Rejected "V" reversal records (status 08, or
      *                  an authorization reject on a reversal) show
      *                  the audit key they named and are repaired by
      *                  keying the corrected key; the FIXTRAN record
      *                  goes out as a "V" again, not as a detail, and
      *                  skips the operator and divisor rechecks that
      *                  only mean anything on a calculation.
      *   2026-10-15 JU  The status 08 reason now also names a row
      *                  that is part of a chain, which the calc run
      *                  and edit refuse to reverse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREPAIR.
           88  WS-RATE-FUNC-VALID              VALUE "I", "F".
           88  WS-RATE-FUNC-NONE               VALUE "N", "n", " ".
       77  WS-NEW-RATE-CODE     PIC X(08)      VALUE SPACES.
       77  WS-NEW-REV-KEY       PIC X(21)      VALUE SPACES.
       77  WS-AMOUNT-IN         PIC X(12)      VALUE SPACES.
       77  WS-AMOUNT-VAL        PIC S9(5)V9(2) VALUE ZERO.
       77  WS-PARSE-OK-SW       PIC X(01)      VALUE "N".
           DISPLAY "  OPERADOR      = " CALC-OPERADOR OF EXC-REC
           MOVE CALC-NUMEROFINAL OF EXC-REC TO WS-EDIT-AMOUNT
           DISPLAY "  NUMEROFINAL   = " WS-EDIT-AMOUNT
           IF CALC-REV-REVERSING OF EXC-REC
              DISPLAY "  REVERSAL OF   = " CALC-REV-KEY OF EXC-REC
           END-IF
           EVALUATE TRUE
           WHEN STAT-DIV-ZERO OF CALC-STATUS OF EXC-REC
                DISPLAY "  REASON        = DIVIDE BY ZERO"
           WHEN STAT-BAD-RATE OF CALC-STATUS OF EXC-REC
                DISPLAY "  REASON        = NO RATE IN EFFECT FOR "
                   "CODE " CALC-RATE-CODE OF EXC-REC
           WHEN STAT-BAD-REVERSAL OF CALC-STATUS OF EXC-REC
                DISPLAY "  REASON        = AUDIT ROW NOT ON FILE, "
                   "ALREADY REVERSED, ITSELF A REVERSAL OR PART OF "
                   "A CHAIN"
           WHEN OTHER
                DISPLAY "  REASON        = STATUS "
                   CALC-STATUS OF EXC-REC
           SET WS-REPAIR-GOOD TO TRUE
           MOVE EXC-REC TO FIX-REC
           EVALUATE TRUE
           WHEN CALC-REV-REVERSING OF EXC-REC
                PERFORM 2570-ACCEPT-REVERSAL-KEY THRU 2570-EXIT
           WHEN STAT-DIV-ZERO OF CALC-STATUS OF EXC-REC
                PERFORM 2300-ACCEPT-NUMEROINICIAL THRU 2300-EXIT
           WHEN STAT-BAD-OPERADOR OF CALC-STATUS OF EXC-REC
                END-IF
           END-EVALUATE
           IF WS-REPAIR-GOOD
                 AND NOT CALC-REV-REVERSING OF EXC-REC
              MOVE CALC-OPERADOR OF FIX-REC TO WS-NEW-OPERADOR
              IF NOT WS-OPERADOR-VALID
                 DISPLAY "CALCREPAIR: OPERADOR STILL INVALID - "
              END-IF
           END-IF
           IF WS-REPAIR-GOOD
                 AND NOT CALC-REV-REVERSING OF EXC-REC
              IF (CALC-OPERADOR OF FIX-REC = "/"
                    OR CALC-OPERADOR OF FIX-REC = "R")
                    AND CALC-NUMEROINICIAL OF FIX-REC = ZERO
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2570-ACCEPT-REVERSAL-KEY - repair path for a rejected "V"
      * reversal: the operator keys the audit key of the row that
      * should have been reversed (date, time and sequence, 21
      * digits, as CALCRPT and CALCCSV show it). Whether that row is
      * on file and still unreversed is the edit's and the calc
      * run's check.
      ******************************************************************
       2570-ACCEPT-REVERSAL-KEY.
           DISPLAY "AUDIT KEY TO REVERSE (YYYYMMDDHHMMSSCCSSSSS): "
              WITH NO ADVANCING
           ACCEPT WS-NEW-REV-KEY
           IF WS-NEW-REV-KEY IS NUMERIC
              MOVE WS-NEW-REV-KEY TO CALC-REV-KEY OF FIX-REC
           ELSE
              DISPLAY "CALCREPAIR: AUDIT KEY NOT 21 DIGITS - "
                 "EXCEPTION LEFT PENDING"
              MOVE "N" TO WS-REPAIR-OK-SW
           END-IF.
       2570-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-REPAIRED - the correction passed its checks: write
      * the corrected transaction to FIXTRAN carrying the incremented
      * of reading as already handled.
      ******************************************************************
       2600-WRITE-REPAIRED.
           IF CALC-REV-REVERSING OF EXC-REC
              SET CALC-REC-REVERSAL OF FIX-REC TO TRUE
              SET CALC-REV-NONE OF FIX-REC TO TRUE
           ELSE
              SET CALC-REC-DETAIL OF FIX-REC TO TRUE
           END-IF
           SET CALC-CHAIN-NEW OF FIX-REC TO TRUE
           MOVE ZERO TO CALC-RESULTADO OF FIX-REC
           MOVE "00" TO CALC-STATUS OF FIX-REC
