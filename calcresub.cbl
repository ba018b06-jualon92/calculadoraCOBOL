      *
      * Modification History:
      *   2026-09-02 JU  Initial version.
      *   2026-10-15 JU  Reversal (V) records are pre-run against the
      *                  live AUDITLOG row they name, so the trailer
      *                  predicts the negated amount the run posts.
      *   2026-10-15 JU  RESUBLOG rows now end with LOG-EXC-KEY, the
      *                  key of the EXCPLOG exception the record was
      *                  repaired from (CALCREPAIR carries it on the
      *                  FIXTRAN record), so CALCAGE can show a
      *                  resubmitted exception cleared once its
      *                  record posts. Rows logged before this carry
      *                  spaces there.
      *   2026-10-15 JU  An AUDITLOG open failure other than "not on
      *                  file" now stops the run.
      *   2026-10-15 JU  A "V" record naming a row of a chain is
      *                  predicted to reject (status 08), as the calc
      *                  run now rejects it. AUDITLOG is read
      *                  dynamically so the row after can be checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRESUB.
           SELECT RESUBLOG-OUT ASSIGN TO "RESUBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBLOG-STATUS.
           SELECT AUDITLOG-IN ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUDIT-KEY OF AUD-REC
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                        SIGN IS TRAILING SEPARATE.
           05  LOG-STATUS              PIC X(02).
           05  LOG-RESUB-COUNT         PIC 9(02).
           05  LOG-EXC-KEY.
               10  LOG-EXC-DATE        PIC 9(08).
               10  LOG-EXC-TIME        PIC 9(08).
               10  LOG-EXC-SEQ         PIC 9(05).

       FD  AUDITLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           COPY "calctran.cpy".

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH        PIC X(01)      VALUE "N".
           88  WS-RATEFILE-OK                  VALUE "00".
       77  WS-RESUBLOG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-RESUBLOG-OK                  VALUE "00".
       77  WS-AUDITLOG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                  VALUE "00".
       77  WS-AUDIT-AVAIL-SW    PIC X(01)      VALUE "N".
           88  WS-AUDIT-AVAILABLE              VALUE "Y".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-RECORD-COUNT      PIC 9(07)      VALUE ZERO.
       77  WS-GOOD-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-FAIL-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-REV-CHAIN-SW      PIC X(01)      VALUE "N".
           88  WS-REV-IN-CHAIN                  VALUE "Y".
       77  WS-REV-CHAIN-BATCH   PIC X(12)      VALUE SPACES.
       77  WS-REV-CHAIN-DATE    PIC 9(08)      VALUE ZERO.
       77  WS-REV-ORIG-RESULT   PIC S9(5)V9(2) VALUE ZERO.
       77  WS-CTRL-TOTAL        PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CHAIN-PENDING     PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CALC-STATUS       COPY "calcstat.cpy".
              CLOSE FIXTRAN-IO
              CLOSE RESUBTRN-OUT
              CLOSE RESUBLOG-OUT
              IF WS-AUDIT-AVAILABLE
                 CLOSE AUDITLOG-IN
              END-IF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE FIXTRAN-IO
           CLOSE RESUBTRN-OUT
           CLOSE RESUBLOG-OUT
           IF WS-AUDIT-AVAILABLE
              CLOSE AUDITLOG-IN
           END-IF
           IF WS-WRITE-ERRORS
              DISPLAY "CALCRESUB: WRITE ERRORS - DO NOT RELEASE "
                 "RESUBTRN, FIXTRAN LEFT INTACT"
              CLOSE RESUBTRN-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           OPEN INPUT AUDITLOG-IN
           IF WS-AUDITLOG-STATUS NOT = "35"
              IF NOT WS-AUDITLOG-OK
                 DISPLAY "CALCRESUB: UNABLE TO OPEN AUDITLOG - STATUS"
                    " = " WS-AUDITLOG-STATUS
                 CLOSE FIXTRAN-IO
                 CLOSE RESUBTRN-OUT
                 CLOSE RESUBLOG-OUT
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              SET WS-AUDIT-AVAILABLE TO TRUE
           END-IF
           PERFORM 1300-LOAD-REGISTERS THRU 1300-EXIT
           PERFORM 1400-LOAD-RATE-TABLE THRU 1400-EXIT
           PERFORM 1500-DERIVE-BATCH-ID THRU 1500-EXIT

       2100-PRECOMPUTE-RECORD.
           MOVE "00" TO WS-CALC-STATUS
           IF CALC-REC-REVERSAL OF FIX-REC
              PERFORM 2150-PRECOMPUTE-REVERSAL THRU 2150-EXIT
              GO TO 2100-EXIT
           END-IF
           IF CALC-CHAIN-CONTINUE OF FIX-REC
              MOVE RESULTADO TO NUMEROINICIAL
           ELSE
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-PRECOMPUTE-REVERSAL - a "V" record posts the negation of
      * the live AUDITLOG row it names. Look that row up the way the
      * calc run will; a key that is not there, a row already
      * reversed or itself a reversal, or a row that is part of a
      * chain, will reject in the run. A reversal breaks any chain,
      * as it does in the run.
      ******************************************************************
       2150-PRECOMPUTE-REVERSAL.
           MOVE ZERO TO NUMEROINICIAL
           MOVE SPACE TO OPERADOR
           MOVE ZERO TO NUMEROFINAL
           MOVE ZERO TO WS-CHAIN-PENDING
           MOVE ZERO TO RESULTADO
           IF NOT WS-AUDIT-AVAILABLE
              OR CALC-REV-KEY OF FIX-REC IS NOT NUMERIC
              MOVE "08" TO WS-CALC-STATUS
              GO TO 2150-FAIL
           END-IF
           MOVE CALC-REV-KEY OF FIX-REC TO CALC-AUDIT-KEY OF AUD-REC
           READ AUDITLOG-IN RECORD
              INVALID KEY
                 MOVE "08" TO WS-CALC-STATUS
                 GO TO 2150-FAIL
           END-READ
           IF NOT CALC-REV-NONE OF AUD-REC
              MOVE "08" TO WS-CALC-STATUS
              GO TO 2150-FAIL
           END-IF
           MOVE CALC-RESULTADO OF AUD-REC TO WS-REV-ORIG-RESULT
           PERFORM 2160-CHECK-CHAIN-ROW THRU 2160-EXIT
           IF WS-REV-IN-CHAIN
              DISPLAY "CALCRESUB: RECORD " WS-RECORD-COUNT
                 " - AUDIT ROW IS PART OF A CHAIN"
              MOVE "08" TO WS-CALC-STATUS
              GO TO 2150-FAIL
           END-IF
           COMPUTE RESULTADO = ZERO - WS-REV-ORIG-RESULT
           ADD 1 TO WS-GOOD-COUNT
           ADD RESULTADO TO WS-CTRL-TOTAL
           GO TO 2150-EXIT.
       2150-FAIL.
           ADD 1 TO WS-FAIL-COUNT
           DISPLAY "CALCRESUB: RECORD " WS-RECORD-COUNT
              " WILL REJECT IN THE RUN - STATUS " WS-CALC-STATUS.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-CHECK-CHAIN-ROW - the row in AUD-REC is part of a chain if
      * it is a continue row, or if the next row on the log is a
      * continue row of the same batch and day (a restart carries its
      * chain on into the next run). Reads the next row into AUD-REC.
      ******************************************************************
       2160-CHECK-CHAIN-ROW.
           MOVE "N" TO WS-REV-CHAIN-SW
           IF CALC-CHAIN-CONTINUE OF AUD-REC
              SET WS-REV-IN-CHAIN TO TRUE
              GO TO 2160-EXIT
           END-IF
           MOVE CALC-BATCH-ID OF AUD-REC TO WS-REV-CHAIN-BATCH
           MOVE CALC-TS-DATE OF AUD-REC  TO WS-REV-CHAIN-DATE
           READ AUDITLOG-IN NEXT RECORD
              AT END
                 GO TO 2160-EXIT
           END-READ
           IF NOT WS-AUDITLOG-OK
              GO TO 2160-EXIT
           END-IF
           IF CALC-CHAIN-CONTINUE OF AUD-REC
                 AND CALC-BATCH-ID OF AUD-REC = WS-REV-CHAIN-BATCH
                 AND CALC-TS-DATE OF AUD-REC = WS-REV-CHAIN-DATE
              SET WS-REV-IN-CHAIN TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

       2200-RESOLVE-REGISTERS.
           IF CALC-REG-RCL-INICIAL OF FIX-REC
                 OR CALC-REG-RCL-FINAL OF FIX-REC
      * 2800-LOG-ONE-RECORD - which exception went into which
      * resubmission batch: one RESUBLOG row per record under the
      * new batch id, with the resolved operands, the expected
      * result, the precompute status and the key of the exception
      * the record was repaired from.
      ******************************************************************
       2800-LOG-ONE-RECORD.
           MOVE WS-RUN-DATE      TO LOG-DATE
           ELSE
              MOVE ZERO TO LOG-RESUB-COUNT
           END-IF
           MOVE CALC-AUDIT-KEY OF FIX-REC TO LOG-EXC-KEY
           WRITE LOG-REC
           IF NOT WS-RESUBLOG-OK
              DISPLAY "CALCRESUB: WRITE TO RESUBLOG FAILED - STATUS"
