      *                  rejects with the new status 07 - never a
      *                  defaulted zero. The table is maintained by
      *                  CALCRATMNT.
      *   2026-10-15 JU  Audit and exception rows now carry the
      *                  CALC-BATCH-ID of the CALCHDR sub-batch they
      *                  came from, so CALCGLPOST can map each posted
      *                  calculation to its department's GL accounts.
      *   2026-10-15 JU  New "V" reversal record backs out a posted
      *                  calculation by the audit key it names in
      *                  CALC-REV-KEY: the original row is read from
      *                  AUDITLOG, a reversing row with the same
      *                  operands and the negated RESULTADO is
      *                  written linked to it, and the original is
      *                  rewritten marked reversed with the reversing
      *                  row's key. The reversal counts as a record
      *                  and a calculation in its sub-batch's
      *                  reconciliation at the negated amount, so the
      *                  department's trailer carries it like any
      *                  other record. A key not on the log, a row
      *                  already reversed or a reversing row rejects
      *                  with the new status 08. The restart trim
      *                  clears the reversed mark from an original
      *                  whose reversing row it deletes.
      *   2026-10-15 JU  Closed-date lock: a sub-batch whose
      *                  HDR-BATCH-DATE is on the CLOSEREG registry
      *                  of business days CALCCLOSE has balanced and
      *                  closed is refused - its records bypassed,
      *                  its line saying so, and it is not registered
      *                  - so late work cannot land in a day finance
      *                  has signed off. Refused sub-batches grade
      *                  the return code the way skipped ones do.
      *                  Exception rows now carry the run date and
      *                  time in CALC-TIMESTAMP, and audit rows for
      *                  detail records carry the record's chain
      *                  indicator, so CALCCLOSE can tie a day's
      *                  rejects and computed total back to RUNHIST.
      *   2026-10-15 JU  Exception rows now carry their sequence
      *                  number among the run's rejects in
      *                  CALC-AUDIT-SEQ, so each reject has a key of
      *                  its own (run date, time and sequence) that
      *                  CALCREPAIR and CALCRESUB carry through to
      *                  RESUBLOG for CALCAGE to trace.
      *   2026-10-15 JU  The reversing row now carries the V record's
      *                  resubmission marker and count, as a detail's
      *                  audit row does.
      *   2026-10-15 JU  A V record naming a row of a chain (a
      *                  continue row, or a chain's first row with a
      *                  continue row after it) rejects status 08 -
      *                  the row's RESULTADO is a running value, not
      *                  what it added to the totals. A reversal whose
      *                  original cannot be rewritten marked reversed
      *                  is backed out (its reversing row deleted) and
      *                  rejects status 08 rather than posting
      *                  unlinked. The exception sequence is numbered
      *                  from the run's first reject (CHK-EXCP-BASE
      *                  carries the start across a restart) instead
      *                  of from EXCPLOG's row count, which outgrows
      *                  the key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.
           SELECT RATEFILE ASSIGN TO "CALCRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.
           SELECT CLOSEREG ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CHK-AUD-TIME            PIC 9(08).
           05  CHK-AUD-SEQ             PIC 9(05).
           05  CHK-EXCP-COUNT          PIC 9(07).
           05  CHK-EXCP-BASE           PIC 9(07).
           05  CHK-BATCH-ID            PIC X(12).
           05  CHK-BATCH-DATE          PIC 9(08).
           05  CHK-SB-RECORD-COUNT     PIC 9(07).
           05  BRG-POST-DATE           PIC 9(08).
           05  BRG-POST-TIME           PIC 9(08).

       FD  CLOSEREG
           LABEL RECORDS ARE STANDARD.
       01  CLR-REC.
           05  CLR-BUS-DATE            PIC 9(08).
           05  CLR-CLOSE-DATE          PIC 9(08).
           05  CLR-CLOSE-TIME          PIC 9(08).
           05  CLR-USERID              PIC X(08).
           05  CLR-RUNS                PIC 9(05).
           05  CLR-CALC-COUNT          PIC 9(07).
           05  CLR-REJECT-COUNT        PIC 9(07).
           05  CLR-COMPUTED-TOTAL      PIC S9(09)V9(02)
                                        SIGN IS TRAILING SEPARATE.

       FD  RUNSTAT-OUT
           LABEL RECORDS ARE STANDARD.
       01  RST-REC.
       77  WS-BATCH-EOF-SW      PIC X(01)      VALUE "N".
           88  WS-BATCH-END-OF-FILE             VALUE "Y".
       77  WS-BATCH-POSTED-DATE PIC 9(08)      VALUE ZERO.
       77  WS-CLOSEREG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-CLOSEREG-OK                   VALUE "00".
       77  WS-DATE-CLOSED-SW    PIC X(01)      VALUE "N".
           88  WS-DATE-IS-CLOSED                VALUE "Y".
       77  WS-CLOSED-EOF-SW     PIC X(01)      VALUE "N".
           88  WS-CLOSED-END-OF-FILE            VALUE "Y".
       77  WS-DATE-CLOSED-ON    PIC 9(08)      VALUE ZERO.
       77  WS-RUNSTAT-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-RUNSTAT-OK                    VALUE "00".
       77  WS-RUNHIST-STATUS    PIC X(02)      VALUE SPACES.
       77  WS-EXCP-CNT-SW       PIC X(01)      VALUE "N".
           88  WS-EXCP-CNT-GOOD                 VALUE "Y".
       77  WS-EXCP-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-EXCP-BASE         PIC 9(07)      VALUE ZERO.
       77  WS-REV-CHAIN-SW      PIC X(01)      VALUE "N".
           88  WS-REV-IN-CHAIN                  VALUE "Y".
       77  WS-TRIM-TARGET       PIC 9(07)      VALUE ZERO.
       77  WS-TRIM-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-TRIM-KEY          PIC X(21)      VALUE SPACES.
       77  WS-UNMARK-KEY        PIC X(21)      VALUE SPACES.
       77  WS-UNMARK-SW         PIC X(01)      VALUE "N".
           88  WS-UNMARK-NEEDED                 VALUE "Y".
       77  WS-WRK-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-WRK-END-OF-FILE               VALUE "Y".
       77  WS-REG-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-SB-CTRL-COUNT     PIC 9(07)      VALUE ZERO.
       77  WS-SB-CTRL-TOTAL     PIC S9(09)V9(02) VALUE ZERO.
       77  WS-SB-SKIP-SW        PIC X(01)      VALUE "N".
           88  WS-SB-SKIPPED                    VALUE "Y", "C".
           88  WS-SB-DATE-CLOSED                VALUE "C".
       77  WS-SB-OPEN-SW        PIC X(01)      VALUE "N".
           88  WS-SB-IS-OPEN                    VALUE "Y".
       77  WS-SB-ENTRIES        PIC S9(04) COMP VALUE ZERO.
       77  WS-RTE-BEST-DATE     PIC 9(08)      VALUE ZERO.
       77  WS-RATE-VALUE        PIC S9(5)V9(2) VALUE ZERO.

       01  WS-ORIG-REC.
           COPY "calctran.cpy".

       01  WS-RTE-TABLE.
           05  WS-RTE-ENTRY         OCCURS 100 TIMES.
               10  WS-RTE-KEY       PIC X(08).
                   88  WS-SB-POSTED-OK      VALUE "P".
                   88  WS-SB-EXPLAINED      VALUE "E".
                   88  WS-SB-MISMATCHED     VALUE "M".
                   88  WS-SB-WAS-SKIPPED    VALUE "S", "C".
                   88  WS-SB-WAS-REFUSED    VALUE "C".

       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 50 TIMES.
           WHEN WS-SB-ENTRIES > ZERO
                 AND WS-SB-SKIP-CT = WS-SB-ENTRIES
                DISPLAY "CALCULADORA: EVERY SUB-BATCH WAS ALREADY "
                   "POSTED OR DATED ON A CLOSED DAY - NOTHING RAN"
                MOVE 12 TO WS-RETURN-CODE
           WHEN WS-SB-MISM-CT > ZERO
                MOVE 8 TO WS-RETURN-CODE
      * count so a restart can trim rejects written after the restart
      * point instead of double-posting them. (The audit log needs no
      * such pass any more - it is keyed, and its restart trim is a
      * run of keyed deletes.) The count the run starts from is kept
      * as the base the run's rejects are numbered from.
      ******************************************************************
       1050-COUNT-EXCP-ROWS.
           MOVE ZERO TO WS-EXCP-COUNT
           MOVE ZERO TO WS-EXCP-BASE
           OPEN INPUT EXCPLOG-OUT
           IF WS-EXCPLOG-STATUS = "35"
              GO TO 1050-EXIT
           MOVE "N" TO WS-WRK-EOF-SWITCH
           PERFORM 1060-COUNT-ONE-EXCP-ROW THRU 1060-EXIT
               UNTIL WS-WRK-END-OF-FILE
           CLOSE EXCPLOG-OUT
           MOVE WS-EXCP-COUNT TO WS-EXCP-BASE.
       1050-EXIT.
           EXIT.

       1260-EXIT.
           EXIT.

      ******************************************************************
      * 1270-SCAN-CLOSE-REGISTRY - is WS-BATCH-DATE a business day
      * CALCCLOSE has already closed. No registry on file means no
      * day has been closed yet.
      ******************************************************************
       1270-SCAN-CLOSE-REGISTRY.
           MOVE "N" TO WS-DATE-CLOSED-SW
           MOVE "N" TO WS-CLOSED-EOF-SW
           OPEN INPUT CLOSEREG
           IF WS-CLOSEREG-STATUS = "35"
              GO TO 1270-EXIT
           END-IF
           IF NOT WS-CLOSEREG-OK
              DISPLAY "CALCULADORA: UNABLE TO OPEN CLOSEREG - STATUS"
                 " = " WS-CLOSEREG-STATUS
              GO TO MAIN-PROCEDURE-ABORT
           END-IF
           PERFORM 1280-SCAN-ONE-CLOSED-DATE THRU 1280-EXIT
               UNTIL WS-CLOSED-END-OF-FILE
                  OR WS-DATE-IS-CLOSED
           CLOSE CLOSEREG.
       1270-EXIT.
           EXIT.

       1280-SCAN-ONE-CLOSED-DATE.
           READ CLOSEREG
              AT END
                 MOVE "Y" TO WS-CLOSED-EOF-SW
              NOT AT END
                 IF CLR-BUS-DATE = WS-BATCH-DATE
                    SET WS-DATE-IS-CLOSED TO TRUE
                    MOVE CLR-CLOSE-DATE TO WS-DATE-CLOSED-ON
                 END-IF
           END-READ.
       1280-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-REGISTERS - load the named memory registers from
      * CALCREGS into the register table. No file yet just means no
           IF CHK-EXCP-COUNT IS NUMERIC
              SET WS-EXCP-CNT-GOOD TO TRUE
              MOVE CHK-EXCP-COUNT TO WS-CHK-EXCP-COUNT
              IF CHK-EXCP-BASE IS NUMERIC
                 MOVE CHK-EXCP-BASE TO WS-EXCP-BASE
              ELSE
                 MOVE CHK-EXCP-COUNT TO WS-EXCP-BASE
              END-IF
           END-IF
           MOVE ZERO TO WS-SB-ENTRIES
           PERFORM 1520-RESTORE-ONE-SUB-BATCH THRU 1520-EXIT
                 MOVE "Y" TO WS-WRK-EOF-SWITCH
                 GO TO 1560-EXIT
           END-READ
           MOVE "N" TO WS-UNMARK-SW
           IF CALC-REV-REVERSING OF AUD-REC
                 AND CALC-REV-KEY OF AUD-REC IS NUMERIC
              SET WS-UNMARK-NEEDED TO TRUE
              MOVE CALC-AUDIT-KEY OF AUD-REC TO WS-TRIM-KEY
              MOVE CALC-REV-KEY OF AUD-REC TO WS-UNMARK-KEY
           END-IF
           DELETE AUDITLOG-OUT RECORD
           IF WS-AUDITLOG-OK
              ADD 1 TO WS-TRIM-COUNT
              DISPLAY "CALCULADORA: DELETE FROM AUDITLOG FAILED - "
                 "STATUS = " WS-AUDITLOG-STATUS
              MOVE "Y" TO WS-WRK-EOF-SWITCH
              GO TO 1560-EXIT
           END-IF
           IF WS-UNMARK-NEEDED
              PERFORM 1570-UNMARK-ORIGINAL THRU 1570-EXIT
           END-IF.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1570-UNMARK-ORIGINAL - the trimmed row was a reversing row the
      * replay is about to write again, so the original it reversed
      * must lose its reversed mark or the replayed "V" record would
      * reject as already reversed. An original written after the
      * restart point has already been trimmed itself. The keyed
      * read moves the file position, so the trim's START is taken
      * again just past the deleted row.
      ******************************************************************
       1570-UNMARK-ORIGINAL.
           MOVE WS-UNMARK-KEY TO CALC-AUDIT-KEY OF AUD-REC
           READ AUDITLOG-OUT RECORD
              INVALID KEY
                 GO TO 1570-REPOSITION
           END-READ
           IF CALC-REV-REVERSED OF AUD-REC
                 AND CALC-REV-KEY OF AUD-REC = WS-TRIM-KEY
              SET CALC-REV-NONE OF AUD-REC TO TRUE
              MOVE ZERO TO CALC-REV-KEY OF AUD-REC
              REWRITE AUD-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF NOT WS-AUDITLOG-OK
                 DISPLAY "CALCULADORA: REWRITE OF AUDITLOG FAILED - "
                    "STATUS = " WS-AUDITLOG-STATUS
              END-IF
           END-IF.
       1570-REPOSITION.
           MOVE WS-TRIM-KEY TO CALC-AUDIT-KEY OF AUD-REC
           START AUDITLOG-OUT KEY GREATER THAN
                 CALC-AUDIT-KEY OF AUD-REC
              INVALID KEY
                 MOVE "Y" TO WS-WRK-EOF-SWITCH
           END-START.
       1570-EXIT.
           EXIT.

      ******************************************************************
      * 1580-TRIM-EXCPLOG - exception rows written after the restart
      * point's checkpoint are about to be re-created by the replay;
                PERFORM 2800-CAPTURE-TRAILER THRU 2800-EXIT
           WHEN WS-SB-SKIPPED
                ADD 1 TO WS-SB-RECORD-COUNT
           WHEN CALC-REC-REVERSAL OF TRI-REC
                ADD 1 TO WS-RECORD-COUNT
                ADD 1 TO WS-SB-RECORD-COUNT
                PERFORM 2700-REVERSE-TRANSACTION THRU 2700-EXIT
                DIVIDE WS-RECORD-COUNT BY WS-CHKP-FREQ
                   GIVING WS-CHKP-QUOT REMAINDER WS-CHKP-REM
                IF WS-CHKP-REM = ZERO
                   PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
                END-IF
           WHEN CALC-REC-FORMULA OF TRI-REC
                ADD 1 TO WS-RECORD-COUNT
                ADD 1 TO WS-SB-RECORD-COUNT
           MOVE OPERADOR      TO CALC-OPERADOR OF EXC-REC
           MOVE NUMEROFINAL   TO CALC-NUMEROFINAL OF EXC-REC
           MOVE WS-CALC-STATUS TO CALC-STATUS OF EXC-REC
           MOVE WS-RUN-DATE   TO CALC-TS-DATE OF EXC-REC
           MOVE WS-RUN-TIME   TO CALC-TS-TIME OF EXC-REC
           COMPUTE CALC-AUDIT-SEQ OF EXC-REC =
              WS-EXCP-COUNT - WS-EXCP-BASE + 1
           MOVE WS-RUN-USERID TO CALC-USERID OF EXC-REC
           IF CALC-RESUB-COUNT OF TRI-REC IS NUMERIC
              MOVE CALC-RESUB-COUNT OF TRI-REC
              TO CALC-RATE-FUNC OF EXC-REC
           MOVE CALC-RATE-CODE OF TRI-REC
              TO CALC-RATE-CODE OF EXC-REC
           MOVE WS-BATCH-ID TO CALC-BATCH-ID OF EXC-REC
           IF CALC-REC-REVERSAL OF TRI-REC
              SET CALC-REV-REVERSING OF EXC-REC TO TRUE
              MOVE CALC-REV-KEY OF TRI-REC TO CALC-REV-KEY OF EXC-REC
           END-IF
           WRITE EXC-REC
           IF WS-EXCPLOG-OK
              ADD 1 TO WS-EXCP-COUNT
           MOVE WS-RUN-DATE   TO CALC-TS-DATE OF AUD-REC
           MOVE WS-RUN-TIME   TO CALC-TS-TIME OF AUD-REC
           MOVE WS-RUN-USERID TO CALC-USERID OF AUD-REC
           IF NOT CALC-REC-FORMULA OF TRI-REC
              MOVE CALC-CHAIN-IND OF TRI-REC
                 TO CALC-CHAIN-IND OF AUD-REC
           END-IF
           MOVE CALC-RESUB-IND OF TRI-REC TO CALC-RESUB-IND OF AUD-REC
           IF CALC-RESUB-COUNT OF TRI-REC IS NUMERIC
              MOVE CALC-RESUB-COUNT OF TRI-REC
              TO CALC-RATE-FUNC OF AUD-REC
           MOVE CALC-RATE-CODE OF TRI-REC
              TO CALC-RATE-CODE OF AUD-REC
           MOVE WS-BATCH-ID TO CALC-BATCH-ID OF AUD-REC
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ TO CALC-AUDIT-SEQ OF AUD-REC
           PERFORM 2350-PUT-AUDIT-ROW THRU 2350-EXIT.
      * BATCHREG registry the way a whole batch always was; an id
      * already posted skips the sub-batch - its records are bypassed
      * and its line says so - instead of refusing the other
      * departments' work with it. A batch dated on a business day
      * CALCCLOSE has closed is refused the same way.
      ******************************************************************
       2600-START-SUB-BATCH.
           IF WS-SB-IS-OPEN
                 " ALREADY POSTED ON " WS-BATCH-POSTED-DATE
                 " - SUB-BATCH SKIPPED"
              SET WS-SB-SKIPPED TO TRUE
           ELSE
              PERFORM 1270-SCAN-CLOSE-REGISTRY THRU 1270-EXIT
              IF WS-DATE-IS-CLOSED
                 DISPLAY "CALCULADORA: BATCH " WS-BATCH-ID
                    " IS DATED " WS-BATCH-DATE ", A BUSINESS DAY "
                    "CLOSED ON " WS-DATE-CLOSED-ON
                    " - SUB-BATCH REFUSED"
                 SET WS-SB-DATE-CLOSED TO TRUE
              END-IF
           END-IF
           SET WS-SB-IS-OPEN TO TRUE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-REVERSE-TRANSACTION - a "V" record backs out the audit
      * row named by its CALC-REV-KEY. The original must be on the
      * live log, not reversed already, not itself a reversing row
      * and not part of a chain - a chain's rows carry its running
      * value, not what each step added (status 08 otherwise), and
      * the user is held to its
      * operator and amounts as if keying it again (status 06). The
      * reversing row repeats the original's operands with the
      * negated RESULTADO and carries the original's key; the
      * original is rewritten marked reversed with the reversing
      * row's key, so each row names the other. The negated amount
      * is what the sub-batch reconciles - the department's trailer
      * counts the "V" record and its amount like any other - and a
      * reversal always ends any open chain.
      ******************************************************************
       2700-REVERSE-TRANSACTION.
           MOVE "00" TO WS-CALC-STATUS
           MOVE ZERO TO NUMEROINICIAL
           MOVE ZERO TO NUMEROFINAL
           MOVE SPACE TO OPERADOR
           MOVE ZERO TO WS-CHAIN-PENDING
           IF CALC-REV-KEY OF TRI-REC IS NOT NUMERIC
              MOVE "08" TO WS-CALC-STATUS
              GO TO 2700-REJECT
           END-IF
           MOVE CALC-REV-KEY OF TRI-REC TO CALC-AUDIT-KEY OF AUD-REC
           READ AUDITLOG-OUT RECORD
              INVALID KEY
                 MOVE "08" TO WS-CALC-STATUS
                 GO TO 2700-REJECT
           END-READ
           IF NOT CALC-REV-NONE OF AUD-REC
              MOVE "08" TO WS-CALC-STATUS
              GO TO 2700-REJECT
           END-IF
           MOVE AUD-REC TO WS-ORIG-REC
           PERFORM 2750-CHECK-CHAIN-ROW THRU 2750-EXIT
           IF WS-REV-IN-CHAIN
              MOVE "08" TO WS-CALC-STATUS
              GO TO 2700-REJECT
           END-IF
           MOVE CALC-NUMEROINICIAL OF WS-ORIG-REC TO NUMEROINICIAL
           MOVE CALC-OPERADOR OF WS-ORIG-REC      TO OPERADOR
           MOVE CALC-NUMEROFINAL OF WS-ORIG-REC   TO NUMEROFINAL
           PERFORM 2080-CHECK-AUTHORITY THRU 2080-EXIT
           IF NOT STAT-OK OF WS-CALC-STATUS
              GO TO 2700-REJECT
           END-IF
           COMPUTE RESULTADO = ZERO - CALC-RESULTADO OF WS-ORIG-REC
           DISPLAY "REVERSAL OF " CALC-REV-KEY OF TRI-REC
              " RESULTADO ES = " RESULTADO
           ADD 1 TO WS-CALC-COUNT
           ADD 1 TO WS-SB-CALC-COUNT
           ADD RESULTADO TO WS-COMPUTED-TOTAL
           ADD RESULTADO TO WS-SB-COMPUTED-TOTAL

           INITIALIZE AUD-REC
           MOVE NUMEROINICIAL TO CALC-NUMEROINICIAL OF AUD-REC
           MOVE OPERADOR      TO CALC-OPERADOR OF AUD-REC
           MOVE NUMEROFINAL   TO CALC-NUMEROFINAL OF AUD-REC
           MOVE RESULTADO     TO CALC-RESULTADO OF AUD-REC
           MOVE WS-CALC-STATUS TO CALC-STATUS OF AUD-REC
           MOVE WS-RUN-DATE   TO CALC-TS-DATE OF AUD-REC
           MOVE WS-RUN-TIME   TO CALC-TS-TIME OF AUD-REC
           MOVE WS-RUN-USERID TO CALC-USERID OF AUD-REC
           MOVE WS-BATCH-ID   TO CALC-BATCH-ID OF AUD-REC
           MOVE CALC-RESUB-IND OF TRI-REC TO CALC-RESUB-IND OF AUD-REC
           IF CALC-RESUB-COUNT OF TRI-REC IS NUMERIC
              MOVE CALC-RESUB-COUNT OF TRI-REC
                 TO CALC-RESUB-COUNT OF AUD-REC
           END-IF
           SET CALC-REV-REVERSING OF AUD-REC TO TRUE
           MOVE CALC-AUDIT-KEY OF WS-ORIG-REC
              TO CALC-REV-KEY OF AUD-REC
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ TO CALC-AUDIT-SEQ OF AUD-REC
           PERFORM 2350-PUT-AUDIT-ROW THRU 2350-EXIT
           IF NOT WS-AUDITLOG-OK
              GO TO 2700-EXIT
           END-IF

           SET CALC-REV-REVERSED OF WS-ORIG-REC TO TRUE
           MOVE CALC-AUDIT-KEY OF AUD-REC
              TO CALC-REV-KEY OF WS-ORIG-REC
           MOVE WS-ORIG-REC TO AUD-REC
           REWRITE AUD-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-AUDITLOG-OK
              GO TO 2700-EXIT
           END-IF
           DISPLAY "CALCULADORA: REWRITE OF REVERSED AUDIT ROW "
              CALC-AUDIT-KEY OF AUD-REC " FAILED - STATUS = "
              WS-AUDITLOG-STATUS " - REVERSAL BACKED OUT"
           MOVE CALC-REV-KEY OF WS-ORIG-REC TO CALC-AUDIT-KEY OF AUD-REC
           DELETE AUDITLOG-OUT RECORD
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCULADORA: DELETE OF REVERSING AUDIT ROW "
                 CALC-AUDIT-KEY OF AUD-REC " FAILED - STATUS = "
                 WS-AUDITLOG-STATUS " - REMOVE IT BEFORE THE CLOSE"
           END-IF
           SUBTRACT 1 FROM WS-CALC-COUNT
           SUBTRACT 1 FROM WS-SB-CALC-COUNT
           SUBTRACT RESULTADO FROM WS-COMPUTED-TOTAL
           SUBTRACT RESULTADO FROM WS-SB-COMPUTED-TOTAL
           MOVE "08" TO WS-CALC-STATUS.
       2700-REJECT.
           IF STAT-BAD-REVERSAL OF WS-CALC-STATUS
              DISPLAY "CALCULADORA: REVERSAL REJECTED - AUDIT ROW "
                 CALC-REV-KEY OF TRI-REC " NOT ON AUDITLOG, ALREADY "
                 "REVERSED, ITSELF A REVERSAL, PART OF A CHAIN OR "
                 "NOT ABLE TO BE MARKED REVERSED"
           ELSE
              DISPLAY "CALCULADORA: USER " WS-RUN-USERID
                 " NOT AUTHORIZED TO REVERSE AUDIT ROW "
                 CALC-REV-KEY OF TRI-REC
           END-IF
           PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2750-CHECK-CHAIN-ROW - the row in WS-ORIG-REC is part of a
      * chain if it is a continue row, or if the next row on the log
      * is a continue row of the same batch and day (a restart carries
      * its chain on into the next run). Reads AUD-REC.
      ******************************************************************
       2750-CHECK-CHAIN-ROW.
           MOVE "N" TO WS-REV-CHAIN-SW
           IF CALC-CHAIN-CONTINUE OF WS-ORIG-REC
              SET WS-REV-IN-CHAIN TO TRUE
              GO TO 2750-EXIT
           END-IF
           READ AUDITLOG-OUT NEXT RECORD
              AT END
                 GO TO 2750-EXIT
           END-READ
           IF NOT WS-AUDITLOG-OK
              GO TO 2750-EXIT
           END-IF
           IF CALC-CHAIN-CONTINUE OF AUD-REC
                 AND CALC-BATCH-ID OF AUD-REC
                    = CALC-BATCH-ID OF WS-ORIG-REC
                 AND CALC-TS-DATE OF AUD-REC
                    = CALC-TS-DATE OF WS-ORIG-REC
              SET WS-REV-IN-CHAIN TO TRUE
           END-IF.
       2750-EXIT.
           EXIT.

       2800-CAPTURE-TRAILER.
           MOVE CALC-CTRL-COUNT OF TRI-REC TO WS-SB-CTRL-COUNT
           MOVE CALC-CTRL-TOTAL OF TRI-REC TO WS-SB-CTRL-TOTAL
              GIVING WS-SB-REJECT-COUNT
           MOVE WS-SB-REJECT-COUNT   TO WS-SB-REJECTS (WS-SB-ENTRIES)
           EVALUATE TRUE
           WHEN WS-SB-DATE-CLOSED
                MOVE ZERO TO WS-SB-REJECTS (WS-SB-ENTRIES)
                MOVE "C" TO WS-SB-STATE (WS-SB-ENTRIES)
           WHEN WS-SB-SKIPPED
                MOVE ZERO TO WS-SB-REJECTS (WS-SB-ENTRIES)
                MOVE "S" TO WS-SB-STATE (WS-SB-ENTRIES)
           MOVE WS-RUN-TIME       TO CHK-AUD-TIME
           MOVE WS-AUDIT-SEQ      TO CHK-AUD-SEQ
           MOVE WS-EXCP-COUNT     TO CHK-EXCP-COUNT
           MOVE WS-EXCP-BASE      TO CHK-EXCP-BASE
           MOVE WS-BATCH-ID        TO CHK-BATCH-ID
           MOVE WS-BATCH-DATE      TO CHK-BATCH-DATE
           MOVE WS-SB-RECORD-COUNT TO CHK-SB-RECORD-COUNT
           WHEN WS-SB-EXPLAINED (WS-SB-SUB)
                DISPLAY "          CONTROL TOTAL DISCREPANCY "
                   "EXPLAINED BY THE REJECTED RECORDS"
           WHEN WS-SB-WAS-REFUSED (WS-SB-SUB)
                ADD 1 TO WS-SB-SKIP-CT
                DISPLAY "          BATCH DATE "
                   WS-SB-DATE (WS-SB-SUB) " IS CLOSED - REFUSED"
           WHEN WS-SB-WAS-SKIPPED (WS-SB-SUB)
                ADD 1 TO WS-SB-SKIP-CT
                DISPLAY "          ALREADY POSTED - SKIPPED"
