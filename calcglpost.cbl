      ******************************************************************
      * Program-ID: CALCGLPOST
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Daily general ledger posting interface. Reads the
      *             day's AUDITLOG rows, maps each one to a debit and
      *             a credit account through the CALCGLMAP table
      *             (maintained by CALCGLMNT) by the department batch
      *             id the row came from and its operator, and
      *             appends a balanced journal - a debit line and a
      *             credit line per row, closed by a batch control
      *             record carrying the line count and the debit and
      *             credit totals - to the GLINTF interface file the
      *             ledger load picks up. A negative RESULTADO posts
      *             the other way round for its absolute value. Each
      *             posted row is marked on AUDITLOG (CALC-GL-IND and
      *             CALC-GL-DATE) so a rerun never sends it to the
      *             ledger twice. A row with no mapping is not
      *             dropped: it is listed on the GLSUSP suspense
      *             report and left unposted, so it goes to the
      *             ledger on the first run after the mapping is
      *             added. The day to post comes from the GLDATE
      *             setting (YYYYMMDD) and defaults to the run date;
      *             unposted rows from earlier days back to the GLFROM
      *             setting (YYYYMMDD, default the first of the
      *             posting month) are swept up and posted with it.
      *             A chained calculation's continue rows carry the
      *             running result, so each step posts only its
      *             movement on the step before.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version - finance were rekeying the
      *                  daily totals into the ledger from the CALCRPT
      *                  printout.
      *   2026-10-15 JU  Chain-continue rows post only their movement
      *                  on the step before, as CALCCLOSE nets them;
      *                  unposted rows from earlier days back to
      *                  GLFROM are now swept up with the day's rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG-IO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUDIT-KEY OF AUD-REC
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "CALCGLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLINTF-OUT ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.
           SELECT SUSPRPT-OUT ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG-IO
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           COPY "calctran.cpy".

       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLM-REC.
           05  GLM-BATCH-ID            PIC X(12).
           05  GLM-OPERADOR            PIC X(01).
           05  GLM-DEBIT-ACCT          PIC X(10).
           05  GLM-CREDIT-ACCT         PIC X(10).
           05  GLM-UPDATE-DATE         PIC 9(08).
           05  GLM-UPDATE-TIME         PIC 9(08).

      ******************************************************************
      * GLINTF - the ledger interface layout. Every line of one run's
      * journal carries the same journal id; the "C" control record
      * closes the journal and must agree with its lines before the
      * ledger load accepts it.
      ******************************************************************
       FD  GLINTF-OUT
           LABEL RECORDS ARE STANDARD.
       01  GLI-LINE-REC.
           05  GLI-REC-TYPE            PIC X(01).
               88  GLI-REC-LINE            VALUE "D".
               88  GLI-REC-CONTROL         VALUE "C".
           05  GLI-JOURNAL-ID.
               10  GLI-JRN-SOURCE      PIC X(04).
               10  GLI-JRN-DATE        PIC 9(08).
               10  GLI-JRN-TIME        PIC 9(08).
           05  GLI-LINE-NO             PIC 9(07).
           05  GLI-POST-DATE           PIC 9(08).
           05  GLI-ACCOUNT             PIC X(10).
           05  GLI-DR-CR               PIC X(01).
               88  GLI-DEBIT               VALUE "D".
               88  GLI-CREDIT              VALUE "C".
           05  GLI-AMOUNT              PIC 9(09)V9(02).
           05  GLI-BATCH-ID            PIC X(12).
           05  GLI-AUDIT-KEY           PIC X(21).
           05  GLI-USERID              PIC X(08).
           05  FILLER                  PIC X(01).
       01  GLI-CONTROL-REC.
           05  GLC-REC-TYPE            PIC X(01).
           05  GLC-JOURNAL-ID          PIC X(20).
           05  GLC-LINE-COUNT          PIC 9(07).
           05  GLC-ROW-COUNT           PIC 9(07).
           05  GLC-POST-DATE           PIC 9(08).
           05  GLC-DEBIT-TOTAL         PIC 9(11)V9(02).
           05  GLC-CREDIT-TOTAL        PIC 9(11)V9(02).
           05  FILLER                  PIC X(31).

       FD  SUSPRPT-OUT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH        PIC X(01)      VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       77  WS-AUDITLOG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                  VALUE "00".
       77  WS-GLMAP-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-GLMAP-OK                     VALUE "00".
       77  WS-GLINTF-STATUS     PIC X(02)      VALUE SPACES.
           88  WS-GLINTF-OK                    VALUE "00".
       77  WS-SUSPRPT-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-SUSPRPT-OK                   VALUE "00".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-GLDATE-IN         PIC X(08)      VALUE SPACES.
       77  WS-POST-DATE         PIC 9(08)      VALUE ZERO.
       77  WS-GLFROM-IN         PIC X(08)      VALUE SPACES.
       77  WS-SWEEP-DATE        PIC 9(08)      VALUE ZERO.
       77  WS-CHAIN-PENDING     PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CHAIN-LAST-BATCH  PIC X(12)      VALUE SPACES.
       77  WS-CHAIN-LAST-DATE   PIC 9(08)      VALUE ZERO.
       77  WS-ROW-AMOUNT        PIC S9(09)V9(02) VALUE ZERO.
       77  WS-MAP-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-MAP-TABLE-MAX     PIC S9(04) COMP VALUE 100.
       77  WS-MAP-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-MAP-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-MAP-SCORE         PIC S9(04) COMP VALUE ZERO.
       77  WS-MAP-BEST-SCORE    PIC S9(04) COMP VALUE ZERO.
       77  WS-MAP-LEN-SUB       PIC S9(04) COMP VALUE ZERO.
       77  WS-MAP-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-MAP-END-OF-FILE               VALUE "Y".
       77  WS-READ-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-PRIOR-COUNT       PIC 9(07)      VALUE ZERO.
       77  WS-CARRIED-COUNT     PIC 9(07)      VALUE ZERO.
       77  WS-POSTED-COUNT      PIC 9(07)      VALUE ZERO.
       77  WS-ZERO-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-SUSPEND-COUNT     PIC 9(07)      VALUE ZERO.
       77  WS-SUSPEND-TOTAL     PIC S9(09)V9(02) VALUE ZERO.
       77  WS-LINE-COUNT-GL     PIC 9(07)      VALUE ZERO.
       77  WS-DEBIT-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
       77  WS-CREDIT-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
       77  WS-POST-AMOUNT       PIC 9(09)V9(02) VALUE ZERO.
       77  WS-DEBIT-ACCT        PIC X(10)      VALUE SPACES.
       77  WS-CREDIT-ACCT       PIC X(10)      VALUE SPACES.
       77  WS-SUSPEND-REASON    PIC X(40)      VALUE SPACES.
       77  WS-ERROR-SW          PIC X(01)      VALUE "N".
           88  WS-WRITE-ERRORS                 VALUE "Y".
       77  WS-ROW-ERROR-SW      PIC X(01)      VALUE "N".
           88  WS-ROW-FAILED                   VALUE "Y".
       77  WS-PAGE-COUNT        PIC 9(04)      VALUE ZERO.
       77  WS-LINE-COUNT        PIC 9(02)      VALUE 99.
       77  WS-LINES-PER-PAGE    PIC 9(02)      VALUE 55.
       77  WS-RETURN-CODE       PIC 9(02)      VALUE ZERO.

       01  WS-JOURNAL-ID.
           05  WS-JRN-SOURCE        PIC X(04)  VALUE "CALC".
           05  WS-JRN-DATE          PIC 9(08)  VALUE ZERO.
           05  WS-JRN-TIME          PIC 9(08)  VALUE ZERO.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY         OCCURS 100 TIMES.
               10  WS-MAP-BATCH-ID  PIC X(12).
               10  WS-MAP-OPERADOR  PIC X(01).
               10  WS-MAP-DEBIT     PIC X(10).
               10  WS-MAP-CREDIT    PIC X(10).
               10  WS-MAP-LEN       PIC S9(04) COMP.

       01  WS-HEADING-1.
           05  FILLER              PIC X(14)
                                   VALUE "CALCGLPOST    ".
           05  FILLER              PIC X(36)
               VALUE "GL POSTING SUSPENSE REPORT          ".
           05  FILLER              PIC X(11)  VALUE "RUN DATE = ".
           05  WS-HDG-DATE         PIC 9(08).
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(07)  VALUE "PAGE = ".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(15)
                                   VALUE "POSTING DATE = ".
           05  WS-HDG-POSTDATE     PIC 9(08).
           05  FILLER              PIC X(18)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER              PIC X(24)
                                   VALUE "AUDIT KEY               ".
           05  FILLER              PIC X(14)  VALUE "BATCH ID      ".
           05  FILLER              PIC X(10)  VALUE "USERID    ".
           05  FILLER              PIC X(04)  VALUE "OP  ".
           05  FILLER              PIC X(14)  VALUE "   NET AMOUNT ".
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FILLER              PIC X(40)  VALUE "REASON".
           05  FILLER              PIC X(24)  VALUE SPACES.

       01  WS-SUSPEND-LINE.
           05  WS-SUS-AUDIT-KEY    PIC X(21).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-SUS-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-SUS-USERID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-SUS-OPERADOR     PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-SUS-RESULT       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(06)  VALUE SPACES.
           05  WS-SUS-REASON       PIC X(40).
           05  FILLER              PIC X(24)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(34).
           05  WS-SUM-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-SUM-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(67)  VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the mapping table, post the day's
      * unposted audit rows, close the journal with its control
      * record and print the suspense totals. RC 0 everything
      * posted, 4 rows suspended, 8 write or rewrite errors (check
      * the journal against AUDITLOG before the ledger loads it),
      * 16 unable to post at all.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-ONE-ROW THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-GLDATE-IN FROM ENVIRONMENT "GLDATE"
           IF WS-GLDATE-IN IS NUMERIC
              MOVE WS-GLDATE-IN TO WS-POST-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-POST-DATE
           END-IF
           MOVE WS-POST-DATE TO WS-SWEEP-DATE
           MOVE "01" TO WS-SWEEP-DATE (7:2)
           ACCEPT WS-GLFROM-IN FROM ENVIRONMENT "GLFROM"
           IF WS-GLFROM-IN IS NUMERIC
              MOVE WS-GLFROM-IN TO WS-SWEEP-DATE
           END-IF
           IF WS-SWEEP-DATE > WS-POST-DATE
              DISPLAY "CALCGLPOST: GLFROM " WS-SWEEP-DATE
                 " IS AFTER THE POSTING DATE " WS-POST-DATE
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1100-LOAD-MAPPINGS THRU 1100-EXIT
           OPEN I-O AUDITLOG-IO
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCGLPOST: UNABLE TO OPEN AUDITLOG - STATUS = "
                 WS-AUDITLOG-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           OPEN EXTEND GLINTF-OUT
           IF WS-GLINTF-STATUS = "35"
              OPEN OUTPUT GLINTF-OUT
           END-IF
           IF NOT WS-GLINTF-OK
              DISPLAY "CALCGLPOST: UNABLE TO OPEN GLINTF - STATUS = "
                 WS-GLINTF-STATUS
              CLOSE AUDITLOG-IO
              GO TO 0000-MAINLINE-ABORT
           END-IF
           OPEN OUTPUT SUSPRPT-OUT
           IF NOT WS-SUSPRPT-OK
              DISPLAY "CALCGLPOST: UNABLE TO OPEN GLSUSP - STATUS = "
                 WS-SUSPRPT-STATUS
              CLOSE AUDITLOG-IO
              CLOSE GLINTF-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-POST-DATE TO WS-HDG-POSTDATE
           MOVE WS-RUN-DATE  TO WS-JRN-DATE
           MOVE WS-RUN-TIME  TO WS-JRN-TIME
           PERFORM 1300-POSITION-AT-DATE THRU 1300-EXIT
           IF NOT WS-END-OF-FILE
              PERFORM 2900-READ-AUDIT THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-MAPPINGS - the account-mapping table, with the
      * length of each entry's batch id worked out once so a row can
      * be matched on its leading characters. No table on file is
      * not an error - every row is suspended until one is set up.
      ******************************************************************
       1100-LOAD-MAPPINGS.
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS = "35"
              DISPLAY "CALCGLPOST: NO CALCGLMAP ON FILE - EVERY ROW "
                 "WILL BE SUSPENDED"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-GLMAP-OK
              DISPLAY "CALCGLPOST: UNABLE TO OPEN CALCGLMAP - STATUS"
                 " = " WS-GLMAP-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1150-LOAD-ONE-MAPPING THRU 1150-EXIT
               UNTIL WS-MAP-END-OF-FILE
                  OR WS-MAP-ENTRIES >= WS-MAP-TABLE-MAX
           IF NOT WS-MAP-END-OF-FILE
              DISPLAY "CALCGLPOST: MORE THAN 100 MAPPINGS ON "
                 "CALCGLMAP - EXCESS MAPPINGS IGNORED"
           END-IF
           CLOSE GLMAP-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-MAPPING.
           READ GLMAP-FILE
              AT END
                 MOVE "Y" TO WS-MAP-EOF-SWITCH
                 GO TO 1150-EXIT
           END-READ
           IF GLM-BATCH-ID = SPACES
              GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-MAP-ENTRIES
           MOVE GLM-BATCH-ID    TO WS-MAP-BATCH-ID (WS-MAP-ENTRIES)
           MOVE GLM-OPERADOR    TO WS-MAP-OPERADOR (WS-MAP-ENTRIES)
           MOVE GLM-DEBIT-ACCT  TO WS-MAP-DEBIT (WS-MAP-ENTRIES)
           MOVE GLM-CREDIT-ACCT TO WS-MAP-CREDIT (WS-MAP-ENTRIES)
           MOVE 12 TO WS-MAP-LEN-SUB
           PERFORM 1160-TRIM-ONE-CHAR THRU 1160-EXIT
               UNTIL WS-MAP-LEN-SUB < 1
                  OR GLM-BATCH-ID (WS-MAP-LEN-SUB:1) NOT = SPACE
           MOVE WS-MAP-LEN-SUB TO WS-MAP-LEN (WS-MAP-ENTRIES).
       1150-EXIT.
           EXIT.

       1160-TRIM-ONE-CHAR.
           SUBTRACT 1 FROM WS-MAP-LEN-SUB.
       1160-EXIT.
           EXIT.

      ******************************************************************
      * 1300-POSITION-AT-DATE - position the keyed log at the first
      * possible key of the sweep date. Nothing at or past it just
      * means nothing to post.
      ******************************************************************
       1300-POSITION-AT-DATE.
           MOVE WS-SWEEP-DATE TO CALC-TS-DATE OF AUD-REC
           MOVE ZERO TO CALC-TS-TIME OF AUD-REC
           MOVE ZERO TO CALC-AUDIT-SEQ OF AUD-REC
           START AUDITLOG-IO KEY NOT LESS THAN
                 CALC-AUDIT-KEY OF AUD-REC
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POST-ONE-ROW - one audit row from the sweep date to the
      * posting date. Every row is netted into its chain first, posted
      * or not, so a step's movement is the same on whichever run
      * posts it. Rows already marked posted are passed over (and
      * counted if they are of the posting date); a row with no
      * sub-batch id (written before the calc run stamped one) or no
      * mapping is suspended; anything else is posted and marked. The
      * first row past the posting date ends the pass.
      ******************************************************************
       2000-POST-ONE-ROW.
           IF CALC-TS-DATE OF AUD-REC > WS-POST-DATE
              MOVE "Y" TO WS-EOF-SWITCH
              GO TO 2000-EXIT
           END-IF
           PERFORM 2100-NET-CHAIN THRU 2100-EXIT
           IF CALC-TS-DATE OF AUD-REC = WS-POST-DATE
              ADD 1 TO WS-READ-COUNT
              IF CALC-GL-POSTED OF AUD-REC
                 ADD 1 TO WS-PRIOR-COUNT
              END-IF
           ELSE
              IF CALC-GL-UNPOSTED OF AUD-REC
                 ADD 1 TO WS-CARRIED-COUNT
              END-IF
           END-IF
           IF CALC-GL-POSTED OF AUD-REC
              GO TO 2000-NEXT
           END-IF
           IF CALC-BATCH-ID OF AUD-REC = SPACES
              MOVE "NO SUB-BATCH ID ON THE AUDIT ROW"
                 TO WS-SUSPEND-REASON
              PERFORM 4000-SUSPEND-ROW THRU 4000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 3000-FIND-MAPPING THRU 3000-EXIT
           IF WS-MAP-FOUND-SUB = ZERO
              MOVE "NO GL MAPPING FOR BATCH ID AND OPERADOR"
                 TO WS-SUSPEND-REASON
              PERFORM 4000-SUSPEND-ROW THRU 4000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 5000-POST-ROW THRU 5000-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-NET-CHAIN - the amount the row adds to the ledger. A
      * chain-continue row of the same batch and day carries the
      * chain's running result, so only its movement on the step
      * before counts (CALCCLOSE nets the audit total the same way);
      * a reversing row counts in full and ends any chain; any other
      * row counts in full and starts a new chain.
      ******************************************************************
       2100-NET-CHAIN.
           EVALUATE TRUE
           WHEN CALC-REV-REVERSING OF AUD-REC
                MOVE CALC-RESULTADO OF AUD-REC TO WS-ROW-AMOUNT
                MOVE ZERO TO WS-CHAIN-PENDING
           WHEN CALC-CHAIN-CONTINUE OF AUD-REC
                 AND CALC-BATCH-ID OF AUD-REC = WS-CHAIN-LAST-BATCH
                 AND CALC-TS-DATE OF AUD-REC = WS-CHAIN-LAST-DATE
                COMPUTE WS-ROW-AMOUNT =
                   CALC-RESULTADO OF AUD-REC - WS-CHAIN-PENDING
                MOVE CALC-RESULTADO OF AUD-REC TO WS-CHAIN-PENDING
           WHEN OTHER
                MOVE CALC-RESULTADO OF AUD-REC TO WS-ROW-AMOUNT
                MOVE CALC-RESULTADO OF AUD-REC TO WS-CHAIN-PENDING
           END-EVALUATE
           MOVE CALC-BATCH-ID OF AUD-REC TO WS-CHAIN-LAST-BATCH
           MOVE CALC-TS-DATE OF AUD-REC  TO WS-CHAIN-LAST-DATE.
       2100-EXIT.
           EXIT.

       2900-READ-AUDIT.
           READ AUDITLOG-IO NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIND-MAPPING - the entry whose batch id the row's
      * CALC-BATCH-ID starts with. The longest such batch id wins,
      * and between two of the same length an entry naming the row's
      * operator beats one for any operator.
      ******************************************************************
       3000-FIND-MAPPING.
           MOVE ZERO TO WS-MAP-FOUND-SUB
           MOVE ZERO TO WS-MAP-BEST-SCORE
           MOVE 1 TO WS-MAP-SUB
           PERFORM 3100-SCORE-ONE-MAPPING THRU 3100-EXIT
               UNTIL WS-MAP-SUB > WS-MAP-ENTRIES.
       3000-EXIT.
           EXIT.

       3100-SCORE-ONE-MAPPING.
           IF WS-MAP-OPERADOR (WS-MAP-SUB) NOT = SPACE
                 AND WS-MAP-OPERADOR (WS-MAP-SUB)
                    NOT = CALC-OPERADOR OF AUD-REC
              GO TO 3100-NEXT
           END-IF
           MOVE WS-MAP-LEN (WS-MAP-SUB) TO WS-MAP-LEN-SUB
           IF CALC-BATCH-ID OF AUD-REC (1:WS-MAP-LEN-SUB)
                 NOT = WS-MAP-BATCH-ID (WS-MAP-SUB) (1:WS-MAP-LEN-SUB)
              GO TO 3100-NEXT
           END-IF
           COMPUTE WS-MAP-SCORE = WS-MAP-LEN-SUB * 2
           IF WS-MAP-OPERADOR (WS-MAP-SUB) NOT = SPACE
              ADD 1 TO WS-MAP-SCORE
           END-IF
           IF WS-MAP-SCORE > WS-MAP-BEST-SCORE
              MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
              MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
           END-IF.
       3100-NEXT.
           ADD 1 TO WS-MAP-SUB.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SUSPEND-ROW - list an unpostable row on GLSUSP with its
      * reason. The row stays unmarked on AUDITLOG so the next run
      * after the mapping is fixed picks it up.
      ******************************************************************
       4000-SUSPEND-ROW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
           END-IF
           MOVE CALC-AUDIT-KEY OF AUD-REC TO WS-SUS-AUDIT-KEY
           MOVE CALC-BATCH-ID OF AUD-REC  TO WS-SUS-BATCH-ID
           MOVE CALC-USERID OF AUD-REC    TO WS-SUS-USERID
           MOVE CALC-OPERADOR OF AUD-REC  TO WS-SUS-OPERADOR
           MOVE WS-ROW-AMOUNT             TO WS-SUS-RESULT
           MOVE WS-SUSPEND-REASON         TO WS-SUS-REASON
           MOVE WS-SUSPEND-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           ADD 1 TO WS-SUSPEND-COUNT
           ADD WS-ROW-AMOUNT TO WS-SUSPEND-TOTAL.
       4000-EXIT.
           EXIT.

       4100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE 5 TO WS-LINE-COUNT.
       4100-EXIT.
           EXIT.

       4900-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF NOT WS-SUSPRPT-OK
              DISPLAY "CALCGLPOST: WRITE TO GLSUSP FAILED - STATUS = "
                 WS-SUSPRPT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-POST-ROW - a debit line and a credit line for the row's
      * netted amount; a negative amount posts the other way round
      * for its absolute value, and a zero amount has nothing to post.
      * The row is marked posted only once both lines are on the
      * interface file.
      ******************************************************************
       5000-POST-ROW.
           MOVE "N" TO WS-ROW-ERROR-SW
           IF WS-ROW-AMOUNT = ZERO
              ADD 1 TO WS-ZERO-COUNT
              GO TO 5000-MARK
           END-IF
           IF WS-ROW-AMOUNT < ZERO
              MOVE WS-MAP-CREDIT (WS-MAP-FOUND-SUB) TO WS-DEBIT-ACCT
              MOVE WS-MAP-DEBIT (WS-MAP-FOUND-SUB)  TO WS-CREDIT-ACCT
              COMPUTE WS-POST-AMOUNT = ZERO - WS-ROW-AMOUNT
           ELSE
              MOVE WS-MAP-DEBIT (WS-MAP-FOUND-SUB)  TO WS-DEBIT-ACCT
              MOVE WS-MAP-CREDIT (WS-MAP-FOUND-SUB) TO WS-CREDIT-ACCT
              MOVE WS-ROW-AMOUNT TO WS-POST-AMOUNT
           END-IF
           MOVE SPACES TO GLI-LINE-REC
           MOVE WS-DEBIT-ACCT TO GLI-ACCOUNT
           MOVE "D" TO GLI-DR-CR
           PERFORM 5100-WRITE-GL-LINE THRU 5100-EXIT
           IF WS-ROW-FAILED
              GO TO 5000-EXIT
           END-IF
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           MOVE SPACES TO GLI-LINE-REC
           MOVE WS-CREDIT-ACCT TO GLI-ACCOUNT
           MOVE "C" TO GLI-DR-CR
           PERFORM 5100-WRITE-GL-LINE THRU 5100-EXIT
           IF WS-ROW-FAILED
              GO TO 5000-EXIT
           END-IF
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           ADD 1 TO WS-POSTED-COUNT.
       5000-MARK.
           MOVE "P" TO CALC-GL-IND OF AUD-REC
           MOVE WS-RUN-DATE TO CALC-GL-DATE OF AUD-REC
           REWRITE AUD-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCGLPOST: UNABLE TO MARK AUDIT ROW "
                 CALC-AUDIT-KEY OF AUD-REC " POSTED - STATUS = "
                 WS-AUDITLOG-STATUS
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-GL-LINE.
           MOVE "D" TO GLI-REC-TYPE
           MOVE WS-JOURNAL-ID TO GLI-JOURNAL-ID
           ADD 1 TO WS-LINE-COUNT-GL
           MOVE WS-LINE-COUNT-GL          TO GLI-LINE-NO
           MOVE WS-POST-DATE              TO GLI-POST-DATE
           MOVE WS-POST-AMOUNT            TO GLI-AMOUNT
           MOVE CALC-BATCH-ID OF AUD-REC  TO GLI-BATCH-ID
           MOVE CALC-AUDIT-KEY OF AUD-REC TO GLI-AUDIT-KEY
           MOVE CALC-USERID OF AUD-REC    TO GLI-USERID
           WRITE GLI-LINE-REC
           IF NOT WS-GLINTF-OK
              DISPLAY "CALCGLPOST: WRITE TO GLINTF FAILED - STATUS = "
                 WS-GLINTF-STATUS " - AUDIT ROW "
                 CALC-AUDIT-KEY OF AUD-REC " LEFT UNPOSTED"
              SET WS-WRITE-ERRORS TO TRUE
              SET WS-ROW-FAILED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-CONTROL - close the run's journal with its batch
      * control record. A run that posted nothing leaves no journal.
      ******************************************************************
       8000-WRITE-CONTROL.
           IF WS-LINE-COUNT-GL = ZERO
              GO TO 8000-EXIT
           END-IF
           MOVE SPACES           TO GLI-CONTROL-REC
           MOVE "C"              TO GLC-REC-TYPE
           MOVE WS-JOURNAL-ID    TO GLC-JOURNAL-ID
           MOVE WS-LINE-COUNT-GL TO GLC-LINE-COUNT
           MOVE WS-POSTED-COUNT  TO GLC-ROW-COUNT
           MOVE WS-POST-DATE     TO GLC-POST-DATE
           MOVE WS-DEBIT-TOTAL   TO GLC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GLC-CREDIT-TOTAL
           WRITE GLI-CONTROL-REC
           IF NOT WS-GLINTF-OK
              DISPLAY "CALCGLPOST: WRITE TO GLINTF FAILED - STATUS = "
                 WS-GLINTF-STATUS " - JOURNAL HAS NO CONTROL RECORD"
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the run totals at the foot of the suspense
      * report and on the console, and the return code.
      ******************************************************************
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
              PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
              MOVE "NO ROWS SUSPENDED" TO RPT-LINE
              PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "AUDIT ROWS READ FOR THE DATE" TO WS-SUM-LABEL
           MOVE WS-READ-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-TOTAL
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE "ALREADY POSTED - PASSED OVER" TO WS-SUM-LABEL
           MOVE WS-PRIOR-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE "UNPOSTED ROWS FROM EARLIER DAYS" TO WS-SUM-LABEL
           MOVE WS-CARRIED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE "POSTED TO THE LEDGER (DEBITS)" TO WS-SUM-LABEL
           MOVE WS-POSTED-COUNT TO WS-SUM-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-SUM-TOTAL
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE "POSTED TO THE LEDGER (CREDITS)" TO WS-SUM-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-SUM-TOTAL
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE "ZERO RESULT - MARKED, NO LINES" TO WS-SUM-LABEL
           MOVE WS-ZERO-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-TOTAL
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE "SUSPENDED - NOT POSTED" TO WS-SUM-LABEL
           MOVE WS-SUSPEND-COUNT TO WS-SUM-COUNT
           MOVE WS-SUSPEND-TOTAL TO WS-SUM-TOTAL
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           CLOSE AUDITLOG-IO
           CLOSE GLINTF-OUT
           CLOSE SUSPRPT-OUT
           DISPLAY "CALCGLPOST: POSTING DATE = " WS-POST-DATE
              " ROWS READ = " WS-READ-COUNT
           DISPLAY "CALCGLPOST: POSTED = " WS-POSTED-COUNT
              " GL LINES = " WS-LINE-COUNT-GL
              " DEBITS = " WS-DEBIT-TOTAL
              " CREDITS = " WS-CREDIT-TOTAL
           DISPLAY "CALCGLPOST: ALREADY POSTED = " WS-PRIOR-COUNT
              " EARLIER DAYS = " WS-CARRIED-COUNT
              " SUSPENDED = " WS-SUSPEND-COUNT
           EVALUATE TRUE
           WHEN WS-WRITE-ERRORS
                DISPLAY "CALCGLPOST: WRITE ERRORS - CHECK GLINTF "
                   "AGAINST AUDITLOG BEFORE THE LEDGER LOADS IT"
                MOVE 8 TO WS-RETURN-CODE
           WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                DISPLAY "CALCGLPOST: JOURNAL OUT OF BALANCE"
                MOVE 8 TO WS-RETURN-CODE
           WHEN WS-SUSPEND-COUNT > ZERO
                DISPLAY "CALCGLPOST: ROWS SUSPENDED - SEE GLSUSP"
                MOVE 4 TO WS-RETURN-CODE
           WHEN OTHER
                MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCGLPOST.
