      *                  selection stops the pass at the first row
      *                  past it, instead of reading the whole month
      *                  for a day's extract.
      *   2026-10-15 JU  Three columns added at the end of the line -
      *                  AUDIT_SEQ (with DATE and TIME, the row's
      *                  audit key), REVERSAL (REVERSED on an original
      *                  that has been backed out, REVERSAL on the row
      *                  that backed it out) and LINKED_KEY (the audit
      *                  key of the other row of the pair) - so the
      *                  finance team can net reversed pairs out
      *                  instead of counting both as activity. The
      *                  line is widened to 132 to hold them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCSV.

       FD  CSVFILE-OUT
           LABEL RECORDS ARE STANDARD.
       01  CSV-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH        PIC X(01)      VALUE "N".
       77  WS-TRIM-SUB          PIC S9(04) COMP VALUE ZERO.
       77  WS-TRIM-LEN          PIC S9(04) COMP VALUE ZERO.
       77  WS-CSV-PTR           PIC S9(04) COMP VALUE ZERO.
       77  WS-REV-TAG           PIC X(08)      VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "DATE,TIME,USERID,NUMEROINICIAL,OPERADOR,NUMEROFINAL"
              & ",RESULTADO,STATUS,AUDIT_SEQ,REVERSAL,LINKED_KEY"
              TO CSV-REC
           PERFORM 2950-WRITE-CSV-LINE THRU 2950-EXIT
           IF WS-FROM-DATE NOT = SPACES
              PERFORM 1100-POSITION-AT-FROM-DATE THRU 1100-EXIT
           PERFORM 5500-APPEND-FIELD THRU 5500-EXIT
           MOVE SPACES TO WS-AMT-TRIM
           MOVE WS-REC-STATUS TO WS-AMT-TRIM
           PERFORM 5500-APPEND-FIELD THRU 5500-EXIT
           MOVE SPACES TO WS-AMT-TRIM
           MOVE CALC-AUDIT-SEQ OF AUD-REC TO WS-AMT-TRIM
           PERFORM 5500-APPEND-FIELD THRU 5500-EXIT
           MOVE SPACES TO WS-REV-TAG
           IF CALC-REV-REVERSED OF AUD-REC
              MOVE "REVERSED" TO WS-REV-TAG
           END-IF
           IF CALC-REV-REVERSING OF AUD-REC
              MOVE "REVERSAL" TO WS-REV-TAG
           END-IF
           MOVE WS-REV-TAG TO WS-AMT-TRIM
           PERFORM 5500-APPEND-FIELD THRU 5500-EXIT
           IF WS-REV-TAG NOT = SPACES
              STRING CALC-REV-KEY OF AUD-REC DELIMITED BY SIZE
                 INTO CSV-REC
                 WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF
           PERFORM 2950-WRITE-CSV-LINE THRU 2950-EXIT
           ADD 1 TO WS-SELECT-COUNT.
       2100-EXIT.
       5500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDITLOG-IN
           CLOSE CSVFILE-OUT
