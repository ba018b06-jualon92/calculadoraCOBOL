      *                  to report one day. Only the default-date
      *                  scan (no RPTDATE keyed) still passes the
      *                  file, to find the most recent date.
      *   2026-10-15 JU  Reversed pairs are shown as such: a reversed
      *                  original and its reversing row each print
      *                  tagged REVERSED or REVERSAL with the audit
      *                  key of the other row, are kept out of the
      *                  break tables and the grand totals (so a
      *                  backed-out calculation no longer inflates the
      *                  day's activity twice), and are counted on two
      *                  reversal lines of their own after the grand
      *                  totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRPT.
       77  WS-LINES-PER-PAGE       PIC 9(02)      VALUE 55.
       77  WS-GRAND-COUNT          PIC 9(07)      VALUE ZERO.
       77  WS-GRAND-TOTAL          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-REVD-COUNT           PIC 9(07)      VALUE ZERO.
       77  WS-REVD-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
       77  WS-REVG-COUNT           PIC 9(07)      VALUE ZERO.
       77  WS-REVG-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
       77  WS-REC-HOUR             PIC 9(02)      VALUE ZERO.
       77  WS-SUB                  PIC S9(04) COMP VALUE ZERO.
       77  WS-FOUND-SUB            PIC S9(04) COMP VALUE ZERO.
           05  FILLER              PIC X(04)  VALUE "OP  ".
           05  FILLER              PIC X(14)  VALUE "  NUMEROFINAL ".
           05  FILLER              PIC X(14)  VALUE "    RESULTADO ".
           05  FILLER              PIC X(10)  VALUE "REVERSAL  ".
           05  FILLER              PIC X(21)
                                   VALUE "LINKED AUDIT KEY     ".
           05  FILLER              PIC X(25)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE         PIC 9(08).
           05  WS-DTL-NUMFIN       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-DTL-RESULT       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(06)  VALUE SPACES.
           05  WS-DTL-REV-TAG      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-REV-KEY      PIC X(21).
           05  FILLER              PIC X(25)  VALUE SPACES.

       01  WS-BREAK-HEADING.
           05  WS-BRK-TITLE        PIC X(34).
      * 2000-PROCESS-AUDIT - print the detail line for one audit
      * record on the report date and roll its count and RESULTADO
      * into the user, operator and hour-of-day tables and the grand
      * totals. A reversed original or a reversing row is printed
      * but counted only on the reversal lines. The pass starts
      * positioned at the report date, so the first row past it
      * ends the report.
      ******************************************************************
       2000-PROCESS-AUDIT.
           MOVE CALC-TS-DATE OF AUD-REC TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE = WS-REPORT-DATE
              PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT
              EVALUATE TRUE
              WHEN CALC-REV-REVERSED OF AUD-REC
                   ADD 1 TO WS-REVD-COUNT
                   ADD CALC-RESULTADO OF AUD-REC TO WS-REVD-TOTAL
              WHEN CALC-REV-REVERSING OF AUD-REC
                   ADD 1 TO WS-REVG-COUNT
                   ADD CALC-RESULTADO OF AUD-REC TO WS-REVG-TOTAL
              WHEN OTHER
                   ADD 1 TO WS-GRAND-COUNT
                   ADD CALC-RESULTADO OF AUD-REC TO WS-GRAND-TOTAL
                   PERFORM 2200-ROLL-USER THRU 2200-EXIT
                   PERFORM 2300-ROLL-OPERATOR THRU 2300-EXIT
                   PERFORM 2400-ROLL-HOUR THRU 2400-EXIT
              END-EVALUATE
           END-IF
           PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
       2000-EXIT.
           MOVE CALC-OPERADOR OF AUD-REC TO WS-DTL-OPERADOR
           MOVE CALC-NUMEROFINAL OF AUD-REC TO WS-DTL-NUMFIN
           MOVE CALC-RESULTADO OF AUD-REC TO WS-DTL-RESULT
           MOVE SPACES TO WS-DTL-REV-TAG
           MOVE SPACES TO WS-DTL-REV-KEY
           IF CALC-REV-REVERSED OF AUD-REC
              MOVE "REVERSED" TO WS-DTL-REV-TAG
              MOVE CALC-REV-KEY OF AUD-REC TO WS-DTL-REV-KEY
           END-IF
           IF CALC-REV-REVERSING OF AUD-REC
              MOVE "REVERSAL" TO WS-DTL-REV-TAG
              MOVE CALC-REV-KEY OF AUD-REC TO WS-DTL-REV-KEY
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT.
       2100-EXIT.
      ******************************************************************
      * 3000-PRINT-BREAKS - after the last detail line, print the
      * by-user, by-operator and by-hour break sections and then the
      * grand totals for the day, followed by the reversed originals
      * and reversing rows kept out of them.
      ******************************************************************
       3000-PRINT-BREAKS.
           SET WS-BREAK-HEADINGS TO TRUE
           MOVE WS-GRAND-COUNT TO WS-BRK-COUNT
           MOVE WS-GRAND-TOTAL TO WS-BRK-TOTAL
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           MOVE "REVERSED ORIGINALS" TO WS-BRK-KEY
           MOVE WS-REVD-COUNT TO WS-BRK-COUNT
           MOVE WS-REVD-TOTAL TO WS-BRK-TOTAL
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           MOVE "REVERSING ENTRIES" TO WS-BRK-KEY
           MOVE WS-REVG-COUNT TO WS-BRK-COUNT
           MOVE WS-REVG-TOTAL TO WS-BRK-TOTAL
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT.
       3000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE AUDITLOG-IN
           CLOSE REPORT-OUT
           DISPLAY "CALCRPT: AUDIT RECORDS REPORTED = " WS-GRAND-COUNT
              " REVERSED = " WS-REVD-COUNT
              " REVERSING = " WS-REVG-COUNT.
       9000-EXIT.
           EXIT.

