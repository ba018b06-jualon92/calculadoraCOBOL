      *                  incidents there was no way to prove rows
      *                  already on the log were arithmetically
      *                  sound.
      *   2026-10-15 JU  Reversed pairs verified as pairs: a reversing
      *                  row must recompute to the negation of the
      *                  engine's answer for its operands, and each
      *                  reversing row is matched to the original it
      *                  names - the original must be marked reversed,
      *                  name the reversing row back and carry the
      *                  opposite amount, or the pair is reported
      *                  broken and counted as a mismatch. Every pair
      *                  is listed on VERRPT; an original not in the
      *                  pass (archived, with no VERARCH) is listed
      *                  but not held against the trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVERIFY.
       77  WS-ROW-VERIFIED-SW      PIC X(01)      VALUE "N".
           88  WS-ROW-VERIFIED                    VALUE "Y".
           88  WS-ROW-UNVERIFIABLE                VALUE "U".
       77  WS-EXPECTED             PIC S9(5)V9(2) VALUE ZERO.
       77  WS-REVD-COUNT           PIC 9(07)      VALUE ZERO.
       77  WS-REVG-COUNT           PIC 9(07)      VALUE ZERO.
       77  WS-PAIR-OK-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-PAIR-BAD-COUNT       PIC 9(07)      VALUE ZERO.
       77  WS-PAIR-OPEN-COUNT      PIC 9(07)      VALUE ZERO.
       77  WS-REVD-ENTRIES         PIC S9(04) COMP VALUE ZERO.
       77  WS-REVG-ENTRIES         PIC S9(04) COMP VALUE ZERO.
       77  WS-PAIR-TABLE-MAX       PIC S9(04) COMP VALUE 500.
       77  WS-SUB                  PIC S9(04) COMP VALUE ZERO.
       77  WS-PSUB                 PIC S9(04) COMP VALUE ZERO.
       77  WS-FOUND-SUB            PIC S9(04) COMP VALUE ZERO.
       77  WS-PAIR-FULL-SW         PIC X(01)      VALUE "N".
           88  WS-PAIR-TABLE-FULL                 VALUE "Y".

       01  WS-REVD-TABLE.
           05  WS-REVD-ENTRY       OCCURS 500 TIMES.
               10  WS-REVD-KEY     PIC X(21).
               10  WS-REVD-LINK    PIC X(21).
               10  WS-REVD-AMOUNT  PIC S9(5)V9(2).

       01  WS-REVG-TABLE.
           05  WS-REVG-ENTRY       OCCURS 500 TIMES.
               10  WS-REVG-KEY     PIC X(21).
               10  WS-REVG-LINK    PIC X(21).
               10  WS-REVG-AMOUNT  PIC S9(5)V9(2).

       01  WS-VER-REC.
           COPY "calctran.cpy".
           05  WS-MIS-ENGINE       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(27)  VALUE SPACES.

       01  WS-PAIR-LINE.
           05  FILLER              PIC X(11)  VALUE "REVERSAL   ".
           05  WS-PAIR-KEY         PIC X(21).
           05  FILLER              PIC X(04)  VALUE " OF ".
           05  WS-PAIR-ORIG        PIC X(21).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-PAIR-AMOUNT      PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-PAIR-NOTE        PIC X(40).
           05  FILLER              PIC X(21)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-TITLE        PIC X(28).
           05  WS-SUM-COUNT        PIC Z(06)9.
      * entered the calculation (chains, registers and rates were
      * resolved before the row was written, and a formula row
      * carries its final step), so the engine's answer must equal
      * the recorded RESULTADO under one of the two rounding modes -
      * or, on a reversing row, its negation. An archive's control
      * trailer is not a calculation and is passed over. Both rows
      * of a reversed pair are noted for the pair check at the end.
      ******************************************************************
       5000-VERIFY-ONE-ROW.
           IF CALC-REC-TRAILER OF WS-VER-REC
              GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE CALC-RESULTADO OF WS-VER-REC TO WS-EXPECTED
           IF CALC-REV-REVERSING OF WS-VER-REC
              COMPUTE WS-EXPECTED = ZERO - CALC-RESULTADO OF WS-VER-REC
           END-IF
           IF NOT CALC-REV-NONE OF WS-VER-REC
              PERFORM 5200-NOTE-REVERSAL THRU 5200-EXIT
           END-IF
           MOVE "N" TO WS-ROW-VERIFIED-SW
           MOVE CALC-NUMEROINICIAL OF WS-VER-REC TO NUMEROINICIAL
           MOVE CALC-OPERADOR OF WS-VER-REC      TO OPERADOR
              MOVE "U" TO WS-ROW-VERIFIED-SW
              GO TO 5100-EXIT
           END-IF
           IF RESULTADO = WS-EXPECTED
              SET WS-ROW-VERIFIED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-NOTE-REVERSAL - hold a reversed original or a reversing
      * row, with its own key, the key it names and its amount, for
      * the pair check once every row has been passed.
      ******************************************************************
       5200-NOTE-REVERSAL.
           IF CALC-REV-REVERSED OF WS-VER-REC
              ADD 1 TO WS-REVD-COUNT
           ELSE
              ADD 1 TO WS-REVG-COUNT
           END-IF
           IF WS-REVD-ENTRIES >= WS-PAIR-TABLE-MAX
                 OR WS-REVG-ENTRIES >= WS-PAIR-TABLE-MAX
              IF NOT WS-PAIR-TABLE-FULL
                 SET WS-PAIR-TABLE-FULL TO TRUE
                 DISPLAY "CALCVERIFY: MORE THAN 500 REVERSED PAIRS - "
                    "EXCESS PAIRS NOT PAIR-CHECKED"
              END-IF
              GO TO 5200-EXIT
           END-IF
           IF CALC-REV-REVERSED OF WS-VER-REC
              ADD 1 TO WS-REVD-ENTRIES
              MOVE CALC-AUDIT-KEY OF WS-VER-REC
                 TO WS-REVD-KEY (WS-REVD-ENTRIES)
              MOVE CALC-REV-KEY OF WS-VER-REC
                 TO WS-REVD-LINK (WS-REVD-ENTRIES)
              MOVE CALC-RESULTADO OF WS-VER-REC
                 TO WS-REVD-AMOUNT (WS-REVD-ENTRIES)
           ELSE
              ADD 1 TO WS-REVG-ENTRIES
              MOVE CALC-AUDIT-KEY OF WS-VER-REC
                 TO WS-REVG-KEY (WS-REVG-ENTRIES)
              MOVE CALC-REV-KEY OF WS-VER-REC
                 TO WS-REVG-LINK (WS-REVG-ENTRIES)
              MOVE CALC-RESULTADO OF WS-VER-REC
                 TO WS-REVG-AMOUNT (WS-REVG-ENTRIES)
           END-IF.
       5200-EXIT.
           EXIT.

       5500-REPORT-MISMATCH.
           MOVE CALC-TS-DATE OF WS-VER-REC   TO WS-MIS-DATE
           MOVE CALC-TS-TIME OF WS-VER-REC   TO WS-MIS-TIME
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CHECK-PAIRS - match every reversing row to the original
      * it names. The original must name the reversing row back and
      * carry the opposite amount; anything else is a broken pair and
      * counts against the trail as a mismatch. An original not in
      * this pass is listed but not held against it.
      ******************************************************************
       6000-CHECK-PAIRS.
           MOVE 1 TO WS-SUB
           PERFORM 6100-CHECK-ONE-PAIR THRU 6100-EXIT
               UNTIL WS-SUB > WS-REVG-ENTRIES.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-PAIR.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-PSUB
           PERFORM 6200-FIND-ORIGINAL THRU 6200-EXIT
               UNTIL WS-PSUB > WS-REVD-ENTRIES
                  OR WS-FOUND-SUB > ZERO
           MOVE WS-REVG-KEY (WS-SUB)    TO WS-PAIR-KEY
           MOVE WS-REVG-LINK (WS-SUB)   TO WS-PAIR-ORIG
           MOVE WS-REVG-AMOUNT (WS-SUB) TO WS-PAIR-AMOUNT
           EVALUATE TRUE
           WHEN WS-FOUND-SUB = ZERO
                ADD 1 TO WS-PAIR-OPEN-COUNT
                MOVE "ORIGINAL NOT IN THIS PASS" TO WS-PAIR-NOTE
           WHEN WS-REVD-LINK (WS-FOUND-SUB) NOT = WS-REVG-KEY (WS-SUB)
                ADD 1 TO WS-PAIR-BAD-COUNT
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE "BROKEN - ORIGINAL NAMES ANOTHER REVERSAL"
                   TO WS-PAIR-NOTE
           WHEN WS-REVD-AMOUNT (WS-FOUND-SUB)
                   + WS-REVG-AMOUNT (WS-SUB) NOT = ZERO
                ADD 1 TO WS-PAIR-BAD-COUNT
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE "BROKEN - AMOUNTS DO NOT NET TO ZERO"
                   TO WS-PAIR-NOTE
           WHEN OTHER
                ADD 1 TO WS-PAIR-OK-COUNT
                MOVE "PAIR VERIFIED" TO WS-PAIR-NOTE
           END-EVALUATE
           MOVE WS-PAIR-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           ADD 1 TO WS-SUB.
       6100-EXIT.
           EXIT.

       6200-FIND-ORIGINAL.
           IF WS-REVD-KEY (WS-PSUB) = WS-REVG-LINK (WS-SUB)
              MOVE WS-PSUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-PSUB.
       6200-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 6000-CHECK-PAIRS THRU 6000-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "ROWS CHECKED            = " TO WS-SUM-TITLE
           MOVE WS-MISMATCH-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "REVERSED ORIGINALS      = " TO WS-SUM-TITLE
           MOVE WS-REVD-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "REVERSING ROWS          = " TO WS-SUM-TITLE
           MOVE WS-REVG-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "PAIRS VERIFIED          = " TO WS-SUM-TITLE
           MOVE WS-PAIR-OK-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "PAIRS BROKEN            = " TO WS-SUM-TITLE
           MOVE WS-PAIR-BAD-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "ORIGINALS NOT IN PASS   = " TO WS-SUM-TITLE
           MOVE WS-PAIR-OPEN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           CLOSE REPORT-OUT
           DISPLAY "CALCVERIFY: CHECKED = " WS-READ-COUNT
              " VERIFIED = " WS-VERIFY-COUNT
