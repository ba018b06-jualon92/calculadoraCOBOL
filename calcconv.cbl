      * Modification History:
      *   2026-09-02 JU  Initial version - one-time companion to the
      *                  indexed audit log work.
      *   2026-10-15 JU  CONVSHAPE = KEYED reloads a file already in
      *                  the keyed shape - an unload of the live
      *                  AUDITLOG taken before the CALCTRAN record grew
      *                  for the sub-batch id and GL posting work -
      *                  row for row with its own audit key. The new
      *                  positions read back blank (no batch id, not
      *                  posted).
      *   2026-10-15 JU  The KEYED reload also carries the log across
      *                  the reversal-link growth of CALCTRAN. The new
      *                  positions read back unlinked (not reversed).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCONV.
           05  OLD-RESUB-COUNT             PIC X(02).
           05  OLD-REG-FUNC                PIC X(01).
           05  OLD-REG-NAME                PIC X(08).
       01  KEY-REC.
           COPY "calctran.cpy".

       FD  AUDITLOG-OUT
           LABEL RECORDS ARE STANDARD.
           88  WS-ARCHOUT-OK                    VALUE "00".
       77  WS-TARGET-IN         PIC X(04)      VALUE SPACES.
           88  WS-TARGET-ARCHIVE               VALUE "ARCH", "arch".
       77  WS-SHAPE-IN          PIC X(05)      VALUE SPACES.
           88  WS-SHAPE-KEYED                  VALUE "KEYED", "keyed".
       77  WS-ARCHOUT-NAME      PIC X(14)      VALUE SPACES.
       77  WS-READ-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-CONV-COUNT        PIC 9(07)      VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-TARGET-IN FROM ENVIRONMENT "CONVTARGET"
           ACCEPT WS-SHAPE-IN FROM ENVIRONMENT "CONVSHAPE"
           OPEN INPUT OLDLOG-IN
           IF NOT WS-OLDLOG-OK
              DISPLAY "CALCCONV: UNABLE TO OPEN AUDCONV - STATUS = "
      ******************************************************************
       2000-CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF WS-SHAPE-KEYED
              PERFORM 2100-RELOAD-KEYED-ROW THRU 2100-EXIT
              GO TO 2000-WRITE-ROW
           END-IF
           INITIALIZE WS-NEW-REC
           MOVE OLD-REC-TYPE       TO CALC-REC-TYPE OF WS-NEW-REC
           MOVE OLD-CHAIN-IND      TO CALC-CHAIN-IND OF WS-NEW-REC
              MOVE 1 TO WS-AUDIT-SEQ
              MOVE WS-THIS-TS TO WS-LAST-TS
           END-IF
           MOVE WS-AUDIT-SEQ TO CALC-AUDIT-SEQ OF WS-NEW-REC.
       2000-WRITE-ROW.
           IF WS-TARGET-ARCHIVE
              PERFORM 3000-WRITE-ARCHIVE-ROW THRU 3000-EXIT
           ELSE
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-RELOAD-KEYED-ROW - a row already in the keyed shape keeps
      * its own audit key; only the positions added since it was
      * written, which read back as spaces, are given their empty
      * values. A key clash on the reload still bumps the sequence
      * the way a converted row's does.
      ******************************************************************
       2100-RELOAD-KEYED-ROW.
           MOVE KEY-REC TO WS-NEW-REC
           IF CALC-GL-DATE OF WS-NEW-REC IS NOT NUMERIC
              MOVE ZERO TO CALC-GL-DATE OF WS-NEW-REC
           END-IF
           IF CALC-REV-KEY OF WS-NEW-REC IS NOT NUMERIC
              MOVE ZERO TO CALC-REV-KEY OF WS-NEW-REC
           END-IF
           IF CALC-AUDIT-SEQ OF WS-NEW-REC IS NUMERIC
              MOVE CALC-AUDIT-SEQ OF WS-NEW-REC TO WS-AUDIT-SEQ
           ELSE
              MOVE ZERO TO WS-AUDIT-SEQ
           END-IF.
       2100-EXIT.
           EXIT.

       3000-WRITE-ARCHIVE-ROW.
           MOVE WS-NEW-REC TO ARC-REC
           WRITE ARC-REC
