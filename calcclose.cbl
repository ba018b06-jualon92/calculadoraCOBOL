      ******************************************************************
      * Program-ID: CALCCLOSE
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    End-of-day close. For one business day (the
      *             CLOSEDATE setting, YYYYMMDD, default today) ties
      *             what CALCULADORA said it did to what the files
      *             hold: the calculation count and computed total of
      *             the day's RUNHIST records against the AUDITLOG
      *             rows stamped that day, the RUNHIST reject count
      *             against the EXCPLOG rows stamped that day, and
      *             every batch that ran against its BATCHREG entry.
      *             The balancing sheet (CLOSERPT) shows each tie and
      *             each batch with any break. A day that balances is
      *             recorded on the CLOSEREG registry of closed days,
      *             after which CALCULADORA refuses any batch dated on
      *             it. A day with breaks is left open.
      *
      *             The computed total is rebuilt from the audit rows
      *             the way CALCULADORA builds it: a chain-continue
      *             row replaces the running reading of its chain
      *             rather than adding to it, and a reversing row
      *             adds its negated amount and ends the chain.
      *             Return code 0 closed, 4 closed with warnings (no
      *             runs, an aborted run, a registered batch with no
      *             activity, or the day was already closed), 8
      *             breaks found - not closed, 16 unable to run.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version.
      *   2026-10-15 JU  More than 100 runs in the day is now a warning
      *                  instead of the excess runs dropping silently
      *                  out of the chain netting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-IN ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT AUDITLOG-IN ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUDIT-KEY OF AUD-REC
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT EXCPLOG-IN ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPLOG-STATUS.
           SELECT BATCHREG ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHREG-STATUS.
           SELECT CHKPFILE ASSIGN TO "CALCCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPFILE-STATUS.
           SELECT CLOSEREG ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEREG-STATUS.
           SELECT REPORT-OUT ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-IN
           LABEL RECORDS ARE STANDARD.
       01  RHI-REC.
           COPY "calcrun.cpy".

       FD  AUDITLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           COPY "calctran.cpy".

       FD  EXCPLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  EXC-REC.
           COPY "calctran.cpy".

       FD  BATCHREG
           LABEL RECORDS ARE STANDARD.
       01  BRG-REC.
           05  BRG-BATCH-ID            PIC X(12).
           05  BRG-BATCH-DATE          PIC 9(08).
           05  BRG-POST-DATE           PIC 9(08).
           05  BRG-POST-TIME           PIC 9(08).

       FD  CHKPFILE
           LABEL RECORDS ARE STANDARD.
       01  CHK-REC.
           05  CHK-STATUS              PIC X(01).
               88  CHK-ACTIVE              VALUE "A".
           05  FILLER                  PIC X(150).

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

       FD  REPORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-RUNHIST-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-RUNHIST-OK                      VALUE "00".
       77  WS-AUDITLOG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                     VALUE "00".
       77  WS-EXCPLOG-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-EXCPLOG-OK                      VALUE "00".
       77  WS-BATCHREG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-BATCHREG-OK                     VALUE "00".
       77  WS-CHKPFILE-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-CHKPFILE-OK                     VALUE "00".
       77  WS-CLOSEREG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-CLOSEREG-OK                     VALUE "00".
       77  WS-REPORT-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-REPORT-OK                       VALUE "00".
       77  WS-EOF-SWITCH           PIC X(01)      VALUE "N".
           88  WS-END-OF-FILE                     VALUE "Y".
       77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME             PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID           PIC X(08)      VALUE SPACES.
       77  WS-CLOSEDATE-IN         PIC X(08)      VALUE SPACES.
       77  WS-BUS-DATE             PIC 9(08)      VALUE ZERO.
       77  WS-ALREADY-CLOSED-SW    PIC X(01)      VALUE "N".
           88  WS-ALREADY-CLOSED                  VALUE "Y".
       77  WS-ALREADY-CLOSED-ON    PIC 9(08)      VALUE ZERO.
       77  WS-RH-RUNS              PIC 9(05)      VALUE ZERO.
       77  WS-RH-CALCS             PIC 9(07)      VALUE ZERO.
       77  WS-RH-REJECTS           PIC 9(07)      VALUE ZERO.
       77  WS-RH-COMPUTED          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-RH-ABORTED           PIC 9(05)      VALUE ZERO.
       77  WS-AUD-ROWS             PIC 9(07)      VALUE ZERO.
       77  WS-AUD-COMPUTED         PIC S9(09)V9(02) VALUE ZERO.
       77  WS-AUD-PENDING          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-AUD-DELTA            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-AUD-LAST-BATCH       PIC X(12)      VALUE SPACES.
       77  WS-AUD-LAST-TIME        PIC 9(08)      VALUE ZERO.
       77  WS-EXC-ROWS             PIC 9(07)      VALUE ZERO.
       77  WS-BREAK-COUNT          PIC 9(05)      VALUE ZERO.
       77  WS-WARN-COUNT           PIC 9(05)      VALUE ZERO.
       77  WS-CHKP-ACTIVE-SW       PIC X(01)      VALUE "N".
           88  WS-CHKP-IS-ACTIVE                  VALUE "Y".
       77  WS-NOTE-BATCH-ID        PIC X(12)      VALUE SPACES.
       77  WS-BAT-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-BAT-TABLE-MAX        PIC S9(04) COMP VALUE 200.
       77  WS-BAT-SUB              PIC S9(04) COMP VALUE ZERO.
       77  WS-BAT-FOUND-SUB        PIC S9(04) COMP VALUE ZERO.
       77  WS-BAT-FULL-SW          PIC X(01)      VALUE "N".
           88  WS-BAT-TABLE-FULL                  VALUE "Y".
       77  WS-DIFF-COUNT           PIC S9(07)     VALUE ZERO.
       77  WS-DIFF-AMOUNT          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-DATE-OK-SW           PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                       VALUE "Y".
       77  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT            PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM             PIC 9(04)      VALUE ZERO.
       77  WS-LINE-COUNT           PIC 9(02)      VALUE 99.
       77  WS-LINES-PER-PAGE       PIC 9(02)      VALUE 55.
       77  WS-PAGE-COUNT           PIC 9(04)      VALUE ZERO.
       77  WS-RETURN-CODE          PIC 9(02)      VALUE ZERO.

       01  WS-CHK-DATE-AREA.
           05  WS-CHK-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-CHK-DATE-PARTS   REDEFINES WS-CHK-DATE.
               10  WS-CHK-YEAR     PIC 9(04).
               10  WS-CHK-MONTH    PIC 9(02).
               10  WS-CHK-DAY      PIC 9(02).

       01  WS-MONTH-DAYS-AREA.
           05  WS-MONTH-DAYS-VALUES PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS       REDEFINES WS-MONTH-DAYS-VALUES
                                   PIC 9(02) OCCURS 12 TIMES.

       77  WS-RT-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-RT-SUB               PIC S9(04) COMP VALUE ZERO.
       77  WS-RT-FOUND-SW          PIC X(01)      VALUE "N".
           88  WS-RT-FOUND                        VALUE "Y".

       01  WS-RT-TABLE.
           05  WS-RT-TIME          PIC 9(08)  OCCURS 100 TIMES.

       01  WS-START-KEY.
           05  WS-START-DATE       PIC 9(08).
           05  WS-START-TIME       PIC 9(08)  VALUE ZERO.
           05  WS-START-SEQ        PIC 9(05)  VALUE ZERO.

       01  WS-BAT-TABLE.
           05  WS-BAT-ENTRY        OCCURS 200 TIMES.
               10  WS-BAT-ID       PIC X(12).
               10  WS-BAT-AUD-ROWS PIC 9(07).
               10  WS-BAT-AUD-TOTAL PIC S9(09)V9(02).
               10  WS-BAT-EXC-ROWS PIC 9(07).
               10  WS-BAT-RUN-SW   PIC X(01).
                   88  WS-BAT-ON-RUNHIST        VALUE "Y".
               10  WS-BAT-POST-DATE PIC 9(08).
               10  WS-BAT-REG-SW   PIC X(01).
                   88  WS-BAT-REGISTERED        VALUE "Y".
               10  WS-BAT-ACTIVE-SW PIC X(01).
                   88  WS-BAT-HAD-ACTIVITY      VALUE "Y".

       01  WS-HEADING-1.
           05  FILLER              PIC X(14)
                                   VALUE "CALCCLOSE     ".
           05  FILLER              PIC X(36)
               VALUE "BUSINESS-DAY CLOSE BALANCING SHEET  ".
           05  FILLER              PIC X(11)  VALUE "RUN DATE = ".
           05  WS-HDG-DATE         PIC 9(08).
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(07)  VALUE "PAGE = ".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(16)
                                   VALUE "BUSINESS DATE = ".
           05  WS-HDG-BUS-DATE     PIC 9(08).
           05  FILLER              PIC X(17)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE        PIC X(60).
           05  FILLER              PIC X(72)  VALUE SPACES.

       01  WS-RUN-HEADING.
           05  FILLER              PIC X(10)  VALUE "RUN TIME  ".
           05  FILLER              PIC X(14)  VALUE "BATCH ID      ".
           05  FILLER              PIC X(09)  VALUE " RECORDS ".
           05  FILLER              PIC X(09)  VALUE "   CALCS ".
           05  FILLER              PIC X(09)  VALUE " REJECTS ".
           05  FILLER              PIC X(17)
                                   VALUE "   COMPUTED TOTAL".
           05  FILLER              PIC X(05)  VALUE "   RC".
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE "NOTES".
           05  FILLER              PIC X(51)  VALUE SPACES.

       01  WS-RUN-LINE.
           05  WS-RNL-TIME         PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RNL-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RNL-RECORDS      PIC ZZZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RNL-CALCS        PIC ZZZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RNL-REJECTS      PIC ZZZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RNL-COMPUTED     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-RNL-RC           PIC Z9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-RNL-NOTES        PIC X(40).
           05  FILLER              PIC X(18)  VALUE SPACES.

       01  WS-TIE-HEADING.
           05  FILLER              PIC X(26)
                                   VALUE "TIE                       ".
           05  FILLER              PIC X(17)
                                   VALUE "          RUNHIST".
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FILLER              PIC X(09)  VALUE "FILE     ".
           05  FILLER              PIC X(17)
                                   VALUE "     FILE HOLDS  ".
           05  FILLER              PIC X(17)
                                   VALUE "       DIFFERENCE".
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(06)  VALUE "RESULT".
           05  FILLER              PIC X(35)  VALUE SPACES.

       01  WS-TIE-LINE.
           05  WS-TIE-TITLE        PIC X(26).
           05  WS-TIE-RUNHIST      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-TIE-FILE         PIC X(09).
           05  WS-TIE-HELD         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-TIE-DIFF         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-TIE-RESULT       PIC X(06).
           05  FILLER              PIC X(35)  VALUE SPACES.

       01  WS-TIE-COUNT-LINE       REDEFINES WS-TIE-LINE.
           05  FILLER              PIC X(26).
           05  WS-TIC-RUNHIST      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(07).
           05  FILLER              PIC X(09).
           05  WS-TIC-HELD         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(05).
           05  WS-TIC-DIFF         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(47).

       01  WS-BATCH-HEADING.
           05  FILLER              PIC X(14)  VALUE "BATCH ID      ".
           05  FILLER              PIC X(10)  VALUE " AUD ROWS ".
           05  FILLER              PIC X(17)
                                   VALUE "     AUDIT AMOUNT".
           05  FILLER              PIC X(10)  VALUE "  REJECTS ".
           05  FILLER              PIC X(09)  VALUE " RUNHIST ".
           05  FILLER              PIC X(11)  VALUE " POSTED ON ".
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(06)  VALUE "RESULT".
           05  FILLER              PIC X(52)  VALUE SPACES.

       01  WS-BATCH-LINE.
           05  WS-BTL-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BTL-AUD-ROWS     PIC ZZZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-BTL-AUD-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-BTL-EXC-ROWS     PIC ZZZZZZ9.
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  WS-BTL-RUNHIST      PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BTL-POSTED       PIC X(08).
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  WS-BTL-RESULT       PIC X(40).
           05  FILLER              PIC X(18)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-NTL-KIND         PIC X(08).
           05  WS-NTL-TEXT         PIC X(100).
           05  FILLER              PIC X(22)  VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - tally the day from RUNHIST, AUDITLOG and
      * EXCPLOG, check its batches against BATCHREG and the restart
      * checkpoint, print the ties and the batch list, and close the
      * day on CLOSEREG when nothing broke.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-RUNHIST THRU 2000-EXIT
           PERFORM 3000-TALLY-AUDITLOG THRU 3000-EXIT
           PERFORM 4000-TALLY-EXCPLOG THRU 4000-EXIT
           PERFORM 5000-CHECK-BATCH-REGISTRY THRU 5000-EXIT
           PERFORM 6000-CHECK-CHECKPOINT THRU 6000-EXIT
           PERFORM 7000-PRINT-TIES THRU 7000-EXIT
           PERFORM 7300-PRINT-BATCHES THRU 7300-EXIT
           PERFORM 8000-CLOSE-DAY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           EVALUATE TRUE
           WHEN WS-BREAK-COUNT > ZERO
                MOVE 8 TO WS-RETURN-CODE
           WHEN WS-WARN-COUNT > ZERO
                MOVE 4 TO WS-RETURN-CODE
           WHEN OTHER
                MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - settle the business date (a CLOSEDATE that
      * is not a calendar date refuses the run), open the sheet and
      * note whether the day is already on CLOSEREG.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           ACCEPT WS-CLOSEDATE-IN FROM ENVIRONMENT "CLOSEDATE"
           IF WS-CLOSEDATE-IN = SPACES
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           ELSE
              IF WS-CLOSEDATE-IN IS NOT NUMERIC
                 DISPLAY "CALCCLOSE: CLOSEDATE " WS-CLOSEDATE-IN
                    " IS NOT YYYYMMDD"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-CLOSEDATE-IN TO WS-BUS-DATE
           END-IF
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           PERFORM 8500-CHECK-DATE THRU 8500-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCCLOSE: BUSINESS DATE " WS-BUS-DATE
                 " IS NOT A CALENDAR DATE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           OPEN OUTPUT REPORT-OUT
           IF NOT WS-REPORT-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN CLOSERPT - STATUS = "
                 WS-REPORT-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCCLOSE: CLOSING BUSINESS DATE " WS-BUS-DATE
           PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT
           PERFORM 1100-CHECK-ALREADY-CLOSED THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-CHECK-ALREADY-CLOSED.
           OPEN INPUT CLOSEREG
           IF WS-CLOSEREG-STATUS = "35"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-CLOSEREG-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN CLOSEREG - STATUS = "
                 WS-CLOSEREG-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1150-CHECK-ONE-CLOSED-DAY THRU 1150-EXIT
               UNTIL WS-END-OF-FILE
                  OR WS-ALREADY-CLOSED
           CLOSE CLOSEREG.
       1100-EXIT.
           EXIT.

       1150-CHECK-ONE-CLOSED-DAY.
           READ CLOSEREG
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
              NOT AT END
                 IF CLR-BUS-DATE = WS-BUS-DATE
                    SET WS-ALREADY-CLOSED TO TRUE
                    MOVE CLR-CLOSE-DATE TO WS-ALREADY-CLOSED-ON
                 END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TALLY-RUNHIST - every CALCULADORA run of the day, one
      * sheet line each, summed for the ties. A run that ended with
      * its batch posted (RC 0, 4 or 8) under a single batch id puts
      * that id on the batch list; a merged run reports *MULTI*, and
      * its batches come onto the list from their audit and
      * exception rows instead.
      ******************************************************************
       2000-TALLY-RUNHIST.
           MOVE "RUNS ON THE BUSINESS DATE (RUNHIST)" TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           MOVE WS-RUN-HEADING TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           OPEN INPUT RUNHIST-IN
           IF WS-RUNHIST-STATUS = "35"
              GO TO 2000-NO-RUNS
           END-IF
           IF NOT WS-RUNHIST-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN RUNHIST - STATUS = "
                 WS-RUNHIST-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-TALLY-ONE-RUN THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE RUNHIST-IN
           IF WS-RH-RUNS > 100
              DISPLAY "CALCCLOSE: MORE THAN 100 RUNS ON RUNHIST FOR "
                 WS-BUS-DATE " - CHAINS NETTED ON THE FIRST 100"
              MOVE "WARNING " TO WS-NTL-KIND
              MOVE "MORE THAN 100 RUNS THIS DAY - CHAINS OF THE LATER "
                 & "RUNS MAY NOT NET OUT OF THE AUDIT TOTAL"
                 TO WS-NTL-TEXT
              PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
              ADD 1 TO WS-WARN-COUNT
           END-IF
           IF WS-RH-RUNS > ZERO
              GO TO 2000-EXIT
           END-IF.
       2000-NO-RUNS.
           MOVE "WARNING " TO WS-NTL-KIND
           MOVE "NO CALCULADORA RUNS ON RUNHIST FOR THIS DATE"
              TO WS-NTL-TEXT
           PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
           ADD 1 TO WS-WARN-COUNT.
       2000-EXIT.
           EXIT.

       2100-TALLY-ONE-RUN.
           READ RUNHIST-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 2100-EXIT
           END-READ
           IF RST-RUN-DATE OF RHI-REC NOT = WS-BUS-DATE
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RH-RUNS
           IF WS-RT-ENTRIES < 100
              ADD 1 TO WS-RT-ENTRIES
              MOVE RST-RUN-TIME OF RHI-REC TO WS-RT-TIME (WS-RT-ENTRIES)
           END-IF
           ADD RST-CALC-COUNT OF RHI-REC     TO WS-RH-CALCS
           ADD RST-REJECT-COUNT OF RHI-REC   TO WS-RH-REJECTS
           ADD RST-COMPUTED-TOTAL OF RHI-REC TO WS-RH-COMPUTED
           MOVE RST-RUN-TIME OF RHI-REC       TO WS-RNL-TIME
           MOVE RST-BATCH-ID OF RHI-REC       TO WS-RNL-BATCH-ID
           MOVE RST-RECORD-COUNT OF RHI-REC   TO WS-RNL-RECORDS
           MOVE RST-CALC-COUNT OF RHI-REC     TO WS-RNL-CALCS
           MOVE RST-REJECT-COUNT OF RHI-REC   TO WS-RNL-REJECTS
           MOVE RST-COMPUTED-TOTAL OF RHI-REC TO WS-RNL-COMPUTED
           MOVE RST-STATUS OF RHI-REC         TO WS-RNL-RC
           MOVE SPACES TO WS-RNL-NOTES
           EVALUATE TRUE
           WHEN RST-STATUS OF RHI-REC > 12
                ADD 1 TO WS-RH-ABORTED
                ADD 1 TO WS-WARN-COUNT
                MOVE "RUN ABORTED - CHECK IT WAS RERUN" TO WS-RNL-NOTES
           WHEN RST-STATUS OF RHI-REC = 12
                MOVE "RUN REFUSED" TO WS-RNL-NOTES
           WHEN RST-BATCH-ID OF RHI-REC = "*MULTI*"
                 OR RST-BATCH-ID OF RHI-REC = SPACES
                CONTINUE
           WHEN OTHER
                MOVE RST-BATCH-ID OF RHI-REC TO WS-NOTE-BATCH-ID
                PERFORM 5500-NOTE-BATCH THRU 5500-EXIT
                IF WS-BAT-FOUND-SUB > ZERO
                   SET WS-BAT-ON-RUNHIST (WS-BAT-FOUND-SUB) TO TRUE
                END-IF
           END-EVALUATE
           MOVE WS-RUN-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TALLY-AUDITLOG - position on the first audit key of the
      * day and read the day's rows in key order, which is the order
      * they were written. Each row counts once; the computed total
      * is rebuilt as CALCULADORA built it (see 3100).
      ******************************************************************
       3000-TALLY-AUDITLOG.
           OPEN INPUT AUDITLOG-IN
           IF WS-AUDITLOG-STATUS = "35"
              GO TO 3000-EXIT
           END-IF
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN AUDITLOG - STATUS = "
                 WS-AUDITLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-BUS-DATE TO WS-START-DATE
           MOVE WS-START-KEY TO CALC-AUDIT-KEY OF AUD-REC
           MOVE "N" TO WS-EOF-SWITCH
           START AUDITLOG-IN KEY IS NOT LESS THAN
                 CALC-AUDIT-KEY OF AUD-REC
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 3100-TALLY-ONE-AUDIT-ROW THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE AUDITLOG-IN.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-TALLY-ONE-AUDIT-ROW - a chain-continue row within the
      * same batch replaces its chain's previous reading in the total
      * (CALCULADORA nets the prior step out); a reversing row adds
      * its negated amount and ends any chain; any other row starts a
      * new reading. A chain ends with the run that wrote it, unless
      * that run has no RUNHIST record - it stopped part way, and the
      * restart that follows carries its chain on from the
      * checkpoint.
      ******************************************************************
       3100-TALLY-ONE-AUDIT-ROW.
           READ AUDITLOG-IN NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 3100-EXIT
           END-READ
           IF CALC-TS-DATE OF AUD-REC NOT = WS-BUS-DATE
              MOVE "Y" TO WS-EOF-SWITCH
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-AUD-ROWS
           IF CALC-TS-TIME OF AUD-REC NOT = WS-AUD-LAST-TIME
              PERFORM 3200-CHECK-RUN-ENDED THRU 3200-EXIT
              MOVE CALC-TS-TIME OF AUD-REC TO WS-AUD-LAST-TIME
           END-IF
           EVALUATE TRUE
           WHEN CALC-REV-REVERSING OF AUD-REC
                MOVE CALC-RESULTADO OF AUD-REC TO WS-AUD-DELTA
                MOVE ZERO TO WS-AUD-PENDING
           WHEN CALC-CHAIN-CONTINUE OF AUD-REC
                 AND CALC-BATCH-ID OF AUD-REC = WS-AUD-LAST-BATCH
                COMPUTE WS-AUD-DELTA =
                   CALC-RESULTADO OF AUD-REC - WS-AUD-PENDING
                MOVE CALC-RESULTADO OF AUD-REC TO WS-AUD-PENDING
           WHEN OTHER
                MOVE CALC-RESULTADO OF AUD-REC TO WS-AUD-DELTA
                MOVE CALC-RESULTADO OF AUD-REC TO WS-AUD-PENDING
           END-EVALUATE
           MOVE CALC-BATCH-ID OF AUD-REC TO WS-AUD-LAST-BATCH
           ADD WS-AUD-DELTA TO WS-AUD-COMPUTED
           IF CALC-BATCH-ID OF AUD-REC = SPACES
              GO TO 3100-EXIT
           END-IF
           MOVE CALC-BATCH-ID OF AUD-REC TO WS-NOTE-BATCH-ID
           PERFORM 5500-NOTE-BATCH THRU 5500-EXIT
           IF WS-BAT-FOUND-SUB > ZERO
              ADD 1 TO WS-BAT-AUD-ROWS (WS-BAT-FOUND-SUB)
              ADD WS-AUD-DELTA TO WS-BAT-AUD-TOTAL (WS-BAT-FOUND-SUB)
              SET WS-BAT-HAD-ACTIVITY (WS-BAT-FOUND-SUB) TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-RUN-ENDED - the rows move on to a new run; if the
      * run just left finished (it is on RUNHIST) its chain is over.
      ******************************************************************
       3200-CHECK-RUN-ENDED.
           MOVE "N" TO WS-RT-FOUND-SW
           MOVE 1 TO WS-RT-SUB
           PERFORM 3250-MATCH-RUN-TIME THRU 3250-EXIT
               UNTIL WS-RT-SUB > WS-RT-ENTRIES
                  OR WS-RT-FOUND
           IF WS-RT-FOUND
              MOVE ZERO TO WS-AUD-PENDING
              MOVE SPACES TO WS-AUD-LAST-BATCH
           END-IF.
       3200-EXIT.
           EXIT.

       3250-MATCH-RUN-TIME.
           IF WS-RT-TIME (WS-RT-SUB) = WS-AUD-LAST-TIME
              SET WS-RT-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-RT-SUB.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TALLY-EXCPLOG - the day's rejects, by the run date
      * CALCULADORA stamps on each exception row.
      ******************************************************************
       4000-TALLY-EXCPLOG.
           OPEN INPUT EXCPLOG-IN
           IF WS-EXCPLOG-STATUS = "35"
              GO TO 4000-EXIT
           END-IF
           IF NOT WS-EXCPLOG-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN EXCPLOG - STATUS = "
                 WS-EXCPLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-TALLY-ONE-EXCEPTION THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE EXCPLOG-IN.
       4000-EXIT.
           EXIT.

       4100-TALLY-ONE-EXCEPTION.
           READ EXCPLOG-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 4100-EXIT
           END-READ
           IF CALC-TS-DATE OF EXC-REC NOT = WS-BUS-DATE
              GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-EXC-ROWS
           IF CALC-BATCH-ID OF EXC-REC = SPACES
              GO TO 4100-EXIT
           END-IF
           MOVE CALC-BATCH-ID OF EXC-REC TO WS-NOTE-BATCH-ID
           PERFORM 5500-NOTE-BATCH THRU 5500-EXIT
           IF WS-BAT-FOUND-SUB > ZERO
              ADD 1 TO WS-BAT-EXC-ROWS (WS-BAT-FOUND-SUB)
              SET WS-BAT-HAD-ACTIVITY (WS-BAT-FOUND-SUB) TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-BATCH-REGISTRY - one pass of BATCHREG: each batch
      * on the list is marked registered when found, and a batch
      * registered on the business date that had no rows on either
      * log joins the list so the sheet can show it.
      ******************************************************************
       5000-CHECK-BATCH-REGISTRY.
           OPEN INPUT BATCHREG
           IF WS-BATCHREG-STATUS = "35"
              GO TO 5000-EXIT
           END-IF
           IF NOT WS-BATCHREG-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN BATCHREG - STATUS = "
                 WS-BATCHREG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5100-CHECK-ONE-REGISTRY-ENTRY THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE BATCHREG.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-REGISTRY-ENTRY.
           READ BATCHREG
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 5100-EXIT
           END-READ
           MOVE BRG-BATCH-ID TO WS-NOTE-BATCH-ID
           IF BRG-POST-DATE = WS-BUS-DATE
              PERFORM 5500-NOTE-BATCH THRU 5500-EXIT
           ELSE
              PERFORM 5600-FIND-BATCH THRU 5600-EXIT
           END-IF
           IF WS-BAT-FOUND-SUB > ZERO
              SET WS-BAT-REGISTERED (WS-BAT-FOUND-SUB) TO TRUE
              MOVE BRG-POST-DATE TO WS-BAT-POST-DATE (WS-BAT-FOUND-SUB)
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-NOTE-BATCH - find WS-NOTE-BATCH-ID on the batch list,
      * adding it the first time it is seen. WS-BAT-FOUND-SUB is zero
      * only when the list is full, which is itself a break: the
      * batches left off cannot be checked.
      ******************************************************************
       5500-NOTE-BATCH.
           PERFORM 5600-FIND-BATCH THRU 5600-EXIT
           IF WS-BAT-FOUND-SUB > ZERO
              GO TO 5500-EXIT
           END-IF
           IF WS-BAT-ENTRIES >= WS-BAT-TABLE-MAX
              IF NOT WS-BAT-TABLE-FULL
                 SET WS-BAT-TABLE-FULL TO TRUE
                 ADD 1 TO WS-BREAK-COUNT
                 DISPLAY "CALCCLOSE: MORE THAN 200 BATCHES ON THE "
                    "DAY - EXCESS BATCHES NOT CHECKED"
              END-IF
              GO TO 5500-EXIT
           END-IF
           ADD 1 TO WS-BAT-ENTRIES
           MOVE WS-BAT-ENTRIES   TO WS-BAT-FOUND-SUB
           MOVE WS-NOTE-BATCH-ID TO WS-BAT-ID (WS-BAT-ENTRIES)
           MOVE ZERO TO WS-BAT-AUD-ROWS (WS-BAT-ENTRIES)
           MOVE ZERO TO WS-BAT-AUD-TOTAL (WS-BAT-ENTRIES)
           MOVE ZERO TO WS-BAT-EXC-ROWS (WS-BAT-ENTRIES)
           MOVE ZERO TO WS-BAT-POST-DATE (WS-BAT-ENTRIES)
           MOVE "N"  TO WS-BAT-RUN-SW (WS-BAT-ENTRIES)
           MOVE "N"  TO WS-BAT-REG-SW (WS-BAT-ENTRIES)
           MOVE "N"  TO WS-BAT-ACTIVE-SW (WS-BAT-ENTRIES).
       5500-EXIT.
           EXIT.

       5600-FIND-BATCH.
           MOVE ZERO TO WS-BAT-FOUND-SUB
           MOVE 1 TO WS-BAT-SUB
           PERFORM 5650-MATCH-BATCH THRU 5650-EXIT
               UNTIL WS-BAT-SUB > WS-BAT-ENTRIES
                  OR WS-BAT-FOUND-SUB > ZERO.
       5600-EXIT.
           EXIT.

       5650-MATCH-BATCH.
           IF WS-BAT-ID (WS-BAT-SUB) = WS-NOTE-BATCH-ID
              MOVE WS-BAT-SUB TO WS-BAT-FOUND-SUB
           END-IF
           ADD 1 TO WS-BAT-SUB.
       5650-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CHECK-CHECKPOINT - an ACTIVE restart checkpoint means a
      * CALCULADORA run stopped part way and has not been restarted;
      * its rows are on the logs but its RUNHIST record is not, so
      * the day cannot be closed until it is.
      ******************************************************************
       6000-CHECK-CHECKPOINT.
           OPEN INPUT CHKPFILE
           IF NOT WS-CHKPFILE-OK
              GO TO 6000-EXIT
           END-IF
           READ CHKPFILE
              AT END
                 CONTINUE
              NOT AT END
                 IF CHK-ACTIVE
                    SET WS-CHKP-IS-ACTIVE TO TRUE
                 END-IF
           END-READ
           CLOSE CHKPFILE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PRINT-TIES - the three ties and any other break or
      * warning for the day as a whole.
      ******************************************************************
       7000-PRINT-TIES.
           MOVE SPACES TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           MOVE "CROSS-FILE TIES" TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           MOVE WS-TIE-HEADING TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT

           MOVE SPACES TO WS-TIE-LINE
           MOVE "CALCULATIONS POSTED" TO WS-TIE-TITLE
           MOVE "AUDITLOG" TO WS-TIE-FILE
           COMPUTE WS-DIFF-COUNT = WS-AUD-ROWS - WS-RH-CALCS
           MOVE WS-RH-CALCS   TO WS-TIC-RUNHIST
           MOVE WS-AUD-ROWS   TO WS-TIC-HELD
           MOVE WS-DIFF-COUNT TO WS-TIC-DIFF
           IF WS-DIFF-COUNT = ZERO
              MOVE "OK" TO WS-TIE-RESULT
           ELSE
              MOVE "BREAK" TO WS-TIE-RESULT
              ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-TIE-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT

           MOVE SPACES TO WS-TIE-LINE
           MOVE "COMPUTED TOTAL" TO WS-TIE-TITLE
           MOVE "AUDITLOG" TO WS-TIE-FILE
           COMPUTE WS-DIFF-AMOUNT = WS-AUD-COMPUTED - WS-RH-COMPUTED
           MOVE WS-RH-COMPUTED  TO WS-TIE-RUNHIST
           MOVE WS-AUD-COMPUTED TO WS-TIE-HELD
           MOVE WS-DIFF-AMOUNT  TO WS-TIE-DIFF
           IF WS-DIFF-AMOUNT = ZERO
              MOVE "OK" TO WS-TIE-RESULT
           ELSE
              MOVE "BREAK" TO WS-TIE-RESULT
              ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-TIE-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT

           MOVE SPACES TO WS-TIE-LINE
           MOVE "CALCULATIONS REJECTED" TO WS-TIE-TITLE
           MOVE "EXCPLOG" TO WS-TIE-FILE
           COMPUTE WS-DIFF-COUNT = WS-EXC-ROWS - WS-RH-REJECTS
           MOVE WS-RH-REJECTS TO WS-TIC-RUNHIST
           MOVE WS-EXC-ROWS   TO WS-TIC-HELD
           MOVE WS-DIFF-COUNT TO WS-TIC-DIFF
           IF WS-DIFF-COUNT = ZERO
              MOVE "OK" TO WS-TIE-RESULT
           ELSE
              MOVE "BREAK" TO WS-TIE-RESULT
              ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-TIE-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT

           IF WS-CHKP-IS-ACTIVE
              MOVE "BREAK   " TO WS-NTL-KIND
              MOVE "CALCCHKP IS ACTIVE - A RUN STOPPED PART WAY AND HAS"
                 & " NOT BEEN RESTARTED" TO WS-NTL-TEXT
              PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
              ADD 1 TO WS-BREAK-COUNT
           END-IF
           IF WS-RH-ABORTED > ZERO
              MOVE "WARNING " TO WS-NTL-KIND
              MOVE "A RUN ENDED RC 16 THIS DAY - CHECK ITS BATCH WAS "
                 & "RERUN" TO WS-NTL-TEXT
              PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7300-PRINT-BATCHES - every batch seen on the day with its
      * rows on each log and its registry entry. A batch with rows on
      * the logs but no BATCHREG entry, or one a single-batch run
      * reported but the registry lacks, is a break; a batch
      * registered on the day with no rows anywhere is a warning.
      ******************************************************************
       7300-PRINT-BATCHES.
           MOVE SPACES TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           MOVE "BATCHES ON THE BUSINESS DATE (BATCHREG)"
              TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           MOVE WS-BATCH-HEADING TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           MOVE 1 TO WS-BAT-SUB
           PERFORM 7350-PRINT-ONE-BATCH THRU 7350-EXIT
               UNTIL WS-BAT-SUB > WS-BAT-ENTRIES.
       7300-EXIT.
           EXIT.

       7350-PRINT-ONE-BATCH.
           MOVE WS-BAT-ID (WS-BAT-SUB)        TO WS-BTL-BATCH-ID
           MOVE WS-BAT-AUD-ROWS (WS-BAT-SUB)  TO WS-BTL-AUD-ROWS
           MOVE WS-BAT-AUD-TOTAL (WS-BAT-SUB) TO WS-BTL-AUD-TOTAL
           MOVE WS-BAT-EXC-ROWS (WS-BAT-SUB)  TO WS-BTL-EXC-ROWS
           IF WS-BAT-ON-RUNHIST (WS-BAT-SUB)
              MOVE "YES" TO WS-BTL-RUNHIST
           ELSE
              MOVE "MERGE" TO WS-BTL-RUNHIST
           END-IF
           IF WS-BAT-REGISTERED (WS-BAT-SUB)
              MOVE WS-BAT-POST-DATE (WS-BAT-SUB) TO WS-BTL-POSTED
           ELSE
              MOVE "NONE" TO WS-BTL-POSTED
           END-IF
           EVALUATE TRUE
           WHEN NOT WS-BAT-REGISTERED (WS-BAT-SUB)
                MOVE "BREAK - RAN BUT NOT ON BATCHREG"
                   TO WS-BTL-RESULT
                ADD 1 TO WS-BREAK-COUNT
           WHEN NOT WS-BAT-HAD-ACTIVITY (WS-BAT-SUB)
                 AND NOT WS-BAT-ON-RUNHIST (WS-BAT-SUB)
                MOVE "WARNING - REGISTERED, NO ROWS ON LOGS"
                   TO WS-BTL-RESULT
                ADD 1 TO WS-WARN-COUNT
           WHEN OTHER
                MOVE "OK" TO WS-BTL-RESULT
           END-EVALUATE
           MOVE WS-BATCH-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           ADD 1 TO WS-BAT-SUB.
       7350-EXIT.
           EXIT.

       7500-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-BUS-DATE TO WS-HDG-BUS-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 2 TO WS-LINE-COUNT.
       7500-EXIT.
           EXIT.

       7800-WRITE-NOTE.
           MOVE WS-NOTE-LINE TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       7800-EXIT.
           EXIT.

       7900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              MOVE RPT-LINE TO WS-SECTION-LINE
              PERFORM 7500-PRINT-HEADINGS THRU 7500-EXIT
              MOVE WS-SECTION-LINE TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           IF NOT WS-REPORT-OK
              DISPLAY "CALCCLOSE: WRITE TO CLOSERPT FAILED - STATUS = "
                 WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CLOSE-DAY - the verdict. A day with no breaks goes on
      * CLOSEREG (once - a day already closed is not recorded again)
      * and CALCULADORA refuses any later batch dated on it.
      ******************************************************************
       8000-CLOSE-DAY.
           MOVE SPACES TO RPT-LINE
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           IF WS-BREAK-COUNT > ZERO
              MOVE "RESULT  " TO WS-NTL-KIND
              MOVE "BREAKS FOUND - BUSINESS DAY NOT CLOSED"
                 TO WS-NTL-TEXT
              PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
              DISPLAY "CALCCLOSE: " WS-BREAK-COUNT " BREAKS - "
                 WS-BUS-DATE " NOT CLOSED"
              GO TO 8000-EXIT
           END-IF
           IF WS-ALREADY-CLOSED
              MOVE "RESULT  " TO WS-NTL-KIND
              MOVE "DAY BALANCES - ALREADY CLOSED ON CLOSEREG"
                 TO WS-NTL-TEXT
              PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
              DISPLAY "CALCCLOSE: " WS-BUS-DATE " ALREADY CLOSED ON "
                 WS-ALREADY-CLOSED-ON
              ADD 1 TO WS-WARN-COUNT
              GO TO 8000-EXIT
           END-IF
           OPEN EXTEND CLOSEREG
           IF WS-CLOSEREG-STATUS = "35"
              OPEN OUTPUT CLOSEREG
           END-IF
           IF NOT WS-CLOSEREG-OK
              DISPLAY "CALCCLOSE: UNABLE TO OPEN CLOSEREG - STATUS = "
                 WS-CLOSEREG-STATUS
              GO TO 8000-NOT-RECORDED
           END-IF
           MOVE WS-BUS-DATE    TO CLR-BUS-DATE
           MOVE WS-RUN-DATE    TO CLR-CLOSE-DATE
           MOVE WS-RUN-TIME    TO CLR-CLOSE-TIME
           MOVE WS-RUN-USERID  TO CLR-USERID
           MOVE WS-RH-RUNS     TO CLR-RUNS
           MOVE WS-RH-CALCS    TO CLR-CALC-COUNT
           MOVE WS-RH-REJECTS  TO CLR-REJECT-COUNT
           MOVE WS-RH-COMPUTED TO CLR-COMPUTED-TOTAL
           WRITE CLR-REC
           IF NOT WS-CLOSEREG-OK
              DISPLAY "CALCCLOSE: WRITE TO CLOSEREG FAILED - STATUS = "
                 WS-CLOSEREG-STATUS
              CLOSE CLOSEREG
              GO TO 8000-NOT-RECORDED
           END-IF
           CLOSE CLOSEREG
           MOVE "RESULT  " TO WS-NTL-KIND
           MOVE "DAY BALANCES - BUSINESS DAY CLOSED" TO WS-NTL-TEXT
           PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
           DISPLAY "CALCCLOSE: " WS-BUS-DATE " BALANCED AND CLOSED"
           GO TO 8000-EXIT.
       8000-NOT-RECORDED.
           MOVE "RESULT  " TO WS-NTL-KIND
           MOVE "DAY BALANCES BUT COULD NOT BE RECORDED ON CLOSEREG - "
              & "NOT CLOSED" TO WS-NTL-TEXT
           PERFORM 7800-WRITE-NOTE THRU 7800-EXIT
           ADD 1 TO WS-BREAK-COUNT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8500-CHECK-DATE - WS-CHK-DATE is a real calendar date: a
      * month 01-12 and a day within that month, February taking 29
      * in a leap year (every fourth year, except centuries not
      * divisible by 400).
      ******************************************************************
       8500-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                 OR WS-CHK-DAY < 1 OR WS-CHK-YEAR < 1900
              GO TO 8500-EXIT
           END-IF
           MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-MONTH-LEN
           IF WS-CHK-MONTH = 2
              DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 29 TO WS-MONTH-LEN
                 DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = ZERO
                       MOVE 28 TO WS-MONTH-LEN
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-CHK-DAY > WS-MONTH-LEN
              GO TO 8500-EXIT
           END-IF
           SET WS-DATE-GOOD TO TRUE.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE REPORT-OUT
           DISPLAY " "
           DISPLAY "----- BUSINESS-DAY CLOSE SUMMARY -----"
           DISPLAY "BUSINESS DATE            = " WS-BUS-DATE
           DISPLAY "RUNS ON RUNHIST          = " WS-RH-RUNS
           DISPLAY "CALCULATIONS (RUNHIST)   = " WS-RH-CALCS
           DISPLAY "AUDIT ROWS               = " WS-AUD-ROWS
           DISPLAY "REJECTS (RUNHIST)        = " WS-RH-REJECTS
           DISPLAY "EXCEPTION ROWS           = " WS-EXC-ROWS
           DISPLAY "BREAKS                   = " WS-BREAK-COUNT
           DISPLAY "WARNINGS                 = " WS-WARN-COUNT.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCCLOSE.
