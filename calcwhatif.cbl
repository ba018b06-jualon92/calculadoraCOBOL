      ******************************************************************
      * Program-ID: CALCWHATIF
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Rate-change impact analysis. Before finance enters
      *             a new rate through CALCRATMNT, this job shows what
      *             the proposed values would have done to a past
      *             period. The proposals come from the RATEPROP file
      *             (rate code and proposed value, one per code);
      *             the live CALCRATES file is not read or touched.
      *             The period comes from WIFFROM / WIFTO (YYYYMMDD)
      *             and defaults to the whole of last month. The job
      *             chains through the AUDARCH archives that ARCHREG
      *             says cover the period and then the live AUDITLOG,
      *             as CALCHIST does, and picks out every row that
      *             resolved one of the proposed codes (CALC-RATE-FUNC
      *             "I" or "F"). Each one is run through CALCENGINE
      *             again with the proposed value in place of the
      *             operand the rate supplied, and the report
      *             (RATEWHIF) shows the old and new result of every
      *             row with the difference, then subtotals by rate
      *             code, by user and by month.
      *
      *             Each row is recomputed on its own: where a rate
      *             row fed a chain or a register, the later rows that
      *             used its result are not followed through. A row
      *             that was later reversed is left out - its effect
      *             was backed out. Archives are verified against
      *             their registry entries on the way through, as in
      *             CALCHIST. Return code 0 clean, 4 an archive failed
      *             verification, a proposed value fails in the
      *             engine on some row, or nothing in the period used
      *             the proposed codes, 16 unable to run.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version.
      *   2026-10-15 JU  More than 60 archives or 60 months now warns
      *                  and ends RC 4 instead of dropping the excess
      *                  silently; more than 50 users ends RC 4 too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCWHATIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-IN ASSIGN TO "RATEPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.
           SELECT ARCHREG-IN ASSIGN TO "ARCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHREG-STATUS.
           SELECT ARCHIVE-IN ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT AUDITLOG-IN ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUDIT-KEY OF AUD-REC
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT REPORT-OUT ASSIGN TO "RATEWHIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-IN
           LABEL RECORDS ARE STANDARD.
       01  PRP-REC.
           05  PRP-RATE-CODE           PIC X(08).
           05  PRP-VALUE               PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.

       FD  ARCHREG-IN
           LABEL RECORDS ARE STANDARD.
       01  ARG-REC.
           05  ARG-MONTH               PIC 9(06).
           05  ARG-FILE-NAME           PIC X(14).
           05  ARG-COUNT               PIC 9(07).
           05  ARG-TOTAL               PIC S9(09)V9(02)
                                        SIGN IS TRAILING SEPARATE.
           05  ARG-CREATE-DATE         PIC 9(08).

       FD  ARCHIVE-IN
           LABEL RECORDS ARE STANDARD.
       01  ARC-REC.
           COPY "calctran.cpy".

       FD  AUDITLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           COPY "calctran.cpy".

       FD  REPORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH           PIC X(01)      VALUE "N".
           88  WS-END-OF-FILE                     VALUE "Y".
       77  WS-ARC-EOF-SWITCH       PIC X(01)      VALUE "N".
           88  WS-ARC-END-OF-FILE                 VALUE "Y".
       77  WS-REG-EOF-SWITCH       PIC X(01)      VALUE "N".
           88  WS-REG-END-OF-FILE                 VALUE "Y".
       77  WS-PROPOSAL-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-PROPOSAL-OK                     VALUE "00".
       77  WS-ARCHREG-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-ARCHREG-OK                      VALUE "00".
       77  WS-ARCHIVE-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-ARCHIVE-OK                      VALUE "00".
       77  WS-AUDITLOG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                     VALUE "00".
       77  WS-REPORT-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-REPORT-OK                       VALUE "00".
       77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
       77  WS-FROM-IN              PIC X(08)      VALUE SPACES.
       77  WS-TO-IN                PIC X(08)      VALUE SPACES.
       77  WS-FROM-DATE            PIC 9(08)      VALUE ZERO.
       77  WS-TO-DATE              PIC 9(08)      VALUE ZERO.
       77  WS-FROM-MONTH           PIC 9(06)      VALUE ZERO.
       77  WS-TO-MONTH             PIC 9(06)      VALUE ZERO.
       77  WS-ARCHIVE-NAME         PIC X(14)      VALUE SPACES.
       77  WS-CALC-STATUS          COPY "calcstat.cpy".
       77  WS-ROUND-MODE           PIC X(01)      VALUE "R".
       77  WS-ROUND-MODE-IN        PIC X(01)      VALUE SPACE.
           88  WS-ROUND-TRUNCATE-ASKED            VALUE "T", "t".
       77  NUMEROINICIAL           PIC S9(5)V9(2) VALUE ZERO.
       77  OPERADOR                PIC X(01)      VALUE SPACE.
       77  NUMEROFINAL             PIC S9(5)V9(2) VALUE ZERO.
       77  RESULTADO               PIC S9(5)V9(2) VALUE ZERO.
       77  WS-OLD-RATE             PIC S9(5)V9(2) VALUE ZERO.
       77  WS-NEW-RATE             PIC S9(5)V9(2) VALUE ZERO.
       77  WS-OTHER-OPERAND        PIC S9(5)V9(2) VALUE ZERO.
       77  WS-DIFFERENCE           PIC S9(07)V9(02) VALUE ZERO.
       77  WS-REC-MONTH            PIC 9(06)      VALUE ZERO.
       77  WS-MATCH-CODE           PIC X(08)      VALUE SPACES.
       77  WS-PRP-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-PRP-COUNT-SHOWN      PIC 9(02)      VALUE ZERO.
       77  WS-PRP-TABLE-MAX        PIC S9(04) COMP VALUE 20.
       77  WS-PRP-SUB              PIC S9(04) COMP VALUE ZERO.
       77  WS-PRP-FOUND-SUB        PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-SUB              PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-TABLE-MAX        PIC S9(04) COMP VALUE 60.
       77  WS-USER-ENTRIES         PIC S9(04) COMP VALUE ZERO.
       77  WS-USER-TABLE-MAX       PIC S9(04) COMP VALUE 50.
       77  WS-USER-OVERFLOW-SW     PIC X(01)      VALUE "N".
           88  WS-USER-OVERFLOW                   VALUE "Y".
       77  WS-MON-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-MON-TABLE-MAX        PIC S9(04) COMP VALUE 60.
       77  WS-MON-OVERFLOW-SW      PIC X(01)      VALUE "N".
           88  WS-MON-OVERFLOW                    VALUE "Y".
       77  WS-ARC-OVERFLOW-SW      PIC X(01)      VALUE "N".
           88  WS-ARC-OVERFLOW                    VALUE "Y".
       77  WS-SUB                  PIC S9(04) COMP VALUE ZERO.
       77  WS-FOUND-SUB            PIC S9(04) COMP VALUE ZERO.
       77  WS-VER-COUNT            PIC 9(07)      VALUE ZERO.
       77  WS-VER-TOTAL            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-VERIFY-SW            PIC X(01)      VALUE "N".
           88  WS-VERIFY-FAILURES                 VALUE "Y".
       77  WS-ROWS-SELECTED        PIC 9(07)      VALUE ZERO.
       77  WS-ROWS-REVERSED        PIC 9(07)      VALUE ZERO.
       77  WS-ROWS-FAILED          PIC 9(07)      VALUE ZERO.
       77  WS-GRAND-COUNT          PIC 9(07)      VALUE ZERO.
       77  WS-GRAND-OLD            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-GRAND-NEW            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-DATE-OK-SW           PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                       VALUE "Y".
       77  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT            PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM             PIC 9(04)      VALUE ZERO.
       77  WS-HEADING-MODE-SW      PIC X(01)      VALUE "D".
           88  WS-DETAIL-HEADINGS                 VALUE "D".
           88  WS-BREAK-HEADINGS                  VALUE "B".
       77  WS-PAGE-COUNT           PIC 9(04)      VALUE ZERO.
       77  WS-LINE-COUNT           PIC 9(02)      VALUE 99.
       77  WS-LINES-PER-PAGE       PIC 9(02)      VALUE 55.
       77  WS-RETURN-CODE          PIC 9(02)      VALUE ZERO.

       01  WS-WIF-REC.
           COPY "calctran.cpy".

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

       01  WS-PRP-TABLE.
           05  WS-PRP-ENTRY        OCCURS 20 TIMES.
               10  WS-PRP-CODE     PIC X(08).
               10  WS-PRP-VALUE    PIC S9(5)V9(2).
               10  WS-PRP-COUNT    PIC 9(07).
               10  WS-PRP-OLD      PIC S9(09)V9(02).
               10  WS-PRP-NEW      PIC S9(09)V9(02).

       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY        OCCURS 60 TIMES.
               10  WS-ARC-MONTH    PIC 9(06).
               10  WS-ARC-NAME     PIC X(14).
               10  WS-ARC-COUNT    PIC 9(07).
               10  WS-ARC-TOTAL    PIC S9(09)V9(02).

       01  WS-USER-TABLE.
           05  WS-USER-ENTRY       OCCURS 50 TIMES.
               10  WS-USER-KEY     PIC X(08).
               10  WS-USER-COUNT   PIC 9(07).
               10  WS-USER-OLD     PIC S9(09)V9(02).
               10  WS-USER-NEW     PIC S9(09)V9(02).

       01  WS-MON-TABLE.
           05  WS-MON-ENTRY        OCCURS 60 TIMES.
               10  WS-MON-KEY      PIC 9(06).
               10  WS-MON-COUNT    PIC 9(07).
               10  WS-MON-OLD      PIC S9(09)V9(02).
               10  WS-MON-NEW      PIC S9(09)V9(02).

       01  WS-HEADING-1.
           05  FILLER              PIC X(14)
                                   VALUE "CALCWHATIF    ".
           05  FILLER              PIC X(36)
               VALUE "RATE-CHANGE IMPACT ANALYSIS         ".
           05  FILLER              PIC X(11)  VALUE "RUN DATE = ".
           05  WS-HDG-DATE         PIC 9(08).
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(07)  VALUE "PAGE = ".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(09)  VALUE "PERIOD = ".
           05  WS-HDG-FROM         PIC 9(08).
           05  FILLER              PIC X(03)  VALUE " - ".
           05  WS-HDG-TO           PIC 9(08).
           05  FILLER              PIC X(13)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER              PIC X(10)  VALUE "DATE      ".
           05  FILLER              PIC X(10)  VALUE "TIME      ".
           05  FILLER              PIC X(10)  VALUE "USERID    ".
           05  FILLER              PIC X(10)  VALUE "RATE CODE ".
           05  FILLER              PIC X(05)  VALUE "OP   ".
           05  FILLER              PIC X(12)  VALUE "  OLD RATE  ".
           05  FILLER              PIC X(12)  VALUE "  NEW RATE  ".
           05  FILLER              PIC X(12)  VALUE "   OPERAND  ".
           05  FILLER              PIC X(12)  VALUE "OLD RESULT  ".
           05  FILLER              PIC X(12)  VALUE "NEW RESULT  ".
           05  FILLER              PIC X(13)  VALUE " DIFFERENCE  ".
           05  FILLER              PIC X(04)  VALUE "NOTE".
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE         PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-TIME         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-USERID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-RATE-CODE    PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-OPERADOR     PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  WS-DTL-SIDE         PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-OLD-RATE     PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-NEW-RATE     PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-OTHER        PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-OLD-RESULT   PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-NEW-RESULT   PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-DIFFERENCE   PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-NOTE         PIC X(14).

       01  WS-BREAK-HEADING.
           05  WS-BRK-TITLE        PIC X(34).
           05  FILLER              PIC X(09)  VALUE "    COUNT".
           05  FILLER              PIC X(17)
                                   VALUE "       OLD RESULT".
           05  FILLER              PIC X(17)
                                   VALUE "       NEW RESULT".
           05  FILLER              PIC X(17)
                                   VALUE "       DIFFERENCE".
           05  FILLER              PIC X(38)  VALUE SPACES.

       01  WS-BREAK-LINE.
           05  WS-BRK-KEY          PIC X(30).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BRK-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BRK-OLD          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BRK-NEW          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BRK-DIFF         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(40)  VALUE SPACES.

       01  WS-BRK-RATE-KEY.
           05  WS-BRK-RATE-CODE    PIC X(08).
           05  FILLER              PIC X(07)  VALUE "  NEW =".
           05  WS-BRK-RATE-VALUE   PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(05)  VALUE SPACES.

       01  WS-TIME-EDIT.
           05  WS-TIME-HH          PIC X(02).
           05  FILLER              PIC X(01)  VALUE ":".
           05  WS-TIME-MM          PIC X(02).
           05  FILLER              PIC X(01)  VALUE ":".
           05  WS-TIME-SS          PIC X(02).

       01  WS-AUD-TIME.
           05  WS-AUD-TIME-HH      PIC 9(02).
           05  WS-AUD-TIME-MM      PIC 9(02).
           05  WS-AUD-TIME-SS      PIC 9(02).
           05  WS-AUD-TIME-HS      PIC 9(02).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the proposals and the archive registry,
      * chain through the archives covering the period oldest first
      * and then the live log, recomputing each row that resolved a
      * proposed code as it goes by, and close with the rate code,
      * user and month subtotals.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE 1 TO WS-ARC-SUB
           PERFORM 2000-PROCESS-ONE-ARCHIVE THRU 2000-EXIT
               UNTIL WS-ARC-SUB > WS-ARC-ENTRIES
           PERFORM 3000-PROCESS-LIVE-LOG THRU 3000-EXIT
           PERFORM 4000-PRINT-BREAKS THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - settle the period (last month when neither
      * end is given; an end given that is not a calendar date
      * refuses the run), load the proposed rates, open the report
      * and load the ARCHREG registry.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ROUND-MODE-IN FROM ENVIRONMENT "CALCROUND"
           IF WS-ROUND-TRUNCATE-ASKED
              MOVE "T" TO WS-ROUND-MODE
           END-IF
           ACCEPT WS-FROM-IN FROM ENVIRONMENT "WIFFROM"
           ACCEPT WS-TO-IN FROM ENVIRONMENT "WIFTO"
           PERFORM 1050-DEFAULT-PERIOD THRU 1050-EXIT
           IF WS-FROM-IN NOT = SPACES
              IF WS-FROM-IN IS NOT NUMERIC
                 DISPLAY "CALCWHATIF: WIFFROM " WS-FROM-IN
                    " IS NOT YYYYMMDD"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-FROM-IN TO WS-FROM-DATE
           END-IF
           IF WS-TO-IN NOT = SPACES
              IF WS-TO-IN IS NOT NUMERIC
                 DISPLAY "CALCWHATIF: WIFTO " WS-TO-IN
                    " IS NOT YYYYMMDD"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-TO-IN TO WS-TO-DATE
           END-IF
           MOVE WS-FROM-DATE TO WS-CHK-DATE
           PERFORM 8500-CHECK-DATE THRU 8500-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCWHATIF: FROM DATE " WS-FROM-DATE
                 " IS NOT A CALENDAR DATE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-TO-DATE TO WS-CHK-DATE
           PERFORM 8500-CHECK-DATE THRU 8500-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCWHATIF: TO DATE " WS-TO-DATE
                 " IS NOT A CALENDAR DATE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "CALCWHATIF: PERIOD " WS-FROM-DATE " - "
                 WS-TO-DATE " RUNS BACKWARDS"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-FROM-DATE (1:6) TO WS-FROM-MONTH
           MOVE WS-TO-DATE (1:6)   TO WS-TO-MONTH
           PERFORM 1100-LOAD-PROPOSALS THRU 1100-EXIT
           OPEN OUTPUT REPORT-OUT
           IF NOT WS-REPORT-OK
              DISPLAY "CALCWHATIF: UNABLE TO OPEN RATEWHIF - STATUS = "
                 WS-REPORT-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-PRP-ENTRIES TO WS-PRP-COUNT-SHOWN
           DISPLAY "CALCWHATIF: PERIOD " WS-FROM-DATE " - " WS-TO-DATE
              ", " WS-PRP-COUNT-SHOWN " PROPOSED RATE(S)"
           PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-DEFAULT-PERIOD - the first and last day of the month
      * before the run date.
      ******************************************************************
       1050-DEFAULT-PERIOD.
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           IF WS-CHK-MONTH = 1
              MOVE 12 TO WS-CHK-MONTH
              SUBTRACT 1 FROM WS-CHK-YEAR
           ELSE
              SUBTRACT 1 FROM WS-CHK-MONTH
           END-IF
           MOVE 1 TO WS-CHK-DAY
           MOVE WS-CHK-DATE TO WS-FROM-DATE
           PERFORM 8510-MONTH-LENGTH THRU 8510-EXIT
           MOVE WS-MONTH-LEN TO WS-CHK-DAY
           MOVE WS-CHK-DATE TO WS-TO-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PROPOSALS - one RATEPROP record per rate code. A
      * code named twice is refused rather than guessing which value
      * finance meant.
      ******************************************************************
       1100-LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-IN
           IF NOT WS-PROPOSAL-OK
              DISPLAY "CALCWHATIF: UNABLE TO OPEN RATEPROP - STATUS = "
                 WS-PROPOSAL-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1150-LOAD-ONE-PROPOSAL THRU 1150-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PROPOSAL-IN
           IF WS-PRP-ENTRIES = ZERO
              DISPLAY "CALCWHATIF: RATEPROP HOLDS NO PROPOSED RATES"
              GO TO 0000-MAINLINE-ABORT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-PROPOSAL.
           READ PROPOSAL-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 1150-EXIT
           END-READ
           IF PRP-RATE-CODE = SPACES
              GO TO 1150-EXIT
           END-IF
           IF PRP-VALUE IS NOT NUMERIC
              DISPLAY "CALCWHATIF: PROPOSED VALUE FOR " PRP-RATE-CODE
                 " IS NOT NUMERIC"
              CLOSE PROPOSAL-IN
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE PRP-RATE-CODE TO WS-MATCH-CODE
           PERFORM 1160-FIND-PROPOSAL THRU 1160-EXIT
           IF WS-PRP-FOUND-SUB > ZERO
              DISPLAY "CALCWHATIF: RATEPROP NAMES " PRP-RATE-CODE
                 " MORE THAN ONCE"
              CLOSE PROPOSAL-IN
              GO TO 0000-MAINLINE-ABORT
           END-IF
           IF WS-PRP-ENTRIES >= WS-PRP-TABLE-MAX
              DISPLAY "CALCWHATIF: MORE THAN 20 PROPOSED RATES - "
                 "SPLIT THE PROPOSAL OVER SEPARATE RUNS"
              CLOSE PROPOSAL-IN
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ADD 1 TO WS-PRP-ENTRIES
           MOVE PRP-RATE-CODE TO WS-PRP-CODE (WS-PRP-ENTRIES)
           MOVE PRP-VALUE     TO WS-PRP-VALUE (WS-PRP-ENTRIES)
           MOVE ZERO TO WS-PRP-COUNT (WS-PRP-ENTRIES)
           MOVE ZERO TO WS-PRP-OLD (WS-PRP-ENTRIES)
           MOVE ZERO TO WS-PRP-NEW (WS-PRP-ENTRIES).
       1150-EXIT.
           EXIT.

       1160-FIND-PROPOSAL.
           MOVE ZERO TO WS-PRP-FOUND-SUB
           MOVE 1 TO WS-PRP-SUB
           PERFORM 1165-MATCH-PROPOSAL THRU 1165-EXIT
               UNTIL WS-PRP-SUB > WS-PRP-ENTRIES
                  OR WS-PRP-FOUND-SUB > ZERO.
       1160-EXIT.
           EXIT.

       1165-MATCH-PROPOSAL.
           IF WS-PRP-CODE (WS-PRP-SUB) = WS-MATCH-CODE
              MOVE WS-PRP-SUB TO WS-PRP-FOUND-SUB
           END-IF
           ADD 1 TO WS-PRP-SUB.
       1165-EXIT.
           EXIT.

       1200-LOAD-REGISTRY.
           OPEN INPUT ARCHREG-IN
           IF WS-ARCHREG-STATUS = "35"
              DISPLAY "CALCWHATIF: NO ARCHREG ON FILE - ONLY THE LIVE "
                 "LOG WILL BE ANALYSED"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-ARCHREG-OK
              DISPLAY "CALCWHATIF: UNABLE TO OPEN ARCHREG - STATUS = "
                 WS-ARCHREG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1250-LOAD-ONE-ARCHIVE THRU 1250-EXIT
               UNTIL WS-REG-END-OF-FILE
                  OR WS-ARC-OVERFLOW
           IF WS-ARC-OVERFLOW
              DISPLAY "CALCWHATIF: MORE THAN 60 ARCHIVES ON ARCHREG - "
                 "LATER ARCHIVES OMITTED FROM THE ANALYSIS"
           END-IF
           CLOSE ARCHREG-IN.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-ARCHIVE.
           READ ARCHREG-IN
              AT END
                 MOVE "Y" TO WS-REG-EOF-SWITCH
                 GO TO 1250-EXIT
           END-READ
           IF WS-ARC-ENTRIES >= WS-ARC-TABLE-MAX
              SET WS-ARC-OVERFLOW TO TRUE
              GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-ARC-ENTRIES
           MOVE ARG-MONTH     TO WS-ARC-MONTH (WS-ARC-ENTRIES)
           MOVE ARG-FILE-NAME TO WS-ARC-NAME (WS-ARC-ENTRIES)
           MOVE ARG-COUNT     TO WS-ARC-COUNT (WS-ARC-ENTRIES)
           MOVE ARG-TOTAL     TO WS-ARC-TOTAL (WS-ARC-ENTRIES).
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-ARCHIVE - an archive whose month falls inside
      * the period is read whole and checked against its registry
      * count and total, as CALCHIST checks it; its rows in the
      * period go to 5000 for selection.
      ******************************************************************
       2000-PROCESS-ONE-ARCHIVE.
           IF WS-ARC-MONTH (WS-ARC-SUB) < WS-FROM-MONTH
                 OR WS-ARC-MONTH (WS-ARC-SUB) > WS-TO-MONTH
              GO TO 2000-NEXT
           END-IF
           MOVE WS-ARC-NAME (WS-ARC-SUB) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-IN
           IF NOT WS-ARCHIVE-OK
              DISPLAY "CALCWHATIF: UNABLE TO OPEN " WS-ARCHIVE-NAME
                 " - STATUS = " WS-ARCHIVE-STATUS
              SET WS-VERIFY-FAILURES TO TRUE
              GO TO 2000-NEXT
           END-IF
           MOVE ZERO TO WS-VER-COUNT
           MOVE ZERO TO WS-VER-TOTAL
           MOVE "N" TO WS-ARC-EOF-SWITCH
           PERFORM 2100-ROLL-ARCHIVE-RECORD THRU 2100-EXIT
               UNTIL WS-ARC-END-OF-FILE
           CLOSE ARCHIVE-IN
           IF WS-VER-COUNT = WS-ARC-COUNT (WS-ARC-SUB)
                 AND WS-VER-TOTAL = WS-ARC-TOTAL (WS-ARC-SUB)
              DISPLAY "CALCWHATIF: " WS-ARCHIVE-NAME
                 " VERIFIED AGAINST THE REGISTRY"
           ELSE
              DISPLAY "CALCWHATIF: " WS-ARCHIVE-NAME
                 " DOES NOT MATCH ITS REGISTRY ENTRY - COUNT = "
                 WS-VER-COUNT " REGISTERED = "
                 WS-ARC-COUNT (WS-ARC-SUB)
              SET WS-VERIFY-FAILURES TO TRUE
           END-IF.
       2000-NEXT.
           ADD 1 TO WS-ARC-SUB.
       2000-EXIT.
           EXIT.

       2100-ROLL-ARCHIVE-RECORD.
           READ ARCHIVE-IN
              AT END
                 MOVE "Y" TO WS-ARC-EOF-SWITCH
                 GO TO 2100-EXIT
           END-READ
           IF CALC-REC-TRAILER OF ARC-REC
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-VER-COUNT
           ADD CALC-RESULTADO OF ARC-REC TO WS-VER-TOTAL
           MOVE ARC-REC TO WS-WIF-REC
           PERFORM 5000-SELECT-RECORD THRU 5000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-LIVE-LOG - the live AUDITLOG from the first key
      * of the from date to the first row past the to date.
      ******************************************************************
       3000-PROCESS-LIVE-LOG.
           OPEN INPUT AUDITLOG-IN
           IF WS-AUDITLOG-STATUS = "35"
              GO TO 3000-EXIT
           END-IF
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCWHATIF: UNABLE TO OPEN AUDITLOG - STATUS = "
                 WS-AUDITLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-FROM-DATE TO CALC-TS-DATE OF AUD-REC
           MOVE ZERO TO CALC-TS-TIME OF AUD-REC
           MOVE ZERO TO CALC-AUDIT-SEQ OF AUD-REC
           START AUDITLOG-IN KEY NOT LESS THAN
                 CALC-AUDIT-KEY OF AUD-REC
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 3100-ROLL-LIVE-RECORD THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE AUDITLOG-IN.
       3000-EXIT.
           EXIT.

       3100-ROLL-LIVE-RECORD.
           READ AUDITLOG-IN NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 3100-EXIT
           END-READ
           IF CALC-TS-DATE OF AUD-REC > WS-TO-DATE
              MOVE "Y" TO WS-EOF-SWITCH
              GO TO 3100-EXIT
           END-IF
           IF CALC-REC-TRAILER OF AUD-REC
              GO TO 3100-EXIT
           END-IF
           MOVE AUD-REC TO WS-WIF-REC
           PERFORM 5000-SELECT-RECORD THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-BREAKS - after the last detail line, the subtotals
      * by rate code, by user and by month, then the grand totals.
      ******************************************************************
       4000-PRINT-BREAKS.
           SET WS-BREAK-HEADINGS TO TRUE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           MOVE "SUBTOTALS BY RATE CODE" TO WS-BRK-TITLE
           MOVE WS-BREAK-HEADING TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE 1 TO WS-SUB
           PERFORM 4100-PRINT-RATE-BREAK THRU 4100-EXIT
               UNTIL WS-SUB > WS-PRP-ENTRIES
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT

           MOVE "SUBTOTALS BY USER" TO WS-BRK-TITLE
           MOVE WS-BREAK-HEADING TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE 1 TO WS-SUB
           PERFORM 4200-PRINT-USER-BREAK THRU 4200-EXIT
               UNTIL WS-SUB > WS-USER-ENTRIES
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT

           MOVE "SUBTOTALS BY MONTH" TO WS-BRK-TITLE
           MOVE WS-BREAK-HEADING TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE 1 TO WS-SUB
           PERFORM 4300-PRINT-MONTH-BREAK THRU 4300-EXIT
               UNTIL WS-SUB > WS-MON-ENTRIES
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT

           MOVE SPACES TO WS-BRK-KEY
           MOVE "GRAND TOTALS FOR THE PERIOD" TO WS-BRK-KEY
           MOVE WS-GRAND-COUNT TO WS-BRK-COUNT
           MOVE WS-GRAND-OLD   TO WS-BRK-OLD
           MOVE WS-GRAND-NEW   TO WS-BRK-NEW
           COMPUTE WS-BRK-DIFF = WS-GRAND-NEW - WS-GRAND-OLD
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-RATE-BREAK.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE WS-PRP-CODE (WS-SUB)  TO WS-BRK-RATE-CODE
           MOVE WS-PRP-VALUE (WS-SUB) TO WS-BRK-RATE-VALUE
           MOVE WS-BRK-RATE-KEY       TO WS-BRK-KEY
           MOVE WS-PRP-COUNT (WS-SUB) TO WS-BRK-COUNT
           MOVE WS-PRP-OLD (WS-SUB)   TO WS-BRK-OLD
           MOVE WS-PRP-NEW (WS-SUB)   TO WS-BRK-NEW
           COMPUTE WS-BRK-DIFF =
              WS-PRP-NEW (WS-SUB) - WS-PRP-OLD (WS-SUB)
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           ADD 1 TO WS-SUB.
       4100-EXIT.
           EXIT.

       4200-PRINT-USER-BREAK.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE SPACES TO WS-BRK-KEY
           MOVE WS-USER-KEY (WS-SUB)   TO WS-BRK-KEY
           MOVE WS-USER-COUNT (WS-SUB) TO WS-BRK-COUNT
           MOVE WS-USER-OLD (WS-SUB)   TO WS-BRK-OLD
           MOVE WS-USER-NEW (WS-SUB)   TO WS-BRK-NEW
           COMPUTE WS-BRK-DIFF =
              WS-USER-NEW (WS-SUB) - WS-USER-OLD (WS-SUB)
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           ADD 1 TO WS-SUB.
       4200-EXIT.
           EXIT.

       4300-PRINT-MONTH-BREAK.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE SPACES TO WS-BRK-KEY
           MOVE WS-MON-KEY (WS-SUB)   TO WS-BRK-KEY (1:6)
           MOVE WS-MON-COUNT (WS-SUB) TO WS-BRK-COUNT
           MOVE WS-MON-OLD (WS-SUB)   TO WS-BRK-OLD
           MOVE WS-MON-NEW (WS-SUB)   TO WS-BRK-NEW
           COMPUTE WS-BRK-DIFF =
              WS-MON-NEW (WS-SUB) - WS-MON-OLD (WS-SUB)
           MOVE WS-BREAK-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           ADD 1 TO WS-SUB.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SELECT-RECORD - one audit row from whichever file it came
      * from. Kept when it is in the period, resolved a proposed rate
      * code and has not since been reversed; the operand the rate
      * supplied is replaced with the proposed value and the row is
      * run through CALCENGINE again with the round mode the calc run
      * uses. A row the engine refuses with the proposed value (size
      * error, divide by zero) is printed with its status and kept
      * out of the totals.
      ******************************************************************
       5000-SELECT-RECORD.
           IF CALC-TS-DATE OF WS-WIF-REC < WS-FROM-DATE
                 OR CALC-TS-DATE OF WS-WIF-REC > WS-TO-DATE
              GO TO 5000-EXIT
           END-IF
           IF NOT CALC-RATE-INICIAL OF WS-WIF-REC
                 AND NOT CALC-RATE-FINAL OF WS-WIF-REC
              GO TO 5000-EXIT
           END-IF
           MOVE CALC-RATE-CODE OF WS-WIF-REC TO WS-MATCH-CODE
           PERFORM 1160-FIND-PROPOSAL THRU 1160-EXIT
           IF WS-PRP-FOUND-SUB = ZERO
              GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-ROWS-SELECTED
           IF CALC-REV-REVERSED OF WS-WIF-REC
              ADD 1 TO WS-ROWS-REVERSED
              GO TO 5000-EXIT
           END-IF
           MOVE CALC-NUMEROINICIAL OF WS-WIF-REC TO NUMEROINICIAL
           MOVE CALC-OPERADOR OF WS-WIF-REC      TO OPERADOR
           MOVE CALC-NUMEROFINAL OF WS-WIF-REC   TO NUMEROFINAL
           MOVE WS-PRP-VALUE (WS-PRP-FOUND-SUB)  TO WS-NEW-RATE
           IF CALC-RATE-INICIAL OF WS-WIF-REC
              MOVE NUMEROINICIAL TO WS-OLD-RATE
              MOVE NUMEROFINAL   TO WS-OTHER-OPERAND
              MOVE WS-NEW-RATE   TO NUMEROINICIAL
           ELSE
              MOVE NUMEROFINAL   TO WS-OLD-RATE
              MOVE NUMEROINICIAL TO WS-OTHER-OPERAND
              MOVE WS-NEW-RATE   TO NUMEROFINAL
           END-IF
           MOVE "00" TO WS-CALC-STATUS
           MOVE ZERO TO RESULTADO
           CALL "CALCENGINE" USING NUMEROINICIAL, OPERADOR,
                   NUMEROFINAL, RESULTADO, WS-CALC-STATUS,
                   WS-ROUND-MODE
           END-CALL
           PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
           IF NOT STAT-OK OF WS-CALC-STATUS
              ADD 1 TO WS-ROWS-FAILED
              GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-GRAND-COUNT
           ADD CALC-RESULTADO OF WS-WIF-REC TO WS-GRAND-OLD
           ADD RESULTADO TO WS-GRAND-NEW
           ADD 1 TO WS-PRP-COUNT (WS-PRP-FOUND-SUB)
           ADD CALC-RESULTADO OF WS-WIF-REC
              TO WS-PRP-OLD (WS-PRP-FOUND-SUB)
           ADD RESULTADO TO WS-PRP-NEW (WS-PRP-FOUND-SUB)
           PERFORM 5200-ROLL-USER THRU 5200-EXIT
           PERFORM 5300-ROLL-MONTH THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-DETAIL.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE CALC-TS-DATE OF WS-WIF-REC TO WS-DTL-DATE
           MOVE CALC-TS-TIME OF WS-WIF-REC TO WS-AUD-TIME
           MOVE WS-AUD-TIME-HH TO WS-TIME-HH
           MOVE WS-AUD-TIME-MM TO WS-TIME-MM
           MOVE WS-AUD-TIME-SS TO WS-TIME-SS
           MOVE WS-TIME-EDIT   TO WS-DTL-TIME
           MOVE CALC-USERID OF WS-WIF-REC    TO WS-DTL-USERID
           MOVE CALC-RATE-CODE OF WS-WIF-REC TO WS-DTL-RATE-CODE
           MOVE CALC-OPERADOR OF WS-WIF-REC  TO WS-DTL-OPERADOR
           MOVE CALC-RATE-FUNC OF WS-WIF-REC TO WS-DTL-SIDE
           MOVE WS-OLD-RATE      TO WS-DTL-OLD-RATE
           MOVE WS-NEW-RATE      TO WS-DTL-NEW-RATE
           MOVE WS-OTHER-OPERAND TO WS-DTL-OTHER
           MOVE CALC-RESULTADO OF WS-WIF-REC TO WS-DTL-OLD-RESULT
           IF STAT-OK OF WS-CALC-STATUS
              MOVE RESULTADO TO WS-DTL-NEW-RESULT
              COMPUTE WS-DIFFERENCE =
                 RESULTADO - CALC-RESULTADO OF WS-WIF-REC
              MOVE WS-DIFFERENCE TO WS-DTL-DIFFERENCE
              MOVE SPACES TO WS-DTL-NOTE
           ELSE
              MOVE ZERO TO WS-DTL-NEW-RESULT
              MOVE ZERO TO WS-DTL-DIFFERENCE
              MOVE SPACES TO WS-DTL-NOTE
              STRING "FAILS STATUS " DELIMITED BY SIZE
                     WS-CALC-STATUS DELIMITED BY SIZE
                 INTO WS-DTL-NOTE
              END-STRING
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5150-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-TO-DATE TO WS-HDG-TO
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           IF WS-DETAIL-HEADINGS
              MOVE WS-HEADING-2 TO RPT-LINE
              PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE 5 TO WS-LINE-COUNT.
       5150-EXIT.
           EXIT.

       5200-ROLL-USER.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-SUB
           PERFORM 5250-FIND-USER THRU 5250-EXIT
               UNTIL WS-SUB > WS-USER-ENTRIES
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
              IF WS-USER-ENTRIES < WS-USER-TABLE-MAX
                 ADD 1 TO WS-USER-ENTRIES
                 MOVE WS-USER-ENTRIES TO WS-FOUND-SUB
                 MOVE CALC-USERID OF WS-WIF-REC
                    TO WS-USER-KEY (WS-FOUND-SUB)
                 MOVE ZERO TO WS-USER-COUNT (WS-FOUND-SUB)
                 MOVE ZERO TO WS-USER-OLD (WS-FOUND-SUB)
                 MOVE ZERO TO WS-USER-NEW (WS-FOUND-SUB)
              ELSE
                 IF NOT WS-USER-OVERFLOW
                    SET WS-USER-OVERFLOW TO TRUE
                    DISPLAY "CALCWHATIF: MORE THAN 50 DISTINCT USERIDS"
                       " - EXCESS USERS OMITTED FROM THE USER BREAK"
                 END-IF
                 GO TO 5200-EXIT
              END-IF
           END-IF
           ADD 1 TO WS-USER-COUNT (WS-FOUND-SUB)
           ADD CALC-RESULTADO OF WS-WIF-REC
              TO WS-USER-OLD (WS-FOUND-SUB)
           ADD RESULTADO TO WS-USER-NEW (WS-FOUND-SUB).
       5200-EXIT.
           EXIT.

       5250-FIND-USER.
           IF WS-USER-KEY (WS-SUB) = CALC-USERID OF WS-WIF-REC
              MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-SUB.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5300-ROLL-MONTH - the rows arrive in date order (archives
      * oldest first, then the live log), so a month not yet on the
      * table is always the next one and the table prints in order.
      ******************************************************************
       5300-ROLL-MONTH.
           MOVE CALC-TS-DATE OF WS-WIF-REC (1:6) TO WS-REC-MONTH
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-SUB
           PERFORM 5350-FIND-MONTH THRU 5350-EXIT
               UNTIL WS-SUB > WS-MON-ENTRIES
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
              IF WS-MON-ENTRIES >= WS-MON-TABLE-MAX
                 IF NOT WS-MON-OVERFLOW
                    SET WS-MON-OVERFLOW TO TRUE
                    DISPLAY "CALCWHATIF: MORE THAN 60 MONTHS IN THE "
                       "PERIOD - LATER MONTHS OMITTED FROM THE MONTH "
                       "BREAK"
                 END-IF
                 GO TO 5300-EXIT
              END-IF
              ADD 1 TO WS-MON-ENTRIES
              MOVE WS-MON-ENTRIES TO WS-FOUND-SUB
              MOVE WS-REC-MONTH TO WS-MON-KEY (WS-FOUND-SUB)
              MOVE ZERO TO WS-MON-COUNT (WS-FOUND-SUB)
              MOVE ZERO TO WS-MON-OLD (WS-FOUND-SUB)
              MOVE ZERO TO WS-MON-NEW (WS-FOUND-SUB)
           END-IF
           ADD 1 TO WS-MON-COUNT (WS-FOUND-SUB)
           ADD CALC-RESULTADO OF WS-WIF-REC
              TO WS-MON-OLD (WS-FOUND-SUB)
           ADD RESULTADO TO WS-MON-NEW (WS-FOUND-SUB).
       5300-EXIT.
           EXIT.

       5350-FIND-MONTH.
           IF WS-MON-KEY (WS-SUB) = WS-REC-MONTH
              MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-SUB.
       5350-EXIT.
           EXIT.

       5900-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF NOT WS-REPORT-OK
              DISPLAY "CALCWHATIF: WRITE TO RATEWHIF FAILED - STATUS = "
                 WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 8500-CHECK-DATE - WS-CHK-DATE is a real calendar date.
      * 8510-MONTH-LENGTH - days in the month of WS-CHK-DATE,
      * February taking 29 in a leap year.
      ******************************************************************
       8500-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                 OR WS-CHK-DAY < 1 OR WS-CHK-YEAR < 1900
              GO TO 8500-EXIT
           END-IF
           PERFORM 8510-MONTH-LENGTH THRU 8510-EXIT
           IF WS-CHK-DAY > WS-MONTH-LEN
              GO TO 8500-EXIT
           END-IF
           SET WS-DATE-GOOD TO TRUE.
       8500-EXIT.
           EXIT.

       8510-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-MONTH-LEN
           IF WS-CHK-MONTH NOT = 2
              GO TO 8510-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              GO TO 8510-EXIT
           END-IF
           MOVE 29 TO WS-MONTH-LEN
           DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              GO TO 8510-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              MOVE 28 TO WS-MONTH-LEN
           END-IF.
       8510-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE REPORT-OUT
           IF WS-ARC-OVERFLOW OR WS-MON-OVERFLOW OR WS-USER-OVERFLOW
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-VERIFY-FAILURES
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY "CALCWHATIF: ONE OR MORE ARCHIVES FAILED "
                 "VERIFICATION - REVIEW BEFORE TRUSTING THE REPORT"
           END-IF
           IF WS-ROWS-FAILED > ZERO
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY "CALCWHATIF: " WS-ROWS-FAILED " ROW(S) FAIL IN "
                 "THE ENGINE WITH THE PROPOSED VALUE"
           END-IF
           IF WS-ROWS-SELECTED = ZERO
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY "CALCWHATIF: NO ROWS IN THE PERIOD RESOLVED A "
                 "PROPOSED RATE CODE"
           END-IF
           DISPLAY "CALCWHATIF: ROWS RESOLVING A PROPOSED CODE = "
              WS-ROWS-SELECTED
           DISPLAY "CALCWHATIF: LEFT OUT AS SINCE REVERSED     = "
              WS-ROWS-REVERSED
           DISPLAY "CALCWHATIF: RECOMPUTED                     = "
              WS-GRAND-COUNT.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCWHATIF.
