      ******************************************************************
      * Program-ID: CALCAGE
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Exception aging and escalation over EXCPLOG.
      *             Every reject carries the date and time of the run
      *             that wrote it and its sequence number among that
      *             run's rejects, a key CALCREPAIR carries onto the
      *             FIXTRAN correction and CALCRESUB logs on RESUBLOG.
      *             This job follows each exception along that trail and
      *             puts it in one of six states:
      *               NOT REPAIRED         never through CALCREPAIR
      *               REPAIRED, NOT BATCHED  corrected but no
      *                                    CALCRESUB batch carries it
      *               BATCHED, NOT RUN     in a resubmission batch
      *                                    that is not on BATCHREG
      *               REJECTED AGAIN       its batch ran but the record
      *                                    did not post - the new
      *                                    reject is on EXCPLOG in its
      *                                    own right
      *               CLEARED              its resubmitted record
      *                                    posted to AUDITLOG (or the
      *                                    AUDARCH archives)
      *               NOT TRACEABLE        repaired before exceptions
      *                                    carried a key of their own
      *             The first three are outstanding. They are aged in
      *             business days (Monday to Friday) from the run date
      *             to the as-of date and bucketed 0-1, 2-5, 6-10 and
      *             over 10 days (rows written before exceptions were
      *             dated go in an undated column), and broken down by
      *             CALC-STATUS, by user and by resubmission count.
      *             An outstanding exception older than the age limit
      *             is listed on the escalation page. The report is
      *             EXCPAGE.
      *
      *             AGEDATE sets the as-of date (default today) and
      *             AGELIMIT the age limit in business days (default
      *             10). A resubmitted record is matched to the audit
      *             row its batch posted on the operator, the result
      *             CALCRESUB predicted and the resubmission count;
      *             archives are verified against their ARCHREG
      *             entries on the way through, as in CALCWHATIF.
      *             Return code 0 nothing past the limit, 4 an archive
      *             failing verification or more archives since the
      *             first resubmission than the table holds, 8
      *             outstanding exceptions past the limit (the
      *             scheduler alert), 16 unable to run.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version.
      *   2026-10-15 JU  A status beyond the status table's 20 goes on
      *                  a last "**" line instead of overwriting the
      *                  twentieth.
      *   2026-10-15 JU  Status 08 now reads BAD/CHAINED REVERSAL - a
      *                  reversal naming a row of a chain rejects
      *                  with it too.
      *   2026-10-15 JU  Archives for months before the first
      *                  resubmission are passed over as ARCHREG is
      *                  loaded, and a full archive table is reported
      *                  with RC 4 instead of silently dropping later
      *                  archives.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPLOG-IN ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPLOG-STATUS.
           SELECT RESUBLOG-IN ASSIGN TO "RESUBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBLOG-STATUS.
           SELECT BATCHREG ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHREG-STATUS.
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
           SELECT REPORT-OUT ASSIGN TO "EXCPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  EXC-REC.
           COPY "calctran.cpy".

       FD  RESUBLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  LOG-REC.
           05  LOG-DATE                PIC 9(08).
           05  LOG-TIME                PIC 9(08).
           05  LOG-BATCH-ID            PIC X(12).
           05  LOG-RECORD-NO           PIC 9(05).
           05  LOG-NUMEROINICIAL       PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  LOG-OPERADOR            PIC X(01).
           05  LOG-NUMEROFINAL         PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  LOG-EXPECTED            PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  LOG-STATUS              PIC X(02).
           05  LOG-RESUB-COUNT         PIC 9(02).
           05  LOG-EXC-KEY.
               10  LOG-EXC-DATE        PIC 9(08).
               10  LOG-EXC-TIME        PIC 9(08).
               10  LOG-EXC-SEQ         PIC 9(05).

       FD  BATCHREG
           LABEL RECORDS ARE STANDARD.
       01  BRG-REC.
           05  BRG-BATCH-ID            PIC X(12).
           05  BRG-BATCH-DATE          PIC 9(08).
           05  BRG-POST-DATE           PIC 9(08).
           05  BRG-POST-TIME           PIC 9(08).

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
       77  WS-ARG-EOF-SWITCH       PIC X(01)      VALUE "N".
           88  WS-ARG-END-OF-FILE                 VALUE "Y".
       77  WS-ARC-OVERFLOW-SW      PIC X(01)      VALUE "N".
           88  WS-ARC-OVERFLOW                    VALUE "Y".
       77  WS-EXCPLOG-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-EXCPLOG-OK                      VALUE "00".
       77  WS-RESUBLOG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-RESUBLOG-OK                     VALUE "00".
       77  WS-BATCHREG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-BATCHREG-OK                     VALUE "00".
       77  WS-ARCHREG-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-ARCHREG-OK                      VALUE "00".
       77  WS-ARCHIVE-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-ARCHIVE-OK                      VALUE "00".
       77  WS-AUDITLOG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                     VALUE "00".
       77  WS-REPORT-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-REPORT-OK                       VALUE "00".
       77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
       77  WS-AGE-DATE             PIC 9(08)      VALUE ZERO.
       77  WS-AGEDATE-IN           PIC X(08)      VALUE SPACES.
       77  WS-AGELIMIT-IN          PIC X(03)      VALUE SPACES.
       77  WS-AGELIMIT-TEXT        PIC X(03)      VALUE SPACES
                                   JUSTIFIED RIGHT.
       77  WS-AGE-LIMIT            PIC 9(03)      VALUE 10.
       77  WS-ASOF-BUS-DAY         PIC 9(07)      VALUE ZERO.
       77  WS-EXC-BUS-DAY          PIC 9(07)      VALUE ZERO.
       77  WS-BUS-DAY-NUMBER       PIC 9(07)      VALUE ZERO.
       77  WS-DAY-NUMBER           PIC 9(07)      VALUE ZERO.
       77  WS-CAL-YEAR             PIC 9(04)      VALUE ZERO.
       77  WS-CAL-MONTH            PIC 9(02)      VALUE ZERO.
       77  WS-CAL-QUOT             PIC 9(07)      VALUE ZERO.
       77  WS-CAL-REM              PIC 9(01)      VALUE ZERO.
       77  WS-CAL-WORK             PIC 9(05)      VALUE ZERO.
       77  WS-ARCHIVE-NAME         PIC X(14)      VALUE SPACES.
       77  WS-FIRST-LOG-DATE       PIC 9(08)      VALUE ZERO.
       77  WS-FIRST-LOG-MONTH      PIC 9(06)      VALUE ZERO.
       77  WS-RL-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-RL-TABLE-MAX         PIC S9(04) COMP VALUE 5000.
       77  WS-RL-SUB               PIC S9(04) COMP VALUE ZERO.
       77  WS-RL-FOUND-SUB         PIC S9(04) COMP VALUE ZERO.
       77  WS-RB-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-RB-TABLE-MAX         PIC S9(04) COMP VALUE 1000.
       77  WS-RB-SUB               PIC S9(04) COMP VALUE ZERO.
       77  WS-RB-FOUND-SUB         PIC S9(04) COMP VALUE ZERO.
       77  WS-MATCH-BATCH          PIC X(12)      VALUE SPACES.
       77  WS-ARC-SUB              PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-TABLE-MAX        PIC S9(04) COMP VALUE 60.
       77  WS-VER-COUNT            PIC 9(07)      VALUE ZERO.
       77  WS-VER-TOTAL            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-VERIFY-SW            PIC X(01)      VALUE "N".
           88  WS-VERIFY-FAILURES                 VALUE "Y".
       77  WS-ST-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-ST-TABLE-MAX         PIC S9(04) COMP VALUE 20.
       77  WS-US-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-US-TABLE-MAX         PIC S9(04) COMP VALUE 200.
       77  WS-BK-SUB               PIC S9(04) COMP VALUE ZERO.
       77  WS-BK-FOUND-SUB         PIC S9(04) COMP VALUE ZERO.
       77  WS-BUCKET-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-EXC-AGE              PIC 9(05)      VALUE ZERO.
       77  WS-EXC-BUCKET           PIC S9(04) COMP VALUE ZERO.
       77  WS-EXC-RESUB            PIC 9(02)      VALUE ZERO.
       77  WS-EXC-STATE            PIC X(01)      VALUE SPACE.
           88  WS-EXC-NOT-REPAIRED                VALUE "O".
           88  WS-EXC-NOT-BATCHED                 VALUE "P".
           88  WS-EXC-NOT-RUN                     VALUE "B".
           88  WS-EXC-REJECTED-AGAIN              VALUE "J".
           88  WS-EXC-CLEARED                     VALUE "C".
           88  WS-EXC-UNTRACED                    VALUE "U".
           88  WS-EXC-OUTSTANDING                 VALUE "O" "P" "B".
       77  WS-EXC-DATED-SW         PIC X(01)      VALUE "N".
           88  WS-EXC-DATED                       VALUE "Y".
       77  WS-READ-COUNT           PIC 9(07)      VALUE ZERO.
       77  WS-NOT-REPAIRED-COUNT   PIC 9(07)      VALUE ZERO.
       77  WS-NOT-BATCHED-COUNT    PIC 9(07)      VALUE ZERO.
       77  WS-NOT-RUN-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(07)      VALUE ZERO.
       77  WS-CLEARED-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-UNTRACED-COUNT       PIC 9(07)      VALUE ZERO.
       77  WS-ESCALATED-COUNT      PIC 9(07)      VALUE ZERO.
       77  WS-MATCHED-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-DATE-OK-SW           PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                       VALUE "Y".
       77  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT            PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM             PIC 9(04)      VALUE ZERO.
       77  WS-PAGE-COUNT           PIC 9(04)      VALUE ZERO.
       77  WS-LINE-COUNT           PIC 9(02)      VALUE 99.
       77  WS-LINES-PER-PAGE       PIC 9(02)      VALUE 55.
       77  WS-RETURN-CODE          PIC 9(02)      VALUE ZERO.

       01  WS-AGE-REC.
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

      *    Every RESUBLOG row that carries the key of the exception
      *    it was repaired from. WS-RL-BATCH-SUB points at its batch
      *    on WS-RB-TABLE; WS-RL-MATCH-SW is "Y" once an audit row
      *    from that batch has been matched to it.
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY         OCCURS 5000 TIMES.
               10  WS-RL-EXC-KEY   PIC X(21).
               10  WS-RL-BATCH-SUB PIC S9(04) COMP.
               10  WS-RL-OPERADOR  PIC X(01).
               10  WS-RL-EXPECTED  PIC S9(5)V9(2).
               10  WS-RL-RESUB-COUNT PIC 9(02).
               10  WS-RL-MATCH-SW  PIC X(01).

      *    The resubmission batches those rows went into, and
      *    whether BATCHREG shows each one run.
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY         OCCURS 1000 TIMES.
               10  WS-RB-BATCH-ID  PIC X(12).
               10  WS-RB-RUN-SW    PIC X(01).

       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY        OCCURS 60 TIMES.
               10  WS-ARC-MONTH    PIC 9(06).
               10  WS-ARC-NAME     PIC X(14).
               10  WS-ARC-COUNT    PIC 9(07).
               10  WS-ARC-TOTAL    PIC S9(09)V9(02).

      *    Outstanding exceptions by age bucket: 1 = 0-1, 2 = 2-5,
      *    3 = 6-10, 4 = over 10 business days, 5 = undated, 6 = all.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY         OCCURS 20 TIMES.
               10  WS-ST-KEY       PIC X(02).
               10  WS-ST-BUCKET    PIC 9(07) OCCURS 6 TIMES.
       01  WS-US-TABLE.
           05  WS-US-ENTRY         OCCURS 200 TIMES.
               10  WS-US-KEY       PIC X(08).
               10  WS-US-BUCKET    PIC 9(07) OCCURS 6 TIMES.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY         OCCURS 100 TIMES.
               10  WS-RC-BUCKET    PIC 9(07) OCCURS 6 TIMES.
       01  WS-TOT-BUCKETS.
           05  WS-TOT-BUCKET       PIC 9(07) OCCURS 6 TIMES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(14)
                                   VALUE "CALCAGE       ".
           05  FILLER              PIC X(36)
               VALUE "EXCEPTION AGING AND ESCALATION      ".
           05  FILLER              PIC X(11)  VALUE "RUN DATE = ".
           05  WS-HDG-DATE         PIC 9(08).
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(07)  VALUE "PAGE = ".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(08)  VALUE "AS OF = ".
           05  WS-HDG-ASOF         PIC 9(08).
           05  FILLER              PIC X(25)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE        PIC X(60).
           05  FILLER              PIC X(72)  VALUE SPACES.

       01  WS-BUCKET-HEADING.
           05  FILLER              PIC X(38)  VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE "  0-1 DAYS".
           05  FILLER              PIC X(10)  VALUE "  2-5 DAYS".
           05  FILLER              PIC X(10)  VALUE " 6-10 DAYS".
           05  FILLER              PIC X(10)  VALUE "   OVER 10".
           05  FILLER              PIC X(10)  VALUE "   UNDATED".
           05  FILLER              PIC X(10)  VALUE "     TOTAL".
           05  FILLER              PIC X(34)  VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BKL-KEY          PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-BKL-DESC         PIC X(24).
           05  WS-BKL-COUNTS       OCCURS 6 TIMES.
               10  FILLER          PIC X(03).
               10  WS-BKL-COUNT    PIC Z(06)9.
           05  FILLER              PIC X(34)  VALUE SPACES.

       01  WS-STATE-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-STL-TITLE        PIC X(44).
           05  WS-STL-COUNT        PIC Z(06)9.
           05  FILLER              PIC X(79)  VALUE SPACES.

       01  WS-ESC-HEADING.
           05  FILLER              PIC X(12)  VALUE "  RUN DATE  ".
           05  FILLER              PIC X(10)  VALUE "TIME      ".
           05  FILLER              PIC X(07)  VALUE "  ROW  ".
           05  FILLER              PIC X(10)  VALUE "USERID    ".
           05  FILLER              PIC X(14)  VALUE "BATCH ID      ".
           05  FILLER              PIC X(25)
                                   VALUE "STATUS                   ".
           05  FILLER              PIC X(06)  VALUE "RESUB ".
           05  FILLER              PIC X(06)  VALUE "  AGE ".
           05  FILLER              PIC X(34)
                   VALUE "STATE                             ".
           05  FILLER              PIC X(08)  VALUE SPACES.

       01  WS-ESC-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-DATE         PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-TIME         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-ROW          PIC Z(04)9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-USERID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-STATUS       PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  WS-ESL-REASON       PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-RESUB        PIC Z9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-AGE          PIC ZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-ESL-STATE        PIC X(40).
           05  FILLER              PIC X(03)  VALUE SPACES.

       01  WS-REASON-TEXT          PIC X(20)  VALUE SPACES.
       01  WS-STATE-TEXT           PIC X(40)  VALUE SPACES.

       01  WS-TIME-EDIT.
           05  WS-TIME-HH          PIC X(02).
           05  FILLER              PIC X(01)  VALUE ":".
           05  WS-TIME-MM          PIC X(02).
           05  FILLER              PIC X(01)  VALUE ":".
           05  WS-TIME-SS          PIC X(02).

       01  WS-STAMP-TIME.
           05  WS-STAMP-TIME-HH    PIC 9(02).
           05  WS-STAMP-TIME-MM    PIC 9(02).
           05  WS-STAMP-TIME-SS    PIC 9(02).
           05  WS-STAMP-TIME-HS    PIC 9(02).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the resubmission trail, match posted
      * resubmissions from the archives and the live log, then read
      * EXCPLOG twice: once to age and count, once to list what
      * needs escalating.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RL-ENTRIES > ZERO
              MOVE 1 TO WS-ARC-SUB
              PERFORM 2000-PROCESS-ONE-ARCHIVE THRU 2000-EXIT
                  UNTIL WS-ARC-SUB > WS-ARC-ENTRIES
              PERFORM 3000-PROCESS-LIVE-LOG THRU 3000-EXIT
           END-IF
           PERFORM 4000-AGE-EXCEPTIONS THRU 4000-EXIT
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           IF WS-ESCALATED-COUNT > ZERO
              PERFORM 6000-PRINT-ESCALATIONS THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the as-of date (AGEDATE, default today) and
      * age limit (AGELIMIT business days, default 10), then the
      * resubmission log, the batch registry and the archive
      * registry.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AGE-DATE
           ACCEPT WS-AGEDATE-IN FROM ENVIRONMENT "AGEDATE"
           IF WS-AGEDATE-IN NOT = SPACES
              IF WS-AGEDATE-IN IS NOT NUMERIC
                 DISPLAY "CALCAGE: AGEDATE " WS-AGEDATE-IN
                    " IS NOT YYYYMMDD"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-AGEDATE-IN TO WS-AGE-DATE
           END-IF
           MOVE WS-AGE-DATE TO WS-CHK-DATE
           PERFORM 8500-CHECK-DATE THRU 8500-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCAGE: AS-OF DATE " WS-AGE-DATE
                 " IS NOT A CALENDAR DATE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 8600-BUSINESS-DAY-NUMBER THRU 8600-EXIT
           MOVE WS-BUS-DAY-NUMBER TO WS-ASOF-BUS-DAY
           ACCEPT WS-AGELIMIT-IN FROM ENVIRONMENT "AGELIMIT"
           IF WS-AGELIMIT-IN NOT = SPACES
              UNSTRING WS-AGELIMIT-IN DELIMITED BY SPACE
                 INTO WS-AGELIMIT-TEXT
              END-UNSTRING
              INSPECT WS-AGELIMIT-TEXT REPLACING LEADING SPACE BY "0"
              IF WS-AGELIMIT-TEXT IS NOT NUMERIC
                 DISPLAY "CALCAGE: AGELIMIT " WS-AGELIMIT-IN
                    " IS NOT A NUMBER OF BUSINESS DAYS"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-AGELIMIT-TEXT TO WS-AGE-LIMIT
           END-IF
           OPEN OUTPUT REPORT-OUT
           IF NOT WS-REPORT-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN EXCPAGE - STATUS = "
                 WS-REPORT-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCAGE: AS OF " WS-AGE-DATE " AGE LIMIT "
              WS-AGE-LIMIT " BUSINESS DAYS"
           INITIALIZE WS-RC-TABLE
           INITIALIZE WS-TOT-BUCKETS
           PERFORM 1100-LOAD-RESUBLOG THRU 1100-EXIT
           PERFORM 1200-LOAD-BATCHREG THRU 1200-EXIT
           PERFORM 1300-LOAD-REGISTRY THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-RESUBLOG - rows logged before RESUBLOG carried the
      * exception key have spaces there and cannot be traced back.
      ******************************************************************
       1100-LOAD-RESUBLOG.
           OPEN INPUT RESUBLOG-IN
           IF WS-RESUBLOG-STATUS = "35"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-RESUBLOG-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN RESUBLOG - STATUS = "
                 WS-RESUBLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1150-LOAD-ONE-RESUB THRU 1150-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE RESUBLOG-IN
           MOVE WS-FIRST-LOG-DATE (1:6) TO WS-FIRST-LOG-MONTH.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-RESUB.
           READ RESUBLOG-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 1150-EXIT
           END-READ
           IF LOG-EXC-KEY IS NOT NUMERIC
                 OR LOG-EXC-SEQ = ZERO
              GO TO 1150-EXIT
           END-IF
           IF WS-RL-ENTRIES >= WS-RL-TABLE-MAX
              DISPLAY "CALCAGE: MORE THAN 5000 TRACED RESUBMISSIONS "
                 "ON RESUBLOG"
              CLOSE RESUBLOG-IN
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE LOG-BATCH-ID TO WS-MATCH-BATCH
           PERFORM 1170-FIND-OR-ADD-BATCH THRU 1170-EXIT
           ADD 1 TO WS-RL-ENTRIES
           MOVE LOG-EXC-KEY     TO WS-RL-EXC-KEY (WS-RL-ENTRIES)
           MOVE WS-RB-FOUND-SUB TO WS-RL-BATCH-SUB (WS-RL-ENTRIES)
           MOVE LOG-OPERADOR    TO WS-RL-OPERADOR (WS-RL-ENTRIES)
           MOVE LOG-EXPECTED    TO WS-RL-EXPECTED (WS-RL-ENTRIES)
           MOVE LOG-RESUB-COUNT TO WS-RL-RESUB-COUNT (WS-RL-ENTRIES)
           MOVE "N"             TO WS-RL-MATCH-SW (WS-RL-ENTRIES)
           IF WS-FIRST-LOG-DATE = ZERO
                 OR LOG-DATE < WS-FIRST-LOG-DATE
              MOVE LOG-DATE TO WS-FIRST-LOG-DATE
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1170-FIND-OR-ADD-BATCH - WS-RB-FOUND-SUB is the entry for
      * WS-MATCH-BATCH on the resubmission batch table, added (not yet
      * run) when new.
      ******************************************************************
       1170-FIND-OR-ADD-BATCH.
           PERFORM 1180-FIND-BATCH THRU 1180-EXIT
           IF WS-RB-FOUND-SUB > ZERO
              GO TO 1170-EXIT
           END-IF
           IF WS-RB-ENTRIES >= WS-RB-TABLE-MAX
              DISPLAY "CALCAGE: MORE THAN 1000 RESUBMISSION BATCHES "
                 "ON RESUBLOG"
              CLOSE RESUBLOG-IN
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ADD 1 TO WS-RB-ENTRIES
           MOVE WS-MATCH-BATCH TO WS-RB-BATCH-ID (WS-RB-ENTRIES)
           MOVE "N" TO WS-RB-RUN-SW (WS-RB-ENTRIES)
           MOVE WS-RB-ENTRIES TO WS-RB-FOUND-SUB.
       1170-EXIT.
           EXIT.

       1180-FIND-BATCH.
           MOVE ZERO TO WS-RB-FOUND-SUB
           MOVE 1 TO WS-RB-SUB
           PERFORM 1190-MATCH-BATCH THRU 1190-EXIT
               UNTIL WS-RB-SUB > WS-RB-ENTRIES
                  OR WS-RB-FOUND-SUB > ZERO.
       1180-EXIT.
           EXIT.

       1190-MATCH-BATCH.
           IF WS-RB-BATCH-ID (WS-RB-SUB) = WS-MATCH-BATCH
              MOVE WS-RB-SUB TO WS-RB-FOUND-SUB
           END-IF
           ADD 1 TO WS-RB-SUB.
       1190-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-BATCHREG - a resubmission batch on BATCHREG has been
      * run; one of its records with no audit row rejected again.
      ******************************************************************
       1200-LOAD-BATCHREG.
           IF WS-RB-ENTRIES = ZERO
              GO TO 1200-EXIT
           END-IF
           OPEN INPUT BATCHREG
           IF WS-BATCHREG-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-BATCHREG-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN BATCHREG - STATUS = "
                 WS-BATCHREG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1250-LOAD-ONE-BATCH THRU 1250-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE BATCHREG.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-BATCH.
           READ BATCHREG
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 1250-EXIT
           END-READ
           MOVE BRG-BATCH-ID TO WS-MATCH-BATCH
           PERFORM 1180-FIND-BATCH THRU 1180-EXIT
           IF WS-RB-FOUND-SUB > ZERO
              MOVE "Y" TO WS-RB-RUN-SW (WS-RB-FOUND-SUB)
           END-IF.
       1250-EXIT.
           EXIT.

       1300-LOAD-REGISTRY.
           IF WS-RL-ENTRIES = ZERO
              GO TO 1300-EXIT
           END-IF
           OPEN INPUT ARCHREG-IN
           IF WS-ARCHREG-STATUS = "35"
              GO TO 1300-EXIT
           END-IF
           IF NOT WS-ARCHREG-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN ARCHREG - STATUS = "
                 WS-ARCHREG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1350-LOAD-ONE-ARCHIVE THRU 1350-EXIT
               UNTIL WS-ARG-END-OF-FILE OR WS-ARC-OVERFLOW
           CLOSE ARCHREG-IN
           IF WS-ARC-OVERFLOW
              DISPLAY "CALCAGE: MORE THAN 60 ARCHIVES ON ARCHREG FROM "
                 WS-FIRST-LOG-MONTH " - LATER ARCHIVES OMITTED"
           END-IF.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-ARCHIVE.
           READ ARCHREG-IN
              AT END
                 MOVE "Y" TO WS-ARG-EOF-SWITCH
                 GO TO 1350-EXIT
           END-READ
           IF ARG-MONTH < WS-FIRST-LOG-MONTH
              GO TO 1350-EXIT
           END-IF
           IF WS-ARC-ENTRIES >= WS-ARC-TABLE-MAX
              SET WS-ARC-OVERFLOW TO TRUE
              GO TO 1350-EXIT
           END-IF
           ADD 1 TO WS-ARC-ENTRIES
           MOVE ARG-MONTH     TO WS-ARC-MONTH (WS-ARC-ENTRIES)
           MOVE ARG-FILE-NAME TO WS-ARC-NAME (WS-ARC-ENTRIES)
           MOVE ARG-COUNT     TO WS-ARC-COUNT (WS-ARC-ENTRIES)
           MOVE ARG-TOTAL     TO WS-ARC-TOTAL (WS-ARC-ENTRIES).
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-ARCHIVE - an archive of a month a
      * resubmission batch could have posted in is read whole and
      * checked against its registry count and total; its rows go to
      * 2500.
      ******************************************************************
       2000-PROCESS-ONE-ARCHIVE.
           IF WS-ARC-MONTH (WS-ARC-SUB) < WS-FIRST-LOG-MONTH
              GO TO 2000-NEXT
           END-IF
           MOVE WS-ARC-NAME (WS-ARC-SUB) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-IN
           IF NOT WS-ARCHIVE-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN " WS-ARCHIVE-NAME
                 " - STATUS = " WS-ARCHIVE-STATUS
              SET WS-VERIFY-FAILURES TO TRUE
              GO TO 2000-NEXT
           END-IF
           MOVE ZERO TO WS-VER-COUNT
           MOVE ZERO TO WS-VER-TOTAL
           MOVE "N" TO WS-ARC-EOF-SWITCH
           PERFORM 2100-MATCH-ARCHIVE-RECORD THRU 2100-EXIT
               UNTIL WS-ARC-END-OF-FILE
           CLOSE ARCHIVE-IN
           IF WS-VER-COUNT = WS-ARC-COUNT (WS-ARC-SUB)
                 AND WS-VER-TOTAL = WS-ARC-TOTAL (WS-ARC-SUB)
              DISPLAY "CALCAGE: " WS-ARCHIVE-NAME
                 " VERIFIED AGAINST THE REGISTRY"
           ELSE
              DISPLAY "CALCAGE: " WS-ARCHIVE-NAME
                 " DOES NOT MATCH ITS REGISTRY ENTRY - COUNT = "
                 WS-VER-COUNT " REGISTERED = "
                 WS-ARC-COUNT (WS-ARC-SUB)
              SET WS-VERIFY-FAILURES TO TRUE
           END-IF.
       2000-NEXT.
           ADD 1 TO WS-ARC-SUB.
       2000-EXIT.
           EXIT.

       2100-MATCH-ARCHIVE-RECORD.
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
           MOVE ARC-REC TO WS-AGE-REC
           PERFORM 2500-MATCH-AUDIT-ROW THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-MATCH-AUDIT-ROW - a row posted by a resubmission batch
      * clears the first unmatched RESUBLOG row of that batch with
      * the same operator, predicted result and resubmission count.
      ******************************************************************
       2500-MATCH-AUDIT-ROW.
           MOVE CALC-BATCH-ID OF WS-AGE-REC TO WS-MATCH-BATCH
           PERFORM 1180-FIND-BATCH THRU 1180-EXIT
           IF WS-RB-FOUND-SUB = ZERO
              GO TO 2500-EXIT
           END-IF
           IF CALC-RESUB-COUNT OF WS-AGE-REC IS NOT NUMERIC
              MOVE ZERO TO CALC-RESUB-COUNT OF WS-AGE-REC
           END-IF
           MOVE ZERO TO WS-RL-FOUND-SUB
           MOVE 1 TO WS-RL-SUB
           PERFORM 2550-MATCH-ONE-RESUB THRU 2550-EXIT
               UNTIL WS-RL-SUB > WS-RL-ENTRIES
                  OR WS-RL-FOUND-SUB > ZERO
           IF WS-RL-FOUND-SUB > ZERO
              MOVE "Y" TO WS-RL-MATCH-SW (WS-RL-FOUND-SUB)
              ADD 1 TO WS-MATCHED-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

       2550-MATCH-ONE-RESUB.
           IF WS-RL-BATCH-SUB (WS-RL-SUB) = WS-RB-FOUND-SUB
                 AND WS-RL-MATCH-SW (WS-RL-SUB) = "N"
                 AND WS-RL-OPERADOR (WS-RL-SUB)
                        = CALC-OPERADOR OF WS-AGE-REC
                 AND WS-RL-EXPECTED (WS-RL-SUB)
                        = CALC-RESULTADO OF WS-AGE-REC
                 AND WS-RL-RESUB-COUNT (WS-RL-SUB)
                        = CALC-RESUB-COUNT OF WS-AGE-REC
              MOVE WS-RL-SUB TO WS-RL-FOUND-SUB
           END-IF
           ADD 1 TO WS-RL-SUB.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-LIVE-LOG - the live AUDITLOG from the day the
      * first traced resubmission batch was built.
      ******************************************************************
       3000-PROCESS-LIVE-LOG.
           OPEN INPUT AUDITLOG-IN
           IF WS-AUDITLOG-STATUS = "35"
              GO TO 3000-EXIT
           END-IF
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN AUDITLOG - STATUS = "
                 WS-AUDITLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-FIRST-LOG-DATE TO CALC-TS-DATE OF AUD-REC
           MOVE ZERO TO CALC-TS-TIME OF AUD-REC
           MOVE ZERO TO CALC-AUDIT-SEQ OF AUD-REC
           START AUDITLOG-IN KEY NOT LESS THAN
                 CALC-AUDIT-KEY OF AUD-REC
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 3100-MATCH-LIVE-RECORD THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE AUDITLOG-IN.
       3000-EXIT.
           EXIT.

       3100-MATCH-LIVE-RECORD.
           READ AUDITLOG-IN NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 3100-EXIT
           END-READ
           IF CALC-REC-TRAILER OF AUD-REC
              GO TO 3100-EXIT
           END-IF
           MOVE AUD-REC TO WS-AGE-REC
           PERFORM 2500-MATCH-AUDIT-ROW THRU 2500-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AGE-EXCEPTIONS - first pass over EXCPLOG: every row is
      * put in its state, and each outstanding one is aged into the
      * status, user and resubmission-count breakdowns.
      ******************************************************************
       4000-AGE-EXCEPTIONS.
           OPEN INPUT EXCPLOG-IN
           IF WS-EXCPLOG-STATUS = "35"
              DISPLAY "CALCAGE: NO EXCPLOG - NOTHING TO AGE"
              GO TO 4000-EXIT
           END-IF
           IF NOT WS-EXCPLOG-OK
              DISPLAY "CALCAGE: UNABLE TO OPEN EXCPLOG - STATUS = "
                 WS-EXCPLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-AGE-ONE-EXCEPTION THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE EXCPLOG-IN.
       4000-EXIT.
           EXIT.

       4100-AGE-ONE-EXCEPTION.
           READ EXCPLOG-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           PERFORM 4500-CLASSIFY-EXCEPTION THRU 4500-EXIT
           EVALUATE TRUE
           WHEN WS-EXC-NOT-REPAIRED
                ADD 1 TO WS-NOT-REPAIRED-COUNT
           WHEN WS-EXC-NOT-BATCHED
                ADD 1 TO WS-NOT-BATCHED-COUNT
           WHEN WS-EXC-NOT-RUN
                ADD 1 TO WS-NOT-RUN-COUNT
           WHEN WS-EXC-REJECTED-AGAIN
                ADD 1 TO WS-REJECTED-COUNT
           WHEN WS-EXC-CLEARED
                ADD 1 TO WS-CLEARED-COUNT
           WHEN OTHER
                ADD 1 TO WS-UNTRACED-COUNT
           END-EVALUATE
           IF NOT WS-EXC-OUTSTANDING
              GO TO 4100-EXIT
           END-IF
           IF WS-EXC-DATED
                 AND WS-EXC-AGE > WS-AGE-LIMIT
              ADD 1 TO WS-ESCALATED-COUNT
           END-IF
           ADD 1 TO WS-TOT-BUCKET (WS-EXC-BUCKET)
           ADD 1 TO WS-TOT-BUCKET (6)
           PERFORM 4200-COUNT-BY-STATUS THRU 4200-EXIT
           PERFORM 4300-COUNT-BY-USER THRU 4300-EXIT
           ADD 1 TO WS-RC-BUCKET (WS-EXC-RESUB + 1, WS-EXC-BUCKET)
           ADD 1 TO WS-RC-BUCKET (WS-EXC-RESUB + 1, 6).
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-COUNT-BY-STATUS - a status beyond the table's 20 goes on a
      * last "**" line (OTHER STATUS) rather than stopping the report.
      ******************************************************************
       4200-COUNT-BY-STATUS.
           MOVE ZERO TO WS-BK-FOUND-SUB
           MOVE 1 TO WS-BK-SUB
           PERFORM 4250-MATCH-STATUS THRU 4250-EXIT
               UNTIL WS-BK-SUB > WS-ST-ENTRIES
                  OR WS-BK-FOUND-SUB > ZERO
           IF WS-BK-FOUND-SUB > ZERO
              GO TO 4200-COUNT
           END-IF
           IF WS-ST-ENTRIES < WS-ST-TABLE-MAX - 1
              ADD 1 TO WS-ST-ENTRIES
              MOVE WS-ST-ENTRIES TO WS-BK-FOUND-SUB
              INITIALIZE WS-ST-ENTRY (WS-BK-FOUND-SUB)
              MOVE CALC-STATUS OF EXC-REC
                 TO WS-ST-KEY (WS-BK-FOUND-SUB)
              GO TO 4200-COUNT
           END-IF
           IF WS-ST-ENTRIES < WS-ST-TABLE-MAX
              ADD 1 TO WS-ST-ENTRIES
              INITIALIZE WS-ST-ENTRY (WS-ST-ENTRIES)
              MOVE "**" TO WS-ST-KEY (WS-ST-ENTRIES)
           END-IF
           MOVE WS-ST-ENTRIES TO WS-BK-FOUND-SUB.
       4200-COUNT.
           ADD 1 TO WS-ST-BUCKET (WS-BK-FOUND-SUB, WS-EXC-BUCKET)
           ADD 1 TO WS-ST-BUCKET (WS-BK-FOUND-SUB, 6).
       4200-EXIT.
           EXIT.

       4250-MATCH-STATUS.
           IF WS-ST-KEY (WS-BK-SUB) = CALC-STATUS OF EXC-REC
              MOVE WS-BK-SUB TO WS-BK-FOUND-SUB
           END-IF
           ADD 1 TO WS-BK-SUB.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-COUNT-BY-USER - a user beyond the table's 200 goes on a
      * last "*OTHER*" line rather than stopping the report.
      ******************************************************************
       4300-COUNT-BY-USER.
           MOVE ZERO TO WS-BK-FOUND-SUB
           MOVE 1 TO WS-BK-SUB
           PERFORM 4350-MATCH-USER THRU 4350-EXIT
               UNTIL WS-BK-SUB > WS-US-ENTRIES
                  OR WS-BK-FOUND-SUB > ZERO
           IF WS-BK-FOUND-SUB > ZERO
              GO TO 4300-COUNT
           END-IF
           IF WS-US-ENTRIES < WS-US-TABLE-MAX - 1
              ADD 1 TO WS-US-ENTRIES
              MOVE WS-US-ENTRIES TO WS-BK-FOUND-SUB
              INITIALIZE WS-US-ENTRY (WS-BK-FOUND-SUB)
              MOVE CALC-USERID OF EXC-REC
                 TO WS-US-KEY (WS-BK-FOUND-SUB)
              GO TO 4300-COUNT
           END-IF
           IF WS-US-ENTRIES < WS-US-TABLE-MAX
              ADD 1 TO WS-US-ENTRIES
              INITIALIZE WS-US-ENTRY (WS-US-ENTRIES)
              MOVE "*OTHER*" TO WS-US-KEY (WS-US-ENTRIES)
           END-IF
           MOVE WS-US-ENTRIES TO WS-BK-FOUND-SUB.
       4300-COUNT.
           ADD 1 TO WS-US-BUCKET (WS-BK-FOUND-SUB, WS-EXC-BUCKET)
           ADD 1 TO WS-US-BUCKET (WS-BK-FOUND-SUB, 6).
       4300-EXIT.
           EXIT.

       4350-MATCH-USER.
           IF WS-US-KEY (WS-BK-SUB) = CALC-USERID OF EXC-REC
              MOVE WS-BK-SUB TO WS-BK-FOUND-SUB
           END-IF
           ADD 1 TO WS-BK-SUB.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CLASSIFY-EXCEPTION - the state of the row in EXC-REC, its
      * age in business days and its age bucket. A row repaired more
      * than once is traced through its latest RESUBLOG row.
      ******************************************************************
       4500-CLASSIFY-EXCEPTION.
           MOVE ZERO TO WS-EXC-AGE
           MOVE ZERO TO WS-RL-FOUND-SUB
           MOVE "N" TO WS-EXC-DATED-SW
           IF CALC-RESUB-COUNT OF EXC-REC IS NUMERIC
              MOVE CALC-RESUB-COUNT OF EXC-REC TO WS-EXC-RESUB
           ELSE
              MOVE ZERO TO WS-EXC-RESUB
           END-IF
           IF CALC-TS-DATE OF EXC-REC IS NUMERIC
                 AND CALC-TS-DATE OF EXC-REC > ZERO
              SET WS-EXC-DATED TO TRUE
           END-IF
           EVALUATE TRUE
           WHEN NOT CALC-RESUBMITTED OF EXC-REC
                SET WS-EXC-NOT-REPAIRED TO TRUE
           WHEN CALC-AUDIT-KEY OF EXC-REC IS NOT NUMERIC
           WHEN CALC-AUDIT-SEQ OF EXC-REC = ZERO
                SET WS-EXC-UNTRACED TO TRUE
           WHEN OTHER
                MOVE 1 TO WS-RL-SUB
                PERFORM 4550-FIND-RESUB THRU 4550-EXIT
                    UNTIL WS-RL-SUB > WS-RL-ENTRIES
                EVALUATE TRUE
                WHEN WS-RL-FOUND-SUB = ZERO
                     SET WS-EXC-NOT-BATCHED TO TRUE
                WHEN WS-RL-MATCH-SW (WS-RL-FOUND-SUB) = "Y"
                     SET WS-EXC-CLEARED TO TRUE
                WHEN OTHER
                     MOVE WS-RL-BATCH-SUB (WS-RL-FOUND-SUB)
                        TO WS-RB-SUB
                     IF WS-RB-RUN-SW (WS-RB-SUB) = "Y"
                        SET WS-EXC-REJECTED-AGAIN TO TRUE
                     ELSE
                        SET WS-EXC-NOT-RUN TO TRUE
                     END-IF
                END-EVALUATE
           END-EVALUATE
           IF NOT WS-EXC-DATED
              MOVE 5 TO WS-EXC-BUCKET
              GO TO 4500-EXIT
           END-IF
           MOVE CALC-TS-DATE OF EXC-REC TO WS-CHK-DATE
           PERFORM 8600-BUSINESS-DAY-NUMBER THRU 8600-EXIT
           MOVE WS-BUS-DAY-NUMBER TO WS-EXC-BUS-DAY
           IF WS-EXC-BUS-DAY < WS-ASOF-BUS-DAY
              COMPUTE WS-EXC-AGE = WS-ASOF-BUS-DAY - WS-EXC-BUS-DAY
           END-IF
           EVALUATE TRUE
           WHEN WS-EXC-AGE < 2
                MOVE 1 TO WS-EXC-BUCKET
           WHEN WS-EXC-AGE < 6
                MOVE 2 TO WS-EXC-BUCKET
           WHEN WS-EXC-AGE < 11
                MOVE 3 TO WS-EXC-BUCKET
           WHEN OTHER
                MOVE 4 TO WS-EXC-BUCKET
           END-EVALUATE.
       4500-EXIT.
           EXIT.

       4550-FIND-RESUB.
           IF WS-RL-EXC-KEY (WS-RL-SUB) = CALC-AUDIT-KEY OF EXC-REC
              MOVE WS-RL-SUB TO WS-RL-FOUND-SUB
           END-IF
           ADD 1 TO WS-RL-SUB.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-SUMMARY - the state counts, the age buckets, then
      * the outstanding exceptions by status, user and resubmission
      * count.
      ******************************************************************
       5000-PRINT-SUMMARY.
           PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           MOVE "EXCEPTIONS ON EXCPLOG BY STATE" TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "NOT REPAIRED                   (OUTSTANDING)"
              TO WS-STL-TITLE
           MOVE WS-NOT-REPAIRED-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE "REPAIRED, NOT BATCHED          (OUTSTANDING)"
              TO WS-STL-TITLE
           MOVE WS-NOT-BATCHED-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE "BATCHED, NOT RUN               (OUTSTANDING)"
              TO WS-STL-TITLE
           MOVE WS-NOT-RUN-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE "RESUBMITTED, REJECTED AGAIN" TO WS-STL-TITLE
           MOVE WS-REJECTED-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE "RESUBMITTED AND POSTED - CLEARED" TO WS-STL-TITLE
           MOVE WS-CLEARED-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE "RESUBMITTED, NOT TRACEABLE" TO WS-STL-TITLE
           MOVE WS-UNTRACED-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE "TOTAL EXCEPTION ROWS" TO WS-STL-TITLE
           MOVE WS-READ-COUNT TO WS-STL-COUNT
           PERFORM 5050-PRINT-STATE-LINE THRU 5050-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "OUTSTANDING EXCEPTIONS BY AGE (BUSINESS DAYS)"
              TO WS-SEC-TITLE
           PERFORM 5100-PRINT-BUCKET-TITLE THRU 5100-EXIT
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE "ALL" TO WS-BKL-KEY
           MOVE "OUTSTANDING" TO WS-BKL-DESC
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 5060-MOVE-TOTAL-BUCKET THRU 5060-EXIT
               UNTIL WS-BUCKET-SUB > 6
           PERFORM 5070-PRINT-BUCKET-LINE THRU 5070-EXIT
           MOVE "BY CALC-STATUS" TO WS-SEC-TITLE
           PERFORM 5100-PRINT-BUCKET-TITLE THRU 5100-EXIT
           MOVE 1 TO WS-BK-SUB
           PERFORM 5200-PRINT-ONE-STATUS THRU 5200-EXIT
               UNTIL WS-BK-SUB > WS-ST-ENTRIES
           MOVE "BY USER" TO WS-SEC-TITLE
           PERFORM 5100-PRINT-BUCKET-TITLE THRU 5100-EXIT
           MOVE 1 TO WS-BK-SUB
           PERFORM 5300-PRINT-ONE-USER THRU 5300-EXIT
               UNTIL WS-BK-SUB > WS-US-ENTRIES
           MOVE "BY RESUBMISSION COUNT" TO WS-SEC-TITLE
           PERFORM 5100-PRINT-BUCKET-TITLE THRU 5100-EXIT
           MOVE 1 TO WS-BK-SUB
           PERFORM 5400-PRINT-ONE-COUNT THRU 5400-EXIT
               UNTIL WS-BK-SUB > 100.
       5000-EXIT.
           EXIT.

       5050-PRINT-STATE-LINE.
           MOVE WS-STATE-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5050-EXIT.
           EXIT.

       5060-MOVE-TOTAL-BUCKET.
           MOVE WS-TOT-BUCKET (WS-BUCKET-SUB)
              TO WS-BKL-COUNT (WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-SUB.
       5060-EXIT.
           EXIT.

       5070-PRINT-BUCKET-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
              MOVE WS-BUCKET-HEADING TO RPT-LINE
              PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           END-IF
           MOVE WS-BUCKET-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5070-EXIT.
           EXIT.

       5100-PRINT-BUCKET-TITLE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           ELSE
              MOVE SPACES TO RPT-LINE
              PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           END-IF
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE WS-BUCKET-HEADING TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5150-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-AGE-DATE TO WS-HDG-ASOF
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE 3 TO WS-LINE-COUNT.
       5150-EXIT.
           EXIT.

       5200-PRINT-ONE-STATUS.
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE WS-ST-KEY (WS-BK-SUB) TO WS-BKL-KEY
           MOVE WS-ST-KEY (WS-BK-SUB) TO CALC-STATUS OF WS-AGE-REC
           PERFORM 6200-REASON-TEXT THRU 6200-EXIT
           MOVE WS-REASON-TEXT TO WS-BKL-DESC
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 5250-MOVE-STATUS-BUCKET THRU 5250-EXIT
               UNTIL WS-BUCKET-SUB > 6
           PERFORM 5070-PRINT-BUCKET-LINE THRU 5070-EXIT
           ADD 1 TO WS-BK-SUB.
       5200-EXIT.
           EXIT.

       5250-MOVE-STATUS-BUCKET.
           MOVE WS-ST-BUCKET (WS-BK-SUB, WS-BUCKET-SUB)
              TO WS-BKL-COUNT (WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-SUB.
       5250-EXIT.
           EXIT.

       5300-PRINT-ONE-USER.
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE WS-US-KEY (WS-BK-SUB) TO WS-BKL-KEY
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 5350-MOVE-USER-BUCKET THRU 5350-EXIT
               UNTIL WS-BUCKET-SUB > 6
           PERFORM 5070-PRINT-BUCKET-LINE THRU 5070-EXIT
           ADD 1 TO WS-BK-SUB.
       5300-EXIT.
           EXIT.

       5350-MOVE-USER-BUCKET.
           MOVE WS-US-BUCKET (WS-BK-SUB, WS-BUCKET-SUB)
              TO WS-BKL-COUNT (WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-SUB.
       5350-EXIT.
           EXIT.

       5400-PRINT-ONE-COUNT.
           IF WS-RC-BUCKET (WS-BK-SUB, 6) = ZERO
              GO TO 5400-NEXT
           END-IF
           MOVE SPACES TO WS-BUCKET-LINE
           COMPUTE WS-EXC-RESUB = WS-BK-SUB - 1
           MOVE WS-EXC-RESUB TO WS-BKL-KEY
           EVALUATE WS-EXC-RESUB
           WHEN ZERO
                MOVE "FIRST SUBMISSION" TO WS-BKL-DESC
           WHEN 1
                MOVE "RESUBMITTED ONCE" TO WS-BKL-DESC
           WHEN OTHER
                MOVE "RESUBMITTED REPEATEDLY" TO WS-BKL-DESC
           END-EVALUATE
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 5450-MOVE-COUNT-BUCKET THRU 5450-EXIT
               UNTIL WS-BUCKET-SUB > 6
           PERFORM 5070-PRINT-BUCKET-LINE THRU 5070-EXIT.
       5400-NEXT.
           ADD 1 TO WS-BK-SUB.
       5400-EXIT.
           EXIT.

       5450-MOVE-COUNT-BUCKET.
           MOVE WS-RC-BUCKET (WS-BK-SUB, WS-BUCKET-SUB)
              TO WS-BKL-COUNT (WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-SUB.
       5450-EXIT.
           EXIT.

       5900-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF NOT WS-REPORT-OK
              DISPLAY "CALCAGE: WRITE TO EXCPAGE FAILED - STATUS = "
                 WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-ESCALATIONS - second pass over EXCPLOG, on a page of
      * its own: every outstanding exception older than the limit,
      * with where it has got to.
      ******************************************************************
       6000-PRINT-ESCALATIONS.
           PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           MOVE SPACES TO WS-SEC-TITLE
           STRING "ESCALATION - OUTSTANDING MORE THAN " WS-AGE-LIMIT
              " BUSINESS DAYS" DELIMITED BY SIZE INTO WS-SEC-TITLE
           PERFORM 6050-PRINT-ESC-TITLE THRU 6050-EXIT
           OPEN INPUT EXCPLOG-IN
           IF NOT WS-EXCPLOG-OK
              DISPLAY "CALCAGE: UNABLE TO REOPEN EXCPLOG - STATUS = "
                 WS-EXCPLOG-STATUS
              GO TO 6000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 6100-LIST-ONE-EXCEPTION THRU 6100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE EXCPLOG-IN.
       6000-EXIT.
           EXIT.

       6050-PRINT-ESC-TITLE.
           MOVE WS-SECTION-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE WS-ESC-HEADING TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       6050-EXIT.
           EXIT.

       6100-LIST-ONE-EXCEPTION.
           READ EXCPLOG-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 6100-EXIT
           END-READ
           PERFORM 4500-CLASSIFY-EXCEPTION THRU 4500-EXIT
           IF NOT WS-EXC-OUTSTANDING
                 OR NOT WS-EXC-DATED
                 OR WS-EXC-AGE NOT > WS-AGE-LIMIT
              GO TO 6100-EXIT
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
              PERFORM 6050-PRINT-ESC-TITLE THRU 6050-EXIT
           END-IF
           MOVE CALC-STATUS OF EXC-REC TO CALC-STATUS OF WS-AGE-REC
           PERFORM 6200-REASON-TEXT THRU 6200-EXIT
           EVALUATE TRUE
           WHEN WS-EXC-NOT-REPAIRED
                MOVE "NOT REPAIRED" TO WS-STATE-TEXT
           WHEN WS-EXC-NOT-BATCHED
                MOVE "REPAIRED, NOT BATCHED BY CALCRESUB"
                   TO WS-STATE-TEXT
           WHEN OTHER
                MOVE SPACES TO WS-STATE-TEXT
                MOVE WS-RL-BATCH-SUB (WS-RL-FOUND-SUB) TO WS-RB-SUB
                STRING "IN BATCH " DELIMITED BY SIZE
                   WS-RB-BATCH-ID (WS-RB-SUB) DELIMITED BY SPACE
                   " - NOT RUN" DELIMITED BY SIZE INTO WS-STATE-TEXT
           END-EVALUATE
           MOVE CALC-TS-DATE OF EXC-REC TO WS-ESL-DATE
           MOVE CALC-TS-TIME OF EXC-REC TO WS-STAMP-TIME
           MOVE WS-STAMP-TIME-HH TO WS-TIME-HH
           MOVE WS-STAMP-TIME-MM TO WS-TIME-MM
           MOVE WS-STAMP-TIME-SS TO WS-TIME-SS
           MOVE WS-TIME-EDIT TO WS-ESL-TIME
           MOVE CALC-AUDIT-SEQ OF EXC-REC TO WS-ESL-ROW
           MOVE CALC-USERID OF EXC-REC TO WS-ESL-USERID
           MOVE CALC-BATCH-ID OF EXC-REC TO WS-ESL-BATCH-ID
           MOVE CALC-STATUS OF EXC-REC TO WS-ESL-STATUS
           MOVE WS-REASON-TEXT TO WS-ESL-REASON
           MOVE WS-EXC-RESUB TO WS-ESL-RESUB
           MOVE WS-EXC-AGE TO WS-ESL-AGE
           MOVE WS-STATE-TEXT TO WS-ESL-STATE
           MOVE WS-ESC-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-REASON-TEXT - the reject reason for the CALC-STATUS in
      * WS-AGE-REC, worded as CALCREPAIR words it.
      ******************************************************************
       6200-REASON-TEXT.
           EVALUATE TRUE
           WHEN STAT-DIV-ZERO OF CALC-STATUS OF WS-AGE-REC
                MOVE "DIVIDE BY ZERO" TO WS-REASON-TEXT
           WHEN STAT-BAD-OPERADOR OF CALC-STATUS OF WS-AGE-REC
                MOVE "INVALID OPERADOR" TO WS-REASON-TEXT
           WHEN STAT-SIZE-ERROR OF CALC-STATUS OF WS-AGE-REC
                MOVE "RESULT SIZE ERROR" TO WS-REASON-TEXT
           WHEN STAT-BAD-REGISTER OF CALC-STATUS OF WS-AGE-REC
                MOVE "REGISTER NOT ON FILE" TO WS-REASON-TEXT
           WHEN STAT-BAD-EXPONENT OF CALC-STATUS OF WS-AGE-REC
                MOVE "BAD POWER EXPONENT" TO WS-REASON-TEXT
           WHEN STAT-NOT-AUTHORIZED OF CALC-STATUS OF WS-AGE-REC
                MOVE "USER NOT AUTHORIZED" TO WS-REASON-TEXT
           WHEN STAT-BAD-RATE OF CALC-STATUS OF WS-AGE-REC
                MOVE "NO RATE IN EFFECT" TO WS-REASON-TEXT
           WHEN STAT-BAD-REVERSAL OF CALC-STATUS OF WS-AGE-REC
                MOVE "BAD/CHAINED REVERSAL" TO WS-REASON-TEXT
           WHEN OTHER
                MOVE "OTHER STATUS" TO WS-REASON-TEXT
           END-EVALUATE.
       6200-EXIT.
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

      ******************************************************************
      * 8600-BUSINESS-DAY-NUMBER - WS-BUS-DAY-NUMBER counts the Monday-
      * to-Friday days up to WS-CHK-DATE, so the difference of two is
      * the business days from one date to the other. The day number
      * counts days from a fixed origin (March-based years, so the
      * leap day falls at the end), offset by two so that a Sunday
      * leaves a remainder of 0 on division by seven, a Monday 1 and
      * a Saturday 6; a Saturday or Sunday counts as the Friday
      * before it.
      ******************************************************************
       8600-BUSINESS-DAY-NUMBER.
           MOVE WS-CHK-YEAR TO WS-CAL-YEAR
           MOVE WS-CHK-MONTH TO WS-CAL-MONTH
           IF WS-CAL-MONTH < 3
              SUBTRACT 1 FROM WS-CAL-YEAR
              ADD 12 TO WS-CAL-MONTH
           END-IF
           COMPUTE WS-DAY-NUMBER = 365 * WS-CAL-YEAR + WS-CHK-DAY + 2
           DIVIDE WS-CAL-YEAR BY 4 GIVING WS-CAL-QUOT
           ADD WS-CAL-QUOT TO WS-DAY-NUMBER
           DIVIDE WS-CAL-YEAR BY 100 GIVING WS-CAL-QUOT
           SUBTRACT WS-CAL-QUOT FROM WS-DAY-NUMBER
           DIVIDE WS-CAL-YEAR BY 400 GIVING WS-CAL-QUOT
           ADD WS-CAL-QUOT TO WS-DAY-NUMBER
           COMPUTE WS-CAL-WORK = 153 * (WS-CAL-MONTH - 3) + 2
           DIVIDE WS-CAL-WORK BY 5 GIVING WS-CAL-QUOT
           ADD WS-CAL-QUOT TO WS-DAY-NUMBER
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-CAL-QUOT
              REMAINDER WS-CAL-REM
           IF WS-CAL-REM > 5
              MOVE 5 TO WS-CAL-REM
           END-IF
           COMPUTE WS-BUS-DAY-NUMBER = WS-CAL-QUOT * 5 + WS-CAL-REM.
       8600-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE REPORT-OUT
           IF WS-VERIFY-FAILURES
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY "CALCAGE: ONE OR MORE ARCHIVES FAILED "
                 "VERIFICATION - CLEARED COUNTS MAY BE SHORT"
           END-IF
           IF WS-ARC-OVERFLOW
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-ESCALATED-COUNT > ZERO
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY "CALCAGE: " WS-ESCALATED-COUNT
                 " EXCEPTION(S) OUTSTANDING MORE THAN " WS-AGE-LIMIT
                 " BUSINESS DAYS - SEE THE ESCALATION PAGE"
           END-IF
           DISPLAY "CALCAGE: EXCEPTIONS = " WS-READ-COUNT
              " OUTSTANDING = " WS-TOT-BUCKET (6)
              " CLEARED = " WS-CLEARED-COUNT
              " ESCALATED = " WS-ESCALATED-COUNT.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCAGE.
