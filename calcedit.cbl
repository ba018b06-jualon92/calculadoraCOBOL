      *                  operands a rate will resolve. Whether the
      *                  code has an entry in effect is the calc
      *                  run's check - it knows the batch date.
      *   2026-10-15 JU  Raw overlays widened with the CALCTRAN record
      *                  for the sub-batch id and GL posting work; the
      *                  new positions are not edited - they are set
      *                  on audit rows by the calc run and CALCGLPOST.
      *   2026-10-15 JU  New "V" reversal record edited: its
      *                  CALC-REV-KEY must be numeric and name a row
      *                  on the live AUDITLOG (read by key) that is
      *                  not already reversed and is not itself a
      *                  reversing row, the same audit row may not be
      *                  reversed twice in one file, and the submitting
      *                  user is held to the original row's operator
      *                  and amounts. A chain-continue record may not
      *                  follow a reversal. No AUDITLOG on file means
      *                  there is nothing to reverse - every "V"
      *                  rejects.
      *   2026-10-15 JU  Suspected duplicate keying: each detail and
      *                  formula record that passes its edits is
      *                  compared with the submitting user's AUDITLOG
      *                  rows of the last DUPDAYS days (default 5, 0
      *                  turns the history check off) and with the
      *                  earlier records of the same TRANFILE - same
      *                  operator, operands, and register and rate
      *                  codes. A likely duplicate is held on TRANSUSP
      *                  instead of passing, with the matching audit
      *                  key or record number on EDITRPT. A supervisor
      *                  lets a genuine repeat through by copying its
      *                  TRANSUSP line to DUPRLSE behind their own
      *                  userid; the next edit pass then passes it.
      *   2026-10-15 JU  A "V" record naming a row of a chain - a
      *                  continue row, or a chain's first row with a
      *                  continue row of its batch after it - rejects:
      *                  the row carries the chain's running value,
      *                  not what it added to the totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEDIT.
           SELECT USERFILE ASSIGN TO "CALCUSERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERFILE-STATUS.
           SELECT AUDITLOG-IN ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUDIT-KEY OF AUD-REC
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT SUSPENSE-OUT ASSIGN TO "TRANSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RELEASE-IN ASSIGN TO "DUPRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TRI-RAW-REG-NAME        PIC X(08).
           05  TRI-RAW-RATE-FUNC       PIC X(01).
           05  TRI-RAW-RATE-CODE       PIC X(08).
           05  TRI-RAW-BATCH-ID        PIC X(12).
           05  TRI-RAW-GL-IND          PIC X(01).
           05  TRI-RAW-GL-DATE         PIC X(08).
           05  TRI-RAW-REV-IND         PIC X(01).
           05  TRI-RAW-REV-KEY         PIC X(21).
       01  TRI-FRM.
           COPY "calcfrm.cpy".
       01  TRI-FRW.
               10  TRI-FRW-OPERAND.
                   15  TRI-FRW-OPR-DIG PIC X(07).
                   15  TRI-FRW-OPR-SGN PIC X(01).
           05  FILLER                  PIC X(104).

       FD  TRANEDIT-OUT
           LABEL RECORDS ARE STANDARD.
           05  USR-UPDATE-DATE         PIC 9(08).
           05  USR-UPDATE-TIME         PIC 9(08).

       FD  AUDITLOG-IN
           LABEL RECORDS ARE STANDARD.
       01  AUD-REC.
           COPY "calctran.cpy".

       FD  SUSPENSE-OUT
           LABEL RECORDS ARE STANDARD.
       01  SUS-REC.
           05  SUS-BATCH-ID            PIC X(12).
           05  SUS-RECNO               PIC 9(07).
           05  SUS-HELD-DATE           PIC 9(08).
           05  SUS-USERID              PIC X(08).
           05  SUS-MATCH-KIND          PIC X(01).
               88  SUS-MATCH-AUDIT         VALUE "A".
               88  SUS-MATCH-FILE          VALUE "F".
           05  SUS-MATCH-KEY           PIC X(21).
           05  SUS-TRAN                PIC X(141).

       FD  RELEASE-IN
           LABEL RECORDS ARE STANDARD.
       01  RLS-REC.
           05  RLS-SUPERVISOR          PIC X(08).
           05  RLS-BATCH-ID            PIC X(12).
           05  RLS-RECNO               PIC 9(07).
           05  RLS-HELD-DATE           PIC 9(08).
           05  RLS-USERID              PIC X(08).
           05  RLS-MATCH-KIND          PIC X(01).
           05  RLS-MATCH-KEY           PIC X(21).
           05  RLS-TRAN                PIC X(141).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH        PIC X(01)      VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       77  WS-AUTH-SUB          PIC S9(04) COMP VALUE ZERO.
       77  WS-AUTH-OP-OK-SW     PIC X(01)      VALUE "N".
           88  WS-AUTH-OP-OK                    VALUE "Y".
       77  WS-AUDITLOG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                   VALUE "00".
       77  WS-AUDIT-OPEN-SW     PIC X(01)      VALUE "N".
           88  WS-AUDIT-AVAILABLE               VALUE "Y".
       77  WS-THIS-REV-SW       PIC X(01)      VALUE "N".
           88  WS-THIS-IS-REVERSAL              VALUE "Y".
       77  WS-PRIOR-REV-SW      PIC X(01)      VALUE "N".
           88  WS-PRIOR-WAS-REVERSAL            VALUE "Y".
       77  WS-REV-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-REV-TABLE-MAX     PIC S9(04) COMP VALUE 500.
       77  WS-REV-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-REV-DUP-SW        PIC X(01)      VALUE "N".
           88  WS-REV-DUPLICATE                 VALUE "Y".
       77  WS-REV-CHAIN-SW      PIC X(01)      VALUE "N".
           88  WS-REV-IN-CHAIN                  VALUE "Y".
       77  WS-REV-CHAIN-BATCH   PIC X(12)      VALUE SPACES.
       77  WS-REV-CHAIN-DATE    PIC 9(08)      VALUE ZERO.
       77  WS-SUSPENSE-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-SUSPENSE-OK                   VALUE "00".
       77  WS-RELEASE-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-RELEASE-OK                    VALUE "00".
       77  WS-RECORD-HELD-SW    PIC X(01)      VALUE "N".
           88  WS-RECORD-HELD                   VALUE "Y".
       77  WS-CUR-BATCH-ID      PIC X(12)      VALUE SPACES.
       77  WS-DUPDAYS-IN        PIC X(03)      VALUE SPACES.
       77  WS-DUPDAYS-TEXT      PIC X(03)      VALUE SPACES
                                JUSTIFIED RIGHT.
       77  WS-DUP-DAYS          PIC 9(03)      VALUE 5.
       77  WS-DUP-CUTOFF        PIC 9(08)      VALUE ZERO.
       77  WS-DAY-STEPS         PIC 9(03)      VALUE ZERO.
       77  WS-MONTH-LEN         PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT         PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM          PIC 9(04)      VALUE ZERO.
       77  WS-HIST-ENTRIES      PIC S9(04) COMP VALUE ZERO.
       77  WS-HIST-TABLE-MAX    PIC S9(04) COMP VALUE 5000.
       77  WS-HIST-SUB          PIC S9(04) COMP VALUE ZERO.
       77  WS-AUD-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-AUD-END-OF-FILE               VALUE "Y".
       77  WS-HIST-FULL-SW      PIC X(01)      VALUE "N".
           88  WS-HIST-TABLE-FULL               VALUE "Y".
       77  WS-FILE-ENTRIES      PIC S9(04) COMP VALUE ZERO.
       77  WS-FILE-TABLE-MAX    PIC S9(04) COMP VALUE 2000.
       77  WS-FILE-SUB          PIC S9(04) COMP VALUE ZERO.
       77  WS-RLS-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-RLS-TABLE-MAX     PIC S9(04) COMP VALUE 200.
       77  WS-RLS-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-RLS-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-RLS-END-OF-FILE               VALUE "Y".
       77  WS-DUP-FOUND-SW      PIC X(01)      VALUE "N".
           88  WS-DUP-FOUND                     VALUE "Y".
       77  WS-SIG-BUILT-SW      PIC X(01)      VALUE "N".
           88  WS-SIG-BUILT                     VALUE "Y".
       77  WS-RELEASED-SW       PIC X(01)      VALUE "N".
           88  WS-IS-RELEASED                   VALUE "Y".
       77  WS-HELD-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-RELEASED-COUNT    PIC 9(07)      VALUE ZERO.
       77  WS-CALC-STATUS       COPY "calcstat.cpy".
       77  WS-ROUND-MODE        PIC X(01)      VALUE "R".
       77  WS-ROUND-MODE-IN     PIC X(01)      VALUE SPACE.
           88  WS-ROUND-TRUNCATE-ASKED          VALUE "T", "t".
       77  NUMEROINICIAL        PIC S9(5)V9(2) VALUE ZERO.
       77  OPERADOR             PIC X(01)      VALUE SPACE.
       77  NUMEROFINAL          PIC S9(5)V9(2) VALUE ZERO.
       77  RESULTADO            PIC S9(5)V9(2) VALUE ZERO.

      *    Duplicate signature - what makes two calculations the same
      *    keying: the operator, each operand as keyed ("V" source)
      *    or by the rate ("T") or register ("R") that supplied it,
      *    and the register and rate codes. An audit row carries the
      *    resolved value of a rate or register operand, so those
      *    operands compare by code, never by value.
       01  WS-DUP-SIG.
           05  WS-SIG-OPERADOR      PIC X(01).
           05  WS-SIG-INI-SRC       PIC X(01).
           05  WS-SIG-INI-VALUE     PIC S9(5)V9(2)
                                     SIGN IS TRAILING SEPARATE.
           05  WS-SIG-FIN-SRC       PIC X(01).
           05  WS-SIG-FIN-VALUE     PIC S9(5)V9(2)
                                     SIGN IS TRAILING SEPARATE.
           05  WS-SIG-REG-FUNC      PIC X(01).
           05  WS-SIG-REG-NAME      PIC X(08).
           05  WS-SIG-RATE-FUNC     PIC X(01).
           05  WS-SIG-RATE-CODE     PIC X(08).

       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY        OCCURS 5000 TIMES.
               10  WS-HIST-SIG      PIC X(37).
               10  WS-HIST-KEY      PIC X(21).

       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY        OCCURS 2000 TIMES.
               10  WS-FILE-SIG      PIC X(37).
               10  WS-FILE-RECNO    PIC 9(07).

       01  WS-RLS-TABLE.
           05  WS-RLS-ENTRY         OCCURS 200 TIMES.
               10  WS-RLS-BATCH-ID  PIC X(12).
               10  WS-RLS-RECNO     PIC 9(07).
               10  WS-RLS-TRAN      PIC X(141).
               10  WS-RLS-BY        PIC X(08).

       01  WS-MATCH-KEY             PIC X(21)  VALUE SPACES.
       01  WS-MATCH-KEY-PARTS       REDEFINES WS-MATCH-KEY.
           05  WS-MATCH-DATE        PIC 9(08).
           05  WS-MATCH-TIME        PIC 9(08).
           05  WS-MATCH-SEQ         PIC 9(05).
       01  WS-MATCH-RECNO           PIC 9(07)  VALUE ZERO.
       01  WS-MATCH-KIND-SW         PIC X(01)  VALUE SPACE.
           88  WS-MATCH-AUDIT                  VALUE "A".
           88  WS-MATCH-FILE                   VALUE "F".

       01  WS-CHK-DATE-AREA.
           05  WS-CHK-DATE          PIC 9(08)  VALUE ZERO.
           05  WS-CHK-DATE-PARTS    REDEFINES WS-CHK-DATE.
               10  WS-CHK-YEAR      PIC 9(04).
               10  WS-CHK-MONTH     PIC 9(02).
               10  WS-CHK-DAY       PIC 9(02).

       01  WS-MONTH-DAYS-AREA.
           05  WS-MONTH-DAYS-VALUES PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS        REDEFINES WS-MONTH-DAYS-VALUES
                                    PIC 9(02) OCCURS 12 TIMES.

       01  WS-REV-TABLE.
           05  WS-REV-ENTRY         OCCURS 500 TIMES.
               10  WS-REV-TARGET    PIC X(21).

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(14)
           05  WS-REJ-REASON       PIC X(50).
           05  FILLER              PIC X(63)  VALUE SPACES.

       01  WS-HOLD-LINE.
           05  FILLER              PIC X(09)  VALUE "RECORD = ".
           05  WS-HLD-RECNO        PIC Z(06)9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-HLD-ACTION       PIC X(34).
           05  WS-HLD-SOURCE       PIC X(10).
           05  WS-HLD-KEY          PIC X(23).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-HLD-NOTE         PIC X(44).

       01  WS-HLD-FILE-RECNO       PIC Z(06)9.

       01  WS-HLD-AUDIT-KEY.
           05  WS-HLD-AUD-DATE     PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-HLD-AUD-TIME     PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-HLD-AUD-SEQ      PIC 9(05).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-TITLE        PIC X(24).
           05  WS-SUM-COUNT        PIC Z(06)9.
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           ACCEPT WS-ROUND-MODE-IN FROM ENVIRONMENT "CALCROUND"
           IF WS-ROUND-TRUNCATE-ASKED
              MOVE "T" TO WS-ROUND-MODE
           END-IF
           ACCEPT WS-DUPDAYS-IN FROM ENVIRONMENT "DUPDAYS"
           IF WS-DUPDAYS-IN NOT = SPACES
              UNSTRING WS-DUPDAYS-IN DELIMITED BY SPACE
                 INTO WS-DUPDAYS-TEXT
              END-UNSTRING
              INSPECT WS-DUPDAYS-TEXT REPLACING LEADING SPACE BY "0"
              IF WS-DUPDAYS-TEXT IS NOT NUMERIC
                 DISPLAY "CALCEDIT: DUPDAYS " WS-DUPDAYS-IN
                    " IS NOT A NUMBER OF DAYS"
                 CLOSE TRANFILE-IN
                 CLOSE TRANEDIT-OUT
                 CLOSE EDITRPT-OUT
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-DUPDAYS-TEXT TO WS-DUP-DAYS
           END-IF
           OPEN OUTPUT SUSPENSE-OUT
           IF NOT WS-SUSPENSE-OK
              DISPLAY "CALCEDIT: UNABLE TO OPEN TRANSUSP - STATUS = "
                 WS-SUSPENSE-STATUS
              CLOSE TRANFILE-IN
              CLOSE TRANEDIT-OUT
              CLOSE EDITRPT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1200-LOAD-USER-AUTHORITY THRU 1200-EXIT
           PERFORM 1300-OPEN-AUDITLOG THRU 1300-EXIT
           PERFORM 1400-LOAD-DUP-HISTORY THRU 1400-EXIT
           PERFORM 1500-LOAD-RELEASES THRU 1500-EXIT
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-REPORT-HEADING TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
              CLOSE TRANFILE-IN
              CLOSE TRANEDIT-OUT
              CLOSE EDITRPT-OUT
              CLOSE SUSPENSE-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           SET WS-AUTH-ACTIVE TO TRUE
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-OPEN-AUDITLOG - the live audit log is read by key to
      * check the row each "V" reversal record names, and read
      * forward from the cutoff date for the duplicate history. No
      * log on file means nothing has posted yet, so there is nothing
      * to reverse (every reversal record rejects) and no history.
      ******************************************************************
       1300-OPEN-AUDITLOG.
           OPEN INPUT AUDITLOG-IN
           IF WS-AUDITLOG-STATUS = "35"
              GO TO 1300-EXIT
           END-IF
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCEDIT: UNABLE TO OPEN AUDITLOG - STATUS = "
                 WS-AUDITLOG-STATUS
              CLOSE TRANFILE-IN
              CLOSE TRANEDIT-OUT
              CLOSE EDITRPT-OUT
              CLOSE SUSPENSE-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           SET WS-AUDIT-AVAILABLE TO TRUE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-DUP-HISTORY - load the signature of every row the
      * submitting user posted on or after the cutoff date (DUPDAYS
      * calendar days before today) into the history table. Rows
      * already reversed, reversing rows and chain-continue rows are
      * left out: a reversed calculation keyed again is the
      * correction, and a continue row's carried value is not what
      * was keyed. A full table is reported once and the check runs
      * against the rows that fitted.
      ******************************************************************
       1400-LOAD-DUP-HISTORY.
           IF NOT WS-AUDIT-AVAILABLE
                 OR WS-DUP-DAYS = ZERO
              GO TO 1400-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           MOVE ZERO TO WS-DAY-STEPS
           PERFORM 1460-STEP-BACK-ONE-DAY THRU 1460-EXIT
               UNTIL WS-DAY-STEPS >= WS-DUP-DAYS
           MOVE WS-CHK-DATE TO WS-DUP-CUTOFF
           MOVE WS-DUP-CUTOFF TO CALC-TS-DATE OF AUD-REC
           MOVE ZERO TO CALC-TS-TIME OF AUD-REC
           MOVE ZERO TO CALC-AUDIT-SEQ OF AUD-REC
           MOVE "N" TO WS-AUD-EOF-SWITCH
           START AUDITLOG-IN KEY NOT LESS THAN
                 CALC-AUDIT-KEY OF AUD-REC
              INVALID KEY
                 MOVE "Y" TO WS-AUD-EOF-SWITCH
           END-START
           PERFORM 1450-LOAD-ONE-HISTORY-ROW THRU 1450-EXIT
               UNTIL WS-AUD-END-OF-FILE.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-HISTORY-ROW.
           READ AUDITLOG-IN NEXT RECORD
              AT END
                 MOVE "Y" TO WS-AUD-EOF-SWITCH
                 GO TO 1450-EXIT
           END-READ
           IF CALC-USERID OF AUD-REC NOT = WS-RUN-USERID
                 OR CALC-REV-REVERSED OF AUD-REC
                 OR CALC-REV-REVERSING OF AUD-REC
                 OR CALC-CHAIN-CONTINUE OF AUD-REC
              GO TO 1450-EXIT
           END-IF
           IF WS-HIST-ENTRIES >= WS-HIST-TABLE-MAX
              IF NOT WS-HIST-TABLE-FULL
                 SET WS-HIST-TABLE-FULL TO TRUE
                 DISPLAY "CALCEDIT: DUPLICATE HISTORY TABLE FULL AT "
                    "5000 ROWS - ROWS FROM "
                    CALC-AUDIT-KEY OF AUD-REC " NOT CHECKED"
              END-IF
              MOVE "Y" TO WS-AUD-EOF-SWITCH
              GO TO 1450-EXIT
           END-IF
           MOVE SPACES TO WS-DUP-SIG
           MOVE CALC-OPERADOR OF AUD-REC TO WS-SIG-OPERADOR
           MOVE ZERO TO WS-SIG-INI-VALUE
           MOVE ZERO TO WS-SIG-FIN-VALUE
           EVALUATE TRUE
           WHEN CALC-RATE-INICIAL OF AUD-REC
                MOVE "T" TO WS-SIG-INI-SRC
           WHEN CALC-REG-RCL-INICIAL OF AUD-REC
                MOVE "R" TO WS-SIG-INI-SRC
           WHEN OTHER
                MOVE "V" TO WS-SIG-INI-SRC
                MOVE CALC-NUMEROINICIAL OF AUD-REC
                   TO WS-SIG-INI-VALUE
           END-EVALUATE
           EVALUATE TRUE
           WHEN CALC-RATE-FINAL OF AUD-REC
                MOVE "T" TO WS-SIG-FIN-SRC
           WHEN CALC-REG-RCL-FINAL OF AUD-REC
                MOVE "R" TO WS-SIG-FIN-SRC
           WHEN OTHER
                MOVE "V" TO WS-SIG-FIN-SRC
                MOVE CALC-NUMEROFINAL OF AUD-REC
                   TO WS-SIG-FIN-VALUE
           END-EVALUATE
           MOVE CALC-REG-FUNC OF AUD-REC TO WS-SIG-REG-FUNC
           MOVE CALC-REG-NAME OF AUD-REC TO WS-SIG-REG-NAME
           MOVE CALC-RATE-FUNC OF AUD-REC TO WS-SIG-RATE-FUNC
           MOVE CALC-RATE-CODE OF AUD-REC TO WS-SIG-RATE-CODE
           ADD 1 TO WS-HIST-ENTRIES
           MOVE WS-DUP-SIG TO WS-HIST-SIG (WS-HIST-ENTRIES)
           MOVE CALC-AUDIT-KEY OF AUD-REC
              TO WS-HIST-KEY (WS-HIST-ENTRIES).
       1450-EXIT.
           EXIT.

       1460-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-DAY-STEPS
           IF WS-CHK-DAY > 1
              SUBTRACT 1 FROM WS-CHK-DAY
              GO TO 1460-EXIT
           END-IF
           IF WS-CHK-MONTH = 1
              MOVE 12 TO WS-CHK-MONTH
              SUBTRACT 1 FROM WS-CHK-YEAR
           ELSE
              SUBTRACT 1 FROM WS-CHK-MONTH
           END-IF
           PERFORM 1470-MONTH-LENGTH THRU 1470-EXIT
           MOVE WS-MONTH-LEN TO WS-CHK-DAY.
       1460-EXIT.
           EXIT.

       1470-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-MONTH-LEN
           IF WS-CHK-MONTH NOT = 2
              GO TO 1470-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              GO TO 1470-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              MOVE 29 TO WS-MONTH-LEN
              GO TO 1470-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-LEN
           END-IF.
       1470-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-RELEASES - DUPRLSE holds the TRANSUSP lines a
      * supervisor has let through, each behind the supervisor's
      * userid in the first eight columns. A release counts only when
      * it is signed by someone other than the user whose record was
      * held and the user running this edit, the same two-user rule
      * as rate table approvals. No file on hand means nothing has
      * been released.
      ******************************************************************
       1500-LOAD-RELEASES.
           OPEN INPUT RELEASE-IN
           IF WS-RELEASE-STATUS = "35"
              GO TO 1500-EXIT
           END-IF
           IF NOT WS-RELEASE-OK
              DISPLAY "CALCEDIT: UNABLE TO OPEN DUPRLSE - STATUS = "
                 WS-RELEASE-STATUS
              CLOSE TRANFILE-IN
              CLOSE TRANEDIT-OUT
              CLOSE EDITRPT-OUT
              CLOSE SUSPENSE-OUT
              IF WS-AUDIT-AVAILABLE
                 CLOSE AUDITLOG-IN
              END-IF
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-RLS-EOF-SWITCH
           PERFORM 1550-LOAD-ONE-RELEASE THRU 1550-EXIT
               UNTIL WS-RLS-END-OF-FILE
           CLOSE RELEASE-IN.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-RELEASE.
           READ RELEASE-IN
              AT END
                 MOVE "Y" TO WS-RLS-EOF-SWITCH
                 GO TO 1550-EXIT
           END-READ
           IF RLS-SUPERVISOR = SPACES
                 OR RLS-SUPERVISOR = RLS-USERID
                 OR RLS-SUPERVISOR = WS-RUN-USERID
              DISPLAY "CALCEDIT: RELEASE OF BATCH " RLS-BATCH-ID
                 " RECORD " RLS-RECNO
                 " IGNORED - NOT SIGNED BY A SECOND USER"
              GO TO 1550-EXIT
           END-IF
           IF WS-RLS-ENTRIES >= WS-RLS-TABLE-MAX
              DISPLAY "CALCEDIT: MORE THAN 200 RELEASES - BATCH "
                 RLS-BATCH-ID " RECORD " RLS-RECNO " IGNORED"
              GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-RLS-ENTRIES
           MOVE RLS-BATCH-ID TO WS-RLS-BATCH-ID (WS-RLS-ENTRIES)
           MOVE RLS-RECNO TO WS-RLS-RECNO (WS-RLS-ENTRIES)
           MOVE RLS-TRAN TO WS-RLS-TRAN (WS-RLS-ENTRIES)
           MOVE RLS-SUPERVISOR TO WS-RLS-BY (WS-RLS-ENTRIES).
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EDIT-RECORD - route one record through the checks for
      * its type. Anything that is not a detail or a trailer is a
      * reject on its face. A detail or formula that passes is then
      * checked for duplicate keying and may be held instead.
      ******************************************************************
       2000-EDIT-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-RECORD-BAD-SW
           MOVE "N" TO WS-RECORD-HELD-SW
           MOVE WS-THIS-REV-SW TO WS-PRIOR-REV-SW
           MOVE "N" TO WS-THIS-REV-SW
           EVALUATE TRUE
           WHEN CALC-REC-HEADER OF TRI-REC
                PERFORM 2050-EDIT-HEADER THRU 2050-EXIT
                PERFORM 2100-EDIT-DETAIL THRU 2100-EXIT
           WHEN CALC-REC-FORMULA OF TRI-REC
                PERFORM 2150-EDIT-FORMULA THRU 2150-EXIT
           WHEN CALC-REC-REVERSAL OF TRI-REC
                PERFORM 2170-EDIT-REVERSAL THRU 2170-EXIT
           WHEN CALC-REC-TRAILER OF TRI-REC
                PERFORM 2200-EDIT-TRAILER THRU 2200-EXIT
           WHEN OTHER
                MOVE "RECORD TYPE NOT H, D, F, V OR T"
                   TO WS-REJ-REASON
                PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
           END-EVALUATE
           IF NOT WS-RECORD-BAD
                 AND (CALC-REC-DETAIL OF TRI-REC
                    OR CALC-REC-FORMULA OF TRI-REC)
              PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT
           END-IF
           IF NOT WS-RECORD-BAD
                 AND NOT WS-RECORD-HELD
              PERFORM 3000-WRITE-CLEAN THRU 3000-EXIT
           END-IF
           PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
           END-IF
           SET WS-HEADER-SEEN TO TRUE
           SET WS-HEADER-OPEN TO TRUE
           MOVE HDR-BATCH-ID OF TRI-HDR TO WS-CUR-BATCH-ID
           MOVE "N" TO WS-DETAIL-SEEN-SW.
       2050-EXIT.
           EXIT.
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF CALC-CHAIN-CONTINUE OF TRI-REC
                 AND WS-PRIOR-WAS-REVERSAL
              MOVE "CHAIN CONTINUE AFTER A REVERSAL RECORD"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF NOT (TRI-RAW-REG-FUNC = SPACE OR "S" OR "I" OR "F")
              MOVE "REGISTER FUNCTION NOT S, I OR F" TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2170-EDIT-REVERSAL - a "V" record backs out a posted
      * calculation by its audit key. The key must be numeric and
      * name a row on the live AUDITLOG that has not been reversed
      * already, is not itself a reversing row and is not part of a
      * chain, and one file may not reverse the same row twice. The
      * submitting user is held to the original row's operator and
      * amounts, the same check the calc run makes before it writes
      * the reversing row.
      ******************************************************************
       2170-EDIT-REVERSAL.
           IF WS-TRAILER-SEEN
                 AND NOT WS-HEADER-OPEN
              MOVE "REVERSAL RECORD AFTER THE TRAILER"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           IF TRI-RAW-REV-KEY IS NOT NUMERIC
              MOVE "REVERSAL AUDIT KEY NOT NUMERIC" TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           IF NOT WS-AUDIT-AVAILABLE
              MOVE "NO AUDITLOG ON FILE TO REVERSE AGAINST"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           MOVE CALC-REV-KEY OF TRI-REC TO CALC-AUDIT-KEY OF AUD-REC
           READ AUDITLOG-IN
              INVALID KEY
                 MOVE "REVERSAL AUDIT KEY NOT ON AUDITLOG"
                    TO WS-REJ-REASON
                 PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
                 GO TO 2170-EXIT
           END-READ
           IF CALC-REV-REVERSED OF AUD-REC
              MOVE "AUDIT ROW ALREADY REVERSED" TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           IF CALC-REV-REVERSING OF AUD-REC
              MOVE "AUDIT ROW IS ITSELF A REVERSAL" TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           MOVE "N" TO WS-REV-DUP-SW
           MOVE 1 TO WS-REV-SUB
           PERFORM 2180-MATCH-ONE-REVERSAL THRU 2180-EXIT
               UNTIL WS-REV-SUB > WS-REV-ENTRIES
                  OR WS-REV-DUPLICATE
           IF WS-REV-DUPLICATE
              MOVE "AUDIT ROW REVERSED TWICE IN THIS FILE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           IF WS-AUTH-ACTIVE
                 AND NOT WS-AUTH-USER-FOUND
              MOVE "USER NOT AUTHORIZED TO SUBMIT" TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           MOVE CALC-OPERADOR OF AUD-REC TO WS-EDIT-OPERADOR
           PERFORM 6000-CHECK-OP-AUTHORITY THRU 6000-EXIT
           IF NOT WS-AUTH-OP-OK
              MOVE "REVERSED OPERADOR NOT AUTHORIZED FOR THIS USER"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           IF WS-AUTH-ACTIVE
                 AND WS-AUTH-MAX > ZERO
              IF CALC-NUMEROINICIAL OF AUD-REC > WS-AUTH-MAX
                    OR CALC-NUMEROINICIAL OF AUD-REC < WS-AUTH-NEG-MAX
                    OR CALC-NUMEROFINAL OF AUD-REC > WS-AUTH-MAX
                    OR CALC-NUMEROFINAL OF AUD-REC < WS-AUTH-NEG-MAX
                 MOVE "REVERSED AMOUNTS EXCEED THE USER LIMIT"
                    TO WS-REJ-REASON
                 PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
                 GO TO 2170-EXIT
              END-IF
           END-IF
           PERFORM 2190-CHECK-CHAIN-ROW THRU 2190-EXIT
           IF WS-REV-IN-CHAIN
              MOVE "AUDIT ROW IS PART OF A CHAIN" TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           IF WS-REV-ENTRIES >= WS-REV-TABLE-MAX
              MOVE "MORE THAN 500 REVERSALS IN ONE FILE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
              GO TO 2170-EXIT
           END-IF
           ADD 1 TO WS-REV-ENTRIES
           MOVE TRI-RAW-REV-KEY TO WS-REV-TARGET (WS-REV-ENTRIES)
           SET WS-THIS-IS-REVERSAL TO TRUE.
       2170-EXIT.
           EXIT.

       2180-MATCH-ONE-REVERSAL.
           IF WS-REV-TARGET (WS-REV-SUB) = TRI-RAW-REV-KEY
              SET WS-REV-DUPLICATE TO TRUE
           END-IF
           ADD 1 TO WS-REV-SUB.
       2180-EXIT.
           EXIT.

      ******************************************************************
      * 2190-CHECK-CHAIN-ROW - the row in AUD-REC is part of a chain if
      * it is a continue row, or if the next row on the log is a
      * continue row of the same batch and day (a restart carries its
      * chain on into the next run). Reads the next row into AUD-REC.
      ******************************************************************
       2190-CHECK-CHAIN-ROW.
           MOVE "N" TO WS-REV-CHAIN-SW
           IF CALC-CHAIN-CONTINUE OF AUD-REC
              SET WS-REV-IN-CHAIN TO TRUE
              GO TO 2190-EXIT
           END-IF
           MOVE CALC-BATCH-ID OF AUD-REC TO WS-REV-CHAIN-BATCH
           MOVE CALC-TS-DATE OF AUD-REC  TO WS-REV-CHAIN-DATE
           READ AUDITLOG-IN NEXT RECORD
              AT END
                 GO TO 2190-EXIT
           END-READ
           IF NOT WS-AUDITLOG-OK
              GO TO 2190-EXIT
           END-IF
           IF CALC-CHAIN-CONTINUE OF AUD-REC
                 AND CALC-BATCH-ID OF AUD-REC = WS-REV-CHAIN-BATCH
                 AND CALC-TS-DATE OF AUD-REC = WS-REV-CHAIN-DATE
              SET WS-REV-IN-CHAIN TO TRUE
           END-IF.
       2190-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EDIT-TRAILER - each sub-batch has exactly one trailer,
      * it closes the open sub-batch, and its control fields must be
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-DUPLICATE - a detail or formula record that passed
      * its edits is compared with the earlier records of this file,
      * then with the history table. On a match the record is held on
      * TRANSUSP unless a supervisor has released it, in which case it
      * passes and the release is shown on EDITRPT. Chain-continue
      * records are not checked: their carried value depends on the
      * chain, and the record that opened the chain is checked.
      ******************************************************************
       2300-CHECK-DUPLICATE.
           IF CALC-REC-DETAIL OF TRI-REC
                 AND CALC-CHAIN-CONTINUE OF TRI-REC
              GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-SIG-BUILT-SW
           IF CALC-REC-FORMULA OF TRI-REC
              PERFORM 2320-BUILD-FORMULA-SIG THRU 2320-EXIT
           ELSE
              PERFORM 2310-BUILD-DETAIL-SIG THRU 2310-EXIT
           END-IF
           IF NOT WS-SIG-BUILT
              GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-DUP-FOUND-SW
           MOVE SPACE TO WS-MATCH-KIND-SW
           MOVE 1 TO WS-FILE-SUB
           PERFORM 2350-MATCH-ONE-FILE-SIG THRU 2350-EXIT
               UNTIL WS-FILE-SUB > WS-FILE-ENTRIES
                  OR WS-DUP-FOUND
           IF NOT WS-DUP-FOUND
              MOVE 1 TO WS-HIST-SUB
              PERFORM 2340-MATCH-ONE-HIST-SIG THRU 2340-EXIT
                  UNTIL WS-HIST-SUB > WS-HIST-ENTRIES
                     OR WS-DUP-FOUND
           END-IF
           IF WS-FILE-ENTRIES < WS-FILE-TABLE-MAX
              ADD 1 TO WS-FILE-ENTRIES
              MOVE WS-DUP-SIG TO WS-FILE-SIG (WS-FILE-ENTRIES)
              MOVE WS-READ-COUNT TO WS-FILE-RECNO (WS-FILE-ENTRIES)
           ELSE
              IF WS-FILE-ENTRIES = WS-FILE-TABLE-MAX
                 ADD 1 TO WS-FILE-ENTRIES
                 DISPLAY "CALCEDIT: MORE THAN 2000 RECORDS TO COMPARE "
                    "- LATER RECORDS CHECKED AGAINST THE FIRST 2000"
              END-IF
           END-IF
           IF NOT WS-DUP-FOUND
              GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-RELEASED-SW
           MOVE 1 TO WS-RLS-SUB
           PERFORM 2360-MATCH-ONE-RELEASE THRU 2360-EXIT
               UNTIL WS-RLS-SUB > WS-RLS-ENTRIES
                  OR WS-IS-RELEASED
           IF WS-IS-RELEASED
              PERFORM 4200-NOTE-RELEASE THRU 4200-EXIT
           ELSE
              PERFORM 4100-HOLD-RECORD THRU 4100-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-BUILD-DETAIL-SIG - an operand a rate or register supplies
      * is signed by its code or register name, because the audit row
      * holds the value it resolved to on the day, not what was keyed.
      ******************************************************************
       2310-BUILD-DETAIL-SIG.
           MOVE SPACES TO WS-DUP-SIG
           MOVE TRI-RAW-OPERADOR TO WS-SIG-OPERADOR
           MOVE ZERO TO WS-SIG-INI-VALUE
           MOVE ZERO TO WS-SIG-FIN-VALUE
           EVALUATE TRUE
           WHEN TRI-RAW-RATE-FUNC = "I"
                MOVE "T" TO WS-SIG-INI-SRC
           WHEN TRI-RAW-REG-FUNC = "I"
                MOVE "R" TO WS-SIG-INI-SRC
           WHEN OTHER
                MOVE "V" TO WS-SIG-INI-SRC
                MOVE CALC-NUMEROINICIAL OF TRI-REC
                   TO WS-SIG-INI-VALUE
           END-EVALUATE
           EVALUATE TRUE
           WHEN TRI-RAW-RATE-FUNC = "F"
                MOVE "T" TO WS-SIG-FIN-SRC
           WHEN TRI-RAW-REG-FUNC = "F"
                MOVE "R" TO WS-SIG-FIN-SRC
           WHEN OTHER
                MOVE "V" TO WS-SIG-FIN-SRC
                MOVE CALC-NUMEROFINAL OF TRI-REC
                   TO WS-SIG-FIN-VALUE
           END-EVALUATE
           MOVE TRI-RAW-REG-FUNC TO WS-SIG-REG-FUNC
           MOVE TRI-RAW-REG-NAME TO WS-SIG-REG-NAME
           MOVE TRI-RAW-RATE-FUNC TO WS-SIG-RATE-FUNC
           MOVE TRI-RAW-RATE-CODE TO WS-SIG-RATE-CODE
           SET WS-SIG-BUILT TO TRUE.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2320-BUILD-FORMULA-SIG - a formula posts one audit row with
      * its final step's operand and operator and the running value
      * that step was applied to, so the formula is signed the same
      * way: the steps before the last are run through CALCENGINE to
      * get that running value. A step the engine refuses leaves the
      * record unsigned; the calc run rejects it on its own.
      ******************************************************************
       2320-BUILD-FORMULA-SIG.
           MOVE FRM-STEP-COUNT OF TRI-FRM TO WS-FRM-STEPS
           MOVE FRM-BASE-VALUE OF TRI-FRM TO RESULTADO
           MOVE "00" TO WS-CALC-STATUS
           MOVE 1 TO WS-FRM-SUB
           PERFORM 2330-RUN-ONE-STEP THRU 2330-EXIT
               UNTIL WS-FRM-SUB >= WS-FRM-STEPS
                  OR NOT STAT-OK OF WS-CALC-STATUS
           IF NOT STAT-OK OF WS-CALC-STATUS
              GO TO 2320-EXIT
           END-IF
           MOVE SPACES TO WS-DUP-SIG
           MOVE FRM-STEP-OPERADOR OF TRI-FRM (WS-FRM-STEPS)
              TO WS-SIG-OPERADOR
           MOVE "V" TO WS-SIG-INI-SRC
           MOVE FRM-STEP-OPERAND OF TRI-FRM (WS-FRM-STEPS)
              TO WS-SIG-INI-VALUE
           MOVE "V" TO WS-SIG-FIN-SRC
           MOVE RESULTADO TO WS-SIG-FIN-VALUE
           SET WS-SIG-BUILT TO TRUE.
       2320-EXIT.
           EXIT.

       2330-RUN-ONE-STEP.
           MOVE RESULTADO TO NUMEROFINAL
           MOVE FRM-STEP-OPERAND OF TRI-FRM (WS-FRM-SUB)
              TO NUMEROINICIAL
           MOVE FRM-STEP-OPERADOR OF TRI-FRM (WS-FRM-SUB)
              TO OPERADOR
           CALL "CALCENGINE" USING NUMEROINICIAL, OPERADOR,
                   NUMEROFINAL, RESULTADO, WS-CALC-STATUS,
                   WS-ROUND-MODE
           END-CALL
           ADD 1 TO WS-FRM-SUB.
       2330-EXIT.
           EXIT.

       2340-MATCH-ONE-HIST-SIG.
           IF WS-HIST-SIG (WS-HIST-SUB) = WS-DUP-SIG
              SET WS-DUP-FOUND TO TRUE
              SET WS-MATCH-AUDIT TO TRUE
              MOVE WS-HIST-KEY (WS-HIST-SUB) TO WS-MATCH-KEY
           END-IF
           ADD 1 TO WS-HIST-SUB.
       2340-EXIT.
           EXIT.

       2350-MATCH-ONE-FILE-SIG.
           IF WS-FILE-SIG (WS-FILE-SUB) = WS-DUP-SIG
              SET WS-DUP-FOUND TO TRUE
              SET WS-MATCH-FILE TO TRUE
              MOVE WS-FILE-RECNO (WS-FILE-SUB) TO WS-MATCH-RECNO
           END-IF
           ADD 1 TO WS-FILE-SUB.
       2350-EXIT.
           EXIT.

       2360-MATCH-ONE-RELEASE.
           IF WS-RLS-BATCH-ID (WS-RLS-SUB) = WS-CUR-BATCH-ID
                 AND WS-RLS-RECNO (WS-RLS-SUB) = WS-READ-COUNT
                 AND WS-RLS-TRAN (WS-RLS-SUB) = TRI-RAW
              SET WS-IS-RELEASED TO TRUE
           ELSE
              ADD 1 TO WS-RLS-SUB
           END-IF.
       2360-EXIT.
           EXIT.

       2900-READ-TRANSACTION.
           READ TRANFILE-IN
              AT END
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-HOLD-RECORD - a likely duplicate goes to TRANSUSP with
      * the batch, record number and the row or record it matched,
      * and the match is listed on EDITRPT. It is not written to
      * TRANEDIT; the supervisor releases it or the department
      * removes it before the file is edited again.
      ******************************************************************
       4100-HOLD-RECORD.
           SET WS-RECORD-HELD TO TRUE
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-CUR-BATCH-ID TO SUS-BATCH-ID
           MOVE WS-READ-COUNT TO SUS-RECNO
           MOVE WS-RUN-DATE TO SUS-HELD-DATE
           MOVE WS-RUN-USERID TO SUS-USERID
           MOVE WS-MATCH-KIND-SW TO SUS-MATCH-KIND
           IF WS-MATCH-AUDIT
              MOVE WS-MATCH-KEY TO SUS-MATCH-KEY
           ELSE
              MOVE WS-MATCH-RECNO TO SUS-MATCH-KEY
           END-IF
           MOVE TRI-RAW TO SUS-TRAN
           WRITE SUS-REC
           IF NOT WS-SUSPENSE-OK
              DISPLAY "CALCEDIT: WRITE TO TRANSUSP FAILED - STATUS = "
                 WS-SUSPENSE-STATUS
           END-IF
           MOVE "HELD - LIKELY DUPLICATE OF" TO WS-HLD-ACTION
           MOVE SPACES TO WS-HLD-NOTE
           PERFORM 4300-WRITE-MATCH-LINE THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4200-NOTE-RELEASE.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE "RELEASED - LIKELY DUPLICATE OF" TO WS-HLD-ACTION
           MOVE SPACES TO WS-HLD-NOTE
           STRING "RELEASED BY " WS-RLS-BY (WS-RLS-SUB)
              DELIMITED BY SIZE INTO WS-HLD-NOTE
           PERFORM 4300-WRITE-MATCH-LINE THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

       4300-WRITE-MATCH-LINE.
           MOVE WS-READ-COUNT TO WS-HLD-RECNO
           IF WS-MATCH-AUDIT
              MOVE "AUDIT ROW" TO WS-HLD-SOURCE
              MOVE WS-MATCH-DATE TO WS-HLD-AUD-DATE
              MOVE WS-MATCH-TIME TO WS-HLD-AUD-TIME
              MOVE WS-MATCH-SEQ TO WS-HLD-AUD-SEQ
              MOVE WS-HLD-AUDIT-KEY TO WS-HLD-KEY
           ELSE
              MOVE "RECORD" TO WS-HLD-SOURCE
              MOVE WS-MATCH-RECNO TO WS-HLD-FILE-RECNO
              MOVE SPACES TO WS-HLD-KEY
              STRING WS-HLD-FILE-RECNO " OF THIS FILE"
                 DELIMITED BY SIZE INTO WS-HLD-KEY
           END-IF
           MOVE WS-HOLD-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CHECK-OP-AUTHORITY - is the operator in WS-EDIT-OPERADOR
      * in the submitting user's granted list? With the controls not
           MOVE WS-REJECT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           MOVE "HELD AS DUPLICATES    = " TO WS-SUM-TITLE
           MOVE WS-HELD-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           MOVE "DUPLICATES RELEASED   = " TO WS-SUM-TITLE
           MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           IF WS-HIST-TABLE-FULL
              MOVE "DUPLICATE HISTORY TABLE FULL - OLDEST 5000 ROWS"
                 & " CHECKED ONLY" TO RPT-LINE
              PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           END-IF
           IF WS-HELD-COUNT > ZERO
              MOVE 4 TO WS-RETURN-CODE
              MOVE SPACES TO RPT-LINE
              PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
              MOVE "RELEASE OR REMOVE THE HELD DUPLICATES (TRANSUSP)"
                 & " AND RE-EDIT BEFORE RELEASING THE CALC RUN"
                 TO RPT-LINE
              PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           END-IF
           IF WS-REJECT-COUNT > ZERO
              MOVE 4 TO WS-RETURN-CODE
              MOVE SPACES TO RPT-LINE
           CLOSE TRANFILE-IN
           CLOSE TRANEDIT-OUT
           CLOSE EDITRPT-OUT
           CLOSE SUSPENSE-OUT
           IF WS-AUDIT-AVAILABLE
              CLOSE AUDITLOG-IN
           END-IF
           DISPLAY "CALCEDIT: READ = " WS-READ-COUNT
              " PASSED = " WS-CLEAN-COUNT
              " REJECTED = " WS-REJECT-COUNT
              " HELD = " WS-HELD-COUNT.
       9000-EXIT.
           EXIT.

