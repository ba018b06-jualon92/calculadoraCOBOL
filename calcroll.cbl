      ******************************************************************
      * Program-ID: CALCROLL
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Month-end register rollforward for the auditors.
      *             A named register only ever moves two ways: a batch
      *             store (a CALC-REG-STORE row on AUDITLOG, or on the
      *             AUDARCH archive once the month has been archived)
      *             or an approved manual change journaled to REGJRNL
      *             by CALCREGMNT. This job takes every register from
      *             its opening value - the month-end snapshot the
      *             previous month's run saved as REGSNAP.YYYYMM -
      *             through every store and manual change of the month
      *             in time order, showing the source, user, batch or
      *             submitter and timestamp of each, to a computed
      *             closing value. Movements after the month end are
      *             then rolled on to the value CALCREGS should hold
      *             today, and that is compared with what CALCREGS
      *             does hold. Anything the two sources cannot explain
      *             is flagged: a journaled change whose old value is
      *             not the rolled value, an add of a register already
      *             on file or a change or delete of one that is not,
      *             and any difference from CALCREGS. The report is
      *             REGROLL.
      *
      *             The month is ROLLMONTH (YYYYMM), last month when
      *             not given; a month not yet ended is refused. The
      *             computed closing values are saved as the month's
      *             snapshot, REGSNAP.YYYYMM (a register flagged this
      *             month is saved with its flag, so next month's
      *             report shows it opened from an unresolved value).
      *             With no snapshot for the month before - the first
      *             run - a register opens at the first value the
      *             month gives it. Archives are verified against
      *             their ARCHREG entries on the way through, as in
      *             CALCWHATIF. Return code 0 every register reconciles,
      *             4 an unexplained difference, an archive failing
      *             verification, more archives from the month on than
      *             the table holds or no opening snapshot, 8 the
      *             snapshot could not be written, 16 unable to run.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version.
      *   2026-10-15 JU  Archives for months before the rollforward
      *                  are passed over as ARCHREG is loaded, and a
      *                  full archive table is reported with RC 4
      *                  instead of silently dropping later archives.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-IN ASSIGN USING WS-OPEN-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-IN-STATUS.
           SELECT SNAP-OUT ASSIGN USING WS-CLOSE-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-OUT-STATUS.
           SELECT REGFILE ASSIGN TO "CALCREGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT REGJRNL-IN ASSIGN TO "REGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGJRNL-STATUS.
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
           SELECT REPORT-OUT ASSIGN TO "REGROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One register as it stood at a month end. SNP-FLAG is "D"
      *    when that month's rollforward could not explain it.
       FD  SNAP-IN
           LABEL RECORDS ARE STANDARD.
       01  SNI-REC.
           05  SNI-MONTH               PIC 9(06).
           05  SNI-REG-NAME            PIC X(08).
           05  SNI-VALUE               PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  SNI-FLAG                PIC X(01).
           05  SNI-CREATE-DATE         PIC 9(08).

       FD  SNAP-OUT
           LABEL RECORDS ARE STANDARD.
       01  SNO-REC.
           05  SNO-MONTH               PIC 9(06).
           05  SNO-REG-NAME            PIC X(08).
           05  SNO-VALUE               PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  SNO-FLAG                PIC X(01).
           05  SNO-CREATE-DATE         PIC 9(08).

       FD  REGFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           05  REG-NAME                PIC X(08).
           05  REG-VALUE               PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  REG-UPDATE-DATE         PIC 9(08).
           05  REG-UPDATE-TIME         PIC 9(08).

       FD  REGJRNL-IN
           LABEL RECORDS ARE STANDARD.
       01  JRN-REC.
           05  JRN-DATE                PIC 9(08).
           05  JRN-TIME                PIC 9(08).
           05  JRN-OPERATOR            PIC X(08).
           05  JRN-ACTION              PIC X(01).
               88  JRN-ADDED               VALUE "A".
               88  JRN-CHANGED             VALUE "C".
               88  JRN-DELETED             VALUE "D".
           05  JRN-REG-NAME            PIC X(08).
           05  JRN-OLD-VALUE           PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  JRN-NEW-VALUE           PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  JRN-SUBMITTER           PIC X(08).
           05  JRN-SUBMIT-DATE         PIC 9(08).
           05  JRN-SUBMIT-TIME         PIC 9(08).
           05  JRN-APPROVER            PIC X(08).

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
       77  WS-SNAP-IN-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-SNAP-IN-OK                      VALUE "00".
       77  WS-SNAP-OUT-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-SNAP-OUT-OK                     VALUE "00".
       77  WS-REGFILE-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-REGFILE-OK                      VALUE "00".
       77  WS-REGJRNL-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-REGJRNL-OK                      VALUE "00".
       77  WS-ARCHREG-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-ARCHREG-OK                      VALUE "00".
       77  WS-ARCHIVE-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-ARCHIVE-OK                      VALUE "00".
       77  WS-AUDITLOG-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-AUDITLOG-OK                     VALUE "00".
       77  WS-REPORT-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-REPORT-OK                       VALUE "00".
       77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
       77  WS-RUN-MONTH            PIC 9(06)      VALUE ZERO.
       77  WS-MONTH-IN             PIC X(06)      VALUE SPACES.
       77  WS-ROLL-MONTH           PIC 9(06)      VALUE ZERO.
       77  WS-PRIOR-MONTH          PIC 9(06)      VALUE ZERO.
       77  WS-MONTH-START          PIC 9(08)      VALUE ZERO.
       77  WS-MONTH-END            PIC 9(08)      VALUE ZERO.
       77  WS-ARCHIVE-NAME         PIC X(14)      VALUE SPACES.
       77  WS-SNAPSHOT-SW          PIC X(01)      VALUE "N".
           88  WS-SNAPSHOT-FOUND                  VALUE "Y".
       77  WS-MATCH-NAME           PIC X(08)      VALUE SPACES.
       77  WS-REG-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-TABLE-MAX        PIC S9(04) COMP VALUE 100.
       77  WS-REG-SUB              PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-FOUND-SUB        PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-INSERT-SUB       PIC S9(04) COMP VALUE ZERO.
       77  WS-AM-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-AM-TABLE-MAX         PIC S9(04) COMP VALUE 5000.
       77  WS-AM-SUB               PIC S9(04) COMP VALUE ZERO.
       77  WS-JM-ENTRIES           PIC S9(04) COMP VALUE ZERO.
       77  WS-JM-TABLE-MAX         PIC S9(04) COMP VALUE 1000.
       77  WS-JM-SUB               PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-SUB              PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-ENTRIES          PIC S9(04) COMP VALUE ZERO.
       77  WS-ARC-TABLE-MAX        PIC S9(04) COMP VALUE 60.
       77  WS-ARG-EOF-SWITCH       PIC X(01)      VALUE "N".
           88  WS-ARG-END-OF-FILE                 VALUE "Y".
       77  WS-ARC-OVERFLOW-SW      PIC X(01)      VALUE "N".
           88  WS-ARC-OVERFLOW                    VALUE "Y".
       77  WS-VER-COUNT            PIC 9(07)      VALUE ZERO.
       77  WS-VER-TOTAL            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-VERIFY-SW            PIC X(01)      VALUE "N".
           88  WS-VERIFY-FAILURES                 VALUE "Y".
       77  WS-NEXT-SOURCE          PIC X(01)      VALUE SPACE.
           88  WS-NEXT-IS-BATCH                   VALUE "B".
           88  WS-NEXT-IS-MANUAL                  VALUE "M".
           88  WS-NO-MORE-MOVEMENTS               VALUE " ".
       77  WS-CLOSED-SW            PIC X(01)      VALUE "N".
           88  WS-CLOSING-PRINTED                 VALUE "Y".
       77  WS-LATER-SW             PIC X(01)      VALUE "N".
           88  WS-LATER-LABEL-PRINTED             VALUE "Y".
       77  WS-ROLL-STATE           PIC X(01)      VALUE "U".
           88  WS-ROLL-ON-FILE                    VALUE "Y".
           88  WS-ROLL-NOT-ON-FILE                VALUE "N".
           88  WS-ROLL-UNKNOWN                    VALUE "U".
       77  WS-ROLL-VALUE           PIC S9(5)V9(2) VALUE ZERO.
       77  WS-BEFORE-STATE         PIC X(01)      VALUE "U".
       77  WS-BEFORE-VALUE         PIC S9(5)V9(2) VALUE ZERO.
       77  WS-REG-FLAG-SW          PIC X(01)      VALUE "N".
           88  WS-REG-FLAGGED                     VALUE "Y".
       77  WS-DIFFERENCE           PIC S9(07)V9(02) VALUE ZERO.
       77  WS-EDIT-AMOUNT          PIC ZZ,ZZ9.99-.
       77  WS-EDIT-DIFF            PIC ZZZ,ZZ9.99-.
       77  WS-REGS-ROLLED          PIC 9(05)      VALUE ZERO.
       77  WS-REGS-AGREED          PIC 9(05)      VALUE ZERO.
       77  WS-REGS-FLAGGED         PIC 9(05)      VALUE ZERO.
       77  WS-BATCH-MOVES          PIC 9(07)      VALUE ZERO.
       77  WS-MANUAL-MOVES         PIC 9(07)      VALUE ZERO.
       77  WS-LATER-MOVES          PIC 9(07)      VALUE ZERO.
       77  WS-SNAP-WRITTEN         PIC 9(05)      VALUE ZERO.
       77  WS-SNAP-ERROR-SW        PIC X(01)      VALUE "N".
           88  WS-SNAP-ERRORS                     VALUE "Y".
       77  WS-DATE-OK-SW           PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                       VALUE "Y".
       77  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT            PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM             PIC 9(04)      VALUE ZERO.
       77  WS-PAGE-COUNT           PIC 9(04)      VALUE ZERO.
       77  WS-LINE-COUNT           PIC 9(02)      VALUE 99.
       77  WS-LINES-PER-PAGE       PIC 9(02)      VALUE 55.
       77  WS-RETURN-CODE          PIC 9(02)      VALUE ZERO.

       01  WS-ROLL-REC.
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

       01  WS-OPEN-SNAP-NAME.
           05  FILLER              PIC X(08)  VALUE "REGSNAP.".
           05  WS-OSN-MONTH        PIC 9(06)  VALUE ZERO.
       01  WS-CLOSE-SNAP-NAME.
           05  FILLER              PIC X(08)  VALUE "REGSNAP.".
           05  WS-CSN-MONTH        PIC 9(06)  VALUE ZERO.

      *    Every register the month touches, kept in name order: its
      *    opening from the snapshot ("S" on it, "N" not on it, "U" no
      *    snapshot to say), what CALCREGS holds today, and its
      *    computed month-end value for the new snapshot.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY        OCCURS 100 TIMES.
               10  WS-REG-KEY      PIC X(08).
               10  WS-REG-OPEN-SW  PIC X(01).
               10  WS-REG-OPEN-VALUE PIC S9(5)V9(2).
               10  WS-REG-OPEN-FLAG PIC X(01).
               10  WS-REG-ACTUAL-SW PIC X(01).
               10  WS-REG-ACTUAL-VALUE PIC S9(5)V9(2).
               10  WS-REG-CLOSE-SW PIC X(01).
               10  WS-REG-CLOSE-VALUE PIC S9(5)V9(2).

      *    Batch stores from the month start on, in audit-key order.
       01  WS-AM-TABLE.
           05  WS-AM-ENTRY         OCCURS 5000 TIMES.
               10  WS-AM-STAMP.
                   15  WS-AM-DATE  PIC 9(08).
                   15  WS-AM-TIME  PIC 9(08).
               10  WS-AM-REG-NAME  PIC X(08).
               10  WS-AM-VALUE     PIC S9(5)V9(2).
               10  WS-AM-USERID    PIC X(08).
               10  WS-AM-BATCH-ID  PIC X(12).
               10  WS-AM-REV-SW    PIC X(01).

      *    Approved manual changes from the month start on, in the
      *    order they were journaled.
       01  WS-JM-TABLE.
           05  WS-JM-ENTRY         OCCURS 1000 TIMES.
               10  WS-JM-STAMP.
                   15  WS-JM-DATE  PIC 9(08).
                   15  WS-JM-TIME  PIC 9(08).
               10  WS-JM-REG-NAME  PIC X(08).
               10  WS-JM-ACTION    PIC X(01).
               10  WS-JM-OLD       PIC S9(5)V9(2).
               10  WS-JM-NEW       PIC S9(5)V9(2).
               10  WS-JM-OPERATOR  PIC X(08).
               10  WS-JM-SUBMITTER PIC X(08).

       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY        OCCURS 60 TIMES.
               10  WS-ARC-MONTH    PIC 9(06).
               10  WS-ARC-NAME     PIC X(14).
               10  WS-ARC-COUNT    PIC 9(07).
               10  WS-ARC-TOTAL    PIC S9(09)V9(02).

       01  WS-MONTH-END-STAMP.
           05  WS-MES-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-MES-TIME         PIC 9(08)  VALUE 99999999.

       01  WS-HEADING-1.
           05  FILLER              PIC X(14)
                                   VALUE "CALCROLL      ".
           05  FILLER              PIC X(36)
               VALUE "REGISTER ROLLFORWARD                ".
           05  FILLER              PIC X(11)  VALUE "RUN DATE = ".
           05  WS-HDG-DATE         PIC 9(08).
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(07)  VALUE "PAGE = ".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(08)  VALUE "MONTH = ".
           05  WS-HDG-MONTH        PIC 9(06).
           05  FILLER              PIC X(27)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER              PIC X(12)  VALUE "  DATE      ".
           05  FILLER              PIC X(10)  VALUE "TIME      ".
           05  FILLER              PIC X(08)  VALUE "SOURCE  ".
           05  FILLER              PIC X(10)  VALUE "USERID    ".
           05  FILLER              PIC X(09)  VALUE "ACTION   ".
           05  FILLER              PIC X(14)  VALUE "BATCH/SUBMIT  ".
           05  FILLER              PIC X(12)  VALUE "   OLD VALUE".
           05  FILLER              PIC X(12)  VALUE "   NEW VALUE".
           05  FILLER              PIC X(12)  VALUE "  ROLLED TO ".
           05  FILLER              PIC X(04)  VALUE "NOTE".
           05  FILLER              PIC X(29)  VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER              PIC X(11)  VALUE "REGISTER = ".
           05  WS-RGL-NAME         PIC X(08).
           05  FILLER              PIC X(113) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-DATE         PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-TIME         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-SOURCE       PIC X(06).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-USERID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-ACTION       PIC X(07).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-REFERENCE    PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-OLD          PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-NEW          PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-ROLLED       PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DTL-NOTE         PIC X(22).

       01  WS-ROLL-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RLL-TITLE        PIC X(40).
           05  WS-RLL-AMOUNT       PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-RLL-NOTE         PIC X(77).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-TITLE        PIC X(32).
           05  WS-SUM-COUNT        PIC Z(06)9.
           05  FILLER              PIC X(93)  VALUE SPACES.

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
      * 0000-MAINLINE - settle the month, load the opening snapshot,
      * CALCREGS and the month's movements from both sources, then
      * roll each register forward in name order, saving its
      * month-end value to the new snapshot as it goes.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE 1 TO WS-ARC-SUB
           PERFORM 2000-PROCESS-ONE-ARCHIVE THRU 2000-EXIT
               UNTIL WS-ARC-SUB > WS-ARC-ENTRIES
           PERFORM 3000-PROCESS-LIVE-LOG THRU 3000-EXIT
           PERFORM 4000-ROLL-REGISTERS THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the month (last month when ROLLMONTH is not
      * given; a month that has not ended yet is refused, its
      * snapshot would not be a month end), the snapshot it opens
      * from, CALCREGS, the journal and the archive registry.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
           ACCEPT WS-MONTH-IN FROM ENVIRONMENT "ROLLMONTH"
           IF WS-MONTH-IN = SPACES
              PERFORM 1050-DEFAULT-MONTH THRU 1050-EXIT
           ELSE
              IF WS-MONTH-IN IS NOT NUMERIC
                 DISPLAY "CALCROLL: ROLLMONTH " WS-MONTH-IN
                    " IS NOT YYYYMM"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-MONTH-IN TO WS-ROLL-MONTH
           END-IF
           MOVE WS-ROLL-MONTH TO WS-CHK-DATE (1:6)
           MOVE 1 TO WS-CHK-DAY
           PERFORM 8500-CHECK-DATE THRU 8500-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCROLL: MONTH " WS-ROLL-MONTH
                 " IS NOT A CALENDAR MONTH"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           IF WS-ROLL-MONTH NOT < WS-RUN-MONTH
              DISPLAY "CALCROLL: MONTH " WS-ROLL-MONTH
                 " HAS NOT ENDED - NO MONTH-END ROLLFORWARD YET"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-CHK-DATE TO WS-MONTH-START
           PERFORM 8510-MONTH-LENGTH THRU 8510-EXIT
           MOVE WS-MONTH-LEN TO WS-CHK-DAY
           MOVE WS-CHK-DATE TO WS-MONTH-END
           MOVE WS-MONTH-END TO WS-MES-DATE
           IF WS-CHK-MONTH = 1
              MOVE 12 TO WS-CHK-MONTH
              SUBTRACT 1 FROM WS-CHK-YEAR
           ELSE
              SUBTRACT 1 FROM WS-CHK-MONTH
           END-IF
           MOVE WS-CHK-DATE (1:6) TO WS-PRIOR-MONTH
           MOVE WS-PRIOR-MONTH TO WS-OSN-MONTH
           MOVE WS-ROLL-MONTH TO WS-CSN-MONTH
           OPEN OUTPUT REPORT-OUT
           IF NOT WS-REPORT-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN REGROLL - STATUS = "
                 WS-REPORT-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCROLL: MONTH " WS-ROLL-MONTH " "
              WS-MONTH-START " - " WS-MONTH-END
           PERFORM 1100-LOAD-SNAPSHOT THRU 1100-EXIT
           PERFORM 1200-LOAD-CALCREGS THRU 1200-EXIT
           PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT
           PERFORM 1400-LOAD-REGISTRY THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

       1050-DEFAULT-MONTH.
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           IF WS-CHK-MONTH = 1
              MOVE 12 TO WS-CHK-MONTH
              SUBTRACT 1 FROM WS-CHK-YEAR
           ELSE
              SUBTRACT 1 FROM WS-CHK-MONTH
           END-IF
           MOVE WS-CHK-DATE (1:6) TO WS-ROLL-MONTH.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SNAPSHOT - the previous month's closing values are
      * this month's opening values. Without one every register
      * opens unknown and takes the first value the month gives it.
      ******************************************************************
       1100-LOAD-SNAPSHOT.
           OPEN INPUT SNAP-IN
           IF WS-SNAP-IN-STATUS = "35"
              DISPLAY "CALCROLL: NO SNAPSHOT " WS-OPEN-SNAP-NAME
                 " - REGISTERS OPEN AT THEIR FIRST MOVEMENT"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-SNAP-IN-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN " WS-OPEN-SNAP-NAME
                 " - STATUS = " WS-SNAP-IN-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           SET WS-SNAPSHOT-FOUND TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1150-LOAD-ONE-SNAPSHOT THRU 1150-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE SNAP-IN.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-SNAPSHOT.
           READ SNAP-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 1150-EXIT
           END-READ
           IF SNI-REG-NAME = SPACES
              GO TO 1150-EXIT
           END-IF
           MOVE SNI-REG-NAME TO WS-MATCH-NAME
           PERFORM 3600-FIND-OR-ADD-REGISTER THRU 3600-EXIT
           MOVE "S" TO WS-REG-OPEN-SW (WS-REG-FOUND-SUB)
           MOVE SNI-VALUE TO WS-REG-OPEN-VALUE (WS-REG-FOUND-SUB)
           MOVE SNI-FLAG TO WS-REG-OPEN-FLAG (WS-REG-FOUND-SUB).
       1150-EXIT.
           EXIT.

       1200-LOAD-CALCREGS.
           OPEN INPUT REGFILE
           IF WS-REGFILE-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-REGFILE-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN CALCREGS - STATUS = "
                 WS-REGFILE-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1250-LOAD-ONE-REGISTER THRU 1250-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE REGFILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-REGISTER.
           READ REGFILE
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 1250-EXIT
           END-READ
           IF REG-NAME = SPACES
              GO TO 1250-EXIT
           END-IF
           MOVE REG-NAME TO WS-MATCH-NAME
           PERFORM 3600-FIND-OR-ADD-REGISTER THRU 3600-EXIT
           MOVE "Y" TO WS-REG-ACTUAL-SW (WS-REG-FOUND-SUB)
           MOVE REG-VALUE TO WS-REG-ACTUAL-VALUE (WS-REG-FOUND-SUB).
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-JOURNAL - every approved manual change from the
      * month start on. REGJRNL is only ever appended to, so its rows
      * are already in time order.
      ******************************************************************
       1300-LOAD-JOURNAL.
           OPEN INPUT REGJRNL-IN
           IF WS-REGJRNL-STATUS = "35"
              GO TO 1300-EXIT
           END-IF
           IF NOT WS-REGJRNL-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN REGJRNL - STATUS = "
                 WS-REGJRNL-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1350-LOAD-ONE-JOURNAL THRU 1350-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE REGJRNL-IN.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-JOURNAL.
           READ REGJRNL-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
                 GO TO 1350-EXIT
           END-READ
           IF JRN-DATE < WS-MONTH-START
                 OR JRN-REG-NAME = SPACES
              GO TO 1350-EXIT
           END-IF
           IF WS-JM-ENTRIES >= WS-JM-TABLE-MAX
              DISPLAY "CALCROLL: MORE THAN 1000 MANUAL CHANGES SINCE "
                 WS-MONTH-START " - RUN THE ROLLFORWARD SOONER"
              CLOSE REGJRNL-IN
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ADD 1 TO WS-JM-ENTRIES
           MOVE JRN-DATE      TO WS-JM-DATE (WS-JM-ENTRIES)
           MOVE JRN-TIME      TO WS-JM-TIME (WS-JM-ENTRIES)
           MOVE JRN-REG-NAME  TO WS-JM-REG-NAME (WS-JM-ENTRIES)
           MOVE JRN-ACTION    TO WS-JM-ACTION (WS-JM-ENTRIES)
           MOVE JRN-OLD-VALUE TO WS-JM-OLD (WS-JM-ENTRIES)
           MOVE JRN-NEW-VALUE TO WS-JM-NEW (WS-JM-ENTRIES)
           MOVE JRN-OPERATOR  TO WS-JM-OPERATOR (WS-JM-ENTRIES)
           MOVE JRN-SUBMITTER TO WS-JM-SUBMITTER (WS-JM-ENTRIES)
           MOVE JRN-REG-NAME TO WS-MATCH-NAME
           PERFORM 3600-FIND-OR-ADD-REGISTER THRU 3600-EXIT.
       1350-EXIT.
           EXIT.

       1400-LOAD-REGISTRY.
           OPEN INPUT ARCHREG-IN
           IF WS-ARCHREG-STATUS = "35"
              GO TO 1400-EXIT
           END-IF
           IF NOT WS-ARCHREG-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN ARCHREG - STATUS = "
                 WS-ARCHREG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1450-LOAD-ONE-ARCHIVE THRU 1450-EXIT
               UNTIL WS-ARG-END-OF-FILE OR WS-ARC-OVERFLOW
           CLOSE ARCHREG-IN
           IF WS-ARC-OVERFLOW
              DISPLAY "CALCROLL: MORE THAN 60 ARCHIVES ON ARCHREG FROM "
                 WS-ROLL-MONTH " - LATER ARCHIVES OMITTED"
           END-IF.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-ARCHIVE.
           READ ARCHREG-IN
              AT END
                 MOVE "Y" TO WS-ARG-EOF-SWITCH
                 GO TO 1450-EXIT
           END-READ
           IF ARG-MONTH < WS-ROLL-MONTH
              GO TO 1450-EXIT
           END-IF
           IF WS-ARC-ENTRIES >= WS-ARC-TABLE-MAX
              SET WS-ARC-OVERFLOW TO TRUE
              GO TO 1450-EXIT
           END-IF
           ADD 1 TO WS-ARC-ENTRIES
           MOVE ARG-MONTH     TO WS-ARC-MONTH (WS-ARC-ENTRIES)
           MOVE ARG-FILE-NAME TO WS-ARC-NAME (WS-ARC-ENTRIES)
           MOVE ARG-COUNT     TO WS-ARC-COUNT (WS-ARC-ENTRIES)
           MOVE ARG-TOTAL     TO WS-ARC-TOTAL (WS-ARC-ENTRIES).
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-ARCHIVE - an archive of the month or a later
      * one is read whole and checked against its registry count and
      * total, as CALCWHATIF checks it; its rows go to 3500.
      ******************************************************************
       2000-PROCESS-ONE-ARCHIVE.
           IF WS-ARC-MONTH (WS-ARC-SUB) < WS-ROLL-MONTH
              GO TO 2000-NEXT
           END-IF
           MOVE WS-ARC-NAME (WS-ARC-SUB) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-IN
           IF NOT WS-ARCHIVE-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN " WS-ARCHIVE-NAME
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
              DISPLAY "CALCROLL: " WS-ARCHIVE-NAME
                 " VERIFIED AGAINST THE REGISTRY"
           ELSE
              DISPLAY "CALCROLL: " WS-ARCHIVE-NAME
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
           MOVE ARC-REC TO WS-ROLL-REC
           PERFORM 3500-TAKE-AUDIT-ROW THRU 3500-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-LIVE-LOG - the live AUDITLOG from the first key
      * of the month start to the end of the file, so the stores
      * since the month end are there to reconcile with CALCREGS.
      ******************************************************************
       3000-PROCESS-LIVE-LOG.
           OPEN INPUT AUDITLOG-IN
           IF WS-AUDITLOG-STATUS = "35"
              GO TO 3000-EXIT
           END-IF
           IF NOT WS-AUDITLOG-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN AUDITLOG - STATUS = "
                 WS-AUDITLOG-STATUS
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-MONTH-START TO CALC-TS-DATE OF AUD-REC
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
           IF CALC-REC-TRAILER OF AUD-REC
              GO TO 3100-EXIT
           END-IF
           MOVE AUD-REC TO WS-ROLL-REC
           PERFORM 3500-TAKE-AUDIT-ROW THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-TAKE-AUDIT-ROW - a row that stored its result in a
      * register. Only clean calculations are posted to the log, and
      * a later reversal backs out the amount, not the store, so a
      * reversed row still moved the register.
      ******************************************************************
       3500-TAKE-AUDIT-ROW.
           IF CALC-TS-DATE OF WS-ROLL-REC < WS-MONTH-START
              GO TO 3500-EXIT
           END-IF
           IF NOT CALC-REG-STORE OF WS-ROLL-REC
                 OR CALC-REG-NAME OF WS-ROLL-REC = SPACES
              GO TO 3500-EXIT
           END-IF
           IF WS-AM-ENTRIES >= WS-AM-TABLE-MAX
              DISPLAY "CALCROLL: MORE THAN 5000 REGISTER STORES SINCE "
                 WS-MONTH-START " - RUN THE ROLLFORWARD SOONER"
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ADD 1 TO WS-AM-ENTRIES
           MOVE CALC-TS-DATE OF WS-ROLL-REC
              TO WS-AM-DATE (WS-AM-ENTRIES)
           MOVE CALC-TS-TIME OF WS-ROLL-REC
              TO WS-AM-TIME (WS-AM-ENTRIES)
           MOVE CALC-REG-NAME OF WS-ROLL-REC
              TO WS-AM-REG-NAME (WS-AM-ENTRIES)
           MOVE CALC-RESULTADO OF WS-ROLL-REC
              TO WS-AM-VALUE (WS-AM-ENTRIES)
           MOVE CALC-USERID OF WS-ROLL-REC
              TO WS-AM-USERID (WS-AM-ENTRIES)
           MOVE CALC-BATCH-ID OF WS-ROLL-REC
              TO WS-AM-BATCH-ID (WS-AM-ENTRIES)
           MOVE CALC-REV-IND OF WS-ROLL-REC
              TO WS-AM-REV-SW (WS-AM-ENTRIES)
           MOVE CALC-REG-NAME OF WS-ROLL-REC TO WS-MATCH-NAME
           PERFORM 3600-FIND-OR-ADD-REGISTER THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-FIND-OR-ADD-REGISTER - WS-REG-FOUND-SUB is the entry for
      * WS-MATCH-NAME, inserted in name order when it is new. A new
      * entry opens "N" (not on file) when there is a snapshot to
      * say so, "U" (unknown) when there is not.
      ******************************************************************
       3600-FIND-OR-ADD-REGISTER.
           MOVE ZERO TO WS-REG-FOUND-SUB
           MOVE ZERO TO WS-REG-INSERT-SUB
           MOVE 1 TO WS-REG-SUB
           PERFORM 3650-MATCH-REGISTER THRU 3650-EXIT
               UNTIL WS-REG-SUB > WS-REG-ENTRIES
                  OR WS-REG-FOUND-SUB > ZERO
                  OR WS-REG-INSERT-SUB > ZERO
           IF WS-REG-FOUND-SUB > ZERO
              GO TO 3600-EXIT
           END-IF
           IF WS-REG-ENTRIES >= WS-REG-TABLE-MAX
              DISPLAY "CALCROLL: MORE THAN 100 REGISTER NAMES IN THE "
                 "MONTH"
              CLOSE REPORT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           IF WS-REG-INSERT-SUB = ZERO
              COMPUTE WS-REG-INSERT-SUB = WS-REG-ENTRIES + 1
           END-IF
           MOVE WS-REG-ENTRIES TO WS-REG-SUB
           PERFORM 3700-SHIFT-ONE-UP THRU 3700-EXIT
               UNTIL WS-REG-SUB < WS-REG-INSERT-SUB
           ADD 1 TO WS-REG-ENTRIES
           MOVE WS-REG-INSERT-SUB TO WS-REG-FOUND-SUB
           MOVE WS-MATCH-NAME TO WS-REG-KEY (WS-REG-FOUND-SUB)
           IF WS-SNAPSHOT-FOUND
              MOVE "N" TO WS-REG-OPEN-SW (WS-REG-FOUND-SUB)
           ELSE
              MOVE "U" TO WS-REG-OPEN-SW (WS-REG-FOUND-SUB)
           END-IF
           MOVE ZERO TO WS-REG-OPEN-VALUE (WS-REG-FOUND-SUB)
           MOVE SPACE TO WS-REG-OPEN-FLAG (WS-REG-FOUND-SUB)
           MOVE "N" TO WS-REG-ACTUAL-SW (WS-REG-FOUND-SUB)
           MOVE ZERO TO WS-REG-ACTUAL-VALUE (WS-REG-FOUND-SUB)
           MOVE "U" TO WS-REG-CLOSE-SW (WS-REG-FOUND-SUB)
           MOVE ZERO TO WS-REG-CLOSE-VALUE (WS-REG-FOUND-SUB).
       3600-EXIT.
           EXIT.

       3650-MATCH-REGISTER.
           IF WS-REG-KEY (WS-REG-SUB) = WS-MATCH-NAME
              MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
           ELSE
              IF WS-REG-KEY (WS-REG-SUB) > WS-MATCH-NAME
                 MOVE WS-REG-SUB TO WS-REG-INSERT-SUB
              END-IF
           END-IF
           ADD 1 TO WS-REG-SUB.
       3650-EXIT.
           EXIT.

       3700-SHIFT-ONE-UP.
           MOVE WS-REG-ENTRY (WS-REG-SUB)
              TO WS-REG-ENTRY (WS-REG-SUB + 1)
           SUBTRACT 1 FROM WS-REG-SUB.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ROLL-REGISTERS - one block per register, then the new
      * snapshot is closed.
      ******************************************************************
       4000-ROLL-REGISTERS.
           OPEN OUTPUT SNAP-OUT
           IF NOT WS-SNAP-OUT-OK
              DISPLAY "CALCROLL: UNABLE TO OPEN " WS-CLOSE-SNAP-NAME
                 " - STATUS = " WS-SNAP-OUT-STATUS
              SET WS-SNAP-ERRORS TO TRUE
           END-IF
           MOVE 1 TO WS-REG-SUB
           PERFORM 4100-ROLL-ONE-REGISTER THRU 4100-EXIT
               UNTIL WS-REG-SUB > WS-REG-ENTRIES
           IF NOT WS-SNAP-ERRORS
              CLOSE SNAP-OUT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ROLL-ONE-REGISTER - the opening value, every movement of
      * the month in time order, the computed month-end closing, the
      * movements since, and the result against CALCREGS. The two
      * movement tables are each in time order, so the next movement
      * is the earlier of the next batch store and the next manual
      * change for the register; a tie goes to the batch store.
      ******************************************************************
       4100-ROLL-ONE-REGISTER.
           ADD 1 TO WS-REGS-ROLLED
           MOVE "N" TO WS-REG-FLAG-SW
           MOVE "N" TO WS-CLOSED-SW
           MOVE "N" TO WS-LATER-SW
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE WS-REG-KEY (WS-REG-SUB) TO WS-RGL-NAME
           MOVE WS-REGISTER-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           PERFORM 4150-PRINT-OPENING THRU 4150-EXIT
           MOVE ZERO TO WS-AM-SUB
           MOVE ZERO TO WS-JM-SUB
           PERFORM 4210-FIND-NEXT-STORE THRU 4210-EXIT
           PERFORM 4220-FIND-NEXT-CHANGE THRU 4220-EXIT
           PERFORM 4200-TAKE-NEXT-MOVEMENT THRU 4200-EXIT
               UNTIL WS-AM-SUB > WS-AM-ENTRIES
                 AND WS-JM-SUB > WS-JM-ENTRIES
           IF NOT WS-CLOSING-PRINTED
              PERFORM 4300-PRINT-CLOSING THRU 4300-EXIT
           END-IF
           PERFORM 4400-COMPARE-CALCREGS THRU 4400-EXIT
           PERFORM 4500-SAVE-SNAPSHOT THRU 4500-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           ADD 1 TO WS-REG-SUB.
       4100-EXIT.
           EXIT.

       4150-PRINT-OPENING.
           MOVE WS-REG-OPEN-SW (WS-REG-SUB) TO WS-ROLL-STATE
           IF WS-ROLL-STATE = "S"
              SET WS-ROLL-ON-FILE TO TRUE
           END-IF
           MOVE WS-REG-OPEN-VALUE (WS-REG-SUB) TO WS-ROLL-VALUE
           MOVE SPACES TO WS-RLL-TITLE
           MOVE SPACES TO WS-RLL-AMOUNT
           MOVE SPACES TO WS-RLL-NOTE
           STRING "OPENING VALUE (" WS-OPEN-SNAP-NAME ")"
              DELIMITED BY SIZE INTO WS-RLL-TITLE
           EVALUATE TRUE
           WHEN WS-ROLL-ON-FILE
                MOVE WS-ROLL-VALUE TO WS-EDIT-AMOUNT
                MOVE WS-EDIT-AMOUNT TO WS-RLL-AMOUNT
                IF WS-REG-OPEN-FLAG (WS-REG-SUB) = "D"
                   MOVE "*** CARRIES A DIFFERENCE FLAGGED LAST MONTH"
                      TO WS-RLL-NOTE
                END-IF
           WHEN WS-ROLL-NOT-ON-FILE
                MOVE "NOT ON FILE AT THE MONTH START"
                   TO WS-RLL-NOTE
           WHEN OTHER
                MOVE "NO OPENING SNAPSHOT - OPENS AT ITS FIRST VALUE"
                   TO WS-RLL-NOTE
           END-EVALUATE
           MOVE WS-ROLL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       4150-EXIT.
           EXIT.

       4200-TAKE-NEXT-MOVEMENT.
           MOVE SPACE TO WS-NEXT-SOURCE
           EVALUATE TRUE
           WHEN WS-AM-SUB > WS-AM-ENTRIES
                SET WS-NEXT-IS-MANUAL TO TRUE
           WHEN WS-JM-SUB > WS-JM-ENTRIES
                SET WS-NEXT-IS-BATCH TO TRUE
           WHEN WS-AM-STAMP (WS-AM-SUB) > WS-JM-STAMP (WS-JM-SUB)
                SET WS-NEXT-IS-MANUAL TO TRUE
           WHEN OTHER
                SET WS-NEXT-IS-BATCH TO TRUE
           END-EVALUATE
           IF WS-NEXT-IS-BATCH
              IF WS-AM-STAMP (WS-AM-SUB) > WS-MONTH-END-STAMP
                 PERFORM 4250-PAST-MONTH-END THRU 4250-EXIT
              END-IF
              PERFORM 4260-APPLY-STORE THRU 4260-EXIT
              PERFORM 4210-FIND-NEXT-STORE THRU 4210-EXIT
           ELSE
              IF WS-JM-STAMP (WS-JM-SUB) > WS-MONTH-END-STAMP
                 PERFORM 4250-PAST-MONTH-END THRU 4250-EXIT
              END-IF
              PERFORM 4270-APPLY-CHANGE THRU 4270-EXIT
              PERFORM 4220-FIND-NEXT-CHANGE THRU 4220-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210 / 4220 - step to the next batch store / manual change for
      * the register being rolled; past the last entry when none.
      ******************************************************************
       4210-FIND-NEXT-STORE.
           ADD 1 TO WS-AM-SUB
           PERFORM 4215-SKIP-ONE-STORE THRU 4215-EXIT
               UNTIL WS-AM-SUB > WS-AM-ENTRIES
                  OR WS-AM-REG-NAME (WS-AM-SUB)
                        = WS-REG-KEY (WS-REG-SUB).
       4210-EXIT.
           EXIT.

       4215-SKIP-ONE-STORE.
           ADD 1 TO WS-AM-SUB.
       4215-EXIT.
           EXIT.

       4220-FIND-NEXT-CHANGE.
           ADD 1 TO WS-JM-SUB
           PERFORM 4225-SKIP-ONE-CHANGE THRU 4225-EXIT
               UNTIL WS-JM-SUB > WS-JM-ENTRIES
                  OR WS-JM-REG-NAME (WS-JM-SUB)
                        = WS-REG-KEY (WS-REG-SUB).
       4220-EXIT.
           EXIT.

       4225-SKIP-ONE-CHANGE.
           ADD 1 TO WS-JM-SUB.
       4225-EXIT.
           EXIT.

      ******************************************************************
      * 4250-PAST-MONTH-END - the first movement after the month end:
      * close the month first, then label what follows.
      ******************************************************************
       4250-PAST-MONTH-END.
           IF NOT WS-CLOSING-PRINTED
              PERFORM 4300-PRINT-CLOSING THRU 4300-EXIT
           END-IF
           IF WS-LATER-LABEL-PRINTED
              GO TO 4250-EXIT
           END-IF
           SET WS-LATER-LABEL-PRINTED TO TRUE
           MOVE SPACES TO WS-RLL-AMOUNT
           MOVE SPACES TO WS-RLL-NOTE
           MOVE "MOVEMENTS SINCE THE MONTH END" TO WS-RLL-TITLE
           MOVE WS-ROLL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       4250-EXIT.
           EXIT.

       4260-APPLY-STORE.
           MOVE WS-ROLL-STATE TO WS-BEFORE-STATE
           MOVE WS-ROLL-VALUE TO WS-BEFORE-VALUE
           SET WS-ROLL-ON-FILE TO TRUE
           MOVE WS-AM-VALUE (WS-AM-SUB) TO WS-ROLL-VALUE
           IF WS-CLOSING-PRINTED
              ADD 1 TO WS-LATER-MOVES
           ELSE
              ADD 1 TO WS-BATCH-MOVES
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AM-DATE (WS-AM-SUB) TO WS-DTL-DATE
           MOVE WS-AM-TIME (WS-AM-SUB) TO WS-STAMP-TIME
           MOVE "BATCH"  TO WS-DTL-SOURCE
           MOVE WS-AM-USERID (WS-AM-SUB) TO WS-DTL-USERID
           MOVE "STORE"  TO WS-DTL-ACTION
           MOVE WS-AM-BATCH-ID (WS-AM-SUB) TO WS-DTL-REFERENCE
           PERFORM 5050-SHOW-BEFORE THRU 5050-EXIT
           MOVE WS-ROLL-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-DTL-NEW
           MOVE WS-EDIT-AMOUNT TO WS-DTL-ROLLED
           IF WS-AM-REV-SW (WS-AM-SUB) = "R"
              MOVE "RESULT SINCE REVERSED" TO WS-DTL-NOTE
           END-IF
           PERFORM 5100-PRINT-MOVEMENT THRU 5100-EXIT.
       4260-EXIT.
           EXIT.

      ******************************************************************
      * 4270-APPLY-CHANGE - an approved manual change. Its journaled
      * old value must be the value rolled to so far; an add must
      * find the register off file and a change or delete must find
      * it on file. Anything else means the register moved some way
      * neither source records, and the register is flagged. While
      * the rolled value is still unknown the journal is taken at its
      * word.
      ******************************************************************
       4270-APPLY-CHANGE.
           MOVE WS-ROLL-STATE TO WS-BEFORE-STATE
           MOVE WS-ROLL-VALUE TO WS-BEFORE-VALUE
           IF WS-CLOSING-PRINTED
              ADD 1 TO WS-LATER-MOVES
           ELSE
              ADD 1 TO WS-MANUAL-MOVES
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-JM-DATE (WS-JM-SUB) TO WS-DTL-DATE
           MOVE WS-JM-TIME (WS-JM-SUB) TO WS-STAMP-TIME
           MOVE "MANUAL" TO WS-DTL-SOURCE
           MOVE WS-JM-OPERATOR (WS-JM-SUB) TO WS-DTL-USERID
           MOVE WS-JM-SUBMITTER (WS-JM-SUB) TO WS-DTL-REFERENCE
           EVALUATE WS-JM-ACTION (WS-JM-SUB)
           WHEN "A"
                MOVE "ADD"    TO WS-DTL-ACTION
                IF WS-ROLL-ON-FILE
                   MOVE "*** ADDED WHILE ON FILE" TO WS-DTL-NOTE
                   SET WS-REG-FLAGGED TO TRUE
                END-IF
           WHEN "C"
                MOVE "CHANGE" TO WS-DTL-ACTION
                IF WS-ROLL-NOT-ON-FILE
                   MOVE "*** NOT ON FILE" TO WS-DTL-NOTE
                   SET WS-REG-FLAGGED TO TRUE
                END-IF
                IF WS-ROLL-ON-FILE
                      AND WS-JM-OLD (WS-JM-SUB) NOT = WS-ROLL-VALUE
                   MOVE "*** OLD NOT = ROLLED" TO WS-DTL-NOTE
                   SET WS-REG-FLAGGED TO TRUE
                END-IF
           WHEN OTHER
                MOVE "DELETE" TO WS-DTL-ACTION
                IF WS-ROLL-NOT-ON-FILE
                   MOVE "*** NOT ON FILE" TO WS-DTL-NOTE
                   SET WS-REG-FLAGGED TO TRUE
                END-IF
                IF WS-ROLL-ON-FILE
                      AND WS-JM-OLD (WS-JM-SUB) NOT = WS-ROLL-VALUE
                   MOVE "*** OLD NOT = ROLLED" TO WS-DTL-NOTE
                   SET WS-REG-FLAGGED TO TRUE
                END-IF
           END-EVALUATE
           IF WS-JM-ACTION (WS-JM-SUB) NOT = "A"
              MOVE WS-JM-OLD (WS-JM-SUB) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-DTL-OLD
           END-IF
           IF WS-JM-ACTION (WS-JM-SUB) = "A"
                 OR WS-JM-ACTION (WS-JM-SUB) = "C"
              SET WS-ROLL-ON-FILE TO TRUE
              MOVE WS-JM-NEW (WS-JM-SUB) TO WS-ROLL-VALUE
              MOVE WS-ROLL-VALUE TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-DTL-NEW
              MOVE WS-EDIT-AMOUNT TO WS-DTL-ROLLED
           ELSE
              SET WS-ROLL-NOT-ON-FILE TO TRUE
              MOVE ZERO TO WS-ROLL-VALUE
              MOVE "DELETED" TO WS-DTL-ROLLED
           END-IF
           PERFORM 5100-PRINT-MOVEMENT THRU 5100-EXIT.
       4270-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-CLOSING - the value rolled to at the month end,
      * kept on the table for the new snapshot.
      ******************************************************************
       4300-PRINT-CLOSING.
           SET WS-CLOSING-PRINTED TO TRUE
           MOVE WS-ROLL-STATE TO WS-REG-CLOSE-SW (WS-REG-SUB)
           MOVE WS-ROLL-VALUE TO WS-REG-CLOSE-VALUE (WS-REG-SUB)
           MOVE SPACES TO WS-RLL-TITLE
           MOVE SPACES TO WS-RLL-AMOUNT
           MOVE SPACES TO WS-RLL-NOTE
           STRING "COMPUTED CLOSING VALUE AT " WS-MONTH-END
              DELIMITED BY SIZE INTO WS-RLL-TITLE
           EVALUATE TRUE
           WHEN WS-ROLL-ON-FILE
                MOVE WS-ROLL-VALUE TO WS-EDIT-AMOUNT
                MOVE WS-EDIT-AMOUNT TO WS-RLL-AMOUNT
           WHEN WS-ROLL-NOT-ON-FILE
                MOVE "NOT ON FILE AT THE MONTH END" TO WS-RLL-NOTE
           WHEN OTHER
                MOVE "UNKNOWN - NO SNAPSHOT AND NO MOVEMENT IN MONTH"
                   TO WS-RLL-NOTE
           END-EVALUATE
           MOVE WS-ROLL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-COMPARE-CALCREGS - the value rolled to today against the
      * value CALCREGS holds. A register never moved and with no
      * snapshot to open from is taken as CALCREGS holds it (and its
      * month-end value with it, nothing having moved it since).
      ******************************************************************
       4400-COMPARE-CALCREGS.
           IF WS-ROLL-UNKNOWN
                 AND WS-REG-ACTUAL-SW (WS-REG-SUB) = "Y"
              MOVE "Y" TO WS-REG-CLOSE-SW (WS-REG-SUB)
              MOVE WS-REG-ACTUAL-VALUE (WS-REG-SUB)
                 TO WS-REG-CLOSE-VALUE (WS-REG-SUB)
              SET WS-ROLL-ON-FILE TO TRUE
              MOVE WS-REG-ACTUAL-VALUE (WS-REG-SUB) TO WS-ROLL-VALUE
           END-IF
           MOVE SPACES TO WS-RLL-NOTE
           MOVE SPACES TO WS-RLL-AMOUNT
           MOVE "EXPECTED ON CALCREGS TODAY" TO WS-RLL-TITLE
           IF WS-ROLL-ON-FILE
              MOVE WS-ROLL-VALUE TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-RLL-AMOUNT
           ELSE
              MOVE "NOT ON FILE" TO WS-RLL-NOTE
           END-IF
           MOVE WS-ROLL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO WS-RLL-NOTE
           MOVE SPACES TO WS-RLL-AMOUNT
           MOVE "CALCREGS HOLDS" TO WS-RLL-TITLE
           IF WS-REG-ACTUAL-SW (WS-REG-SUB) = "Y"
              MOVE WS-REG-ACTUAL-VALUE (WS-REG-SUB) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-RLL-AMOUNT
           ELSE
              MOVE "NOT ON FILE" TO WS-RLL-NOTE
           END-IF
           MOVE WS-ROLL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO WS-RLL-NOTE
           MOVE SPACES TO WS-RLL-AMOUNT
           MOVE "DIFFERENCE" TO WS-RLL-TITLE
           MOVE ZERO TO WS-DIFFERENCE
           EVALUATE TRUE
           WHEN WS-ROLL-ON-FILE
                AND WS-REG-ACTUAL-SW (WS-REG-SUB) = "Y"
                COMPUTE WS-DIFFERENCE =
                   WS-REG-ACTUAL-VALUE (WS-REG-SUB) - WS-ROLL-VALUE
                IF WS-DIFFERENCE NOT = ZERO
                   MOVE "*** UNEXPLAINED DIFFERENCE" TO WS-RLL-NOTE
                   SET WS-REG-FLAGGED TO TRUE
                END-IF
           WHEN WS-ROLL-ON-FILE
                COMPUTE WS-DIFFERENCE = ZERO - WS-ROLL-VALUE
                MOVE "*** ROLLED REGISTER IS NOT ON CALCREGS"
                   TO WS-RLL-NOTE
                SET WS-REG-FLAGGED TO TRUE
           WHEN WS-REG-ACTUAL-SW (WS-REG-SUB) = "Y"
                MOVE WS-REG-ACTUAL-VALUE (WS-REG-SUB) TO WS-DIFFERENCE
                MOVE "*** ON CALCREGS WITH NOTHING TO EXPLAIN IT"
                   TO WS-RLL-NOTE
                SET WS-REG-FLAGGED TO TRUE
           END-EVALUATE
           MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
           MOVE WS-EDIT-DIFF TO WS-RLL-AMOUNT
           IF WS-RLL-NOTE = SPACES
                 AND WS-REG-FLAGGED
              MOVE "*** FLAGGED - SEE THE MOVEMENTS ABOVE"
                 TO WS-RLL-NOTE
           END-IF
           IF WS-RLL-NOTE = SPACES
              MOVE "RECONCILED" TO WS-RLL-NOTE
           END-IF
           MOVE WS-ROLL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           IF WS-REG-FLAGGED
              ADD 1 TO WS-REGS-FLAGGED
           ELSE
              ADD 1 TO WS-REGS-AGREED
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4500-SAVE-SNAPSHOT - every register on file at the month end
      * goes to the new snapshot, marked "D" when flagged. One whose
      * month-end value is still unknown is left out, and so opens
      * unknown next month.
      ******************************************************************
       4500-SAVE-SNAPSHOT.
           IF WS-SNAP-ERRORS
                 OR WS-REG-CLOSE-SW (WS-REG-SUB) NOT = "Y"
              GO TO 4500-EXIT
           END-IF
           MOVE WS-ROLL-MONTH TO SNO-MONTH
           MOVE WS-REG-KEY (WS-REG-SUB) TO SNO-REG-NAME
           MOVE WS-REG-CLOSE-VALUE (WS-REG-SUB) TO SNO-VALUE
           IF WS-REG-FLAGGED
              MOVE "D" TO SNO-FLAG
           ELSE
              MOVE SPACE TO SNO-FLAG
           END-IF
           MOVE WS-RUN-DATE TO SNO-CREATE-DATE
           WRITE SNO-REC
           IF NOT WS-SNAP-OUT-OK
              DISPLAY "CALCROLL: WRITE TO " WS-CLOSE-SNAP-NAME
                 " FAILED - STATUS = " WS-SNAP-OUT-STATUS
              SET WS-SNAP-ERRORS TO TRUE
              GO TO 4500-EXIT
           END-IF
           ADD 1 TO WS-SNAP-WRITTEN.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5050-SHOW-BEFORE - the value the register held before a batch
      * store, blank while it is not on file or not yet known.
      ******************************************************************
       5050-SHOW-BEFORE.
           IF WS-BEFORE-STATE = "Y"
              MOVE WS-BEFORE-VALUE TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-DTL-OLD
           END-IF.
       5050-EXIT.
           EXIT.

       5100-PRINT-MOVEMENT.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE WS-STAMP-TIME-HH TO WS-TIME-HH
           MOVE WS-STAMP-TIME-MM TO WS-TIME-MM
           MOVE WS-STAMP-TIME-SS TO WS-TIME-SS
           MOVE WS-TIME-EDIT TO WS-DTL-TIME
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5150-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-ROLL-MONTH TO WS-HDG-MONTH
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE 5 TO WS-LINE-COUNT.
       5150-EXIT.
           EXIT.

       5900-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF NOT WS-REPORT-OK
              DISPLAY "CALCROLL: WRITE TO REGROLL FAILED - STATUS = "
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
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 12
              PERFORM 5150-PRINT-HEADINGS THRU 5150-EXIT
           END-IF
           MOVE "REGISTERS ROLLED FORWARD      = " TO WS-SUM-TITLE
           MOVE WS-REGS-ROLLED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "RECONCILED                    = " TO WS-SUM-TITLE
           MOVE WS-REGS-AGREED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "FLAGGED AS UNEXPLAINED        = " TO WS-SUM-TITLE
           MOVE WS-REGS-FLAGGED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "BATCH STORES IN THE MONTH     = " TO WS-SUM-TITLE
           MOVE WS-BATCH-MOVES TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "MANUAL CHANGES IN THE MONTH   = " TO WS-SUM-TITLE
           MOVE WS-MANUAL-MOVES TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "MOVEMENTS SINCE THE MONTH END = " TO WS-SUM-TITLE
           MOVE WS-LATER-MOVES TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "REGISTERS ON THE NEW SNAPSHOT = " TO WS-SUM-TITLE
           MOVE WS-SNAP-WRITTEN TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           CLOSE REPORT-OUT
           IF WS-REGS-FLAGGED > ZERO
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY "CALCROLL: " WS-REGS-FLAGGED " REGISTER(S) "
                 "FLAGGED WITH AN UNEXPLAINED DIFFERENCE"
           END-IF
           IF WS-VERIFY-FAILURES
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY "CALCROLL: ONE OR MORE ARCHIVES FAILED "
                 "VERIFICATION - REVIEW BEFORE TRUSTING THE REPORT"
           END-IF
           IF NOT WS-SNAPSHOT-FOUND OR WS-ARC-OVERFLOW
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-SNAP-ERRORS
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY "CALCROLL: " WS-CLOSE-SNAP-NAME " NOT SAVED - "
                 "THE NEXT ROLLFORWARD WILL HAVE NO OPENING"
           ELSE
              DISPLAY "CALCROLL: " WS-CLOSE-SNAP-NAME " SAVED WITH "
                 WS-SNAP-WRITTEN " REGISTER(S)"
           END-IF
           DISPLAY "CALCROLL: REGISTERS = " WS-REGS-ROLLED
              " RECONCILED = " WS-REGS-AGREED
              " FLAGGED = " WS-REGS-FLAGGED.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCROLL.
