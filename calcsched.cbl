      ******************************************************************
      * Program-ID: CALCSCHED
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Standing-order scheduler. About a third of what
      *             the departments key is the same calculation every
      *             day, week or month. Those calculations live as
      *             templates on CALCSTDO (maintained, under dual
      *             control, by CALCSOMNT); this job takes a business
      *             date (the SCHDATE setting, YYYYMMDD, default
      *             today), works out which templates fall due on it,
      *             and writes one ready-to-merge transaction file per
      *             owning department: a CALCHDR header with a unique
      *             batch id (department + S + YYMMDD + sequence,
      *             checked against BATCHREG), one detail record per
      *             template due, and a control trailer whose count
      *             and total are computed by pre-running each record
      *             through CALCENGINE with registers and rates
      *             resolved the way the calc run will resolve them,
      *             the same way CALCRESUB builds its trailer. Each
      *             file is named STDO + its batch id and is added to
      *             MRGLIST, so CALCMERGE picks it up like any other
      *             department; standing-order files whose batch has
      *             since posted are taken back off the list. Every
      *             generation is logged to SDOLOG under the template
      *             id and the date it fell due, so a template never
      *             fires twice for the same date.
      *
      *             A daily template is due every business date the
      *             job runs for. A weekly template is due every
      *             seventh day from its start date, a monthly one on
      *             its start date's day of the month (the last day
      *             of a shorter month). A due date that was not a
      *             business date is picked up by the next run, so a
      *             monthly order falling on a Saturday fires on the
      *             Monday; only the latest due date is ever made up.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version.
      *   2026-10-15 JU  A store to a register not yet on CALCREGS now
      *                  creates it, as the calc run does, instead of
      *                  being forecast as a reject.
      *   2026-10-15 JU  Only a failure to save MRGLIST itself now
      *                  fails every department; an earlier error in
      *                  one department no longer keeps the others'
      *                  templates off SDOLOG. The template table's
      *                  image cut to the 79 bytes of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDO-FILE ASSIGN TO "CALCSTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDO-STATUS.
           SELECT SDOLOG-FILE ASSIGN TO "SDOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDOLOG-STATUS.
           SELECT DEPT-OUT ASSIGN USING WS-DEPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT MRGLIST-FILE ASSIGN TO "MRGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGLIST-STATUS.
           SELECT BATCHREG ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHREG-STATUS.
           SELECT REGFILE ASSIGN TO "CALCREGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT RATEFILE ASSIGN TO "CALCRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDO-REC.
           COPY "calcsdo.cpy".

       FD  SDOLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-REC.
           05  LOG-RUN-DATE            PIC 9(08).
           05  LOG-RUN-TIME            PIC 9(08).
           05  LOG-USERID              PIC X(08).
           05  LOG-BUS-DATE            PIC 9(08).
           05  LOG-DUE-DATE            PIC 9(08).
           05  LOG-SDO-ID              PIC X(08).
           05  LOG-DEPT                PIC X(03).
           05  LOG-BATCH-ID            PIC X(12).
           05  LOG-RECORD-NO           PIC 9(05).
           05  LOG-EXPECTED            PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  LOG-STATUS              PIC X(02).

       FD  DEPT-OUT
           LABEL RECORDS ARE STANDARD.
       01  DPO-REC.
           COPY "calctran.cpy".
       01  DPO-HDR.
           COPY "calchdr.cpy".

       FD  MRGLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LST-REC.
           05  LST-FILE-NAME           PIC X(44).

       FD  BATCHREG
           LABEL RECORDS ARE STANDARD.
       01  BRG-REC.
           05  BRG-BATCH-ID            PIC X(12).
           05  BRG-BATCH-DATE          PIC 9(08).
           05  BRG-POST-DATE           PIC 9(08).
           05  BRG-POST-TIME           PIC 9(08).

       FD  REGFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           05  REG-NAME                PIC X(08).
           05  REG-VALUE               PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  REG-UPDATE-DATE         PIC 9(08).
           05  REG-UPDATE-TIME         PIC 9(08).

       FD  RATEFILE
           LABEL RECORDS ARE STANDARD.
       01  RTE-REC.
           05  RTE-CODE                PIC X(08).
           05  RTE-VALUE               PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  RTE-EFF-DATE            PIC 9(08).
           05  RTE-UPDATE-DATE         PIC 9(08).
           05  RTE-UPDATE-TIME         PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-SDO-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-SDO-OK                       VALUE "00".
       77  WS-SDOLOG-STATUS     PIC X(02)      VALUE SPACES.
           88  WS-SDOLOG-OK                    VALUE "00".
       77  WS-DEPT-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-DEPT-OK                      VALUE "00".
       77  WS-MRGLIST-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-MRGLIST-OK                   VALUE "00".
       77  WS-BATCHREG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-BATCHREG-OK                  VALUE "00".
       77  WS-REGFILE-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-REGFILE-OK                   VALUE "00".
       77  WS-RATEFILE-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-RATEFILE-OK                  VALUE "00".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID        PIC X(08)      VALUE SPACES.
       77  WS-SCHDATE-IN        PIC X(08)      VALUE SPACES.
       77  WS-BUS-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-BUS-SERIAL        PIC S9(09) COMP VALUE ZERO.
       77  WS-LOG-CUTOFF        PIC 9(08)      VALUE ZERO.
       77  WS-DEPT-NAME         PIC X(44)      VALUE SPACES.
       77  WS-CALC-STATUS       COPY "calcstat.cpy".
       77  WS-ROUND-MODE        PIC X(01)      VALUE "R".
       77  WS-ROUND-MODE-IN     PIC X(01)      VALUE SPACE.
           88  WS-ROUND-TRUNCATE-ASKED          VALUE "T", "t".
       77  NUMEROINICIAL        PIC S9(5)V9(2) VALUE ZERO.
       77  OPERADOR             PIC X(01)      VALUE SPACE.
       77  NUMEROFINAL          PIC S9(5)V9(2) VALUE ZERO.
       77  RESULTADO            PIC S9(5)V9(2) VALUE ZERO.
       77  WS-SDO-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-SDO-TABLE-MAX     PIC S9(04) COMP VALUE 200.
       77  WS-SDO-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-SDO-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-SDO-END-OF-FILE               VALUE "Y".
       77  WS-GEN-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-GEN-TABLE-MAX     PIC S9(04) COMP VALUE 1000.
       77  WS-GEN-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-GEN-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-GEN-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-GEN-END-OF-FILE               VALUE "Y".
       77  WS-DPT-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-DPT-TABLE-MAX     PIC S9(04) COMP VALUE 50.
       77  WS-DPT-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-DPT-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-TABLE-MAX     PIC S9(04) COMP VALUE 100.
       77  WS-LST-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-LST-END-OF-FILE               VALUE "Y".
       77  WS-LST-CHANGED-SW    PIC X(01)      VALUE "N".
           88  WS-LST-CHANGED                   VALUE "Y".
       77  WS-NEW-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-NEW-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-TABLE-MAX     PIC S9(04) COMP VALUE 50.
       77  WS-REG-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-REG-END-OF-FILE               VALUE "Y".
       77  WS-RTE-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-RTE-TABLE-MAX     PIC S9(04) COMP VALUE 100.
       77  WS-RTE-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-RTE-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-RTE-BEST-DATE     PIC 9(08)      VALUE ZERO.
       77  WS-RTE-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-RTE-END-OF-FILE               VALUE "Y".
       77  WS-BATCH-ID          PIC X(12)      VALUE SPACES.
       77  WS-CHECK-BATCH-ID    PIC X(12)      VALUE SPACES.
       77  WS-BATCH-SEQ         PIC 9(02)      VALUE ZERO.
       77  WS-BATCH-FOUND-SW    PIC X(01)      VALUE "N".
           88  WS-BATCH-FOUND                   VALUE "Y".
       77  WS-BATCH-EOF-SW      PIC X(01)      VALUE "N".
           88  WS-BATCH-END-OF-FILE             VALUE "Y".
       77  WS-WRITE-ERROR-SW    PIC X(01)      VALUE "N".
           88  WS-WRITE-ERRORS                  VALUE "Y".
       77  WS-LIST-ERROR-SW     PIC X(01)      VALUE "N".
           88  WS-LIST-WRITE-FAILED             VALUE "Y".
       77  WS-DUE-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-DUE-SW            PIC X(01)      VALUE "N".
           88  WS-TEMPLATE-DUE                  VALUE "Y".
       77  WS-SDO-DAY           PIC 9(02)      VALUE ZERO.
       77  WS-DAY-DIFF          PIC S9(09) COMP VALUE ZERO.
       77  WS-WEEK-QUOT         PIC S9(09) COMP VALUE ZERO.
       77  WS-WEEK-REM          PIC S9(04) COMP VALUE ZERO.
       77  WS-STEP-COUNT        PIC S9(04) COMP VALUE ZERO.
       77  WS-DUE-COUNT         PIC 9(05)      VALUE ZERO.
       77  WS-DONE-COUNT        PIC 9(05)      VALUE ZERO.
       77  WS-GOOD-COUNT        PIC 9(05)      VALUE ZERO.
       77  WS-FAIL-COUNT        PIC 9(05)      VALUE ZERO.
       77  WS-FILE-COUNT        PIC 9(03)      VALUE ZERO.
       77  WS-TEMPLATE-COUNT    PIC 9(05)      VALUE ZERO.
       77  WS-DROPPED-COUNT     PIC 9(03)      VALUE ZERO.
       77  WS-DATE-OK-SW        PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                    VALUE "Y".
       77  WS-MONTH-LEN         PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT         PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM          PIC 9(04)      VALUE ZERO.
       77  WS-SER-YEAR          PIC S9(09) COMP VALUE ZERO.
       77  WS-SER-MONTH         PIC S9(09) COMP VALUE ZERO.
       77  WS-SER-PART          PIC S9(09) COMP VALUE ZERO.
       77  WS-DAY-SERIAL        PIC S9(09) COMP VALUE ZERO.
       77  WS-CHAIN-PENDING     PIC S9(09)V9(02) VALUE ZERO.

       01  WS-CHK-DATE-AREA.
           05  WS-CHK-DATE      PIC 9(08)  VALUE ZERO.
           05  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
               10  WS-CHK-YEAR  PIC 9(04).
               10  WS-CHK-MONTH PIC 9(02).
               10  WS-CHK-DAY   PIC 9(02).

       01  WS-MONTH-DAYS-AREA.
           05  WS-MONTH-DAYS-VALUES PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS    REDEFINES WS-MONTH-DAYS-VALUES
                                PIC 9(02) OCCURS 12 TIMES.

       01  WS-BATCH-ID-PARTS.
           05  WS-BID-DEPT         PIC X(03).
           05  FILLER              PIC X(01)  VALUE "S".
           05  WS-BID-DATE         PIC 9(06).
           05  WS-BID-SEQ          PIC 9(02).

       01  WS-FILE-NAME-PARTS.
           05  FILLER              PIC X(04)  VALUE "STDO".
           05  WS-FNM-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(28)  VALUE SPACES.

       01  WS-LIST-NAME-VIEW.
           05  WS-LNV-PREFIX       PIC X(04).
           05  WS-LNV-BATCH-ID     PIC X(12).
           05  WS-LNV-REST         PIC X(28).

       01  WS-SDO.
           COPY "calcsdo.cpy".

       01  WS-SDO-TABLE.
           05  WS-SDO-ENTRY         OCCURS 200 TIMES.
               10  WS-SDO-IMAGE     PIC X(79).
               10  WS-SDO-DUE-SW    PIC X(01).
                   88  WS-SDO-IS-DUE            VALUE "Y".
               10  WS-SDO-DUE-DATE  PIC 9(08).
               10  WS-SDO-DPT-SUB   PIC S9(04) COMP.
               10  WS-SDO-REC-NO    PIC 9(05).
               10  WS-SDO-EXPECTED  PIC S9(5)V9(2).
               10  WS-SDO-CALC-STAT PIC X(02).

       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY         OCCURS 1000 TIMES.
               10  WS-GEN-ID        PIC X(08).
               10  WS-GEN-DATE      PIC 9(08).

       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY         OCCURS 50 TIMES.
               10  WS-DPT-CODE      PIC X(03).
               10  WS-DPT-BATCH-ID  PIC X(12).
               10  WS-DPT-FILE-NAME PIC X(44).
               10  WS-DPT-RECORDS   PIC 9(07).
               10  WS-DPT-TOTAL     PIC S9(09)V9(02).
               10  WS-DPT-FAIL-SW   PIC X(01).
                   88  WS-DPT-FAILED            VALUE "Y".

       01  WS-LST-TABLE.
           05  WS-LST-ENTRY         OCCURS 100 TIMES.
               10  WS-LST-NAME      PIC X(44).

       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 50 TIMES.
               10  WS-REG-KEY       PIC X(08).
               10  WS-REG-AMOUNT    PIC S9(5)V9(2).

       01  WS-RTE-TABLE.
           05  WS-RTE-ENTRY         OCCURS 100 TIMES.
               10  WS-RTE-KEY       PIC X(08).
               10  WS-RTE-AMOUNT    PIC S9(5)V9(2).
               10  WS-RTE-EFF       PIC 9(08).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the templates, what has already been
      * generated, the registers, rates and merge list; pick the
      * templates due on the business date; write one department
      * file per owning department; then put the new files on
      * MRGLIST and log the generations. RC 0 files generated, 4
      * nothing due, 8 write errors (a department file or MRGLIST
      * failed - see the messages before releasing the merge), 16
      * unable to run.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE 1 TO WS-SDO-SUB
           PERFORM 2000-SELECT-DUE THRU 2000-EXIT
               UNTIL WS-SDO-SUB > WS-SDO-ENTRIES
           MOVE 1 TO WS-DPT-SUB
           PERFORM 3000-GENERATE-DEPARTMENT THRU 3000-EXIT
               UNTIL WS-DPT-SUB > WS-DPT-ENTRIES
           PERFORM 8000-REWRITE-MRGLIST THRU 8000-EXIT
           PERFORM 8500-WRITE-GEN-LOG THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           EVALUATE TRUE
           WHEN WS-WRITE-ERRORS
                MOVE 8 TO RETURN-CODE
           WHEN WS-DUE-COUNT = ZERO
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - settle the business date and load every
      * table the run works from. A SCHDATE that is not a calendar
      * date refuses the run rather than generating for a guess.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           ACCEPT WS-ROUND-MODE-IN FROM ENVIRONMENT "CALCROUND"
           IF WS-ROUND-TRUNCATE-ASKED
              MOVE "T" TO WS-ROUND-MODE
           END-IF
           ACCEPT WS-SCHDATE-IN FROM ENVIRONMENT "SCHDATE"
           IF WS-SCHDATE-IN = SPACES
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           ELSE
              IF WS-SCHDATE-IN IS NOT NUMERIC
                 DISPLAY "CALCSCHED: SCHDATE " WS-SCHDATE-IN
                    " IS NOT YYYYMMDD"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-SCHDATE-IN TO WS-BUS-DATE
           END-IF
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           PERFORM 7400-CHECK-DATE THRU 7400-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCSCHED: BUSINESS DATE " WS-BUS-DATE
                 " IS NOT A CALENDAR DATE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 7500-DATE-TO-DAYS THRU 7500-EXIT
           MOVE WS-DAY-SERIAL TO WS-BUS-SERIAL
           DISPLAY "CALCSCHED: BUSINESS DATE = " WS-BUS-DATE
           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT
           PERFORM 1200-LOAD-GEN-LOG THRU 1200-EXIT
           PERFORM 1300-LOAD-REGISTERS THRU 1300-EXIT
           PERFORM 1400-LOAD-RATE-TABLE THRU 1400-EXIT
           PERFORM 1500-LOAD-MRGLIST THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-TEMPLATES.
           OPEN INPUT SDO-FILE
           IF WS-SDO-STATUS = "35"
              DISPLAY "CALCSCHED: NO CALCSTDO ON FILE - NO STANDING "
                 "ORDERS TO GENERATE"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-SDO-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN CALCSTDO - STATUS = "
                 WS-SDO-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1150-LOAD-ONE-TEMPLATE THRU 1150-EXIT
               UNTIL WS-SDO-END-OF-FILE
                  OR WS-SDO-ENTRIES >= WS-SDO-TABLE-MAX
           IF NOT WS-SDO-END-OF-FILE
              DISPLAY "CALCSCHED: MORE THAN 200 TEMPLATES ON "
                 "CALCSTDO - EXCESS TEMPLATES NOT GENERATED"
           END-IF
           CLOSE SDO-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-TEMPLATE.
           READ SDO-FILE
              AT END
                 MOVE "Y" TO WS-SDO-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-SDO-ENTRIES
                 MOVE SDO-REC TO WS-SDO-IMAGE (WS-SDO-ENTRIES)
                 MOVE "N" TO WS-SDO-DUE-SW (WS-SDO-ENTRIES)
                 MOVE ZERO TO WS-SDO-DUE-DATE (WS-SDO-ENTRIES)
                 MOVE ZERO TO WS-SDO-DPT-SUB (WS-SDO-ENTRIES)
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-GEN-LOG - what has already fired. No due date this
      * run can pick is earlier than the first of the previous month,
      * so only log rows from then on are kept for the check.
      ******************************************************************
       1200-LOAD-GEN-LOG.
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           MOVE 1 TO WS-CHK-DAY
           IF WS-CHK-MONTH = 1
              MOVE 12 TO WS-CHK-MONTH
              SUBTRACT 1 FROM WS-CHK-YEAR
           ELSE
              SUBTRACT 1 FROM WS-CHK-MONTH
           END-IF
           MOVE WS-CHK-DATE TO WS-LOG-CUTOFF
           OPEN INPUT SDOLOG-FILE
           IF WS-SDOLOG-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-SDOLOG-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN SDOLOG - STATUS = "
                 WS-SDOLOG-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1250-LOAD-ONE-GENERATION THRU 1250-EXIT
               UNTIL WS-GEN-END-OF-FILE
           CLOSE SDOLOG-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-GENERATION.
           READ SDOLOG-FILE
              AT END
                 MOVE "Y" TO WS-GEN-EOF-SWITCH
                 GO TO 1250-EXIT
           END-READ
           IF LOG-DUE-DATE < WS-LOG-CUTOFF
              GO TO 1250-EXIT
           END-IF
           IF WS-GEN-ENTRIES >= WS-GEN-TABLE-MAX
              DISPLAY "CALCSCHED: MORE THAN 1000 RECENT GENERATIONS "
                 "ON SDOLOG - CANNOT CHECK FOR REPEATS"
              CLOSE SDOLOG-FILE
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ADD 1 TO WS-GEN-ENTRIES
           MOVE LOG-SDO-ID   TO WS-GEN-ID (WS-GEN-ENTRIES)
           MOVE LOG-DUE-DATE TO WS-GEN-DATE (WS-GEN-ENTRIES).
       1250-EXIT.
           EXIT.

       1300-LOAD-REGISTERS.
           OPEN INPUT REGFILE
           IF WS-REGFILE-STATUS = "35"
              GO TO 1300-EXIT
           END-IF
           IF NOT WS-REGFILE-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN CALCREGS - STATUS = "
                 WS-REGFILE-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1350-LOAD-ONE-REGISTER THRU 1350-EXIT
               UNTIL WS-REG-END-OF-FILE
                  OR WS-REG-ENTRIES >= WS-REG-TABLE-MAX
           CLOSE REGFILE.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-REGISTER.
           READ REGFILE
              AT END
                 MOVE "Y" TO WS-REG-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-REG-ENTRIES
                 MOVE REG-NAME  TO WS-REG-KEY (WS-REG-ENTRIES)
                 MOVE REG-VALUE TO WS-REG-AMOUNT (WS-REG-ENTRIES)
           END-READ.
       1350-EXIT.
           EXIT.

       1400-LOAD-RATE-TABLE.
           OPEN INPUT RATEFILE
           IF WS-RATEFILE-STATUS = "35"
              GO TO 1400-EXIT
           END-IF
           IF NOT WS-RATEFILE-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN CALCRATES - STATUS"
                 " = " WS-RATEFILE-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1450-LOAD-ONE-RATE THRU 1450-EXIT
               UNTIL WS-RTE-END-OF-FILE
                  OR WS-RTE-ENTRIES >= WS-RTE-TABLE-MAX
           CLOSE RATEFILE.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-RATE.
           READ RATEFILE
              AT END
                 MOVE "Y" TO WS-RTE-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RTE-ENTRIES
                 MOVE RTE-CODE  TO WS-RTE-KEY (WS-RTE-ENTRIES)
                 MOVE RTE-VALUE TO WS-RTE-AMOUNT (WS-RTE-ENTRIES)
                 IF RTE-EFF-DATE IS NUMERIC
                    MOVE RTE-EFF-DATE TO WS-RTE-EFF (WS-RTE-ENTRIES)
                 ELSE
                    MOVE ZERO TO WS-RTE-EFF (WS-RTE-ENTRIES)
                 END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-MRGLIST - the department files CALCMERGE will
      * collate. A standing-order file from an earlier run whose
      * batch is now on BATCHREG has posted, and is dropped from the
      * list so it is not merged a second time; one not yet posted
      * stays until it is. Every other line is kept as it stands.
      ******************************************************************
       1500-LOAD-MRGLIST.
           OPEN INPUT MRGLIST-FILE
           IF WS-MRGLIST-STATUS = "35"
              GO TO 1500-EXIT
           END-IF
           IF NOT WS-MRGLIST-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN MRGLIST - STATUS = "
                 WS-MRGLIST-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1550-LOAD-ONE-LIST-ENTRY THRU 1550-EXIT
               UNTIL WS-LST-END-OF-FILE
           CLOSE MRGLIST-FILE.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-LIST-ENTRY.
           READ MRGLIST-FILE
              AT END
                 MOVE "Y" TO WS-LST-EOF-SWITCH
                 GO TO 1550-EXIT
           END-READ
           MOVE LST-FILE-NAME TO WS-LIST-NAME-VIEW
           IF WS-LNV-PREFIX = "STDO"
                 AND WS-LNV-BATCH-ID NOT = SPACES
                 AND WS-LNV-REST = SPACES
              MOVE WS-LNV-BATCH-ID TO WS-CHECK-BATCH-ID
              PERFORM 1600-CHECK-POSTED THRU 1600-EXIT
              IF WS-BATCH-FOUND
                 DISPLAY "CALCSCHED: " LST-FILE-NAME
                    " HAS POSTED - TAKEN OFF MRGLIST"
                 ADD 1 TO WS-DROPPED-COUNT
                 SET WS-LST-CHANGED TO TRUE
                 GO TO 1550-EXIT
              END-IF
           END-IF
           IF WS-LST-ENTRIES >= WS-LST-TABLE-MAX
              DISPLAY "CALCSCHED: MORE THAN 100 FILES ON MRGLIST"
              CLOSE MRGLIST-FILE
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ADD 1 TO WS-LST-ENTRIES
           MOVE LST-FILE-NAME TO WS-LST-NAME (WS-LST-ENTRIES).
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CHECK-POSTED - is WS-CHECK-BATCH-ID on the BATCHREG
      * registry of posted batches.
      ******************************************************************
       1600-CHECK-POSTED.
           MOVE "N" TO WS-BATCH-FOUND-SW
           MOVE "N" TO WS-BATCH-EOF-SW
           OPEN INPUT BATCHREG
           IF WS-BATCHREG-STATUS = "35"
              GO TO 1600-EXIT
           END-IF
           IF NOT WS-BATCHREG-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN BATCHREG - STATUS = "
                 WS-BATCHREG-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1650-SCAN-ONE-BATCH THRU 1650-EXIT
               UNTIL WS-BATCH-END-OF-FILE
                  OR WS-BATCH-FOUND
           CLOSE BATCHREG.
       1600-EXIT.
           EXIT.

       1650-SCAN-ONE-BATCH.
           READ BATCHREG
              AT END
                 MOVE "Y" TO WS-BATCH-EOF-SW
              NOT AT END
                 IF BRG-BATCH-ID = WS-CHECK-BATCH-ID
                    SET WS-BATCH-FOUND TO TRUE
                 END-IF
           END-READ.
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-DUE - is this template due on the business date,
      * and not yet generated for that due date. A due template
      * notes its department, which gets a file in 3000.
      ******************************************************************
       2000-SELECT-DUE.
           MOVE WS-SDO-IMAGE (WS-SDO-SUB) TO WS-SDO
           PERFORM 2100-CHECK-DUE THRU 2100-EXIT
           IF NOT WS-TEMPLATE-DUE
              GO TO 2000-NEXT
           END-IF
           PERFORM 2200-FIND-GENERATED THRU 2200-EXIT
           IF WS-GEN-FOUND-SUB > ZERO
              ADD 1 TO WS-DONE-COUNT
              DISPLAY "CALCSCHED: " SDO-ID OF WS-SDO
                 " ALREADY GENERATED FOR " WS-DUE-DATE
              GO TO 2000-NEXT
           END-IF
           PERFORM 2300-NOTE-DEPARTMENT THRU 2300-EXIT
           IF WS-DPT-FOUND-SUB = ZERO
              GO TO 2000-NEXT
           END-IF
           SET WS-SDO-IS-DUE (WS-SDO-SUB) TO TRUE
           MOVE WS-DUE-DATE TO WS-SDO-DUE-DATE (WS-SDO-SUB)
           MOVE WS-DPT-FOUND-SUB TO WS-SDO-DPT-SUB (WS-SDO-SUB)
           ADD 1 TO WS-DUE-COUNT.
       2000-NEXT.
           ADD 1 TO WS-SDO-SUB.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-DUE - the latest date on or before the business
      * date the template's cycle falls on, in WS-DUE-DATE. Due when
      * that date lies between the start and end dates. A template
      * with a bad frequency or start date is never due (CALCSOMNT
      * will not file one).
      ******************************************************************
       2100-CHECK-DUE.
           MOVE "N" TO WS-DUE-SW
           MOVE ZERO TO WS-DUE-DATE
           IF SDO-START-DATE OF WS-SDO IS NOT NUMERIC
                 OR SDO-END-DATE OF WS-SDO IS NOT NUMERIC
              GO TO 2100-EXIT
           END-IF
           IF SDO-START-DATE OF WS-SDO > WS-BUS-DATE
              GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
           WHEN SDO-FREQ-DAILY OF WS-SDO
                MOVE WS-BUS-DATE TO WS-DUE-DATE
           WHEN SDO-FREQ-WEEKLY OF WS-SDO
                PERFORM 2150-WEEKLY-DUE THRU 2150-EXIT
           WHEN SDO-FREQ-MONTHLY OF WS-SDO
                PERFORM 2160-MONTHLY-DUE THRU 2160-EXIT
           WHEN OTHER
                GO TO 2100-EXIT
           END-EVALUATE
           IF WS-DUE-DATE < SDO-START-DATE OF WS-SDO
                 OR WS-DUE-DATE > SDO-END-DATE OF WS-SDO
              GO TO 2100-EXIT
           END-IF
           SET WS-TEMPLATE-DUE TO TRUE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-WEEKLY-DUE - step back from the business date by the
      * days since the last whole week counted from the start date.
      ******************************************************************
       2150-WEEKLY-DUE.
           MOVE SDO-START-DATE OF WS-SDO TO WS-CHK-DATE
           PERFORM 7500-DATE-TO-DAYS THRU 7500-EXIT
           COMPUTE WS-DAY-DIFF = WS-BUS-SERIAL - WS-DAY-SERIAL
           DIVIDE WS-DAY-DIFF BY 7 GIVING WS-WEEK-QUOT
              REMAINDER WS-WEEK-REM
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM 7450-STEP-BACK-ONE-DAY THRU 7450-EXIT
               UNTIL WS-STEP-COUNT >= WS-WEEK-REM
           MOVE WS-CHK-DATE TO WS-DUE-DATE.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-MONTHLY-DUE - the start date's day in the business
      * date's month (cut back to the month's last day), or in the
      * month before when that is still ahead of the business date.
      ******************************************************************
       2160-MONTHLY-DUE.
           MOVE SDO-START-DATE OF WS-SDO TO WS-CHK-DATE
           MOVE WS-CHK-DAY TO WS-SDO-DAY
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           PERFORM 7410-MONTH-LENGTH THRU 7410-EXIT
           MOVE WS-SDO-DAY TO WS-CHK-DAY
           IF WS-CHK-DAY > WS-MONTH-LEN
              MOVE WS-MONTH-LEN TO WS-CHK-DAY
           END-IF
           IF WS-CHK-DATE > WS-BUS-DATE
              IF WS-CHK-MONTH = 1
                 MOVE 12 TO WS-CHK-MONTH
                 SUBTRACT 1 FROM WS-CHK-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-CHK-MONTH
              END-IF
              PERFORM 7410-MONTH-LENGTH THRU 7410-EXIT
              MOVE WS-SDO-DAY TO WS-CHK-DAY
              IF WS-CHK-DAY > WS-MONTH-LEN
                 MOVE WS-MONTH-LEN TO WS-CHK-DAY
              END-IF
           END-IF
           MOVE WS-CHK-DATE TO WS-DUE-DATE.
       2160-EXIT.
           EXIT.

       2200-FIND-GENERATED.
           MOVE ZERO TO WS-GEN-FOUND-SUB
           MOVE 1 TO WS-GEN-SUB
           PERFORM 2250-MATCH-GENERATED THRU 2250-EXIT
               UNTIL WS-GEN-SUB > WS-GEN-ENTRIES
                  OR WS-GEN-FOUND-SUB > ZERO.
       2200-EXIT.
           EXIT.

       2250-MATCH-GENERATED.
           IF WS-GEN-ID (WS-GEN-SUB) = SDO-ID OF WS-SDO
                 AND WS-GEN-DATE (WS-GEN-SUB) = WS-DUE-DATE
              MOVE WS-GEN-SUB TO WS-GEN-FOUND-SUB
           END-IF
           ADD 1 TO WS-GEN-SUB.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-NOTE-DEPARTMENT - find the template's department on the
      * department table, adding it the first time one of its
      * templates falls due. WS-DPT-FOUND-SUB is zero only when the
      * table is full.
      ******************************************************************
       2300-NOTE-DEPARTMENT.
           MOVE ZERO TO WS-DPT-FOUND-SUB
           MOVE 1 TO WS-DPT-SUB
           PERFORM 2350-MATCH-DEPARTMENT THRU 2350-EXIT
               UNTIL WS-DPT-SUB > WS-DPT-ENTRIES
                  OR WS-DPT-FOUND-SUB > ZERO
           IF WS-DPT-FOUND-SUB > ZERO
              GO TO 2300-EXIT
           END-IF
           IF WS-DPT-ENTRIES >= WS-DPT-TABLE-MAX
              DISPLAY "CALCSCHED: MORE THAN 50 DEPARTMENTS DUE - "
                 SDO-ID OF WS-SDO " NOT GENERATED"
              GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-DPT-ENTRIES
           MOVE WS-DPT-ENTRIES      TO WS-DPT-FOUND-SUB
           MOVE SDO-DEPT OF WS-SDO  TO WS-DPT-CODE (WS-DPT-ENTRIES)
           MOVE SPACES    TO WS-DPT-BATCH-ID (WS-DPT-ENTRIES)
           MOVE SPACES    TO WS-DPT-FILE-NAME (WS-DPT-ENTRIES)
           MOVE ZERO      TO WS-DPT-RECORDS (WS-DPT-ENTRIES)
           MOVE ZERO      TO WS-DPT-TOTAL (WS-DPT-ENTRIES)
           MOVE "N"       TO WS-DPT-FAIL-SW (WS-DPT-ENTRIES).
       2300-EXIT.
           EXIT.

       2350-MATCH-DEPARTMENT.
           IF WS-DPT-CODE (WS-DPT-SUB) = SDO-DEPT OF WS-SDO
              MOVE WS-DPT-SUB TO WS-DPT-FOUND-SUB
           END-IF
           ADD 1 TO WS-DPT-SUB.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GENERATE-DEPARTMENT - one department's file: header,
      * a detail record per template due, computed trailer. A file
      * that cannot be opened or written is marked failed; it goes
      * on neither MRGLIST nor SDOLOG, so its templates fire again
      * on a rerun.
      ******************************************************************
       3000-GENERATE-DEPARTMENT.
           PERFORM 3100-DERIVE-BATCH-ID THRU 3100-EXIT
           IF WS-BATCH-FOUND
              DISPLAY "CALCSCHED: NO FREE BATCH ID FOR DEPARTMENT "
                 WS-DPT-CODE (WS-DPT-SUB) " ON " WS-BUS-DATE
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
              SET WS-WRITE-ERRORS TO TRUE
              GO TO 3000-NEXT
           END-IF
           MOVE WS-BATCH-ID TO WS-DPT-BATCH-ID (WS-DPT-SUB)
           MOVE WS-BATCH-ID TO WS-FNM-BATCH-ID
           MOVE WS-FILE-NAME-PARTS TO WS-DEPT-NAME
           MOVE WS-DEPT-NAME TO WS-DPT-FILE-NAME (WS-DPT-SUB)
           OPEN OUTPUT DEPT-OUT
           IF NOT WS-DEPT-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN " WS-DEPT-NAME
                 " - STATUS = " WS-DEPT-STATUS
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
              SET WS-WRITE-ERRORS TO TRUE
              GO TO 3000-NEXT
           END-IF
           PERFORM 3200-WRITE-HEADER THRU 3200-EXIT
           MOVE ZERO TO WS-CHAIN-PENDING
           MOVE 1 TO WS-SDO-SUB
           PERFORM 3300-GENERATE-ONE THRU 3300-EXIT
               UNTIL WS-SDO-SUB > WS-SDO-ENTRIES
           PERFORM 3700-WRITE-TRAILER THRU 3700-EXIT
           CLOSE DEPT-OUT
           IF WS-DPT-FAILED (WS-DPT-SUB)
              DISPLAY "CALCSCHED: " WS-DEPT-NAME " HAD WRITE ERRORS "
                 "- NOT PUT ON MRGLIST"
              GO TO 3000-NEXT
           END-IF
           PERFORM 3800-LIST-NEW-FILE THRU 3800-EXIT
           ADD 1 TO WS-FILE-COUNT
           DISPLAY "CALCSCHED: " WS-DEPT-NAME " BATCH "
              WS-BATCH-ID " RECORDS = " WS-DPT-RECORDS (WS-DPT-SUB).
       3000-NEXT.
           ADD 1 TO WS-DPT-SUB.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-DERIVE-BATCH-ID - department + S + the business date as
      * YYMMDD + a sequence, bumped past any id already posted on
      * BATCHREG or still waiting on MRGLIST, so a second run for the
      * same date gets a batch of its own. WS-BATCH-FOUND is left on
      * only when all 99 are taken.
      ******************************************************************
       3100-DERIVE-BATCH-ID.
           MOVE WS-DPT-CODE (WS-DPT-SUB) TO WS-BID-DEPT
           MOVE WS-BUS-DATE (3:6)        TO WS-BID-DATE
           MOVE ZERO TO WS-BATCH-SEQ
           PERFORM 3150-TRY-NEXT-BATCH-ID THRU 3150-EXIT
           PERFORM 3150-TRY-NEXT-BATCH-ID THRU 3150-EXIT
               UNTIL NOT WS-BATCH-FOUND
                  OR WS-BATCH-SEQ = 99.
       3100-EXIT.
           EXIT.

       3150-TRY-NEXT-BATCH-ID.
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-BATCH-SEQ TO WS-BID-SEQ
           MOVE WS-BATCH-ID-PARTS TO WS-BATCH-ID
           MOVE WS-BATCH-ID TO WS-CHECK-BATCH-ID
           PERFORM 1600-CHECK-POSTED THRU 1600-EXIT
           IF WS-BATCH-FOUND
              GO TO 3150-EXIT
           END-IF
           MOVE WS-BATCH-ID TO WS-FNM-BATCH-ID
           MOVE ZERO TO WS-LST-FOUND-SUB
           MOVE 1 TO WS-LST-SUB
           PERFORM 3160-MATCH-LIST-NAME THRU 3160-EXIT
               UNTIL WS-LST-SUB > WS-LST-ENTRIES
                  OR WS-LST-FOUND-SUB > ZERO
           IF WS-LST-FOUND-SUB > ZERO
              SET WS-BATCH-FOUND TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

       3160-MATCH-LIST-NAME.
           IF WS-LST-NAME (WS-LST-SUB) = WS-FILE-NAME-PARTS
              MOVE WS-LST-SUB TO WS-LST-FOUND-SUB
           END-IF
           ADD 1 TO WS-LST-SUB.
       3160-EXIT.
           EXIT.

       3200-WRITE-HEADER.
           MOVE SPACES TO DPO-HDR
           SET HDR-REC-HEADER OF DPO-HDR TO TRUE
           MOVE WS-BATCH-ID TO HDR-BATCH-ID OF DPO-HDR
           MOVE WS-BUS-DATE TO HDR-BATCH-DATE OF DPO-HDR
           WRITE DPO-HDR
           IF NOT WS-DEPT-OK
              DISPLAY "CALCSCHED: WRITE TO " WS-DEPT-NAME
                 " FAILED - STATUS = " WS-DEPT-STATUS
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-GENERATE-ONE - a due template of this department becomes
      * a new-chain detail record in the CALCTRAN shape a department
      * would key, and is pre-run for the trailer.
      ******************************************************************
       3300-GENERATE-ONE.
           IF NOT WS-SDO-IS-DUE (WS-SDO-SUB)
                 OR WS-SDO-DPT-SUB (WS-SDO-SUB) NOT = WS-DPT-SUB
              GO TO 3300-NEXT
           END-IF
           MOVE WS-SDO-IMAGE (WS-SDO-SUB) TO WS-SDO
           MOVE SPACES TO DPO-REC
           SET CALC-REC-DETAIL OF DPO-REC TO TRUE
           SET CALC-CHAIN-NEW OF DPO-REC  TO TRUE
           MOVE SDO-NUMEROINICIAL OF WS-SDO
              TO CALC-NUMEROINICIAL OF DPO-REC
           MOVE SDO-OPERADOR OF WS-SDO TO CALC-OPERADOR OF DPO-REC
           MOVE SDO-NUMEROFINAL OF WS-SDO
              TO CALC-NUMEROFINAL OF DPO-REC
           MOVE SDO-REG-FUNC OF WS-SDO  TO CALC-REG-FUNC OF DPO-REC
           MOVE SDO-REG-NAME OF WS-SDO  TO CALC-REG-NAME OF DPO-REC
           MOVE SDO-RATE-FUNC OF WS-SDO TO CALC-RATE-FUNC OF DPO-REC
           MOVE SDO-RATE-CODE OF WS-SDO TO CALC-RATE-CODE OF DPO-REC
           WRITE DPO-REC
           IF NOT WS-DEPT-OK
              DISPLAY "CALCSCHED: WRITE TO " WS-DEPT-NAME
                 " FAILED - STATUS = " WS-DEPT-STATUS
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
              SET WS-WRITE-ERRORS TO TRUE
           END-IF
           ADD 1 TO WS-DPT-RECORDS (WS-DPT-SUB)
           MOVE WS-DPT-RECORDS (WS-DPT-SUB)
              TO WS-SDO-REC-NO (WS-SDO-SUB)
           PERFORM 3400-PRECOMPUTE-RECORD THRU 3400-EXIT.
       3300-NEXT.
           ADD 1 TO WS-SDO-SUB.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PRECOMPUTE-RECORD - resolve registers and rates the way
      * the calc run will (rates as of the business date) and run the
      * record through the engine. A template the engine fails here
      * will reject in the run too: it still counts in the control
      * count but adds nothing to the control total. A clean store
      * updates the register for the templates that follow, as the
      * run does.
      ******************************************************************
       3400-PRECOMPUTE-RECORD.
           MOVE "00" TO WS-CALC-STATUS
           MOVE ZERO TO RESULTADO
           MOVE SDO-NUMEROINICIAL OF WS-SDO TO NUMEROINICIAL
           MOVE SDO-OPERADOR OF WS-SDO      TO OPERADOR
           MOVE SDO-NUMEROFINAL OF WS-SDO   TO NUMEROFINAL
           PERFORM 3450-RESOLVE-REGISTERS THRU 3450-EXIT
           IF STAT-OK OF WS-CALC-STATUS
              PERFORM 3500-RESOLVE-RATES THRU 3500-EXIT
           END-IF
           IF STAT-OK OF WS-CALC-STATUS
              CALL "CALCENGINE" USING NUMEROINICIAL, OPERADOR,
                      NUMEROFINAL, RESULTADO, WS-CALC-STATUS,
                      WS-ROUND-MODE
              END-CALL
           END-IF
           MOVE WS-CALC-STATUS TO WS-SDO-CALC-STAT (WS-SDO-SUB)
           IF STAT-OK OF WS-CALC-STATUS
              ADD 1 TO WS-GOOD-COUNT
              ADD RESULTADO TO WS-DPT-TOTAL (WS-DPT-SUB)
              MOVE RESULTADO TO WS-SDO-EXPECTED (WS-SDO-SUB)
              IF SDO-REG-STORE OF WS-SDO
                 PERFORM 3480-STORE-REGISTER THRU 3480-EXIT
              END-IF
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              MOVE ZERO TO WS-SDO-EXPECTED (WS-SDO-SUB)
              DISPLAY "CALCSCHED: " SDO-ID OF WS-SDO
                 " WILL REJECT IN THE RUN - STATUS " WS-CALC-STATUS
           END-IF.
       3400-EXIT.
           EXIT.

       3450-RESOLVE-REGISTERS.
           IF NOT (SDO-REG-RCL-INICIAL OF WS-SDO
                 OR SDO-REG-RCL-FINAL OF WS-SDO)
              GO TO 3450-EXIT
           END-IF
           PERFORM 3460-FIND-REGISTER THRU 3460-EXIT
           IF WS-REG-FOUND-SUB = ZERO
              MOVE "04" TO WS-CALC-STATUS
              GO TO 3450-EXIT
           END-IF
           IF SDO-REG-RCL-INICIAL OF WS-SDO
              MOVE WS-REG-AMOUNT (WS-REG-FOUND-SUB) TO NUMEROINICIAL
           ELSE
              MOVE WS-REG-AMOUNT (WS-REG-FOUND-SUB) TO NUMEROFINAL
           END-IF.
       3450-EXIT.
           EXIT.

       3460-FIND-REGISTER.
           MOVE ZERO TO WS-REG-FOUND-SUB
           MOVE 1 TO WS-REG-SUB
           PERFORM 3470-MATCH-REGISTER THRU 3470-EXIT
               UNTIL WS-REG-SUB > WS-REG-ENTRIES
                  OR WS-REG-FOUND-SUB > ZERO.
       3460-EXIT.
           EXIT.

       3470-MATCH-REGISTER.
           IF WS-REG-KEY (WS-REG-SUB) = SDO-REG-NAME OF WS-SDO
              MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
           END-IF
           ADD 1 TO WS-REG-SUB.
       3470-EXIT.
           EXIT.

      ******************************************************************
      * 3480-STORE-REGISTER - as the calc run stores: update the
      * register, or add it to the table if it is not there yet.
      ******************************************************************
       3480-STORE-REGISTER.
           PERFORM 3460-FIND-REGISTER THRU 3460-EXIT
           IF WS-REG-FOUND-SUB = ZERO
              IF WS-REG-ENTRIES >= WS-REG-TABLE-MAX
                 GO TO 3480-EXIT
              END-IF
              ADD 1 TO WS-REG-ENTRIES
              MOVE WS-REG-ENTRIES TO WS-REG-FOUND-SUB
              MOVE SDO-REG-NAME OF WS-SDO
                 TO WS-REG-KEY (WS-REG-FOUND-SUB)
           END-IF
           MOVE RESULTADO TO WS-REG-AMOUNT (WS-REG-FOUND-SUB).
       3480-EXIT.
           EXIT.

       3500-RESOLVE-RATES.
           IF SDO-RATE-NONE OF WS-SDO
              GO TO 3500-EXIT
           END-IF
           PERFORM 3550-FIND-RATE THRU 3550-EXIT
           IF WS-RTE-FOUND-SUB = ZERO
              MOVE "07" TO WS-CALC-STATUS
              GO TO 3500-EXIT
           END-IF
           IF SDO-RATE-INICIAL OF WS-SDO
              MOVE WS-RTE-AMOUNT (WS-RTE-FOUND-SUB) TO NUMEROINICIAL
           ELSE
              MOVE WS-RTE-AMOUNT (WS-RTE-FOUND-SUB) TO NUMEROFINAL
           END-IF.
       3500-EXIT.
           EXIT.

       3550-FIND-RATE.
           MOVE ZERO TO WS-RTE-FOUND-SUB
           MOVE ZERO TO WS-RTE-BEST-DATE
           MOVE 1 TO WS-RTE-SUB
           PERFORM 3560-MATCH-ONE-RATE THRU 3560-EXIT
               UNTIL WS-RTE-SUB > WS-RTE-ENTRIES.
       3550-EXIT.
           EXIT.

       3560-MATCH-ONE-RATE.
           IF WS-RTE-KEY (WS-RTE-SUB) = SDO-RATE-CODE OF WS-SDO
                 AND WS-RTE-EFF (WS-RTE-SUB) <= WS-BUS-DATE
              IF WS-RTE-FOUND-SUB = ZERO
                    OR WS-RTE-EFF (WS-RTE-SUB) > WS-RTE-BEST-DATE
                 MOVE WS-RTE-SUB TO WS-RTE-FOUND-SUB
                 MOVE WS-RTE-EFF (WS-RTE-SUB) TO WS-RTE-BEST-DATE
              END-IF
           END-IF
           ADD 1 TO WS-RTE-SUB.
       3560-EXIT.
           EXIT.

       3700-WRITE-TRAILER.
           INITIALIZE DPO-REC
           SET CALC-REC-TRAILER OF DPO-REC TO TRUE
           MOVE WS-DPT-RECORDS (WS-DPT-SUB)
              TO CALC-CTRL-COUNT OF DPO-REC
           MOVE WS-DPT-TOTAL (WS-DPT-SUB)
              TO CALC-CTRL-TOTAL OF DPO-REC
           WRITE DPO-REC
           IF NOT WS-DEPT-OK
              DISPLAY "CALCSCHED: WRITE TO " WS-DEPT-NAME
                 " FAILED - STATUS = " WS-DEPT-STATUS
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       3700-EXIT.
           EXIT.

       3800-LIST-NEW-FILE.
           IF WS-LST-ENTRIES >= WS-LST-TABLE-MAX
              DISPLAY "CALCSCHED: MRGLIST FULL - " WS-DEPT-NAME
                 " NOT LISTED"
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
              SET WS-WRITE-ERRORS TO TRUE
              GO TO 3800-EXIT
           END-IF
           ADD 1 TO WS-LST-ENTRIES
           MOVE WS-DEPT-NAME TO WS-LST-NAME (WS-LST-ENTRIES)
           ADD 1 TO WS-NEW-ENTRIES
           SET WS-LST-CHANGED TO TRUE.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 7400-CHECK-DATE - WS-CHK-DATE is a real calendar date: a
      * month 01-12 and a day within that month.
      ******************************************************************
       7400-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                 OR WS-CHK-DAY < 1 OR WS-CHK-YEAR < 1900
              GO TO 7400-EXIT
           END-IF
           PERFORM 7410-MONTH-LENGTH THRU 7410-EXIT
           IF WS-CHK-DAY > WS-MONTH-LEN
              GO TO 7400-EXIT
           END-IF
           SET WS-DATE-GOOD TO TRUE.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 7410-MONTH-LENGTH - days in WS-CHK-MONTH of WS-CHK-YEAR,
      * February taking 29 in a leap year (every fourth year, except
      * centuries not divisible by 400).
      ******************************************************************
       7410-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-MONTH-LEN
           IF WS-CHK-MONTH NOT = 2
              GO TO 7410-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              GO TO 7410-EXIT
           END-IF
           MOVE 29 TO WS-MONTH-LEN
           DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              GO TO 7410-EXIT
           END-IF
           DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM NOT = ZERO
              MOVE 28 TO WS-MONTH-LEN
           END-IF.
       7410-EXIT.
           EXIT.

       7450-STEP-BACK-ONE-DAY.
           IF WS-CHK-DAY > 1
              SUBTRACT 1 FROM WS-CHK-DAY
           ELSE
              IF WS-CHK-MONTH = 1
                 MOVE 12 TO WS-CHK-MONTH
                 SUBTRACT 1 FROM WS-CHK-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-CHK-MONTH
              END-IF
              PERFORM 7410-MONTH-LENGTH THRU 7410-EXIT
              MOVE WS-MONTH-LEN TO WS-CHK-DAY
           END-IF
           ADD 1 TO WS-STEP-COUNT.
       7450-EXIT.
           EXIT.

      ******************************************************************
      * 7500-DATE-TO-DAYS - WS-CHK-DATE as a running day number in
      * WS-DAY-SERIAL, so two dates subtract to the days between
      * them. The year is counted from March, which puts the leap
      * day at the end of the counted year; each division is its
      * own DIVIDE so every quotient is truncated as the count needs.
      ******************************************************************
       7500-DATE-TO-DAYS.
           MOVE WS-CHK-YEAR  TO WS-SER-YEAR
           MOVE WS-CHK-MONTH TO WS-SER-MONTH
           IF WS-SER-MONTH < 3
              SUBTRACT 1 FROM WS-SER-YEAR
              ADD 12 TO WS-SER-MONTH
           END-IF
           COMPUTE WS-DAY-SERIAL = (365 * WS-SER-YEAR) + WS-CHK-DAY
           DIVIDE WS-SER-YEAR BY 4 GIVING WS-SER-PART
           ADD WS-SER-PART TO WS-DAY-SERIAL
           DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-PART
           SUBTRACT WS-SER-PART FROM WS-DAY-SERIAL
           DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-PART
           ADD WS-SER-PART TO WS-DAY-SERIAL
           COMPUTE WS-SER-PART = (153 * (WS-SER-MONTH - 3)) + 2
           DIVIDE WS-SER-PART BY 5 GIVING WS-SER-PART
           ADD WS-SER-PART TO WS-DAY-SERIAL.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 8000-REWRITE-MRGLIST - write the list back when a posted file
      * came off it or a new file went on. A list that cannot be
      * rewritten names the files the operator must list by hand.
      ******************************************************************
       8000-REWRITE-MRGLIST.
           IF NOT WS-LST-CHANGED
              GO TO 8000-EXIT
           END-IF
           OPEN OUTPUT MRGLIST-FILE
           IF NOT WS-MRGLIST-OK
              DISPLAY "CALCSCHED: UNABLE TO REWRITE MRGLIST - STATUS"
                 " = " WS-MRGLIST-STATUS
              SET WS-LIST-WRITE-FAILED TO TRUE
              GO TO 8000-LIST-BY-HAND
           END-IF
           MOVE 1 TO WS-LST-SUB
           PERFORM 8100-SAVE-ONE-LIST-ENTRY THRU 8100-EXIT
               UNTIL WS-LST-SUB > WS-LST-ENTRIES
           CLOSE MRGLIST-FILE
           IF NOT WS-LIST-WRITE-FAILED
              GO TO 8000-EXIT
           END-IF.
       8000-LIST-BY-HAND.
           SET WS-WRITE-ERRORS TO TRUE
           MOVE 1 TO WS-DPT-SUB
           PERFORM 8200-FAIL-ONE-DEPARTMENT THRU 8200-EXIT
               UNTIL WS-DPT-SUB > WS-DPT-ENTRIES.
       8000-EXIT.
           EXIT.

       8100-SAVE-ONE-LIST-ENTRY.
           MOVE WS-LST-NAME (WS-LST-SUB) TO LST-FILE-NAME
           WRITE LST-REC
           IF NOT WS-MRGLIST-OK
              DISPLAY "CALCSCHED: WRITE TO MRGLIST FAILED - STATUS = "
                 WS-MRGLIST-STATUS
              SET WS-WRITE-ERRORS TO TRUE
              SET WS-LIST-WRITE-FAILED TO TRUE
           END-IF
           ADD 1 TO WS-LST-SUB.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-FAIL-ONE-DEPARTMENT - MRGLIST could not be saved whole,
      * so no file of this run can be trusted to be on it: name each
      * one for the operator, and keep its templates off SDOLOG so a
      * rerun generates them afresh.
      ******************************************************************
       8200-FAIL-ONE-DEPARTMENT.
           IF NOT WS-DPT-FAILED (WS-DPT-SUB)
              DISPLAY "CALCSCHED: " WS-DPT-FILE-NAME (WS-DPT-SUB)
                 " MAY BE MISSING FROM MRGLIST - CHECK THE LIST"
              SET WS-DPT-FAILED (WS-DPT-SUB) TO TRUE
           END-IF
           ADD 1 TO WS-DPT-SUB.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8500-WRITE-GEN-LOG - one SDOLOG row per template generated
      * into a department file that made it onto MRGLIST, under the
      * date it fell due, with its batch, record number, expected
      * result and precompute status.
      ******************************************************************
       8500-WRITE-GEN-LOG.
           IF WS-DUE-COUNT = ZERO
              GO TO 8500-EXIT
           END-IF
           OPEN EXTEND SDOLOG-FILE
           IF WS-SDOLOG-STATUS = "35"
              OPEN OUTPUT SDOLOG-FILE
           END-IF
           IF NOT WS-SDOLOG-OK
              DISPLAY "CALCSCHED: UNABLE TO OPEN SDOLOG - STATUS = "
                 WS-SDOLOG-STATUS
              DISPLAY "CALCSCHED: GENERATIONS NOT LOGGED - DO NOT "
                 "RERUN FOR " WS-BUS-DATE " UNTIL SDOLOG IS FIXED"
              SET WS-WRITE-ERRORS TO TRUE
              GO TO 8500-EXIT
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 1 TO WS-SDO-SUB
           PERFORM 8600-LOG-ONE-GENERATION THRU 8600-EXIT
               UNTIL WS-SDO-SUB > WS-SDO-ENTRIES
           CLOSE SDOLOG-FILE.
       8500-EXIT.
           EXIT.

       8600-LOG-ONE-GENERATION.
           IF NOT WS-SDO-IS-DUE (WS-SDO-SUB)
              GO TO 8600-NEXT
           END-IF
           MOVE WS-SDO-DPT-SUB (WS-SDO-SUB) TO WS-DPT-SUB
           IF WS-DPT-FAILED (WS-DPT-SUB)
              GO TO 8600-NEXT
           END-IF
           MOVE WS-SDO-IMAGE (WS-SDO-SUB) TO WS-SDO
           MOVE WS-RUN-DATE       TO LOG-RUN-DATE
           MOVE WS-RUN-TIME       TO LOG-RUN-TIME
           MOVE WS-RUN-USERID     TO LOG-USERID
           MOVE WS-BUS-DATE       TO LOG-BUS-DATE
           MOVE WS-SDO-DUE-DATE (WS-SDO-SUB) TO LOG-DUE-DATE
           MOVE SDO-ID OF WS-SDO  TO LOG-SDO-ID
           MOVE SDO-DEPT OF WS-SDO TO LOG-DEPT
           MOVE WS-DPT-BATCH-ID (WS-DPT-SUB) TO LOG-BATCH-ID
           MOVE WS-SDO-REC-NO (WS-SDO-SUB)   TO LOG-RECORD-NO
           MOVE WS-SDO-EXPECTED (WS-SDO-SUB) TO LOG-EXPECTED
           MOVE WS-SDO-CALC-STAT (WS-SDO-SUB) TO LOG-STATUS
           WRITE LOG-REC
           IF NOT WS-SDOLOG-OK
              DISPLAY "CALCSCHED: WRITE TO SDOLOG FAILED - STATUS = "
                 WS-SDOLOG-STATUS " - " SDO-ID OF WS-SDO
                 " WILL FIRE AGAIN ON A RERUN"
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       8600-NEXT.
           ADD 1 TO WS-SDO-SUB.
       8600-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "----- STANDING-ORDER SCHEDULER SUMMARY -----"
           DISPLAY "BUSINESS DATE            = " WS-BUS-DATE
           MOVE WS-SDO-ENTRIES TO WS-TEMPLATE-COUNT
           DISPLAY "TEMPLATES ON FILE        = " WS-TEMPLATE-COUNT
           DISPLAY "TEMPLATES DUE            = " WS-DUE-COUNT
           DISPLAY "ALREADY GENERATED        = " WS-DONE-COUNT
           DISPLAY "EXPECTED TO POST         = " WS-GOOD-COUNT
           DISPLAY "EXPECTED TO REJECT       = " WS-FAIL-COUNT
           DISPLAY "DEPARTMENT FILES WRITTEN = " WS-FILE-COUNT
           DISPLAY "POSTED FILES DELISTED    = " WS-DROPPED-COUNT
           IF WS-DUE-COUNT = ZERO
              DISPLAY "CALCSCHED: NO STANDING ORDERS DUE ON "
                 WS-BUS-DATE
           END-IF
           IF WS-WRITE-ERRORS
              DISPLAY "CALCSCHED: WRITE ERRORS - CHECK THE MESSAGES "
                 "ABOVE BEFORE RELEASING THE MERGE"
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCSCHED.
