      ******************************************************************
      * Program-ID: CALCIMPORT
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Inbound import of a department's spreadsheet. The
      *             department saves its figures as a comma-separated
      *             file (named by the IMPFILE setting, default
      *             IMPCSV) and this job converts each line into the
      *             CALCTRAN detail or CALCFRM formula record a clerk
      *             would otherwise key, so the figures are never
      *             rekeyed. The output is a ready-to-merge department
      *             file: a CALCHDR header with a unique batch id
      *             (the IMPDEPT department code + I + the batch date
      *             as YYMMDD + a sequence, checked against BATCHREG
      *             and MRGLIST), the converted records, and a control
      *             trailer whose count and total are computed by
      *             pre-running each record through CALCENGINE with
      *             registers and rates resolved the way the calc run
      *             will resolve them (rates as of the batch date,
      *             the IMPDATE setting, default today), the same way
      *             CALCSCHED builds its trailer. The file is named
      *             IMPT + its batch id.
      *
      *             A line that cannot be converted is not written at
      *             all: it is listed on IMPRPT with its line number,
      *             its reason and the line as it arrived. A clean
      *             import is put on MRGLIST for CALCMERGE; an import
      *             with rejects is left off, so the department
      *             corrects the spreadsheet and imports it again.
      *             Imported files whose batch has since posted are
      *             taken back off MRGLIST.
      *
      *             Line layout - fields separated by commas, any
      *             field may be enclosed in double quotes (so an
      *             amount may carry thousands commas), amounts with
      *             a leading minus sign or in brackets when negative
      *             and a decimal point, at most two decimal places:
      *
      *               D,chain,numeroinicial,operador,numerofinal,
      *                 reg-func,reg-name,rate-func,rate-code
      *               F,base,op-1,operand-1[,op-2,operand-2
      *                 [,op-3,operand-3]]
      *
      *             The chain indicator is N (the default when left
      *             empty) or C. An operand the register or rate
      *             function supplies, or the numeroinicial of a chain
      *             continue line, may be left empty. Blank lines and
      *             a column-title line (first field TYPE) are
      *             skipped. Letters in the type, chain, operator and
      *             function fields may be either case.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCIMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-IN ASSIGN USING WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT DEPT-OUT ASSIGN USING WS-DEPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT IMPRPT-OUT ASSIGN TO "IMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRPT-STATUS.
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
       FD  CSV-IN
           LABEL RECORDS ARE STANDARD.
       01  CSV-LINE                    PIC X(256).

       FD  DEPT-OUT
           LABEL RECORDS ARE STANDARD.
       01  DPO-REC.
           COPY "calctran.cpy".
       01  DPO-HDR.
           COPY "calchdr.cpy".
       01  DPO-FRM.
           COPY "calcfrm.cpy".

       FD  IMPRPT-OUT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(132).

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
       77  WS-CSV-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-CSV-OK                       VALUE "00".
       77  WS-DEPT-STATUS       PIC X(02)      VALUE SPACES.
           88  WS-DEPT-OK                      VALUE "00".
       77  WS-IMPRPT-STATUS     PIC X(02)      VALUE SPACES.
           88  WS-IMPRPT-OK                    VALUE "00".
       77  WS-MRGLIST-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-MRGLIST-OK                   VALUE "00".
       77  WS-BATCHREG-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-BATCHREG-OK                  VALUE "00".
       77  WS-REGFILE-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-REGFILE-OK                   VALUE "00".
       77  WS-RATEFILE-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-RATEFILE-OK                  VALUE "00".
       77  WS-EOF-SWITCH        PIC X(01)      VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID        PIC X(08)      VALUE SPACES.
       77  WS-IMPDATE-IN        PIC X(08)      VALUE SPACES.
       77  WS-BUS-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-IMPDEPT-IN        PIC X(08)      VALUE SPACES.
       77  WS-DEPT-CODE         PIC X(03)      VALUE SPACES.
       77  WS-CSV-NAME          PIC X(44)      VALUE SPACES.
       77  WS-DEPT-NAME         PIC X(44)      VALUE SPACES.
       77  WS-CALC-STATUS       COPY "calcstat.cpy".
       77  WS-ROUND-MODE        PIC X(01)      VALUE "R".
       77  WS-ROUND-MODE-IN     PIC X(01)      VALUE SPACE.
           88  WS-ROUND-TRUNCATE-ASKED          VALUE "T", "t".
       77  NUMEROINICIAL        PIC S9(5)V9(2) VALUE ZERO.
       77  OPERADOR             PIC X(01)      VALUE SPACE.
       77  NUMEROFINAL          PIC S9(5)V9(2) VALUE ZERO.
       77  RESULTADO            PIC S9(5)V9(2) VALUE ZERO.
       77  WS-CHAIN-PENDING     PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CTRL-TOTAL        PIC S9(09)V9(02) VALUE ZERO.
       77  WS-LINE-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-SKIP-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-CONV-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-REJECT-COUNT      PIC 9(07)      VALUE ZERO.
       77  WS-WARN-COUNT        PIC 9(07)      VALUE ZERO.
       77  WS-LINE-BAD-SW       PIC X(01)      VALUE "N".
           88  WS-LINE-BAD                      VALUE "Y".
       77  WS-LAST-OUTCOME-SW   PIC X(01)      VALUE "N".
           88  WS-LAST-NOTHING                  VALUE "N".
           88  WS-LAST-CONVERTED                VALUE "C".
           88  WS-LAST-REJECTED                 VALUE "R".
       77  WS-WRITE-ERROR-SW    PIC X(01)      VALUE "N".
           88  WS-WRITE-ERRORS                  VALUE "Y".
       77  WS-LISTED-SW         PIC X(01)      VALUE "N".
           88  WS-FILE-LISTED                   VALUE "Y".
       77  WS-LINE-LEN          PIC S9(04) COMP VALUE ZERO.
       77  WS-CHR-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-CHR               PIC X(01)      VALUE SPACE.
       77  WS-QUOTE-SW          PIC X(01)      VALUE "N".
           88  WS-IN-QUOTES                     VALUE "Y".
       77  WS-FLD-OVERFLOW-SW   PIC X(01)      VALUE "N".
           88  WS-FLD-OVERFLOW                  VALUE "Y".
       77  WS-FLD-COUNT         PIC S9(04) COMP VALUE ZERO.
       77  WS-FLD-MAX           PIC S9(04) COMP VALUE 12.
       77  WS-FLD-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-FLD-NO-SHOWN      PIC Z9.
       77  WS-STEP-NO           PIC 9(01)      VALUE ZERO.
       77  WS-STEP-COUNT        PIC 9(01)      VALUE ZERO.
       77  WS-OP-FLD            PIC S9(04) COMP VALUE ZERO.
       77  WS-OPD-FLD           PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPS-ENDED-SW    PIC X(01)      VALUE "N".
           88  WS-STEPS-ENDED                   VALUE "Y".
       77  WS-FRM-SUB           PIC 9(01)      VALUE ZERO.
       77  WS-EDIT-OPERADOR     PIC X(01)      VALUE SPACE.
           88  WS-OPERADOR-VALID                VALUE "+", "-", "*",
                                                      "/", "%", "R",
                                                      "^".
       77  WS-AMT-TEXT          PIC X(20)      VALUE SPACES.
       77  WS-AMT-FIELD-NAME    PIC X(20)      VALUE SPACES.
       77  WS-AMT-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-AMT-CHR           PIC X(01)      VALUE SPACE.
       77  WS-AMT-DIGIT         PIC 9(01)      VALUE ZERO.
       77  WS-AMT-INT           PIC 9(05)      VALUE ZERO.
       77  WS-AMT-INT-DIGITS    PIC 9(02)      VALUE ZERO.
       77  WS-AMT-DEC           PIC 9(02)      VALUE ZERO.
       77  WS-AMT-DEC-DIGITS    PIC 9(02)      VALUE ZERO.
       77  WS-AMT-VALUE         PIC S9(5)V9(2) VALUE ZERO.
       77  WS-AMT-SIGN          PIC X(01)      VALUE SPACE.
       77  WS-AMT-PAREN-SW      PIC X(01)      VALUE SPACE.
           88  WS-AMT-PAREN-OPEN                VALUE "O".
           88  WS-AMT-PAREN-CLOSED              VALUE "C".
       77  WS-AMT-STARTED-SW    PIC X(01)      VALUE "N".
           88  WS-AMT-STARTED                   VALUE "Y".
       77  WS-AMT-ENDED-SW      PIC X(01)      VALUE "N".
           88  WS-AMT-ENDED                     VALUE "Y".
       77  WS-AMT-DIGIT-SW      PIC X(01)      VALUE "N".
           88  WS-AMT-DIGIT-SEEN                VALUE "Y".
       77  WS-AMT-DECIMAL-SW    PIC X(01)      VALUE "N".
           88  WS-AMT-IN-DECIMALS               VALUE "Y".
       77  WS-AMT-RESULT        PIC X(02)      VALUE "OK".
           88  WS-AMT-OK                        VALUE "OK".
           88  WS-AMT-BLANK                     VALUE "BL".
           88  WS-AMT-NOT-A-NUMBER              VALUE "BD".
           88  WS-AMT-TOO-BIG                   VALUE "BG".
           88  WS-AMT-TOO-PRECISE               VALUE "DP".
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
       77  WS-LST-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-TABLE-MAX     PIC S9(04) COMP VALUE 100.
       77  WS-LST-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-LST-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-LST-END-OF-FILE               VALUE "Y".
       77  WS-LST-CHANGED-SW    PIC X(01)      VALUE "N".
           88  WS-LST-CHANGED                   VALUE "Y".
       77  WS-DROPPED-COUNT     PIC 9(03)      VALUE ZERO.
       77  WS-BATCH-ID          PIC X(12)      VALUE SPACES.
       77  WS-CHECK-BATCH-ID    PIC X(12)      VALUE SPACES.
       77  WS-BATCH-SEQ         PIC 9(02)      VALUE ZERO.
       77  WS-BATCH-FOUND-SW    PIC X(01)      VALUE "N".
           88  WS-BATCH-FOUND                   VALUE "Y".
       77  WS-BATCH-EOF-SW      PIC X(01)      VALUE "N".
           88  WS-BATCH-END-OF-FILE             VALUE "Y".
       77  WS-DATE-OK-SW        PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                    VALUE "Y".
       77  WS-MONTH-LEN         PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT         PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM          PIC 9(04)      VALUE ZERO.
       77  WS-RETURN-CODE       PIC 9(02)      VALUE ZERO.

       01  WS-LOWER-CASE        PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE        PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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
           05  FILLER              PIC X(01)  VALUE "I".
           05  WS-BID-DATE         PIC 9(06).
           05  WS-BID-SEQ          PIC 9(02).

       01  WS-FILE-NAME-PARTS.
           05  FILLER              PIC X(04)  VALUE "IMPT".
           05  WS-FNM-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(28)  VALUE SPACES.

       01  WS-LIST-NAME-VIEW.
           05  WS-LNV-PREFIX       PIC X(04).
           05  WS-LNV-BATCH-ID     PIC X(12).
           05  WS-LNV-REST         PIC X(28).

      *    The fields of one CSV line as split, and the length taken
      *    up in each.
       01  WS-FIELD-TABLE.
           05  WS-FLD               PIC X(20)  OCCURS 12 TIMES.
       01  WS-FIELD-LENGTHS.
           05  WS-FLD-LEN           PIC S9(04) COMP OCCURS 12 TIMES.

       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 50 TIMES.
               10  WS-REG-KEY       PIC X(08).
               10  WS-REG-AMOUNT    PIC S9(5)V9(2).

       01  WS-RTE-TABLE.
           05  WS-RTE-ENTRY         OCCURS 100 TIMES.
               10  WS-RTE-KEY       PIC X(08).
               10  WS-RTE-AMOUNT    PIC S9(5)V9(2).
               10  WS-RTE-EFF       PIC 9(08).

       01  WS-LST-TABLE.
           05  WS-LST-ENTRY         OCCURS 100 TIMES.
               10  WS-LST-NAME      PIC X(44).

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(14)
                                   VALUE "CALCIMPORT    ".
           05  FILLER              PIC X(34)
               VALUE "CSV IMPORT REJECT LISTING         ".
           05  FILLER              PIC X(11)  VALUE "RUN DATE = ".
           05  WS-HDG-DATE         PIC 9(08).
           05  FILLER              PIC X(65)  VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(11)  VALUE "CSV FILE = ".
           05  WS-HDG-CSV-NAME     PIC X(24).
           05  FILLER              PIC X(13)  VALUE "DEPARTMENT = ".
           05  WS-HDG-DEPT         PIC X(03).
           05  FILLER              PIC X(11)  VALUE "   BATCH = ".
           05  WS-HDG-BATCH-ID     PIC X(12).
           05  FILLER              PIC X(14)  VALUE "   BATCH DATE ".
           05  FILLER              PIC X(02)  VALUE "= ".
           05  WS-HDG-BUS-DATE     PIC 9(08).
           05  FILLER              PIC X(34)  VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER              PIC X(07)  VALUE "LINE = ".
           05  WS-REJ-LINE-NO      PIC Z(06)9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-REJ-REASON       PIC X(50).
           05  FILLER              PIC X(65)  VALUE SPACES.

       01  WS-ECHO-LINE.
           05  FILLER              PIC X(10)  VALUE SPACES.
           05  WS-ECHO-TEXT        PIC X(122).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-TITLE        PIC X(24).
           05  WS-SUM-COUNT        PIC Z(06)9.
           05  FILLER              PIC X(101) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-TITLE        PIC X(24).
           05  WS-TOT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(93)  VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - settle the department, batch date and batch
      * id, convert every line of the CSV file, close the department
      * file with its computed trailer, and list it for the merge
      * when every line converted. RC 0 clean import listed on
      * MRGLIST, 4 lines rejected or nothing to import (file written
      * but not listed), 8 write errors, 16 unable to run.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-IMPORT-LINE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3800-WRITE-TRAILER THRU 3800-EXIT
           CLOSE DEPT-OUT
           CLOSE CSV-IN
           IF WS-REJECT-COUNT = ZERO
                 AND WS-CONV-COUNT > ZERO
                 AND NOT WS-WRITE-ERRORS
              PERFORM 8000-LIST-NEW-FILE THRU 8000-EXIT
           END-IF
           IF WS-LST-CHANGED
              PERFORM 8100-REWRITE-MRGLIST THRU 8100-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           EVALUATE TRUE
           WHEN WS-WRITE-ERRORS
                MOVE 8 TO WS-RETURN-CODE
           WHEN WS-REJECT-COUNT > ZERO
                MOVE 4 TO WS-RETURN-CODE
           WHEN WS-CONV-COUNT = ZERO
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
      * 1000-INITIALIZE - the settings, the tables the precompute
      * works from, a free batch id, and the department file opened
      * with its header. A department code or batch date that is not
      * usable refuses the run rather than importing under a guess.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           ACCEPT WS-ROUND-MODE-IN FROM ENVIRONMENT "CALCROUND"
           IF WS-ROUND-TRUNCATE-ASKED
              MOVE "T" TO WS-ROUND-MODE
           END-IF
           ACCEPT WS-IMPDEPT-IN FROM ENVIRONMENT "IMPDEPT"
           IF WS-IMPDEPT-IN = SPACES
                 OR WS-IMPDEPT-IN (1:3) = SPACES
                 OR WS-IMPDEPT-IN (4:5) NOT = SPACES
              DISPLAY "CALCIMPORT: IMPDEPT MUST BE THE THREE-CHARACTER "
                 "DEPARTMENT CODE - GOT " WS-IMPDEPT-IN
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-IMPDEPT-IN (1:3) TO WS-DEPT-CODE
           INSPECT WS-DEPT-CODE CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           IF WS-DEPT-CODE (1:1) = SPACE
                 OR WS-DEPT-CODE (2:1) = SPACE
                 OR WS-DEPT-CODE (3:1) = SPACE
              DISPLAY "CALCIMPORT: IMPDEPT " WS-IMPDEPT-IN
                 " IS NOT A THREE-CHARACTER DEPARTMENT CODE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ACCEPT WS-IMPDATE-IN FROM ENVIRONMENT "IMPDATE"
           IF WS-IMPDATE-IN = SPACES
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           ELSE
              IF WS-IMPDATE-IN IS NOT NUMERIC
                 DISPLAY "CALCIMPORT: IMPDATE " WS-IMPDATE-IN
                    " IS NOT YYYYMMDD"
                 GO TO 0000-MAINLINE-ABORT
              END-IF
              MOVE WS-IMPDATE-IN TO WS-BUS-DATE
           END-IF
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           PERFORM 7400-CHECK-DATE THRU 7400-EXIT
           IF NOT WS-DATE-GOOD
              DISPLAY "CALCIMPORT: BATCH DATE " WS-BUS-DATE
                 " IS NOT A CALENDAR DATE"
              GO TO 0000-MAINLINE-ABORT
           END-IF
           ACCEPT WS-CSV-NAME FROM ENVIRONMENT "IMPFILE"
           IF WS-CSV-NAME = SPACES
              MOVE "IMPCSV" TO WS-CSV-NAME
           END-IF
           OPEN INPUT CSV-IN
           IF NOT WS-CSV-OK
              DISPLAY "CALCIMPORT: UNABLE TO OPEN " WS-CSV-NAME
                 " - STATUS = " WS-CSV-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1300-LOAD-REGISTERS THRU 1300-EXIT
           PERFORM 1400-LOAD-RATE-TABLE THRU 1400-EXIT
           PERFORM 1500-LOAD-MRGLIST THRU 1500-EXIT
           PERFORM 1700-DERIVE-BATCH-ID THRU 1700-EXIT
           IF WS-BATCH-FOUND
              DISPLAY "CALCIMPORT: NO FREE BATCH ID FOR DEPARTMENT "
                 WS-DEPT-CODE " ON " WS-BUS-DATE
              CLOSE CSV-IN
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-BATCH-ID TO WS-FNM-BATCH-ID
           MOVE WS-FILE-NAME-PARTS TO WS-DEPT-NAME
           OPEN OUTPUT IMPRPT-OUT
           IF NOT WS-IMPRPT-OK
              DISPLAY "CALCIMPORT: UNABLE TO OPEN IMPRPT - STATUS = "
                 WS-IMPRPT-STATUS
              CLOSE CSV-IN
              GO TO 0000-MAINLINE-ABORT
           END-IF
           OPEN OUTPUT DEPT-OUT
           IF NOT WS-DEPT-OK
              DISPLAY "CALCIMPORT: UNABLE TO OPEN " WS-DEPT-NAME
                 " - STATUS = " WS-DEPT-STATUS
              CLOSE CSV-IN
              CLOSE IMPRPT-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-REPORT-HEADING TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE WS-CSV-NAME TO WS-HDG-CSV-NAME
           MOVE WS-DEPT-CODE TO WS-HDG-DEPT
           MOVE WS-BATCH-ID TO WS-HDG-BATCH-ID
           MOVE WS-BUS-DATE TO WS-HDG-BUS-DATE
           MOVE WS-REPORT-HEADING-2 TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           PERFORM 1800-WRITE-HEADER THRU 1800-EXIT
           PERFORM 2900-READ-LINE THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1300-LOAD-REGISTERS.
           OPEN INPUT REGFILE
           IF WS-REGFILE-STATUS = "35"
              GO TO 1300-EXIT
           END-IF
           IF NOT WS-REGFILE-OK
              DISPLAY "CALCIMPORT: UNABLE TO OPEN CALCREGS - STATUS = "
                 WS-REGFILE-STATUS
              CLOSE CSV-IN
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
              DISPLAY "CALCIMPORT: UNABLE TO OPEN CALCRATES - STATUS"
                 " = " WS-RATEFILE-STATUS
              CLOSE CSV-IN
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
      * collate. An imported file from an earlier run whose batch is
      * now on BATCHREG has posted, and is dropped from the list so
      * it is not merged a second time. Every other line is kept as
      * it stands.
      ******************************************************************
       1500-LOAD-MRGLIST.
           OPEN INPUT MRGLIST-FILE
           IF WS-MRGLIST-STATUS = "35"
              GO TO 1500-EXIT
           END-IF
           IF NOT WS-MRGLIST-OK
              DISPLAY "CALCIMPORT: UNABLE TO OPEN MRGLIST - STATUS = "
                 WS-MRGLIST-STATUS
              CLOSE CSV-IN
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
           IF WS-LNV-PREFIX = "IMPT"
                 AND WS-LNV-BATCH-ID NOT = SPACES
                 AND WS-LNV-REST = SPACES
              MOVE WS-LNV-BATCH-ID TO WS-CHECK-BATCH-ID
              PERFORM 1600-CHECK-POSTED THRU 1600-EXIT
              IF WS-BATCH-FOUND
                 DISPLAY "CALCIMPORT: " LST-FILE-NAME
                    " HAS POSTED - TAKEN OFF MRGLIST"
                 ADD 1 TO WS-DROPPED-COUNT
                 SET WS-LST-CHANGED TO TRUE
                 GO TO 1550-EXIT
              END-IF
           END-IF
           IF WS-LST-ENTRIES >= WS-LST-TABLE-MAX
              DISPLAY "CALCIMPORT: MORE THAN 100 FILES ON MRGLIST"
              CLOSE MRGLIST-FILE
              CLOSE CSV-IN
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
              DISPLAY "CALCIMPORT: UNABLE TO OPEN BATCHREG - STATUS = "
                 WS-BATCHREG-STATUS
              CLOSE CSV-IN
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
      * 1700-DERIVE-BATCH-ID - department + I + the batch date as
      * YYMMDD + a sequence, bumped past any id already posted on
      * BATCHREG or still waiting on MRGLIST, so a second import for
      * the same date gets a batch of its own. WS-BATCH-FOUND is left
      * on only when all 99 are taken.
      ******************************************************************
       1700-DERIVE-BATCH-ID.
           MOVE WS-DEPT-CODE      TO WS-BID-DEPT
           MOVE WS-BUS-DATE (3:6) TO WS-BID-DATE
           MOVE ZERO TO WS-BATCH-SEQ
           PERFORM 1750-TRY-NEXT-BATCH-ID THRU 1750-EXIT
           PERFORM 1750-TRY-NEXT-BATCH-ID THRU 1750-EXIT
               UNTIL NOT WS-BATCH-FOUND
                  OR WS-BATCH-SEQ = 99.
       1700-EXIT.
           EXIT.

       1750-TRY-NEXT-BATCH-ID.
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-BATCH-SEQ TO WS-BID-SEQ
           MOVE WS-BATCH-ID-PARTS TO WS-BATCH-ID
           MOVE WS-BATCH-ID TO WS-CHECK-BATCH-ID
           PERFORM 1600-CHECK-POSTED THRU 1600-EXIT
           IF WS-BATCH-FOUND
              GO TO 1750-EXIT
           END-IF
           MOVE WS-BATCH-ID TO WS-FNM-BATCH-ID
           MOVE ZERO TO WS-LST-FOUND-SUB
           MOVE 1 TO WS-LST-SUB
           PERFORM 1760-MATCH-LIST-NAME THRU 1760-EXIT
               UNTIL WS-LST-SUB > WS-LST-ENTRIES
                  OR WS-LST-FOUND-SUB > ZERO
           IF WS-LST-FOUND-SUB > ZERO
              SET WS-BATCH-FOUND TO TRUE
           END-IF.
       1750-EXIT.
           EXIT.

       1760-MATCH-LIST-NAME.
           IF WS-LST-NAME (WS-LST-SUB) = WS-FILE-NAME-PARTS
              MOVE WS-LST-SUB TO WS-LST-FOUND-SUB
           END-IF
           ADD 1 TO WS-LST-SUB.
       1760-EXIT.
           EXIT.

       1800-WRITE-HEADER.
           MOVE SPACES TO DPO-HDR
           SET HDR-REC-HEADER OF DPO-HDR TO TRUE
           MOVE WS-BATCH-ID TO HDR-BATCH-ID OF DPO-HDR
           MOVE WS-BUS-DATE TO HDR-BATCH-DATE OF DPO-HDR
           WRITE DPO-HDR
           IF NOT WS-DEPT-OK
              DISPLAY "CALCIMPORT: WRITE TO " WS-DEPT-NAME
                 " FAILED - STATUS = " WS-DEPT-STATUS
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 2000-IMPORT-LINE - split one line into its fields and convert
      * it by its type. Blank lines and the column-title line are
      * skipped; anything else either converts whole or is rejected.
      ******************************************************************
       2000-IMPORT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE "N" TO WS-LINE-BAD-SW
           IF CSV-LINE = SPACES
              ADD 1 TO WS-SKIP-COUNT
              GO TO 2000-NEXT
           END-IF
           PERFORM 2100-SPLIT-LINE THRU 2100-EXIT
           IF WS-LINE-BAD
              GO TO 2000-NEXT
           END-IF
           IF WS-FIELD-TABLE = SPACES
              ADD 1 TO WS-SKIP-COUNT
              GO TO 2000-NEXT
           END-IF
           INSPECT WS-FLD (1) CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           IF WS-FLD (1) = "TYPE"
              ADD 1 TO WS-SKIP-COUNT
              GO TO 2000-NEXT
           END-IF
           EVALUATE TRUE
           WHEN WS-FLD (1) = "D"
                PERFORM 2300-CONVERT-DETAIL THRU 2300-EXIT
           WHEN WS-FLD (1) = "F"
                PERFORM 2400-CONVERT-FORMULA THRU 2400-EXIT
           WHEN OTHER
                MOVE "RECORD TYPE NOT D OR F" TO WS-REJ-REASON
                PERFORM 4000-REJECT-LINE THRU 4000-EXIT
           END-EVALUATE.
       2000-NEXT.
           PERFORM 2900-READ-LINE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SPLIT-LINE - break the line at each comma that is not
      * inside double quotes. A doubled quote inside quotes is one
      * quote character. Leading spaces of a field and a carriage
      * return left by a PC file are dropped.
      ******************************************************************
       2100-SPLIT-LINE.
           MOVE SPACES TO WS-FIELD-TABLE
           MOVE 1 TO WS-FLD-SUB
           PERFORM 2110-CLEAR-ONE-LENGTH THRU 2110-EXIT
               UNTIL WS-FLD-SUB > WS-FLD-MAX
           MOVE 1 TO WS-FLD-COUNT
           MOVE "N" TO WS-QUOTE-SW
           MOVE "N" TO WS-FLD-OVERFLOW-SW
           MOVE 256 TO WS-LINE-LEN
           PERFORM 2120-TRIM-LINE-END THRU 2120-EXIT
               UNTIL WS-LINE-LEN < 1
                  OR CSV-LINE (WS-LINE-LEN:1) NOT = SPACE
           MOVE 1 TO WS-CHR-SUB
           PERFORM 2150-SPLIT-ONE-CHAR THRU 2150-EXIT
               UNTIL WS-CHR-SUB > WS-LINE-LEN
                  OR WS-LINE-BAD
           IF WS-LINE-BAD
              GO TO 2100-EXIT
           END-IF
           IF WS-IN-QUOTES
              MOVE "QUOTE OPENED AND NOT CLOSED" TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-CLEAR-ONE-LENGTH.
           MOVE ZERO TO WS-FLD-LEN (WS-FLD-SUB)
           ADD 1 TO WS-FLD-SUB.
       2110-EXIT.
           EXIT.

       2120-TRIM-LINE-END.
           SUBTRACT 1 FROM WS-LINE-LEN.
       2120-EXIT.
           EXIT.

       2150-SPLIT-ONE-CHAR.
           MOVE CSV-LINE (WS-CHR-SUB:1) TO WS-CHR
           ADD 1 TO WS-CHR-SUB
           IF WS-CHR = X"0D"
              GO TO 2150-EXIT
           END-IF
           IF WS-FLD-OVERFLOW
              IF WS-CHR NOT = SPACE
                    AND WS-CHR NOT = ","
                 MOVE "MORE THAN 12 FIELDS ON THE LINE"
                    TO WS-REJ-REASON
                 PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              END-IF
              GO TO 2150-EXIT
           END-IF
           IF WS-CHR = QUOTE
              IF WS-IN-QUOTES
                    AND WS-CHR-SUB <= WS-LINE-LEN
                    AND CSV-LINE (WS-CHR-SUB:1) = QUOTE
                 ADD 1 TO WS-CHR-SUB
                 GO TO 2150-TAKE-CHAR
              END-IF
              IF WS-IN-QUOTES
                 MOVE "N" TO WS-QUOTE-SW
              ELSE
                 SET WS-IN-QUOTES TO TRUE
              END-IF
              GO TO 2150-EXIT
           END-IF
           IF WS-CHR = ","
                 AND NOT WS-IN-QUOTES
              IF WS-FLD-COUNT >= WS-FLD-MAX
                 SET WS-FLD-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-FLD-COUNT
              END-IF
              GO TO 2150-EXIT
           END-IF
           IF WS-CHR = SPACE
                 AND WS-FLD-LEN (WS-FLD-COUNT) = ZERO
                 AND NOT WS-IN-QUOTES
              GO TO 2150-EXIT
           END-IF.
       2150-TAKE-CHAR.
           IF WS-FLD-LEN (WS-FLD-COUNT) >= 20
              MOVE WS-FLD-COUNT TO WS-FLD-NO-SHOWN
              MOVE SPACES TO WS-REJ-REASON
              STRING "FIELD " WS-FLD-NO-SHOWN
                 " LONGER THAN 20 CHARACTERS"
                 DELIMITED BY SIZE INTO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-FLD-LEN (WS-FLD-COUNT)
           MOVE WS-CHR
              TO WS-FLD (WS-FLD-COUNT) (WS-FLD-LEN (WS-FLD-COUNT):1).
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONVERT-DETAIL - a "D" line becomes a CALCTRAN detail
      * record. The same first-failing-check rule as CALCEDIT: one
      * reason per line.
      ******************************************************************
       2300-CONVERT-DETAIL.
           IF WS-FLD (10) NOT = SPACES
                 OR WS-FLD (11) NOT = SPACES
                 OR WS-FLD (12) NOT = SPACES
              MOVE "MORE THAN 9 FIELDS ON A DETAIL LINE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2300-EXIT
           END-IF
           INSPECT WS-FLD (2) CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           INSPECT WS-FLD (4) CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           INSPECT WS-FLD (6) CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           INSPECT WS-FLD (8) CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           IF WS-FLD (2) = SPACES
              MOVE "N" TO WS-FLD (2)
           END-IF
           IF NOT (WS-FLD (2) = "N" OR "C")
              MOVE "CHAIN INDICATOR NOT N OR C" TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2300-EXIT
           END-IF
           IF WS-FLD (2) = "C"
                 AND WS-LAST-NOTHING
              MOVE "CHAIN CONTINUE WITH NOTHING TO CONTINUE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2300-EXIT
           END-IF
           IF WS-FLD (2) = "C"
                 AND WS-LAST-REJECTED
              MOVE "CHAIN CONTINUE AFTER A REJECTED LINE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2300-EXIT
           END-IF
           MOVE WS-FLD (4) TO WS-EDIT-OPERADOR
           IF WS-FLD-LEN (4) NOT = 1
                 OR NOT WS-OPERADOR-VALID
              MOVE "OPERADOR NOT + - * / % R OR ^" TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2300-EXIT
           END-IF
           PERFORM 2700-CHECK-CODES THRU 2700-EXIT
           IF WS-LINE-BAD
              GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO DPO-REC
           SET CALC-REC-DETAIL OF DPO-REC TO TRUE
           MOVE WS-FLD (2) TO CALC-CHAIN-IND OF DPO-REC
           MOVE WS-FLD (3) TO WS-AMT-TEXT
           MOVE "NUMEROINICIAL" TO WS-AMT-FIELD-NAME
           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF WS-AMT-BLANK
                 AND (WS-FLD (2) = "C"
                    OR WS-FLD (6) = "I"
                    OR WS-FLD (8) = "I")
              MOVE ZERO TO WS-AMT-VALUE
              SET WS-AMT-OK TO TRUE
           END-IF
           IF NOT WS-AMT-OK
              PERFORM 2600-AMOUNT-REASON THRU 2600-EXIT
              GO TO 2300-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO CALC-NUMEROINICIAL OF DPO-REC
           MOVE WS-FLD (5) TO WS-AMT-TEXT
           MOVE "NUMEROFINAL" TO WS-AMT-FIELD-NAME
           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF WS-AMT-BLANK
                 AND (WS-FLD (6) = "F"
                    OR WS-FLD (8) = "F")
              MOVE ZERO TO WS-AMT-VALUE
              SET WS-AMT-OK TO TRUE
           END-IF
           IF NOT WS-AMT-OK
              PERFORM 2600-AMOUNT-REASON THRU 2600-EXIT
              GO TO 2300-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO CALC-NUMEROFINAL OF DPO-REC
           MOVE WS-EDIT-OPERADOR TO CALC-OPERADOR OF DPO-REC
           MOVE WS-FLD (6) TO CALC-REG-FUNC OF DPO-REC
           MOVE WS-FLD (7) TO CALC-REG-NAME OF DPO-REC
           MOVE WS-FLD (8) TO CALC-RATE-FUNC OF DPO-REC
           MOVE WS-FLD (9) TO CALC-RATE-CODE OF DPO-REC
           PERFORM 3000-PRECOMPUTE-DETAIL THRU 3000-EXIT
           PERFORM 3500-WRITE-RECORD THRU 3500-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CONVERT-FORMULA - an "F" line becomes a CALCFRM formula
      * record: a base value and one to three operator/operand steps,
      * taken in order with no gaps.
      ******************************************************************
       2400-CONVERT-FORMULA.
           IF WS-FLD (9) NOT = SPACES
                 OR WS-FLD (10) NOT = SPACES
                 OR WS-FLD (11) NOT = SPACES
                 OR WS-FLD (12) NOT = SPACES
              MOVE "MORE THAN 8 FIELDS ON A FORMULA LINE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2400-EXIT
           END-IF
           MOVE SPACES TO DPO-FRM
           MOVE "F" TO FRM-REC-TYPE OF DPO-FRM
           MOVE WS-FLD (2) TO WS-AMT-TEXT
           MOVE "FORMULA BASE" TO WS-AMT-FIELD-NAME
           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF NOT WS-AMT-OK
              PERFORM 2600-AMOUNT-REASON THRU 2600-EXIT
              GO TO 2400-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO FRM-BASE-VALUE OF DPO-FRM
           MOVE ZERO TO WS-STEP-COUNT
           MOVE "N" TO WS-STEPS-ENDED-SW
           MOVE 1 TO WS-STEP-NO
           PERFORM 2450-CONVERT-ONE-STEP THRU 2450-EXIT
               UNTIL WS-STEP-NO > 3
                  OR WS-LINE-BAD
           IF WS-LINE-BAD
              GO TO 2400-EXIT
           END-IF
           IF WS-STEP-COUNT = ZERO
              MOVE "FORMULA WITH NO STEPS" TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2400-EXIT
           END-IF
           MOVE WS-STEP-COUNT TO FRM-STEP-COUNT OF DPO-FRM
           PERFORM 3200-PRECOMPUTE-FORMULA THRU 3200-EXIT
           PERFORM 3500-WRITE-RECORD THRU 3500-EXIT.
       2400-EXIT.
           EXIT.

       2450-CONVERT-ONE-STEP.
           COMPUTE WS-OP-FLD = 1 + (2 * WS-STEP-NO)
           COMPUTE WS-OPD-FLD = WS-OP-FLD + 1
           IF WS-FLD (WS-OP-FLD) = SPACES
                 AND WS-FLD (WS-OPD-FLD) = SPACES
              SET WS-STEPS-ENDED TO TRUE
              GO TO 2450-NEXT
           END-IF
           IF WS-STEPS-ENDED
              MOVE SPACES TO WS-REJ-REASON
              STRING "FORMULA STEP " WS-STEP-NO
                 " FOLLOWS AN EMPTY STEP"
                 DELIMITED BY SIZE INTO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2450-EXIT
           END-IF
           INSPECT WS-FLD (WS-OP-FLD) CONVERTING WS-LOWER-CASE
              TO WS-UPPER-CASE
           MOVE WS-FLD (WS-OP-FLD) TO WS-EDIT-OPERADOR
           IF WS-FLD-LEN (WS-OP-FLD) NOT = 1
                 OR NOT WS-OPERADOR-VALID
              MOVE SPACES TO WS-REJ-REASON
              STRING "FORMULA STEP " WS-STEP-NO
                 " OPERADOR NOT + - * / % R OR ^"
                 DELIMITED BY SIZE INTO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2450-EXIT
           END-IF
           MOVE WS-FLD (WS-OPD-FLD) TO WS-AMT-TEXT
           MOVE SPACES TO WS-AMT-FIELD-NAME
           STRING "STEP " WS-STEP-NO " OPERAND"
              DELIMITED BY SIZE INTO WS-AMT-FIELD-NAME
           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF NOT WS-AMT-OK
              PERFORM 2600-AMOUNT-REASON THRU 2600-EXIT
              GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-EDIT-OPERADOR
              TO FRM-STEP-OPERADOR OF DPO-FRM (WS-STEP-NO)
           MOVE WS-AMT-VALUE
              TO FRM-STEP-OPERAND OF DPO-FRM (WS-STEP-NO).
       2450-NEXT.
           ADD 1 TO WS-STEP-NO.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PARSE-AMOUNT - WS-AMT-TEXT as a spreadsheet prints an
      * amount: an optional leading sign or enclosing brackets for a
      * negative, digits with optional thousands commas, and a
      * decimal point with at most two places. The value is left in
      * WS-AMT-VALUE; WS-AMT-RESULT says why when it is not usable.
      ******************************************************************
       2500-PARSE-AMOUNT.
           SET WS-AMT-OK TO TRUE
           MOVE ZERO TO WS-AMT-VALUE
           MOVE ZERO TO WS-AMT-INT
           MOVE ZERO TO WS-AMT-INT-DIGITS
           MOVE ZERO TO WS-AMT-DEC
           MOVE ZERO TO WS-AMT-DEC-DIGITS
           MOVE SPACE TO WS-AMT-SIGN
           MOVE SPACE TO WS-AMT-PAREN-SW
           MOVE "N" TO WS-AMT-STARTED-SW
           MOVE "N" TO WS-AMT-ENDED-SW
           MOVE "N" TO WS-AMT-DIGIT-SW
           MOVE "N" TO WS-AMT-DECIMAL-SW
           MOVE 1 TO WS-AMT-SUB
           PERFORM 2550-PARSE-ONE-CHAR THRU 2550-EXIT
               UNTIL WS-AMT-SUB > 20
                  OR NOT WS-AMT-OK
           IF NOT WS-AMT-OK
              GO TO 2500-EXIT
           END-IF
           IF NOT WS-AMT-STARTED
              SET WS-AMT-BLANK TO TRUE
              GO TO 2500-EXIT
           END-IF
           IF NOT WS-AMT-DIGIT-SEEN
                 OR WS-AMT-PAREN-OPEN
              SET WS-AMT-NOT-A-NUMBER TO TRUE
              GO TO 2500-EXIT
           END-IF
           IF WS-AMT-DEC-DIGITS = 1
              MULTIPLY 10 BY WS-AMT-DEC
           END-IF
           COMPUTE WS-AMT-VALUE = WS-AMT-INT + (WS-AMT-DEC / 100)
           IF WS-AMT-SIGN = "-"
                 OR WS-AMT-PAREN-CLOSED
              COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
           END-IF.
       2500-EXIT.
           EXIT.

       2550-PARSE-ONE-CHAR.
           MOVE WS-AMT-TEXT (WS-AMT-SUB:1) TO WS-AMT-CHR
           ADD 1 TO WS-AMT-SUB
           IF WS-AMT-CHR = SPACE
              IF WS-AMT-STARTED
                 SET WS-AMT-ENDED TO TRUE
              END-IF
              GO TO 2550-EXIT
           END-IF
           IF WS-AMT-ENDED
              SET WS-AMT-NOT-A-NUMBER TO TRUE
              GO TO 2550-EXIT
           END-IF
           SET WS-AMT-STARTED TO TRUE
           EVALUATE TRUE
           WHEN WS-AMT-CHR IS NUMERIC
                PERFORM 2560-TAKE-DIGIT THRU 2560-EXIT
           WHEN WS-AMT-CHR = "+" OR "-"
                IF WS-AMT-DIGIT-SEEN
                      OR WS-AMT-IN-DECIMALS
                      OR WS-AMT-SIGN NOT = SPACE
                      OR WS-AMT-PAREN-SW NOT = SPACE
                   SET WS-AMT-NOT-A-NUMBER TO TRUE
                ELSE
                   MOVE WS-AMT-CHR TO WS-AMT-SIGN
                END-IF
           WHEN WS-AMT-CHR = "("
                IF WS-AMT-DIGIT-SEEN
                      OR WS-AMT-IN-DECIMALS
                      OR WS-AMT-SIGN NOT = SPACE
                      OR WS-AMT-PAREN-SW NOT = SPACE
                   SET WS-AMT-NOT-A-NUMBER TO TRUE
                ELSE
                   SET WS-AMT-PAREN-OPEN TO TRUE
                END-IF
           WHEN WS-AMT-CHR = ")"
                IF NOT WS-AMT-PAREN-OPEN
                      OR NOT WS-AMT-DIGIT-SEEN
                   SET WS-AMT-NOT-A-NUMBER TO TRUE
                ELSE
                   SET WS-AMT-PAREN-CLOSED TO TRUE
                   SET WS-AMT-ENDED TO TRUE
                END-IF
           WHEN WS-AMT-CHR = ","
                IF NOT WS-AMT-DIGIT-SEEN
                      OR WS-AMT-IN-DECIMALS
                   SET WS-AMT-NOT-A-NUMBER TO TRUE
                END-IF
           WHEN WS-AMT-CHR = "."
                IF WS-AMT-IN-DECIMALS
                   SET WS-AMT-NOT-A-NUMBER TO TRUE
                ELSE
                   SET WS-AMT-IN-DECIMALS TO TRUE
                END-IF
           WHEN OTHER
                SET WS-AMT-NOT-A-NUMBER TO TRUE
           END-EVALUATE.
       2550-EXIT.
           EXIT.

       2560-TAKE-DIGIT.
           SET WS-AMT-DIGIT-SEEN TO TRUE
           MOVE WS-AMT-CHR TO WS-AMT-DIGIT
           IF WS-AMT-IN-DECIMALS
              ADD 1 TO WS-AMT-DEC-DIGITS
              IF WS-AMT-DEC-DIGITS > 2
                 SET WS-AMT-TOO-PRECISE TO TRUE
                 GO TO 2560-EXIT
              END-IF
              COMPUTE WS-AMT-DEC = (WS-AMT-DEC * 10) + WS-AMT-DIGIT
              GO TO 2560-EXIT
           END-IF
           IF WS-AMT-INT-DIGITS = ZERO
                 AND WS-AMT-DIGIT = ZERO
              GO TO 2560-EXIT
           END-IF
           ADD 1 TO WS-AMT-INT-DIGITS
           IF WS-AMT-INT-DIGITS > 5
              SET WS-AMT-TOO-BIG TO TRUE
              GO TO 2560-EXIT
           END-IF
           COMPUTE WS-AMT-INT = (WS-AMT-INT * 10) + WS-AMT-DIGIT.
       2560-EXIT.
           EXIT.

       2600-AMOUNT-REASON.
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
           WHEN WS-AMT-BLANK
                STRING WS-AMT-FIELD-NAME DELIMITED BY "  "
                   " MISSING" DELIMITED BY SIZE
                   INTO WS-REJ-REASON
           WHEN WS-AMT-TOO-BIG
                STRING WS-AMT-FIELD-NAME DELIMITED BY "  "
                   " LARGER THAN 99999.99" DELIMITED BY SIZE
                   INTO WS-REJ-REASON
           WHEN WS-AMT-TOO-PRECISE
                STRING WS-AMT-FIELD-NAME DELIMITED BY "  "
                   " HAS MORE THAN 2 DECIMAL PLACES"
                   DELIMITED BY SIZE
                   INTO WS-REJ-REASON
           WHEN OTHER
                STRING WS-AMT-FIELD-NAME DELIMITED BY "  "
                   " NOT AN AMOUNT" DELIMITED BY SIZE
                   INTO WS-REJ-REASON
           END-EVALUATE
           PERFORM 4000-REJECT-LINE THRU 4000-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CHECK-CODES - the register and rate functions of a
      * detail line, with the same rules CALCEDIT applies: a known
      * function, a name or code that fits and goes with it, and not
      * both supplying the same operand.
      ******************************************************************
       2700-CHECK-CODES.
           IF WS-FLD-LEN (6) > 1
                 OR NOT (WS-FLD (6) = SPACES OR "S" OR "I" OR "F")
              MOVE "REGISTER FUNCTION NOT S, I OR F" TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD-LEN (7) > 8
              MOVE "REGISTER NAME LONGER THAN 8 CHARACTERS"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD (6) NOT = SPACES
                 AND WS-FLD (7) = SPACES
              MOVE "REGISTER FUNCTION WITHOUT A REGISTER NAME"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD (6) = SPACES
                 AND WS-FLD (7) NOT = SPACES
              MOVE "REGISTER NAME WITHOUT A REGISTER FUNCTION"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD-LEN (8) > 1
                 OR NOT (WS-FLD (8) = SPACES OR "I" OR "F")
              MOVE "RATE FUNCTION NOT I OR F" TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD-LEN (9) > 8
              MOVE "RATE CODE LONGER THAN 8 CHARACTERS"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD (8) NOT = SPACES
                 AND WS-FLD (9) = SPACES
              MOVE "RATE FUNCTION WITHOUT A RATE CODE"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD (8) = SPACES
                 AND WS-FLD (9) NOT = SPACES
              MOVE "RATE CODE WITHOUT A RATE FUNCTION"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD (6) = "I"
                 AND WS-FLD (8) = "I"
              MOVE "REGISTER AND RATE BOTH NAME NUMEROINICIAL"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
              GO TO 2700-EXIT
           END-IF
           IF WS-FLD (6) = "F"
                 AND WS-FLD (8) = "F"
              MOVE "REGISTER AND RATE BOTH NAME NUMEROFINAL"
                 TO WS-REJ-REASON
              PERFORM 4000-REJECT-LINE THRU 4000-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

       2900-READ-LINE.
           READ CSV-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRECOMPUTE-DETAIL - run the converted record the way the
      * calc run will: a continue line starts from the last result,
      * registers and rates are resolved (rates as of the batch
      * date), and the chain counts once in the control total at its
      * last clean result. A record the engine fails here will reject
      * in the run too: it still counts in the control count but adds
      * nothing to the control total, and it is noted on IMPRPT. A
      * clean store updates the register for the lines that follow.
      ******************************************************************
       3000-PRECOMPUTE-DETAIL.
           MOVE "00" TO WS-CALC-STATUS
           IF CALC-CHAIN-CONTINUE OF DPO-REC
              MOVE RESULTADO TO NUMEROINICIAL
           ELSE
              MOVE CALC-NUMEROINICIAL OF DPO-REC TO NUMEROINICIAL
           END-IF
           MOVE CALC-OPERADOR OF DPO-REC    TO OPERADOR
           MOVE CALC-NUMEROFINAL OF DPO-REC TO NUMEROFINAL
           PERFORM 3050-RESOLVE-REGISTERS THRU 3050-EXIT
           IF STAT-OK OF WS-CALC-STATUS
              PERFORM 3100-RESOLVE-RATES THRU 3100-EXIT
           END-IF
           IF STAT-OK OF WS-CALC-STATUS
              CALL "CALCENGINE" USING NUMEROINICIAL, OPERADOR,
                      NUMEROFINAL, RESULTADO, WS-CALC-STATUS,
                      WS-ROUND-MODE
              END-CALL
           END-IF
           IF NOT STAT-OK OF WS-CALC-STATUS
              PERFORM 3300-NOTE-WILL-REJECT THRU 3300-EXIT
              GO TO 3000-EXIT
           END-IF
           IF NOT CALC-CHAIN-CONTINUE OF DPO-REC
              MOVE ZERO TO WS-CHAIN-PENDING
           END-IF
           SUBTRACT WS-CHAIN-PENDING FROM WS-CTRL-TOTAL
           ADD RESULTADO TO WS-CTRL-TOTAL
           MOVE RESULTADO TO WS-CHAIN-PENDING
           IF CALC-REG-STORE OF DPO-REC
              PERFORM 3080-STORE-REGISTER THRU 3080-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-RESOLVE-REGISTERS.
           IF NOT (CALC-REG-RCL-INICIAL OF DPO-REC
                 OR CALC-REG-RCL-FINAL OF DPO-REC)
              GO TO 3050-EXIT
           END-IF
           PERFORM 3060-FIND-REGISTER THRU 3060-EXIT
           IF WS-REG-FOUND-SUB = ZERO
              MOVE "04" TO WS-CALC-STATUS
              GO TO 3050-EXIT
           END-IF
           IF CALC-REG-RCL-INICIAL OF DPO-REC
              MOVE WS-REG-AMOUNT (WS-REG-FOUND-SUB) TO NUMEROINICIAL
           ELSE
              MOVE WS-REG-AMOUNT (WS-REG-FOUND-SUB) TO NUMEROFINAL
           END-IF.
       3050-EXIT.
           EXIT.

       3060-FIND-REGISTER.
           MOVE ZERO TO WS-REG-FOUND-SUB
           MOVE 1 TO WS-REG-SUB
           PERFORM 3070-MATCH-REGISTER THRU 3070-EXIT
               UNTIL WS-REG-SUB > WS-REG-ENTRIES
                  OR WS-REG-FOUND-SUB > ZERO.
       3060-EXIT.
           EXIT.

       3070-MATCH-REGISTER.
           IF WS-REG-KEY (WS-REG-SUB) = CALC-REG-NAME OF DPO-REC
              MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
           END-IF
           ADD 1 TO WS-REG-SUB.
       3070-EXIT.
           EXIT.

      ******************************************************************
      * 3080-STORE-REGISTER - as the calc run stores: update the
      * register if it exists, claim a free slot if not.
      ******************************************************************
       3080-STORE-REGISTER.
           PERFORM 3060-FIND-REGISTER THRU 3060-EXIT
           IF WS-REG-FOUND-SUB = ZERO
              IF WS-REG-ENTRIES >= WS-REG-TABLE-MAX
                 GO TO 3080-EXIT
              END-IF
              ADD 1 TO WS-REG-ENTRIES
              MOVE WS-REG-ENTRIES TO WS-REG-FOUND-SUB
              MOVE CALC-REG-NAME OF DPO-REC
                 TO WS-REG-KEY (WS-REG-FOUND-SUB)
           END-IF
           MOVE RESULTADO TO WS-REG-AMOUNT (WS-REG-FOUND-SUB).
       3080-EXIT.
           EXIT.

       3100-RESOLVE-RATES.
           IF CALC-RATE-NONE OF DPO-REC
              GO TO 3100-EXIT
           END-IF
           PERFORM 3150-FIND-RATE THRU 3150-EXIT
           IF WS-RTE-FOUND-SUB = ZERO
              MOVE "07" TO WS-CALC-STATUS
              GO TO 3100-EXIT
           END-IF
           IF CALC-RATE-INICIAL OF DPO-REC
              MOVE WS-RTE-AMOUNT (WS-RTE-FOUND-SUB) TO NUMEROINICIAL
           ELSE
              MOVE WS-RTE-AMOUNT (WS-RTE-FOUND-SUB) TO NUMEROFINAL
           END-IF.
       3100-EXIT.
           EXIT.

       3150-FIND-RATE.
           MOVE ZERO TO WS-RTE-FOUND-SUB
           MOVE ZERO TO WS-RTE-BEST-DATE
           MOVE 1 TO WS-RTE-SUB
           PERFORM 3160-MATCH-ONE-RATE THRU 3160-EXIT
               UNTIL WS-RTE-SUB > WS-RTE-ENTRIES.
       3150-EXIT.
           EXIT.

       3160-MATCH-ONE-RATE.
           IF WS-RTE-KEY (WS-RTE-SUB) = CALC-RATE-CODE OF DPO-REC
                 AND WS-RTE-EFF (WS-RTE-SUB) <= WS-BUS-DATE
              IF WS-RTE-FOUND-SUB = ZERO
                    OR WS-RTE-EFF (WS-RTE-SUB) > WS-RTE-BEST-DATE
                 MOVE WS-RTE-SUB TO WS-RTE-FOUND-SUB
                 MOVE WS-RTE-EFF (WS-RTE-SUB) TO WS-RTE-BEST-DATE
              END-IF
           END-IF
           ADD 1 TO WS-RTE-SUB.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRECOMPUTE-FORMULA - the base value through each step in
      * order, as the calc run evaluates a formula. A clean formula
      * ends any chain and counts at its final result.
      ******************************************************************
       3200-PRECOMPUTE-FORMULA.
           MOVE "00" TO WS-CALC-STATUS
           MOVE FRM-BASE-VALUE OF DPO-FRM TO RESULTADO
           MOVE 1 TO WS-FRM-SUB
           PERFORM 3250-RUN-ONE-STEP THRU 3250-EXIT
               UNTIL WS-FRM-SUB > WS-STEP-COUNT
                  OR NOT STAT-OK OF WS-CALC-STATUS
           IF NOT STAT-OK OF WS-CALC-STATUS
              PERFORM 3300-NOTE-WILL-REJECT THRU 3300-EXIT
              GO TO 3200-EXIT
           END-IF
           MOVE ZERO TO WS-CHAIN-PENDING
           ADD RESULTADO TO WS-CTRL-TOTAL
           MOVE RESULTADO TO WS-CHAIN-PENDING.
       3200-EXIT.
           EXIT.

       3250-RUN-ONE-STEP.
           MOVE RESULTADO TO NUMEROFINAL
           MOVE FRM-STEP-OPERAND OF DPO-FRM (WS-FRM-SUB)
              TO NUMEROINICIAL
           MOVE FRM-STEP-OPERADOR OF DPO-FRM (WS-FRM-SUB)
              TO OPERADOR
           CALL "CALCENGINE" USING NUMEROINICIAL, OPERADOR,
                   NUMEROFINAL, RESULTADO, WS-CALC-STATUS,
                   WS-ROUND-MODE
           END-CALL
           IF STAT-OK OF WS-CALC-STATUS
              ADD 1 TO WS-FRM-SUB
           END-IF.
       3250-EXIT.
           EXIT.

       3300-NOTE-WILL-REJECT.
           ADD 1 TO WS-WARN-COUNT
           MOVE SPACES TO WS-REJ-REASON
           STRING "CONVERTED - WILL REJECT IN THE RUN, STATUS "
              WS-CALC-STATUS DELIMITED BY SIZE INTO WS-REJ-REASON
           MOVE WS-LINE-COUNT TO WS-REJ-LINE-NO
           MOVE WS-REJECT-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
       3300-EXIT.
           EXIT.

       3500-WRITE-RECORD.
           WRITE DPO-REC
           IF NOT WS-DEPT-OK
              DISPLAY "CALCIMPORT: WRITE TO " WS-DEPT-NAME
                 " FAILED - STATUS = " WS-DEPT-STATUS
              SET WS-WRITE-ERRORS TO TRUE
           END-IF
           ADD 1 TO WS-CONV-COUNT
           SET WS-LAST-CONVERTED TO TRUE.
       3500-EXIT.
           EXIT.

       3800-WRITE-TRAILER.
           INITIALIZE DPO-REC
           SET CALC-REC-TRAILER OF DPO-REC TO TRUE
           MOVE WS-CONV-COUNT TO CALC-CTRL-COUNT OF DPO-REC
           MOVE WS-CTRL-TOTAL TO CALC-CTRL-TOTAL OF DPO-REC
           WRITE DPO-REC
           IF NOT WS-DEPT-OK
              DISPLAY "CALCIMPORT: WRITE TO " WS-DEPT-NAME
                 " FAILED - STATUS = " WS-DEPT-STATUS
              SET WS-WRITE-ERRORS TO TRUE
           END-IF.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REJECT-LINE - list the line with its number and reason,
      * then the line itself as it arrived, so the department can
      * find and correct it in the spreadsheet.
      ******************************************************************
       4000-REJECT-LINE.
           SET WS-LINE-BAD TO TRUE
           SET WS-LAST-REJECTED TO TRUE
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-LINE-COUNT TO WS-REJ-LINE-NO
           MOVE WS-REJECT-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE CSV-LINE TO WS-ECHO-TEXT
           MOVE WS-ECHO-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF NOT WS-IMPRPT-OK
              DISPLAY "CALCIMPORT: WRITE TO IMPRPT FAILED - STATUS = "
                 WS-IMPRPT-STATUS
           END-IF.
       4100-EXIT.
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

       8000-LIST-NEW-FILE.
           IF WS-LST-ENTRIES >= WS-LST-TABLE-MAX
              DISPLAY "CALCIMPORT: MRGLIST FULL - " WS-DEPT-NAME
                 " NOT LISTED"
              SET WS-WRITE-ERRORS TO TRUE
              GO TO 8000-EXIT
           END-IF
           ADD 1 TO WS-LST-ENTRIES
           MOVE WS-DEPT-NAME TO WS-LST-NAME (WS-LST-ENTRIES)
           SET WS-FILE-LISTED TO TRUE
           SET WS-LST-CHANGED TO TRUE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-REWRITE-MRGLIST - write the list back when a posted
      * import came off it or this import went on. A list that cannot
      * be rewritten leaves this import to be listed by hand.
      ******************************************************************
       8100-REWRITE-MRGLIST.
           OPEN OUTPUT MRGLIST-FILE
           IF NOT WS-MRGLIST-OK
              DISPLAY "CALCIMPORT: UNABLE TO REWRITE MRGLIST - STATUS"
                 " = " WS-MRGLIST-STATUS
              GO TO 8100-LIST-BY-HAND
           END-IF
           MOVE 1 TO WS-LST-SUB
           PERFORM 8150-SAVE-ONE-LIST-ENTRY THRU 8150-EXIT
               UNTIL WS-LST-SUB > WS-LST-ENTRIES
           CLOSE MRGLIST-FILE
           IF NOT WS-WRITE-ERRORS
              GO TO 8100-EXIT
           END-IF.
       8100-LIST-BY-HAND.
           SET WS-WRITE-ERRORS TO TRUE
           IF WS-FILE-LISTED
              DISPLAY "CALCIMPORT: " WS-DEPT-NAME
                 " MAY BE MISSING FROM MRGLIST - CHECK THE LIST"
              MOVE "N" TO WS-LISTED-SW
           END-IF.
       8100-EXIT.
           EXIT.

       8150-SAVE-ONE-LIST-ENTRY.
           MOVE WS-LST-NAME (WS-LST-SUB) TO LST-FILE-NAME
           WRITE LST-REC
           IF NOT WS-MRGLIST-OK
              DISPLAY "CALCIMPORT: WRITE TO MRGLIST FAILED - STATUS = "
                 WS-MRGLIST-STATUS
              SET WS-WRITE-ERRORS TO TRUE
           END-IF
           ADD 1 TO WS-LST-SUB.
       8150-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "LINES READ            = " TO WS-SUM-TITLE
           MOVE WS-LINE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "BLANK/TITLE SKIPPED   = " TO WS-SUM-TITLE
           MOVE WS-SKIP-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "RECORDS CONVERTED     = " TO WS-SUM-TITLE
           MOVE WS-CONV-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "LINES REJECTED        = " TO WS-SUM-TITLE
           MOVE WS-REJECT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "WILL REJECT IN RUN    = " TO WS-SUM-TITLE
           MOVE WS-WARN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "TRAILER CONTROL COUNT = " TO WS-SUM-TITLE
           MOVE WS-CONV-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE "TRAILER CONTROL TOTAL = " TO WS-TOT-TITLE
           MOVE WS-CTRL-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           MOVE SPACES TO RPT-LINE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           EVALUATE TRUE
           WHEN WS-FILE-LISTED
                STRING WS-DEPT-NAME DELIMITED BY SPACE
                   " LISTED ON MRGLIST FOR THE NEXT MERGE"
                   DELIMITED BY SIZE INTO RPT-LINE
           WHEN WS-REJECT-COUNT > ZERO
                STRING WS-DEPT-NAME DELIMITED BY SPACE
                   " NOT LISTED FOR THE MERGE - CORRECT THE REJECTED"
                   " LINES AND IMPORT THE SPREADSHEET AGAIN"
                   DELIMITED BY SIZE INTO RPT-LINE
           WHEN WS-CONV-COUNT = ZERO
                STRING "NOTHING TO IMPORT - " WS-DEPT-NAME
                   DELIMITED BY SPACE
                   " NOT LISTED FOR THE MERGE"
                   DELIMITED BY SIZE INTO RPT-LINE
           WHEN OTHER
                STRING WS-DEPT-NAME DELIMITED BY SPACE
                   " NOT LISTED FOR THE MERGE - SEE THE WRITE ERRORS"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
           CLOSE IMPRPT-OUT
           DISPLAY "CALCIMPORT: " WS-CSV-NAME
           DISPLAY "CALCIMPORT: LINES = " WS-LINE-COUNT
              " CONVERTED = " WS-CONV-COUNT
              " REJECTED = " WS-REJECT-COUNT
              " BATCH = " WS-BATCH-ID.
       9000-EXIT.
           EXIT.

       END PROGRAM CALCIMPORT.
