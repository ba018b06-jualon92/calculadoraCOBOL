      ******************************************************************
      * Program-ID: CALCSOMNT
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Operator maintenance for the CALCSTDO standing-
      *             order file CALCSCHED generates the recurring
      *             department calculations from. A template is keyed
      *             by an eight-character id and carries the owning
      *             department, the frequency (daily, weekly or
      *             monthly, counted from the start date), the start
      *             and end dates and the calculation itself in the
      *             CALCTRAN detail shape - operands, operator,
      *             register recall/store and rate code. This session
      *             program lists the templates, and adds, changes
      *             and deletes them under the same dual control as
      *             the other tables: a confirmed change is held on
      *             SDOPEND until a different user approves it
      *             through R=REVIEW, and every approved change is
      *             journaled to SDOJRNL with the whole template
      *             before and after, the submitter and the approver.
      *             The file is only rewritten at end of session.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version - added with the standing-
      *                  order scheduler.
      *   2026-10-15 JU  Template images on the journal, the pending
      *                  file and the tables cut to the 79 bytes of
      *                  the CALCSDO record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSOMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDO-FILE ASSIGN TO "CALCSTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDO-STATUS.
           SELECT SDOJRNL-OUT ASSIGN TO "SDOJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDOJRNL-STATUS.
           SELECT SDOPEND-FILE ASSIGN TO "SDOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDOPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDO-REC.
           COPY "calcsdo.cpy".

       FD  SDOJRNL-OUT
           LABEL RECORDS ARE STANDARD.
       01  JRN-REC.
           05  JRN-DATE                PIC 9(08).
           05  JRN-TIME                PIC 9(08).
           05  JRN-OPERATOR            PIC X(08).
           05  JRN-ACTION              PIC X(01).
               88  JRN-ADDED               VALUE "A".
               88  JRN-CHANGED             VALUE "C".
               88  JRN-DELETED             VALUE "D".
           05  JRN-SDO-ID              PIC X(08).
           05  JRN-OLD-IMAGE           PIC X(79).
           05  JRN-NEW-IMAGE           PIC X(79).
           05  JRN-SUBMITTER           PIC X(08).
           05  JRN-SUBMIT-DATE         PIC 9(08).
           05  JRN-SUBMIT-TIME         PIC 9(08).
           05  JRN-APPROVER            PIC X(08).

       FD  SDOPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PND-REC.
           05  PND-SUBMIT-DATE         PIC 9(08).
           05  PND-SUBMIT-TIME         PIC 9(08).
           05  PND-SUBMITTER           PIC X(08).
           05  PND-ACTION              PIC X(01).
               88  PND-ADD                 VALUE "A".
               88  PND-CHANGE              VALUE "C".
               88  PND-DELETE              VALUE "D".
           05  PND-SDO-ID              PIC X(08).
           05  PND-OLD-IMAGE           PIC X(79).
           05  PND-NEW-IMAGE           PIC X(79).

       WORKING-STORAGE SECTION.
       77  WS-SDO-STATUS        PIC X(02)      VALUE SPACES.
           88  WS-SDO-OK                       VALUE "00".
       77  WS-SDOJRNL-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-SDOJRNL-OK                   VALUE "00".
       77  WS-SDOPEND-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-SDOPEND-OK                   VALUE "00".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID        PIC X(08)      VALUE SPACES.
       77  WS-SDO-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-SDO-TABLE-MAX     PIC S9(04) COMP VALUE 200.
       77  WS-SDO-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-SDO-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-SDO-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-SDO-END-OF-FILE               VALUE "Y".
       77  WS-PND-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-PND-TABLE-MAX     PIC S9(04) COMP VALUE 50.
       77  WS-PND-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-PND-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-PND-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-PND-END-OF-FILE               VALUE "Y".
       77  WS-PND-ACTION        PIC X(01)      VALUE SPACE.
       77  WS-SUBMITTER         PIC X(08)      VALUE SPACES.
       77  WS-SUBMIT-DATE       PIC 9(08)      VALUE ZERO.
       77  WS-SUBMIT-TIME       PIC 9(08)      VALUE ZERO.
       77  WS-SESSION-SW        PIC X(01)      VALUE "A".
           88  WS-SESSION-ACTIVE               VALUE "A".
           88  WS-SESSION-ENDED                VALUE "E".
       77  WS-FUNCTION          PIC X(01)      VALUE SPACE.
           88  WS-FUNC-LIST                    VALUE "L", "l".
           88  WS-FUNC-ADD                     VALUE "A", "a".
           88  WS-FUNC-CHANGE                  VALUE "C", "c".
           88  WS-FUNC-DELETE                  VALUE "D", "d".
           88  WS-FUNC-REVIEW                  VALUE "R", "r".
           88  WS-FUNC-END                     VALUE "E", "e".
       77  WS-REPLY             PIC X(01)      VALUE SPACE.
           88  WS-REPLY-YES                    VALUE "Y", "y".
           88  WS-REPLY-APPROVE                VALUE "A", "a".
           88  WS-REPLY-DECLINE                VALUE "X", "x".
       77  WS-WORK-ID           PIC X(08)      VALUE SPACES.
       77  WS-KEY-OK-SW         PIC X(01)      VALUE "N".
           88  WS-KEY-GOOD                     VALUE "Y".
       77  WS-DETAIL-OK-SW      PIC X(01)      VALUE "N".
           88  WS-DETAIL-GOOD                  VALUE "Y".
       77  WS-FIELD-IN          PIC X(12)      VALUE SPACES.
       77  WS-REJ-REASON        PIC X(50)      VALUE SPACES.
       77  WS-ADD-COUNT         PIC 9(05)      VALUE ZERO.
       77  WS-CHANGE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-DELETE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-QUEUE-COUNT       PIC 9(05)      VALUE ZERO.
       77  WS-DECLINE-COUNT     PIC 9(05)      VALUE ZERO.
       77  WS-EDIT-INICIAL      PIC ZZ,ZZ9.99-.
       77  WS-EDIT-FINAL        PIC ZZ,ZZ9.99-.
       77  WS-AMOUNT-IN         PIC X(12)      VALUE SPACES.
       77  WS-AMOUNT-VAL        PIC S9(5)V9(2) VALUE ZERO.
       77  WS-PARSE-OK-SW       PIC X(01)      VALUE "N".
           88  WS-PARSE-GOOD                   VALUE "Y".
       77  WS-PARSE-SUB         PIC S9(04) COMP VALUE ZERO.
       77  WS-PARSE-CHAR        PIC X(01)      VALUE SPACE.
       77  WS-PARSE-DONE-SW     PIC X(01)      VALUE "N".
           88  WS-PARSE-DONE                   VALUE "Y".
       77  WS-PARSE-POINT-SW    PIC X(01)      VALUE "N".
           88  WS-PARSE-PAST-POINT             VALUE "Y".
       77  WS-PARSE-MINUS-SW    PIC X(01)      VALUE "N".
           88  WS-PARSE-NEGATIVE               VALUE "Y".
       77  WS-PARSE-DIGITS      PIC 9(02)      VALUE ZERO.
       77  WS-PARSE-WHOLE       PIC 9(06)      VALUE ZERO.
       77  WS-PARSE-FRAC        PIC 9(02)      VALUE ZERO.
       77  WS-PARSE-FRAC-CNT    PIC 9(01)      VALUE ZERO.
       77  WS-DATE-OK-SW        PIC X(01)      VALUE "N".
           88  WS-DATE-GOOD                    VALUE "Y".
       77  WS-MONTH-LEN         PIC 9(02)      VALUE ZERO.
       77  WS-LEAP-QUOT         PIC 9(04)      VALUE ZERO.
       77  WS-LEAP-REM          PIC 9(04)      VALUE ZERO.
       01  WS-PARSE-DIGIT-AREA.
           05  WS-PARSE-DIGIT-X PIC X(01).
           05  WS-PARSE-DIGIT   REDEFINES WS-PARSE-DIGIT-X
                                PIC 9(01).

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

       01  WS-OLD-SDO.
           COPY "calcsdo.cpy".
       01  WS-NEW-SDO.
           COPY "calcsdo.cpy".
       01  WS-SHOW-SDO.
           COPY "calcsdo.cpy".

       01  WS-SDO-TABLE.
           05  WS-SDO-ENTRY         OCCURS 200 TIMES.
               10  WS-SDO-KEY       PIC X(08).
               10  FILLER           PIC X(71).

       01  WS-PND-TABLE.
           05  WS-PND-ENTRY         OCCURS 50 TIMES.
               10  WS-PND-SUB-DATE  PIC 9(08).
               10  WS-PND-SUB-TIME  PIC 9(08).
               10  WS-PND-SUBMITTER PIC X(08).
               10  WS-PND-ACT       PIC X(01).
               10  WS-PND-KEY       PIC X(08).
               10  WS-PND-OLD-IMAGE PIC X(79).
               10  WS-PND-NEW-IMAGE PIC X(79).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the templates and the changes awaiting
      * approval, open the journal, run the operator session until E
      * is keyed, then save the file and the pending file and report
      * the session counts.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-OFFER-FUNCTION THRU 2000-EXIT
               UNTIL WS-SESSION-ENDED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
       0000-MAINLINE-ABORT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
           OPEN EXTEND SDOJRNL-OUT
           IF WS-SDOJRNL-STATUS = "35"
              OPEN OUTPUT SDOJRNL-OUT
           END-IF
           IF NOT WS-SDOJRNL-OK
              DISPLAY "CALCSOMNT: UNABLE TO OPEN SDOJRNL - STATUS = "
                 WS-SDOJRNL-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCSOMNT: " WS-SDO-ENTRIES
              " TEMPLATES LOADED FROM CALCSTDO"
           IF WS-PND-ENTRIES > ZERO
              DISPLAY "CALCSOMNT: " WS-PND-ENTRIES
                 " CHANGES AWAITING APPROVAL - USE R TO REVIEW"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-TEMPLATES.
           OPEN INPUT SDO-FILE
           IF WS-SDO-STATUS = "35"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-SDO-OK
              DISPLAY "CALCSOMNT: UNABLE TO OPEN CALCSTDO - STATUS = "
                 WS-SDO-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1150-LOAD-ONE-TEMPLATE THRU 1150-EXIT
               UNTIL WS-SDO-END-OF-FILE
                  OR WS-SDO-ENTRIES >= WS-SDO-TABLE-MAX
           IF NOT WS-SDO-END-OF-FILE
              DISPLAY "CALCSOMNT: MORE THAN 200 TEMPLATES ON "
                 "CALCSTDO - EXCESS TEMPLATES DROPPED"
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
                 MOVE SDO-REC TO WS-SDO-ENTRY (WS-SDO-ENTRIES)
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PENDING - the confirmed changes still waiting for a
      * second user to approve or decline them. No file yet means
      * nothing is waiting.
      ******************************************************************
       1200-LOAD-PENDING.
           OPEN INPUT SDOPEND-FILE
           IF WS-SDOPEND-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-SDOPEND-OK
              DISPLAY "CALCSOMNT: UNABLE TO OPEN SDOPEND - STATUS = "
                 WS-SDOPEND-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
               UNTIL WS-PND-END-OF-FILE
                  OR WS-PND-ENTRIES >= WS-PND-TABLE-MAX
           IF NOT WS-PND-END-OF-FILE
              DISPLAY "CALCSOMNT: MORE THAN 50 CHANGES ON SDOPEND "
                 "- EXCESS CHANGES DROPPED"
           END-IF
           CLOSE SDOPEND-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-PENDING.
           READ SDOPEND-FILE
              AT END
                 MOVE "Y" TO WS-PND-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-PND-ENTRIES
                 MOVE PND-SUBMIT-DATE
                    TO WS-PND-SUB-DATE (WS-PND-ENTRIES)
                 MOVE PND-SUBMIT-TIME
                    TO WS-PND-SUB-TIME (WS-PND-ENTRIES)
                 MOVE PND-SUBMITTER
                    TO WS-PND-SUBMITTER (WS-PND-ENTRIES)
                 MOVE PND-ACTION   TO WS-PND-ACT (WS-PND-ENTRIES)
                 MOVE PND-SDO-ID   TO WS-PND-KEY (WS-PND-ENTRIES)
                 MOVE PND-OLD-IMAGE
                    TO WS-PND-OLD-IMAGE (WS-PND-ENTRIES)
                 MOVE PND-NEW-IMAGE
                    TO WS-PND-NEW-IMAGE (WS-PND-ENTRIES)
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-OFFER-FUNCTION - one turn of the operator session: ask
      * for a function and route it.
      ******************************************************************
       2000-OFFER-FUNCTION.
           DISPLAY " "
           DISPLAY "FUNCTION? (L=LIST A=ADD C=CHANGE D=DELETE "
              "R=REVIEW E=END): " WITH NO ADVANCING
           ACCEPT WS-FUNCTION
           EVALUATE TRUE
           WHEN WS-FUNC-LIST
                PERFORM 3000-LIST-TEMPLATES THRU 3000-EXIT
                PERFORM 3200-LIST-PENDING THRU 3200-EXIT
           WHEN WS-FUNC-ADD
                PERFORM 4000-ADD-TEMPLATE THRU 4000-EXIT
           WHEN WS-FUNC-CHANGE
                PERFORM 5000-CHANGE-TEMPLATE THRU 5000-EXIT
           WHEN WS-FUNC-DELETE
                PERFORM 6000-DELETE-TEMPLATE THRU 6000-EXIT
           WHEN WS-FUNC-REVIEW
                PERFORM 6500-REVIEW-PENDING THRU 6500-EXIT
           WHEN WS-FUNC-END
                SET WS-SESSION-ENDED TO TRUE
           WHEN OTHER
                DISPLAY "CALCSOMNT: FUNCTION NOT L, A, C, D, R OR E"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-TEMPLATES.
           IF WS-SDO-ENTRIES = ZERO
              DISPLAY "CALCSOMNT: NO TEMPLATES ON FILE"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "ID       DEPT FREQ START    END       "
              "CALCULATION"
           MOVE 1 TO WS-SDO-SUB
           PERFORM 3100-LIST-ONE-TEMPLATE THRU 3100-EXIT
               UNTIL WS-SDO-SUB > WS-SDO-ENTRIES.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-TEMPLATE.
           MOVE WS-SDO-ENTRY (WS-SDO-SUB) TO WS-SHOW-SDO
           PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           ADD 1 TO WS-SDO-SUB.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-SHOW-TEMPLATE - one template on two lines: the schedule,
      * then the calculation with any register or rate it names.
      ******************************************************************
       3150-SHOW-TEMPLATE.
           MOVE SDO-NUMEROINICIAL OF WS-SHOW-SDO TO WS-EDIT-INICIAL
           MOVE SDO-NUMEROFINAL OF WS-SHOW-SDO   TO WS-EDIT-FINAL
           DISPLAY SDO-ID OF WS-SHOW-SDO " "
              SDO-DEPT OF WS-SHOW-SDO "   "
              SDO-FREQ OF WS-SHOW-SDO "    "
              SDO-START-DATE OF WS-SHOW-SDO " "
              SDO-END-DATE OF WS-SHOW-SDO "  "
              WS-EDIT-INICIAL " " SDO-OPERADOR OF WS-SHOW-SDO " "
              WS-EDIT-FINAL
           DISPLAY "         REG " SDO-REG-FUNC OF WS-SHOW-SDO " "
              SDO-REG-NAME OF WS-SHOW-SDO
              "  RATE " SDO-RATE-FUNC OF WS-SHOW-SDO " "
              SDO-RATE-CODE OF WS-SHOW-SDO
              "  LAST UPDATED " SDO-UPDATE-DATE OF WS-SHOW-SDO
              " " SDO-UPDATE-TIME OF WS-SHOW-SDO.
       3150-EXIT.
           EXIT.

       3200-LIST-PENDING.
           IF WS-PND-ENTRIES = ZERO
              GO TO 3200-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "AWAITING APPROVAL:"
           DISPLAY "ACT ID        SUBMITTED BY"
           MOVE 1 TO WS-PND-SUB
           PERFORM 3300-LIST-ONE-PENDING THRU 3300-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       3200-EXIT.
           EXIT.

       3300-LIST-ONE-PENDING.
           DISPLAY " " WS-PND-ACT (WS-PND-SUB) "  "
              WS-PND-KEY (WS-PND-SUB) "  "
              WS-PND-SUBMITTER (WS-PND-SUB)
              " " WS-PND-SUB-DATE (WS-PND-SUB)
              " " WS-PND-SUB-TIME (WS-PND-SUB)
           ADD 1 TO WS-PND-SUB.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ADD-TEMPLATE - a new standing order. The confirmed add is
      * queued for a second user's approval; the template lands on
      * the file, with an "A" journal row (old image blank), only
      * once it is approved. An open-ended template carries the end
      * date 99999999.
      ******************************************************************
       4000-ADD-TEMPLATE.
           PERFORM 7000-ACCEPT-ID THRU 7000-EXIT
           IF NOT WS-KEY-GOOD
              GO TO 4000-EXIT
           END-IF
           PERFORM 7100-FIND-TEMPLATE THRU 7100-EXIT
           IF WS-SDO-FOUND-SUB > ZERO
              DISPLAY "CALCSOMNT: " WS-WORK-ID " IS ALREADY ON FILE "
                 "- USE C TO CHANGE IT"
              GO TO 4000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 4000-EXIT
           END-IF
           IF WS-SDO-ENTRIES >= WS-SDO-TABLE-MAX
              DISPLAY "CALCSOMNT: TEMPLATE FILE FULL - DELETE AN "
                 "EXPIRED TEMPLATE FIRST"
              GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-OLD-SDO
           INITIALIZE WS-NEW-SDO
           MOVE WS-WORK-ID TO SDO-ID OF WS-NEW-SDO
           SET SDO-NO-END OF WS-NEW-SDO TO TRUE
           PERFORM 7200-ACCEPT-DETAILS THRU 7200-EXIT
           IF NOT WS-DETAIL-GOOD
              GO TO 4000-EXIT
           END-IF
           MOVE WS-NEW-SDO TO WS-SHOW-SDO
           PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           DISPLAY "ADD THIS TEMPLATE? (Y=YES): " WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
              DISPLAY "CALCSOMNT: ADD ABANDONED"
              GO TO 4000-EXIT
           END-IF
           MOVE "A" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-TEMPLATE - show the template on file, take each
      * field again (blank keeps the value on file), confirm, and
      * queue it for approval; before and after are journaled when
      * it is approved.
      ******************************************************************
       5000-CHANGE-TEMPLATE.
           PERFORM 7000-ACCEPT-ID THRU 7000-EXIT
           IF NOT WS-KEY-GOOD
              GO TO 5000-EXIT
           END-IF
           PERFORM 7100-FIND-TEMPLATE THRU 7100-EXIT
           IF WS-SDO-FOUND-SUB = ZERO
              DISPLAY "CALCSOMNT: " WS-WORK-ID " NOT ON FILE"
              GO TO 5000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 5000-EXIT
           END-IF
           MOVE WS-SDO-ENTRY (WS-SDO-FOUND-SUB) TO WS-OLD-SDO
           MOVE WS-OLD-SDO TO WS-SHOW-SDO
           DISPLAY "ON FILE:"
           PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           MOVE WS-OLD-SDO TO WS-NEW-SDO
           PERFORM 7200-ACCEPT-DETAILS THRU 7200-EXIT
           IF NOT WS-DETAIL-GOOD
              GO TO 5000-EXIT
           END-IF
           IF WS-NEW-SDO = WS-OLD-SDO
              DISPLAY "CALCSOMNT: NOTHING CHANGED - FUNCTION ABANDONED"
              GO TO 5000-EXIT
           END-IF
           MOVE WS-NEW-SDO TO WS-SHOW-SDO
           DISPLAY "CHANGE TO:"
           PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           DISPLAY "CHANGE THIS TEMPLATE? (Y=YES): "
              WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
              DISPLAY "CALCSOMNT: CHANGE ABANDONED"
              GO TO 5000-EXIT
           END-IF
           MOVE "C" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DELETE-TEMPLATE - drop a standing order, once a second
      * user approves it. Its generation history stays on SDOLOG.
      ******************************************************************
       6000-DELETE-TEMPLATE.
           PERFORM 7000-ACCEPT-ID THRU 7000-EXIT
           IF NOT WS-KEY-GOOD
              GO TO 6000-EXIT
           END-IF
           PERFORM 7100-FIND-TEMPLATE THRU 7100-EXIT
           IF WS-SDO-FOUND-SUB = ZERO
              DISPLAY "CALCSOMNT: " WS-WORK-ID " NOT ON FILE"
              GO TO 6000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 6000-EXIT
           END-IF
           MOVE WS-SDO-ENTRY (WS-SDO-FOUND-SUB) TO WS-OLD-SDO
           MOVE WS-OLD-SDO TO WS-SHOW-SDO
           PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           DISPLAY "DELETE THIS TEMPLATE? (Y=YES): "
              WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
              DISPLAY "CALCSOMNT: DELETE ABANDONED"
              GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WS-NEW-SDO
           MOVE "D" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       6000-EXIT.
           EXIT.

       6100-SHIFT-ONE-ENTRY.
           MOVE WS-SDO-ENTRY (WS-SDO-SUB + 1)
              TO WS-SDO-ENTRY (WS-SDO-SUB)
           ADD 1 TO WS-SDO-SUB.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVIEW-PENDING - the checker's side of dual control.
      * Each change waiting on SDOPEND is shown in turn and may be
      * approved (applied to the file and journaled with both
      * users), declined (dropped) or left for later. A user may not
      * review a change they submitted themselves.
      ******************************************************************
       6500-REVIEW-PENDING.
           IF WS-PND-ENTRIES = ZERO
              DISPLAY "CALCSOMNT: NO CHANGES AWAITING APPROVAL"
              GO TO 6500-EXIT
           END-IF
           MOVE 1 TO WS-PND-SUB
           PERFORM 6600-REVIEW-ONE-PENDING THRU 6600-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       6500-EXIT.
           EXIT.

       6600-REVIEW-ONE-PENDING.
           DISPLAY " "
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                DISPLAY "ADD " WS-PND-KEY (WS-PND-SUB)
                MOVE WS-PND-NEW-IMAGE (WS-PND-SUB) TO WS-SHOW-SDO
                PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           WHEN "C"
                DISPLAY "CHANGE " WS-PND-KEY (WS-PND-SUB) " FROM"
                MOVE WS-PND-OLD-IMAGE (WS-PND-SUB) TO WS-SHOW-SDO
                PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
                DISPLAY "       TO"
                MOVE WS-PND-NEW-IMAGE (WS-PND-SUB) TO WS-SHOW-SDO
                PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           WHEN OTHER
                DISPLAY "DELETE " WS-PND-KEY (WS-PND-SUB)
                MOVE WS-PND-OLD-IMAGE (WS-PND-SUB) TO WS-SHOW-SDO
                PERFORM 3150-SHOW-TEMPLATE THRU 3150-EXIT
           END-EVALUATE
           DISPLAY "SUBMITTED BY " WS-PND-SUBMITTER (WS-PND-SUB)
              " ON " WS-PND-SUB-DATE (WS-PND-SUB)
              " AT " WS-PND-SUB-TIME (WS-PND-SUB)
           IF WS-PND-SUBMITTER (WS-PND-SUB) = WS-RUN-USERID
              DISPLAY "CALCSOMNT: YOUR OWN CHANGE - ANOTHER USER "
                 "MUST REVIEW IT"
              ADD 1 TO WS-PND-SUB
              GO TO 6600-EXIT
           END-IF
           DISPLAY "A=APPROVE X=DECLINE (ANYTHING ELSE LEAVES IT): "
              WITH NO ADVANCING
           ACCEPT WS-REPLY
           EVALUATE TRUE
           WHEN WS-REPLY-APPROVE
                PERFORM 6700-APPLY-PENDING THRU 6700-EXIT
           WHEN WS-REPLY-DECLINE
                DISPLAY "CALCSOMNT: CHANGE TO "
                   WS-PND-KEY (WS-PND-SUB) " DECLINED"
                ADD 1 TO WS-DECLINE-COUNT
                PERFORM 6800-DROP-PENDING THRU 6800-EXIT
           WHEN OTHER
                ADD 1 TO WS-PND-SUB
           END-EVALUATE.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 6700-APPLY-PENDING - put an approved change on the file. The
      * template must still be as the submitter saw it: an add whose
      * id has since appeared, or a change/delete whose template has
      * since gone or been changed, is left waiting to be declined
      * and keyed again against what is on file now.
      ******************************************************************
       6700-APPLY-PENDING.
           MOVE WS-PND-KEY (WS-PND-SUB)       TO WS-WORK-ID
           MOVE WS-PND-OLD-IMAGE (WS-PND-SUB) TO WS-OLD-SDO
           MOVE WS-PND-NEW-IMAGE (WS-PND-SUB) TO WS-NEW-SDO
           MOVE WS-PND-SUBMITTER (WS-PND-SUB) TO WS-SUBMITTER
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)  TO WS-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)  TO WS-SUBMIT-TIME
           PERFORM 7100-FIND-TEMPLATE THRU 7100-EXIT
           IF WS-PND-ACT (WS-PND-SUB) = "A"
              IF WS-SDO-FOUND-SUB > ZERO
                    OR WS-SDO-ENTRIES >= WS-SDO-TABLE-MAX
                 DISPLAY "CALCSOMNT: " WS-WORK-ID " IS NOW ON "
                    "FILE OR THE FILE IS FULL - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           ELSE
              IF WS-SDO-FOUND-SUB = ZERO
                 DISPLAY "CALCSOMNT: " WS-WORK-ID " IS NO "
                    "LONGER ON FILE - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
              IF WS-SDO-ENTRY (WS-SDO-FOUND-SUB) NOT = WS-OLD-SDO
                 DISPLAY "CALCSOMNT: " WS-WORK-ID " HAS "
                    "CHANGED SINCE IT WAS SUBMITTED - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                MOVE WS-RUN-DATE TO SDO-UPDATE-DATE OF WS-NEW-SDO
                MOVE WS-RUN-TIME TO SDO-UPDATE-TIME OF WS-NEW-SDO
                ADD 1 TO WS-SDO-ENTRIES
                MOVE WS-NEW-SDO TO WS-SDO-ENTRY (WS-SDO-ENTRIES)
                ADD 1 TO WS-ADD-COUNT
           WHEN "C"
                MOVE WS-RUN-DATE TO SDO-UPDATE-DATE OF WS-NEW-SDO
                MOVE WS-RUN-TIME TO SDO-UPDATE-TIME OF WS-NEW-SDO
                MOVE WS-NEW-SDO TO WS-SDO-ENTRY (WS-SDO-FOUND-SUB)
                ADD 1 TO WS-CHANGE-COUNT
           WHEN OTHER
                MOVE WS-SDO-FOUND-SUB TO WS-SDO-SUB
                PERFORM 6100-SHIFT-ONE-ENTRY THRU 6100-EXIT
                    UNTIL WS-SDO-SUB >= WS-SDO-ENTRIES
                SUBTRACT 1 FROM WS-SDO-ENTRIES
                ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           MOVE WS-PND-ACT (WS-PND-SUB) TO JRN-ACTION
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
           DISPLAY "CALCSOMNT: CHANGE TO " WS-WORK-ID " APPROVED"
           PERFORM 6800-DROP-PENDING THRU 6800-EXIT.
       6700-EXIT.
           EXIT.

      ******************************************************************
      * 6800-DROP-PENDING - take the reviewed change off the pending
      * table. The entries above it shift down one, so the entry now
      * at WS-PND-SUB is the next one to review.
      ******************************************************************
       6800-DROP-PENDING.
           MOVE WS-PND-SUB TO WS-PND-FOUND-SUB
           PERFORM 6850-SHIFT-ONE-PENDING THRU 6850-EXIT
               UNTIL WS-PND-FOUND-SUB >= WS-PND-ENTRIES
           SUBTRACT 1 FROM WS-PND-ENTRIES.
       6800-EXIT.
           EXIT.

       6850-SHIFT-ONE-PENDING.
           MOVE WS-PND-ENTRY (WS-PND-FOUND-SUB + 1)
              TO WS-PND-ENTRY (WS-PND-FOUND-SUB)
           ADD 1 TO WS-PND-FOUND-SUB.
       6850-EXIT.
           EXIT.

       7000-ACCEPT-ID.
           MOVE "N" TO WS-KEY-OK-SW
           MOVE SPACES TO WS-WORK-ID
           DISPLAY "TEMPLATE ID: " WITH NO ADVANCING
           ACCEPT WS-WORK-ID
           IF WS-WORK-ID = SPACES
              DISPLAY "CALCSOMNT: NO TEMPLATE ID KEYED - FUNCTION "
                 "ABANDONED"
              GO TO 7000-EXIT
           END-IF
           SET WS-KEY-GOOD TO TRUE.
       7000-EXIT.
           EXIT.

       7100-FIND-TEMPLATE.
           MOVE ZERO TO WS-SDO-FOUND-SUB
           MOVE 1 TO WS-SDO-SUB
           PERFORM 7150-MATCH-TEMPLATE THRU 7150-EXIT
               UNTIL WS-SDO-SUB > WS-SDO-ENTRIES
                  OR WS-SDO-FOUND-SUB > ZERO.
       7100-EXIT.
           EXIT.

       7150-MATCH-TEMPLATE.
           IF WS-SDO-KEY (WS-SDO-SUB) = WS-WORK-ID
              MOVE WS-SDO-SUB TO WS-SDO-FOUND-SUB
           END-IF
           ADD 1 TO WS-SDO-SUB.
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 7200-ACCEPT-DETAILS - take each template field into
      * WS-NEW-SDO. A blank reply keeps the value already there (the
      * value on file for a change, the empty default for an add), so
      * a change only rekeys what moves; N clears a register or rate
      * function. The finished template is then checked as a whole
      * by 7300.
      ******************************************************************
       7200-ACCEPT-DETAILS.
           MOVE "N" TO WS-DETAIL-OK-SW
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "OWNING DEPARTMENT (3 CHARACTERS): "
              WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              MOVE WS-FIELD-IN TO SDO-DEPT OF WS-NEW-SDO
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "FREQUENCY (D=DAILY W=WEEKLY M=MONTHLY): "
              WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              MOVE WS-FIELD-IN TO SDO-FREQ OF WS-NEW-SDO
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              IF WS-FIELD-IN (1:8) IS NUMERIC
                    AND WS-FIELD-IN (9:4) = SPACES
                 MOVE WS-FIELD-IN (1:8) TO SDO-START-DATE OF WS-NEW-SDO
              ELSE
                 DISPLAY "CALCSOMNT: DATE NOT YYYYMMDD - FUNCTION "
                    "ABANDONED"
                 GO TO 7200-EXIT
              END-IF
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "END DATE (YYYYMMDD, 99999999 = NO END): "
              WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              IF WS-FIELD-IN (1:8) IS NUMERIC
                    AND WS-FIELD-IN (9:4) = SPACES
                 MOVE WS-FIELD-IN (1:8) TO SDO-END-DATE OF WS-NEW-SDO
              ELSE
                 DISPLAY "CALCSOMNT: DATE NOT YYYYMMDD - FUNCTION "
                    "ABANDONED"
                 GO TO 7200-EXIT
              END-IF
           END-IF
           MOVE SPACES TO WS-AMOUNT-IN
           DISPLAY "NUMEROINICIAL (EG 150.00 OR -2.50): "
              WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN NOT = SPACES
              PERFORM 7500-PARSE-AMOUNT THRU 7500-EXIT
              IF NOT WS-PARSE-GOOD
                 DISPLAY "CALCSOMNT: AMOUNT NOT RECOGNIZED - FUNCTION "
                    "ABANDONED"
                 GO TO 7200-EXIT
              END-IF
              MOVE WS-AMOUNT-VAL TO SDO-NUMEROINICIAL OF WS-NEW-SDO
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "OPERADOR (+ - * / % R ^): " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              MOVE WS-FIELD-IN TO SDO-OPERADOR OF WS-NEW-SDO
           END-IF
           MOVE SPACES TO WS-AMOUNT-IN
           DISPLAY "NUMEROFINAL (EG 150.00 OR -2.50): "
              WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN NOT = SPACES
              PERFORM 7500-PARSE-AMOUNT THRU 7500-EXIT
              IF NOT WS-PARSE-GOOD
                 DISPLAY "CALCSOMNT: AMOUNT NOT RECOGNIZED - FUNCTION "
                    "ABANDONED"
                 GO TO 7200-EXIT
              END-IF
              MOVE WS-AMOUNT-VAL TO SDO-NUMEROFINAL OF WS-NEW-SDO
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "REGISTER FUNCTION (S I F, N=NONE): "
              WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE WS-FIELD-IN
           WHEN SPACES
                CONTINUE
           WHEN "N"
           WHEN "n"
                MOVE SPACE  TO SDO-REG-FUNC OF WS-NEW-SDO
                MOVE SPACES TO SDO-REG-NAME OF WS-NEW-SDO
           WHEN OTHER
                MOVE WS-FIELD-IN TO SDO-REG-FUNC OF WS-NEW-SDO
           END-EVALUATE
           IF NOT SDO-REG-NONE OF WS-NEW-SDO
              MOVE SPACES TO WS-FIELD-IN
              DISPLAY "REGISTER NAME: " WITH NO ADVANCING
              ACCEPT WS-FIELD-IN
              IF WS-FIELD-IN NOT = SPACES
                 MOVE WS-FIELD-IN TO SDO-REG-NAME OF WS-NEW-SDO
              END-IF
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "RATE FUNCTION (I F, N=NONE): " WITH NO ADVANCING
           ACCEPT WS-FIELD-IN
           EVALUATE WS-FIELD-IN
           WHEN SPACES
                CONTINUE
           WHEN "N"
           WHEN "n"
                MOVE SPACE  TO SDO-RATE-FUNC OF WS-NEW-SDO
                MOVE SPACES TO SDO-RATE-CODE OF WS-NEW-SDO
           WHEN OTHER
                MOVE WS-FIELD-IN TO SDO-RATE-FUNC OF WS-NEW-SDO
           END-EVALUATE
           IF NOT SDO-RATE-NONE OF WS-NEW-SDO
              MOVE SPACES TO WS-FIELD-IN
              DISPLAY "RATE CODE: " WITH NO ADVANCING
              ACCEPT WS-FIELD-IN
              IF WS-FIELD-IN NOT = SPACES
                 MOVE WS-FIELD-IN TO SDO-RATE-CODE OF WS-NEW-SDO
              END-IF
           END-IF
           PERFORM 7300-CHECK-TEMPLATE THRU 7300-EXIT
           IF WS-REJ-REASON NOT = SPACES
              DISPLAY "CALCSOMNT: " WS-REJ-REASON
              DISPLAY "CALCSOMNT: FUNCTION ABANDONED"
              GO TO 7200-EXIT
           END-IF
           SET WS-DETAIL-GOOD TO TRUE.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7300-CHECK-TEMPLATE - the whole template, checked the way
      * CALCEDIT checks a keyed detail record, so a generated record
      * never fails the edit on something the template itself could
      * have caught. The first failing check sets WS-REJ-REASON.
      ******************************************************************
       7300-CHECK-TEMPLATE.
           MOVE SPACES TO WS-REJ-REASON
           IF SDO-DEPT OF WS-NEW-SDO = SPACES
              MOVE "OWNING DEPARTMENT IS REQUIRED" TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT SDO-FREQ-VALID OF WS-NEW-SDO
              MOVE "FREQUENCY NOT D, W OR M" TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           MOVE SDO-START-DATE OF WS-NEW-SDO TO WS-CHK-DATE
           PERFORM 7400-CHECK-DATE THRU 7400-EXIT
           IF NOT WS-DATE-GOOD
              MOVE "START DATE IS NOT A CALENDAR DATE"
                 TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT SDO-NO-END OF WS-NEW-SDO
              MOVE SDO-END-DATE OF WS-NEW-SDO TO WS-CHK-DATE
              PERFORM 7400-CHECK-DATE THRU 7400-EXIT
              IF NOT WS-DATE-GOOD
                 MOVE "END DATE IS NOT A CALENDAR DATE"
                    TO WS-REJ-REASON
                 GO TO 7300-EXIT
              END-IF
           END-IF
           IF SDO-END-DATE OF WS-NEW-SDO
                 < SDO-START-DATE OF WS-NEW-SDO
              MOVE "END DATE BEFORE START DATE" TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT SDO-OPERADOR-VALID OF WS-NEW-SDO
              MOVE "OPERADOR NOT + - * / % R OR ^" TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT (SDO-REG-NONE OF WS-NEW-SDO
                 OR SDO-REG-STORE OF WS-NEW-SDO
                 OR SDO-REG-RCL-INICIAL OF WS-NEW-SDO
                 OR SDO-REG-RCL-FINAL OF WS-NEW-SDO)
              MOVE "REGISTER FUNCTION NOT S, I OR F" TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT SDO-REG-NONE OF WS-NEW-SDO
                 AND SDO-REG-NAME OF WS-NEW-SDO = SPACES
              MOVE "REGISTER FUNCTION WITHOUT A REGISTER NAME"
                 TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT (SDO-RATE-NONE OF WS-NEW-SDO
                 OR SDO-RATE-INICIAL OF WS-NEW-SDO
                 OR SDO-RATE-FINAL OF WS-NEW-SDO)
              MOVE "RATE FUNCTION NOT I OR F" TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF NOT SDO-RATE-NONE OF WS-NEW-SDO
                 AND SDO-RATE-CODE OF WS-NEW-SDO = SPACES
              MOVE "RATE FUNCTION WITHOUT A RATE CODE"
                 TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF SDO-RATE-INICIAL OF WS-NEW-SDO
                 AND SDO-REG-RCL-INICIAL OF WS-NEW-SDO
              MOVE "REGISTER AND RATE BOTH NAME NUMEROINICIAL"
                 TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF
           IF SDO-RATE-FINAL OF WS-NEW-SDO
                 AND SDO-REG-RCL-FINAL OF WS-NEW-SDO
              MOVE "REGISTER AND RATE BOTH NAME NUMEROFINAL"
                 TO WS-REJ-REASON
              GO TO 7300-EXIT
           END-IF.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7400-CHECK-DATE - WS-CHK-DATE is a real calendar date: a
      * month 01-12 and a day within that month, February taking 29
      * days in a leap year (every fourth year, except centuries not
      * divisible by 400).
      ******************************************************************
       7400-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                 OR WS-CHK-DAY < 1 OR WS-CHK-YEAR < 1900
              GO TO 7400-EXIT
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
              GO TO 7400-EXIT
           END-IF
           SET WS-DATE-GOOD TO TRUE.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 7500-PARSE-AMOUNT - the same keyed-amount parse CALCREPAIR,
      * CALCREGMNT, CALCRATMNT and CALCUSRMNT use.
      ******************************************************************
       7500-PARSE-AMOUNT.
           MOVE "N" TO WS-PARSE-OK-SW
           MOVE "N" TO WS-PARSE-DONE-SW
           MOVE "N" TO WS-PARSE-POINT-SW
           MOVE "N" TO WS-PARSE-MINUS-SW
           MOVE ZERO TO WS-PARSE-DIGITS
           MOVE ZERO TO WS-PARSE-WHOLE
           MOVE ZERO TO WS-PARSE-FRAC
           MOVE ZERO TO WS-PARSE-FRAC-CNT
           MOVE 1 TO WS-PARSE-SUB
           PERFORM 7600-PARSE-ONE-CHAR THRU 7600-EXIT
               UNTIL WS-PARSE-SUB > 12
                  OR WS-PARSE-DONE-SW NOT = "N"
           IF WS-PARSE-DIGITS > ZERO
                 AND NOT WS-PARSE-DONE-SW = "X"
              COMPUTE WS-AMOUNT-VAL =
                 WS-PARSE-WHOLE + (WS-PARSE-FRAC / 100)
              IF WS-PARSE-FRAC-CNT = 1
                 COMPUTE WS-AMOUNT-VAL =
                    WS-PARSE-WHOLE + (WS-PARSE-FRAC / 10)
              END-IF
              IF WS-PARSE-NEGATIVE
                 COMPUTE WS-AMOUNT-VAL = ZERO - WS-AMOUNT-VAL
              END-IF
              SET WS-PARSE-GOOD TO TRUE
           END-IF.
       7500-EXIT.
           EXIT.

       7600-PARSE-ONE-CHAR.
           MOVE WS-AMOUNT-IN (WS-PARSE-SUB:1) TO WS-PARSE-CHAR
           EVALUATE TRUE
           WHEN WS-PARSE-CHAR = SPACE
                IF WS-PARSE-DIGITS > ZERO
                      OR WS-PARSE-NEGATIVE
                      OR WS-PARSE-PAST-POINT
                   SET WS-PARSE-DONE TO TRUE
                END-IF
           WHEN WS-PARSE-CHAR = "-"
                IF WS-PARSE-DIGITS = ZERO
                      AND NOT WS-PARSE-NEGATIVE
                      AND NOT WS-PARSE-PAST-POINT
                   SET WS-PARSE-NEGATIVE TO TRUE
                ELSE
                   MOVE "X" TO WS-PARSE-DONE-SW
                END-IF
           WHEN WS-PARSE-CHAR = "."
                IF WS-PARSE-PAST-POINT
                   MOVE "X" TO WS-PARSE-DONE-SW
                ELSE
                   SET WS-PARSE-PAST-POINT TO TRUE
                END-IF
           WHEN WS-PARSE-CHAR IS NUMERIC
                MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT-X
                IF WS-PARSE-PAST-POINT
                   IF WS-PARSE-FRAC-CNT < 2
                      COMPUTE WS-PARSE-FRAC =
                         (WS-PARSE-FRAC * 10) + WS-PARSE-DIGIT
                      ADD 1 TO WS-PARSE-FRAC-CNT
                   ELSE
                      MOVE "X" TO WS-PARSE-DONE-SW
                   END-IF
                ELSE
                   IF WS-PARSE-WHOLE > 9999
                      MOVE "X" TO WS-PARSE-DONE-SW
                   ELSE
                      COMPUTE WS-PARSE-WHOLE =
                         (WS-PARSE-WHOLE * 10) + WS-PARSE-DIGIT
                   END-IF
                END-IF
                ADD 1 TO WS-PARSE-DIGITS
           WHEN OTHER
                MOVE "X" TO WS-PARSE-DONE-SW
           END-EVALUATE
           ADD 1 TO WS-PARSE-SUB.
       7600-EXIT.
           EXIT.

      ******************************************************************
      * 7700-CHECK-NOT-PENDING - one change per template may wait for
      * approval at a time, so the checker never has to work out
      * which of two queued changes was meant to win.
      ******************************************************************
       7700-CHECK-NOT-PENDING.
           MOVE ZERO TO WS-PND-FOUND-SUB
           MOVE 1 TO WS-PND-SUB
           PERFORM 7750-MATCH-PENDING THRU 7750-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES
                  OR WS-PND-FOUND-SUB > ZERO
           IF WS-PND-FOUND-SUB > ZERO
              DISPLAY "CALCSOMNT: A CHANGE TO " WS-WORK-ID
                 " IS ALREADY AWAITING APPROVAL"
           END-IF.
       7700-EXIT.
           EXIT.

       7750-MATCH-PENDING.
           IF WS-PND-KEY (WS-PND-SUB) = WS-WORK-ID
              MOVE WS-PND-SUB TO WS-PND-FOUND-SUB
           END-IF
           ADD 1 TO WS-PND-SUB.
       7750-EXIT.
           EXIT.

      ******************************************************************
      * 7800-QUEUE-CHANGE - hold a confirmed add, change or delete on
      * the pending table for a second user to review.
      ******************************************************************
       7800-QUEUE-CHANGE.
           IF WS-PND-ENTRIES >= WS-PND-TABLE-MAX
              DISPLAY "CALCSOMNT: 50 CHANGES ALREADY AWAIT APPROVAL "
                 "- HAVE THEM REVIEWED FIRST"
              GO TO 7800-EXIT
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           ADD 1 TO WS-PND-ENTRIES
           MOVE WS-RUN-DATE   TO WS-PND-SUB-DATE (WS-PND-ENTRIES)
           MOVE WS-RUN-TIME   TO WS-PND-SUB-TIME (WS-PND-ENTRIES)
           MOVE WS-RUN-USERID TO WS-PND-SUBMITTER (WS-PND-ENTRIES)
           MOVE WS-PND-ACTION TO WS-PND-ACT (WS-PND-ENTRIES)
           MOVE WS-WORK-ID    TO WS-PND-KEY (WS-PND-ENTRIES)
           MOVE WS-OLD-SDO    TO WS-PND-OLD-IMAGE (WS-PND-ENTRIES)
           MOVE WS-NEW-SDO    TO WS-PND-NEW-IMAGE (WS-PND-ENTRIES)
           ADD 1 TO WS-QUEUE-COUNT
           DISPLAY "CALCSOMNT: CHANGE TO " WS-WORK-ID
              " QUEUED - ANOTHER USER MUST APPROVE IT".
       7800-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-JOURNAL - one journal row per approved change: who
      * submitted it and when, who approved it and when, which
      * template, the whole template before and after. The session
      * time is re-read so rows within one session keep their order.
      ******************************************************************
       8000-WRITE-JOURNAL.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE      TO JRN-DATE
           MOVE WS-RUN-TIME      TO JRN-TIME
           MOVE WS-RUN-USERID    TO JRN-OPERATOR
           MOVE WS-WORK-ID       TO JRN-SDO-ID
           MOVE WS-OLD-SDO       TO JRN-OLD-IMAGE
           MOVE WS-NEW-SDO       TO JRN-NEW-IMAGE
           MOVE WS-SUBMITTER     TO JRN-SUBMITTER
           MOVE WS-SUBMIT-DATE   TO JRN-SUBMIT-DATE
           MOVE WS-SUBMIT-TIME   TO JRN-SUBMIT-TIME
           MOVE WS-RUN-USERID    TO JRN-APPROVER
           WRITE JRN-REC
           IF NOT WS-SDOJRNL-OK
              DISPLAY "CALCSOMNT: WRITE TO SDOJRNL FAILED - STATUS = "
                 WS-SDOJRNL-STATUS
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - rewrite CALCSTDO from the table, rewrite
      * SDOPEND with the changes still waiting, and report the
      * session.
      ******************************************************************
       9000-TERMINATE.
           OPEN OUTPUT SDO-FILE
           IF NOT WS-SDO-OK
              DISPLAY "CALCSOMNT: UNABLE TO WRITE CALCSTDO - STATUS"
                 " = " WS-SDO-STATUS
           ELSE
              MOVE 1 TO WS-SDO-SUB
              PERFORM 9100-SAVE-ONE-TEMPLATE THRU 9100-EXIT
                  UNTIL WS-SDO-SUB > WS-SDO-ENTRIES
              CLOSE SDO-FILE
           END-IF
           OPEN OUTPUT SDOPEND-FILE
           IF NOT WS-SDOPEND-OK
              DISPLAY "CALCSOMNT: UNABLE TO WRITE SDOPEND - STATUS"
                 " = " WS-SDOPEND-STATUS
           ELSE
              MOVE 1 TO WS-PND-SUB
              PERFORM 9200-SAVE-ONE-PENDING THRU 9200-EXIT
                  UNTIL WS-PND-SUB > WS-PND-ENTRIES
              CLOSE SDOPEND-FILE
           END-IF
           CLOSE SDOJRNL-OUT
           DISPLAY " "
           DISPLAY "----- STANDING-ORDER MAINTENANCE SUMMARY -----"
           DISPLAY "TEMPLATES ON FILE    = " WS-SDO-ENTRIES
           DISPLAY "CHANGES QUEUED       = " WS-QUEUE-COUNT
           DISPLAY "TEMPLATES ADDED      = " WS-ADD-COUNT
           DISPLAY "TEMPLATES CHANGED    = " WS-CHANGE-COUNT
           DISPLAY "TEMPLATES DELETED    = " WS-DELETE-COUNT
           DISPLAY "CHANGES DECLINED     = " WS-DECLINE-COUNT
           DISPLAY "CHANGES WAITING      = " WS-PND-ENTRIES.
       9000-EXIT.
           EXIT.

       9100-SAVE-ONE-TEMPLATE.
           MOVE WS-SDO-ENTRY (WS-SDO-SUB) TO SDO-REC
           WRITE SDO-REC
           IF NOT WS-SDO-OK
              DISPLAY "CALCSOMNT: WRITE TO CALCSTDO FAILED - STATUS"
                 " = " WS-SDO-STATUS
           END-IF
           ADD 1 TO WS-SDO-SUB.
       9100-EXIT.
           EXIT.

       9200-SAVE-ONE-PENDING.
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)   TO PND-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)   TO PND-SUBMIT-TIME
           MOVE WS-PND-SUBMITTER (WS-PND-SUB)  TO PND-SUBMITTER
           MOVE WS-PND-ACT (WS-PND-SUB)        TO PND-ACTION
           MOVE WS-PND-KEY (WS-PND-SUB)        TO PND-SDO-ID
           MOVE WS-PND-OLD-IMAGE (WS-PND-SUB)  TO PND-OLD-IMAGE
           MOVE WS-PND-NEW-IMAGE (WS-PND-SUB)  TO PND-NEW-IMAGE
           WRITE PND-REC
           IF NOT WS-SDOPEND-OK
              DISPLAY "CALCSOMNT: WRITE TO SDOPEND FAILED - STATUS"
                 " = " WS-SDOPEND-STATUS
           END-IF
           ADD 1 TO WS-PND-SUB.
       9200-EXIT.
           EXIT.

       END PROGRAM CALCSOMNT.
