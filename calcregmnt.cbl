      *
      * Modification History:
      *   2026-09-02 JU  Initial version.
      *   2026-10-15 JU  Dual control: add, change and delete no
      *                  longer touch the table - the confirmed
      *                  change is held on REGPEND until a different
      *                  user approves it through the new R=REVIEW
      *                  function (or declines it). Only an approved
      *                  change reaches CALCREGS, and its REGJRNL row
      *                  now carries the submitter, the submit time
      *                  and the approver. Rows journaled before this
      *                  change read back with spaces there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREGMNT.
           SELECT REGJRNL-OUT ASSIGN TO "REGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGJRNL-STATUS.
           SELECT REGPEND-FILE ASSIGN TO "REGPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                        SIGN IS TRAILING SEPARATE.
           05  JRN-NEW-VALUE           PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  JRN-SUBMITTER           PIC X(08).
           05  JRN-SUBMIT-DATE         PIC 9(08).
           05  JRN-SUBMIT-TIME         PIC 9(08).
           05  JRN-APPROVER            PIC X(08).

       FD  REGPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PND-REC.
           05  PND-SUBMIT-DATE         PIC 9(08).
           05  PND-SUBMIT-TIME         PIC 9(08).
           05  PND-SUBMITTER           PIC X(08).
           05  PND-ACTION              PIC X(01).
               88  PND-ADD                 VALUE "A".
               88  PND-CHANGE              VALUE "C".
               88  PND-DELETE              VALUE "D".
           05  PND-REG-NAME            PIC X(08).
           05  PND-OLD-VALUE           PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  PND-NEW-VALUE           PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
       77  WS-REGFILE-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-REGFILE-OK                   VALUE "00".
       77  WS-REGJRNL-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-REGJRNL-OK                   VALUE "00".
       77  WS-REGPEND-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-REGPEND-OK                   VALUE "00".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID        PIC X(08)      VALUE SPACES.
       77  WS-REG-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-REG-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-REG-END-OF-FILE               VALUE "Y".
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
           88  WS-FUNC-ADD                     VALUE "A", "a".
           88  WS-FUNC-CHANGE                  VALUE "C", "c".
           88  WS-FUNC-DELETE                  VALUE "D", "d".
           88  WS-FUNC-REVIEW                  VALUE "R", "r".
           88  WS-FUNC-END                     VALUE "E", "e".
       77  WS-REPLY             PIC X(01)      VALUE SPACE.
           88  WS-REPLY-YES                    VALUE "Y", "y".
           88  WS-REPLY-APPROVE                VALUE "A", "a".
           88  WS-REPLY-DECLINE                VALUE "X", "x".
       77  WS-WORK-NAME         PIC X(08)      VALUE SPACES.
       77  WS-OLD-VALUE         PIC S9(5)V9(2) VALUE ZERO.
       77  WS-ADD-COUNT         PIC 9(05)      VALUE ZERO.
       77  WS-CHANGE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-DELETE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-QUEUE-COUNT       PIC 9(05)      VALUE ZERO.
       77  WS-DECLINE-COUNT     PIC 9(05)      VALUE ZERO.
       77  WS-EDIT-AMOUNT       PIC ZZ,ZZ9.99-.
       77  WS-EDIT-NEW          PIC ZZ,ZZ9.99-.
       77  WS-AMOUNT-IN         PIC X(12)      VALUE SPACES.
       77  WS-AMOUNT-VAL        PIC S9(5)V9(2) VALUE ZERO.
       77  WS-PARSE-OK-SW       PIC X(01)      VALUE "N".
               10  WS-REG-UPD-DATE  PIC 9(08).
               10  WS-REG-UPD-TIME  PIC 9(08).

       01  WS-PND-TABLE.
           05  WS-PND-ENTRY         OCCURS 50 TIMES.
               10  WS-PND-SUB-DATE  PIC 9(08).
               10  WS-PND-SUB-TIME  PIC 9(08).
               10  WS-PND-SUBMITTER PIC X(08).
               10  WS-PND-ACT       PIC X(01).
               10  WS-PND-KEY       PIC X(08).
               10  WS-PND-OLD       PIC S9(5)V9(2).
               10  WS-PND-NEW       PIC S9(5)V9(2).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the registers and the changes awaiting
      * approval, open the journal, run the operator session until E
      * is keyed, then save the register file and the pending file
      * and report the session counts.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           PERFORM 1100-LOAD-REGISTERS THRU 1100-EXIT
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
           OPEN EXTEND REGJRNL-OUT
           IF WS-REGJRNL-STATUS = "35"
              OPEN OUTPUT REGJRNL-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCREGMNT: " WS-REG-ENTRIES
              " REGISTERS LOADED FROM CALCREGS"
           IF WS-PND-ENTRIES > ZERO
              DISPLAY "CALCREGMNT: " WS-PND-ENTRIES
                 " CHANGES AWAITING APPROVAL - USE R TO REVIEW"
           END-IF.
       1000-EXIT.
           EXIT.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PENDING - the confirmed changes still waiting for a
      * second user to approve or decline them. No file yet means
      * nothing is waiting.
      ******************************************************************
       1200-LOAD-PENDING.
           OPEN INPUT REGPEND-FILE
           IF WS-REGPEND-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-REGPEND-OK
              DISPLAY "CALCREGMNT: UNABLE TO OPEN REGPEND - STATUS = "
                 WS-REGPEND-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
               UNTIL WS-PND-END-OF-FILE
                  OR WS-PND-ENTRIES >= WS-PND-TABLE-MAX
           IF NOT WS-PND-END-OF-FILE
              DISPLAY "CALCREGMNT: MORE THAN 50 CHANGES ON REGPEND "
                 "- EXCESS CHANGES DROPPED"
           END-IF
           CLOSE REGPEND-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-PENDING.
           READ REGPEND-FILE
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
                 MOVE PND-ACTION    TO WS-PND-ACT (WS-PND-ENTRIES)
                 MOVE PND-REG-NAME  TO WS-PND-KEY (WS-PND-ENTRIES)
                 MOVE PND-OLD-VALUE TO WS-PND-OLD (WS-PND-ENTRIES)
                 MOVE PND-NEW-VALUE TO WS-PND-NEW (WS-PND-ENTRIES)
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-OFFER-FUNCTION - one turn of the operator session: ask
      * for a function and route it.
       2000-OFFER-FUNCTION.
           DISPLAY " "
           DISPLAY "FUNCTION? (L=LIST A=ADD C=CHANGE D=DELETE "
              "R=REVIEW E=END): " WITH NO ADVANCING
           ACCEPT WS-FUNCTION
           EVALUATE TRUE
           WHEN WS-FUNC-LIST
                PERFORM 3000-LIST-REGISTERS THRU 3000-EXIT
                PERFORM 3200-LIST-PENDING THRU 3200-EXIT
           WHEN WS-FUNC-ADD
                PERFORM 4000-ADD-REGISTER THRU 4000-EXIT
           WHEN WS-FUNC-CHANGE
                PERFORM 5000-CHANGE-REGISTER THRU 5000-EXIT
           WHEN WS-FUNC-DELETE
                PERFORM 6000-DELETE-REGISTER THRU 6000-EXIT
           WHEN WS-FUNC-REVIEW
                PERFORM 6500-REVIEW-PENDING THRU 6500-EXIT
           WHEN WS-FUNC-END
                SET WS-SESSION-ENDED TO TRUE
           WHEN OTHER
                DISPLAY "CALCREGMNT: FUNCTION NOT L, A, C, D, R OR E"
           END-EVALUATE.
       2000-EXIT.
           EXIT.
       3100-EXIT.
           EXIT.

       3200-LIST-PENDING.
           IF WS-PND-ENTRIES = ZERO
              GO TO 3200-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "AWAITING APPROVAL:"
           DISPLAY "ACT NAME      OLD VALUE   NEW VALUE   SUBMITTED BY"
           MOVE 1 TO WS-PND-SUB
           PERFORM 3300-LIST-ONE-PENDING THRU 3300-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       3200-EXIT.
           EXIT.

       3300-LIST-ONE-PENDING.
           MOVE WS-PND-OLD (WS-PND-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-PND-NEW (WS-PND-SUB) TO WS-EDIT-NEW
           DISPLAY " " WS-PND-ACT (WS-PND-SUB) "  "
              WS-PND-KEY (WS-PND-SUB) "  " WS-EDIT-AMOUNT
              "  " WS-EDIT-NEW "  " WS-PND-SUBMITTER (WS-PND-SUB)
              " " WS-PND-SUB-DATE (WS-PND-SUB)
              " " WS-PND-SUB-TIME (WS-PND-SUB)
           ADD 1 TO WS-PND-SUB.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ADD-REGISTER - create a register that is not on file.
      * The confirmed add is queued for a second user's approval;
      * the register lands in the table, with an "A" journal row
      * (old value zero), only once it is approved.
      ******************************************************************
       4000-ADD-REGISTER.
           PERFORM 7000-ACCEPT-NAME THRU 7000-EXIT
                 " IS ALREADY ON FILE - USE C TO CHANGE IT"
              GO TO 4000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 4000-EXIT
           END-IF
           IF WS-REG-ENTRIES >= WS-REG-TABLE-MAX
              DISPLAY "CALCREGMNT: REGISTER TABLE FULL - DELETE A "
                 "DEAD REGISTER FIRST"
              DISPLAY "CALCREGMNT: ADD ABANDONED"
              GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-OLD-VALUE
           MOVE "A" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-REGISTER - correct a register somebody stored a
      * wrong figure into: show the value on file, accept the new
      * one, confirm, and queue it for approval; old and new are
      * journaled when it is approved.
      ******************************************************************
       5000-CHANGE-REGISTER.
           PERFORM 7000-ACCEPT-NAME THRU 7000-EXIT
                 " NOT ON FILE"
              GO TO 5000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 5000-EXIT
           END-IF
           MOVE WS-REG-AMOUNT (WS-REG-FOUND-SUB) TO WS-OLD-VALUE
           MOVE WS-OLD-VALUE TO WS-EDIT-AMOUNT
           DISPLAY "VALUE ON FILE = " WS-EDIT-AMOUNT
              DISPLAY "CALCREGMNT: CHANGE ABANDONED"
              GO TO 5000-EXIT
           END-IF
           MOVE "C" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DELETE-REGISTER - drop a dead register so its slot can
      * be reused, once a second user approves it. The entries above
      * it shift down one so the table stays dense the way
      * CALCULADORA expects it.
      ******************************************************************
       6000-DELETE-REGISTER.
           PERFORM 7000-ACCEPT-NAME THRU 7000-EXIT
                 " NOT ON FILE"
              GO TO 6000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 6000-EXIT
           END-IF
           MOVE WS-REG-AMOUNT (WS-REG-FOUND-SUB) TO WS-OLD-VALUE
           MOVE WS-OLD-VALUE TO WS-EDIT-AMOUNT
           DISPLAY "DELETE " WS-WORK-NAME " = " WS-EDIT-AMOUNT
              DISPLAY "CALCREGMNT: DELETE ABANDONED"
              GO TO 6000-EXIT
           END-IF
           MOVE ZERO TO WS-AMOUNT-VAL
           MOVE "D" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       6000-EXIT.
           EXIT.

       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVIEW-PENDING - the checker's side of dual control.
      * Each change waiting on REGPEND is shown in turn and may be
      * approved (applied to the table and journaled with both
      * users), declined (dropped) or left for later. A user may not
      * review a change they submitted themselves.
      ******************************************************************
       6500-REVIEW-PENDING.
           IF WS-PND-ENTRIES = ZERO
              DISPLAY "CALCREGMNT: NO CHANGES AWAITING APPROVAL"
              GO TO 6500-EXIT
           END-IF
           MOVE 1 TO WS-PND-SUB
           PERFORM 6600-REVIEW-ONE-PENDING THRU 6600-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       6500-EXIT.
           EXIT.

       6600-REVIEW-ONE-PENDING.
           MOVE WS-PND-OLD (WS-PND-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-PND-NEW (WS-PND-SUB) TO WS-EDIT-NEW
           DISPLAY " "
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                DISPLAY "ADD " WS-PND-KEY (WS-PND-SUB) " = "
                   WS-EDIT-NEW
           WHEN "C"
                DISPLAY "CHANGE " WS-PND-KEY (WS-PND-SUB) " FROM "
                   WS-EDIT-AMOUNT " TO " WS-EDIT-NEW
           WHEN OTHER
                DISPLAY "DELETE " WS-PND-KEY (WS-PND-SUB) " = "
                   WS-EDIT-AMOUNT
           END-EVALUATE
           DISPLAY "SUBMITTED BY " WS-PND-SUBMITTER (WS-PND-SUB)
              " ON " WS-PND-SUB-DATE (WS-PND-SUB)
              " AT " WS-PND-SUB-TIME (WS-PND-SUB)
           IF WS-PND-SUBMITTER (WS-PND-SUB) = WS-RUN-USERID
              DISPLAY "CALCREGMNT: YOUR OWN CHANGE - ANOTHER USER "
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
                DISPLAY "CALCREGMNT: CHANGE TO "
                   WS-PND-KEY (WS-PND-SUB) " DECLINED"
                ADD 1 TO WS-DECLINE-COUNT
                PERFORM 6800-DROP-PENDING THRU 6800-EXIT
           WHEN OTHER
                ADD 1 TO WS-PND-SUB
           END-EVALUATE.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 6700-APPLY-PENDING - put an approved change on the table. The
      * register must still be as the submitter saw it: an add whose
      * name has since appeared, or a change/delete whose register
      * has since gone or moved, is left waiting to be declined and
      * keyed again against what is on file now.
      ******************************************************************
       6700-APPLY-PENDING.
           MOVE WS-PND-KEY (WS-PND-SUB)       TO WS-WORK-NAME
           MOVE WS-PND-OLD (WS-PND-SUB)       TO WS-OLD-VALUE
           MOVE WS-PND-NEW (WS-PND-SUB)       TO WS-AMOUNT-VAL
           MOVE WS-PND-SUBMITTER (WS-PND-SUB) TO WS-SUBMITTER
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)  TO WS-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)  TO WS-SUBMIT-TIME
           PERFORM 7100-FIND-REGISTER THRU 7100-EXIT
           IF WS-PND-ACT (WS-PND-SUB) = "A"
              IF WS-REG-FOUND-SUB > ZERO
                    OR WS-REG-ENTRIES >= WS-REG-TABLE-MAX
                 DISPLAY "CALCREGMNT: " WS-WORK-NAME " IS NOW ON "
                    "FILE OR THE TABLE IS FULL - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           ELSE
              IF WS-REG-FOUND-SUB = ZERO
                 DISPLAY "CALCREGMNT: " WS-WORK-NAME " IS NO LONGER "
                    "ON FILE - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
              IF WS-REG-AMOUNT (WS-REG-FOUND-SUB) NOT = WS-OLD-VALUE
                 DISPLAY "CALCREGMNT: " WS-WORK-NAME " HAS CHANGED "
                    "SINCE IT WAS SUBMITTED - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           END-IF
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                ADD 1 TO WS-REG-ENTRIES
                MOVE WS-WORK-NAME  TO WS-REG-KEY (WS-REG-ENTRIES)
                MOVE WS-AMOUNT-VAL TO WS-REG-AMOUNT (WS-REG-ENTRIES)
                MOVE WS-RUN-DATE   TO WS-REG-UPD-DATE (WS-REG-ENTRIES)
                MOVE WS-RUN-TIME   TO WS-REG-UPD-TIME (WS-REG-ENTRIES)
                ADD 1 TO WS-ADD-COUNT
           WHEN "C"
                MOVE WS-AMOUNT-VAL
                   TO WS-REG-AMOUNT (WS-REG-FOUND-SUB)
                MOVE WS-RUN-DATE
                   TO WS-REG-UPD-DATE (WS-REG-FOUND-SUB)
                MOVE WS-RUN-TIME
                   TO WS-REG-UPD-TIME (WS-REG-FOUND-SUB)
                ADD 1 TO WS-CHANGE-COUNT
           WHEN OTHER
                MOVE WS-REG-FOUND-SUB TO WS-REG-SUB
                PERFORM 6100-SHIFT-ONE-ENTRY THRU 6100-EXIT
                    UNTIL WS-REG-SUB >= WS-REG-ENTRIES
                SUBTRACT 1 FROM WS-REG-ENTRIES
                ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           MOVE WS-PND-ACT (WS-PND-SUB) TO JRN-ACTION
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
           DISPLAY "CALCREGMNT: CHANGE TO " WS-WORK-NAME " APPROVED"
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

       7000-ACCEPT-NAME.
           MOVE SPACES TO WS-WORK-NAME
           DISPLAY "REGISTER NAME: " WITH NO ADVANCING
           EXIT.

      ******************************************************************
      * 7700-CHECK-NOT-PENDING - one change per register may wait for
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
              DISPLAY "CALCREGMNT: A CHANGE TO " WS-WORK-NAME
                 " IS ALREADY AWAITING APPROVAL"
           END-IF.
       7700-EXIT.
           EXIT.

       7750-MATCH-PENDING.
           IF WS-PND-KEY (WS-PND-SUB) = WS-WORK-NAME
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
              DISPLAY "CALCREGMNT: 50 CHANGES ALREADY AWAIT APPROVAL "
                 "- HAVE THEM REVIEWED FIRST"
              GO TO 7800-EXIT
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           ADD 1 TO WS-PND-ENTRIES
           MOVE WS-RUN-DATE   TO WS-PND-SUB-DATE (WS-PND-ENTRIES)
           MOVE WS-RUN-TIME   TO WS-PND-SUB-TIME (WS-PND-ENTRIES)
           MOVE WS-RUN-USERID TO WS-PND-SUBMITTER (WS-PND-ENTRIES)
           MOVE WS-PND-ACTION TO WS-PND-ACT (WS-PND-ENTRIES)
           MOVE WS-WORK-NAME  TO WS-PND-KEY (WS-PND-ENTRIES)
           MOVE WS-OLD-VALUE  TO WS-PND-OLD (WS-PND-ENTRIES)
           MOVE WS-AMOUNT-VAL TO WS-PND-NEW (WS-PND-ENTRIES)
           ADD 1 TO WS-QUEUE-COUNT
           DISPLAY "CALCREGMNT: CHANGE TO " WS-WORK-NAME
              " QUEUED - ANOTHER USER MUST APPROVE IT".
       7800-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-JOURNAL - one journal row per approved change: who
      * submitted it and when, who approved it and when, which
      * register, the value before and the value after. The session
      * time is re-read so rows within one session keep their order.
      ******************************************************************
       8000-WRITE-JOURNAL.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-WORK-NAME  TO JRN-REG-NAME
           MOVE WS-OLD-VALUE  TO JRN-OLD-VALUE
           MOVE WS-AMOUNT-VAL TO JRN-NEW-VALUE
           MOVE WS-SUBMITTER   TO JRN-SUBMITTER
           MOVE WS-SUBMIT-DATE TO JRN-SUBMIT-DATE
           MOVE WS-SUBMIT-TIME TO JRN-SUBMIT-TIME
           MOVE WS-RUN-USERID  TO JRN-APPROVER
           WRITE JRN-REC
           IF NOT WS-REGJRNL-OK
              DISPLAY "CALCREGMNT: WRITE TO REGJRNL FAILED - STATUS = "

      ******************************************************************
      * 9000-TERMINATE - rewrite CALCREGS from the table (the same
      * whole-file save CALCULADORA does), rewrite REGPEND with the
      * changes still waiting, and report the session.
      ******************************************************************
       9000-TERMINATE.
           OPEN OUTPUT REGFILE
                  UNTIL WS-REG-SUB > WS-REG-ENTRIES
              CLOSE REGFILE
           END-IF
           OPEN OUTPUT REGPEND-FILE
           IF NOT WS-REGPEND-OK
              DISPLAY "CALCREGMNT: UNABLE TO WRITE REGPEND - STATUS"
                 " = " WS-REGPEND-STATUS
           ELSE
              MOVE 1 TO WS-PND-SUB
              PERFORM 9200-SAVE-ONE-PENDING THRU 9200-EXIT
                  UNTIL WS-PND-SUB > WS-PND-ENTRIES
              CLOSE REGPEND-FILE
           END-IF
           CLOSE REGJRNL-OUT
           DISPLAY " "
           DISPLAY "----- REGISTER MAINTENANCE SUMMARY -----"
           DISPLAY "REGISTERS ON FILE    = " WS-REG-ENTRIES
           DISPLAY "CHANGES QUEUED       = " WS-QUEUE-COUNT
           DISPLAY "REGISTERS ADDED      = " WS-ADD-COUNT
           DISPLAY "REGISTERS CHANGED    = " WS-CHANGE-COUNT
           DISPLAY "REGISTERS DELETED    = " WS-DELETE-COUNT
           DISPLAY "CHANGES DECLINED     = " WS-DECLINE-COUNT
           DISPLAY "CHANGES WAITING      = " WS-PND-ENTRIES.
       9000-EXIT.
           EXIT.

       9100-EXIT.
           EXIT.

       9200-SAVE-ONE-PENDING.
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)  TO PND-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)  TO PND-SUBMIT-TIME
           MOVE WS-PND-SUBMITTER (WS-PND-SUB) TO PND-SUBMITTER
           MOVE WS-PND-ACT (WS-PND-SUB)       TO PND-ACTION
           MOVE WS-PND-KEY (WS-PND-SUB)       TO PND-REG-NAME
           MOVE WS-PND-OLD (WS-PND-SUB)       TO PND-OLD-VALUE
           MOVE WS-PND-NEW (WS-PND-SUB)       TO PND-NEW-VALUE
           WRITE PND-REC
           IF NOT WS-REGPEND-OK
              DISPLAY "CALCREGMNT: WRITE TO REGPEND FAILED - STATUS"
                 " = " WS-REGPEND-STATUS
           END-IF
           ADD 1 TO WS-PND-SUB.
       9200-EXIT.
           EXIT.

       END PROGRAM CALCREGMNT.
