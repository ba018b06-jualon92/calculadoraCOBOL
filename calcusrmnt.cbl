      * Modification History:
      *   2026-09-02 JU  Initial version - the maintenance path for
      *                  the user authorization work.
      *   2026-10-15 JU  Dual control: add, change and delete no
      *                  longer touch the table - the confirmed
      *                  change is held on USRPEND until a different
      *                  user approves it through the new R=REVIEW
      *                  function (or declines it). Only an approved
      *                  change reaches CALCUSERS, and its USRJRNL row
      *                  now carries the submitter, the submit time
      *                  and the approver. Rows journaled before this
      *                  change read back with spaces there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCUSRMNT.
           SELECT USRJRNL-OUT ASSIGN TO "USRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USRJRNL-STATUS.
           SELECT USRPEND-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USRPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  JRN-NEW-OPS             PIC X(07).
           05  JRN-OLD-MAX             PIC 9(5)V9(2).
           05  JRN-NEW-MAX             PIC 9(5)V9(2).
           05  JRN-SUBMITTER           PIC X(08).
           05  JRN-SUBMIT-DATE         PIC 9(08).
           05  JRN-SUBMIT-TIME         PIC 9(08).
           05  JRN-APPROVER            PIC X(08).

       FD  USRPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PND-REC.
           05  PND-SUBMIT-DATE         PIC 9(08).
           05  PND-SUBMIT-TIME         PIC 9(08).
           05  PND-SUBMITTER           PIC X(08).
           05  PND-ACTION              PIC X(01).
               88  PND-ADD                 VALUE "A".
               88  PND-CHANGE              VALUE "C".
               88  PND-DELETE              VALUE "D".
           05  PND-USERID              PIC X(08).
           05  PND-OLD-OPS             PIC X(07).
           05  PND-NEW-OPS             PIC X(07).
           05  PND-OLD-MAX             PIC 9(5)V9(2).
           05  PND-NEW-MAX             PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
       77  WS-USERFILE-STATUS   PIC X(02)      VALUE SPACES.
           88  WS-USERFILE-OK                  VALUE "00".
       77  WS-USRJRNL-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-USRJRNL-OK                   VALUE "00".
       77  WS-USRPEND-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-USRPEND-OK                   VALUE "00".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID        PIC X(08)      VALUE SPACES.
       77  WS-USR-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-USR-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-USR-END-OF-FILE               VALUE "Y".
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
       77  WS-WORK-USERID       PIC X(08)      VALUE SPACES.
       77  WS-WORK-OPS          PIC X(07)      VALUE SPACES.
       77  WS-OLD-OPS           PIC X(07)      VALUE SPACES.
       77  WS-ADD-COUNT         PIC 9(05)      VALUE ZERO.
       77  WS-CHANGE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-DELETE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-QUEUE-COUNT       PIC 9(05)      VALUE ZERO.
       77  WS-DECLINE-COUNT     PIC 9(05)      VALUE ZERO.
       77  WS-EDIT-AMOUNT       PIC ZZ,ZZ9.99.
       77  WS-EDIT-NEW          PIC ZZ,ZZ9.99.
       77  WS-AMOUNT-IN         PIC X(12)      VALUE SPACES.
       77  WS-AMOUNT-VAL        PIC S9(5)V9(2) VALUE ZERO.
       77  WS-MAX-VAL           PIC 9(5)V9(2)  VALUE ZERO.
               10  WS-USR-UPD-DATE  PIC 9(08).
               10  WS-USR-UPD-TIME  PIC 9(08).

       01  WS-PND-TABLE.
           05  WS-PND-ENTRY         OCCURS 50 TIMES.
               10  WS-PND-SUB-DATE  PIC 9(08).
               10  WS-PND-SUB-TIME  PIC 9(08).
               10  WS-PND-SUBMITTER PIC X(08).
               10  WS-PND-ACT       PIC X(01).
               10  WS-PND-KEY       PIC X(08).
               10  WS-PND-OLD-OPS   PIC X(07).
               10  WS-PND-NEW-OPS   PIC X(07).
               10  WS-PND-OLD-MAX   PIC 9(5)V9(2).
               10  WS-PND-NEW-MAX   PIC 9(5)V9(2).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the user table and the changes awaiting
      * approval, open the journal, run the operator session until E
      * is keyed, then save the table and the pending file and
      * report the session counts.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT "USER"
           PERFORM 1100-LOAD-USERS THRU 1100-EXIT
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
           OPEN EXTEND USRJRNL-OUT
           IF WS-USRJRNL-STATUS = "35"
              OPEN OUTPUT USRJRNL-OUT
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCUSRMNT: " WS-USR-ENTRIES
              " USERS LOADED FROM CALCUSERS"
           IF WS-PND-ENTRIES > ZERO
              DISPLAY "CALCUSRMNT: " WS-PND-ENTRIES
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
           OPEN INPUT USRPEND-FILE
           IF WS-USRPEND-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-USRPEND-OK
              DISPLAY "CALCUSRMNT: UNABLE TO OPEN USRPEND - STATUS = "
                 WS-USRPEND-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
               UNTIL WS-PND-END-OF-FILE
                  OR WS-PND-ENTRIES >= WS-PND-TABLE-MAX
           IF NOT WS-PND-END-OF-FILE
              DISPLAY "CALCUSRMNT: MORE THAN 50 CHANGES ON USRPEND "
                 "- EXCESS CHANGES DROPPED"
           END-IF
           CLOSE USRPEND-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-PENDING.
           READ USRPEND-FILE
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
                 MOVE PND-ACTION  TO WS-PND-ACT (WS-PND-ENTRIES)
                 MOVE PND-USERID  TO WS-PND-KEY (WS-PND-ENTRIES)
                 MOVE PND-OLD-OPS TO WS-PND-OLD-OPS (WS-PND-ENTRIES)
                 MOVE PND-NEW-OPS TO WS-PND-NEW-OPS (WS-PND-ENTRIES)
                 MOVE PND-OLD-MAX TO WS-PND-OLD-MAX (WS-PND-ENTRIES)
                 MOVE PND-NEW-MAX TO WS-PND-NEW-MAX (WS-PND-ENTRIES)
           END-READ.
       1250-EXIT.
           EXIT.

       2000-OFFER-FUNCTION.
           DISPLAY " "
           DISPLAY "FUNCTION? (L=LIST A=ADD C=CHANGE D=DELETE "
              "R=REVIEW E=END): " WITH NO ADVANCING
           ACCEPT WS-FUNCTION
           EVALUATE TRUE
           WHEN WS-FUNC-LIST
                PERFORM 3000-LIST-USERS THRU 3000-EXIT
                PERFORM 3200-LIST-PENDING THRU 3200-EXIT
           WHEN WS-FUNC-ADD
                PERFORM 4000-ADD-USER THRU 4000-EXIT
           WHEN WS-FUNC-CHANGE
                PERFORM 5000-CHANGE-USER THRU 5000-EXIT
           WHEN WS-FUNC-DELETE
                PERFORM 6000-DELETE-USER THRU 6000-EXIT
           WHEN WS-FUNC-REVIEW
                PERFORM 6500-REVIEW-PENDING THRU 6500-EXIT
           WHEN WS-FUNC-END
                SET WS-SESSION-ENDED TO TRUE
           WHEN OTHER
                DISPLAY "CALCUSRMNT: FUNCTION NOT L, A, C, D, R OR E"
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
           DISPLAY "ACT USERID    OLD OPS  OLD MAX    NEW OPS  NEW MAX"
              "    SUBMITTED BY"
           MOVE 1 TO WS-PND-SUB
           PERFORM 3300-LIST-ONE-PENDING THRU 3300-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       3200-EXIT.
           EXIT.

       3300-LIST-ONE-PENDING.
           MOVE WS-PND-OLD-MAX (WS-PND-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-PND-NEW-MAX (WS-PND-SUB) TO WS-EDIT-NEW
           DISPLAY " " WS-PND-ACT (WS-PND-SUB) "  "
              WS-PND-KEY (WS-PND-SUB) "  "
              WS-PND-OLD-OPS (WS-PND-SUB) "  " WS-EDIT-AMOUNT "  "
              WS-PND-NEW-OPS (WS-PND-SUB) "  " WS-EDIT-NEW "  "
              WS-PND-SUBMITTER (WS-PND-SUB)
              " " WS-PND-SUB-DATE (WS-PND-SUB)
              " " WS-PND-SUB-TIME (WS-PND-SUB)
           ADD 1 TO WS-PND-SUB.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ADD-USER - authorize a new submitter: userid, granted
      * operator list, amount limit (zero = no limit), confirmation.
      * The add then waits on USRPEND for a second user's approval;
      * the "A" journal row is written when it is approved.
      ******************************************************************
       4000-ADD-USER.
           PERFORM 7000-ACCEPT-USERID THRU 7000-EXIT
                 " IS ALREADY ON FILE - USE C TO CHANGE"
              GO TO 4000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 4000-EXIT
           END-IF
           IF WS-USR-ENTRIES >= WS-USR-TABLE-MAX
              DISPLAY "CALCUSRMNT: USER TABLE FULL - DELETE A DEAD "
                 "USER FIRST"
              DISPLAY "CALCUSRMNT: ADD ABANDONED"
              GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-OLD-OPS
           MOVE ZERO TO WS-OLD-MAX
           MOVE "A" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-USER - change a user's granted operators and
      * amount limit, with the values on file shown first. The change
      * waits for a second user's approval; old and new are
      * journaled when it is approved.
      ******************************************************************
       5000-CHANGE-USER.
           PERFORM 7000-ACCEPT-USERID THRU 7000-EXIT
                 " NOT ON FILE"
              GO TO 5000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 5000-EXIT
           END-IF
           MOVE WS-USR-OPS (WS-USR-FOUND-SUB) TO WS-OLD-OPS
           MOVE WS-USR-MAX (WS-USR-FOUND-SUB) TO WS-OLD-MAX
           MOVE WS-OLD-MAX TO WS-EDIT-AMOUNT
              DISPLAY "CALCUSRMNT: CHANGE ABANDONED"
              GO TO 5000-EXIT
           END-IF
           MOVE "C" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DELETE-USER - withdraw a user's authority to submit, once
      * a second user approves it. The entries above shift down one
      * so the table stays dense.
      ******************************************************************
       6000-DELETE-USER.
           PERFORM 7000-ACCEPT-USERID THRU 7000-EXIT
                 " NOT ON FILE"
              GO TO 6000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 6000-EXIT
           END-IF
           MOVE WS-USR-OPS (WS-USR-FOUND-SUB) TO WS-OLD-OPS
           MOVE WS-USR-MAX (WS-USR-FOUND-SUB) TO WS-OLD-MAX
           DISPLAY "DELETE " WS-WORK-USERID "? (Y=YES): "
              DISPLAY "CALCUSRMNT: DELETE ABANDONED"
              GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-OPS
           MOVE ZERO TO WS-MAX-VAL
           MOVE "D" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       6000-EXIT.
           EXIT.

       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVIEW-PENDING - the checker's side of dual control.
      * Each change waiting on USRPEND is shown in turn and may be
      * approved (applied to the table and journaled with both
      * users), declined (dropped) or left for later. A user may not
      * review a change they submitted themselves - nor, for the same
      * reason, a change to their own grants.
      ******************************************************************
       6500-REVIEW-PENDING.
           IF WS-PND-ENTRIES = ZERO
              DISPLAY "CALCUSRMNT: NO CHANGES AWAITING APPROVAL"
              GO TO 6500-EXIT
           END-IF
           MOVE 1 TO WS-PND-SUB
           PERFORM 6600-REVIEW-ONE-PENDING THRU 6600-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       6500-EXIT.
           EXIT.

       6600-REVIEW-ONE-PENDING.
           MOVE WS-PND-OLD-MAX (WS-PND-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-PND-NEW-MAX (WS-PND-SUB) TO WS-EDIT-NEW
           DISPLAY " "
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                DISPLAY "ADD " WS-PND-KEY (WS-PND-SUB)
                   " OPS=" WS-PND-NEW-OPS (WS-PND-SUB)
                   " MAX=" WS-EDIT-NEW
           WHEN "C"
                DISPLAY "CHANGE " WS-PND-KEY (WS-PND-SUB)
                   " FROM OPS=" WS-PND-OLD-OPS (WS-PND-SUB)
                   " MAX=" WS-EDIT-AMOUNT
                DISPLAY "       TO   OPS=" WS-PND-NEW-OPS (WS-PND-SUB)
                   " MAX=" WS-EDIT-NEW
           WHEN OTHER
                DISPLAY "DELETE " WS-PND-KEY (WS-PND-SUB)
                   " OPS=" WS-PND-OLD-OPS (WS-PND-SUB)
                   " MAX=" WS-EDIT-AMOUNT
           END-EVALUATE
           DISPLAY "SUBMITTED BY " WS-PND-SUBMITTER (WS-PND-SUB)
              " ON " WS-PND-SUB-DATE (WS-PND-SUB)
              " AT " WS-PND-SUB-TIME (WS-PND-SUB)
           IF WS-PND-SUBMITTER (WS-PND-SUB) = WS-RUN-USERID
                 OR WS-PND-KEY (WS-PND-SUB) = WS-RUN-USERID
              DISPLAY "CALCUSRMNT: YOUR OWN CHANGE OR YOUR OWN GRANTS "
                 "- ANOTHER USER MUST REVIEW IT"
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
                DISPLAY "CALCUSRMNT: CHANGE TO USER "
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
      * user must still be as the submitter saw them: an add whose
      * userid has since appeared, or a change/delete whose user has
      * since gone or been regranted, is left waiting to be declined
      * and keyed again against what is on file now.
      ******************************************************************
       6700-APPLY-PENDING.
           MOVE WS-PND-KEY (WS-PND-SUB)       TO WS-WORK-USERID
           MOVE WS-PND-OLD-OPS (WS-PND-SUB)   TO WS-OLD-OPS
           MOVE WS-PND-NEW-OPS (WS-PND-SUB)   TO WS-WORK-OPS
           MOVE WS-PND-OLD-MAX (WS-PND-SUB)   TO WS-OLD-MAX
           MOVE WS-PND-NEW-MAX (WS-PND-SUB)   TO WS-MAX-VAL
           MOVE WS-PND-SUBMITTER (WS-PND-SUB) TO WS-SUBMITTER
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)  TO WS-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)  TO WS-SUBMIT-TIME
           PERFORM 7100-FIND-USER THRU 7100-EXIT
           IF WS-PND-ACT (WS-PND-SUB) = "A"
              IF WS-USR-FOUND-SUB > ZERO
                    OR WS-USR-ENTRIES >= WS-USR-TABLE-MAX
                 DISPLAY "CALCUSRMNT: USER " WS-WORK-USERID " IS NOW "
                    "ON FILE OR THE TABLE IS FULL - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           ELSE
              IF WS-USR-FOUND-SUB = ZERO
                 DISPLAY "CALCUSRMNT: USER " WS-WORK-USERID " IS NO "
                    "LONGER ON FILE - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
              IF WS-USR-OPS (WS-USR-FOUND-SUB) NOT = WS-OLD-OPS
                    OR WS-USR-MAX (WS-USR-FOUND-SUB) NOT = WS-OLD-MAX
                 DISPLAY "CALCUSRMNT: USER " WS-WORK-USERID " HAS "
                    "CHANGED SINCE IT WAS SUBMITTED - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           END-IF
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                ADD 1 TO WS-USR-ENTRIES
                MOVE WS-WORK-USERID TO WS-USR-KEY (WS-USR-ENTRIES)
                MOVE WS-WORK-OPS    TO WS-USR-OPS (WS-USR-ENTRIES)
                MOVE WS-MAX-VAL     TO WS-USR-MAX (WS-USR-ENTRIES)
                MOVE WS-RUN-DATE
                   TO WS-USR-UPD-DATE (WS-USR-ENTRIES)
                MOVE WS-RUN-TIME
                   TO WS-USR-UPD-TIME (WS-USR-ENTRIES)
                ADD 1 TO WS-ADD-COUNT
           WHEN "C"
                MOVE WS-WORK-OPS TO WS-USR-OPS (WS-USR-FOUND-SUB)
                MOVE WS-MAX-VAL  TO WS-USR-MAX (WS-USR-FOUND-SUB)
                MOVE WS-RUN-DATE
                   TO WS-USR-UPD-DATE (WS-USR-FOUND-SUB)
                MOVE WS-RUN-TIME
                   TO WS-USR-UPD-TIME (WS-USR-FOUND-SUB)
                ADD 1 TO WS-CHANGE-COUNT
           WHEN OTHER
                MOVE WS-USR-FOUND-SUB TO WS-USR-SUB
                PERFORM 6100-SHIFT-ONE-ENTRY THRU 6100-EXIT
                    UNTIL WS-USR-SUB >= WS-USR-ENTRIES
                SUBTRACT 1 FROM WS-USR-ENTRIES
                ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           MOVE WS-PND-ACT (WS-PND-SUB) TO JRN-ACTION
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
           DISPLAY "CALCUSRMNT: CHANGE TO USER " WS-WORK-USERID
              " APPROVED"
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

       7000-ACCEPT-USERID.
           MOVE SPACES TO WS-WORK-USERID
           DISPLAY "USERID: " WITH NO ADVANCING
           EXIT.

      ******************************************************************
      * 7700-CHECK-NOT-PENDING - one change per user may wait for
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
              DISPLAY "CALCUSRMNT: A CHANGE TO USER " WS-WORK-USERID
                 " IS ALREADY AWAITING APPROVAL"
           END-IF.
       7700-EXIT.
           EXIT.

       7750-MATCH-PENDING.
           IF WS-PND-KEY (WS-PND-SUB) = WS-WORK-USERID
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
              DISPLAY "CALCUSRMNT: 50 CHANGES ALREADY AWAIT APPROVAL "
                 "- HAVE THEM REVIEWED FIRST"
              GO TO 7800-EXIT
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           ADD 1 TO WS-PND-ENTRIES
           MOVE WS-RUN-DATE    TO WS-PND-SUB-DATE (WS-PND-ENTRIES)
           MOVE WS-RUN-TIME    TO WS-PND-SUB-TIME (WS-PND-ENTRIES)
           MOVE WS-RUN-USERID  TO WS-PND-SUBMITTER (WS-PND-ENTRIES)
           MOVE WS-PND-ACTION  TO WS-PND-ACT (WS-PND-ENTRIES)
           MOVE WS-WORK-USERID TO WS-PND-KEY (WS-PND-ENTRIES)
           MOVE WS-OLD-OPS     TO WS-PND-OLD-OPS (WS-PND-ENTRIES)
           MOVE WS-WORK-OPS    TO WS-PND-NEW-OPS (WS-PND-ENTRIES)
           MOVE WS-OLD-MAX     TO WS-PND-OLD-MAX (WS-PND-ENTRIES)
           MOVE WS-MAX-VAL     TO WS-PND-NEW-MAX (WS-PND-ENTRIES)
           ADD 1 TO WS-QUEUE-COUNT
           DISPLAY "CALCUSRMNT: CHANGE TO USER " WS-WORK-USERID
              " QUEUED - ANOTHER USER MUST APPROVE IT".
       7800-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-JOURNAL - one journal row per approved change: who
      * submitted it and when, who approved it and when, which user,
      * the grants before and after.
      ******************************************************************
       8000-WRITE-JOURNAL.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-WORK-OPS    TO JRN-NEW-OPS
           MOVE WS-OLD-MAX     TO JRN-OLD-MAX
           MOVE WS-MAX-VAL     TO JRN-NEW-MAX
           MOVE WS-SUBMITTER   TO JRN-SUBMITTER
           MOVE WS-SUBMIT-DATE TO JRN-SUBMIT-DATE
           MOVE WS-SUBMIT-TIME TO JRN-SUBMIT-TIME
           MOVE WS-RUN-USERID  TO JRN-APPROVER
           WRITE JRN-REC
           IF NOT WS-USRJRNL-OK
              DISPLAY "CALCUSRMNT: WRITE TO USRJRNL FAILED - STATUS"
                  UNTIL WS-USR-SUB > WS-USR-ENTRIES
              CLOSE USERFILE
           END-IF
           OPEN OUTPUT USRPEND-FILE
           IF NOT WS-USRPEND-OK
              DISPLAY "CALCUSRMNT: UNABLE TO WRITE USRPEND - STATUS"
                 " = " WS-USRPEND-STATUS
           ELSE
              MOVE 1 TO WS-PND-SUB
              PERFORM 9200-SAVE-ONE-PENDING THRU 9200-EXIT
                  UNTIL WS-PND-SUB > WS-PND-ENTRIES
              CLOSE USRPEND-FILE
           END-IF
           CLOSE USRJRNL-OUT
           DISPLAY " "
           DISPLAY "----- USER MAINTENANCE SUMMARY -----"
           DISPLAY "USERS ON FILE        = " WS-USR-ENTRIES
           DISPLAY "CHANGES QUEUED       = " WS-QUEUE-COUNT
           DISPLAY "USERS ADDED          = " WS-ADD-COUNT
           DISPLAY "USERS CHANGED        = " WS-CHANGE-COUNT
           DISPLAY "USERS DELETED        = " WS-DELETE-COUNT
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
           MOVE WS-PND-KEY (WS-PND-SUB)       TO PND-USERID
           MOVE WS-PND-OLD-OPS (WS-PND-SUB)   TO PND-OLD-OPS
           MOVE WS-PND-NEW-OPS (WS-PND-SUB)   TO PND-NEW-OPS
           MOVE WS-PND-OLD-MAX (WS-PND-SUB)   TO PND-OLD-MAX
           MOVE WS-PND-NEW-MAX (WS-PND-SUB)   TO PND-NEW-MAX
           WRITE PND-REC
           IF NOT WS-USRPEND-OK
              DISPLAY "CALCUSRMNT: WRITE TO USRPEND FAILED - STATUS"
                 " = " WS-USRPEND-STATUS
           END-IF
           ADD 1 TO WS-PND-SUB.
       9200-EXIT.
           EXIT.

       END PROGRAM CALCUSRMNT.
