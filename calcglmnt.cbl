      ******************************************************************
      * Program-ID: CALCGLMNT
      * Author:     J. Ualon
      * Installation: Shop Batch Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Operator maintenance for the CALCGLMAP general
      *             ledger account-mapping table CALCGLPOST posts the
      *             day's audit rows through. An entry is keyed by a
      *             department batch id - matched against the leading
      *             characters of the row's CALC-BATCH-ID, so one
      *             entry covers every day's batch of a department -
      *             and an operator, blank meaning any operator, and
      *             names the account debited and the account
      *             credited with the row's RESULTADO. This session
      *             program lists the entries, and adds, changes and
      *             deletes them under the same dual control as the
      *             other tables: a confirmed change is held on
      *             GLMPEND until a different user approves it
      *             through R=REVIEW, and every approved change is
      *             journaled to GLMJRNL with the old and new
      *             accounts, the submitter and the approver. The
      *             table is only rewritten at end of session.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15 JU  Initial version - added with the GL posting
      *                  interface.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "CALCGLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLMJRNL-OUT ASSIGN TO "GLMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMJRNL-STATUS.
           SELECT GLMPEND-FILE ASSIGN TO "GLMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLM-REC.
           05  GLM-BATCH-ID            PIC X(12).
           05  GLM-OPERADOR            PIC X(01).
           05  GLM-DEBIT-ACCT          PIC X(10).
           05  GLM-CREDIT-ACCT         PIC X(10).
           05  GLM-UPDATE-DATE         PIC 9(08).
           05  GLM-UPDATE-TIME         PIC 9(08).

       FD  GLMJRNL-OUT
           LABEL RECORDS ARE STANDARD.
       01  JRN-REC.
           05  JRN-DATE                PIC 9(08).
           05  JRN-TIME                PIC 9(08).
           05  JRN-OPERATOR            PIC X(08).
           05  JRN-ACTION              PIC X(01).
               88  JRN-ADDED               VALUE "A".
               88  JRN-CHANGED             VALUE "C".
               88  JRN-DELETED             VALUE "D".
           05  JRN-BATCH-ID            PIC X(12).
           05  JRN-OPERADOR            PIC X(01).
           05  JRN-OLD-DEBIT           PIC X(10).
           05  JRN-OLD-CREDIT          PIC X(10).
           05  JRN-NEW-DEBIT           PIC X(10).
           05  JRN-NEW-CREDIT          PIC X(10).
           05  JRN-SUBMITTER           PIC X(08).
           05  JRN-SUBMIT-DATE         PIC 9(08).
           05  JRN-SUBMIT-TIME         PIC 9(08).
           05  JRN-APPROVER            PIC X(08).

       FD  GLMPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PND-REC.
           05  PND-SUBMIT-DATE         PIC 9(08).
           05  PND-SUBMIT-TIME         PIC 9(08).
           05  PND-SUBMITTER           PIC X(08).
           05  PND-ACTION              PIC X(01).
               88  PND-ADD                 VALUE "A".
               88  PND-CHANGE              VALUE "C".
               88  PND-DELETE              VALUE "D".
           05  PND-BATCH-ID            PIC X(12).
           05  PND-OPERADOR            PIC X(01).
           05  PND-OLD-DEBIT           PIC X(10).
           05  PND-OLD-CREDIT          PIC X(10).
           05  PND-NEW-DEBIT           PIC X(10).
           05  PND-NEW-CREDIT          PIC X(10).

       WORKING-STORAGE SECTION.
       77  WS-GLMAP-STATUS      PIC X(02)      VALUE SPACES.
           88  WS-GLMAP-OK                     VALUE "00".
       77  WS-GLMJRNL-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-GLMJRNL-OK                   VALUE "00".
       77  WS-GLMPEND-STATUS    PIC X(02)      VALUE SPACES.
           88  WS-GLMPEND-OK                   VALUE "00".
       77  WS-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-TIME          PIC 9(08)      VALUE ZERO.
       77  WS-RUN-USERID        PIC X(08)      VALUE SPACES.
       77  WS-GLM-ENTRIES       PIC S9(04) COMP VALUE ZERO.
       77  WS-GLM-TABLE-MAX     PIC S9(04) COMP VALUE 100.
       77  WS-GLM-SUB           PIC S9(04) COMP VALUE ZERO.
       77  WS-GLM-FOUND-SUB     PIC S9(04) COMP VALUE ZERO.
       77  WS-GLM-EOF-SWITCH    PIC X(01)      VALUE "N".
           88  WS-GLM-END-OF-FILE               VALUE "Y".
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
       77  WS-KEY-OK-SW         PIC X(01)      VALUE "N".
           88  WS-KEY-GOOD                     VALUE "Y".
       77  WS-ACCT-OK-SW        PIC X(01)      VALUE "N".
           88  WS-ACCT-GOOD                    VALUE "Y".
       77  WS-OLD-DEBIT         PIC X(10)      VALUE SPACES.
       77  WS-OLD-CREDIT        PIC X(10)      VALUE SPACES.
       77  WS-NEW-DEBIT         PIC X(10)      VALUE SPACES.
       77  WS-NEW-CREDIT        PIC X(10)      VALUE SPACES.
       77  WS-ACCT-IN           PIC X(10)      VALUE SPACES.
       77  WS-SHOW-OPERADOR     PIC X(03)      VALUE SPACES.
       77  WS-ADD-COUNT         PIC 9(05)      VALUE ZERO.
       77  WS-CHANGE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-DELETE-COUNT      PIC 9(05)      VALUE ZERO.
       77  WS-QUEUE-COUNT       PIC 9(05)      VALUE ZERO.
       77  WS-DECLINE-COUNT     PIC 9(05)      VALUE ZERO.

       01  WS-WORK-KEY.
           05  WS-WORK-BATCH-ID     PIC X(12)  VALUE SPACES.
           05  WS-WORK-OPERADOR     PIC X(01)  VALUE SPACE.
               88  WS-OPERADOR-VALID           VALUE "+", "-", "*",
                                                     "/", "%", "R",
                                                     "^", " ".

       01  WS-GLM-TABLE.
           05  WS-GLM-ENTRY         OCCURS 100 TIMES.
               10  WS-GLM-KEY.
                   15  WS-GLM-BATCH-ID  PIC X(12).
                   15  WS-GLM-OPERADOR  PIC X(01).
               10  WS-GLM-DEBIT     PIC X(10).
               10  WS-GLM-CREDIT    PIC X(10).
               10  WS-GLM-UPD-DATE  PIC 9(08).
               10  WS-GLM-UPD-TIME  PIC 9(08).

       01  WS-PND-TABLE.
           05  WS-PND-ENTRY         OCCURS 50 TIMES.
               10  WS-PND-SUB-DATE  PIC 9(08).
               10  WS-PND-SUB-TIME  PIC 9(08).
               10  WS-PND-SUBMITTER PIC X(08).
               10  WS-PND-ACT       PIC X(01).
               10  WS-PND-KEY.
                   15  WS-PND-BATCH-ID  PIC X(12).
                   15  WS-PND-OPERADOR  PIC X(01).
               10  WS-PND-OLD-DEBIT  PIC X(10).
               10  WS-PND-OLD-CREDIT PIC X(10).
               10  WS-PND-NEW-DEBIT  PIC X(10).
               10  WS-PND-NEW-CREDIT PIC X(10).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE - load the mapping table and the changes
      * awaiting approval, open the journal, run the operator session
      * until E is keyed, then save the table and the pending file
      * and report the session counts.
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
           PERFORM 1100-LOAD-MAPPINGS THRU 1100-EXIT
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
           OPEN EXTEND GLMJRNL-OUT
           IF WS-GLMJRNL-STATUS = "35"
              OPEN OUTPUT GLMJRNL-OUT
           END-IF
           IF NOT WS-GLMJRNL-OK
              DISPLAY "CALCGLMNT: UNABLE TO OPEN GLMJRNL - STATUS = "
                 WS-GLMJRNL-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           DISPLAY "CALCGLMNT: " WS-GLM-ENTRIES
              " MAPPINGS LOADED FROM CALCGLMAP"
           IF WS-PND-ENTRIES > ZERO
              DISPLAY "CALCGLMNT: " WS-PND-ENTRIES
                 " CHANGES AWAITING APPROVAL - USE R TO REVIEW"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-MAPPINGS.
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS = "35"
              GO TO 1100-EXIT
           END-IF
           IF NOT WS-GLMAP-OK
              DISPLAY "CALCGLMNT: UNABLE TO OPEN CALCGLMAP - STATUS = "
                 WS-GLMAP-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1150-LOAD-ONE-MAPPING THRU 1150-EXIT
               UNTIL WS-GLM-END-OF-FILE
                  OR WS-GLM-ENTRIES >= WS-GLM-TABLE-MAX
           IF NOT WS-GLM-END-OF-FILE
              DISPLAY "CALCGLMNT: MORE THAN 100 MAPPINGS ON "
                 "CALCGLMAP - EXCESS MAPPINGS DROPPED"
           END-IF
           CLOSE GLMAP-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-MAPPING.
           READ GLMAP-FILE
              AT END
                 MOVE "Y" TO WS-GLM-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-GLM-ENTRIES
                 MOVE GLM-BATCH-ID
                    TO WS-GLM-BATCH-ID (WS-GLM-ENTRIES)
                 MOVE GLM-OPERADOR
                    TO WS-GLM-OPERADOR (WS-GLM-ENTRIES)
                 MOVE GLM-DEBIT-ACCT
                    TO WS-GLM-DEBIT (WS-GLM-ENTRIES)
                 MOVE GLM-CREDIT-ACCT
                    TO WS-GLM-CREDIT (WS-GLM-ENTRIES)
                 MOVE GLM-UPDATE-DATE
                    TO WS-GLM-UPD-DATE (WS-GLM-ENTRIES)
                 MOVE GLM-UPDATE-TIME
                    TO WS-GLM-UPD-TIME (WS-GLM-ENTRIES)
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PENDING - the confirmed changes still waiting for a
      * second user to approve or decline them. No file yet means
      * nothing is waiting.
      ******************************************************************
       1200-LOAD-PENDING.
           OPEN INPUT GLMPEND-FILE
           IF WS-GLMPEND-STATUS = "35"
              GO TO 1200-EXIT
           END-IF
           IF NOT WS-GLMPEND-OK
              DISPLAY "CALCGLMNT: UNABLE TO OPEN GLMPEND - STATUS = "
                 WS-GLMPEND-STATUS
              GO TO 0000-MAINLINE-ABORT
           END-IF
           PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
               UNTIL WS-PND-END-OF-FILE
                  OR WS-PND-ENTRIES >= WS-PND-TABLE-MAX
           IF NOT WS-PND-END-OF-FILE
              DISPLAY "CALCGLMNT: MORE THAN 50 CHANGES ON GLMPEND "
                 "- EXCESS CHANGES DROPPED"
           END-IF
           CLOSE GLMPEND-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-PENDING.
           READ GLMPEND-FILE
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
                 MOVE PND-BATCH-ID
                    TO WS-PND-BATCH-ID (WS-PND-ENTRIES)
                 MOVE PND-OPERADOR
                    TO WS-PND-OPERADOR (WS-PND-ENTRIES)
                 MOVE PND-OLD-DEBIT
                    TO WS-PND-OLD-DEBIT (WS-PND-ENTRIES)
                 MOVE PND-OLD-CREDIT
                    TO WS-PND-OLD-CREDIT (WS-PND-ENTRIES)
                 MOVE PND-NEW-DEBIT
                    TO WS-PND-NEW-DEBIT (WS-PND-ENTRIES)
                 MOVE PND-NEW-CREDIT
                    TO WS-PND-NEW-CREDIT (WS-PND-ENTRIES)
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
                PERFORM 3000-LIST-MAPPINGS THRU 3000-EXIT
                PERFORM 3200-LIST-PENDING THRU 3200-EXIT
           WHEN WS-FUNC-ADD
                PERFORM 4000-ADD-MAPPING THRU 4000-EXIT
           WHEN WS-FUNC-CHANGE
                PERFORM 5000-CHANGE-MAPPING THRU 5000-EXIT
           WHEN WS-FUNC-DELETE
                PERFORM 6000-DELETE-MAPPING THRU 6000-EXIT
           WHEN WS-FUNC-REVIEW
                PERFORM 6500-REVIEW-PENDING THRU 6500-EXIT
           WHEN WS-FUNC-END
                SET WS-SESSION-ENDED TO TRUE
           WHEN OTHER
                DISPLAY "CALCGLMNT: FUNCTION NOT L, A, C, D, R OR E"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-MAPPINGS.
           IF WS-GLM-ENTRIES = ZERO
              DISPLAY "CALCGLMNT: NO MAPPINGS ON FILE"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "BATCH ID      OP   DEBIT       CREDIT      "
              "LAST UPDATED"
           MOVE 1 TO WS-GLM-SUB
           PERFORM 3100-LIST-ONE-MAPPING THRU 3100-EXIT
               UNTIL WS-GLM-SUB > WS-GLM-ENTRIES.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-MAPPING.
           MOVE WS-GLM-OPERADOR (WS-GLM-SUB) TO WS-SHOW-OPERADOR
           IF WS-GLM-OPERADOR (WS-GLM-SUB) = SPACE
              MOVE "ANY" TO WS-SHOW-OPERADOR
           END-IF
           DISPLAY WS-GLM-BATCH-ID (WS-GLM-SUB) "  "
              WS-SHOW-OPERADOR "  " WS-GLM-DEBIT (WS-GLM-SUB)
              "  " WS-GLM-CREDIT (WS-GLM-SUB)
              "  " WS-GLM-UPD-DATE (WS-GLM-SUB)
              " " WS-GLM-UPD-TIME (WS-GLM-SUB)
           ADD 1 TO WS-GLM-SUB.
       3100-EXIT.
           EXIT.

       3200-LIST-PENDING.
           IF WS-PND-ENTRIES = ZERO
              GO TO 3200-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "AWAITING APPROVAL:"
           DISPLAY "ACT BATCH ID      OP   NEW DEBIT   NEW CREDIT  "
              "SUBMITTED BY"
           MOVE 1 TO WS-PND-SUB
           PERFORM 3300-LIST-ONE-PENDING THRU 3300-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       3200-EXIT.
           EXIT.

       3300-LIST-ONE-PENDING.
           MOVE WS-PND-OPERADOR (WS-PND-SUB) TO WS-SHOW-OPERADOR
           IF WS-PND-OPERADOR (WS-PND-SUB) = SPACE
              MOVE "ANY" TO WS-SHOW-OPERADOR
           END-IF
           DISPLAY " " WS-PND-ACT (WS-PND-SUB) "  "
              WS-PND-BATCH-ID (WS-PND-SUB) "  " WS-SHOW-OPERADOR
              "  " WS-PND-NEW-DEBIT (WS-PND-SUB)
              "  " WS-PND-NEW-CREDIT (WS-PND-SUB)
              "  " WS-PND-SUBMITTER (WS-PND-SUB)
              " " WS-PND-SUB-DATE (WS-PND-SUB)
              " " WS-PND-SUB-TIME (WS-PND-SUB)
           ADD 1 TO WS-PND-SUB.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ADD-MAPPING - map a department and operator that has no
      * entry yet. The confirmed add is queued for a second user's
      * approval; the entry lands in the table, with an "A" journal
      * row (old accounts blank), only once it is approved.
      ******************************************************************
       4000-ADD-MAPPING.
           PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT
           IF NOT WS-KEY-GOOD
              GO TO 4000-EXIT
           END-IF
           PERFORM 7100-FIND-MAPPING THRU 7100-EXIT
           IF WS-GLM-FOUND-SUB > ZERO
              DISPLAY "CALCGLMNT: " WS-WORK-BATCH-ID " IS ALREADY "
                 "MAPPED FOR THAT OPERATOR - USE C TO CHANGE IT"
              GO TO 4000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 4000-EXIT
           END-IF
           IF WS-GLM-ENTRIES >= WS-GLM-TABLE-MAX
              DISPLAY "CALCGLMNT: MAPPING TABLE FULL - DELETE A "
                 "DEAD MAPPING FIRST"
              GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-OLD-DEBIT
           MOVE SPACES TO WS-OLD-CREDIT
           PERFORM 7200-ACCEPT-ACCOUNTS THRU 7200-EXIT
           IF NOT WS-ACCT-GOOD
              GO TO 4000-EXIT
           END-IF
           DISPLAY "ADD " WS-WORK-BATCH-ID " " WS-SHOW-OPERADOR
              " DEBIT " WS-NEW-DEBIT " CREDIT " WS-NEW-CREDIT
              "? (Y=YES): " WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
              DISPLAY "CALCGLMNT: ADD ABANDONED"
              GO TO 4000-EXIT
           END-IF
           MOVE "A" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-MAPPING - repoint a department's postings: show
      * the accounts on file, accept the new pair (blank keeps the
      * account on file), confirm, and queue it for approval; old
      * and new are journaled when it is approved.
      ******************************************************************
       5000-CHANGE-MAPPING.
           PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT
           IF NOT WS-KEY-GOOD
              GO TO 5000-EXIT
           END-IF
           PERFORM 7100-FIND-MAPPING THRU 7100-EXIT
           IF WS-GLM-FOUND-SUB = ZERO
              DISPLAY "CALCGLMNT: " WS-WORK-BATCH-ID " "
                 WS-SHOW-OPERADOR " NOT ON FILE"
              GO TO 5000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 5000-EXIT
           END-IF
           MOVE WS-GLM-DEBIT (WS-GLM-FOUND-SUB)  TO WS-OLD-DEBIT
           MOVE WS-GLM-CREDIT (WS-GLM-FOUND-SUB) TO WS-OLD-CREDIT
           DISPLAY "ON FILE: DEBIT " WS-OLD-DEBIT
              " CREDIT " WS-OLD-CREDIT
           PERFORM 7200-ACCEPT-ACCOUNTS THRU 7200-EXIT
           IF NOT WS-ACCT-GOOD
              GO TO 5000-EXIT
           END-IF
           IF WS-NEW-DEBIT = WS-OLD-DEBIT
                 AND WS-NEW-CREDIT = WS-OLD-CREDIT
              DISPLAY "CALCGLMNT: NOTHING CHANGED - FUNCTION ABANDONED"
              GO TO 5000-EXIT
           END-IF
           DISPLAY "CHANGE " WS-WORK-BATCH-ID " " WS-SHOW-OPERADOR
              " TO DEBIT " WS-NEW-DEBIT " CREDIT " WS-NEW-CREDIT
              "? (Y=YES): " WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
              DISPLAY "CALCGLMNT: CHANGE ABANDONED"
              GO TO 5000-EXIT
           END-IF
           MOVE "C" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DELETE-MAPPING - drop a mapping, once a second user
      * approves it. The department's rows are suspended by
      * CALCGLPOST from then on unless another entry covers them.
      ******************************************************************
       6000-DELETE-MAPPING.
           PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT
           IF NOT WS-KEY-GOOD
              GO TO 6000-EXIT
           END-IF
           PERFORM 7100-FIND-MAPPING THRU 7100-EXIT
           IF WS-GLM-FOUND-SUB = ZERO
              DISPLAY "CALCGLMNT: " WS-WORK-BATCH-ID " "
                 WS-SHOW-OPERADOR " NOT ON FILE"
              GO TO 6000-EXIT
           END-IF
           PERFORM 7700-CHECK-NOT-PENDING THRU 7700-EXIT
           IF WS-PND-FOUND-SUB > ZERO
              GO TO 6000-EXIT
           END-IF
           MOVE WS-GLM-DEBIT (WS-GLM-FOUND-SUB)  TO WS-OLD-DEBIT
           MOVE WS-GLM-CREDIT (WS-GLM-FOUND-SUB) TO WS-OLD-CREDIT
           DISPLAY "DELETE " WS-WORK-BATCH-ID " " WS-SHOW-OPERADOR
              " DEBIT " WS-OLD-DEBIT " CREDIT " WS-OLD-CREDIT
              "? (Y=YES): " WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
              DISPLAY "CALCGLMNT: DELETE ABANDONED"
              GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WS-NEW-DEBIT
           MOVE SPACES TO WS-NEW-CREDIT
           MOVE "D" TO WS-PND-ACTION
           PERFORM 7800-QUEUE-CHANGE THRU 7800-EXIT.
       6000-EXIT.
           EXIT.

       6100-SHIFT-ONE-ENTRY.
           MOVE WS-GLM-ENTRY (WS-GLM-SUB + 1)
              TO WS-GLM-ENTRY (WS-GLM-SUB)
           ADD 1 TO WS-GLM-SUB.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVIEW-PENDING - the checker's side of dual control.
      * Each change waiting on GLMPEND is shown in turn and may be
      * approved (applied to the table and journaled with both
      * users), declined (dropped) or left for later. A user may not
      * review a change they submitted themselves.
      ******************************************************************
       6500-REVIEW-PENDING.
           IF WS-PND-ENTRIES = ZERO
              DISPLAY "CALCGLMNT: NO CHANGES AWAITING APPROVAL"
              GO TO 6500-EXIT
           END-IF
           MOVE 1 TO WS-PND-SUB
           PERFORM 6600-REVIEW-ONE-PENDING THRU 6600-EXIT
               UNTIL WS-PND-SUB > WS-PND-ENTRIES.
       6500-EXIT.
           EXIT.

       6600-REVIEW-ONE-PENDING.
           MOVE WS-PND-OPERADOR (WS-PND-SUB) TO WS-SHOW-OPERADOR
           IF WS-PND-OPERADOR (WS-PND-SUB) = SPACE
              MOVE "ANY" TO WS-SHOW-OPERADOR
           END-IF
           DISPLAY " "
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                DISPLAY "ADD " WS-PND-BATCH-ID (WS-PND-SUB) " "
                   WS-SHOW-OPERADOR
                   " DEBIT " WS-PND-NEW-DEBIT (WS-PND-SUB)
                   " CREDIT " WS-PND-NEW-CREDIT (WS-PND-SUB)
           WHEN "C"
                DISPLAY "CHANGE " WS-PND-BATCH-ID (WS-PND-SUB) " "
                   WS-SHOW-OPERADOR
                   " FROM DEBIT " WS-PND-OLD-DEBIT (WS-PND-SUB)
                   " CREDIT " WS-PND-OLD-CREDIT (WS-PND-SUB)
                DISPLAY "       TO DEBIT "
                   WS-PND-NEW-DEBIT (WS-PND-SUB)
                   " CREDIT " WS-PND-NEW-CREDIT (WS-PND-SUB)
           WHEN OTHER
                DISPLAY "DELETE " WS-PND-BATCH-ID (WS-PND-SUB) " "
                   WS-SHOW-OPERADOR
                   " DEBIT " WS-PND-OLD-DEBIT (WS-PND-SUB)
                   " CREDIT " WS-PND-OLD-CREDIT (WS-PND-SUB)
           END-EVALUATE
           DISPLAY "SUBMITTED BY " WS-PND-SUBMITTER (WS-PND-SUB)
              " ON " WS-PND-SUB-DATE (WS-PND-SUB)
              " AT " WS-PND-SUB-TIME (WS-PND-SUB)
           IF WS-PND-SUBMITTER (WS-PND-SUB) = WS-RUN-USERID
              DISPLAY "CALCGLMNT: YOUR OWN CHANGE - ANOTHER USER "
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
                DISPLAY "CALCGLMNT: CHANGE TO "
                   WS-PND-BATCH-ID (WS-PND-SUB) " DECLINED"
                ADD 1 TO WS-DECLINE-COUNT
                PERFORM 6800-DROP-PENDING THRU 6800-EXIT
           WHEN OTHER
                ADD 1 TO WS-PND-SUB
           END-EVALUATE.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 6700-APPLY-PENDING - put an approved change on the table. The
      * entry must still be as the submitter saw it: an add whose
      * key has since appeared, or a change/delete whose entry has
      * since gone or been repointed, is left waiting to be declined
      * and keyed again against what is on file now.
      ******************************************************************
       6700-APPLY-PENDING.
           MOVE WS-PND-KEY (WS-PND-SUB)        TO WS-WORK-KEY
           MOVE WS-PND-OLD-DEBIT (WS-PND-SUB)  TO WS-OLD-DEBIT
           MOVE WS-PND-OLD-CREDIT (WS-PND-SUB) TO WS-OLD-CREDIT
           MOVE WS-PND-NEW-DEBIT (WS-PND-SUB)  TO WS-NEW-DEBIT
           MOVE WS-PND-NEW-CREDIT (WS-PND-SUB) TO WS-NEW-CREDIT
           MOVE WS-PND-SUBMITTER (WS-PND-SUB)  TO WS-SUBMITTER
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)   TO WS-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)   TO WS-SUBMIT-TIME
           PERFORM 7100-FIND-MAPPING THRU 7100-EXIT
           IF WS-PND-ACT (WS-PND-SUB) = "A"
              IF WS-GLM-FOUND-SUB > ZERO
                    OR WS-GLM-ENTRIES >= WS-GLM-TABLE-MAX
                 DISPLAY "CALCGLMNT: " WS-WORK-BATCH-ID " IS NOW ON "
                    "FILE OR THE TABLE IS FULL - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           ELSE
              IF WS-GLM-FOUND-SUB = ZERO
                 DISPLAY "CALCGLMNT: " WS-WORK-BATCH-ID " IS NO "
                    "LONGER ON FILE - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
              IF WS-GLM-DEBIT (WS-GLM-FOUND-SUB) NOT = WS-OLD-DEBIT
                    OR WS-GLM-CREDIT (WS-GLM-FOUND-SUB)
                       NOT = WS-OLD-CREDIT
                 DISPLAY "CALCGLMNT: " WS-WORK-BATCH-ID " HAS "
                    "CHANGED SINCE IT WAS SUBMITTED - NOT APPLIED"
                 ADD 1 TO WS-PND-SUB
                 GO TO 6700-EXIT
              END-IF
           END-IF
           EVALUATE WS-PND-ACT (WS-PND-SUB)
           WHEN "A"
                ADD 1 TO WS-GLM-ENTRIES
                MOVE WS-WORK-KEY   TO WS-GLM-KEY (WS-GLM-ENTRIES)
                MOVE WS-NEW-DEBIT  TO WS-GLM-DEBIT (WS-GLM-ENTRIES)
                MOVE WS-NEW-CREDIT TO WS-GLM-CREDIT (WS-GLM-ENTRIES)
                MOVE WS-RUN-DATE   TO WS-GLM-UPD-DATE (WS-GLM-ENTRIES)
                MOVE WS-RUN-TIME   TO WS-GLM-UPD-TIME (WS-GLM-ENTRIES)
                ADD 1 TO WS-ADD-COUNT
           WHEN "C"
                MOVE WS-NEW-DEBIT
                   TO WS-GLM-DEBIT (WS-GLM-FOUND-SUB)
                MOVE WS-NEW-CREDIT
                   TO WS-GLM-CREDIT (WS-GLM-FOUND-SUB)
                MOVE WS-RUN-DATE
                   TO WS-GLM-UPD-DATE (WS-GLM-FOUND-SUB)
                MOVE WS-RUN-TIME
                   TO WS-GLM-UPD-TIME (WS-GLM-FOUND-SUB)
                ADD 1 TO WS-CHANGE-COUNT
           WHEN OTHER
                MOVE WS-GLM-FOUND-SUB TO WS-GLM-SUB
                PERFORM 6100-SHIFT-ONE-ENTRY THRU 6100-EXIT
                    UNTIL WS-GLM-SUB >= WS-GLM-ENTRIES
                SUBTRACT 1 FROM WS-GLM-ENTRIES
                ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           MOVE WS-PND-ACT (WS-PND-SUB) TO JRN-ACTION
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
           DISPLAY "CALCGLMNT: CHANGE TO " WS-WORK-BATCH-ID
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

      ******************************************************************
      * 7000-ACCEPT-KEY - the department batch id (the leading part
      * of the CALCHDR batch id every day's batch of the department
      * starts with) and the operator, blank for any operator.
      ******************************************************************
       7000-ACCEPT-KEY.
           MOVE "N" TO WS-KEY-OK-SW
           MOVE SPACES TO WS-WORK-KEY
           DISPLAY "DEPARTMENT BATCH ID: " WITH NO ADVANCING
           ACCEPT WS-WORK-BATCH-ID
           IF WS-WORK-BATCH-ID = SPACES
              DISPLAY "CALCGLMNT: NO BATCH ID KEYED - FUNCTION "
                 "ABANDONED"
              GO TO 7000-EXIT
           END-IF
           DISPLAY "OPERADOR (+ - * / % R ^, BLANK FOR ANY): "
              WITH NO ADVANCING
           ACCEPT WS-WORK-OPERADOR
           IF NOT WS-OPERADOR-VALID
              DISPLAY "CALCGLMNT: OPERADOR NOT + - * / % R ^ OR "
                 "BLANK - FUNCTION ABANDONED"
              GO TO 7000-EXIT
           END-IF
           MOVE WS-WORK-OPERADOR TO WS-SHOW-OPERADOR
           IF WS-WORK-OPERADOR = SPACE
              MOVE "ANY" TO WS-SHOW-OPERADOR
           END-IF
           SET WS-KEY-GOOD TO TRUE.
       7000-EXIT.
           EXIT.

       7100-FIND-MAPPING.
           MOVE ZERO TO WS-GLM-FOUND-SUB
           MOVE 1 TO WS-GLM-SUB
           PERFORM 7150-MATCH-MAPPING THRU 7150-EXIT
               UNTIL WS-GLM-SUB > WS-GLM-ENTRIES
                  OR WS-GLM-FOUND-SUB > ZERO.
       7100-EXIT.
           EXIT.

       7150-MATCH-MAPPING.
           IF WS-GLM-KEY (WS-GLM-SUB) = WS-WORK-KEY
              MOVE WS-GLM-SUB TO WS-GLM-FOUND-SUB
           END-IF
           ADD 1 TO WS-GLM-SUB.
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 7200-ACCEPT-ACCOUNTS - the debit and the credit account. A
      * blank reply keeps the account on file (there is none on an
      * add, so both are required there), and a row may not be
      * debited and credited to the same account.
      ******************************************************************
       7200-ACCEPT-ACCOUNTS.
           MOVE "N" TO WS-ACCT-OK-SW
           MOVE SPACES TO WS-ACCT-IN
           DISPLAY "DEBIT ACCOUNT: " WITH NO ADVANCING
           ACCEPT WS-ACCT-IN
           MOVE WS-ACCT-IN TO WS-NEW-DEBIT
           IF WS-ACCT-IN = SPACES
              MOVE WS-OLD-DEBIT TO WS-NEW-DEBIT
           END-IF
           MOVE SPACES TO WS-ACCT-IN
           DISPLAY "CREDIT ACCOUNT: " WITH NO ADVANCING
           ACCEPT WS-ACCT-IN
           MOVE WS-ACCT-IN TO WS-NEW-CREDIT
           IF WS-ACCT-IN = SPACES
              MOVE WS-OLD-CREDIT TO WS-NEW-CREDIT
           END-IF
           IF WS-NEW-DEBIT = SPACES OR WS-NEW-CREDIT = SPACES
              DISPLAY "CALCGLMNT: BOTH ACCOUNTS ARE REQUIRED - "
                 "FUNCTION ABANDONED"
              GO TO 7200-EXIT
           END-IF
           IF WS-NEW-DEBIT = WS-NEW-CREDIT
              DISPLAY "CALCGLMNT: DEBIT AND CREDIT ACCOUNT ARE THE "
                 "SAME - FUNCTION ABANDONED"
              GO TO 7200-EXIT
           END-IF
           SET WS-ACCT-GOOD TO TRUE.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7700-CHECK-NOT-PENDING - one change per mapping may wait for
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
              DISPLAY "CALCGLMNT: A CHANGE TO " WS-WORK-BATCH-ID " "
                 WS-SHOW-OPERADOR " IS ALREADY AWAITING APPROVAL"
           END-IF.
       7700-EXIT.
           EXIT.

       7750-MATCH-PENDING.
           IF WS-PND-KEY (WS-PND-SUB) = WS-WORK-KEY
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
              DISPLAY "CALCGLMNT: 50 CHANGES ALREADY AWAIT APPROVAL "
                 "- HAVE THEM REVIEWED FIRST"
              GO TO 7800-EXIT
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           ADD 1 TO WS-PND-ENTRIES
           MOVE WS-RUN-DATE   TO WS-PND-SUB-DATE (WS-PND-ENTRIES)
           MOVE WS-RUN-TIME   TO WS-PND-SUB-TIME (WS-PND-ENTRIES)
           MOVE WS-RUN-USERID TO WS-PND-SUBMITTER (WS-PND-ENTRIES)
           MOVE WS-PND-ACTION TO WS-PND-ACT (WS-PND-ENTRIES)
           MOVE WS-WORK-KEY   TO WS-PND-KEY (WS-PND-ENTRIES)
           MOVE WS-OLD-DEBIT  TO WS-PND-OLD-DEBIT (WS-PND-ENTRIES)
           MOVE WS-OLD-CREDIT TO WS-PND-OLD-CREDIT (WS-PND-ENTRIES)
           MOVE WS-NEW-DEBIT  TO WS-PND-NEW-DEBIT (WS-PND-ENTRIES)
           MOVE WS-NEW-CREDIT TO WS-PND-NEW-CREDIT (WS-PND-ENTRIES)
           ADD 1 TO WS-QUEUE-COUNT
           DISPLAY "CALCGLMNT: CHANGE TO " WS-WORK-BATCH-ID
              " QUEUED - ANOTHER USER MUST APPROVE IT".
       7800-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-JOURNAL - one journal row per approved change: who
      * submitted it and when, who approved it and when, which
      * department and operator, the accounts before and after. The
      * session time is re-read so rows within one session keep
      * their order.
      ******************************************************************
       8000-WRITE-JOURNAL.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE      TO JRN-DATE
           MOVE WS-RUN-TIME      TO JRN-TIME
           MOVE WS-RUN-USERID    TO JRN-OPERATOR
           MOVE WS-WORK-BATCH-ID TO JRN-BATCH-ID
           MOVE WS-WORK-OPERADOR TO JRN-OPERADOR
           MOVE WS-OLD-DEBIT     TO JRN-OLD-DEBIT
           MOVE WS-OLD-CREDIT    TO JRN-OLD-CREDIT
           MOVE WS-NEW-DEBIT     TO JRN-NEW-DEBIT
           MOVE WS-NEW-CREDIT    TO JRN-NEW-CREDIT
           MOVE WS-SUBMITTER     TO JRN-SUBMITTER
           MOVE WS-SUBMIT-DATE   TO JRN-SUBMIT-DATE
           MOVE WS-SUBMIT-TIME   TO JRN-SUBMIT-TIME
           MOVE WS-RUN-USERID    TO JRN-APPROVER
           WRITE JRN-REC
           IF NOT WS-GLMJRNL-OK
              DISPLAY "CALCGLMNT: WRITE TO GLMJRNL FAILED - STATUS = "
                 WS-GLMJRNL-STATUS
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - rewrite CALCGLMAP from the table, rewrite
      * GLMPEND with the changes still waiting, and report the
      * session.
      ******************************************************************
       9000-TERMINATE.
           OPEN OUTPUT GLMAP-FILE
           IF NOT WS-GLMAP-OK
              DISPLAY "CALCGLMNT: UNABLE TO WRITE CALCGLMAP - STATUS"
                 " = " WS-GLMAP-STATUS
           ELSE
              MOVE 1 TO WS-GLM-SUB
              PERFORM 9100-SAVE-ONE-MAPPING THRU 9100-EXIT
                  UNTIL WS-GLM-SUB > WS-GLM-ENTRIES
              CLOSE GLMAP-FILE
           END-IF
           OPEN OUTPUT GLMPEND-FILE
           IF NOT WS-GLMPEND-OK
              DISPLAY "CALCGLMNT: UNABLE TO WRITE GLMPEND - STATUS"
                 " = " WS-GLMPEND-STATUS
           ELSE
              MOVE 1 TO WS-PND-SUB
              PERFORM 9200-SAVE-ONE-PENDING THRU 9200-EXIT
                  UNTIL WS-PND-SUB > WS-PND-ENTRIES
              CLOSE GLMPEND-FILE
           END-IF
           CLOSE GLMJRNL-OUT
           DISPLAY " "
           DISPLAY "----- GL MAPPING MAINTENANCE SUMMARY -----"
           DISPLAY "MAPPINGS ON FILE     = " WS-GLM-ENTRIES
           DISPLAY "CHANGES QUEUED       = " WS-QUEUE-COUNT
           DISPLAY "MAPPINGS ADDED       = " WS-ADD-COUNT
           DISPLAY "MAPPINGS CHANGED     = " WS-CHANGE-COUNT
           DISPLAY "MAPPINGS DELETED     = " WS-DELETE-COUNT
           DISPLAY "CHANGES DECLINED     = " WS-DECLINE-COUNT
           DISPLAY "CHANGES WAITING      = " WS-PND-ENTRIES.
       9000-EXIT.
           EXIT.

       9100-SAVE-ONE-MAPPING.
           MOVE WS-GLM-BATCH-ID (WS-GLM-SUB) TO GLM-BATCH-ID
           MOVE WS-GLM-OPERADOR (WS-GLM-SUB) TO GLM-OPERADOR
           MOVE WS-GLM-DEBIT (WS-GLM-SUB)    TO GLM-DEBIT-ACCT
           MOVE WS-GLM-CREDIT (WS-GLM-SUB)   TO GLM-CREDIT-ACCT
           MOVE WS-GLM-UPD-DATE (WS-GLM-SUB) TO GLM-UPDATE-DATE
           MOVE WS-GLM-UPD-TIME (WS-GLM-SUB) TO GLM-UPDATE-TIME
           WRITE GLM-REC
           IF NOT WS-GLMAP-OK
              DISPLAY "CALCGLMNT: WRITE TO CALCGLMAP FAILED - STATUS"
                 " = " WS-GLMAP-STATUS
           END-IF
           ADD 1 TO WS-GLM-SUB.
       9100-EXIT.
           EXIT.

       9200-SAVE-ONE-PENDING.
           MOVE WS-PND-SUB-DATE (WS-PND-SUB)   TO PND-SUBMIT-DATE
           MOVE WS-PND-SUB-TIME (WS-PND-SUB)   TO PND-SUBMIT-TIME
           MOVE WS-PND-SUBMITTER (WS-PND-SUB)  TO PND-SUBMITTER
           MOVE WS-PND-ACT (WS-PND-SUB)        TO PND-ACTION
           MOVE WS-PND-BATCH-ID (WS-PND-SUB)   TO PND-BATCH-ID
           MOVE WS-PND-OPERADOR (WS-PND-SUB)   TO PND-OPERADOR
           MOVE WS-PND-OLD-DEBIT (WS-PND-SUB)  TO PND-OLD-DEBIT
           MOVE WS-PND-OLD-CREDIT (WS-PND-SUB) TO PND-OLD-CREDIT
           MOVE WS-PND-NEW-DEBIT (WS-PND-SUB)  TO PND-NEW-DEBIT
           MOVE WS-PND-NEW-CREDIT (WS-PND-SUB) TO PND-NEW-CREDIT
           WRITE PND-REC
           IF NOT WS-GLMPEND-OK
              DISPLAY "CALCGLMNT: WRITE TO GLMPEND FAILED - STATUS"
                 " = " WS-GLMPEND-STATUS
           END-IF
           ADD 1 TO WS-PND-SUB.
       9200-EXIT.
           EXIT.

       END PROGRAM CALCGLMNT.
