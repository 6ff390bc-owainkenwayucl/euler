       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbookreview.
       AUTHOR. Owain Kenway.

      * Runbook close-out, in the alertreview.cbl mould.  nightly.cbl
      * and alertdigest.cbl print the runbook.dat procedure beside a
      * failure and log the invocation (runbook_invocations.dat,
      * runbookinvrec.cpy), but nothing said whether the procedure
      * worked or whether the operator did something else.  This
      * screen (behind signon.cbl) loads the invocations and the
      * close-outs already keyed (runbook_closeouts.dat,
      * runbookcloserec.cpy), shows the open count, then walks the
      * operator through the open invocations.  Each close-out
      * records the authenticated operator id, the action actually
      * taken (offered pre-filled with the procedure's own text, so
      * following the book is one keystroke), the outcome --
      * RESOLVED, NOT RESOLVED or ESCALATED -- and the minutes from
      * the failure to recovery.  An invocation matches a close-out
      * on program, run date, condition and run id, the way
      * alert_acks.dat matches an alert.  A failure that had no
      * procedure shows as NO RUNBOOK ENTRY; closing it out records
      * what was done, which is the draft of the entry it needs.
      * runbookreport.cbl reports the month's effectiveness per
      * procedure from both files.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT INVOCATION-FILE
                ASSIGN TO "cobol/data/runbook_invocations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INV-STATUS.
             SELECT CLOSEOUT-FILE
                ASSIGN TO "cobol/data/runbook_closeouts.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLO-STATUS.
             SELECT RUNBOOK-FILE
                ASSIGN TO "cobol/data/runbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD INVOCATION-FILE.
             COPY "runbookinvrec.cpy".
          FD CLOSEOUT-FILE.
             COPY "runbookcloserec.cpy".
          FD RUNBOOK-FILE.
             01 RUNBOOK-RECORD.
                05 RB-PROGRAM-ID       PIC X(8).
                05 RB-FILLER1          PIC X.
                05 RB-CONDITION        PIC X(20).
                05 RB-FILLER2          PIC X.
                05 RB-PROC-NO          PIC 9(4).
                05 RB-FILLER3          PIC X.
                05 RB-TEXT             PIC X(40).

          WORKING-STORAGE SECTION.
             01 ws-inv-status PIC XX.
             01 ws-clo-status PIC XX.
             01 ws-rbk-status PIC XX.
             01 ws-inv-eof PIC X VALUE "N".
             01 ws-clo-eof PIC X VALUE "N".
             01 ws-rbk-eof PIC X VALUE "N".
             01 ws-inv-overflow PIC X VALUE "N".
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "RBKREVW".
             01 ws-today PIC 9(8).
             01 ws-open-count PIC 9(9) VALUE 0.
             01 ws-closed-count PIC 9(9) VALUE 0.
             01 ws-new-closeouts PIC 9(9) VALUE 0.
             01 ws-stop-review PIC X VALUE "N".
             01 ws-show-source PIC X(8).
             01 ws-show-program PIC X(8).
             01 ws-show-date PIC 9(8).
             01 ws-show-condition PIC X(20).
             01 ws-show-run-id PIC 9(9).
             01 ws-show-proc-no PIC 9(4).
             01 ws-show-procedure PIC X(40).
             01 ws-action-taken PIC X(40).
             01 ws-outcome-code PIC X.
             01 ws-outcome PIC X(12).
             01 ws-recovery-minutes PIC 9(5).
      * The procedures, tabled for their text.
             01 WS-RBK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RBK-TABLE.
                05 WS-RBK-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-RBK-COUNT
                      INDEXED BY RBK-IDX.
                   10 WS-RB-PROC-NO       PIC 9(4).
                   10 WS-RB-TEXT          PIC X(40).
      * The tabled invocations, each marked closed or not once the
      * close-out file is applied.
             01 WS-INV-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-INV-TABLE.
                05 WS-INV-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-INV-COUNT
                      INDEXED BY INV-IDX.
                   10 WS-I-RUN-DATE       PIC 9(8).
                   10 WS-I-RUN-ID         PIC 9(9).
                   10 WS-I-SOURCE         PIC X(8).
                   10 WS-I-PROGRAM-ID     PIC X(8).
                   10 WS-I-CONDITION      PIC X(20).
                   10 WS-I-PROC-NO        PIC 9(4).
                   10 WS-I-CLOSED         PIC X.

          SCREEN SECTION.
          01 WS-CLOSEOUT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "OPEN RUNBOOK INVOCATION".
             05 LINE 3 COL 1 VALUE "LOGGED BY:  ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-show-source.
             05 LINE 4 COL 1 VALUE "PROGRAM:    ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-show-program.
             05 LINE 5 COL 1 VALUE "DATE:       ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-show-date.
             05 LINE 6 COL 1 VALUE "CONDITION:  ".
             05 COLUMN PLUS 1 PIC X(20) FROM ws-show-condition.
             05 LINE 7 COL 1 VALUE "RUN ID:     ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-show-run-id.
             05 LINE 8 COL 1 VALUE "PROCEDURE:  ".
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-show-proc-no.
             05 COLUMN PLUS 1 PIC X(40) FROM ws-show-procedure.
             05 LINE 10 COL 1 VALUE "ACTION TAKEN:     ".
             05 COLUMN PLUS 1 PIC X(40) USING ws-action-taken.
             05 LINE 11 COL 1 VALUE "MINUTES TO RECOVER:".
             05 COLUMN PLUS 1 PIC 9(5) USING ws-recovery-minutes.
             05 LINE 13 COL 1 VALUE
                "R RESOLVED  N NOT RESOLVED  E ESCALATED".
             05 LINE 14 COL 1 VALUE
                "OUTCOME (S = SKIP, X = EXIT): ".
             05 COLUMN PLUS 1 PIC X USING ws-outcome-code.

       PROCEDURE DIVISION.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "RUNBOOKREVIEW: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ACCEPT ws-today FROM DATE YYYYMMDD.
          PERFORM LOAD-RUNBOOK.
          PERFORM LOAD-INVOCATION-TABLE.
          IF ws-inv-overflow IS EQUAL TO "Y"
             DISPLAY "RUNBOOKREVIEW: MORE THAN 1000 INVOCATIONS, "
                "NOTHING CLOSED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM APPLY-CLOSEOUTS.
          PERFORM REVIEW-OPEN-INVOCATIONS.
          DISPLAY "RUNBOOKREVIEW: " ws-open-count " OPEN, "
             ws-closed-count " PREVIOUSLY CLOSED, "
             ws-new-closeouts " CLOSED THIS SESSION".
       STOP RUN.

      * An absent runbook just means every procedure shows blank.
       LOAD-RUNBOOK.
          OPEN INPUT RUNBOOK-FILE.
          IF ws-rbk-status IS EQUAL TO "00"
             PERFORM UNTIL ws-rbk-eof IS EQUAL TO "Y"
                READ RUNBOOK-FILE
                   AT END
                      MOVE "Y" TO ws-rbk-eof
                   NOT AT END
                      IF WS-RBK-COUNT IS LESS THAN 50
                         ADD 1 TO WS-RBK-COUNT
                         MOVE RB-PROC-NO TO
                            WS-RB-PROC-NO(WS-RBK-COUNT)
                         MOVE RB-TEXT TO WS-RB-TEXT(WS-RBK-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RUNBOOK-FILE
          END-IF.

      * logrotate.cbl holds the invocation file to its RUNBOOK
      * retention, so the table sees a window of invocations, not
      * every one ever logged.  A row beyond the table's bound
      * stops the load and the caller refuses the session: closing
      * out against a partial table would leave the later
      * invocations open unseen.
       LOAD-INVOCATION-TABLE.
          OPEN INPUT INVOCATION-FILE.
          IF ws-inv-status IS EQUAL TO "00"
             PERFORM UNTIL ws-inv-eof IS EQUAL TO "Y"
                READ INVOCATION-FILE
                   AT END
                      MOVE "Y" TO ws-inv-eof
                   NOT AT END
                      IF WS-INV-COUNT IS LESS THAN 1000
                         ADD 1 TO WS-INV-COUNT
                         MOVE RI-RUN-DATE TO
                            WS-I-RUN-DATE(WS-INV-COUNT)
                         MOVE RI-RUN-ID TO WS-I-RUN-ID(WS-INV-COUNT)
                         MOVE RI-SOURCE TO WS-I-SOURCE(WS-INV-COUNT)
                         MOVE RI-PROGRAM-ID TO
                            WS-I-PROGRAM-ID(WS-INV-COUNT)
                         MOVE RI-CONDITION TO
                            WS-I-CONDITION(WS-INV-COUNT)
                         MOVE RI-PROC-NO TO
                            WS-I-PROC-NO(WS-INV-COUNT)
                         MOVE "N" TO WS-I-CLOSED(WS-INV-COUNT)
                      ELSE
                         MOVE "Y" TO ws-inv-overflow
                         MOVE "Y" TO ws-inv-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE INVOCATION-FILE
          END-IF.

       APPLY-CLOSEOUTS.
          OPEN INPUT CLOSEOUT-FILE.
          IF ws-clo-status IS EQUAL TO "00"
             PERFORM UNTIL ws-clo-eof IS EQUAL TO "Y"
                READ CLOSEOUT-FILE
                   AT END
                      MOVE "Y" TO ws-clo-eof
                   NOT AT END
                      PERFORM VARYING INV-IDX FROM 1 BY 1
                         UNTIL INV-IDX IS GREATER THAN WS-INV-COUNT
                         IF WS-I-PROGRAM-ID(INV-IDX) IS EQUAL TO
                            RC-PROGRAM-ID AND WS-I-RUN-DATE(INV-IDX)
                            IS EQUAL TO RC-RUN-DATE AND
                            WS-I-CONDITION(INV-IDX) IS EQUAL TO
                            RC-CONDITION AND WS-I-RUN-ID(INV-IDX)
                            IS EQUAL TO RC-RUN-ID
                            MOVE "Y" TO WS-I-CLOSED(INV-IDX)
                         END-IF
                      END-PERFORM
                END-READ
             END-PERFORM
             CLOSE CLOSEOUT-FILE
          END-IF.
          PERFORM VARYING INV-IDX FROM 1 BY 1
             UNTIL INV-IDX IS GREATER THAN WS-INV-COUNT
             IF WS-I-CLOSED(INV-IDX) IS EQUAL TO "Y"
                ADD 1 TO ws-closed-count
             ELSE
                ADD 1 TO ws-open-count
             END-IF
          END-PERFORM.

      * Walks only the open invocations; each close-out is appended
      * immediately, so an interrupted review keeps what was already
      * done.
       REVIEW-OPEN-INVOCATIONS.
          PERFORM VARYING INV-IDX FROM 1 BY 1
             UNTIL INV-IDX IS GREATER THAN WS-INV-COUNT
             OR ws-stop-review IS EQUAL TO "Y"
             IF WS-I-CLOSED(INV-IDX) IS EQUAL TO "N"
                PERFORM REVIEW-ONE-INVOCATION
             END-IF
          END-PERFORM.

       REVIEW-ONE-INVOCATION.
          MOVE WS-I-SOURCE(INV-IDX) TO ws-show-source.
          MOVE WS-I-PROGRAM-ID(INV-IDX) TO ws-show-program.
          MOVE WS-I-RUN-DATE(INV-IDX) TO ws-show-date.
          MOVE WS-I-CONDITION(INV-IDX) TO ws-show-condition.
          MOVE WS-I-RUN-ID(INV-IDX) TO ws-show-run-id.
          MOVE WS-I-PROC-NO(INV-IDX) TO ws-show-proc-no.
          PERFORM FIND-PROCEDURE-TEXT.
          IF WS-I-PROC-NO(INV-IDX) IS EQUAL TO 0
             MOVE SPACES TO ws-action-taken
          ELSE
             MOVE ws-show-procedure TO ws-action-taken
          END-IF.
          MOVE 0 TO ws-recovery-minutes.
          MOVE SPACES TO ws-outcome-code.
          DISPLAY WS-CLOSEOUT-SCREEN.
          ACCEPT WS-CLOSEOUT-SCREEN.
          EVALUATE ws-outcome-code
             WHEN "X"
             WHEN "x"
                MOVE "Y" TO ws-stop-review
             WHEN "S"
             WHEN "s"
             WHEN SPACES
                CONTINUE
             WHEN "R"
             WHEN "r"
                MOVE "RESOLVED" TO ws-outcome
                PERFORM WRITE-CLOSEOUT
             WHEN "N"
             WHEN "n"
                MOVE "NOT RESOLVED" TO ws-outcome
                PERFORM WRITE-CLOSEOUT
             WHEN "E"
             WHEN "e"
                MOVE "ESCALATED" TO ws-outcome
                PERFORM WRITE-CLOSEOUT
             WHEN OTHER
                DISPLAY "RUNBOOKREVIEW: OUTCOME " ws-outcome-code
                   " NOT RECOGNIZED, LEFT OPEN"
          END-EVALUATE.

       FIND-PROCEDURE-TEXT.
          IF WS-I-PROC-NO(INV-IDX) IS EQUAL TO 0
             MOVE "NO RUNBOOK ENTRY" TO ws-show-procedure
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-show-procedure.
          PERFORM VARYING RBK-IDX FROM 1 BY 1
             UNTIL RBK-IDX IS GREATER THAN WS-RBK-COUNT
             IF WS-RB-PROC-NO(RBK-IDX) IS EQUAL TO
                WS-I-PROC-NO(INV-IDX)
                MOVE WS-RB-TEXT(RBK-IDX) TO ws-show-procedure
             END-IF
          END-PERFORM.

      * A blank action taken is refused: the close-out is the only
      * record of what was actually done.
       WRITE-CLOSEOUT.
          IF ws-action-taken IS EQUAL TO SPACES
             DISPLAY "RUNBOOKREVIEW: NO ACTION TAKEN KEYED, "
                "LEFT OPEN"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND CLOSEOUT-FILE.
          IF ws-clo-status IS NOT EQUAL TO "00"
             OPEN OUTPUT CLOSEOUT-FILE
          END-IF.
          MOVE SPACES TO RUNBOOK-CLOSEOUT-RECORD.
          MOVE ws-today TO RC-CLOSE-DATE.
          MOVE ws-operator-id TO RC-OPERATOR-ID.
          MOVE WS-I-PROGRAM-ID(INV-IDX) TO RC-PROGRAM-ID.
          MOVE WS-I-RUN-DATE(INV-IDX) TO RC-RUN-DATE.
          MOVE WS-I-CONDITION(INV-IDX) TO RC-CONDITION.
          MOVE WS-I-RUN-ID(INV-IDX) TO RC-RUN-ID.
          MOVE WS-I-PROC-NO(INV-IDX) TO RC-PROC-NO.
          MOVE ws-outcome TO RC-OUTCOME.
          MOVE ws-recovery-minutes TO RC-RECOVERY-MINUTES.
          MOVE ws-action-taken TO RC-ACTION-TAKEN.
          WRITE RUNBOOK-CLOSEOUT-RECORD.
          CLOSE CLOSEOUT-FILE.
          MOVE "Y" TO WS-I-CLOSED(INV-IDX).
          ADD 1 TO ws-new-closeouts.
          SUBTRACT 1 FROM ws-open-count.
          ADD 1 TO ws-closed-count.
