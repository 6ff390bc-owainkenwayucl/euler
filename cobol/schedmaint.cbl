       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedmaint.
       AUTHOR. Owain Kenway.

      * Maintenance screen for the nightly schedule
      * (nightly_schedule.dat, schedrec.cpy), in the calendarmaint.cbl
      * mould.  The schedule decides what runs in what order, on
      * which prerequisites, with which retries and highest
      * acceptable condition codes, and was the last control file
      * still raw-edited -- a mistake surfaced only when
      * ctlvalidate.cbl failed the chain at 1am.  A signed-on UPDATE
      * or SUPERVSR operator, through changegate.cbl, keys one action
      * at a time:
      *
      *    A  add a step at a position (0 puts it last)
      *    C  change a step's command, frequency, highest condition
      *       code, prerequisites, retry policy or launch condition
      *    M  move a step to a new position
      *    H  hold a step / R release it
      *    L  list the schedule as it will next run
      *
      * Each change is checked as it is keyed, against the schedule
      * it would produce: the command's program must exist and be
      * executable, the frequency must be one calfreq.cbl resolves,
      * every prerequisite (and an RC condition's step) must name a
      * step that runs earlier -- one that depends, however
      * indirectly, on the step being keyed is refused as circular
      * -- and a move may not carry a step above anything it
      * depends on, nor below anything that depends on it.  A change
      * that fails is refused with the reason and nothing is kept.
      *
      * Changes take effect only from the next chain start.  They
      * are kept in a staged copy (nightly_schedule_next.dat), which
      * later sessions pick up and add to; nightly.cbl moves it over
      * the live schedule once it holds its run lock, so a chain
      * already running -- and ctlvalidate.cbl within it -- never
      * sees a half-keyed schedule.  Every change is appended to
      * schedule_change_audit.dat (schedauditrec.cpy) with the
      * operator, the change ticket and the step's row before and
      * after.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT SCHEDULE-FILE
                ASSIGN TO "cobol/data/nightly_schedule.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
             SELECT STAGED-FILE
                ASSIGN TO "cobol/data/nightly_schedule_next.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STG-STATUS.
             SELECT AUDIT-FILE
                ASSIGN TO "cobol/data/schedule_change_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SCHEDULE-FILE.
             COPY "schedrec.cpy".
          FD STAGED-FILE.
             01 STAGED-RECORD         PIC X(140).
          FD AUDIT-FILE.
             COPY "schedauditrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-sch-status PIC XX.
             01 ws-stg-status PIC XX.
             01 ws-aud-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "SCHMAINT".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-staged PIC X VALUE "N".
             01 ws-exit-flag PIC X VALUE "N".
      * Action screen.
             01 ws-input-action PIC X VALUE SPACES.
             01 ws-input-step PIC X(8) VALUE SPACES.
             01 ws-input-position PIC 9(2) VALUE 0.
      * Step detail screen, for A and C.
             01 ws-input-command PIC X(40).
             01 ws-input-frequency PIC X(4).
             01 ws-input-max-cc PIC 9(4).
             01 ws-input-prereq1 PIC X(8).
             01 ws-input-prereq2 PIC X(8).
             01 ws-input-prereq3 PIC X(8).
             01 ws-input-retry-max PIC 9(2).
             01 ws-input-retry-delay PIC 9(4).
             01 ws-input-cond-type PIC X(4).
             01 ws-input-cond-target PIC X(30).
             01 ws-input-cond-operator PIC X(2).
             01 ws-input-cond-value PIC 9(4).
             01 ws-audit-action PIC X(8).
             01 ws-old-image PIC X(140).
             01 ws-new-image PIC X(140).
             01 ws-old-position USAGE BINARY-LONG UNSIGNED.
             01 ws-new-position USAGE BINARY-LONG UNSIGNED.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-dep-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-scan-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-prereq-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-check-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-check-name PIC X(30).
             01 ws-check-circular PIC X.
             01 ws-reach-moved PIC X.
             01 ws-reason PIC X(60).
             01 ws-errors-before USAGE BINARY-LONG UNSIGNED.
             01 ws-errors-after USAGE BINARY-LONG UNSIGNED.
             01 ws-error-count USAGE BINARY-LONG UNSIGNED.
             01 ws-program-word PIC X(40).
             01 ws-shell-command PIC X(80).
             01 ws-list-position PIC Z9.
      * The schedule as it will next run.  Each entry mirrors the
      * schedrec.cpy row byte for byte, so a row moves in and out of
      * the table whole and nothing ops keyed by hand is lost.
             01 WS-SCH-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-SCH-TABLE.
                05 WS-SCH-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-SCH-COUNT
                      INDEXED BY SCH-IDX.
                   10 WS-S-ROW.
                      15 WS-S-PROGRAM-ID     PIC X(8).
                      15 FILLER              PIC X.
                      15 WS-S-COMMAND        PIC X(40).
                      15 FILLER              PIC X.
                      15 WS-S-FREQUENCY      PIC X(4).
                      15 FILLER              PIC X.
                      15 WS-S-HOLD           PIC X.
                      15 FILLER              PIC X.
                      15 WS-S-MAX-CC         PIC X(4).
                      15 FILLER              PIC X.
                      15 WS-S-PREREQ-ENTRY OCCURS 3 TIMES.
                         20 WS-S-PREREQ      PIC X(8).
                         20 FILLER           PIC X.
                      15 WS-S-RETRY-MAX      PIC X(2).
                      15 FILLER              PIC X.
                      15 WS-S-RETRY-DELAY    PIC X(4).
                      15 FILLER              PIC X.
                      15 WS-S-COND-TYPE      PIC X(4).
                      15 FILLER              PIC X.
                      15 WS-S-COND-TARGET    PIC X(30).
                      15 FILLER              PIC X.
                      15 WS-S-COND-OPERATOR  PIC X(2).
                      15 FILLER              PIC X.
                      15 WS-S-COND-VALUE     PIC X(4).
                   10 WS-S-REACHED        PIC X.
      * The table before the change under test, restored whole when
      * the change is refused.
             01 WS-SAV-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-SAV-TABLE.
                05 WS-SAV-ROW OCCURS 50 TIMES PIC X(140).

          SCREEN SECTION.
          01 WS-ACTION-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "NIGHTLY SCHEDULE MAINTENANCE (ACTION X TO EXIT)".
             05 LINE 2 COL 1 VALUE
                "CHANGES TAKE EFFECT FROM THE NEXT CHAIN START".
             05 LINE 4 COL 1 VALUE
                "ACTION (A/C/M/H/R/L):   ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.
             05 LINE 5 COL 1 VALUE "STEP:                   ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-step.
             05 LINE 6 COL 1 VALUE "POSITION (A/M, 0 LAST): ".
             05 COLUMN PLUS 1 PIC 9(2) USING ws-input-position.
             05 LINE 8 COL 1 VALUE
                "A ADD  C CHANGE  M MOVE  H HOLD  R RELEASE  L LIST".
          01 WS-DETAIL-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "SCHEDULE STEP ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-input-step.
             05 LINE 3 COL 1 VALUE "COMMAND:              ".
             05 COLUMN PLUS 1 PIC X(40) USING ws-input-command.
             05 LINE 4 COL 1 VALUE "FREQUENCY:            ".
             05 COLUMN PLUS 1 PIC X(4) USING ws-input-frequency.
             05 LINE 5 COL 1 VALUE "HIGHEST OK COND CODE: ".
             05 COLUMN PLUS 1 PIC 9(4) USING ws-input-max-cc.
             05 LINE 6 COL 1 VALUE "PREREQUISITES:        ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-prereq1.
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-prereq2.
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-prereq3.
             05 LINE 7 COL 1 VALUE "RETRIES / DELAY SECS: ".
             05 COLUMN PLUS 1 PIC 9(2) USING ws-input-retry-max.
             05 COLUMN PLUS 1 PIC 9(4) USING ws-input-retry-delay.
             05 LINE 8 COL 1 VALUE "CONDITION (EXST/NEMP/RC): ".
             05 COLUMN PLUS 1 PIC X(4) USING ws-input-cond-type.
             05 LINE 9 COL 1 VALUE "CONDITION FILE/STEP:  ".
             05 COLUMN PLUS 1 PIC X(30) USING ws-input-cond-target.
             05 LINE 10 COL 1 VALUE "CONDITION OP / VALUE: ".
             05 COLUMN PLUS 1 PIC X(2) USING ws-input-cond-operator.
             05 COLUMN PLUS 1 PIC 9(4) USING ws-input-cond-value.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "SCHEDMAINT: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-operator-role IS NOT EQUAL TO "UPDATE"
             AND ws-operator-role IS NOT EQUAL TO "SUPERVSR"
             DISPLAY "SCHEDMAINT: ROLE " ws-operator-role
                " MAY NOT AMEND THE NIGHTLY SCHEDULE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      * No change outside a freeze without a ticket to hang it on;
      * none during one without a SUPERVSR's logged override.
          CALL 'changegate' USING ws-operator-id, ws-operator-role,
             ws-signon-caller, ws-change-ticket, ws-gate-result.
          IF ws-gate-result IS NOT EQUAL TO 0
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-SCHEDULE.
          IF ws-staged IS EQUAL TO "Y"
             DISPLAY "SCHEDMAINT: CHANGES ALREADY STAGED FOR THE "
                "NEXT CHAIN START ARE INCLUDED"
          END-IF.
          PERFORM COUNT-DEPENDENCY-ERRORS.
          IF ws-error-count IS GREATER THAN 0
             DISPLAY "SCHEDMAINT: " ws-error-count " DEPENDENCY "
                "ERROR(S) ALREADY IN THE SCHEDULE, SEE L"
          END-IF.
          PERFORM UNTIL ws-exit-flag IS EQUAL TO "Y"
             MOVE SPACES TO ws-input-action
             MOVE SPACES TO ws-input-step
             MOVE 0 TO ws-input-position
             DISPLAY WS-ACTION-SCREEN
             ACCEPT WS-ACTION-SCREEN
             EVALUATE ws-input-action
                WHEN "X"
                WHEN "x"
                   MOVE "Y" TO ws-exit-flag
                WHEN "L"
                   PERFORM LIST-SCHEDULE
                WHEN "A"
                   PERFORM ADD-STEP
                WHEN "C"
                   PERFORM CHANGE-STEP
                WHEN "M"
                   PERFORM MOVE-STEP
                WHEN "H"
                   PERFORM HOLD-STEP
                WHEN "R"
                   PERFORM RELEASE-STEP
                WHEN OTHER
                   DISPLAY "SCHEDMAINT: ACTION MUST BE A, C, M, H, "
                      "R, L OR X"
             END-EVALUATE
          END-PERFORM.
       STOP RUN.

      * The staged copy when one is waiting, so a second session
      * builds on the first; the live schedule otherwise.
       LOAD-SCHEDULE.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT STAGED-FILE.
          IF ws-stg-status IS EQUAL TO "00"
             MOVE "Y" TO ws-staged
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ STAGED-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE STAGED-RECORD TO SCHEDULE-RECORD
                      PERFORM TABLE-ONE-ROW
                END-READ
             END-PERFORM
             CLOSE STAGED-FILE
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT SCHEDULE-FILE.
          IF ws-sch-status IS NOT EQUAL TO "00"
             DISPLAY "SCHEDMAINT: CANNOT OPEN SCHEDULE FILE, STATUS "
                ws-sch-status
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ SCHEDULE-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   PERFORM TABLE-ONE-ROW
             END-READ
          END-PERFORM.
          CLOSE SCHEDULE-FILE.

      * A step past the bound must never be silently dropped by the
      * rewrite; nightly.cbl refuses such a schedule too.
       TABLE-ONE-ROW.
          IF WS-SCH-COUNT IS EQUAL TO 50
             DISPLAY "SCHEDMAINT: SCHEDULE EXCEEDS MAXIMUM OF 50 "
                "STEPS, NOTHING REWRITTEN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WS-SCH-COUNT.
          MOVE SCHEDULE-RECORD TO WS-S-ROW(WS-SCH-COUNT).

       LIST-SCHEDULE.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             SET ws-list-position TO SCH-IDX
             DISPLAY ws-list-position " " WS-S-PROGRAM-ID(SCH-IDX)
                " " WS-S-FREQUENCY(SCH-IDX) " HOLD "
                WS-S-HOLD(SCH-IDX) " MAXCC " WS-S-MAX-CC(SCH-IDX)
                " AFTER " WS-S-PREREQ(SCH-IDX, 1) " "
                WS-S-PREREQ(SCH-IDX, 2) " " WS-S-PREREQ(SCH-IDX, 3)
          END-PERFORM.
          PERFORM COUNT-DEPENDENCY-ERRORS.
          DISPLAY "SCHEDMAINT: " WS-SCH-COUNT " STEP(S), "
             ws-error-count " DEPENDENCY ERROR(S)".

       FIND-INPUT-STEP.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             IF WS-S-PROGRAM-ID(SCH-IDX) IS EQUAL TO ws-input-step
                SET ws-found-idx TO SCH-IDX
             END-IF
          END-PERFORM.

       ADD-STEP.
          IF ws-input-step IS EQUAL TO SPACES
             DISPLAY "SCHEDMAINT: A STEP ID IS REQUIRED"
             EXIT PARAGRAPH
          END-IF.
          PERFORM FIND-INPUT-STEP.
          IF ws-found-idx IS GREATER THAN 0
             DISPLAY "SCHEDMAINT: " ws-input-step
                " IS ALREADY IN THE SCHEDULE"
             EXIT PARAGRAPH
          END-IF.
          IF WS-SCH-COUNT IS EQUAL TO 50
             DISPLAY "SCHEDMAINT: SCHEDULE FULL"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-position IS EQUAL TO 0
             OR ws-input-position IS GREATER THAN WS-SCH-COUNT
             COMPUTE ws-new-position = WS-SCH-COUNT + 1
          ELSE
             MOVE ws-input-position TO ws-new-position
          END-IF.
          MOVE SPACES TO ws-input-command.
          MOVE "DALY" TO ws-input-frequency.
          MOVE 0 TO ws-input-max-cc.
          MOVE SPACES TO ws-input-prereq1.
          MOVE SPACES TO ws-input-prereq2.
          MOVE SPACES TO ws-input-prereq3.
          MOVE 0 TO ws-input-retry-max.
          MOVE 0 TO ws-input-retry-delay.
          MOVE SPACES TO ws-input-cond-type.
          MOVE SPACES TO ws-input-cond-target.
          MOVE SPACES TO ws-input-cond-operator.
          MOVE 0 TO ws-input-cond-value.
          DISPLAY WS-DETAIL-SCREEN.
          ACCEPT WS-DETAIL-SCREEN.
          PERFORM SAVE-SCHEDULE.
          ADD 1 TO WS-SCH-COUNT.
          PERFORM VARYING ws-scan-idx FROM WS-SCH-COUNT BY -1
             UNTIL ws-scan-idx IS NOT GREATER THAN ws-new-position
             MOVE WS-S-ROW(ws-scan-idx - 1) TO WS-S-ROW(ws-scan-idx)
          END-PERFORM.
          MOVE ws-new-position TO ws-found-idx.
          MOVE SPACES TO WS-S-ROW(ws-found-idx).
          MOVE ws-input-step TO WS-S-PROGRAM-ID(ws-found-idx).
          MOVE "N" TO WS-S-HOLD(ws-found-idx).
          PERFORM STORE-DETAIL.
          PERFORM CHECK-KEYED-STEP.
          IF ws-reason IS NOT EQUAL TO SPACES
             PERFORM REFUSE-CHANGE
             EXIT PARAGRAPH
          END-IF.
          MOVE "ADD" TO ws-audit-action.
          MOVE SPACES TO ws-old-image.
          MOVE 0 TO ws-old-position.
          MOVE WS-S-ROW(ws-found-idx) TO ws-new-image.
          PERFORM KEEP-CHANGE.

       CHANGE-STEP.
          PERFORM FIND-INPUT-STEP.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "SCHEDMAINT: " ws-input-step
                " IS NOT IN THE SCHEDULE"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-S-COMMAND(ws-found-idx) TO ws-input-command.
          MOVE WS-S-FREQUENCY(ws-found-idx) TO ws-input-frequency.
          MOVE 0 TO ws-input-max-cc.
          IF WS-S-MAX-CC(ws-found-idx) IS NUMERIC
             MOVE WS-S-MAX-CC(ws-found-idx) TO ws-input-max-cc
          END-IF.
          MOVE WS-S-PREREQ(ws-found-idx, 1) TO ws-input-prereq1.
          MOVE WS-S-PREREQ(ws-found-idx, 2) TO ws-input-prereq2.
          MOVE WS-S-PREREQ(ws-found-idx, 3) TO ws-input-prereq3.
          MOVE 0 TO ws-input-retry-max.
          IF WS-S-RETRY-MAX(ws-found-idx) IS NUMERIC
             MOVE WS-S-RETRY-MAX(ws-found-idx) TO ws-input-retry-max
          END-IF.
          MOVE 0 TO ws-input-retry-delay.
          IF WS-S-RETRY-DELAY(ws-found-idx) IS NUMERIC
             MOVE WS-S-RETRY-DELAY(ws-found-idx) TO
                ws-input-retry-delay
          END-IF.
          MOVE WS-S-COND-TYPE(ws-found-idx) TO ws-input-cond-type.
          MOVE WS-S-COND-TARGET(ws-found-idx) TO ws-input-cond-target.
          MOVE WS-S-COND-OPERATOR(ws-found-idx) TO
             ws-input-cond-operator.
          MOVE 0 TO ws-input-cond-value.
          IF WS-S-COND-VALUE(ws-found-idx) IS NUMERIC
             MOVE WS-S-COND-VALUE(ws-found-idx) TO
                ws-input-cond-value
          END-IF.
          DISPLAY WS-DETAIL-SCREEN.
          ACCEPT WS-DETAIL-SCREEN.
          PERFORM SAVE-SCHEDULE.
          MOVE WS-S-ROW(ws-found-idx) TO ws-old-image.
          PERFORM STORE-DETAIL.
          IF WS-S-ROW(ws-found-idx) IS EQUAL TO ws-old-image
             DISPLAY "SCHEDMAINT: " ws-input-step " UNCHANGED"
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-KEYED-STEP.
          IF ws-reason IS NOT EQUAL TO SPACES
             PERFORM REFUSE-CHANGE
             EXIT PARAGRAPH
          END-IF.
          MOVE "CHANGE" TO ws-audit-action.
          MOVE ws-found-idx TO ws-old-position.
          MOVE ws-found-idx TO ws-new-position.
          MOVE WS-S-ROW(ws-found-idx) TO ws-new-image.
          PERFORM KEEP-CHANGE.

      * A move changes only the order, so the test is whether it
      * leaves more steps ahead of something they depend on than
      * there were before -- a schedule that was already wrong
      * elsewhere does not stop an unrelated move.
       MOVE-STEP.
          PERFORM FIND-INPUT-STEP.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "SCHEDMAINT: " ws-input-step
                " IS NOT IN THE SCHEDULE"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-position IS EQUAL TO 0
             OR ws-input-position IS GREATER THAN WS-SCH-COUNT
             MOVE WS-SCH-COUNT TO ws-new-position
          ELSE
             MOVE ws-input-position TO ws-new-position
          END-IF.
          IF ws-new-position IS EQUAL TO ws-found-idx
             DISPLAY "SCHEDMAINT: " ws-input-step
                " IS ALREADY AT THAT POSITION"
             EXIT PARAGRAPH
          END-IF.
          PERFORM COUNT-DEPENDENCY-ERRORS.
          MOVE ws-error-count TO ws-errors-before.
          PERFORM SAVE-SCHEDULE.
          MOVE ws-found-idx TO ws-old-position.
          MOVE WS-S-ROW(ws-found-idx) TO ws-old-image.
          IF ws-new-position IS LESS THAN ws-old-position
             PERFORM VARYING ws-scan-idx FROM ws-old-position BY -1
                UNTIL ws-scan-idx IS NOT GREATER THAN ws-new-position
                MOVE WS-S-ROW(ws-scan-idx - 1) TO
                   WS-S-ROW(ws-scan-idx)
             END-PERFORM
          ELSE
             PERFORM VARYING ws-scan-idx FROM ws-old-position BY 1
                UNTIL ws-scan-idx IS NOT LESS THAN ws-new-position
                MOVE WS-S-ROW(ws-scan-idx + 1) TO
                   WS-S-ROW(ws-scan-idx)
             END-PERFORM
          END-IF.
          MOVE ws-old-image TO WS-S-ROW(ws-new-position).
          PERFORM COUNT-DEPENDENCY-ERRORS.
          MOVE ws-error-count TO ws-errors-after.
          IF ws-errors-after IS GREATER THAN ws-errors-before
             MOVE SPACES TO ws-reason
             STRING "MOVE WOULD RUN A STEP BEFORE ONE IT DEPENDS ON"
                DELIMITED BY SIZE INTO ws-reason
             PERFORM REFUSE-CHANGE
             EXIT PARAGRAPH
          END-IF.
          MOVE "MOVE" TO ws-audit-action.
          MOVE ws-old-image TO ws-new-image.
          PERFORM KEEP-CHANGE.

      * Holding a step parks everything that names it as a
      * prerequisite too; the operator is told which steps those
      * are, but the hold is theirs to make.
       HOLD-STEP.
          PERFORM FIND-INPUT-STEP.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "SCHEDMAINT: " ws-input-step
                " IS NOT IN THE SCHEDULE"
             EXIT PARAGRAPH
          END-IF.
          IF WS-S-HOLD(ws-found-idx) IS EQUAL TO "Y"
             DISPLAY "SCHEDMAINT: " ws-input-step " IS ALREADY HELD"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-S-ROW(ws-found-idx) TO ws-old-image.
          MOVE "Y" TO WS-S-HOLD(ws-found-idx).
          PERFORM VARYING ws-dep-idx FROM 1 BY 1
             UNTIL ws-dep-idx IS GREATER THAN WS-SCH-COUNT
             PERFORM VARYING ws-prereq-idx FROM 1 BY 1
                UNTIL ws-prereq-idx IS GREATER THAN 3
                IF WS-S-PREREQ(ws-dep-idx, ws-prereq-idx) IS EQUAL
                   TO ws-input-step
                   DISPLAY "SCHEDMAINT: " WS-S-PROGRAM-ID(ws-dep-idx)
                      " DEPENDS ON " ws-input-step
                      " AND WILL NOT RUN WHILE IT IS HELD"
                END-IF
             END-PERFORM
          END-PERFORM.
          MOVE "HOLD" TO ws-audit-action.
          MOVE ws-found-idx TO ws-old-position.
          MOVE ws-found-idx TO ws-new-position.
          MOVE WS-S-ROW(ws-found-idx) TO ws-new-image.
          PERFORM KEEP-CHANGE.

       RELEASE-STEP.
          PERFORM FIND-INPUT-STEP.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "SCHEDMAINT: " ws-input-step
                " IS NOT IN THE SCHEDULE"
             EXIT PARAGRAPH
          END-IF.
          IF WS-S-HOLD(ws-found-idx) IS NOT EQUAL TO "Y"
             DISPLAY "SCHEDMAINT: " ws-input-step " IS NOT HELD"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-S-ROW(ws-found-idx) TO ws-old-image.
          MOVE "N" TO WS-S-HOLD(ws-found-idx).
          MOVE "RELEASE" TO ws-audit-action.
          MOVE ws-found-idx TO ws-old-position.
          MOVE ws-found-idx TO ws-new-position.
          MOVE WS-S-ROW(ws-found-idx) TO ws-new-image.
          PERFORM KEEP-CHANGE.

      * Detail screen fields into the row at ws-found-idx.
       STORE-DETAIL.
          MOVE ws-input-command TO WS-S-COMMAND(ws-found-idx).
          MOVE ws-input-frequency TO WS-S-FREQUENCY(ws-found-idx).
          MOVE ws-input-max-cc TO WS-S-MAX-CC(ws-found-idx).
          MOVE ws-input-prereq1 TO WS-S-PREREQ(ws-found-idx, 1).
          MOVE ws-input-prereq2 TO WS-S-PREREQ(ws-found-idx, 2).
          MOVE ws-input-prereq3 TO WS-S-PREREQ(ws-found-idx, 3).
          MOVE ws-input-retry-max TO WS-S-RETRY-MAX(ws-found-idx).
          MOVE ws-input-retry-delay TO
             WS-S-RETRY-DELAY(ws-found-idx).
          MOVE ws-input-cond-type TO WS-S-COND-TYPE(ws-found-idx).
          MOVE ws-input-cond-target TO
             WS-S-COND-TARGET(ws-found-idx).
          MOVE ws-input-cond-operator TO
             WS-S-COND-OPERATOR(ws-found-idx).
          MOVE ws-input-cond-value TO WS-S-COND-VALUE(ws-found-idx).

      * Every entry check on the step at ws-found-idx, as it now
      * sits in the table; the first failure lands in ws-reason.
       CHECK-KEYED-STEP.
          MOVE SPACES TO ws-reason.
          IF WS-S-COMMAND(ws-found-idx) IS EQUAL TO SPACES
             MOVE "A COMMAND IS REQUIRED" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-program-word.
          UNSTRING WS-S-COMMAND(ws-found-idx) DELIMITED BY ALL SPACE
             INTO ws-program-word.
          MOVE SPACES TO ws-shell-command.
          STRING "test -x " DELIMITED BY SIZE
             ws-program-word DELIMITED BY SPACE
             INTO ws-shell-command.
          CALL "SYSTEM" USING ws-shell-command.
          IF RETURN-CODE IS NOT EQUAL TO 0
             MOVE 0 TO RETURN-CODE
             STRING "COMMAND " DELIMITED BY SIZE
                ws-program-word DELIMITED BY SPACE
                " IS NOT AN EXECUTABLE PROGRAM" DELIMITED BY SIZE
                INTO ws-reason
             EXIT PARAGRAPH
          END-IF.
          EVALUATE WS-S-FREQUENCY(ws-found-idx)
             WHEN "DALY"
             WHEN "WKLY"
             WHEN "WSUN"
             WHEN "WMON"
             WHEN "WTUE"
             WHEN "WWED"
             WHEN "WTHU"
             WHEN "WFRI"
             WHEN "WSAT"
             WHEN "FBDM"
             WHEN "MEND"
             WHEN "QEND"
                CONTINUE
             WHEN OTHER
                STRING "FREQUENCY " WS-S-FREQUENCY(ws-found-idx)
                   " UNRECOGNIZED" DELIMITED BY SIZE INTO ws-reason
                EXIT PARAGRAPH
          END-EVALUATE.
          PERFORM VARYING ws-prereq-idx FROM 1 BY 1
             UNTIL ws-prereq-idx IS GREATER THAN 3
             OR ws-reason IS NOT EQUAL TO SPACES
             IF WS-S-PREREQ(ws-found-idx, ws-prereq-idx) IS NOT
                EQUAL TO SPACES
                MOVE WS-S-PREREQ(ws-found-idx, ws-prereq-idx) TO
                   ws-check-name
                MOVE ws-found-idx TO ws-check-idx
                PERFORM CHECK-EARLIER-STEP
                IF ws-reason IS NOT EQUAL TO SPACES
                   MOVE SPACES TO ws-reason
                   IF ws-check-circular IS EQUAL TO "Y"
                      STRING "PREREQ " ws-check-name(1:8)
                         " IS CIRCULAR, IT DEPENDS ON THIS STEP"
                         DELIMITED BY SIZE INTO ws-reason
                   ELSE
                      STRING "PREREQ " ws-check-name(1:8)
                         " IS NOT AN EARLIER STEP"
                         DELIMITED BY SIZE INTO ws-reason
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          IF ws-reason IS NOT EQUAL TO SPACES
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-KEYED-CONDITION.

      * A launch condition nightly.cbl knows how to test, the same
      * rules ctlvalidate.cbl applies overnight.
       CHECK-KEYED-CONDITION.
          EVALUATE WS-S-COND-TYPE(ws-found-idx)
             WHEN SPACES
                CONTINUE
             WHEN "EXST"
             WHEN "NEMP"
                IF WS-S-COND-TARGET(ws-found-idx) IS EQUAL TO SPACES
                   MOVE "CONDITION NAMES NO FILE" TO ws-reason
                END-IF
             WHEN "RC"
                MOVE WS-S-COND-TARGET(ws-found-idx) TO ws-check-name
                MOVE ws-found-idx TO ws-check-idx
                PERFORM CHECK-EARLIER-STEP
                EVALUATE TRUE
                   WHEN ws-reason IS NOT EQUAL TO SPACES
                      MOVE SPACES TO ws-reason
                      IF ws-check-circular IS EQUAL TO "Y"
                         MOVE "CONDITION STEP DEPENDS ON THIS STEP"
                            TO ws-reason
                      ELSE
                         MOVE "CONDITION STEP NOT AN EARLIER STEP"
                            TO ws-reason
                      END-IF
                   WHEN WS-S-COND-OPERATOR(ws-found-idx) IS NOT
                      EQUAL TO "EQ"
                      AND WS-S-COND-OPERATOR(ws-found-idx) IS NOT
                      EQUAL TO "NE"
                      AND WS-S-COND-OPERATOR(ws-found-idx) IS NOT
                      EQUAL TO "GT"
                      AND WS-S-COND-OPERATOR(ws-found-idx) IS NOT
                      EQUAL TO "GE"
                      AND WS-S-COND-OPERATOR(ws-found-idx) IS NOT
                      EQUAL TO "LT"
                      AND WS-S-COND-OPERATOR(ws-found-idx) IS NOT
                      EQUAL TO "LE"
                      MOVE "CONDITION OPERATOR UNRECOGNIZED"
                         TO ws-reason
                END-EVALUATE
             WHEN OTHER
                MOVE "CONDITION TYPE UNRECOGNIZED" TO ws-reason
          END-EVALUATE.

      * Does ws-check-name name a step above the one at
      * ws-check-idx?  If not, ws-reason is set non-blank, and
      * ws-check-circular says whether the named step itself
      * depends on the one at ws-check-idx -- directly, through its
      * prerequisites' prerequisites, or through an RC condition --
      * which no reordering could ever satisfy.
       CHECK-EARLIER-STEP.
          MOVE SPACES TO ws-reason.
          MOVE "N" TO ws-check-circular.
          PERFORM VARYING ws-scan-idx FROM 1 BY 1
             UNTIL ws-scan-idx IS NOT LESS THAN ws-check-idx
             IF WS-S-PROGRAM-ID(ws-scan-idx) IS EQUAL TO
                ws-check-name
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
          MOVE "NOT EARLIER" TO ws-reason.
          IF ws-check-name IS EQUAL TO WS-S-PROGRAM-ID(ws-check-idx)
             MOVE "Y" TO ws-check-circular
             EXIT PARAGRAPH
          END-IF.
      * Mark the named step, then everything reachable from marked
      * steps through their dependencies, until nothing new is
      * marked; the keyed step marked means a cycle.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             IF WS-S-PROGRAM-ID(SCH-IDX) IS EQUAL TO ws-check-name
                MOVE "Y" TO WS-S-REACHED(SCH-IDX)
             ELSE
                MOVE "N" TO WS-S-REACHED(SCH-IDX)
             END-IF
          END-PERFORM.
          MOVE "Y" TO ws-reach-moved.
          PERFORM UNTIL ws-reach-moved IS EQUAL TO "N"
             MOVE "N" TO ws-reach-moved
             PERFORM VARYING SCH-IDX FROM 1 BY 1
                UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
                IF WS-S-REACHED(SCH-IDX) IS EQUAL TO "Y"
                   PERFORM MARK-DEPENDENCIES
                END-IF
             END-PERFORM
          END-PERFORM.
          IF WS-S-REACHED(ws-check-idx) IS EQUAL TO "Y"
             MOVE "Y" TO ws-check-circular
          END-IF.

      * Marks every step the step at SCH-IDX names as a prerequisite
      * or as its RC condition's step.
       MARK-DEPENDENCIES.
          PERFORM VARYING ws-dep-idx FROM 1 BY 1
             UNTIL ws-dep-idx IS GREATER THAN WS-SCH-COUNT
             IF WS-S-REACHED(ws-dep-idx) IS NOT EQUAL TO "Y"
                IF WS-S-PROGRAM-ID(ws-dep-idx) IS EQUAL TO
                   WS-S-PREREQ(SCH-IDX, 1)
                   OR WS-S-PROGRAM-ID(ws-dep-idx) IS EQUAL TO
                   WS-S-PREREQ(SCH-IDX, 2)
                   OR WS-S-PROGRAM-ID(ws-dep-idx) IS EQUAL TO
                   WS-S-PREREQ(SCH-IDX, 3)
                   OR (WS-S-COND-TYPE(SCH-IDX) IS EQUAL TO "RC"
                   AND WS-S-PROGRAM-ID(ws-dep-idx) IS EQUAL TO
                   WS-S-COND-TARGET(SCH-IDX))
                   MOVE "Y" TO WS-S-REACHED(ws-dep-idx)
                   MOVE "Y" TO ws-reach-moved
                END-IF
             END-IF
          END-PERFORM.

      * Every declared prerequisite and RC condition step in the
      * table that does not name an earlier step.
       COUNT-DEPENDENCY-ERRORS.
          MOVE 0 TO ws-error-count.
          PERFORM VARYING ws-check-idx FROM 1 BY 1
             UNTIL ws-check-idx IS GREATER THAN WS-SCH-COUNT
             PERFORM VARYING ws-prereq-idx FROM 1 BY 1
                UNTIL ws-prereq-idx IS GREATER THAN 3
                IF WS-S-PREREQ(ws-check-idx, ws-prereq-idx) IS NOT
                   EQUAL TO SPACES
                   MOVE WS-S-PREREQ(ws-check-idx, ws-prereq-idx) TO
                      ws-check-name
                   PERFORM COUNT-ONE-DEPENDENCY
                END-IF
             END-PERFORM
             IF WS-S-COND-TYPE(ws-check-idx) IS EQUAL TO "RC"
                MOVE WS-S-COND-TARGET(ws-check-idx) TO ws-check-name
                PERFORM COUNT-ONE-DEPENDENCY
             END-IF
          END-PERFORM.
          MOVE SPACES TO ws-reason.

       COUNT-ONE-DEPENDENCY.
          MOVE SPACES TO ws-reason.
          MOVE "NOT EARLIER" TO ws-reason.
          PERFORM VARYING ws-scan-idx FROM 1 BY 1
             UNTIL ws-scan-idx IS NOT LESS THAN ws-check-idx
             IF WS-S-PROGRAM-ID(ws-scan-idx) IS EQUAL TO
                ws-check-name
                MOVE SPACES TO ws-reason
             END-IF
          END-PERFORM.
          IF ws-reason IS NOT EQUAL TO SPACES
             ADD 1 TO ws-error-count
          END-IF.

       SAVE-SCHEDULE.
          MOVE WS-SCH-COUNT TO WS-SAV-COUNT.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             MOVE WS-S-ROW(SCH-IDX) TO WS-SAV-ROW(SCH-IDX)
          END-PERFORM.

      * Puts the table back as it was before the refused change.
       REFUSE-CHANGE.
          MOVE WS-SAV-COUNT TO WS-SCH-COUNT.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             MOVE WS-SAV-ROW(SCH-IDX) TO WS-S-ROW(SCH-IDX)
          END-PERFORM.
          DISPLAY "SCHEDMAINT: " ws-input-step " REFUSED, "
             ws-reason.

      * Rewrites the staged schedule in full and audits the change.
       KEEP-CHANGE.
          OPEN OUTPUT STAGED-FILE.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             MOVE WS-S-ROW(SCH-IDX) TO STAGED-RECORD
             WRITE STAGED-RECORD
          END-PERFORM.
          CLOSE STAGED-FILE.
          MOVE "Y" TO ws-staged.
          PERFORM WRITE-CHANGE-AUDIT.
          DISPLAY "SCHEDMAINT: " ws-input-step " " ws-audit-action
             " STAGED FOR THE NEXT CHAIN START".

      * Grows across every run (EXTEND); a failed EXTEND on the
      * first-ever run falls back to OPEN OUTPUT.
       WRITE-CHANGE-AUDIT.
          ACCEPT ws-run-time FROM TIME.
          MOVE SPACES TO SCHEDULE-AUDIT-RECORD.
          OPEN EXTEND AUDIT-FILE.
          IF ws-aud-status IS NOT EQUAL TO "00"
             OPEN OUTPUT AUDIT-FILE
          END-IF.
          MOVE ws-run-date TO SA-RUN-DATE.
          MOVE ws-run-time TO SA-RUN-TIME.
          MOVE ws-operator-id TO SA-OPERATOR-ID.
          MOVE ws-change-ticket TO SA-TICKET.
          MOVE ws-audit-action TO SA-ACTION.
          MOVE ws-input-step TO SA-STEP.
          MOVE ws-old-position TO SA-OLD-POSITION.
          MOVE ws-new-position TO SA-NEW-POSITION.
          MOVE ws-old-image TO SA-OLD-IMAGE.
          MOVE ws-new-image TO SA-NEW-IMAGE.
          WRITE SCHEDULE-AUDIT-RECORD.
          CLOSE AUDIT-FILE.
