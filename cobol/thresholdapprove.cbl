      * ids: who keyed the change and who let it through.  A
      * supervisor cannot approve their own staged change -- that
      * would be one person with two screens, not two people.
      *
      * A change staged with a future effective date is not applied
      * at approval: it becomes SCHEDULD (audited as such) and waits
      * for thresholdactivate.cbl to apply it at the start of the
      * first chain run on or after that date.  An approval that
      * comes after the effective date has passed applies at once.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
       DATA DIVISION.
          FILE SECTION.
          FD PENDING-FILE.
             COPY "thrpendrec.cpy".
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD AUDIT-FILE.
                05 TA-NEW-THRESHOLD     PIC 9(18).
                05 TA-FILLER8           PIC X.
                05 TA-VERDICT           PIC X(8).
      * The change ticket the session was opened under
      * (changegate.cbl); EMERGENCY on a freeze override without
      * one, spaces on rows written before tickets were required.
                05 TA-FILLER9           PIC X.
                05 TA-TICKET            PIC X(12).

          WORKING-STORAGE SECTION.
             01 ws-pnd-status PIC XX.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "THRAPPRV".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-verdict PIC X VALUE SPACE.
             01 ws-stop-review PIC X VALUE "N".
             01 ws-applied-count PIC 9(9) VALUE 0.
             01 ws-rejected-count PIC 9(9) VALUE 0.
             01 ws-scheduled-count PIC 9(9) VALUE 0.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-audit-verdict PIC X(8).
             01 ws-show-program PIC X(8).
             01 ws-show-old PIC 9(18).
             01 ws-show-new PIC 9(18).
             01 ws-show-proposer PIC X(8).
             01 ws-show-effective PIC 9(8).
      * Pending changes tabled and rewritten in full with updated
      * statuses, the maintthresholds.cbl LINE SEQUENTIAL pattern.
             01 WS-PND-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
                   10 WS-P-STAGE-DATE     PIC 9(8).
                   10 WS-P-STAGE-TIME     PIC 9(8).
                   10 WS-P-STATUS         PIC X(8).
                   10 WS-P-EFFECTIVE      PIC 9(8).
                   10 WS-P-APPROVER       PIC X(8).
                   10 WS-P-TICKET         PIC X(12).
      * The control file, tabled for the apply-and-rewrite.
             01 WS-CTL-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CTL-TABLE.
          SCREEN SECTION.
          01 WS-REVIEW-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "PENDING THRESHOLD CHANGE".
             05 LINE 3 COL 1 VALUE "PROGRAM:  ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-show-program.
             05 COLUMN PLUS 1 PIC X(4) FROM ws-show-mode.
             05 COLUMN PLUS 1 PIC 9(18) FROM ws-show-new.
             05 LINE 6 COL 1 VALUE "PROPOSED BY: ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-show-proposer.
             05 LINE 7 COL 1 VALUE "EFFECTIVE:   ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-show-effective.
             05 COLUMN PLUS 2 VALUE "(0 = ON APPROVAL)".
             05 LINE 8 COL 1 VALUE
                "A = APPROVE, R = REJECT, S = SKIP, X = EXIT: ".
             05 COLUMN PLUS 1 PIC X USING ws-verdict.
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
          PERFORM LOAD-PENDING-TABLE.
          PERFORM LOAD-CONTROL-TABLE.
          PERFORM VARYING PND-IDX FROM 1 BY 1
          END-PERFORM.
          PERFORM REWRITE-PENDING-FILE.
          DISPLAY "THRESHOLDAPPROVE: " ws-applied-count
             " APPLIED, " ws-scheduled-count " SCHEDULED, "
             ws-rejected-count " REJECTED".
       STOP RUN.

       LOAD-PENDING-TABLE.
                   MOVE TP-STAGE-TIME TO
                      WS-P-STAGE-TIME(WS-PND-COUNT)
                   MOVE TP-STATUS TO WS-P-STATUS(WS-PND-COUNT)
                   IF TP-EFFECTIVE-DATE IS NUMERIC
                      MOVE TP-EFFECTIVE-DATE TO
                         WS-P-EFFECTIVE(WS-PND-COUNT)
                   ELSE
                      MOVE 0 TO WS-P-EFFECTIVE(WS-PND-COUNT)
                   END-IF
                   MOVE TP-APPROVER-ID TO
                      WS-P-APPROVER(WS-PND-COUNT)
                   MOVE TP-TICKET TO WS-P-TICKET(WS-PND-COUNT)
             END-READ
          END-PERFORM.
          CLOSE PENDING-FILE.
          MOVE WS-P-OLD(PND-IDX) TO ws-show-old.
          MOVE WS-P-NEW(PND-IDX) TO ws-show-new.
          MOVE WS-P-PROPOSER(PND-IDX) TO ws-show-proposer.
          MOVE WS-P-EFFECTIVE(PND-IDX) TO ws-show-effective.
          MOVE SPACE TO ws-verdict.
          DISPLAY WS-REVIEW-SCREEN.
          ACCEPT WS-REVIEW-SCREEN.
                WS-P-PROGRAM-ID(PND-IDX) " " WS-P-MODE(PND-IDX)
             EXIT PARAGRAPH
          END-IF.
          IF WS-P-EFFECTIVE(PND-IDX) IS GREATER THAN ws-run-date
             PERFORM SCHEDULE-ONE-CHANGE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-P-NEW(PND-IDX) TO WS-E-THRESHOLD(ws-found-idx).
          PERFORM REWRITE-CONTROL-FILE.
          MOVE "APPROVED" TO WS-P-STATUS(PND-IDX).
             WS-P-PROGRAM-ID(PND-IDX) " " WS-P-MODE(PND-IDX)
             " = " WS-P-NEW(PND-IDX).

      * Approved but not yet due: the control file is left alone,
      * and the row keeps who approved it under which ticket for the
      * activation's audit row.
       SCHEDULE-ONE-CHANGE.
          MOVE "SCHEDULD" TO WS-P-STATUS(PND-IDX).
          MOVE ws-operator-id TO WS-P-APPROVER(PND-IDX).
          MOVE ws-change-ticket TO WS-P-TICKET(PND-IDX).
          MOVE "SCHEDULD" TO ws-audit-verdict.
          ADD 1 TO ws-scheduled-count.
          PERFORM WRITE-APPROVAL-AUDIT.
          DISPLAY "THRESHOLDAPPROVE: SCHEDULED "
             WS-P-PROGRAM-ID(PND-IDX) " " WS-P-MODE(PND-IDX)
             " = " WS-P-NEW(PND-IDX) " EFFECTIVE "
             WS-P-EFFECTIVE(PND-IDX).

       REWRITE-CONTROL-FILE.
          OPEN OUTPUT CTL-FILE.
          PERFORM VARYING CTL-IDX FROM 1 BY 1
             MOVE WS-P-STAGE-DATE(PND-IDX) TO TP-STAGE-DATE
             MOVE WS-P-STAGE-TIME(PND-IDX) TO TP-STAGE-TIME
             MOVE WS-P-STATUS(PND-IDX) TO TP-STATUS
             MOVE WS-P-EFFECTIVE(PND-IDX) TO TP-EFFECTIVE-DATE
             MOVE WS-P-APPROVER(PND-IDX) TO TP-APPROVER-ID
             MOVE WS-P-TICKET(PND-IDX) TO TP-TICKET
             WRITE PENDING-RECORD
          END-PERFORM.
          CLOSE PENDING-FILE.
          MOVE WS-P-OLD(PND-IDX) TO TA-OLD-THRESHOLD.
          MOVE WS-P-NEW(PND-IDX) TO TA-NEW-THRESHOLD.
          MOVE ws-audit-verdict TO TA-VERDICT.
          MOVE ws-change-ticket TO TA-TICKET.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.
