      * threshold costs the whole batch window; it takes two people
      * to set one.  TEST and ALRT records keep the one-person path
      * below.
      *
      * A change keyed with a future effective date (SOLUTN3 to a
      * new n on the 1st, known a week ahead) is staged the same
      * way whatever its mode: once approved it waits in the pending
      * file as SCHEDULD, and thresholdactivate.cbl applies it at
      * the start of the first chain run on or after that date --
      * nobody has to remember to key it on the night.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FD CAPACITY-LOG-FILE.
             COPY "capacitylogrec.cpy".
          FD PENDING-FILE.
             COPY "thrpendrec.cpy".
          FD AUDIT-FILE.
             01 AUDIT-RECORD.
                05 CA-RUN-DATE          PIC 9(8).
                05 CA-OLD-THRESHOLD     PIC 9(18).
                05 CA-FILLER6           PIC X.
                05 CA-NEW-THRESHOLD     PIC 9(18).
      * The change ticket the session was opened under
      * (changegate.cbl); EMERGENCY on a freeze override without
      * one, spaces on rows written before tickets were required.
                05 CA-FILLER7           PIC X.
                05 CA-TICKET            PIC X(12).

          WORKING-STORAGE SECTION.
      * The whole control file is re-read into this table and
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "MAINTTHR".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-sel-program-id PIC X(8) VALUE SPACES.
             01 ws-sel-mode PIC X(4) VALUE SPACES.
             01 ws-new-threshold PIC 9(18) VALUE 0.
             01 ws-effective-date PIC 9(8) VALUE 0.
             01 ws-found-text PIC X(20) VALUE SPACES.
      * Impact preview (run before the rewrite commits): history at
      * or matching the proposed threshold, the projection, and the
             05 COLUMN PLUS 1 PIC 9(18) FROM ws-old-threshold.
             05 LINE 6 COL 1 VALUE "NEW THRESHOLD (0 = NO CHANGE): ".
             05 COLUMN PLUS 1 PIC 9(18) USING ws-new-threshold.
             05 LINE 7 COL 1 VALUE "EFFECTIVE DATE (0 = NOW):      ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-effective-date.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
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
          PERFORM LOAD-CONTROL-TABLE.
          PERFORM UNTIL ws-exit-flag IS EQUAL TO "Y"
             MOVE SPACES TO ws-sel-program-id
             MOVE "FOUND" TO ws-found-text
          END-IF.
          MOVE 0 TO ws-new-threshold.
          MOVE 0 TO ws-effective-date.
          DISPLAY WS-CURRENT-SCREEN.
          ACCEPT WS-CURRENT-SCREEN.
      * An effective date must be a real date after today; today or
      * earlier is just a change now, keyed as 0.
          IF ws-new-threshold IS GREATER THAN 0
             AND ws-effective-date IS NOT EQUAL TO 0
             AND (FUNCTION TEST-DATE-YYYYMMDD(ws-effective-date)
             IS NOT EQUAL TO 0
             OR ws-effective-date IS NOT GREATER THAN ws-run-date)
             DISPLAY "MAINTTHRESHOLDS: EFFECTIVE DATE MUST BE A "
                "FUTURE YYYYMMDD, NOTHING CHANGED"
             EXIT PARAGRAPH
          END-IF.
          IF ws-found-idx IS GREATER THAN 0
             AND ws-new-threshold IS GREATER THAN 0
      * Impact preview gates the commit: the operator sees the
             PERFORM PREVIEW-IMPACT
             IF ws-change-approved IS EQUAL TO "Y"
                IF ws-sel-mode IS EQUAL TO "PROD"
                   OR ws-effective-date IS NOT EQUAL TO 0
      * PROD is the two-person path: stage the change and leave the
      * control file untouched until a second pair of eyes approves
      * it on the thresholdapprove.cbl screen.  A future-dated
      * change of any mode takes the same path.
                   PERFORM STAGE-PENDING-CHANGE
                ELSE
                   MOVE ws-new-threshold TO
             END-IF
          END-IF.

      * Stages a PROD or future-dated change as PENDING for a
      * second operator.  Grows across every run (EXTEND); a failed
      * EXTEND on the first-ever run falls back to OPEN OUTPUT.
       STAGE-PENDING-CHANGE.
          MOVE SPACES TO PENDING-RECORD.
          OPEN EXTEND PENDING-FILE.
          MOVE ws-run-date TO TP-STAGE-DATE.
          MOVE ws-run-time TO TP-STAGE-TIME.
          MOVE "PENDING" TO TP-STATUS.
          MOVE ws-effective-date TO TP-EFFECTIVE-DATE.
          WRITE PENDING-RECORD.
          CLOSE PENDING-FILE.
          IF ws-effective-date IS EQUAL TO 0
             DISPLAY "MAINTTHRESHOLDS: PROD CHANGE STAGED FOR "
                "APPROVAL"
          ELSE
             DISPLAY "MAINTTHRESHOLDS: CHANGE STAGED FOR "
                "APPROVAL, EFFECTIVE " ws-effective-date
          END-IF.

      * Rewrites the whole control file from WS-CTL-TABLE -- the
      * only way to update a LINE SEQUENTIAL file's contents short of
          MOVE ws-sel-mode TO CA-MODE.
          MOVE ws-old-threshold TO CA-OLD-THRESHOLD.
          MOVE ws-new-threshold TO CA-NEW-THRESHOLD.
          MOVE ws-change-ticket TO CA-TICKET.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.

