      * active SUPERVSR disable or demote themselves: a security
      * file nobody can administer is worse than a leaver's stale
      * account.
      *
      * The list action shows every account's password age against
      * pwd_policy.dat (pwdpolicyrec.cpy) -- NEVER CHANGED while a
      * new account still has its initial password, EXPIRED once
      * past the policy's expiry.  A new account's initial password
      * starts its age and its pwd_history.dat row (pwdhistrec.cpy),
      * so the forced first change cannot set it back.
      *
      * Disabling a leaver also sets OP-DISABLED, which is what
      * tells a leaver from a fail-count lockout, and hands the id
      * to offboardlist.cbl: every pending request, subscription,
      * quota, distribution row and rota slot still naming them
      * lands on offboard_worklist.dat for offboardmaint.cbl.
      * Unlocking clears both flags.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/operator_admin_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.
             SELECT POLICY-FILE
                ASSIGN TO "cobol/data/pwd_policy.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POL-STATUS.
             SELECT HISTORY-FILE
                ASSIGN TO "cobol/data/pwd_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIS-STATUS.

       DATA DIVISION.
          FILE SECTION.
                05 OX-TARGET-ID         PIC X(8).
                05 OX-FILLER5           PIC X.
                05 OX-DETAIL            PIC X(8).
      * The change ticket the session was opened under
      * (changegate.cbl); EMERGENCY on a freeze override without
      * one, spaces on rows written before tickets were required.
                05 OX-FILLER6           PIC X.
                05 OX-TICKET            PIC X(12).
          FD POLICY-FILE.
             COPY "pwdpolicyrec.cpy".
          FD HISTORY-FILE.
             COPY "pwdhistrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-opr-status PIC XX.
             01 ws-aud-status PIC XX.
             01 ws-pol-status PIC XX.
             01 ws-his-status PIC XX.
             01 ws-expiry-days PIC 9(4) VALUE 90.
             01 ws-pwd-age USAGE BINARY-LONG.
             01 ws-pwd-age-disp PIC 9(5).
             01 ws-age-text PIC X(30).
             01 ws-opr-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "OPERADMN".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-input-target PIC X(8) VALUE SPACES.
             01 ws-input-action PIC X VALUE SPACE.
             01 ws-input-password PIC X(8) VALUE SPACES.
      * text never lands in the security file.
             01 ws-scramble-plain PIC X(8).
             01 ws-scrambled-value PIC X(8).
             01 ws-offboard-new USAGE BINARY-LONG.
             01 ws-offboard-live USAGE BINARY-LONG.
      * The whole security file tabled for the same edit-in-place,
      * rewrite-in-full treatment signon.cbl itself gives it.
             01 WS-OPR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
                   10 WS-O-FAIL-COUNT     PIC 9(2).
                   10 WS-O-LOCKED         PIC X.
                   10 WS-O-PWD-EXPIRED    PIC X.
                   10 WS-O-PWD-CHANGED    PIC 9(8).
                   10 WS-O-DISABLED       PIC X.

          SCREEN SECTION.
          01 WS-ADMIN-SCREEN.
             05 LINE 3 COL 1 VALUE "OPERATOR ID:             ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-target.
             05 LINE 4 COL 1 VALUE
                "ACTION (A=ADD D=DISABLE U=UNLOCK R=ROLE L=LIST): ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.
             05 LINE 5 COL 1 VALUE "PASSWORD (ADD ONLY):     ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-password
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
          PERFORM LOAD-OPERATOR-TABLE.
          PERFORM LOAD-PWD-POLICY.
          MOVE SPACE TO ws-input-action.
          PERFORM UNTIL ws-input-action IS EQUAL TO "X"
             OR ws-input-action IS EQUAL TO "x"
                      MOVE OP-LOCKED TO WS-O-LOCKED(WS-OPR-COUNT)
                      MOVE OP-PWD-EXPIRED TO
                         WS-O-PWD-EXPIRED(WS-OPR-COUNT)
                      IF OP-PWD-CHANGED IS NUMERIC
                         MOVE OP-PWD-CHANGED TO
                            WS-O-PWD-CHANGED(WS-OPR-COUNT)
                      ELSE
                         MOVE 0 TO WS-O-PWD-CHANGED(WS-OPR-COUNT)
                      END-IF
                      MOVE OP-DISABLED TO WS-O-DISABLED(WS-OPR-COUNT)
                END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
          END-IF.

      * Only the expiry matters here; signon.cbl applies the rest.
       LOAD-PWD-POLICY.
          OPEN INPUT POLICY-FILE.
          IF ws-pol-status IS EQUAL TO "00"
             READ POLICY-FILE
                NOT AT END
                   IF PP-EXPIRY-DAYS IS NUMERIC
                      MOVE PP-EXPIRY-DAYS TO ws-expiry-days
                   END-IF
             END-READ
             CLOSE POLICY-FILE
          END-IF.

       APPLY-ONE-ACTION.
          IF ws-input-action IS EQUAL TO "L"
             OR ws-input-action IS EQUAL TO "l"
             PERFORM LIST-PASSWORD-AGES
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-target IS EQUAL TO SPACES
             DISPLAY "OPERADMIN: OPERATOR ID REQUIRED"
             EXIT PARAGRAPH
          MOVE ws-input-role TO WS-O-ROLE(WS-OPR-COUNT).
          MOVE 0 TO WS-O-FAIL-COUNT(WS-OPR-COUNT).
          MOVE "N" TO WS-O-LOCKED(WS-OPR-COUNT).
          MOVE "N" TO WS-O-DISABLED(WS-OPR-COUNT).
      * The starter must replace the administrator's initial
      * password on first sign-on.
          MOVE "Y" TO WS-O-PWD-EXPIRED(WS-OPR-COUNT).
          MOVE ws-run-date TO WS-O-PWD-CHANGED(WS-OPR-COUNT).
          PERFORM WRITE-PWD-HISTORY.
          MOVE "ADD" TO ws-audit-action.
          MOVE ws-input-role TO ws-audit-detail.
          PERFORM COMMIT-AND-AUDIT.
             END-IF
          END-IF.
          MOVE "Y" TO WS-O-LOCKED(ws-found-idx).
          MOVE "Y" TO WS-O-DISABLED(ws-found-idx).
          MOVE "DISABLE" TO ws-audit-action.
          PERFORM COMMIT-AND-AUDIT.
          CALL 'offboardlist' USING ws-input-target,
             ws-offboard-new, ws-offboard-live.
          DISPLAY "OPERADMIN: " ws-input-target " HAS "
             ws-offboard-live " LIVE REFERENCE(S), "
             ws-offboard-new " NEW OFFBOARDING ITEM(S)".

       UNLOCK-OPERATOR.
          IF ws-found-idx IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO WS-O-LOCKED(ws-found-idx).
          MOVE "N" TO WS-O-DISABLED(ws-found-idx).
          MOVE 0 TO WS-O-FAIL-COUNT(ws-found-idx).
          MOVE "UNLOCK" TO ws-audit-action.
          PERFORM COMMIT-AND-AUDIT.
          MOVE "ROLE" TO ws-audit-action.
          PERFORM COMMIT-AND-AUDIT.

      * Read-only, so neither rewritten nor audited.
       LIST-PASSWORD-AGES.
          PERFORM VARYING OPR-IDX FROM 1 BY 1
             UNTIL OPR-IDX IS GREATER THAN WS-OPR-COUNT
             PERFORM DESCRIBE-PASSWORD-AGE
             DISPLAY "OPERADMIN: " WS-O-ID(OPR-IDX) " "
                WS-O-ROLE(OPR-IDX) " LOCKED " WS-O-LOCKED(OPR-IDX)
                " " ws-age-text
          END-PERFORM.

       DESCRIBE-PASSWORD-AGE.
          MOVE SPACES TO ws-age-text.
          IF WS-O-PWD-EXPIRED(OPR-IDX) IS EQUAL TO "Y"
             MOVE "NEVER CHANGED" TO ws-age-text
             EXIT PARAGRAPH
          END-IF.
          IF WS-O-PWD-CHANGED(OPR-IDX) IS EQUAL TO 0
             OR FUNCTION TEST-DATE-YYYYMMDD(
             WS-O-PWD-CHANGED(OPR-IDX)) IS NOT EQUAL TO 0
             MOVE "AGE UNKNOWN, EXPIRED" TO ws-age-text
             EXIT PARAGRAPH
          END-IF.
          COMPUTE ws-pwd-age =
             FUNCTION INTEGER-OF-DATE(ws-run-date) -
             FUNCTION INTEGER-OF-DATE(WS-O-PWD-CHANGED(OPR-IDX)).
          MOVE ws-pwd-age TO ws-pwd-age-disp.
          IF ws-expiry-days IS GREATER THAN 0
             AND ws-pwd-age IS NOT LESS THAN ws-expiry-days
             STRING "AGE " ws-pwd-age-disp " DAY(S), EXPIRED"
                DELIMITED BY SIZE INTO ws-age-text
          ELSE
             STRING "AGE " ws-pwd-age-disp " DAY(S)"
                DELIMITED BY SIZE INTO ws-age-text
          END-IF.

       COUNT-ACTIVE-SUPERVISORS.
          MOVE 0 TO ws-active-supervisors.
          PERFORM VARYING OPR-IDX FROM 1 BY 1
             MOVE WS-O-FAIL-COUNT(OPR-IDX) TO OP-FAIL-COUNT
             MOVE WS-O-LOCKED(OPR-IDX) TO OP-LOCKED
             MOVE WS-O-PWD-EXPIRED(OPR-IDX) TO OP-PWD-EXPIRED
             MOVE WS-O-PWD-CHANGED(OPR-IDX) TO OP-PWD-CHANGED
             MOVE WS-O-DISABLED(OPR-IDX) TO OP-DISABLED
             WRITE OPERATOR-RECORD
          END-PERFORM.
          CLOSE OPERATOR-FILE.

      * Grows across every run (EXTEND); a failed EXTEND on the
      * first-ever row falls back to OPEN OUTPUT.  signon.cbl trims
      * it to the history depth at the owner's next change.
       WRITE-PWD-HISTORY.
          MOVE SPACES TO PWD-HISTORY-RECORD.
          OPEN EXTEND HISTORY-FILE.
          IF ws-his-status IS NOT EQUAL TO "00"
             OPEN OUTPUT HISTORY-FILE
          END-IF.
          MOVE ws-input-target TO PH-OPERATOR-ID.
          MOVE ws-run-date TO PH-CHANGE-DATE.
          MOVE ws-run-time TO PH-CHANGE-TIME.
          MOVE ws-scrambled-value TO PH-PASSWORD.
          WRITE PWD-HISTORY-RECORD.
          CLOSE HISTORY-FILE.

      * Who administered what to whose account, and the detail that
      * gives the action its meaning (the granted role on ADD, the
      * role taken away on ROLE).  Grows across every run (EXTEND);
          MOVE ws-audit-action TO OX-ACTION.
          MOVE ws-input-target TO OX-TARGET-ID.
          MOVE ws-audit-detail TO OX-DETAIL.
          MOVE ws-change-ticket TO OX-TICKET.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.
