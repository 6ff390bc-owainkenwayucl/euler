      * -- so the id written to audit trails is an authenticated
      * identity, not a typed-in claim, and signonreview.cbl can
      * tell three fat-fingered tries from someone probing ids.
      *
      * Passwords age.  Once one is older than the expiry in
      * pwd_policy.dat (pwdpolicyrec.cpy) the sign-on goes through
      * the same forced change a new account's does; in the warning
      * days before, the operator is told and offered the change
      * early.  Every change is checked against the operator's last
      * few passwords kept scrambled in pwd_history.dat
      * (pwdhistrec.cpy), so an expired password cannot simply be
      * set back to itself.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/signon_audit.dat"
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
      * CALL argument); spaces on rows from callers that predate the
      * field or don't pass it.
                05 SA-CALLER            PIC X(8).
          FD POLICY-FILE.
             COPY "pwdpolicyrec.cpy".
          FD HISTORY-FILE.
             COPY "pwdhistrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-opr-status PIC XX.
             01 ws-aud-status PIC XX.
             01 ws-pol-status PIC XX.
             01 ws-his-status PIC XX.
             01 ws-his-eof PIC X VALUE "N".
             01 ws-opr-eof PIC X VALUE "N".
             01 ws-table-overflow PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-change-ok PIC X.
             01 ws-new-password-1 PIC X(8).
             01 ws-new-password-2 PIC X(8).
             01 ws-newpass-title PIC X(30).
             01 ws-change-now PIC X.
      * Password policy, defaulted until pwd_policy.dat is read.
             01 ws-expiry-days PIC 9(4) VALUE 90.
             01 ws-warn-days PIC 9(4) VALUE 14.
             01 ws-history-depth PIC 9(2) VALUE 5.
      * E past expiry, W inside the warning days, N neither.
             01 ws-pwd-age-state PIC X.
             01 ws-pwd-age USAGE BINARY-LONG.
             01 ws-days-left PIC 9(4).
             01 ws-pwd-reused PIC X.
             01 ws-history-seen USAGE BINARY-LONG UNSIGNED.
             01 ws-history-later USAGE BINARY-LONG UNSIGNED.
             01 ws-his-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-his-scan USAGE BINARY-LONG UNSIGNED.
      * The whole history file, for the reuse check and the
      * trimmed rewrite.
             01 WS-HIS-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-HIS-TABLE.
                05 WS-HIS-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-HIS-COUNT.
                   10 WS-H-OPERATOR-ID    PIC X(8).
                   10 WS-H-CHANGE-DATE    PIC 9(8).
                   10 WS-H-CHANGE-TIME    PIC 9(8).
                   10 WS-H-PASSWORD       PIC X(8).
                   10 WS-H-KEEP           PIC X.
             01 ws-his-overflow PIC X VALUE "N".
      * Whole operator file tabled for the same edit-in-place,
      * rewrite-in-full treatment maintthresholds.cbl gives the
      * control file.
                   10 WS-O-FAIL-COUNT     PIC 9(2).
                   10 WS-O-LOCKED         PIC X.
                   10 WS-O-PWD-EXPIRED    PIC X.
                   10 WS-O-PWD-CHANGED    PIC 9(8).
                   10 WS-O-DISABLED       PIC X.

          LINKAGE SECTION.
             01 signon-operator-id PIC X(8).
                SECURE.
          01 WS-NEWPASS-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 PIC X(30) FROM ws-newpass-title.
             05 LINE 3 COL 1 VALUE "NEW PASSWORD: ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-new-password-1
                SECURE.
             05 LINE 4 COL 1 VALUE "AGAIN:        ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-new-password-2
                SECURE.
          01 WS-EXPIRY-WARN-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "PASSWORD EXPIRING".
             05 LINE 3 COL 1 VALUE "YOUR PASSWORD EXPIRES IN ".
             05 COLUMN PLUS 1 PIC ZZZ9 FROM ws-days-left.
             05 COLUMN PLUS 1 VALUE "DAY(S)".
             05 LINE 4 COL 1 VALUE "CHANGE IT NOW (Y/N): ".
             05 COLUMN PLUS 1 PIC X USING ws-change-now.

       PROCEDURE DIVISION USING signon-operator-id, signon-role,
             signon-result, OPTIONAL signon-caller.
          MOVE 8 TO signon-result.
          MOVE "N" TO ws-signed-on.
          PERFORM LOAD-OPERATOR-TABLE.
          PERFORM LOAD-PWD-POLICY.
      * An operator file past the table bound must never reach a
      * rewrite -- REWRITE-OPERATOR-FILE writes the file back from
      * the table, so the overflow rows would be deleted by the
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
                      ELSE
                         MOVE "Y" TO ws-table-overflow
                         MOVE "Y" TO ws-opr-eof
             CLOSE OPERATOR-FILE
          END-IF.

      * An absent or unreadable policy leaves the defaults standing;
      * a sign-on that refuses to run locks everybody out.
       LOAD-PWD-POLICY.
          OPEN INPUT POLICY-FILE.
          IF ws-pol-status IS EQUAL TO "00"
             READ POLICY-FILE
                NOT AT END
                   IF PP-EXPIRY-DAYS IS NUMERIC
                      AND PP-WARN-DAYS IS NUMERIC
                      AND PP-HISTORY-DEPTH IS NUMERIC
                      MOVE PP-EXPIRY-DAYS TO ws-expiry-days
                      MOVE PP-WARN-DAYS TO ws-warn-days
                      MOVE PP-HISTORY-DEPTH TO ws-history-depth
                   END-IF
             END-READ
             CLOSE POLICY-FILE
          END-IF.

      * One attempt: unknown id, locked id and wrong password each
      * fail distinctly in the audit trail; a wrong password on a
      * known id counts toward the lockout, so hammering a real
          END-IF.

      * The authenticated success path: a freshly administered
      * account (password-change flag set) or a password past
      * expiry must key a new password before the sign-on
      * completes, so neither the administrator's initial password
      * nor an aged one outlives its time.  A failed change leaves
      * the attempt unauthenticated but does not count toward the
      * lockout -- the operator proved who they are.  Inside the
      * warning days the change is only offered; declining or
      * fumbling it still signs the operator on.
       COMPLETE-SIGN-ON.
          MOVE "Y" TO ws-change-ok.
          MOVE "PWD NOT SET" TO ws-outcome.
          PERFORM CHECK-PASSWORD-AGE.
          IF WS-O-PWD-EXPIRED(ws-found-idx) IS EQUAL TO "Y"
             OR ws-pwd-age-state IS EQUAL TO "E"
             MOVE "PASSWORD CHANGE REQUIRED" TO ws-newpass-title
             PERFORM FORCE-PASSWORD-CHANGE
          ELSE
             IF ws-pwd-age-state IS EQUAL TO "W"
                PERFORM OFFER-PASSWORD-CHANGE
             END-IF
          END-IF.
          IF ws-change-ok IS EQUAL TO "Y"
             MOVE "SIGNED ON" TO ws-outcome
             MOVE ws-input-id TO signon-operator-id
             MOVE WS-O-ROLE(ws-found-idx) TO signon-role
             MOVE 0 TO WS-O-FAIL-COUNT(ws-found-idx)
          END-IF.
          PERFORM REWRITE-OPERATOR-FILE.
          PERFORM WRITE-SIGNON-AUDIT.

      * Days since the password was set, against the policy.  No
      * usable set date (a record from before the field existed)
      * is treated as past expiry; an expiry of 0 turns aging off.
       CHECK-PASSWORD-AGE.
          MOVE "N" TO ws-pwd-age-state.
          IF ws-expiry-days IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          IF WS-O-PWD-CHANGED(ws-found-idx) IS EQUAL TO 0
             OR FUNCTION TEST-DATE-YYYYMMDD(
             WS-O-PWD-CHANGED(ws-found-idx)) IS NOT EQUAL TO 0
             MOVE "E" TO ws-pwd-age-state
             EXIT PARAGRAPH
          END-IF.
          COMPUTE ws-pwd-age =
             FUNCTION INTEGER-OF-DATE(ws-run-date) -
             FUNCTION INTEGER-OF-DATE(WS-O-PWD-CHANGED(ws-found-idx)).
          IF ws-pwd-age IS NOT LESS THAN ws-expiry-days
             MOVE "E" TO ws-pwd-age-state
          ELSE
             COMPUTE ws-days-left = ws-expiry-days - ws-pwd-age
             IF ws-days-left IS NOT GREATER THAN ws-warn-days
                MOVE "W" TO ws-pwd-age-state
             END-IF
          END-IF.

       FORCE-PASSWORD-CHANGE.
          MOVE SPACES TO ws-new-password-1.
          MOVE SPACES TO ws-new-password-2.
          DISPLAY WS-NEWPASS-SCREEN.
          ACCEPT WS-NEWPASS-SCREEN.
          PERFORM SET-NEW-PASSWORD.

       OFFER-PASSWORD-CHANGE.
          MOVE "N" TO ws-change-now.
          DISPLAY WS-EXPIRY-WARN-SCREEN.
          ACCEPT WS-EXPIRY-WARN-SCREEN.
          IF ws-change-now IS EQUAL TO "Y"
             OR ws-change-now IS EQUAL TO "y"
             MOVE "CHANGE PASSWORD" TO ws-newpass-title
             PERFORM FORCE-PASSWORD-CHANGE
             IF ws-change-ok IS EQUAL TO "N"
                DISPLAY "SIGNON: PASSWORD NOT CHANGED, IT EXPIRES "
                   "IN " ws-days-left " DAY(S)"
                MOVE "Y" TO ws-change-ok
             END-IF
          END-IF.

      * A new password must be keyed the same twice and must not be
      * the current one or any the operator has had within the
      * history depth.  An accepted one restarts the password's age
      * and joins the history.
       SET-NEW-PASSWORD.
          MOVE "N" TO ws-change-ok.
          IF ws-new-password-1 IS EQUAL TO SPACES
             OR ws-new-password-1 IS NOT EQUAL TO ws-new-password-2
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-new-password-1 TO ws-scramble-plain.
          CALL 'pwscramble' USING ws-scramble-plain,
             ws-scrambled-input.
          PERFORM LOAD-PWD-HISTORY.
      * A history past the table bound must never reach the
      * trimmed rewrite -- other operators' rows would be lost.
          IF ws-his-overflow IS EQUAL TO "Y"
             DISPLAY "SIGNON: PASSWORD HISTORY EXCEEDS MAXIMUM OF "
                "1000 ROWS, PASSWORD NOT CHANGED"
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-PASSWORD-REUSE.
          IF ws-pwd-reused IS EQUAL TO "Y"
             DISPLAY "SIGNON: PASSWORD USED BEFORE, NOT CHANGED"
             MOVE "PWD REUSED" TO ws-outcome
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-scrambled-input TO WS-O-PASSWORD(ws-found-idx).
          MOVE SPACE TO WS-O-PWD-EXPIRED(ws-found-idx).
          MOVE ws-run-date TO WS-O-PWD-CHANGED(ws-found-idx).
          ADD 1 TO WS-HIS-COUNT.
          MOVE ws-input-id TO WS-H-OPERATOR-ID(WS-HIS-COUNT).
          MOVE ws-run-date TO WS-H-CHANGE-DATE(WS-HIS-COUNT).
          MOVE ws-run-time TO WS-H-CHANGE-TIME(WS-HIS-COUNT).
          MOVE ws-scrambled-input TO WS-H-PASSWORD(WS-HIS-COUNT).
          PERFORM REWRITE-PWD-HISTORY.
          MOVE "Y" TO ws-change-ok.

      * Room is kept in the table for the row a change adds.
       LOAD-PWD-HISTORY.
          MOVE 0 TO WS-HIS-COUNT.
          MOVE "N" TO ws-his-eof.
          MOVE "N" TO ws-his-overflow.
          OPEN INPUT HISTORY-FILE.
          IF ws-his-status IS EQUAL TO "00"
             PERFORM UNTIL ws-his-eof IS EQUAL TO "Y"
                READ HISTORY-FILE
                   AT END
                      MOVE "Y" TO ws-his-eof
                   NOT AT END
                      IF WS-HIS-COUNT IS LESS THAN 999
                         ADD 1 TO WS-HIS-COUNT
                         MOVE PH-OPERATOR-ID TO
                            WS-H-OPERATOR-ID(WS-HIS-COUNT)
                         MOVE PH-CHANGE-DATE TO
                            WS-H-CHANGE-DATE(WS-HIS-COUNT)
                         MOVE PH-CHANGE-TIME TO
                            WS-H-CHANGE-TIME(WS-HIS-COUNT)
                         MOVE PH-PASSWORD TO
                            WS-H-PASSWORD(WS-HIS-COUNT)
                      ELSE
                         MOVE "Y" TO ws-his-overflow
                         MOVE "Y" TO ws-his-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE HISTORY-FILE
          END-IF.

      * The current password, then the operator's newest rows back
      * to the history depth (the file is in the order changes
      * were made).
       CHECK-PASSWORD-REUSE.
          MOVE "N" TO ws-pwd-reused.
          IF WS-O-PASSWORD(ws-found-idx) IS EQUAL TO
             ws-scrambled-input
             MOVE "Y" TO ws-pwd-reused
          END-IF.
          MOVE 0 TO ws-history-seen.
          PERFORM VARYING ws-his-idx FROM WS-HIS-COUNT BY -1
             UNTIL ws-his-idx IS LESS THAN 1
             OR ws-history-seen IS NOT LESS THAN ws-history-depth
             IF WS-H-OPERATOR-ID(ws-his-idx) IS EQUAL TO ws-input-id
                ADD 1 TO ws-history-seen
                IF WS-H-PASSWORD(ws-his-idx) IS EQUAL TO
                   ws-scrambled-input
                   MOVE "Y" TO ws-pwd-reused
                END-IF
             END-IF
          END-PERFORM.

      * Each operator keeps only their newest rows up to the history
      * depth; older scrambled values serve no check and are not
      * worth keeping.
       REWRITE-PWD-HISTORY.
          PERFORM VARYING ws-his-idx FROM 1 BY 1
             UNTIL ws-his-idx IS GREATER THAN WS-HIS-COUNT
             MOVE 0 TO ws-history-later
             PERFORM VARYING ws-his-scan FROM ws-his-idx BY 1
                UNTIL ws-his-scan IS GREATER THAN WS-HIS-COUNT
                IF WS-H-OPERATOR-ID(ws-his-scan) IS EQUAL TO
                   WS-H-OPERATOR-ID(ws-his-idx)
                   ADD 1 TO ws-history-later
                END-IF
             END-PERFORM
             IF ws-history-later IS GREATER THAN ws-history-depth
                MOVE "N" TO WS-H-KEEP(ws-his-idx)
             ELSE
                MOVE "Y" TO WS-H-KEEP(ws-his-idx)
             END-IF
          END-PERFORM.
          OPEN OUTPUT HISTORY-FILE.
          PERFORM VARYING ws-his-idx FROM 1 BY 1
             UNTIL ws-his-idx IS GREATER THAN WS-HIS-COUNT
             IF WS-H-KEEP(ws-his-idx) IS EQUAL TO "Y"
                MOVE SPACES TO PWD-HISTORY-RECORD
                MOVE WS-H-OPERATOR-ID(ws-his-idx) TO PH-OPERATOR-ID
                MOVE WS-H-CHANGE-DATE(ws-his-idx) TO PH-CHANGE-DATE
                MOVE WS-H-CHANGE-TIME(ws-his-idx) TO PH-CHANGE-TIME
                MOVE WS-H-PASSWORD(ws-his-idx) TO PH-PASSWORD
                WRITE PWD-HISTORY-RECORD
             END-IF
          END-PERFORM.
          CLOSE HISTORY-FILE.

       REWRITE-OPERATOR-FILE.
          OPEN OUTPUT OPERATOR-FILE.
             MOVE WS-O-FAIL-COUNT(OPR-IDX) TO OP-FAIL-COUNT
             MOVE WS-O-LOCKED(OPR-IDX) TO OP-LOCKED
             MOVE WS-O-PWD-EXPIRED(OPR-IDX) TO OP-PWD-EXPIRED
             MOVE WS-O-PWD-CHANGED(OPR-IDX) TO OP-PWD-CHANGED
             MOVE WS-O-DISABLED(OPR-IDX) TO OP-DISABLED
             WRITE OPERATOR-RECORD
          END-PERFORM.
          CLOSE OPERATOR-FILE.
