      * also raised through alertlog.cbl to the central feed, so the
      * morning digest leads with it instead of it living only in a
      * log nobody opens.
      *
      * It also lists, from operators.dat against pwd_policy.dat,
      * every account still on the password it was given
      * (NEVER CHANGED) and every account whose password is past
      * expiry (PASSWORD EXPIRED) -- an account nobody signs on to
      * never meets signon.cbl's forced change, and a leaver's is
      * exactly that account.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/ops_shift.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHF-STATUS.
             SELECT OPERATOR-FILE
                ASSIGN TO "cobol/data/operators.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPR-STATUS.
             SELECT POLICY-FILE
                ASSIGN TO "cobol/data/pwd_policy.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POL-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/signon_review_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 SH-SHIFT-START      PIC 9(6).
                05 SH-FILLER1          PIC X.
                05 SH-SHIFT-END        PIC 9(6).
          FD OPERATOR-FILE.
             COPY "operatorrec.cpy".
          FD POLICY-FILE.
             COPY "pwdpolicyrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD          PIC X(120).

          WORKING-STORAGE SECTION.
             01 ws-aud-status PIC XX.
             01 ws-shf-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-opr-status PIC XX.
             01 ws-pol-status PIC XX.
             01 ws-opr-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-expiry-days PIC 9(4) VALUE 90.
             01 ws-pwd-age USAGE BINARY-LONG.
             01 ws-pwd-age-disp PIC 9(5).
             01 ws-never-changed-count PIC 9(9) VALUE 0.
             01 ws-expired-count PIC 9(9) VALUE 0.
             01 ws-aud-eof PIC X VALUE "N".
             01 ws-shift-start PIC 9(6) VALUE 60000.
             01 ws-shift-end PIC 9(6) VALUE 220000.
             01 ws-id-found PIC X.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-SHIFT.
          PERFORM LOAD-PWD-POLICY.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
          OPEN INPUT AUDIT-FILE.
          IF ws-aud-status IS NOT EQUAL TO "00"
             DISPLAY "SIGNONREVIEW: NO SIGN-ON ACTIVITY LOG"
             PERFORM REPORT-PASSWORD-AGING
             PERFORM WRITE-TRAILER
             CLOSE REPORT-FILE
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-PERFORM.
          CLOSE AUDIT-FILE.
          PERFORM REPORT-REPEATED-FAILURES.
          PERFORM REPORT-PASSWORD-AGING.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          DISPLAY "SIGNONREVIEW: " ws-flagged-count " REPEATED-"
             "FAILURE ID(S), " ws-lockout-count " LOCKOUT(S), "
             ws-offshift-count " OFF-SHIFT SIGN-ON(S)".
          DISPLAY "SIGNONREVIEW: " ws-never-changed-count
             " NEVER-CHANGED PASSWORD(S), " ws-expired-count
             " EXPIRED PASSWORD(S)".
       STOP RUN.

      * An absent or unreadable shift config leaves the generous
             CLOSE SHIFT-FILE
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

      * Failures and lockouts are tallied per claimed id; lockouts
      * and off-shift successes are reported (and alerted) as they
      * are found, since each single event is already meaningful.
             END-IF
          END-PERFORM.

      * Still on the administrator's initial password, or aged past
      * the policy's expiry (a record with no set date is past it,
      * as signon.cbl treats it).
       REPORT-PASSWORD-AGING.
          OPEN INPUT OPERATOR-FILE.
          IF ws-opr-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-opr-eof IS EQUAL TO "Y"
             READ OPERATOR-FILE
                AT END
                   MOVE "Y" TO ws-opr-eof
                NOT AT END
                   PERFORM CHECK-ONE-PASSWORD-AGE
             END-READ
          END-PERFORM.
          CLOSE OPERATOR-FILE.

       CHECK-ONE-PASSWORD-AGE.
          IF OP-PWD-EXPIRED IS EQUAL TO "Y"
             ADD 1 TO ws-never-changed-count
             MOVE SPACES TO REPORT-RECORD
             STRING "NEVER CHANGED " OP-ID " " OP-ROLE
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF ws-expiry-days IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          IF OP-PWD-CHANGED IS NOT NUMERIC
             OR OP-PWD-CHANGED IS EQUAL TO 0
             ADD 1 TO ws-expired-count
             MOVE SPACES TO REPORT-RECORD
             STRING "PASSWORD EXPIRED " OP-ID " " OP-ROLE
                " NO CHANGE DATE" DELIMITED BY SIZE
                INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF FUNCTION TEST-DATE-YYYYMMDD(OP-PWD-CHANGED)
             IS NOT EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          COMPUTE ws-pwd-age =
             FUNCTION INTEGER-OF-DATE(ws-run-date) -
             FUNCTION INTEGER-OF-DATE(OP-PWD-CHANGED).
          IF ws-pwd-age IS NOT LESS THAN ws-expiry-days
             ADD 1 TO ws-expired-count
             MOVE ws-pwd-age TO ws-pwd-age-disp
             MOVE SPACES TO REPORT-RECORD
             STRING "PASSWORD EXPIRED " OP-ID " " OP-ROLE
                " CHANGED " OP-PWD-CHANGED " AGE " ws-pwd-age-disp
                " DAY(S)" DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "SIGN-ON SECURITY REVIEW" DELIMITED BY SIZE
          STRING "REPEATED-FAILURE IDS: " ws-flagged-count
             " LOCKOUTS: " ws-lockout-count
             " OFF-SHIFT: " ws-offshift-count
             " NEVER CHANGED: " ws-never-changed-count
             " EXPIRED: " ws-expired-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
