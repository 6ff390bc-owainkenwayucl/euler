      * 2 digests) it is re-raised at the top of the digest with its
      * age.  alertescalate.cbl gives the supervisor the week's-end
      * list of what is still open.
      *
      * Every runbook procedure printed under a reported alert is
      * logged as an invocation (runbook_invocations.dat,
      * runbookinvrec.cpy) for runbookreview.cbl to close out, the
      * same as nightly.cbl logs the procedures it prints for failed
      * steps.  Alerts raised during a fault-injection drill are
      * not logged.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/runbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBK-STATUS.
             SELECT RUNBOOK-INVOCATION-FILE
                ASSIGN TO "cobol/data/runbook_invocations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBI-STATUS.
             SELECT BOOKMARK-FILE
                ASSIGN TO "cobol/data/alert_digest_bookmark.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 RB-PROC-NO          PIC 9(4).
                05 RB-FILLER3          PIC X.
                05 RB-TEXT             PIC X(40).
          FD RUNBOOK-INVOCATION-FILE.
             COPY "runbookinvrec.cpy".
          FD BOOKMARK-FILE.
             01 BOOKMARK-RECORD.
                05 AB-LAST-RUN-ID      PIC 9(9).
      * procedure prints beside each failure instead of living in
      * one senior operator's head and a binder.
             01 ws-rbk-status PIC XX.
             01 ws-rbi-status PIC XX.
             01 ws-rbk-eof PIC X VALUE "N".
             01 ws-runbook-hit PIC X.
             01 ws-lookup-condition PIC X(20).
                   10 WS-RB-CONDITION     PIC X(20).
                   10 WS-RB-PROC-NO       PIC 9(4).
                   10 WS-RB-TEXT          PIC X(40).
             01 ws-capture-report PIC X(30) VALUE
                "alert_digest.dat".
             01 ws-capture-program PIC X(8) VALUE "ALERTDIG".

       PROCEDURE DIVISION.
          PERFORM LOAD-RUNBOOK.
          END-PERFORM.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
      * Only after every severity pass has swept the feed are the
      * no-run-id rows fully covered -- flipping the flag any
      * earlier would starve the later passes of them.  A feed that
                   WS-RB-TEXT(RBK-IDX) DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF AL-DRILL IS NOT EQUAL TO "DRILL"
                   PERFORM WRITE-RUNBOOK-INVOCATION
                END-IF
             END-IF
          END-PERFORM.

       WRITE-RUNBOOK-INVOCATION.
          OPEN EXTEND RUNBOOK-INVOCATION-FILE.
          IF ws-rbi-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RUNBOOK-INVOCATION-FILE
          END-IF.
          MOVE SPACES TO RUNBOOK-INVOCATION-RECORD.
          MOVE AL-RUN-DATE TO RI-RUN-DATE.
          IF AL-RUN-ID IS NUMERIC
             MOVE AL-RUN-ID TO RI-RUN-ID
          ELSE
             MOVE 0 TO RI-RUN-ID
          END-IF.
          MOVE "ALERTDIG" TO RI-SOURCE.
          MOVE AL-SOURCE-PROGRAM TO RI-PROGRAM-ID.
          MOVE AL-CONDITION TO RI-CONDITION.
          MOVE WS-RB-PROC-NO(RBK-IDX) TO RI-PROC-NO.
          WRITE RUNBOOK-INVOCATION-RECORD.
          CLOSE RUNBOOK-INVOCATION-FILE.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "ALERT DIGEST, RANKED BY SEVERITY"
