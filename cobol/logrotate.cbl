      * reported as HELD -- so an audit hold is visible in every
      * rotation report instead of someone switching the whole job
      * off and letting every log grow.
      *
      * The runbook invocation and close-out files
      * (runbook_invocations.dat, runbook_closeouts.dat) grow the
      * same way and runbookreview.cbl tables the invocations, so
      * they are rotated too, under one RUNBOOK retention entry.
      * Their rows lead with a date rather than a program id, so
      * they are read through their own copybooks, and both are cut
      * on the invocation's run date (a close-out carries it as
      * RC-RUN-DATE): an invocation and its close-out are archived
      * in the same rotation or not at all, so a close-out never
      * leaves ahead of its invocation and reopens it.  An
      * invocation still open past retention is archived open.
      *
      * nightly_step_history.dat gains a row per scheduled step
      * every night and missedruns.cbl, windowforecast.cbl and the
      * SLA reports read it end to end, so it is rotated as well,
      * under its STEPHIST entry.  It leads with program id and run
      * date like the four logs and goes through the same generic
      * shape.  Its retention has to cover the longest look-back of
      * its readers -- missedruns.cbl judges every date of the
      * processing calendar, up to a year -- or a quarterly step's
      * last run would be archived while still needed.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/alert_central_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT RBK-INV-FILE
                ASSIGN TO "cobol/data/runbook_invocations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
             SELECT RBK-INV-ARCHIVE-FILE
                ASSIGN TO "cobol/data/runbook_invocations_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT RBK-CLO-FILE
                ASSIGN TO "cobol/data/runbook_closeouts.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
             SELECT RBK-CLO-ARCHIVE-FILE
                ASSIGN TO "cobol/data/runbook_closeouts_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT STEP-HIST-FILE
                ASSIGN TO "cobol/data/nightly_step_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
             SELECT STEP-HIST-ARCHIVE-FILE
                ASSIGN TO "cobol/data/nightly_step_history_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT WORK-FILE
                ASSIGN TO "cobol/data/logrotate_work.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 AG-REST             PIC X(180).
          FD ALERT-ARCHIVE-FILE.
             01 ALERT-ARCHIVE-RECORD  PIC X(197).
          FD RBK-INV-FILE.
             COPY "runbookinvrec.cpy".
          FD RBK-INV-ARCHIVE-FILE.
             01 RBK-INV-ARCHIVE-RECORD PIC X(62).
          FD RBK-CLO-FILE.
             COPY "runbookcloserec.cpy".
          FD RBK-CLO-ARCHIVE-FILE.
             01 RBK-CLO-ARCHIVE-RECORD PIC X(131).
          FD STEP-HIST-FILE.
             01 STEP-HIST-GENERIC-RECORD.
                05 SG-PROGRAM-ID       PIC X(8).
                05 SG-FILLER1          PIC X.
                05 SG-DATE             PIC 9(8).
                05 SG-REST             PIC X(52).
          FD STEP-HIST-ARCHIVE-FILE.
             01 STEP-HIST-ARCHIVE-RECORD PIC X(69).
          FD WORK-FILE.
             01 WORK-RECORD           PIC X(197).
          FD REPORT-FILE.
      * Per-log retention, defaulting to 90 days when the config has
      * no entry for a log -- a silent zero would archive everything.
             01 ws-retention.
                05 ws-keep OCCURS 7 TIMES PIC 9(4).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE 90 TO ws-keep(2).
          MOVE 90 TO ws-keep(3).
          MOVE 90 TO ws-keep(4).
          MOVE 90 TO ws-keep(5).
          MOVE 90 TO ws-keep(6).
          MOVE 90 TO ws-keep(7).
          PERFORM LOAD-RETENTION.
          PERFORM LOAD-HOLDS.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM VARYING ws-log-idx FROM 1 BY 1
             UNTIL ws-log-idx IS GREATER THAN 7
             MOVE ws-keep(ws-log-idx) TO ws-keep-days
             PERFORM COMPUTE-CUTOFF
             MOVE 0 TO ws-moved-count
                WHEN 4
                   MOVE "ALERTLOG" TO ws-log-name
                   PERFORM ROTATE-ALERT-LOG
                WHEN 5
                   MOVE "RBKINV" TO ws-log-name
                   PERFORM ROTATE-RBK-INV-LOG
                WHEN 6
                   MOVE "RBKCLOSE" TO ws-log-name
                   PERFORM ROTATE-RBK-CLO-LOG
                WHEN 7
                   MOVE "STEPHIST" TO ws-log-name
                   PERFORM ROTATE-STEP-HIST-LOG
             END-EVALUATE
             PERFORM WRITE-REPORT-LINE
          END-PERFORM.
                            MOVE LR-KEEP-DAYS TO ws-keep(3)
                         WHEN "ALERTLOG"
                            MOVE LR-KEEP-DAYS TO ws-keep(4)
                         WHEN "RUNBOOK"
                            MOVE LR-KEEP-DAYS TO ws-keep(5)
                            MOVE LR-KEEP-DAYS TO ws-keep(6)
                         WHEN "STEPHIST"
                            MOVE LR-KEEP-DAYS TO ws-keep(7)
                      END-EVALUATE
                END-READ
             END-PERFORM
          CLOSE WORK-FILE.
          CLOSE ALERT-LOG-FILE.

       ROTATE-STEP-HIST-LOG.
          MOVE "N" TO ws-log-eof.
          OPEN INPUT STEP-HIST-FILE.
          IF ws-log-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND STEP-HIST-ARCHIVE-FILE.
          IF ws-arc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT STEP-HIST-ARCHIVE-FILE
          END-IF.
          OPEN OUTPUT WORK-FILE.
          PERFORM UNTIL ws-log-eof IS EQUAL TO "Y"
             READ STEP-HIST-FILE
                AT END
                   MOVE "Y" TO ws-log-eof
                NOT AT END
                   MOVE SG-DATE TO ws-record-date
                   MOVE SG-PROGRAM-ID TO ws-record-program
                   PERFORM CHECK-HOLD
                   IF ws-record-date IS LESS THAN ws-cutoff-date
                      AND ws-on-hold IS EQUAL TO "N"
                      ADD 1 TO ws-moved-count
                      MOVE STEP-HIST-GENERIC-RECORD TO
                         STEP-HIST-ARCHIVE-RECORD
                      WRITE STEP-HIST-ARCHIVE-RECORD
                   ELSE
                      IF ws-on-hold IS EQUAL TO "Y"
                         AND ws-record-date IS LESS THAN
                         ws-cutoff-date
                         ADD 1 TO ws-held-count
                      END-IF
                      ADD 1 TO ws-kept-count
                      MOVE STEP-HIST-GENERIC-RECORD TO WORK-RECORD
                      WRITE WORK-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE STEP-HIST-FILE.
          CLOSE STEP-HIST-ARCHIVE-FILE.
          CLOSE WORK-FILE.
          MOVE "N" TO ws-wrk-eof.
          OPEN INPUT WORK-FILE.
          OPEN OUTPUT STEP-HIST-FILE.
          PERFORM UNTIL ws-wrk-eof IS EQUAL TO "Y"
             READ WORK-FILE
                AT END
                   MOVE "Y" TO ws-wrk-eof
                NOT AT END
                   MOVE WORK-RECORD TO STEP-HIST-GENERIC-RECORD
                   WRITE STEP-HIST-GENERIC-RECORD
             END-READ
          END-PERFORM.
          CLOSE WORK-FILE.
          CLOSE STEP-HIST-FILE.

       ROTATE-RBK-INV-LOG.
          MOVE "N" TO ws-log-eof.
          OPEN INPUT RBK-INV-FILE.
          IF ws-log-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND RBK-INV-ARCHIVE-FILE.
          IF ws-arc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RBK-INV-ARCHIVE-FILE
          END-IF.
          OPEN OUTPUT WORK-FILE.
          PERFORM UNTIL ws-log-eof IS EQUAL TO "Y"
             READ RBK-INV-FILE
                AT END
                   MOVE "Y" TO ws-log-eof
                NOT AT END
                   MOVE RI-RUN-DATE TO ws-record-date
                   MOVE RI-PROGRAM-ID TO ws-record-program
                   PERFORM CHECK-HOLD
                   IF ws-record-date IS LESS THAN ws-cutoff-date
                      AND ws-on-hold IS EQUAL TO "N"
                      ADD 1 TO ws-moved-count
                      MOVE RUNBOOK-INVOCATION-RECORD TO
                         RBK-INV-ARCHIVE-RECORD
                      WRITE RBK-INV-ARCHIVE-RECORD
                   ELSE
                      IF ws-on-hold IS EQUAL TO "Y"
                         AND ws-record-date IS LESS THAN
                         ws-cutoff-date
                         ADD 1 TO ws-held-count
                      END-IF
                      ADD 1 TO ws-kept-count
                      MOVE RUNBOOK-INVOCATION-RECORD TO WORK-RECORD
                      WRITE WORK-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RBK-INV-FILE.
          CLOSE RBK-INV-ARCHIVE-FILE.
          CLOSE WORK-FILE.
          MOVE "N" TO ws-wrk-eof.
          OPEN INPUT WORK-FILE.
          OPEN OUTPUT RBK-INV-FILE.
          PERFORM UNTIL ws-wrk-eof IS EQUAL TO "Y"
             READ WORK-FILE
                AT END
                   MOVE "Y" TO ws-wrk-eof
                NOT AT END
                   MOVE WORK-RECORD TO RUNBOOK-INVOCATION-RECORD
                   WRITE RUNBOOK-INVOCATION-RECORD
             END-READ
          END-PERFORM.
          CLOSE WORK-FILE.
          CLOSE RBK-INV-FILE.

      * Cut on the invocation's run date and program, not the close
      * date, so the close-out goes with its invocation.
       ROTATE-RBK-CLO-LOG.
          MOVE "N" TO ws-log-eof.
          OPEN INPUT RBK-CLO-FILE.
          IF ws-log-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND RBK-CLO-ARCHIVE-FILE.
          IF ws-arc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RBK-CLO-ARCHIVE-FILE
          END-IF.
          OPEN OUTPUT WORK-FILE.
          PERFORM UNTIL ws-log-eof IS EQUAL TO "Y"
             READ RBK-CLO-FILE
                AT END
                   MOVE "Y" TO ws-log-eof
                NOT AT END
                   MOVE RC-RUN-DATE TO ws-record-date
                   MOVE RC-PROGRAM-ID TO ws-record-program
                   PERFORM CHECK-HOLD
                   IF ws-record-date IS LESS THAN ws-cutoff-date
                      AND ws-on-hold IS EQUAL TO "N"
                      ADD 1 TO ws-moved-count
                      MOVE RUNBOOK-CLOSEOUT-RECORD TO
                         RBK-CLO-ARCHIVE-RECORD
                      WRITE RBK-CLO-ARCHIVE-RECORD
                   ELSE
                      IF ws-on-hold IS EQUAL TO "Y"
                         AND ws-record-date IS LESS THAN
                         ws-cutoff-date
                         ADD 1 TO ws-held-count
                      END-IF
                      ADD 1 TO ws-kept-count
                      MOVE RUNBOOK-CLOSEOUT-RECORD TO WORK-RECORD
                      WRITE WORK-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RBK-CLO-FILE.
          CLOSE RBK-CLO-ARCHIVE-FILE.
          CLOSE WORK-FILE.
          MOVE "N" TO ws-wrk-eof.
          OPEN INPUT WORK-FILE.
          OPEN OUTPUT RBK-CLO-FILE.
          PERFORM UNTIL ws-wrk-eof IS EQUAL TO "Y"
             READ WORK-FILE
                AT END
                   MOVE "Y" TO ws-wrk-eof
                NOT AT END
                   MOVE WORK-RECORD TO RUNBOOK-CLOSEOUT-RECORD
                   WRITE RUNBOOK-CLOSEOUT-RECORD
             END-READ
          END-PERFORM.
          CLOSE WORK-FILE.
          CLOSE RBK-CLO-FILE.

       WRITE-REPORT-LINE.
          MOVE ws-moved-count TO ws-moved-disp.
          MOVE ws-kept-count TO ws-kept-disp.
