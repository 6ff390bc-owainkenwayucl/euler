      * front to back.  The recent tail is rewritten compactly in
      * place through a work file, the same two-pass rewrite
      * logrotate.cbl uses.
      *
      * Segments move verbatim, chain links and all, and only ever as
      * the leading run of the file: once a segment has to stay
      * online (recent, or frozen by a legal hold), every segment
      * after it stays too, counted as DEFERRED until it can follow
      * in order.  The archive is thus always the front of the
      * history chain and the online file its continuation -- each
      * writer's first link continues from the archive's last
      * (histchain.cbl) -- so chainverify.cbl walks the archive then
      * the online file as one unbroken chain.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD ARCHIVE-FILE.
             01 ARCHIVE-RECORD        PIC X(180).
          FD ARCHIVE-INDEX-FILE.
             COPY "resulthistidxrec.cpy".
          FD WORK-FILE.
             01 WORK-RECORD           PIC X(180).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
             01 ws-ret-status PIC XX.
                VALUE 0.
             01 ws-kept-segments USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-held-segments USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-deferred-segments USAGE BINARY-LONG UNSIGNED
                VALUE 0.
             01 ws-deferred-disp PIC 9(9).
             01 ws-archive-open PIC X VALUE "Y".
             01 ws-held-disp PIC 9(9).
             01 ws-hld-status PIC XX.
             01 ws-hld-eof PIC X VALUE "N".
             01 WS-SEG-BUFFER.
                05 WS-SEG-ROW OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-SEG-COUNT
                      PIC X(180).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM WRITE-REPORT.
          DISPLAY "HISTARCHIVE: " ws-archived-disp " SEGMENT(S) "
             "ARCHIVED, " ws-kept-disp " KEPT ONLINE, "
             ws-held-disp " HELD, " ws-deferred-disp " DEFERRED".
       STOP RUN.

       LOAD-RETENTION.

      * A complete segment goes to the archive (plus an index entry
      * keyed on run date and program id) when its header predates
      * the cutoff and nothing before it had to stay online,
      * otherwise back online.
       DISPOSE-SEGMENT.
          PERFORM CHECK-HOLD.
          IF ws-seg-date IS LESS THAN ws-cutoff-date
      * Old enough to purge, but frozen: stay online, visibly.
             ADD 1 TO ws-held-segments
             ADD 1 TO ws-kept-segments
             MOVE "N" TO ws-archive-open
             PERFORM FLUSH-SEGMENT-TO-WORK
          ELSE
          IF ws-seg-date IS LESS THAN ws-cutoff-date
             AND ws-archive-open IS EQUAL TO "N"
      * Old enough, but behind one that stayed: moving it now would
      * take the chain out of order.
             ADD 1 TO ws-deferred-segments
             ADD 1 TO ws-kept-segments
             PERFORM FLUSH-SEGMENT-TO-WORK
          ELSE
          IF ws-seg-date IS LESS THAN ws-cutoff-date
             END-IF
          ELSE
             ADD 1 TO ws-kept-segments
             MOVE "N" TO ws-archive-open
             PERFORM FLUSH-SEGMENT-TO-WORK
          END-IF
          END-IF
          END-IF.
          MOVE 0 TO WS-SEG-COUNT.

          MOVE ws-archived-segments TO ws-archived-disp.
          MOVE ws-kept-segments TO ws-kept-disp.
          MOVE ws-held-segments TO ws-held-disp.
          MOVE ws-deferred-segments TO ws-deferred-disp.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          STRING "HISTARCHIVE CUTOFF " ws-cutoff-date " ARCHIVED "
             ws-archived-disp " KEPT " ws-kept-disp " HELD "
             ws-held-disp " DEFERRED " ws-deferred-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
