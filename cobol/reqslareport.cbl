       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqslareport.
       AUTHOR. Owain Kenway.

      * Weekly turnaround report for the request queue.  Priority
      * classes told the sweep what to answer first, but nobody
      * could say how long a priority-1 FACTOR actually took or show
      * that the promise in sla_targets.dat was kept.  This step
      * takes every request reqsweep.cbl answered in the last seven
      * days (request_queue_archive.dat, answer stamp in the week),
      * measures submitted-to-answered turnaround, and reports to
      * sla_report.dat:
      *
      *    CLASS      per priority and type: answered, measured
      *               against a target, met, percent met, and the
      *               turnaround spread (up to 1, 4, 12, 24 and 48
      *               hours, and over 48)
      *    REQUESTER  per requester: answered, measured, met, percent
      *    BREACH     each REQUEST SLA BREACH reqslacheck.cbl raised
      *               in the week, with its requester
      *
      * Targets come through slatarget.cbl, the same lookup the
      * nightly breach check uses.  Requests queued before the
      * turnaround stamps existed are counted as answered but not
      * measured; a class with no target is listed without a
      * percentage.  The edition is filed through reportcapture.cbl.
      * Return code 4 when any measured request missed its target,
      * 8 when there is no usable target table.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT QUEUE-ARCHIVE-FILE
                ASSIGN TO "cobol/data/request_queue_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT BREACH-FILE
                ASSIGN TO "cobol/data/request_sla_breaches.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BRC-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/sla_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      * The archive holds queue rows as reqsweep.cbl rewrote them.
          FD QUEUE-ARCHIVE-FILE.
             COPY "requestrec.cpy".
          FD BREACH-FILE.
             COPY "slabreachrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(132).

          WORKING-STORAGE SECTION.
             01 ws-arc-status PIC XX.
             01 ws-brc-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-week-start USAGE BINARY-LONG UNSIGNED.
             01 ws-week-start-disp PIC 9(8).
             01 ws-submit-minutes USAGE BINARY-DOUBLE.
             01 ws-answer-minutes USAGE BINARY-DOUBLE.
             01 ws-turnaround USAGE BINARY-DOUBLE.
             01 ws-hhmm-work USAGE BINARY-LONG UNSIGNED.
             01 ws-hh USAGE BINARY-LONG UNSIGNED.
             01 ws-mm USAGE BINARY-LONG UNSIGNED.
             01 ws-sla-priority PIC X.
             01 ws-sla-target PIC 9(4).
             01 ws-sla-state PIC X.
             01 ws-measured PIC X.
             01 ws-met PIC X.
             01 ws-bucket USAGE BINARY-LONG UNSIGNED.
             01 ws-band-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-pct PIC ZZ9.
             01 ws-pct-text PIC X(4).
             01 ws-missed-any PIC X VALUE "N".
             01 ws-breach-count PIC 9(6) VALUE 0.
             01 ws-capture-report PIC X(30) VALUE "sla_report.dat".
             01 ws-capture-program PIC X(8) VALUE "SLARPT".
      * Week totals.
             01 ws-tot-answered PIC 9(6) VALUE 0.
             01 ws-tot-measured PIC 9(6) VALUE 0.
             01 ws-tot-met PIC 9(6) VALUE 0.
      * One row per priority and type seen in the week.
             01 WS-CLS-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CLS-TABLE.
                05 WS-CLS-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-CLS-COUNT
                      INDEXED BY CLS-IDX.
                   10 WS-C-PRIORITY       PIC X(1).
                   10 WS-C-TYPE           PIC X(6).
                   10 WS-C-TARGET         PIC 9(4).
                   10 WS-C-ANSWERED       PIC 9(6).
                   10 WS-C-MEASURED       PIC 9(6).
                   10 WS-C-MET            PIC 9(6).
                   10 WS-C-BUCKET         PIC 9(6) OCCURS 6 TIMES.
      * One row per requester answered in the week.
             01 WS-RQR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RQR-TABLE.
                05 WS-RQR-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-RQR-COUNT
                      INDEXED BY RQR-IDX.
                   10 WS-Q-REQUESTER      PIC X(8).
                   10 WS-Q-ANSWERED       PIC 9(6).
                   10 WS-Q-MEASURED       PIC 9(6).
                   10 WS-Q-MET            PIC 9(6).
      * Upper bound, in minutes, of each turnaround band; the last
      * band is everything over 48 hours.
             01 ws-band-list.
                05 FILLER PIC 9(6) VALUE 60.
                05 FILLER PIC 9(6) VALUE 240.
                05 FILLER PIC 9(6) VALUE 720.
                05 FILLER PIC 9(6) VALUE 1440.
                05 FILLER PIC 9(6) VALUE 2880.
             01 ws-band-table REDEFINES ws-band-list.
                05 ws-band-limit OCCURS 5 TIMES PIC 9(6).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          COMPUTE ws-week-start = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) - 6).
          MOVE ws-week-start TO ws-week-start-disp.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-ARCHIVE-FILE.
          IF ws-arc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-ARCHIVE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF RQ-ANSWER-DATE IS NUMERIC
                         AND RQ-ANSWER-DATE IS NOT LESS THAN
                         ws-week-start
                         AND RQ-ANSWER-DATE IS NOT GREATER THAN
                         ws-run-date
                         PERFORM MEASURE-ONE-REQUEST
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-ARCHIVE-FILE
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          STRING "REQUEST TURNAROUND REPORT " ws-run-date-disp
             " ANSWERED " ws-week-start-disp " TO "
             ws-run-date-disp DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM VARYING CLS-IDX FROM 1 BY 1
             UNTIL CLS-IDX IS GREATER THAN WS-CLS-COUNT
             PERFORM WRITE-CLASS-LINE
          END-PERFORM.
          PERFORM VARYING RQR-IDX FROM 1 BY 1
             UNTIL RQR-IDX IS GREATER THAN WS-RQR-COUNT
             PERFORM WRITE-REQUESTER-LINE
          END-PERFORM.
          PERFORM WRITE-WEEK-BREACHES.
          IF ws-tot-measured IS GREATER THAN 0
             COMPUTE ws-pct ROUNDED =
                ws-tot-met * 100 / ws-tot-measured
             MOVE ws-pct TO ws-pct-text
          ELSE
             MOVE " ---" TO ws-pct-text
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TOTAL ANSWERED " ws-tot-answered " MEASURED "
             ws-tot-measured " MET " ws-tot-met " PCT " ws-pct-text
             " BREACHES " ws-breach-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          DISPLAY "REQSLAREPORT: " ws-tot-answered " ANSWERED, "
             ws-tot-measured " MEASURED, " ws-tot-met " MET".
          IF ws-missed-any IS EQUAL TO "Y"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       MEASURE-ONE-REQUEST.
          IF RQ-PRIORITY IS NUMERIC
             AND RQ-PRIORITY IS GREATER THAN 0
             MOVE RQ-PRIORITY TO ws-sla-priority
          ELSE
             MOVE "5" TO ws-sla-priority
          END-IF.
          CALL 'slatarget' USING ws-sla-priority, RQ-TYPE,
             ws-sla-target, ws-sla-state.
          IF ws-sla-state IS EQUAL TO "N"
             DISPLAY "REQSLAREPORT: NO TURNAROUND TARGETS, NO REPORT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-sla-state IS EQUAL TO "O"
             DISPLAY "REQSLAREPORT: SLA_TARGETS.DAT EXCEEDS MAXIMUM "
                "OF 100 ROWS, NO REPORT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "N" TO ws-measured.
          MOVE "N" TO ws-met.
          IF RQ-SUBMIT-DATE IS NUMERIC
             AND RQ-SUBMIT-DATE IS GREATER THAN 0
             AND RQ-SUBMIT-TIME IS NUMERIC
             AND RQ-ANSWER-TIME IS NUMERIC
             PERFORM COMPUTE-TURNAROUND
          END-IF.
          PERFORM FIND-CLASS.
          IF ws-found-idx IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-C-ANSWERED(ws-found-idx).
          ADD 1 TO ws-tot-answered.
          IF ws-measured IS EQUAL TO "Y"
             ADD 1 TO WS-C-BUCKET(ws-found-idx, ws-bucket)
             IF ws-sla-target IS GREATER THAN 0
                ADD 1 TO WS-C-MEASURED(ws-found-idx)
                ADD 1 TO ws-tot-measured
                IF ws-turnaround IS NOT GREATER THAN
                   ws-sla-target * 60
                   MOVE "Y" TO ws-met
                   ADD 1 TO WS-C-MET(ws-found-idx)
                   ADD 1 TO ws-tot-met
                ELSE
                   MOVE "Y" TO ws-missed-any
                END-IF
             END-IF
          END-IF.
          PERFORM FIND-REQUESTER.
          IF ws-found-idx IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-Q-ANSWERED(ws-found-idx).
          IF ws-measured IS EQUAL TO "Y"
             AND ws-sla-target IS GREATER THAN 0
             ADD 1 TO WS-Q-MEASURED(ws-found-idx)
             IF ws-met IS EQUAL TO "Y"
                ADD 1 TO WS-Q-MET(ws-found-idx)
             END-IF
          END-IF.

      * Submitted to answered in minutes, and the band it falls in.
       COMPUTE-TURNAROUND.
          DIVIDE RQ-SUBMIT-TIME BY 100 GIVING ws-hhmm-work.
          DIVIDE ws-hhmm-work BY 100 GIVING ws-hh REMAINDER ws-mm.
          COMPUTE ws-submit-minutes =
             FUNCTION INTEGER-OF-DATE(RQ-SUBMIT-DATE) * 1440
             + ws-hh * 60 + ws-mm.
          DIVIDE RQ-ANSWER-TIME BY 100 GIVING ws-hhmm-work.
          DIVIDE ws-hhmm-work BY 100 GIVING ws-hh REMAINDER ws-mm.
          COMPUTE ws-answer-minutes =
             FUNCTION INTEGER-OF-DATE(RQ-ANSWER-DATE) * 1440
             + ws-hh * 60 + ws-mm.
          COMPUTE ws-turnaround =
             ws-answer-minutes - ws-submit-minutes.
          IF ws-turnaround IS LESS THAN 0
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-measured.
          MOVE 6 TO ws-bucket.
          PERFORM VARYING ws-band-idx FROM 5 BY -1
             UNTIL ws-band-idx IS EQUAL TO 0
             IF ws-turnaround IS NOT GREATER THAN
                ws-band-limit(ws-band-idx)
                MOVE ws-band-idx TO ws-bucket
             END-IF
          END-PERFORM.

      * A class over the bound is left out of the report and said
      * so on the console rather than abending the week's edition.
       FIND-CLASS.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING CLS-IDX FROM 1 BY 1
             UNTIL CLS-IDX IS GREATER THAN WS-CLS-COUNT
             IF WS-C-PRIORITY(CLS-IDX) IS EQUAL TO ws-sla-priority
                AND WS-C-TYPE(CLS-IDX) IS EQUAL TO RQ-TYPE
                SET ws-found-idx TO CLS-IDX
             END-IF
          END-PERFORM.
          IF ws-found-idx IS GREATER THAN 0
             EXIT PARAGRAPH
          END-IF.
          IF WS-CLS-COUNT IS EQUAL TO 100
             DISPLAY "REQSLAREPORT: MORE THAN 100 CLASSES, P"
                ws-sla-priority " " RQ-TYPE " NOT REPORTED"
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-CLS-COUNT.
          MOVE WS-CLS-COUNT TO ws-found-idx.
          INITIALIZE WS-CLS-ENTRY(ws-found-idx).
          MOVE ws-sla-priority TO WS-C-PRIORITY(ws-found-idx).
          MOVE RQ-TYPE TO WS-C-TYPE(ws-found-idx).
          MOVE ws-sla-target TO WS-C-TARGET(ws-found-idx).

       FIND-REQUESTER.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING RQR-IDX FROM 1 BY 1
             UNTIL RQR-IDX IS GREATER THAN WS-RQR-COUNT
             IF WS-Q-REQUESTER(RQR-IDX) IS EQUAL TO RQ-REQUESTER
                SET ws-found-idx TO RQR-IDX
             END-IF
          END-PERFORM.
          IF ws-found-idx IS GREATER THAN 0
             EXIT PARAGRAPH
          END-IF.
          IF WS-RQR-COUNT IS EQUAL TO 200
             DISPLAY "REQSLAREPORT: MORE THAN 200 REQUESTERS, "
                RQ-REQUESTER " NOT REPORTED"
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-RQR-COUNT.
          MOVE WS-RQR-COUNT TO ws-found-idx.
          MOVE RQ-REQUESTER TO WS-Q-REQUESTER(ws-found-idx).
          MOVE 0 TO WS-Q-ANSWERED(ws-found-idx).
          MOVE 0 TO WS-Q-MEASURED(ws-found-idx).
          MOVE 0 TO WS-Q-MET(ws-found-idx).

       WRITE-CLASS-LINE.
          IF WS-C-MEASURED(CLS-IDX) IS GREATER THAN 0
             COMPUTE ws-pct ROUNDED = WS-C-MET(CLS-IDX) * 100
                / WS-C-MEASURED(CLS-IDX)
             MOVE ws-pct TO ws-pct-text
          ELSE
             MOVE " ---" TO ws-pct-text
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          IF WS-C-TARGET(CLS-IDX) IS EQUAL TO 0
             STRING "CLASS P" WS-C-PRIORITY(CLS-IDX) " "
                WS-C-TYPE(CLS-IDX) " NO TARGET ANSWERED "
                WS-C-ANSWERED(CLS-IDX)
                DELIMITED BY SIZE INTO REPORT-RECORD
          ELSE
             STRING "CLASS P" WS-C-PRIORITY(CLS-IDX) " "
                WS-C-TYPE(CLS-IDX) " TARGET "
                WS-C-TARGET(CLS-IDX) "H ANSWERED "
                WS-C-ANSWERED(CLS-IDX) " MEASURED "
                WS-C-MEASURED(CLS-IDX) " MET " WS-C-MET(CLS-IDX)
                " PCT " ws-pct-text
                DELIMITED BY SIZE INTO REPORT-RECORD
          END-IF.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
          STRING "  SPREAD P" WS-C-PRIORITY(CLS-IDX) " "
             WS-C-TYPE(CLS-IDX)
             " <=1H " WS-C-BUCKET(CLS-IDX, 1)
             " <=4H " WS-C-BUCKET(CLS-IDX, 2)
             " <=12H " WS-C-BUCKET(CLS-IDX, 3)
             " <=24H " WS-C-BUCKET(CLS-IDX, 4)
             " <=48H " WS-C-BUCKET(CLS-IDX, 5)
             " >48H " WS-C-BUCKET(CLS-IDX, 6)
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

       WRITE-REQUESTER-LINE.
          IF WS-Q-MEASURED(RQR-IDX) IS GREATER THAN 0
             COMPUTE ws-pct ROUNDED = WS-Q-MET(RQR-IDX) * 100
                / WS-Q-MEASURED(RQR-IDX)
             MOVE ws-pct TO ws-pct-text
          ELSE
             MOVE " ---" TO ws-pct-text
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "REQUESTER " WS-Q-REQUESTER(RQR-IDX)
             " ANSWERED " WS-Q-ANSWERED(RQR-IDX)
             " MEASURED " WS-Q-MEASURED(RQR-IDX)
             " MET " WS-Q-MET(RQR-IDX) " PCT " ws-pct-text
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * Breaches raised in the week, whether or not the request has
      * since been answered.
       WRITE-WEEK-BREACHES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT BREACH-FILE.
          IF ws-brc-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ BREACH-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF BR-RAISED-DATE IS NUMERIC
                      AND BR-RAISED-DATE IS NOT LESS THAN
                      ws-week-start
                      ADD 1 TO ws-breach-count
                      MOVE SPACES TO REPORT-RECORD
                      STRING "BREACH " BR-RAISED-DATE " REQUEST "
                         BR-REQUEST-ID " REQUESTER " BR-REQUESTER
                         " P" BR-PRIORITY " " BR-TYPE " TARGET "
                         BR-TARGET-HOURS "H ELAPSED "
                         BR-ELAPSED-HOURS "H"
                         DELIMITED BY SIZE INTO REPORT-RECORD
                      WRITE REPORT-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE BREACH-FILE.
