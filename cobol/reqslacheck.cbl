       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqslacheck.
       AUTHOR. Owain Kenway.

      * Nightly turnaround breach check for the request queue.  The
      * priority classes promised analysts an answer within a
      * target (sla_targets.dat, looked up through slatarget.cbl),
      * but a request could sit PENDING well past it -- never
      * reached, held at its requester's quota, deferred night after
      * night at the window close -- and nobody heard until the
      * analyst chased.  This step measures every PENDING request
      * from its submitted stamp to now and, the first time one is
      * past its target, raises REQUEST SLA BREACH through
      * alertlog.cbl (key 1 the request id, key 2 the hours
      * elapsed) and records the breach, requester and all, on
      * request_sla_breaches.dat (slabreachrec.cpy).  The file is
      * carried from night to night so a request is alerted once,
      * and trimmed to a year.  Requests queued before the
      * turnaround stamps existed cannot be measured and are
      * skipped.  Return code 4 on new breaches; 8 when there is no
      * usable target table.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT QUEUE-FILE
                ASSIGN TO "cobol/data/request_queue.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUE-STATUS.
             SELECT BREACH-FILE
                ASSIGN TO "cobol/data/request_sla_breaches.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BRC-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD QUEUE-FILE.
             COPY "requestrec.cpy".
          FD BREACH-FILE.
             COPY "slabreachrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-que-status PIC XX.
             01 ws-brc-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-keep-from USAGE BINARY-LONG UNSIGNED.
             01 ws-now-minutes USAGE BINARY-DOUBLE.
             01 ws-submit-minutes USAGE BINARY-DOUBLE.
             01 ws-elapsed-minutes USAGE BINARY-DOUBLE.
             01 ws-hhmm-work USAGE BINARY-LONG UNSIGNED.
             01 ws-hh USAGE BINARY-LONG UNSIGNED.
             01 ws-mm USAGE BINARY-LONG UNSIGNED.
             01 ws-sla-priority PIC X.
             01 ws-sla-target PIC 9(4).
             01 ws-sla-state PIC X.
             01 ws-already-raised PIC X.
             01 ws-breach-changed PIC X VALUE "N".
             01 ws-pending-count PIC 9(6) VALUE 0.
             01 ws-late-count PIC 9(6) VALUE 0.
             01 ws-new-count PIC 9(6) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "SLACHK".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * Breaches already raised, plus tonight's new ones.
             01 WS-BRC-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-BRC-TABLE.
                05 WS-BRC-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-BRC-COUNT
                      INDEXED BY BRC-IDX.
                   10 WS-B-RAISED-DATE    PIC 9(8).
                   10 WS-B-REQUEST-ID     PIC 9(9).
                   10 WS-B-REQUESTER      PIC X(8).
                   10 WS-B-PRIORITY       PIC X(1).
                   10 WS-B-TYPE           PIC X(6).
                   10 WS-B-SUBMIT-DATE    PIC 9(8).
                   10 WS-B-SUBMIT-TIME    PIC 9(6).
                   10 WS-B-TARGET-HOURS   PIC 9(4).
                   10 WS-B-ELAPSED-HOURS  PIC 9(6).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          COMPUTE ws-keep-from = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) - 366).
          DIVIDE ws-run-time BY 10000 GIVING ws-hhmm-work.
          DIVIDE ws-hhmm-work BY 100 GIVING ws-hh REMAINDER ws-mm.
          COMPUTE ws-now-minutes =
             FUNCTION INTEGER-OF-DATE(ws-run-date) * 1440
             + ws-hh * 60 + ws-mm.
          PERFORM LOAD-PRIOR-BREACHES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-FILE.
          IF ws-que-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF RQ-STATUS IS EQUAL TO "PENDING"
                         PERFORM CHECK-ONE-REQUEST
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-FILE
          END-IF.
          IF ws-breach-changed IS EQUAL TO "Y"
             PERFORM REWRITE-BREACHES
          END-IF.
          DISPLAY "REQSLACHECK: " ws-pending-count " PENDING, "
             ws-late-count " PAST TARGET, " ws-new-count " NEW".
          IF ws-new-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * Rows raised over a year ago are dropped on the next rewrite.
      * One row past the bound stops the run: a rewrite would lose
      * the rest.
       LOAD-PRIOR-BREACHES.
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
                      ws-keep-from
                      PERFORM TABLE-PRIOR-BREACH
                   ELSE
                      MOVE "Y" TO ws-breach-changed
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE BREACH-FILE.

       TABLE-PRIOR-BREACH.
          IF WS-BRC-COUNT IS EQUAL TO 1000
             DISPLAY "REQSLACHECK: REQUEST_SLA_BREACHES.DAT EXCEEDS "
                "MAXIMUM OF 1000 ROWS, NOTHING CHECKED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WS-BRC-COUNT.
          MOVE BR-RAISED-DATE TO WS-B-RAISED-DATE(WS-BRC-COUNT).
          MOVE BR-REQUEST-ID TO WS-B-REQUEST-ID(WS-BRC-COUNT).
          MOVE BR-REQUESTER TO WS-B-REQUESTER(WS-BRC-COUNT).
          MOVE BR-PRIORITY TO WS-B-PRIORITY(WS-BRC-COUNT).
          MOVE BR-TYPE TO WS-B-TYPE(WS-BRC-COUNT).
          MOVE BR-SUBMIT-DATE TO WS-B-SUBMIT-DATE(WS-BRC-COUNT).
          MOVE BR-SUBMIT-TIME TO WS-B-SUBMIT-TIME(WS-BRC-COUNT).
          MOVE BR-TARGET-HOURS TO WS-B-TARGET-HOURS(WS-BRC-COUNT).
          MOVE BR-ELAPSED-HOURS TO
             WS-B-ELAPSED-HOURS(WS-BRC-COUNT).

       CHECK-ONE-REQUEST.
          ADD 1 TO ws-pending-count.
          IF RQ-SUBMIT-DATE IS NOT NUMERIC
             OR RQ-SUBMIT-DATE IS EQUAL TO 0
             OR RQ-SUBMIT-TIME IS NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
      * Unset priority is the routine class, as reqsweep.cbl reads
      * it.
          IF RQ-PRIORITY IS NUMERIC
             AND RQ-PRIORITY IS GREATER THAN 0
             MOVE RQ-PRIORITY TO ws-sla-priority
          ELSE
             MOVE "5" TO ws-sla-priority
          END-IF.
          CALL 'slatarget' USING ws-sla-priority, RQ-TYPE,
             ws-sla-target, ws-sla-state.
          IF ws-sla-state IS EQUAL TO "N"
             DISPLAY "REQSLACHECK: NO TURNAROUND TARGETS, NOTHING "
                "CHECKED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-sla-state IS EQUAL TO "O"
             DISPLAY "REQSLACHECK: SLA_TARGETS.DAT EXCEEDS MAXIMUM "
                "OF 100 ROWS, NOTHING CHECKED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-sla-target IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          DIVIDE RQ-SUBMIT-TIME BY 100 GIVING ws-hhmm-work.
          DIVIDE ws-hhmm-work BY 100 GIVING ws-hh REMAINDER ws-mm.
          COMPUTE ws-submit-minutes =
             FUNCTION INTEGER-OF-DATE(RQ-SUBMIT-DATE) * 1440
             + ws-hh * 60 + ws-mm.
          COMPUTE ws-elapsed-minutes =
             ws-now-minutes - ws-submit-minutes.
          IF ws-elapsed-minutes IS NOT GREATER THAN
             ws-sla-target * 60
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-late-count.
          MOVE "N" TO ws-already-raised.
          PERFORM VARYING BRC-IDX FROM 1 BY 1
             UNTIL BRC-IDX IS GREATER THAN WS-BRC-COUNT
             IF WS-B-REQUEST-ID(BRC-IDX) IS EQUAL TO RQ-ID
                MOVE "Y" TO ws-already-raised
             END-IF
          END-PERFORM.
          IF ws-already-raised IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF WS-BRC-COUNT IS EQUAL TO 1000
             DISPLAY "REQSLACHECK: MORE THAN 1000 BREACHES, BREACH "
                "LIST NOT REWRITTEN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WS-BRC-COUNT.
          MOVE ws-run-date TO WS-B-RAISED-DATE(WS-BRC-COUNT).
          MOVE RQ-ID TO WS-B-REQUEST-ID(WS-BRC-COUNT).
          MOVE RQ-REQUESTER TO WS-B-REQUESTER(WS-BRC-COUNT).
          MOVE ws-sla-priority TO WS-B-PRIORITY(WS-BRC-COUNT).
          MOVE RQ-TYPE TO WS-B-TYPE(WS-BRC-COUNT).
          MOVE RQ-SUBMIT-DATE TO WS-B-SUBMIT-DATE(WS-BRC-COUNT).
          MOVE RQ-SUBMIT-TIME TO WS-B-SUBMIT-TIME(WS-BRC-COUNT).
          MOVE ws-sla-target TO WS-B-TARGET-HOURS(WS-BRC-COUNT).
          COMPUTE WS-B-ELAPSED-HOURS(WS-BRC-COUNT) =
             ws-elapsed-minutes / 60.
          MOVE "Y" TO ws-breach-changed.
          ADD 1 TO ws-new-count.
          DISPLAY "REQSLACHECK: SLA BREACH REQUEST " RQ-ID
             " REQUESTER " RQ-REQUESTER " P" ws-sla-priority " "
             RQ-TYPE " TARGET " ws-sla-target "H ELAPSED "
             WS-B-ELAPSED-HOURS(WS-BRC-COUNT) "H".
          MOVE "REQUEST SLA BREACH" TO ws-alert-condition.
          MOVE RQ-ID TO ws-alert-key-1.
          MOVE WS-B-ELAPSED-HOURS(WS-BRC-COUNT) TO ws-alert-key-2.
          CALL 'alertlog' USING ws-alert-source,
             ws-alert-condition, ws-alert-key-1, ws-alert-key-2.

       REWRITE-BREACHES.
          OPEN OUTPUT BREACH-FILE.
          PERFORM VARYING BRC-IDX FROM 1 BY 1
             UNTIL BRC-IDX IS GREATER THAN WS-BRC-COUNT
             MOVE SPACES TO SLA-BREACH-RECORD
             MOVE WS-B-RAISED-DATE(BRC-IDX) TO BR-RAISED-DATE
             MOVE WS-B-REQUEST-ID(BRC-IDX) TO BR-REQUEST-ID
             MOVE WS-B-REQUESTER(BRC-IDX) TO BR-REQUESTER
             MOVE WS-B-PRIORITY(BRC-IDX) TO BR-PRIORITY
             MOVE WS-B-TYPE(BRC-IDX) TO BR-TYPE
             MOVE WS-B-SUBMIT-DATE(BRC-IDX) TO BR-SUBMIT-DATE
             MOVE WS-B-SUBMIT-TIME(BRC-IDX) TO BR-SUBMIT-TIME
             MOVE WS-B-TARGET-HOURS(BRC-IDX) TO BR-TARGET-HOURS
             MOVE WS-B-ELAPSED-HOURS(BRC-IDX) TO BR-ELAPSED-HOURS
             WRITE SLA-BREACH-RECORD
          END-PERFORM.
          CLOSE BREACH-FILE.
