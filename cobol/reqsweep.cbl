      * longer starve everyone else's single PRIME question, and a
      * requester's overflow simply carries as still-PENDING into
      * the next night rather than being failed.
      *
      * Each request is stamped the first night the sweep reaches
      * it and again when it is answered, so reqslacheck.cbl and
      * reqslareport.cbl can measure turnaround against the SLA.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FD QUEUE-FILE.
             COPY "requestrec.cpy".
          FD QUEUE-ARCHIVE-FILE.
             01 QUEUE-ARCHIVE-RECORD  PIC X(146).
          FD QUOTA-FILE.
             01 QUOTA-RECORD.
                05 QT-REQUESTER        PIC X(8).
             01 ws-fib-ordinal PIC 9(4).
             01 ws-fib-overflow PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-stamp-date USAGE BINARY-LONG UNSIGNED.
             01 ws-stamp-clock USAGE BINARY-LONG UNSIGNED.
             01 ws-stamp-time PIC 9(6).
      * Window-close enforcement: the configured close from
      * batch_window.dat, as an offset from the window start so a
      * window crossing midnight compares correctly.  Enforcement
                   10 WS-R-N2             PIC 9(30).
                   10 WS-R-STATUS         PIC X(8).
                   10 WS-R-PRIORITY       PIC 9(1).
                   10 WS-R-SUBMIT-DATE    PIC 9(8).
                   10 WS-R-SUBMIT-TIME     PIC 9(6).
                   10 WS-R-FIRST-DATE      PIC 9(8).
                   10 WS-R-FIRST-TIME      PIC 9(6).
                   10 WS-R-ANSWER-DATE     PIC 9(8).
                   10 WS-R-ANSWER-TIME     PIC 9(6).
      * Answer order for tonight's PENDING rows: indexes into
      * WS-REQ-TABLE sorted by priority then id, so urgency is
      * honoured without disturbing the queue rows themselves.
          PERFORM VARYING ws-order-idx FROM 1 BY 1
             UNTIL ws-order-idx IS GREATER THAN WS-ORDER-COUNT
             SET REQ-IDX TO WS-O-REQ-IDX(ws-order-idx)
             IF WS-R-FIRST-DATE(REQ-IDX) IS EQUAL TO 0
                PERFORM STAMP-CLOCK
                MOVE ws-stamp-date TO WS-R-FIRST-DATE(REQ-IDX)
                MOVE ws-stamp-time TO WS-R-FIRST-TIME(REQ-IDX)
             END-IF
             IF ws-deadline-hit IS EQUAL TO "Y"
      * Past the window close: the request stays PENDING for the
      * next night, deliberately untouched.
                   ELSE
                      MOVE 5 TO WS-R-PRIORITY(WS-REQ-COUNT)
                   END-IF
                   IF RQ-SUBMIT-DATE IS NUMERIC
                      MOVE RQ-SUBMIT-DATE TO
                         WS-R-SUBMIT-DATE(WS-REQ-COUNT)
                   ELSE
                      MOVE 0 TO WS-R-SUBMIT-DATE(WS-REQ-COUNT)
                   END-IF
                   PERFORM TABLE-REQUEST-STAMPS
             END-READ
          END-PERFORM.
          CLOSE QUEUE-FILE.

      * Turnaround stamps, zero where not yet stamped (or the row
      * predates them).
       TABLE-REQUEST-STAMPS.
          IF RQ-SUBMIT-TIME IS NUMERIC
             MOVE RQ-SUBMIT-TIME TO WS-R-SUBMIT-TIME(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-SUBMIT-TIME(WS-REQ-COUNT)
          END-IF.
          IF RQ-FIRST-DATE IS NUMERIC
             MOVE RQ-FIRST-DATE TO WS-R-FIRST-DATE(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-FIRST-DATE(WS-REQ-COUNT)
          END-IF.
          IF RQ-FIRST-TIME IS NUMERIC
             MOVE RQ-FIRST-TIME TO WS-R-FIRST-TIME(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-FIRST-TIME(WS-REQ-COUNT)
          END-IF.
          IF RQ-ANSWER-DATE IS NUMERIC
             MOVE RQ-ANSWER-DATE TO WS-R-ANSWER-DATE(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-ANSWER-DATE(WS-REQ-COUNT)
          END-IF.
          IF RQ-ANSWER-TIME IS NUMERIC
             MOVE RQ-ANSWER-TIME TO WS-R-ANSWER-TIME(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-ANSWER-TIME(WS-REQ-COUNT)
          END-IF.

      * Arms window-close enforcement when the configured window
      * exists and this run began inside it.  Offsets are seconds
      * since the window start, modulo a day, so a 220000-060000
                MOVE "BAD TYPE" TO ws-answer-text
          END-EVALUATE.
          MOVE ws-new-status TO WS-R-STATUS(REQ-IDX).
          PERFORM STAMP-CLOCK.
          MOVE ws-stamp-date TO WS-R-ANSWER-DATE(REQ-IDX).
          MOVE ws-stamp-time TO WS-R-ANSWER-TIME(REQ-IDX).
          IF ws-new-status IS EQUAL TO "DONE"
             ADD 1 TO ws-done-count
          ELSE
                INTO ws-answer-text
          END-IF.

      * Date and time of day (HHMMSS) for the turnaround stamps,
      * read afresh: a long sweep can cross midnight.
       STAMP-CLOCK.
          ACCEPT ws-stamp-date FROM DATE YYYYMMDD.
          ACCEPT ws-stamp-clock FROM TIME.
          DIVIDE ws-stamp-clock BY 100 GIVING ws-stamp-time.

       WRITE-REPLY.
          MOVE SPACES TO REPLY-RECORD.
          OPEN EXTEND REPLY-FILE.
          WRITE REPLY-RECORD.
          CLOSE REPLY-FILE.

      * PENDING rows, and APPROVAL rows still waiting on a
      * supervisor in reqmanage.cbl, go back to the queue; answered
      * (DONE/FAILED) rows move to the archive so the queue never
      * accumulates toward the table bound and the archive keeps
      * the full lifetime trail for reqstatus.cbl.
       REWRITE-QUEUE.
          OPEN OUTPUT QUEUE-FILE.
          OPEN EXTEND QUEUE-ARCHIVE-FILE.
             MOVE WS-R-N2(REQ-IDX) TO RQ-N2
             MOVE WS-R-STATUS(REQ-IDX) TO RQ-STATUS
             MOVE WS-R-PRIORITY(REQ-IDX) TO RQ-PRIORITY
             MOVE WS-R-SUBMIT-DATE(REQ-IDX) TO RQ-SUBMIT-DATE
             MOVE WS-R-SUBMIT-TIME(REQ-IDX) TO RQ-SUBMIT-TIME
             MOVE WS-R-FIRST-DATE(REQ-IDX) TO RQ-FIRST-DATE
             MOVE WS-R-FIRST-TIME(REQ-IDX) TO RQ-FIRST-TIME
             MOVE WS-R-ANSWER-DATE(REQ-IDX) TO RQ-ANSWER-DATE
             MOVE WS-R-ANSWER-TIME(REQ-IDX) TO RQ-ANSWER-TIME
             IF WS-R-STATUS(REQ-IDX) IS EQUAL TO "PENDING"
                OR WS-R-STATUS(REQ-IDX) IS EQUAL TO "APPROVAL"
                WRITE REQUEST-RECORD
             ELSE
                MOVE REQUEST-RECORD TO QUEUE-ARCHIVE-RECORD
