       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqcost.
       AUTHOR. Owain Kenway.

      * Cost estimate and likely window for one request, shared by
      * the submission screen (reqsubmit.cbl), the card job
      * (reqbulk.cbl) and supervisor queue management (reqmanage.cbl)
      * so an analyst learns at submission -- not from tomorrow's
      * DEFERRED -- whether a question takes seconds or the whole
      * window.  A PRIME or FACTOR request is priced the way
      * triage.cbl and weekendplan.cbl price a candidate, in
      * candidates-tested:
      *
      *    HISTORY   the recorded candidates-tested for that N in
      *              capacity_log.dat (every row for the N, summed)
      *    DIGITS    else the mean recorded for numbers with the
      *              same digit count, when the log holds any
      *    WORSTCSE  else floor(SQRT(N)) via intsqrt.cbl, the
      *              worst-case scan for a number that size
      *
      * and converted to seconds with the shop's observed
      * tested-per-second rate (total capacity-log work over total
      * ops-log seconds; 1000 until the logs can measure one).
      * DIVIDE, GCD and FIBTRM are a handful of arithmetic steps and
      * cost a NOMINAL second.
      *
      * The window is APPROVAL when the cost is over the approval
      * ceiling (control entry REQCOST, MODE PROD, in seconds; the
      * batch window's length when there is no entry) or over the
      * batch window itself (batch_window.dat) -- the request is
      * then held for a SUPERVSR in reqmanage.cbl rather than
      * queued PENDING.  Otherwise it is TONIGHT when the estimate
      * is within triage.cbl's fast ceiling (control entry TRIAGE,
      * MODE PROD; default 1000000) and WEEKEND when it is not.
      * The files are read on the first call and kept for the rest
      * of the run.
      *
      *    CALL 'reqcost' USING type (X(6)), n1 (9(30)),
      *       cost-seconds (9(12)), window (X(8)), basis (X(8))

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT CAPACITY-LOG-FILE
                ASSIGN TO "cobol/data/capacity_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAP-STATUS.
             SELECT OPS-LOG-FILE
                ASSIGN TO "cobol/data/ops_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-STATUS.
             SELECT WINDOW-FILE
                ASSIGN TO "cobol/data/batch_window.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WIN-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD CAPACITY-LOG-FILE.
             COPY "capacitylogrec.cpy".
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
          FD WINDOW-FILE.
             01 WINDOW-RECORD.
                05 BW-WINDOW-START     PIC 9(6).
                05 BW-FILLER1          PIC X.
                05 BW-WINDOW-END       PIC 9(6).

          WORKING-STORAGE SECTION.
             01 ws-ctl-status PIC XX.
             01 ws-cap-status PIC XX.
             01 ws-ops-status PIC XX.
             01 ws-win-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-loaded PIC X VALUE "N".
             01 ws-fast-ceiling PIC 9(18) VALUE 1000000.
             01 ws-approval-ceiling PIC 9(18) VALUE 0.
             01 ws-ceiling-found PIC X VALUE "N".
             01 ws-window-seconds USAGE BINARY-LONG VALUE 0.
             01 ws-hh USAGE BINARY-LONG UNSIGNED.
             01 ws-mm USAGE BINARY-LONG UNSIGNED.
             01 ws-ss USAGE BINARY-LONG UNSIGNED.
             01 ws-time-in PIC 9(6).
             01 ws-seconds-out USAGE BINARY-LONG.
             01 ws-total-tested USAGE BINARY-DOUBLE UNSIGNED
                VALUE 0.
             01 ws-total-seconds USAGE BINARY-DOUBLE UNSIGNED
                VALUE 0.
      * Observed candidates-tested per second; the fallback stands
      * in until the logs hold enough history to measure one.
             01 ws-rate USAGE BINARY-DOUBLE UNSIGNED VALUE 1000.
             01 ws-cost-seconds USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-hist-found PIC X.
             01 ws-digits USAGE BINARY-LONG UNSIGNED.
             01 ws-leading-zeros USAGE BINARY-LONG UNSIGNED.
             01 ws-digit-text PIC 9(30).
             01 n PIC S9(30) USAGE COMP-3.
             01 ws-estimate PIC S9(30) USAGE COMP-3.
      * Prior cost per distinct N, the triage.cbl accumulation.
             01 WS-HIST-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-HIST-TABLE.
                05 WS-HIST-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-HIST-COUNT
                      INDEXED BY HIST-IDX.
                   10 WS-H-N              PIC S9(30) USAGE COMP-3.
                   10 WS-H-TESTED         PIC 9(18).
      * The same history by digit count, one slot per width.
             01 WS-DIGIT-TABLE.
                05 WS-DIGIT-ENTRY OCCURS 30 TIMES
                      INDEXED BY DIG-IDX.
                   10 WS-D-NUMBERS        PIC 9(9) VALUE 0.
                   10 WS-D-TESTED         PIC 9(18) VALUE 0.

          LINKAGE SECTION.
             01 rqc-type PIC X(6).
             01 rqc-n1 PIC 9(30).
             01 rqc-cost-seconds PIC 9(12).
             01 rqc-window PIC X(8).
             01 rqc-basis PIC X(8).

       PROCEDURE DIVISION USING rqc-type, rqc-n1, rqc-cost-seconds,
             rqc-window, rqc-basis.
          IF ws-loaded IS EQUAL TO "N"
             PERFORM LOAD-CEILINGS
             PERFORM LOAD-WINDOW
             PERFORM LOAD-CAPACITY-HISTORY
             PERFORM MEASURE-RATE
             IF ws-ceiling-found IS EQUAL TO "N"
                MOVE ws-window-seconds TO ws-approval-ceiling
             END-IF
             MOVE "Y" TO ws-loaded
          END-IF.
          IF rqc-type IS EQUAL TO "PRIME"
             OR rqc-type IS EQUAL TO "FACTOR"
             PERFORM PRICE-SCAN
          ELSE
             MOVE 1 TO ws-estimate
             MOVE "NOMINAL" TO rqc-basis
          END-IF.
          COMPUTE ws-cost-seconds = ws-estimate / ws-rate.
          IF ws-cost-seconds IS EQUAL TO 0
             MOVE 1 TO ws-cost-seconds
          END-IF.
          IF ws-cost-seconds IS GREATER THAN 999999999999
             MOVE 999999999999 TO ws-cost-seconds
          END-IF.
          MOVE ws-cost-seconds TO rqc-cost-seconds.
          EVALUATE TRUE
             WHEN ws-cost-seconds IS GREATER THAN ws-approval-ceiling
             WHEN ws-cost-seconds IS GREATER THAN ws-window-seconds
                MOVE "APPROVAL" TO rqc-window
             WHEN ws-estimate IS LESS THAN OR EQUAL TO
                ws-fast-ceiling
                MOVE "TONIGHT" TO rqc-window
             WHEN OTHER
                MOVE "WEEKEND" TO rqc-window
          END-EVALUATE.
          EXIT PROGRAM.

       PRICE-SCAN.
          MOVE rqc-n1 TO n.
          MOVE "N" TO ws-hist-found.
          PERFORM VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
             IF WS-H-N(HIST-IDX) IS EQUAL TO n
                MOVE WS-H-TESTED(HIST-IDX) TO ws-estimate
                MOVE "Y" TO ws-hist-found
             END-IF
          END-PERFORM.
          IF ws-hist-found IS EQUAL TO "Y"
             MOVE "HISTORY" TO rqc-basis
             EXIT PARAGRAPH
          END-IF.
          MOVE rqc-n1 TO ws-digit-text.
          PERFORM COUNT-DIGITS.
          IF ws-digits IS GREATER THAN 0
             AND WS-D-NUMBERS(ws-digits) IS GREATER THAN 0
             COMPUTE ws-estimate = WS-D-TESTED(ws-digits)
                / WS-D-NUMBERS(ws-digits)
             MOVE "DIGITS" TO rqc-basis
             EXIT PARAGRAPH
          END-IF.
          CALL 'intsqrt' USING n, ws-estimate.
          MOVE "WORSTCSE" TO rqc-basis.

      * Digits in ws-digit-text, leading zeros aside; 0 for zero.
       COUNT-DIGITS.
          MOVE 0 TO ws-leading-zeros.
          INSPECT ws-digit-text TALLYING ws-leading-zeros
             FOR LEADING "0".
          COMPUTE ws-digits = 30 - ws-leading-zeros.

       LOAD-CEILINGS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CTL-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF CTL-MODE IS EQUAL TO "PROD"
                      EVALUATE CTL-PROGRAM-ID
                         WHEN "TRIAGE"
                            MOVE CTL-THRESHOLD TO ws-fast-ceiling
                         WHEN "REQCOST"
                            MOVE CTL-THRESHOLD TO
                               ws-approval-ceiling
                            MOVE "Y" TO ws-ceiling-found
                      END-EVALUATE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CTL-FILE.

      * Window length in seconds, the weekendplan.cbl arithmetic; a
      * missing or unreadable window leaves 0, so nothing beyond
      * the nominal fits and everything else needs a supervisor.
       LOAD-WINDOW.
          OPEN INPUT WINDOW-FILE.
          IF ws-win-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          READ WINDOW-FILE
             AT END
                MOVE SPACES TO WINDOW-RECORD
          END-READ.
          CLOSE WINDOW-FILE.
          IF BW-WINDOW-START IS NOT NUMERIC
             OR BW-WINDOW-END IS NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          MOVE BW-WINDOW-START TO ws-time-in.
          PERFORM TO-SECONDS.
          COMPUTE ws-window-seconds = 0 - ws-seconds-out.
          MOVE BW-WINDOW-END TO ws-time-in.
          PERFORM TO-SECONDS.
          ADD ws-seconds-out TO ws-window-seconds.
          IF ws-window-seconds IS LESS THAN 0
             ADD 86400 TO ws-window-seconds
          END-IF.

       TO-SECONDS.
          DIVIDE ws-time-in BY 10000 GIVING ws-hh REMAINDER ws-mm.
          DIVIDE ws-mm BY 100 GIVING ws-mm REMAINDER ws-ss.
          COMPUTE ws-seconds-out = (ws-hh * 60 + ws-mm) * 60 + ws-ss.

       LOAD-CAPACITY-HISTORY.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CAPACITY-LOG-FILE.
          IF ws-cap-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CAPACITY-LOG-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF CL-N IS NUMERIC
                      AND CL-CANDIDATES-TESTED IS NUMERIC
                      ADD CL-CANDIDATES-TESTED TO ws-total-tested
                      PERFORM FOLD-CAPACITY-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CAPACITY-LOG-FILE.
          PERFORM VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
             MOVE WS-H-N(HIST-IDX) TO ws-digit-text
             PERFORM COUNT-DIGITS
             IF ws-digits IS GREATER THAN 0
                ADD 1 TO WS-D-NUMBERS(ws-digits)
                ADD WS-H-TESTED(HIST-IDX) TO WS-D-TESTED(ws-digits)
             END-IF
          END-PERFORM.

       FOLD-CAPACITY-ROW.
          MOVE "N" TO ws-hist-found.
          PERFORM VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
             IF WS-H-N(HIST-IDX) IS EQUAL TO CL-N
                ADD CL-CANDIDATES-TESTED TO WS-H-TESTED(HIST-IDX)
                MOVE "Y" TO ws-hist-found
             END-IF
          END-PERFORM.
          IF ws-hist-found IS EQUAL TO "N"
             AND WS-HIST-COUNT IS LESS THAN 500
             ADD 1 TO WS-HIST-COUNT
             MOVE CL-N TO WS-H-N(WS-HIST-COUNT)
             MOVE CL-CANDIDATES-TESTED TO WS-H-TESTED(WS-HIST-COUNT)
          END-IF.

      * Tested-per-second from the whole recorded history: crude,
      * but measured -- and it improves by itself as the logs grow.
       MEASURE-RATE.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT OPS-LOG-FILE.
          IF ws-ops-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ OPS-LOG-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF OL-ELAPSED-SECONDS IS NUMERIC
                         ADD OL-ELAPSED-SECONDS TO ws-total-seconds
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OPS-LOG-FILE
          END-IF.
          IF ws-total-seconds IS GREATER THAN 0
             AND ws-total-tested IS GREATER THAN 0
             COMPUTE ws-rate = ws-total-tested / ws-total-seconds
             IF ws-rate IS EQUAL TO 0
                MOVE 1 TO ws-rate
             END-IF
          END-IF.
