       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagernotify.
       AUTHOR. Owain Kenway.

      * Outbound pager notifications for the central alert feed.
      * alertlog.cbl routes a severity onto every alert, but a
      * CRITICAL raised at 02:30 used to sit in alert_central.dat
      * until the morning digest.  This step reads the feed and
      * turns each new CRITICAL -- and each new WARNING raised inside
      * the warning paging hours -- into an outbound notification
      * (pager_outbound.dat, pageoutrec.cpy) addressed to whoever the
      * on-call rota (oncall_rota.dat, oncallrec.cpy; kept by
      * oncallmaint.cbl) has as primary at that moment.
      *
      * pager_config.dat gives, as HHMM HHMM MMMM MMMM:
      *    the warning paging hours (from, to; a window that wraps
      *       past midnight is allowed, equal times mean all day) --
      *       outside them are the quiet hours, when only a CRITICAL
      *       wakes anyone and a WARNING waits for the digest,
      *    the quiet period in minutes: once a condition from a
      *       source has paged, the same condition from the same
      *       source doesn't page again until the period has passed,
      *       so a condition raised ten times pages once,
      *    the acknowledgement timeout in minutes: a page nobody has
      *       acknowledged through alertreview.cbl within it is
      *       rolled to the backup on call.
      * An absent or unreadable config pages warnings 0800-1800,
      * with a 60-minute quiet period and a 15-minute timeout.
      *
      * Every alert dealt with, paged or not, is logged to
      * pager_log.dat (pagerlogrec.cpy) -- that log is what makes an
      * alert "new" (no row for it yet), what the quiet period and
      * the rollover are judged from, and what alertreview.cbl shows
      * beside each alert.  Only production's alerts page (a test
      * region's or a drill's never do), and only those from
      * yesterday and today, so the first run against a long feed
      * doesn't page its history.
      *
      * nightly.cbl runs it each time a chain step settles and as
      * the chain ends; between chains the enterprise scheduler runs
      * it as often as it likes, which is also what rolls an
      * unanswered page on time.  A run lock keeps two runs from
      * paging the same alert twice.  Ends 4 when an alert or a
      * rollover found nobody on the rota to page, the rota needing
      * attention.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CONFIG-FILE
                ASSIGN TO "cobol/data/pager_config.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CFG-STATUS.
             SELECT ROTA-FILE
                ASSIGN TO "cobol/data/oncall_rota.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROT-STATUS.
             SELECT ALERT-FILE
                ASSIGN TO "cobol/data/alert_central.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALT-STATUS.
             SELECT ACK-FILE
                ASSIGN TO "cobol/data/alert_acks.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-STATUS.
             SELECT PAGER-LOG-FILE
                ASSIGN TO "cobol/data/pager_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PGL-STATUS.
             SELECT OUTBOUND-FILE
                ASSIGN TO "cobol/data/pager_outbound.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONFIG-FILE.
             01 CONFIG-RECORD.
                05 PC-WARN-FROM         PIC 9(4).
                05 PC-FILLER1           PIC X.
                05 PC-WARN-TO           PIC 9(4).
                05 PC-FILLER2           PIC X.
                05 PC-QUIET-MINUTES     PIC 9(4).
                05 PC-FILLER3           PIC X.
                05 PC-ACK-MINUTES       PIC 9(4).
          FD ROTA-FILE.
             COPY "oncallrec.cpy".
          FD ALERT-FILE.
             COPY "alertrec.cpy".
          FD ACK-FILE.
             01 ACK-RECORD.
                05 AA-SOURCE            PIC X(8).
                05 AA-FILLER1           PIC X.
                05 AA-RUN-DATE          PIC 9(8).
                05 AA-FILLER2           PIC X.
                05 AA-CONDITION         PIC X(20).
                05 AA-FILLER3           PIC X.
                05 AA-RUN-ID            PIC 9(9).
                05 AA-FILLER4           PIC X.
                05 AA-OPERATOR-ID       PIC X(8).
                05 AA-FILLER5           PIC X.
                05 AA-DISPOSITION       PIC X(8).
          FD PAGER-LOG-FILE.
             COPY "pagerlogrec.cpy".
          FD OUTBOUND-FILE.
             COPY "pageoutrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-cfg-status PIC XX.
             01 ws-rot-status PIC XX.
             01 ws-alt-status PIC XX.
             01 ws-ack-status PIC XX.
             01 ws-pgl-status PIC XX.
             01 ws-out-status PIC XX.
             01 ws-eof PIC X.
             01 ws-lock-program-id PIC X(8) VALUE "PAGER".
             01 ws-lock-action PIC X(8).
             01 ws-lock-result USAGE BINARY-LONG VALUE 0.
             01 ws-warn-from PIC 9(4) VALUE 800.
             01 ws-warn-to PIC 9(4) VALUE 1800.
             01 ws-quiet-minutes PIC 9(4) VALUE 60.
             01 ws-ack-minutes PIC 9(4) VALUE 15.
      * The clock this run pages by: date, HHMMSSCC, the rota's
      * YYYYMMDDHHMM stamp, and a running count of seconds for the
      * quiet period and the timeout.
             01 ws-now-date USAGE BINARY-LONG UNSIGNED.
             01 ws-now-time PIC 9(8).
             01 ws-now-time-parts REDEFINES ws-now-time.
                05 ws-now-hh PIC 9(2).
                05 ws-now-mi PIC 9(2).
                05 ws-now-ss PIC 9(2).
                05 ws-now-cc PIC 9(2).
             01 ws-now-hhmm PIC 9(4).
             01 ws-now-hhmmss PIC 9(6).
             01 ws-page-time PIC 9(6).
             01 ws-page-time-parts REDEFINES ws-page-time.
                05 ws-page-hh PIC 9(2).
                05 ws-page-mi PIC 9(2).
                05 ws-page-ss PIC 9(2).
             01 ws-now-stamp PIC 9(12).
             01 ws-now-secs PIC 9(12).
             01 ws-earliest-date PIC 9(8).
             01 ws-warn-hours PIC X.
             01 ws-best-start PIC 9(12).
      * The alert being dealt with, and what became of it.
             01 ws-al-source PIC X(8).
             01 ws-al-run-date PIC 9(8).
             01 ws-al-condition PIC X(20).
             01 ws-al-run-id PIC 9(9).
             01 ws-al-severity PIC X(8).
             01 ws-action PIC X(9).
             01 ws-handled PIC X.
             01 ws-acked PIC X.
             01 ws-recent-page PIC X.
             01 ws-rolled PIC X.
      * Who the rota says carries the pager for the wanted tier.
             01 ws-want-tier PIC X.
             01 ws-oncall-found PIC X.
             01 ws-oncall-operator PIC X(8).
             01 ws-oncall-channel PIC X(5).
             01 ws-oncall-contact PIC X(40).
             01 ws-message PIC X(90).
             01 ws-sent-count PIC 9(9) VALUE 0.
             01 ws-rolled-count PIC 9(9) VALUE 0.
             01 ws-quiet-count PIC 9(9) VALUE 0.
             01 ws-unpaged-count PIC 9(9) VALUE 0.
             01 ws-page-limit-hit PIC X VALUE "N".
             01 ws-scan-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-page-idx USAGE BINARY-LONG UNSIGNED.
             01 WS-ROT-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-ROT-TABLE.
                05 WS-ROT-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-ROT-COUNT
                      INDEXED BY ROT-IDX.
                   10 WS-R-START          PIC 9(12).
                   10 WS-R-END            PIC 9(12).
                   10 WS-R-TIER           PIC X.
                   10 WS-R-OPERATOR-ID    PIC X(8).
                   10 WS-R-CHANNEL        PIC X(5).
                   10 WS-R-CONTACT        PIC X(40).
             01 WS-ACK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-ACK-TABLE.
                05 WS-ACK-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-ACK-COUNT
                      INDEXED BY ACK-IDX.
                   10 WS-K-SOURCE         PIC X(8).
                   10 WS-K-RUN-DATE       PIC 9(8).
                   10 WS-K-CONDITION      PIC X(20).
                   10 WS-K-RUN-ID         PIC 9(9).
      * The page log since yesterday, with this run's rows added as
      * they are written, so a later alert in the same run sees an
      * earlier one's page.
             01 WS-PGL-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PGL-TABLE.
                05 WS-PGL-ENTRY OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-PGL-COUNT
                      INDEXED BY PGL-IDX.
                   10 WS-P-ACTION         PIC X(9).
                   10 WS-P-SOURCE         PIC X(8).
                   10 WS-P-RUN-DATE       PIC 9(8).
                   10 WS-P-CONDITION      PIC X(20).
                   10 WS-P-RUN-ID         PIC 9(9).
                   10 WS-P-SEVERITY       PIC X(8).
                   10 WS-P-OPERATOR-ID    PIC X(8).
                   10 WS-P-SECS           PIC 9(12).

       PROCEDURE DIVISION.
          PERFORM READ-CLOCK.
          MOVE "ACQUIRE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
          IF ws-lock-result IS NOT EQUAL TO 0
             DISPLAY "PAGERNOTIFY: RUN LOCK ALREADY HELD, REFUSING "
                "TO START"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-CONFIG.
          PERFORM LOAD-ROTA.
          PERFORM LOAD-ACKNOWLEDGEMENTS.
          PERFORM LOAD-PAGER-LOG.
          MOVE SPACES TO PAGER-LOG-RECORD.
          OPEN EXTEND PAGER-LOG-FILE.
          IF ws-pgl-status IS NOT EQUAL TO "00"
             OPEN OUTPUT PAGER-LOG-FILE
          END-IF.
          MOVE SPACES TO PAGER-OUTBOUND-RECORD.
          OPEN EXTEND OUTBOUND-FILE.
          IF ws-out-status IS NOT EQUAL TO "00"
             OPEN OUTPUT OUTBOUND-FILE
          END-IF.
          PERFORM PAGE-NEW-ALERTS.
          PERFORM ROLL-UNANSWERED-PAGES.
          CLOSE OUTBOUND-FILE.
          CLOSE PAGER-LOG-FILE.
          MOVE "RELEASE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
          DISPLAY "PAGERNOTIFY: " ws-sent-count " PAGED, "
             ws-rolled-count " ROLLED TO BACKUP, " ws-quiet-count
             " HELD QUIET, " ws-unpaged-count " WITH NOBODY ON CALL".
          IF ws-unpaged-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       READ-CLOCK.
          ACCEPT ws-now-date FROM DATE YYYYMMDD.
          ACCEPT ws-now-time FROM TIME.
          MOVE ws-now-time(1:6) TO ws-now-hhmmss.
          MOVE ws-now-time(1:4) TO ws-now-hhmm.
          COMPUTE ws-now-stamp = ws-now-date * 10000 + ws-now-hhmm.
          COMPUTE ws-now-secs =
             FUNCTION INTEGER-OF-DATE(ws-now-date) * 86400
             + ws-now-hh * 3600 + ws-now-mi * 60 + ws-now-ss.
          COMPUTE ws-earliest-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-now-date) - 1).

       LOAD-CONFIG.
          OPEN INPUT CONFIG-FILE.
          IF ws-cfg-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO CONFIG-RECORD.
          READ CONFIG-FILE
             AT END
                MOVE SPACES TO CONFIG-RECORD
          END-READ.
          CLOSE CONFIG-FILE.
          IF PC-WARN-FROM IS NUMERIC AND PC-WARN-TO IS NUMERIC
             MOVE PC-WARN-FROM TO ws-warn-from
             MOVE PC-WARN-TO TO ws-warn-to
          END-IF.
          IF PC-QUIET-MINUTES IS NUMERIC
             MOVE PC-QUIET-MINUTES TO ws-quiet-minutes
          END-IF.
          IF PC-ACK-MINUTES IS NUMERIC
             MOVE PC-ACK-MINUTES TO ws-ack-minutes
          END-IF.
          MOVE "N" TO ws-warn-hours.
          EVALUATE TRUE
             WHEN ws-warn-from IS EQUAL TO ws-warn-to
                MOVE "Y" TO ws-warn-hours
             WHEN ws-warn-from IS LESS THAN ws-warn-to
                IF ws-now-hhmm IS NOT LESS THAN ws-warn-from
                   AND ws-now-hhmm IS LESS THAN ws-warn-to
                   MOVE "Y" TO ws-warn-hours
                END-IF
             WHEN OTHER
                IF ws-now-hhmm IS NOT LESS THAN ws-warn-from
                   OR ws-now-hhmm IS LESS THAN ws-warn-to
                   MOVE "Y" TO ws-warn-hours
                END-IF
          END-EVALUATE.

      * The whole rota, as start and end stamps comparable with the
      * clock.  A row that doesn't read as a slot is skipped.
       LOAD-ROTA.
          OPEN INPUT ROTA-FILE.
          IF ws-rot-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-eof.
          PERFORM UNTIL ws-eof IS EQUAL TO "Y"
             READ ROTA-FILE
                AT END
                   MOVE "Y" TO ws-eof
                NOT AT END
                   IF OC-START-DATE IS NUMERIC
                      AND OC-START-TIME IS NUMERIC
                      AND OC-END-DATE IS NUMERIC
                      AND OC-END-TIME IS NUMERIC
                      AND WS-ROT-COUNT IS LESS THAN 200
                      ADD 1 TO WS-ROT-COUNT
                      COMPUTE WS-R-START(WS-ROT-COUNT) =
                         OC-START-DATE * 10000 + OC-START-TIME
                      COMPUTE WS-R-END(WS-ROT-COUNT) =
                         OC-END-DATE * 10000 + OC-END-TIME
                      MOVE OC-TIER TO WS-R-TIER(WS-ROT-COUNT)
                      MOVE OC-OPERATOR-ID TO
                         WS-R-OPERATOR-ID(WS-ROT-COUNT)
                      MOVE OC-CHANNEL TO WS-R-CHANNEL(WS-ROT-COUNT)
                      MOVE OC-CONTACT TO WS-R-CONTACT(WS-ROT-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ROTA-FILE.

       LOAD-ACKNOWLEDGEMENTS.
          OPEN INPUT ACK-FILE.
          IF ws-ack-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-eof.
          PERFORM UNTIL ws-eof IS EQUAL TO "Y"
             READ ACK-FILE
                AT END
                   MOVE "Y" TO ws-eof
                NOT AT END
                   IF AA-RUN-DATE IS NUMERIC
                      AND AA-RUN-DATE IS NOT LESS THAN
                      ws-earliest-date
                      AND WS-ACK-COUNT IS LESS THAN 500
                      ADD 1 TO WS-ACK-COUNT
                      MOVE AA-SOURCE TO WS-K-SOURCE(WS-ACK-COUNT)
                      MOVE AA-RUN-DATE TO WS-K-RUN-DATE(WS-ACK-COUNT)
                      MOVE AA-CONDITION TO
                         WS-K-CONDITION(WS-ACK-COUNT)
                      MOVE AA-RUN-ID TO WS-K-RUN-ID(WS-ACK-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ACK-FILE.

       LOAD-PAGER-LOG.
          OPEN INPUT PAGER-LOG-FILE.
          IF ws-pgl-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-eof.
          PERFORM UNTIL ws-eof IS EQUAL TO "Y"
             READ PAGER-LOG-FILE
                AT END
                   MOVE "Y" TO ws-eof
                NOT AT END
                   IF PL-RUN-DATE IS NUMERIC
                      AND PL-RUN-DATE IS NOT LESS THAN
                      ws-earliest-date
                      AND PL-PAGE-DATE IS NUMERIC
                      AND PL-PAGE-TIME IS NUMERIC
                      PERFORM TABLE-PAGE-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PAGER-LOG-FILE.

      * Adds the page-log row in PAGER-LOG-RECORD to the table.  A
      * full table can't be allowed to forget a page -- the alert
      * would page again -- so paging stops for the run instead.
       TABLE-PAGE-ROW.
          IF WS-PGL-COUNT IS EQUAL TO 2000
             MOVE "Y" TO ws-page-limit-hit
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-PGL-COUNT.
          MOVE PL-ACTION TO WS-P-ACTION(WS-PGL-COUNT).
          MOVE PL-SOURCE TO WS-P-SOURCE(WS-PGL-COUNT).
          MOVE PL-RUN-DATE TO WS-P-RUN-DATE(WS-PGL-COUNT).
          MOVE PL-CONDITION TO WS-P-CONDITION(WS-PGL-COUNT).
          MOVE PL-RUN-ID TO WS-P-RUN-ID(WS-PGL-COUNT).
          MOVE PL-SEVERITY TO WS-P-SEVERITY(WS-PGL-COUNT).
          MOVE PL-OPERATOR-ID TO WS-P-OPERATOR-ID(WS-PGL-COUNT).
          MOVE PL-PAGE-TIME TO ws-page-time.
          COMPUTE WS-P-SECS(WS-PGL-COUNT) =
             FUNCTION INTEGER-OF-DATE(PL-PAGE-DATE) * 86400
             + ws-page-hh * 3600 + ws-page-mi * 60 + ws-page-ss.

      * One pass over the feed for alerts the page log has no row
      * for yet.
       PAGE-NEW-ALERTS.
          IF ws-page-limit-hit IS EQUAL TO "Y"
             DISPLAY "PAGERNOTIFY: PAGE LOG EXCEEDS 2000 ROWS SINCE "
                "YESTERDAY, NOTHING PAGED"
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT ALERT-FILE.
          IF ws-alt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-eof.
          PERFORM UNTIL ws-eof IS EQUAL TO "Y"
             READ ALERT-FILE
                AT END
                   MOVE "Y" TO ws-eof
                NOT AT END
                   PERFORM CONSIDER-ONE-ALERT
             END-READ
          END-PERFORM.
          CLOSE ALERT-FILE.

       CONSIDER-ONE-ALERT.
          IF AL-SEVERITY IS NOT EQUAL TO "CRITICAL"
             AND AL-SEVERITY IS NOT EQUAL TO "WARNING"
             EXIT PARAGRAPH
          END-IF.
          IF AL-RUN-DATE IS NOT NUMERIC
             OR AL-RUN-DATE IS LESS THAN ws-earliest-date
             EXIT PARAGRAPH
          END-IF.
          IF (AL-REGION IS NOT EQUAL TO SPACES
             AND AL-REGION IS NOT EQUAL TO "PROD")
             OR AL-DRILL IS EQUAL TO "DRILL"
             EXIT PARAGRAPH
          END-IF.
          MOVE AL-SOURCE-PROGRAM TO ws-al-source.
          MOVE AL-RUN-DATE TO ws-al-run-date.
          MOVE AL-CONDITION TO ws-al-condition.
          IF AL-RUN-ID IS NUMERIC
             MOVE AL-RUN-ID TO ws-al-run-id
          ELSE
             MOVE 0 TO ws-al-run-id
          END-IF.
          MOVE AL-SEVERITY TO ws-al-severity.
          PERFORM CHECK-HANDLED.
          IF ws-handled IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-ACKNOWLEDGED.
          IF ws-acked IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-oncall-operator.
          MOVE SPACES TO ws-oncall-channel.
          MOVE SPACES TO ws-oncall-contact.
          IF ws-al-severity IS EQUAL TO "WARNING"
             AND ws-warn-hours IS EQUAL TO "N"
             MOVE "OFFHOURS" TO ws-action
             ADD 1 TO ws-quiet-count
             PERFORM LOG-PAGE
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-RECENT-PAGE.
          IF ws-recent-page IS EQUAL TO "Y"
             MOVE "DUPLICATE" TO ws-action
             ADD 1 TO ws-quiet-count
             PERFORM LOG-PAGE
             EXIT PARAGRAPH
          END-IF.
          MOVE "P" TO ws-want-tier.
          PERFORM FIND-ON-CALL.
          IF ws-oncall-found IS EQUAL TO "N"
             MOVE "NOONCALL" TO ws-action
             ADD 1 TO ws-unpaged-count
             DISPLAY "PAGERNOTIFY: NOBODY ON CALL FOR "
                ws-al-severity " " ws-al-condition
             PERFORM LOG-PAGE
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-message.
          STRING ws-al-severity DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             ws-al-condition DELIMITED BY "  "
             " FROM " DELIMITED BY SIZE
             ws-al-source DELIMITED BY SPACE
             " RUN " ws-al-run-id " OF " ws-al-run-date
             DELIMITED BY SIZE INTO ws-message.
          PERFORM WRITE-OUTBOUND.
          MOVE "SENT" TO ws-action.
          ADD 1 TO ws-sent-count.
          PERFORM LOG-PAGE.

      * Y when the page log already has a row for this alert.
       CHECK-HANDLED.
          MOVE "N" TO ws-handled.
          PERFORM VARYING PGL-IDX FROM 1 BY 1
             UNTIL PGL-IDX IS GREATER THAN WS-PGL-COUNT
             OR ws-handled IS EQUAL TO "Y"
             IF WS-P-SOURCE(PGL-IDX) IS EQUAL TO ws-al-source
                AND WS-P-RUN-DATE(PGL-IDX) IS EQUAL TO ws-al-run-date
                AND WS-P-CONDITION(PGL-IDX) IS EQUAL TO
                ws-al-condition
                AND WS-P-RUN-ID(PGL-IDX) IS EQUAL TO ws-al-run-id
                MOVE "Y" TO ws-handled
             END-IF
          END-PERFORM.

       CHECK-ACKNOWLEDGED.
          MOVE "N" TO ws-acked.
          PERFORM VARYING ACK-IDX FROM 1 BY 1
             UNTIL ACK-IDX IS GREATER THAN WS-ACK-COUNT
             OR ws-acked IS EQUAL TO "Y"
             IF WS-K-SOURCE(ACK-IDX) IS EQUAL TO ws-al-source
                AND WS-K-RUN-DATE(ACK-IDX) IS EQUAL TO ws-al-run-date
                AND WS-K-CONDITION(ACK-IDX) IS EQUAL TO
                ws-al-condition
                AND WS-K-RUN-ID(ACK-IDX) IS EQUAL TO ws-al-run-id
                MOVE "Y" TO ws-acked
             END-IF
          END-PERFORM.

      * Y when this condition from this source already paged
      * someone within the quiet period.
       CHECK-RECENT-PAGE.
          MOVE "N" TO ws-recent-page.
          PERFORM VARYING PGL-IDX FROM 1 BY 1
             UNTIL PGL-IDX IS GREATER THAN WS-PGL-COUNT
             OR ws-recent-page IS EQUAL TO "Y"
             IF WS-P-ACTION(PGL-IDX) IS EQUAL TO "SENT"
                AND WS-P-SOURCE(PGL-IDX) IS EQUAL TO ws-al-source
                AND WS-P-CONDITION(PGL-IDX) IS EQUAL TO
                ws-al-condition
                AND WS-P-SECS(PGL-IDX) + ws-quiet-minutes * 60
                IS GREATER THAN ws-now-secs
                MOVE "Y" TO ws-recent-page
             END-IF
          END-PERFORM.

      * Who holds ws-want-tier on the rota right now; where slots
      * overlap, the one that started latest.
       FIND-ON-CALL.
          MOVE "N" TO ws-oncall-found.
          MOVE SPACES TO ws-oncall-operator.
          MOVE SPACES TO ws-oncall-channel.
          MOVE SPACES TO ws-oncall-contact.
          MOVE 0 TO ws-best-start.
          PERFORM VARYING ROT-IDX FROM 1 BY 1
             UNTIL ROT-IDX IS GREATER THAN WS-ROT-COUNT
             IF WS-R-TIER(ROT-IDX) IS EQUAL TO ws-want-tier
                AND WS-R-START(ROT-IDX) IS NOT GREATER THAN
                ws-now-stamp
                AND WS-R-END(ROT-IDX) IS GREATER THAN ws-now-stamp
                AND WS-R-START(ROT-IDX) IS NOT LESS THAN
                ws-best-start
                MOVE "Y" TO ws-oncall-found
                MOVE WS-R-START(ROT-IDX) TO ws-best-start
                MOVE WS-R-OPERATOR-ID(ROT-IDX) TO
                   ws-oncall-operator
                MOVE WS-R-CHANNEL(ROT-IDX) TO ws-oncall-channel
                MOVE WS-R-CONTACT(ROT-IDX) TO ws-oncall-contact
             END-IF
          END-PERFORM.

      * Second pass: every page still unacknowledged past the
      * timeout, and not already rolled, goes to the backup.
       ROLL-UNANSWERED-PAGES.
          IF ws-page-limit-hit IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-page-idx FROM 1 BY 1
             UNTIL ws-page-idx IS GREATER THAN WS-PGL-COUNT
             IF WS-P-ACTION(ws-page-idx) IS EQUAL TO "SENT"
                AND WS-P-SECS(ws-page-idx) + ws-ack-minutes * 60
                IS NOT GREATER THAN ws-now-secs
                PERFORM ROLL-ONE-PAGE
             END-IF
          END-PERFORM.

       ROLL-ONE-PAGE.
          MOVE WS-P-SOURCE(ws-page-idx) TO ws-al-source.
          MOVE WS-P-RUN-DATE(ws-page-idx) TO ws-al-run-date.
          MOVE WS-P-CONDITION(ws-page-idx) TO ws-al-condition.
          MOVE WS-P-RUN-ID(ws-page-idx) TO ws-al-run-id.
          MOVE WS-P-SEVERITY(ws-page-idx) TO ws-al-severity.
          PERFORM CHECK-ACKNOWLEDGED.
          IF ws-acked IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-rolled.
          PERFORM VARYING ws-scan-idx FROM 1 BY 1
             UNTIL ws-scan-idx IS GREATER THAN WS-PGL-COUNT
             IF (WS-P-ACTION(ws-scan-idx) IS EQUAL TO "ROLLED"
                OR WS-P-ACTION(ws-scan-idx) IS EQUAL TO "NOBACKUP")
                AND WS-P-SOURCE(ws-scan-idx) IS EQUAL TO ws-al-source
                AND WS-P-RUN-DATE(ws-scan-idx) IS EQUAL TO
                ws-al-run-date
                AND WS-P-CONDITION(ws-scan-idx) IS EQUAL TO
                ws-al-condition
                AND WS-P-RUN-ID(ws-scan-idx) IS EQUAL TO ws-al-run-id
                MOVE "Y" TO ws-rolled
             END-IF
          END-PERFORM.
          IF ws-rolled IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE "B" TO ws-want-tier.
          PERFORM FIND-ON-CALL.
          IF ws-oncall-found IS EQUAL TO "N"
             MOVE "NOBACKUP" TO ws-action
             ADD 1 TO ws-unpaged-count
             DISPLAY "PAGERNOTIFY: NO BACKUP ON CALL, UNANSWERED "
                ws-al-severity " " ws-al-condition
             PERFORM LOG-PAGE
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-message.
          STRING "UNANSWERED BY " DELIMITED BY SIZE
             WS-P-OPERATOR-ID(ws-page-idx) DELIMITED BY SPACE
             ": " DELIMITED BY SIZE
             ws-al-severity DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             ws-al-condition DELIMITED BY "  "
             " FROM " DELIMITED BY SIZE
             ws-al-source DELIMITED BY SPACE
             " RUN " ws-al-run-id " OF " ws-al-run-date
             DELIMITED BY SIZE INTO ws-message.
          PERFORM WRITE-OUTBOUND.
          MOVE "ROLLED" TO ws-action.
          ADD 1 TO ws-rolled-count.
          PERFORM LOG-PAGE.

       WRITE-OUTBOUND.
          MOVE SPACES TO PAGER-OUTBOUND-RECORD.
          MOVE ws-now-date TO PO-PAGE-DATE.
          MOVE ws-now-hhmmss TO PO-PAGE-TIME.
          MOVE ws-want-tier TO PO-TIER.
          MOVE ws-oncall-operator TO PO-OPERATOR-ID.
          MOVE ws-oncall-channel TO PO-CHANNEL.
          MOVE ws-oncall-contact TO PO-CONTACT.
          MOVE ws-message TO PO-MESSAGE.
          WRITE PAGER-OUTBOUND-RECORD.

      * One page-log row for the alert in hand, added to the table
      * as well so the rest of this run sees it.
       LOG-PAGE.
          MOVE SPACES TO PAGER-LOG-RECORD.
          MOVE ws-now-date TO PL-PAGE-DATE.
          MOVE ws-now-hhmmss TO PL-PAGE-TIME.
          MOVE ws-action TO PL-ACTION.
          MOVE ws-al-source TO PL-SOURCE.
          MOVE ws-al-run-date TO PL-RUN-DATE.
          MOVE ws-al-condition TO PL-CONDITION.
          MOVE ws-al-run-id TO PL-RUN-ID.
          MOVE ws-al-severity TO PL-SEVERITY.
          MOVE ws-oncall-operator TO PL-OPERATOR-ID.
          MOVE ws-oncall-channel TO PL-CHANNEL.
          MOVE ws-oncall-contact TO PL-CONTACT.
          WRITE PAGER-LOG-RECORD.
          PERFORM TABLE-PAGE-ROW.
