      * acknowledgement on source program, run date, condition and
      * run id.  alertdigest.cbl's escalation pass re-raises
      * whatever stays unacknowledged here.
      *
      * Each alert also shows who pagernotify.cbl paged about it and
      * when (pager_log.dat, pagerlogrec.cpy): the primary it was
      * sent to, the backup it rolled to if the primary never
      * answered, or why it paged nobody.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/alert_acks.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-STATUS.
             SELECT PAGER-LOG-FILE
                ASSIGN TO "cobol/data/pager_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PGL-STATUS.

       DATA DIVISION.
          FILE SECTION.
                05 AA-OPERATOR-ID       PIC X(8).
                05 AA-FILLER5           PIC X.
                05 AA-DISPOSITION       PIC X(8).
          FD PAGER-LOG-FILE.
             COPY "pagerlogrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-alt-status PIC XX.
             01 ws-show-severity PIC X(8).
             01 ws-show-condition PIC X(20).
             01 ws-show-run-id PIC 9(9).
             01 ws-show-paged PIC X(60).
             01 ws-show-rolled PIC X(60).
             01 ws-pgl-status PIC XX.
             01 ws-pgl-eof PIC X VALUE "N".
      * Every page-log row, latest kept where the table fills: the
      * alerts under review are the recent ones.
             01 WS-PGL-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PGL-TABLE.
                05 WS-PGL-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-PGL-COUNT
                      INDEXED BY PGL-IDX.
                   10 WS-P-PAGE-DATE      PIC 9(8).
                   10 WS-P-PAGE-TIME      PIC 9(6).
                   10 WS-P-ACTION         PIC X(9).
                   10 WS-P-SOURCE         PIC X(8).
                   10 WS-P-RUN-DATE       PIC 9(8).
                   10 WS-P-CONDITION      PIC X(20).
                   10 WS-P-RUN-ID         PIC 9(9).
                   10 WS-P-OPERATOR-ID    PIC X(8).
                   10 WS-P-CHANNEL        PIC X(5).
      * The tabled feed, each row marked acknowledged or not once
      * the ack file is applied.
             01 WS-ALT-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             05 COLUMN PLUS 1 PIC X(20) FROM ws-show-condition.
             05 LINE 7 COL 1 VALUE "RUN ID:    ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-show-run-id.
             05 LINE 8 COL 1 VALUE "PAGED:     ".
             05 COLUMN PLUS 1 PIC X(60) FROM ws-show-paged.
             05 LINE 9 COL 1 VALUE "ROLLED TO: ".
             05 COLUMN PLUS 1 PIC X(60) FROM ws-show-rolled.
             05 LINE 11 COL 1 VALUE
                "DISPOSITION (S = SKIP, X = EXIT): ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-disposition.

          END-IF.
          PERFORM LOAD-ALERT-TABLE.
          PERFORM APPLY-ACKNOWLEDGEMENTS.
          PERFORM LOAD-PAGER-LOG.
          PERFORM REVIEW-OPEN-ALERTS.
          DISPLAY "ALERTREVIEW: " ws-open-count " OPEN, "
             ws-acked-count " PREVIOUSLY ACKNOWLEDGED, "
          MOVE WS-A-SEVERITY(ALT-IDX) TO ws-show-severity.
          MOVE WS-A-CONDITION(ALT-IDX) TO ws-show-condition.
          MOVE WS-A-RUN-ID(ALT-IDX) TO ws-show-run-id.
          PERFORM FIND-PAGES.
          MOVE SPACES TO ws-disposition.
          DISPLAY WS-REVIEW-SCREEN.
          ACCEPT WS-REVIEW-SCREEN.
                PERFORM WRITE-ACKNOWLEDGEMENT
          END-EVALUATE.

      * The page log, tabled once; a full table drops its oldest row
      * to make room, the newest pages being the ones that matter.
       LOAD-PAGER-LOG.
          OPEN INPUT PAGER-LOG-FILE.
          IF ws-pgl-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-pgl-eof IS EQUAL TO "Y"
             READ PAGER-LOG-FILE
                AT END
                   MOVE "Y" TO ws-pgl-eof
                NOT AT END
                   IF WS-PGL-COUNT IS EQUAL TO 1000
                      PERFORM VARYING PGL-IDX FROM 1 BY 1
                         UNTIL PGL-IDX IS EQUAL TO 1000
                         MOVE WS-PGL-ENTRY(PGL-IDX + 1) TO
                            WS-PGL-ENTRY(PGL-IDX)
                      END-PERFORM
                   ELSE
                      ADD 1 TO WS-PGL-COUNT
                   END-IF
                   MOVE PL-PAGE-DATE TO WS-P-PAGE-DATE(WS-PGL-COUNT)
                   MOVE PL-PAGE-TIME TO WS-P-PAGE-TIME(WS-PGL-COUNT)
                   MOVE PL-ACTION TO WS-P-ACTION(WS-PGL-COUNT)
                   MOVE PL-SOURCE TO WS-P-SOURCE(WS-PGL-COUNT)
                   MOVE PL-RUN-DATE TO WS-P-RUN-DATE(WS-PGL-COUNT)
                   MOVE PL-CONDITION TO WS-P-CONDITION(WS-PGL-COUNT)
                   MOVE PL-RUN-ID TO WS-P-RUN-ID(WS-PGL-COUNT)
                   MOVE PL-OPERATOR-ID TO
                      WS-P-OPERATOR-ID(WS-PGL-COUNT)
                   MOVE PL-CHANNEL TO WS-P-CHANNEL(WS-PGL-COUNT)
             END-READ
          END-PERFORM.
          CLOSE PAGER-LOG-FILE.

      * Who was paged about the alert at ALT-IDX, and when: the
      * first page (or why there was none) and the rollover.
       FIND-PAGES.
          MOVE "NOT PAGED" TO ws-show-paged.
          MOVE SPACES TO ws-show-rolled.
          PERFORM VARYING PGL-IDX FROM 1 BY 1
             UNTIL PGL-IDX IS GREATER THAN WS-PGL-COUNT
             IF WS-P-SOURCE(PGL-IDX) IS EQUAL TO WS-A-SOURCE(ALT-IDX)
                AND WS-P-RUN-DATE(PGL-IDX) IS EQUAL TO
                WS-A-RUN-DATE(ALT-IDX)
                AND WS-P-CONDITION(PGL-IDX) IS EQUAL TO
                WS-A-CONDITION(ALT-IDX)
                AND WS-P-RUN-ID(PGL-IDX) IS EQUAL TO
                WS-A-RUN-ID(ALT-IDX)
                IF WS-P-ACTION(PGL-IDX) IS EQUAL TO "ROLLED"
                   OR WS-P-ACTION(PGL-IDX) IS EQUAL TO "NOBACKUP"
                   MOVE SPACES TO ws-show-rolled
                   STRING WS-P-OPERATOR-ID(PGL-IDX) " "
                      WS-P-CHANNEL(PGL-IDX) " "
                      WS-P-PAGE-DATE(PGL-IDX) " "
                      WS-P-PAGE-TIME(PGL-IDX) " "
                      WS-P-ACTION(PGL-IDX)
                      DELIMITED BY SIZE INTO ws-show-rolled
                ELSE
                   MOVE SPACES TO ws-show-paged
                   STRING WS-P-OPERATOR-ID(PGL-IDX) " "
                      WS-P-CHANNEL(PGL-IDX) " "
                      WS-P-PAGE-DATE(PGL-IDX) " "
                      WS-P-PAGE-TIME(PGL-IDX) " "
                      WS-P-ACTION(PGL-IDX)
                      DELIMITED BY SIZE INTO ws-show-paged
                END-IF
             END-IF
          END-PERFORM.

       WRITE-ACKNOWLEDGEMENT.
          MOVE SPACES TO ACK-RECORD.
          OPEN EXTEND ACK-FILE.
