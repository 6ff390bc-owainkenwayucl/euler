      * predate the feed), and reports month-over-month deltas of
      * the average per program, so capacity and staffing
      * conversations stop being anecdotes about which nights felt
      * slow.  The incidents still open at the time of the run
      * (incidents.dat, incidentmaint.cbl) follow the month lines,
      * each with its age in days and its target date, flagged
      * OVERDUE once the target has passed, so a root cause left
      * unresolved for weeks is on the management page too.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/pf_alert.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFA-STATUS.
             SELECT INCIDENT-FILE
                ASSIGN TO "cobol/data/incidents.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INC-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/monthend_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 OA-THRESHOLD-SECONDS PIC X(9).
                05 OA-FILLER4          PIC X.
                05 OA-RUN-ID           PIC X(9).
          FD INCIDENT-FILE.
             COPY "incidentrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(130).

             01 ws-ops-eof PIC X VALUE "N".
             01 ws-alt-eof PIC X VALUE "N".
             01 ws-pfa-eof PIC X VALUE "N".
             01 ws-inc-status PIC XX.
             01 ws-inc-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-incidents-open PIC 9(5) VALUE 0.
             01 ws-incident-age PIC 9(5).
             01 ws-overdue-flag PIC X(7).
             01 ws-month PIC 9(6).
             01 ws-found PIC X.
             01 ws-avg PIC 9(9).
                   10 WS-M-MIN            PIC 9(9).
                   10 WS-M-MAX            PIC 9(9).
                   10 WS-M-ALERTS         PIC 9(9).
             01 ws-capture-report PIC X(30) VALUE
                "monthend_report.dat".
             01 ws-capture-program PIC X(8) VALUE "MONTHEND".

       PROCEDURE DIVISION.
          PERFORM SCAN-OPS-LOG.
             UNTIL MON-IDX IS GREATER THAN WS-MON-COUNT
             PERFORM WRITE-MONTH-LINE
          END-PERFORM.
          PERFORM LIST-OPEN-INCIDENTS.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          DISPLAY "MONTHEND: " WS-MON-COUNT
             " PROGRAM-MONTH BUCKET(S), " ws-incidents-open
             " OPEN INCIDENT(S)".
       STOP RUN.

       SCAN-OPS-LOG.
          MOVE WS-M-PROGRAM-ID(MON-IDX) TO ws-prior-program.
          MOVE ws-avg TO ws-prior-avg.

       LIST-OPEN-INCIDENTS.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          MOVE SPACES TO REPORT-RECORD.
          STRING "OPEN INCIDENTS AT " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          OPEN INPUT INCIDENT-FILE.
          IF ws-inc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-inc-eof IS EQUAL TO "Y"
                READ INCIDENT-FILE
                   AT END
                      MOVE "Y" TO ws-inc-eof
                   NOT AT END
                      IF IN-STATUS IS EQUAL TO "OPEN"
                         PERFORM WRITE-INCIDENT-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE INCIDENT-FILE
          END-IF.

       WRITE-INCIDENT-LINE.
          ADD 1 TO ws-incidents-open.
          COMPUTE ws-incident-age =
             FUNCTION INTEGER-OF-DATE(ws-run-date-disp)
             - FUNCTION INTEGER-OF-DATE(IN-OPENED-DATE).
          MOVE SPACES TO ws-overdue-flag.
          IF IN-TARGET-DATE IS LESS THAN ws-run-date-disp
             MOVE "OVERDUE" TO ws-overdue-flag
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "  " IN-INCIDENT-ID " " IN-PROGRAM-ID " "
             IN-CONDITION " OPENED " IN-OPENED-DATE
             " AGE " ws-incident-age " DAYS TARGET "
             IN-TARGET-DATE " " ws-overdue-flag
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "MONTH-END OPERATIONS SUMMARY" DELIMITED BY SIZE
