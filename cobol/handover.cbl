                ASSIGN TO "cobol/data/handover_counts.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNT-STATUS.
             SELECT INCIDENT-FILE
                ASSIGN TO "cobol/data/incidents.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INC-STATUS.
             SELECT LOGBOOK-FILE
                ASSIGN TO "cobol/data/operator_logbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/handover_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 HC-PENDING          PIC 9(9).
                05 HC-FILLER5          PIC X.
                05 HC-REJECTS          PIC 9(9).
          FD INCIDENT-FILE.
             COPY "incidentrec.cpy".
          FD LOGBOOK-FILE.
             COPY "logbookrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(120).

             01 ws-rej-status PIC XX.
             01 ws-cnt-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-inc-status PIC XX.
             01 ws-incidents-open PIC 9(9) VALUE 0.
             01 ws-incident-age PIC 9(5).
             01 ws-overdue-flag PIC X(7).
             01 ws-log-status PIC XX.
             01 ws-prior-date PIC 9(8).
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
          PERFORM LIST-UNCERTIFIED-RUNS.
          PERFORM LIST-PENDING-REQUESTS.
          PERFORM LIST-OPEN-REJECTS.
          PERFORM LIST-OPEN-INCIDENTS.
          PERFORM LIST-LOGBOOK-NOTES.
          PERFORM WRITE-COMPARISON.
          CLOSE REPORT-FILE.
          PERFORM STORE-TODAY-COUNTS.
          DISPLAY "HANDOVER: EXC " ws-exceptions-open " ALERTS "
             ws-alerts-open " UNCERT " ws-uncertified " PENDING "
             ws-pending " REJECTS " ws-rejects-open " INCIDENTS "
             ws-incidents-open.
       STOP RUN.

      * The most recent prior handover's counts -- the file appends
             END-IF
          END-IF.

      * In incident number order, which is opening order, so oldest
      * first like the other lists.
       LIST-OPEN-INCIDENTS.
          MOVE "OPEN INCIDENTS" TO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT INCIDENT-FILE.
          IF ws-inc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ INCIDENT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
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

      * The night spans midnight, so last night's run date and
      * today's both count as the run being handed over.
       LIST-LOGBOOK-NOTES.
          MOVE "LOGBOOK NOTES" TO REPORT-RECORD.
          WRITE REPORT-RECORD.
          COMPUTE ws-prior-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date-disp) - 1).
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT LOGBOOK-FILE.
          IF ws-log-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ LOGBOOK-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF LB-RUN-DATE IS EQUAL TO ws-run-date-disp
                         OR LB-RUN-DATE IS EQUAL TO ws-prior-date
                         MOVE SPACES TO REPORT-RECORD
                         STRING "  " LB-RUN-DATE " " LB-PROGRAM-ID
                            " " LB-RUN-ID " " LB-OPERATOR-ID " "
                            LB-NOTE-TIME(1:4) " " LB-NOTE
                            DELIMITED BY SIZE INTO REPORT-RECORD
                         WRITE REPORT-RECORD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE LOGBOOK-FILE
          END-IF.

       WRITE-COMPARISON.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TODAY EXC " ws-exceptions-open
