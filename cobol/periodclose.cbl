      *      CERTIFIED record in run_certifications.dat;
      *    - no exception or central-alert row dated in the month
      *      remains unacknowledged;
      *    - ledgerbalance.cbl's last report balanced clean;
      *    - sodreport.cbl's segregation-of-duties review has run
      *      past the month's end, and every conflict it found on a
      *      run date in the month has had its SOD VIOLATION alert
      *      acknowledged.
      *
      * A month passing every check gets one close certificate
      * appended to period_close.dat; anything short writes the
                ASSIGN TO "cobol/data/balance_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BAL-STATUS.
             SELECT SOD-REPORT-FILE
                ASSIGN TO "cobol/data/sod_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRP-STATUS.
             SELECT SOD-VIOLATION-FILE
                ASSIGN TO "cobol/data/sod_violations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SVL-STATUS.
             SELECT CLOSE-FILE
                ASSIGN TO "cobol/data/period_close.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 BR-LABEL            PIC X(12).
                05 BR-COUNT            PIC X(9).
                05 BR-REST             PIC X(79).
          FD SOD-REPORT-FILE.
             01 SOD-REPORT-RECORD.
                05 SP-LABEL            PIC X(12).
                05 SP-DATE             PIC X(8).
                05 SP-REST             PIC X(100).
          FD SOD-VIOLATION-FILE.
             COPY "sodviolrec.cpy".
          FD CLOSE-FILE.
             01 CLOSE-RECORD.
                05 PC-MONTH            PIC 9(6).
             01 ws-alt-status PIC XX.
             01 ws-aak-status PIC XX.
             01 ws-bal-status PIC XX.
             01 ws-srp-status PIC XX.
             01 ws-svl-status PIC XX.
             01 ws-cls-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-balance-clean PIC X VALUE "N".
             01 ws-balance-seen PIC X VALUE "N".
             01 ws-cert-status-text PIC X(9).
             01 ws-sod-reviewed-to PIC 9(8) VALUE 0.
             01 ws-sod-month PIC 9(6).
             01 ws-prog-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-programs.
                05 FILLER PIC X(8) VALUE "SOLUTN1".
          PERFORM CHECK-OPEN-EXCEPTIONS.
          PERFORM CHECK-OPEN-ALERTS.
          PERFORM CHECK-LEDGER-BALANCE.
          PERFORM CHECK-SOD-REVIEW.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          IF ws-deficiency-count IS EQUAL TO 0
                   NOT AT END
                      DIVIDE AL-RUN-DATE BY 100 GIVING ws-row-month
                      IF ws-row-month IS EQUAL TO ws-close-month
                         AND NOT (AL-SOURCE-PROGRAM IS EQUAL TO
                         "SODRPT" AND AL-CONDITION IS EQUAL TO
                         "SOD VIOLATION")
                         PERFORM CHECK-ALERT-ACKED
                         IF ws-row-acked IS EQUAL TO "N"
                            ADD 1 TO ws-deficiency-count
             END-IF
          END-IF.

      * The duties review must have run after the month ended (or
      * today, closing the month early), or a conflict on its last
      * days could still be unfound.  Its SOD VIOLATION alerts are
      * judged here by the run date of the conflict, not the date
      * the alert was raised -- a conflict in this month found early
      * next month still holds this month open -- so the open-alert
      * check above leaves them out.
       CHECK-SOD-REVIEW.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SOD-REPORT-FILE.
          IF ws-srp-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ SOD-REPORT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF SP-LABEL IS EQUAL TO "REVIEWED TO "
                         AND SP-DATE IS NUMERIC
                         MOVE SP-DATE TO ws-sod-reviewed-to
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SOD-REPORT-FILE
          END-IF.
          DIVIDE ws-sod-reviewed-to BY 100 GIVING ws-sod-month.
          IF ws-sod-reviewed-to IS EQUAL TO 0
             ADD 1 TO ws-deficiency-count
             MOVE "SOD REVIEW NEVER RUN" TO REPORT-RECORD
             WRITE REPORT-RECORD
          ELSE
             IF ws-sod-month IS NOT GREATER THAN ws-close-month
                AND ws-sod-reviewed-to IS NOT EQUAL TO ws-run-date
                ADD 1 TO ws-deficiency-count
                MOVE SPACES TO REPORT-RECORD
                STRING "SOD REVIEW STALE, LAST RUN "
                   ws-sod-reviewed-to DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
             END-IF
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SOD-VIOLATION-FILE.
          IF ws-svl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ SOD-VIOLATION-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      DIVIDE SV-RUN-DATE BY 100 GIVING ws-row-month
                      IF ws-row-month IS EQUAL TO ws-close-month
                         PERFORM CHECK-SOD-ACKED
                         IF ws-row-acked IS EQUAL TO "N"
                            ADD 1 TO ws-deficiency-count
                            MOVE SPACES TO REPORT-RECORD
                            STRING "SOD VIOLATION " SV-RUN-DATE " "
                               SV-OPERATOR-ID " " SV-DUTY-A " "
                               SV-DUTY-B DELIMITED BY SIZE
                               INTO REPORT-RECORD
                            WRITE REPORT-RECORD
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SOD-VIOLATION-FILE
          END-IF.

       CHECK-SOD-ACKED.
          IF SV-RAISED-RUN-ID IS NUMERIC
             MOVE SV-RAISED-RUN-ID TO ws-alert-run-id
          ELSE
             MOVE 0 TO ws-alert-run-id
          END-IF.
          MOVE "N" TO ws-row-acked.
          PERFORM VARYING AAK-IDX FROM 1 BY 1
             UNTIL AAK-IDX IS GREATER THAN WS-AAK-COUNT
             IF WS-AK-SOURCE(AAK-IDX) IS EQUAL TO "SODRPT"
                AND WS-AK-RUN-DATE(AAK-IDX) IS EQUAL TO
                SV-RAISED-DATE
                AND WS-AK-CONDITION(AAK-IDX) IS EQUAL TO
                "SOD VIOLATION"
                AND WS-AK-RUN-ID(AAK-IDX) IS EQUAL TO
                ws-alert-run-id
                MOVE "Y" TO ws-row-acked
             END-IF
          END-PERFORM.

      * One certificate row per closed month.  Grows across every
      * close (EXTEND); a failed EXTEND on the first-ever close
      * falls back to OPEN OUTPUT.
