             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
             01 ws-capture-report PIC X(30) VALUE
                "trend_report.dat".
             01 ws-capture-program PIC X(8) VALUE "TRENDRPT".

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          END-PERFORM.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          DISPLAY "TREND REPORT COMPLETE: " ws-outlier-count
             " OUTLIER(S)".
       STOP RUN.
