          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD ARCHIVE-FILE.
             01 ARCHIVE-RECORD        PIC X(180).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(130).

