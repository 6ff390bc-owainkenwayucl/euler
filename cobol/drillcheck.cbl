       IDENTIFICATION DIVISION.
       PROGRAM-ID. drillcheck.
       AUTHOR. Owain Kenway.

      * Answers "was this run date part of a fault-injection drill?"
      * for the programs that must keep a drill's output out of what
      * leaves the shop (certreview.cbl, histextract.cbl).  A date is
      * a drill date when it falls within a completed drill's
      * fired-to-recovered window in drill_summary.dat, or on or
      * after the fired date of a drill still open on drill_card.dat
      * (state FIRED).  Neither file exists outside a region that
      * has run a drill, so everywhere else the answer is N.
      *
      *    CALL 'drillcheck' USING drill-date (9(8)), drill-flag (X):
      *    drill-flag is Y for a drill date, N otherwise.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT DRILL-CARD-FILE
                ASSIGN TO "cobol/data/drill_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCD-STATUS.
             SELECT DRILL-SUMMARY-FILE
                ASSIGN TO "cobol/data/drill_summary.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSM-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD DRILL-CARD-FILE.
             COPY "drillcardrec.cpy".
          FD DRILL-SUMMARY-FILE.
             COPY "drillsumrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-dcd-status PIC XX.
             01 ws-dsm-status PIC XX.
             01 ws-dsm-eof PIC X.

          LINKAGE SECTION.
             01 drill-date PIC 9(8).
             01 drill-flag PIC X.

       PROCEDURE DIVISION USING drill-date, drill-flag.
          MOVE "N" TO drill-flag.
          OPEN INPUT DRILL-CARD-FILE.
          IF ws-dcd-status IS EQUAL TO "00"
             READ DRILL-CARD-FILE
                NOT AT END
                   IF DC-STATE IS EQUAL TO "FIRED"
                      AND DC-FIRED-DATE IS NUMERIC
                      AND drill-date IS NOT LESS THAN DC-FIRED-DATE
                      MOVE "Y" TO drill-flag
                   END-IF
             END-READ
             CLOSE DRILL-CARD-FILE
          END-IF.
          MOVE "N" TO ws-dsm-eof.
          OPEN INPUT DRILL-SUMMARY-FILE.
          IF ws-dsm-status IS EQUAL TO "00"
             PERFORM UNTIL ws-dsm-eof IS EQUAL TO "Y"
                READ DRILL-SUMMARY-FILE
                   AT END
                      MOVE "Y" TO ws-dsm-eof
                   NOT AT END
                      IF drill-date IS NOT LESS THAN DS-FIRED-DATE
                         AND drill-date IS NOT GREATER THAN
                         DS-RECOVER-DATE
                         MOVE "Y" TO drill-flag
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DRILL-SUMMARY-FILE
          END-IF.
       EXIT PROGRAM.
