      * the candidate into the fast queue whatever it costs, S parks
      * it slow.  Each applied override is reported, so the morning
      * report shows whose judgment moved what.
      *
      * Perfect powers are caught first.  A candidate equal to b**k
      * (perfectpower.cbl) is really the cost of factoring b, so a
      * never-seen one is priced at floor(SQRT(b)) rather than
      * floor(SQRT(N)) -- the square of a 15-digit prime stops
      * looking like a weekend job -- and reported as a PERFECT
      * POWER line.  The flags are written to candidate_powers.dat
      * (powerrec.cpy), rewritten from this pass so they always
      * match the candidate file primefactorization.cbl will read.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/prime_candidates_slow.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLW-STATUS.
             SELECT POWER-FILE
                ASSIGN TO "cobol/data/candidate_powers.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PWR-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/triage_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
          FD SLOW-FILE.
             01 SLOW-OUT-RECORD.
                05 SO-N               PIC 9(30).
          FD POWER-FILE.
             COPY "powerrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(110).

             01 ws-fst-status PIC XX.
             01 ws-slw-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-pwr-status PIC XX.
             01 ws-power-base PIC S9(30) USAGE COMP-3.
             01 ws-power-k PIC S9(30) USAGE COMP-3.
             01 ws-power-count PIC 9(9) VALUE 0.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-can-eof PIC X VALUE "N".
             01 ws-cap-eof PIC X VALUE "N".
                   10 WS-O-N              PIC S9(30) USAGE COMP-3.
                   10 WS-O-QUEUE          PIC X.
                   10 WS-O-REASON         PIC X(8).
             01 ws-capture-report PIC X(30) VALUE
                "triage_report.dat".
             01 ws-capture-program PIC X(8) VALUE "TRIAGE".

       PROCEDURE DIVISION.
          PERFORM LOAD-CEILING.
          OPEN INPUT CANDIDATE-FILE.
          OPEN OUTPUT FAST-FILE.
          OPEN OUTPUT SLOW-FILE.
          MOVE SPACES TO POWER-RECORD.
          OPEN OUTPUT POWER-FILE.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM UNTIL ws-can-eof IS EQUAL TO "Y"
          CLOSE CANDIDATE-FILE.
          CLOSE FAST-FILE.
          CLOSE SLOW-FILE.
          CLOSE POWER-FILE.
          PERFORM WRITE-SUMMARY.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          DISPLAY "TRIAGE: " ws-fast-count " FAST, " ws-slow-count
             " DEFERRED TO SLOW QUEUE, " ws-override-count
             " OVERRIDE(S) APPLIED, " ws-power-count
             " PERFECT POWER(S)".
       STOP RUN.

       LOAD-CEILING.

      * Prior recorded cost wins when this N has been scanned
      * before; a never-seen N is priced at floor(SQRT(N)), the
      * worst-case scan length for its magnitude -- or, for a
      * perfect power, floor(SQRT(b)) of its base.
       TRIAGE-ONE-CANDIDATE.
          PERFORM CHECK-PERFECT-POWER.
          MOVE "N" TO ws-hist-found.
          PERFORM VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX IS GREATER THAN WS-HIST-COUNT
             END-IF
          END-PERFORM.
          IF ws-hist-found IS EQUAL TO "N"
             IF ws-power-k IS GREATER THAN 1
                CALL 'intsqrt' USING ws-power-base, ws-estimate
                MOVE "POWER" TO ws-basis
             ELSE
                CALL 'intsqrt' USING n, ws-estimate
                MOVE "MAGNITUDE" TO ws-basis
             END-IF
          END-IF.
      * A standing supervisor override trumps the cost decision and
      * is reported with its reason code.
             WRITE FAST-OUT-RECORD
          END-IF.

      * The perfect-power pre-pass: flag row plus report line for
      * any N = b**k, k >= 2.
       CHECK-PERFECT-POWER.
          CALL 'perfectpower' USING n, ws-power-base, ws-power-k.
          IF ws-power-k IS GREATER THAN 1
             ADD 1 TO ws-power-count
             MOVE n TO PW-N
             MOVE ws-power-base TO PW-BASE
             MOVE ws-power-k TO PW-EXPONENT
             MOVE SPACE TO PW-FILLER1
             MOVE SPACE TO PW-FILLER2
             WRITE POWER-RECORD
             MOVE SPACES TO REPORT-RECORD
             STRING "PERFECT POWER " CI-N " = " PW-BASE " ** "
                PW-EXPONENT DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

       CHECK-OVERRIDE.
          MOVE SPACE TO ws-override-queue.
          MOVE SPACES TO ws-override-reason.
       WRITE-SUMMARY.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TRIAGE: FAST " ws-fast-count " SLOW "
             ws-slow-count " POWERS " ws-power-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
