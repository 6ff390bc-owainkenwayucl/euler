      * compares it to the limit in the sieve file's header:
      *
      *    - covered: report and end clean;
      *    - short but within sievegen.cbl's 1000000 table ceiling
      *      (15000000 when sieve_mode_switch.dat holds SEGM, the
      *      most smallestfactor.cbl's prime table can hold of a
      *      segmented extension): stage the needed limit in
      *      sieve_limit_override.dat and re-run bin/sievegen (the
      *      CALL "SYSTEM" escape nightly.cbl uses) so the drivers
      *      start covered;
      *    - needs more than the ceiling: a WARNING through
      *      alertlog.cbl naming each uncovered candidate, so the
      *      slow path is chosen knowingly instead of discovered in
                ASSIGN TO "cobol/data/sieve_limit_override.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVR-STATUS.
             SELECT MODE-SWITCH-FILE
                ASSIGN TO "cobol/data/sieve_mode_switch.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MODE-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/sieve_coverage_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
          FD OVERRIDE-FILE.
             01 OVERRIDE-RECORD.
                05 OV-LIMIT           PIC 9(9).
          FD MODE-SWITCH-FILE.
             01 MODE-SWITCH-RECORD    PIC X(4).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(110).

      * be generated and the uncovered candidates run the slow path.
             01 ws-table-ceiling PIC S9(30) USAGE COMP-3
                VALUE 1000000.
             01 ws-mode-status PIC XX.
             01 ws-segmented-ceiling PIC S9(30) USAGE COMP-3
                VALUE 15000000.
             01 ws-regen-command PIC X(40) VALUE "bin/sievegen".
             01 ws-uncovered-count PIC 9(9) VALUE 0.
             01 ws-needed-disp PIC 9(9).
          CALL 'intsqrt' USING ws-max-n, ws-needed.
          MOVE ws-needed TO ws-needed-disp.
          PERFORM READ-SIEVE-LIMIT.
          PERFORM LOAD-MODE-SWITCH.
          MOVE SPACES TO REPORT-RECORD.
          STRING "NEEDED " ws-needed-disp " SIEVE LIMIT "
             ws-sieve-limit DELIMITED BY SIZE INTO REPORT-RECORD.
             CLOSE CANDIDATE-FILE
          END-IF.

      * In segmented mode sievegen.cbl extends the file block by
      * block instead of holding it all in its flag table, so the
      * ceiling becomes what the drivers can actually load.
       LOAD-MODE-SWITCH.
          OPEN INPUT MODE-SWITCH-FILE.
          IF ws-mode-status IS EQUAL TO "00"
             READ MODE-SWITCH-FILE
                NOT AT END
                   IF MODE-SWITCH-RECORD IS EQUAL TO "SEGM"
                      MOVE ws-segmented-ceiling TO ws-table-ceiling
                   END-IF
             END-READ
             CLOSE MODE-SWITCH-FILE
          END-IF.

      * The limit comes from the file's own header -- the limit a
      * finished generation or extension verified -- never from
      * the configured one.
       READ-SIEVE-LIMIT.
          OPEN INPUT SIEVE-FILE.
          IF ws-siv-status IS EQUAL TO "00"
