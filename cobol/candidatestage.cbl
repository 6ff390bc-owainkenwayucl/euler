      * cross-reference (candidate_xref.dat: N, requester) recording
      * every requester who asked for each N -- so results can be
      * routed back to whoever wanted them.
      *
      * A perfect-power pre-pass then runs over the staged
      * candidates: any N equal to b**k for some k >= 2
      * (perfectpower.cbl) gets a candidate_powers.dat row (N, b, k,
      * powerrec.cpy), so primefactorization.cbl factors the base
      * instead of scanning N -- 7**30 becomes one factor of 7, not
      * a 25-digit scan.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/candidate_xref.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRF-STATUS.
             SELECT POWER-FILE
                ASSIGN TO "cobol/data/candidate_powers.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PWR-STATUS.

       DATA DIVISION.
          FILE SECTION.
                05 XR-PARTNER-REF     PIC X(12).
                05 XR-FILLER3         PIC X.
                05 XR-DUE-DATE        PIC 9(8).
          FD POWER-FILE.
             COPY "powerrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-in-status PIC XX.
             01 ws-rej-status PIC XX.
             01 ws-can-status PIC XX.
             01 ws-xrf-status PIC XX.
             01 ws-pwr-status PIC XX.
             01 ws-power-n PIC S9(30) USAGE COMP-3.
             01 ws-power-base PIC S9(30) USAGE COMP-3.
             01 ws-power-k PIC S9(30) USAGE COMP-3.
             01 ws-power-count PIC 9(9) VALUE 0.
             01 ws-in-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-line-no PIC 9(9) VALUE 0.
          PERFORM SORT-CANDIDATES.
          PERFORM WRITE-CANDIDATE-FILE.
          PERFORM WRITE-XREF-FILE.
          PERFORM WRITE-POWER-FILE.
          MOVE WS-CAND-COUNT TO ws-staged-disp.
          DISPLAY "CANDIDATESTAGE: READ " ws-read-count " STAGED "
             ws-staged-disp " DUPLICATE " ws-dup-count " REJECTED "
             ws-reject-count.
          DISPLAY "CANDIDATESTAGE: PERFECT POWERS FLAGGED "
             ws-power-count.
       STOP RUN.

      * The two intakes are the same shape; an absent intake file
          END-PERFORM.
          CLOSE XREF-FILE.

      * The perfect-power pre-pass: one row per staged candidate
      * equal to b**k, k >= 2, rewritten in step with the canonical
      * candidate file so no flag outlives its candidate.
       WRITE-POWER-FILE.
          MOVE SPACES TO POWER-RECORD.
          OPEN OUTPUT POWER-FILE.
          PERFORM VARYING CAND-IDX FROM 1 BY 1
             UNTIL CAND-IDX IS GREATER THAN WS-CAND-COUNT
             MOVE WS-C-N(CAND-IDX) TO ws-power-n
             CALL 'perfectpower' USING ws-power-n, ws-power-base,
                ws-power-k
             IF ws-power-k IS GREATER THAN 1
                ADD 1 TO ws-power-count
                MOVE ws-power-n TO PW-N
                MOVE ws-power-base TO PW-BASE
                MOVE ws-power-k TO PW-EXPONENT
                MOVE SPACE TO PW-FILLER1
                MOVE SPACE TO PW-FILLER2
                WRITE POWER-RECORD
                DISPLAY "CANDIDATESTAGE: " PW-N " = " PW-BASE
                   " ** " PW-EXPONENT
             END-IF
          END-PERFORM.
          CLOSE POWER-FILE.

      * Same shared reject row the batch drivers write.
       REJECT-ONE-RECORD.
          ADD 1 TO ws-reject-count.
