      * slower at for this purpose.  divides.cbl confirms each
      * division step exactly, so multiplicities are counted precisely
      * rather than assumed from a single pass.
      *
      * Trial division has a budget.  A candidate whose remaining
      * quotient still has no factor at or below the largest trial
      * divisor (control-file entry PRIMFACT, MODE TDIV) is handed
      * to pollardrho.cbl instead of being counted up by ones for
      * the rest of the night: a cofactor fermatprime.cbl passes is
      * taken as a probable prime, anything else is split by rho
      * (iteration budget PRIMFACT, MODE RHOI) until the piece in
      * hand is prime.  Each factor still goes through the same
      * divides.cbl division loop, and its PFFAC row carries the
      * method that found it (TRIAL, RHO or PRP) so pfreconcile.cbl
      * and the auditors can tell a scanned factor from a rho one.
      * Factors are collected per candidate and written in ascending
      * order, since rho does not find them smallest-first.  Should
      * rho fail to split a composite inside its budget the original
      * unbounded scan finishes the job -- slow, never wrong.
      *
      * Perfect powers flagged by candidatestage.cbl / triage.cbl in
      * candidate_powers.dat (powerrec.cpy) are factored through
      * their base: N = b**k is factored as b, and every exponent
      * found is multiplied by k before it is written.  A flag is
      * only taken once b**k is re-multiplied here and comes back to
      * exactly N, so a stale row can cost a full scan but never a
      * wrong answer.
      *
      * Incremental nights: most of tonight's candidates were
      * answered on an earlier night, so every completed group is
      * kept in a persistent store of factorizations (pf_store.dat,
      * pfstorerec.cpy, keyed by N the way prime_cache.dat is) and
      * each candidate is looked up there first.  A stored group
      * that still checks out -- header and trailer present, the
      * trailer count agreeing with its factor rows, primes
      * ascending, and the prime powers multiplying back to exactly
      * N -- is copied forward into tonight's report headed REUSE
      * (PF-ORIGIN) with the date it was derived; only a new
      * candidate, or one whose stored group no longer checks out,
      * is factored, headed NEW, and stored for every later night.
      * Tonight's NEW / REUSED / REFRESHED counts go to
      * reuse_log.dat for the nightly report, and ride in the
      * checkpoint so a resumed run still reports the whole night.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT POWER-FILE
                ASSIGN TO "cobol/data/candidate_powers.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PWR-STATUS.
             SELECT CANDIDATE-FILE
                ASSIGN TO "cobol/data/prime_candidates.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ASSIGN TO "cobol/data/deferred_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEF-STATUS.
             SELECT PF-STORE-FILE
                ASSIGN TO "cobol/data/pf_store.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PS-KEY
                FILE STATUS IS WS-PST-STATUS.
             SELECT REUSE-LOG-FILE
                ASSIGN TO "cobol/data/reuse_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD POWER-FILE.
             COPY "powerrec.cpy".
          FD CANDIDATE-FILE.
             01 CANDIDATE-IN-RECORD.
                05 CI-N               PIC 9(30).
      * cold start, reported and alerted -- never a resume into a
      * total that silently double-counts.
                05 BK-SEAL           PIC 9(15).
      * Tonight's incremental counts so far, so a resumed run's
      * reuse_log.dat row covers the candidates the interrupted
      * attempt handled too.
                05 BK-FILLER4        PIC X.
                05 BK-NEW-COUNT      PIC 9(9).
                05 BK-FILLER5        PIC X.
                05 BK-REUSED-COUNT   PIC 9(9).
                05 BK-FILLER6        PIC X.
                05 BK-REFRESHED-COUNT PIC 9(9).
          FD RESUBMIT-FILE.
             01 RESUBMIT-IN-RECORD.
                05 RS-N               PIC 9(30).
                05 DF-DEFERRED-COUNT   PIC 9(9).
                05 DF-FILLER3          PIC X.
                05 DF-FIRST-N          PIC 9(30).
          FD PF-STORE-FILE.
             COPY "pfstorerec.cpy".
          FD REUSE-LOG-FILE.
             COPY "reuselogrec.cpy".

          WORKING-STORAGE SECTION.
      * n, remaining, m, f, exponent and d are PIC S9(30) COMP-3 to
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * Factoring budgets from the control file (PRIMFACT TDIV and
      * RHOI); these VALUEs are only the fallback when no record is
      * present.
             01 ws-ctl-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-trial-budget PIC S9(30) USAGE COMP-3
                VALUE 1000000.
             01 ws-rho-limit PIC 9(9) VALUE 100000.
      * Y once the scan to the budget has found nothing in this
      * candidate's remaining quotient -- dividing out a rho factor
      * cannot create a smaller one, so the scan is not repeated.
             01 ws-trial-exhausted PIC X.
             01 ws-method PIC X(5).
             01 ws-rho-piece PIC S9(30) USAGE COMP-3.
             01 ws-rho-split PIC S9(30) USAGE COMP-3.
             01 ws-rho-other PIC S9(30) USAGE COMP-3.
             01 ws-prp-flag PIC S9(30) USAGE COMP-3.
             01 ws-piece-settled PIC X.
      * This candidate's factors, collected and then written in
      * ascending order.
             01 WS-FAC-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-FAC-TABLE.
                05 WS-FAC-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-FAC-COUNT
                      INDEXED BY FAC-IDX.
                   10 WS-F-PRIME          PIC S9(30) USAGE COMP-3.
                   10 WS-F-EXPONENT       PIC 9(9).
                   10 WS-F-METHOD         PIC X(5).
             01 ws-sort-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-swap-prime PIC S9(30) USAGE COMP-3.
             01 ws-swap-exponent PIC 9(9).
             01 ws-swap-method PIC X(5).
      * Perfect-power flags, loaded once per run.
             01 ws-pwr-status PIC XX.
             01 ws-pwr-eof PIC X VALUE "N".
             01 WS-PWR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PWR-TABLE.
                05 WS-PWR-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-PWR-COUNT
                      INDEXED BY PWR-IDX.
                   10 WS-W-N              PIC S9(30) USAGE COMP-3.
                   10 WS-W-BASE           PIC S9(30) USAGE COMP-3.
                   10 WS-W-EXPONENT       PIC 9(3).
      * The exponent every factor of this candidate is multiplied
      * by: k for a confirmed perfect power b**k, otherwise 1.
             01 ws-power-k PIC 9(3).
             01 ws-power-base PIC S9(30) USAGE COMP-3.
             01 ws-power-check PIC S9(30) USAGE COMP-3.
             01 ws-power-limit PIC S9(30) USAGE COMP-3.
             01 ws-power-step PIC 9(3).
             01 ws-power-ok PIC X.
      * The factorization store: whether N has rows there, whether
      * they held a header and trailer, whether the group checks out
      * for reuse, and tonight's counts.
             01 ws-pst-status PIC XX.
             01 ws-rul-status PIC XX.
             01 ws-pst-eof PIC X.
             01 ws-stored-found PIC X.
             01 ws-stored-header PIC X.
             01 ws-stored-trailer PIC X.
             01 ws-stored-ok PIC X.
             01 ws-origin PIC X(5).
             01 ws-answer-date PIC 9(8).
             01 ws-new-count PIC 9(9) VALUE 0.
             01 ws-reused-count PIC 9(9) VALUE 0.
             01 ws-refreshed-count PIC 9(9) VALUE 0.
             01 ws-product PIC S9(31) USAGE COMP-3.
             01 ws-previous-prime PIC S9(30) USAGE COMP-3.
             01 ws-mult-idx USAGE BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-FACTOR-BUDGETS.
          PERFORM LOAD-POWER-FLAGS.
          PERFORM LOAD-WINDOW-CLOSE.
          PERFORM LOAD-CHECKPOINT.
      * The store is held open I-O for the whole run; on the
      * first-ever run it is created and reopened I-O, the same way
      * batchisprime.cbl opens the primality cache.
          OPEN I-O PF-STORE-FILE.
          IF ws-pst-status IS NOT EQUAL TO "00"
             OPEN OUTPUT PF-STORE-FILE
             CLOSE PF-STORE-FILE
             OPEN I-O PF-STORE-FILE
          END-IF.
          OPEN INPUT CANDIDATE-FILE.
          MOVE SPACES TO PRIME-FACTOR-RECORD.
          IF ws-restarted IS EQUAL TO "Y"
      * deferred candidate, with the report reopened EXTEND.
             PERFORM WRITE-DEFERRED-REPORT
             CLOSE REPORT-FILE
             CLOSE PF-STORE-FILE
             PERFORM WRITE-REUSE-LOG
             MOVE "primefactor_report.dat" TO ws-ledger-name
             CALL 'ledgerlog' USING ws-ledger-name, ws-report-count
             DISPLAY "PRIMEFACTORIZATION: DEFERRED "
          PERFORM CLEAR-CHECKPOINT.
          PERFORM REPROCESS-RESUBMITS.
          CLOSE REPORT-FILE.
          CLOSE PF-STORE-FILE.
          PERFORM WRITE-REUSE-LOG.
      * Control-ledger row covering every PFHDR/PFFAC/PFTRL row, for
      * ledgerbalance.cbl to re-count against.
          MOVE "primefactor_report.dat" TO ws-ledger-name.
          DISPLAY "PRIMEFACTORIZATION: READ " ws-read-count
             " ACCEPTED " ws-accept-count " REJECTED "
             ws-reject-count.
          DISPLAY "PRIMEFACTORIZATION: NEW " ws-new-count
             " REUSED " ws-reused-count " REFRESHED "
             ws-refreshed-count.
       STOP RUN.

      * 0 and 1 have no prime factors -- the same undefined boundary
      * largestfactor.cbl/smallestfactor.cbl/isprime.cbl already
      * special-case -- so write an empty header/trailer group instead
      * of running the factorization loop at all.  A group the store
      * already holds, and which still checks out, is copied forward
      * instead of being derived again.
       RUN-ONE-CANDIDATE.
          PERFORM LOOKUP-STORED-GROUP.
          IF ws-stored-ok IS EQUAL TO "Y"
             ADD 1 TO ws-reused-count
             MOVE "REUSE" TO ws-origin
             PERFORM WRITE-HEADER
             PERFORM WRITE-FACTOR-ROWS
             PERFORM WRITE-TRAILER
             DISPLAY "N: " n " DISTINCT FACTORS: " ws-factor-count
                " REUSED FROM " ws-answer-date
             EXIT PARAGRAPH
          END-IF.
          IF ws-stored-found IS EQUAL TO "Y"
             ADD 1 TO ws-refreshed-count
             DISPLAY "PRIMEFACTORIZATION: STORED GROUP FOR " n
                " FAILS ITS CHECK, FACTORING AGAIN"
          END-IF.
          ADD 1 TO ws-new-count.
          MOVE "NEW" TO ws-origin.
          MOVE ws-run-date TO ws-answer-date.
          PERFORM WRITE-HEADER.
          MOVE 0 TO ws-factor-count.
          MOVE 0 TO WS-FAC-COUNT.
          MOVE "N" TO ws-trial-exhausted.
          IF n IS GREATER THAN OR EQUAL TO 2
             MOVE n TO ws-remaining
             PERFORM CHECK-POWER-FLAG
             PERFORM UNTIL ws-remaining IS EQUAL TO 1
                PERFORM FIND-NEXT-FACTOR
             END-PERFORM
          END-IF.
          PERFORM SORT-FACTORS.
          PERFORM WRITE-FACTOR-ROWS.
          PERFORM WRITE-TRAILER.
          PERFORM STORE-GROUP.
          DISPLAY "N: " n " DISTINCT FACTORS: " ws-factor-count.

      * Brings N's stored group, if any, back into WS-FAC-TABLE and
      * ws-factor-count in report order, then checks it.
       LOOKUP-STORED-GROUP.
          MOVE "N" TO ws-stored-found.
          MOVE "N" TO ws-stored-header.
          MOVE "N" TO ws-stored-trailer.
          MOVE "N" TO ws-stored-ok.
          MOVE 0 TO WS-FAC-COUNT.
          MOVE 0 TO ws-factor-count.
          MOVE n TO PS-N.
          MOVE 0 TO PS-SEQ.
          START PF-STORE-FILE KEY IS NOT LESS THAN PS-KEY
             INVALID KEY
                EXIT PARAGRAPH
          END-START.
          MOVE "N" TO ws-pst-eof.
          PERFORM UNTIL ws-pst-eof IS EQUAL TO "Y"
             READ PF-STORE-FILE NEXT RECORD
                AT END
                   MOVE "Y" TO ws-pst-eof
                NOT AT END
                   IF PS-N IS NOT EQUAL TO n
                      MOVE "Y" TO ws-pst-eof
                   ELSE
                      MOVE "Y" TO ws-stored-found
                      PERFORM FOLD-STORED-ROW
                   END-IF
             END-READ
          END-PERFORM.
          IF ws-stored-found IS EQUAL TO "Y"
             PERFORM VERIFY-STORED-GROUP
          END-IF.

       FOLD-STORED-ROW.
          EVALUATE PS-RECORD-TYPE
             WHEN "PFHDR"
                MOVE "Y" TO ws-stored-header
                MOVE PS-RUN-DATE TO ws-answer-date
             WHEN "PFFAC"
                IF WS-FAC-COUNT IS LESS THAN 100
                   ADD 1 TO WS-FAC-COUNT
                   MOVE PS-PRIME TO WS-F-PRIME(WS-FAC-COUNT)
                   MOVE PS-EXPONENT TO WS-F-EXPONENT(WS-FAC-COUNT)
                   MOVE PS-METHOD TO WS-F-METHOD(WS-FAC-COUNT)
                END-IF
             WHEN "PFTRL"
                MOVE "Y" TO ws-stored-trailer
                MOVE PS-EXPONENT TO ws-factor-count
          END-EVALUATE.

      * A stored group is only reused when it is whole and still
      * multiplies back to exactly N, one guarded multiply at a
      * time -- a run killed part way through storing a group, or a
      * damaged row, costs one fresh factorization, never a wrong
      * answer copied forward.
       VERIFY-STORED-GROUP.
          IF ws-stored-header IS NOT EQUAL TO "Y"
             OR ws-stored-trailer IS NOT EQUAL TO "Y"
             OR ws-factor-count IS NOT EQUAL TO WS-FAC-COUNT
             EXIT PARAGRAPH
          END-IF.
          IF n IS LESS THAN 2
             IF WS-FAC-COUNT IS EQUAL TO 0
                MOVE "Y" TO ws-stored-ok
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-stored-ok.
          MOVE 1 TO ws-product.
          MOVE 1 TO ws-previous-prime.
          PERFORM VARYING FAC-IDX FROM 1 BY 1
             UNTIL FAC-IDX IS GREATER THAN WS-FAC-COUNT
             OR ws-stored-ok IS EQUAL TO "N"
             IF WS-F-PRIME(FAC-IDX) IS NOT GREATER THAN
                ws-previous-prime
                OR WS-F-EXPONENT(FAC-IDX) IS EQUAL TO 0
                MOVE "N" TO ws-stored-ok
             ELSE
                MOVE WS-F-PRIME(FAC-IDX) TO ws-previous-prime
                PERFORM VARYING ws-mult-idx FROM 1 BY 1
                   UNTIL ws-mult-idx IS GREATER THAN
                   WS-F-EXPONENT(FAC-IDX)
                   OR ws-stored-ok IS EQUAL TO "N"
                   COMPUTE ws-product =
                      ws-product * WS-F-PRIME(FAC-IDX)
                      ON SIZE ERROR
                         MOVE "N" TO ws-stored-ok
                   END-COMPUTE
                   IF ws-product IS GREATER THAN n
                      MOVE "N" TO ws-stored-ok
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
          IF ws-product IS NOT EQUAL TO n
             MOVE "N" TO ws-stored-ok
          END-IF.

      * Files tonight's fresh group under N for every later night,
      * replacing whatever rows failed their check.  A group wider
      * than the factor table is reported but not stored, since it
      * could never be brought back whole.
       STORE-GROUP.
          IF ws-stored-found IS EQUAL TO "Y"
             PERFORM PURGE-STORED-GROUP
          END-IF.
          IF ws-factor-count IS NOT EQUAL TO WS-FAC-COUNT
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO PF-STORE-RECORD.
          MOVE n TO PS-N.
          MOVE 0 TO PS-SEQ.
          MOVE "PFHDR" TO PS-RECORD-TYPE.
          MOVE 0 TO PS-PRIME.
          MOVE 0 TO PS-EXPONENT.
          MOVE ws-run-date TO PS-RUN-DATE.
          PERFORM WRITE-STORE-ROW.
          MOVE 0 TO PS-RUN-DATE.
          PERFORM VARYING FAC-IDX FROM 1 BY 1
             UNTIL FAC-IDX IS GREATER THAN WS-FAC-COUNT
             SET PS-SEQ TO FAC-IDX
             MOVE "PFFAC" TO PS-RECORD-TYPE
             MOVE WS-F-PRIME(FAC-IDX) TO PS-PRIME
             MOVE WS-F-EXPONENT(FAC-IDX) TO PS-EXPONENT
             MOVE WS-F-METHOD(FAC-IDX) TO PS-METHOD
             PERFORM WRITE-STORE-ROW
          END-PERFORM.
          MOVE 999 TO PS-SEQ.
          MOVE "PFTRL" TO PS-RECORD-TYPE.
          MOVE 0 TO PS-PRIME.
          MOVE ws-factor-count TO PS-EXPONENT.
          MOVE SPACES TO PS-METHOD.
          PERFORM WRITE-STORE-ROW.

       WRITE-STORE-ROW.
          WRITE PF-STORE-RECORD
             INVALID KEY
                REWRITE PF-STORE-RECORD
          END-WRITE.

      * Deletes every row stored under N, one keyed START at a time
      * so each DELETE acts on a row just read.
       PURGE-STORED-GROUP.
          MOVE "N" TO ws-pst-eof.
          PERFORM UNTIL ws-pst-eof IS EQUAL TO "Y"
             MOVE n TO PS-N
             MOVE 0 TO PS-SEQ
             START PF-STORE-FILE KEY IS NOT LESS THAN PS-KEY
                INVALID KEY
                   MOVE "Y" TO ws-pst-eof
             END-START
             IF ws-pst-eof IS EQUAL TO "N"
                READ PF-STORE-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO ws-pst-eof
                   NOT AT END
                      IF PS-N IS NOT EQUAL TO n
                         MOVE "Y" TO ws-pst-eof
                      ELSE
                         DELETE PF-STORE-FILE RECORD
                            INVALID KEY
                               MOVE "Y" TO ws-pst-eof
                         END-DELETE
                      END-IF
                END-READ
             END-IF
          END-PERFORM.

      * Tonight's counts, one row per run (EXTEND; a failed EXTEND
      * on the first-ever run falls back to OPEN OUTPUT).
       WRITE-REUSE-LOG.
          MOVE SPACES TO REUSE-LOG-RECORD.
          OPEN EXTEND REUSE-LOG-FILE.
          IF ws-rul-status IS NOT EQUAL TO "00"
             OPEN OUTPUT REUSE-LOG-FILE
          END-IF.
          MOVE "PRIMFACT" TO RU-PROGRAM-ID.
          MOVE ws-run-date TO RU-RUN-DATE.
          MOVE ws-new-count TO RU-NEW-COUNT.
          MOVE ws-reused-count TO RU-REUSED-COUNT.
          MOVE ws-refreshed-count TO RU-REFRESHED-COUNT.
          WRITE REUSE-LOG-RECORD.
          CLOSE REUSE-LOG-FILE.

      * Finds the next prime factor of the remaining quotient,
      * divides it out as many times as it goes, and records it with
      * its exponent and the method that found it.  Within budget
      * this is the original smallest-factor scan; past it, the rho
      * fallback below.
       FIND-NEXT-FACTOR.
      * Exact floor-SQRT ceiling (intsqrt.cbl) -- the FLOAT-LONG
      * SQRT this used to go through loses exactness above 15-16
      * digits and could put the ceiling on the wrong side.
          CALL 'intsqrt' USING ws-remaining, m.
          ADD 1 TO m.
          MOVE "TRIAL" TO ws-method.
          IF m IS LESS THAN OR EQUAL TO ws-trial-budget
             IF ws-trial-exhausted IS EQUAL TO "Y"
      * Nothing at or below the budget divides it, and the budget
      * already covers its square root: it is prime.
                MOVE 0 TO f
             ELSE
                CALL 'smallestfactor' USING ws-remaining, f, m
             END-IF
             IF f IS EQUAL TO 0
      * No factor found up to sqrt(remaining): remaining itself is the
      * last prime factor.
                MOVE ws-remaining TO f
             END-IF
          ELSE
             MOVE 0 TO f
             IF ws-trial-exhausted IS EQUAL TO "N"
                CALL 'smallestfactor' USING ws-remaining, f,
                   ws-trial-budget
             END-IF
             IF f IS EQUAL TO 0
                MOVE "Y" TO ws-trial-exhausted
                PERFORM RHO-FALLBACK
             END-IF
          END-IF.
          MOVE 0 TO ws-exponent.
      * f is guaranteed to divide ws-remaining at least once here --
      * either smallestfactor or pollardrho just confirmed it, or f
      * is ws-remaining itself -- so the first CALL below always
      * finds d=1; TEST AFTER runs the body once before checking,
      * rather than testing an as-yet-uncalled d.
          PERFORM WITH TEST AFTER UNTIL d IS NOT EQUAL TO 1
             CALL 'divides' USING ws-remaining, f, d
             IF d IS EQUAL TO 1
                ADD 1 TO ws-exponent
             END-IF
          END-PERFORM.
          MULTIPLY ws-power-k BY ws-exponent.
          ADD 1 TO ws-factor-count.
          IF WS-FAC-COUNT IS LESS THAN 100
             ADD 1 TO WS-FAC-COUNT
             MOVE f TO WS-F-PRIME(WS-FAC-COUNT)
             MOVE ws-exponent TO WS-F-EXPONENT(WS-FAC-COUNT)
             MOVE ws-method TO WS-F-METHOD(WS-FAC-COUNT)
          END-IF.
          DISPLAY "  FACTOR: " f " EXPONENT: " ws-exponent " "
             ws-method.

      * A flagged N = b**k is factored as b, provided b**k really is
      * N: the product is rebuilt one multiply at a time, each one
      * guarded against overshooting N, and any mismatch falls back
      * to factoring N itself.
       CHECK-POWER-FLAG.
          MOVE 1 TO ws-power-k.
          PERFORM VARYING PWR-IDX FROM 1 BY 1
             UNTIL PWR-IDX IS GREATER THAN WS-PWR-COUNT
             IF WS-W-N(PWR-IDX) IS EQUAL TO n
                AND WS-W-BASE(PWR-IDX) IS GREATER THAN 1
                AND WS-W-EXPONENT(PWR-IDX) IS GREATER THAN 1
                MOVE WS-W-BASE(PWR-IDX) TO ws-power-base
                MOVE WS-W-EXPONENT(PWR-IDX) TO ws-power-k
             END-IF
          END-PERFORM.
          IF ws-power-k IS EQUAL TO 1
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-power-ok.
          MOVE 1 TO ws-power-check.
          DIVIDE n BY ws-power-base GIVING ws-power-limit.
          PERFORM VARYING ws-power-step FROM 1 BY 1
             UNTIL ws-power-step IS GREATER THAN ws-power-k
             OR ws-power-ok IS EQUAL TO "N"
             IF ws-power-check IS GREATER THAN ws-power-limit
                MOVE "N" TO ws-power-ok
             ELSE
                MULTIPLY ws-power-base BY ws-power-check
             END-IF
          END-PERFORM.
          IF ws-power-ok IS EQUAL TO "Y"
             AND ws-power-check IS EQUAL TO n
             MOVE ws-power-base TO ws-remaining
             DISPLAY "  PERFECT POWER: " ws-power-base " ** "
                ws-power-k
          ELSE
             DISPLAY "PRIMEFACTORIZATION: POWER FLAG FOR " n
                " DOES NOT MULTIPLY BACK, IGNORED"
             MOVE 1 TO ws-power-k
          END-IF.

      * Past the trial budget with no small factor left.  A
      * remaining quotient fermatprime.cbl passes is a probable
      * prime (PRP); otherwise pollardrho.cbl splits it, and the
      * smaller piece is split again until the piece in hand is
      * itself prime (RHO).  If rho cannot split a composite inside
      * its budget, the unbounded scan the budget was protecting
      * finishes the job.
       RHO-FALLBACK.
          CALL 'fermatprime' USING ws-remaining, ws-prp-flag.
          IF ws-prp-flag IS GREATER THAN 0
             MOVE ws-remaining TO f
             MOVE "PRP" TO ws-method
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-remaining TO ws-rho-piece.
          MOVE "N" TO ws-piece-settled.
          PERFORM UNTIL ws-piece-settled IS EQUAL TO "Y"
             CALL 'pollardrho' USING ws-rho-piece, ws-rho-split,
                ws-rho-limit
             IF ws-rho-split IS EQUAL TO 0
                MOVE "Y" TO ws-piece-settled
                MOVE 0 TO f
             ELSE
                DIVIDE ws-rho-piece BY ws-rho-split
                   GIVING ws-rho-other
                IF ws-rho-other IS LESS THAN ws-rho-split
                   MOVE ws-rho-other TO ws-rho-split
                END-IF
                MOVE ws-rho-split TO ws-rho-piece
                CALL 'fermatprime' USING ws-rho-piece, ws-prp-flag
                IF ws-prp-flag IS GREATER THAN 0
                   MOVE ws-rho-piece TO f
                   MOVE "RHO" TO ws-method
                   MOVE "Y" TO ws-piece-settled
                END-IF
             END-IF
          END-PERFORM.
          IF f IS EQUAL TO 0
             DISPLAY "PRIMEFACTORIZATION: RHO COULD NOT SPLIT "
                ws-rho-piece ", SCANNING"
             MOVE "TRIAL" TO ws-method
             CALL 'smallestfactor' USING ws-remaining, f, m
             IF f IS EQUAL TO 0
                MOVE ws-remaining TO f
             END-IF
          END-IF.

      * Ascending prime order within the group, the order the scan
      * alone always produced and the downstream readers expect.
       SORT-FACTORS.
          PERFORM VARYING FAC-IDX FROM 1 BY 1
             UNTIL FAC-IDX IS GREATER THAN WS-FAC-COUNT
             PERFORM VARYING ws-sort-idx FROM 1 BY 1
                UNTIL ws-sort-idx IS GREATER THAN OR EQUAL TO
                WS-FAC-COUNT
                IF WS-F-PRIME(ws-sort-idx) IS GREATER THAN
                   WS-F-PRIME(ws-sort-idx + 1)
                   MOVE WS-F-PRIME(ws-sort-idx) TO ws-swap-prime
                   MOVE WS-F-EXPONENT(ws-sort-idx) TO
                      ws-swap-exponent
                   MOVE WS-F-METHOD(ws-sort-idx) TO ws-swap-method
                   MOVE WS-F-PRIME(ws-sort-idx + 1) TO
                      WS-F-PRIME(ws-sort-idx)
                   MOVE WS-F-EXPONENT(ws-sort-idx + 1) TO
                      WS-F-EXPONENT(ws-sort-idx)
                   MOVE WS-F-METHOD(ws-sort-idx + 1) TO
                      WS-F-METHOD(ws-sort-idx)
                   MOVE ws-swap-prime TO WS-F-PRIME(ws-sort-idx + 1)
                   MOVE ws-swap-exponent TO
                      WS-F-EXPONENT(ws-sort-idx + 1)
                   MOVE ws-swap-method TO
                      WS-F-METHOD(ws-sort-idx + 1)
                END-IF
             END-PERFORM
          END-PERFORM.

      * One PFFAC row per distinct prime factor, tagged with its
      * method.
       WRITE-FACTOR-ROWS.
          PERFORM VARYING FAC-IDX FROM 1 BY 1
             UNTIL FAC-IDX IS GREATER THAN WS-FAC-COUNT
             MOVE "PFFAC" TO PF-RECORD-TYPE
             MOVE n TO PF-N
             MOVE WS-F-PRIME(FAC-IDX) TO PF-PRIME
             MOVE WS-F-EXPONENT(FAC-IDX) TO PF-EXPONENT
             MOVE WS-F-METHOD(FAC-IDX) TO PF-METHOD
             WRITE PRIME-FACTOR-RECORD
             ADD 1 TO ws-report-count
          END-PERFORM.
          MOVE SPACES TO PF-METHOD.

       WRITE-HEADER.
          MOVE "PFHDR" TO PF-RECORD-TYPE.
          MOVE 0 TO PF-PRIME.
          MOVE 0 TO PF-EXPONENT.
          MOVE ws-source TO PF-SOURCE.
          MOVE ws-origin TO PF-ORIGIN.
          MOVE ws-answer-date TO PF-ANSWER-DATE.
          WRITE PRIME-FACTOR-RECORD.
          ADD 1 TO ws-report-count.
          MOVE SPACES TO PF-ORIGIN.
          MOVE 0 TO PF-ANSWER-DATE.

       WRITE-TRAILER.
          MOVE "PFTRL" TO PF-RECORD-TYPE.
             " " ws-reject-reason.


      * Trial-division and rho budgets (PRIMFACT, MODEs TDIV and
      * RHOI) from the control file; an absent file or record
      * leaves the WORKING-STORAGE defaults standing.
       LOAD-FACTOR-BUDGETS.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "PRIMFACT"
                         AND CTL-MODE IS EQUAL TO "TDIV"
                         MOVE CTL-THRESHOLD TO ws-trial-budget
                      END-IF
                      IF CTL-PROGRAM-ID IS EQUAL TO "PRIMFACT"
                         AND CTL-MODE IS EQUAL TO "RHOI"
                         MOVE CTL-THRESHOLD TO ws-rho-limit
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.
          IF ws-trial-budget IS LESS THAN 2
             MOVE 2 TO ws-trial-budget
          END-IF.

      * The perfect-power flags candidatestage.cbl / triage.cbl
      * leave; an absent file means no candidate was flagged.
       LOAD-POWER-FLAGS.
          OPEN INPUT POWER-FILE.
          IF ws-pwr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-pwr-eof IS EQUAL TO "Y"
                READ POWER-FILE
                   AT END
                      MOVE "Y" TO ws-pwr-eof
                   NOT AT END
                      IF PW-N IS NUMERIC AND PW-BASE IS NUMERIC
                         AND PW-EXPONENT IS NUMERIC
                         AND WS-PWR-COUNT IS LESS THAN 500
                         ADD 1 TO WS-PWR-COUNT
                         MOVE PW-N TO WS-W-N(WS-PWR-COUNT)
                         MOVE PW-BASE TO WS-W-BASE(WS-PWR-COUNT)
                         MOVE PW-EXPONENT TO
                            WS-W-EXPONENT(WS-PWR-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE POWER-FILE
          END-IF.

      * Arms window-close enforcement when the configured window
      * exists and this run began inside it.  Offsets are seconds
      * since the window start, modulo a day, so a 220000-060000
                      MOVE BK-RECORDS-DONE TO ws-done-count
                      MOVE BK-RECORDS-DONE TO ws-resume-point
                      MOVE BK-RESULT-COUNT TO ws-report-count
                      MOVE BK-NEW-COUNT TO ws-new-count
                      MOVE BK-REUSED-COUNT TO ws-reused-count
                      MOVE BK-REFRESHED-COUNT TO ws-refreshed-count
                      MOVE "Y" TO ws-restarted
                   END-IF
             END-READ
          IF BK-RECORDS-DONE IS NUMERIC
             AND BK-RESULT-COUNT IS NUMERIC
             AND BK-CHECKSUM IS NUMERIC AND BK-SEAL IS NUMERIC
             AND BK-NEW-COUNT IS NUMERIC
             AND BK-REUSED-COUNT IS NUMERIC
             AND BK-REFRESHED-COUNT IS NUMERIC
             PERFORM COMPUTE-CHECKPOINT-SEAL
             IF BK-SEAL IS EQUAL TO ws-ckpt-seal
                MOVE "Y" TO ws-seal-ok
       COMPUTE-CHECKPOINT-SEAL.
          COMPUTE ws-ckpt-seal = FUNCTION MOD(
             BK-RECORDS-DONE + BK-RESULT-COUNT * 3
             + BK-CHECKSUM * 7 + BK-NEW-COUNT * 11
             + BK-REUSED-COUNT * 13 + BK-REFRESHED-COUNT * 17,
             999999999999989).

      * Persists the position after every processed record, so a
      * restart never repeats or skips one.
          MOVE ws-done-count TO BK-RECORDS-DONE.
          MOVE ws-report-count TO BK-RESULT-COUNT.
          MOVE 0 TO BK-CHECKSUM.
          MOVE ws-new-count TO BK-NEW-COUNT.
          MOVE ws-reused-count TO BK-REUSED-COUNT.
          MOVE ws-refreshed-count TO BK-REFRESHED-COUNT.
          PERFORM COMPUTE-CHECKPOINT-SEAL.
          MOVE ws-ckpt-seal TO BK-SEAL.
          OPEN OUTPUT CKPT-FILE.
