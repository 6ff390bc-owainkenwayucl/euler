       IDENTIFICATION DIVISION.
       PROGRAM-ID. candgen.
       AUTHOR. Owain Kenway.

      * Synthetic test-candidate generator with known answers.
      * Capacity tests and fixtures were built from the few numbers
      * everyone remembers (13195, 600851475143), which says nothing
      * about a 16-digit semiprime or a 20-digit prime power.  This
      * job reads a spec card (candgen_card.dat, one spec per line:
      * shape, digit length, count and an optional seed) and builds
      * that many candidates of exactly that many digits from primes
      * drawn out of prime_sieve.dat, so every factorization is
      * known before the night starts:
      *
      *   PRIME        one sieve prime of the requested length
      *   SEMIPRIME    p * q, p having half the digits, q >= p
      *   SMOOTH       a product of sieve primes below 1000
      *   PRIME-POWER  p ** k, k >= 2
      *
      * The candidates go into candidate_intake1.dat under requester
      * SYNTHGEN with partner references SG000001 up, for
      * candidatestage.cbl to stage like any other submission; a
      * re-run replaces the previous SYNTHGEN rows and never touches
      * anyone else's (the intake is rewritten through
      * candidate_intake1_work.dat, the logrotate.cbl idiom).  The
      * matching answers go to synthetic_expected.dat
      * (synthexprec.cpy), laid out like primefactor_report.dat, and
      * candscore.cbl scores the night against them.
      *
      * Draws come from a Park-Miller generator seeded from the card
      * (seed column blank or zero means a fixed default), so the
      * same card always builds the same candidates.  The sieve is
      * tabled with a stride when it holds more primes than the
      * table, which thins the choice but keeps every length the
      * sieve reaches; primes above the header's limit are ignored,
      * as every sieve reader does.  A spec the sieve cannot satisfy
      * (a PRIME longer than the sieve's largest prime, say) or a
      * candidate that cannot be built in 50 draws without repeating
      * one already generated is reported as a shortfall, RC 4.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CARD-FILE
                ASSIGN TO "cobol/data/candgen_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STATUS.
             SELECT SIEVE-FILE
                ASSIGN TO "cobol/data/prime_sieve.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIV-STATUS.
             SELECT INTAKE-FILE
                ASSIGN TO "cobol/data/candidate_intake1.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INT-STATUS.
             SELECT WORK-FILE
                ASSIGN TO "cobol/data/candidate_intake1_work.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WRK-STATUS.
             SELECT EXPECTED-FILE
                ASSIGN TO "cobol/data/synthetic_expected.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXP-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CARD-FILE.
             01 CARD-RECORD.
                05 SC-SHAPE           PIC X(11).
                05 SC-FILLER1         PIC X.
                05 SC-DIGITS          PIC 9(2).
                05 SC-FILLER2         PIC X.
                05 SC-COUNT           PIC 9(4).
                05 SC-FILLER3         PIC X.
                05 SC-SEED            PIC 9(9).
          FD SIEVE-FILE.
             01 SIEVE-RECORD.
                05 SV-VALUE           PIC 9(9).
                05 SV-FILLER1         PIC X.
                05 SV-COUNT           PIC 9(9).
          FD INTAKE-FILE.
             01 INTAKE-RECORD.
                05 IN-REQUESTER       PIC X(8).
                05 IN-FILLER1         PIC X.
                05 IN-N               PIC 9(30).
                05 IN-FILLER2         PIC X.
                05 IN-PARTNER-REF     PIC X(12).
                05 IN-FILLER3         PIC X.
                05 IN-DUE-DATE        PIC 9(8).
          FD WORK-FILE.
             01 WORK-RECORD           PIC X(61).
          FD EXPECTED-FILE.
             COPY "synthexprec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-crd-status PIC XX.
             01 ws-siv-status PIC XX.
             01 ws-int-status PIC XX.
             01 ws-wrk-status PIC XX.
             01 ws-exp-status PIC XX.
             01 ws-crd-eof PIC X VALUE "N".
             01 ws-scan-eof PIC X.
             01 ws-first-line PIC X.
             01 ws-card-line PIC 9(9) VALUE 0.
             01 ws-kept-count PIC 9(9) VALUE 0.
             01 ws-shortfall-count PIC 9(9) VALUE 0.
             01 ws-bad-card-count PIC 9(9) VALUE 0.
             01 ws-spec-made PIC 9(9).
             01 ws-spec-idx PIC 9(9).
             01 ws-spec-digits PIC 9(2).
             01 ws-spec-shape PIC X(11).
             01 ws-impossible PIC X.
             01 ws-made PIC X.
             01 ws-built PIC X.
             01 ws-attempt PIC 9(4).
             01 ws-ref-seq PIC 9(6) VALUE 0.
             01 ws-work-ref PIC X(12).
      * Park-Miller minimal standard generator state.
             01 ws-rand PIC S9(18) USAGE COMP-3.
             01 ws-span USAGE BINARY-LONG UNSIGNED.
      * The candidate being built, its digit window and the powers
      * and quotients the builders test against it.
             01 ws-cand-n PIC S9(31) USAGE COMP-3.
             01 ws-trial-n PIC S9(31) USAGE COMP-3.
             01 ws-lower PIC S9(31) USAGE COMP-3.
             01 ws-upper PIC S9(31) USAGE COMP-3.
             01 ws-range-low PIC S9(31) USAGE COMP-3.
             01 ws-range-high PIC S9(31) USAGE COMP-3.
             01 ws-pow-result PIC S9(31) USAGE COMP-3.
             01 ws-pow-over PIC X.
             01 ws-pow-base PIC 9(9).
             01 ws-k USAGE BINARY-LONG UNSIGNED.
             01 ws-k-min USAGE BINARY-LONG UNSIGNED.
             01 ws-k-max USAGE BINARY-LONG UNSIGNED.
             01 ws-half-digits USAGE BINARY-LONG UNSIGNED.
             01 ws-ten-count USAGE BINARY-LONG UNSIGNED.
             01 ws-ten-power PIC S9(31) USAGE COMP-3.
             01 ws-p PIC 9(9).
             01 ws-q PIC 9(9).
             01 ws-lo-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-hi-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-pick-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-a USAGE BINARY-LONG UNSIGNED.
             01 ws-b USAGE BINARY-LONG UNSIGNED.
             01 ws-mid USAGE BINARY-LONG UNSIGNED.
             01 ws-idx USAGE BINARY-LONG UNSIGNED.
      * The sieve as tabled: every ws-stride-th prime up to the
      * table bound, plus every prime below 1000 for SMOOTH.
             01 ws-sieve-limit PIC 9(9) VALUE 0.
             01 ws-sieve-count PIC 9(9) VALUE 0.
             01 ws-stride USAGE BINARY-LONG UNSIGNED VALUE 1.
             01 ws-row-no USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-max-digits USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-digit-work PIC 9(9).
             01 WS-PRIME-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PRIME-TABLE.
                05 WS-PRIME OCCURS 1 TO 100000 TIMES
                      DEPENDING ON WS-PRIME-COUNT PIC 9(9).
             01 WS-SMALL-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-SMALL-TABLE.
                05 WS-SMALL-ENTRY OCCURS 1 TO 168 TIMES
                      DEPENDING ON WS-SMALL-COUNT.
                   10 WS-S-PRIME          PIC 9(3).
                   10 WS-S-EXP            PIC 9(3).
      * The known answer for the candidate being built.  A 30-digit
      * number has at most 25 distinct prime factors.
             01 WS-FAC-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-FAC-TABLE.
                05 WS-FAC-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-FAC-COUNT.
                   10 WS-F-PRIME          PIC 9(9).
                   10 WS-F-EXP            PIC 9(3).
      * Everything generated this run, the candidatestage.cbl
      * staging bound, so no N is generated twice.
             01 WS-GEN-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-GEN-TABLE.
                05 WS-GEN-N OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-GEN-COUNT PIC 9(30).
             01 ws-dup PIC X.

       PROCEDURE DIVISION.
          OPEN INPUT CARD-FILE.
          IF ws-crd-status IS NOT EQUAL TO "00"
             DISPLAY "CANDGEN: NO SPEC CARD"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-SIEVE.
          IF WS-PRIME-COUNT IS EQUAL TO 0
             DISPLAY "CANDGEN: NO PRIME SIEVE, RUN SIEVEGEN FIRST"
             CLOSE CARD-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM KEEP-OTHER-INTAKE.
          MOVE SPACES TO SYNTH-EXPECTED-RECORD.
          OPEN OUTPUT EXPECTED-FILE.
          PERFORM UNTIL ws-crd-eof IS EQUAL TO "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO ws-crd-eof
                NOT AT END
                   ADD 1 TO ws-card-line
                   PERFORM RUN-ONE-SPEC
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
          CLOSE EXPECTED-FILE.
          CLOSE WORK-FILE.
          PERFORM COPY-BACK-INTAKE.
          DISPLAY "CANDGEN: " WS-GEN-COUNT " CANDIDATE(S) "
             "GENERATED, " ws-kept-count " OTHER INTAKE ROW(S) "
             "KEPT, " ws-shortfall-count " SHORT, "
             ws-bad-card-count " BAD SPEC(S)".
          IF ws-shortfall-count IS GREATER THAN 0
             OR ws-bad-card-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * Header first (limit, count), then one prime per row.  The
      * stride keeps the table inside its bound on a big sieve.
       LOAD-SIEVE.
          MOVE "N" TO ws-scan-eof.
          MOVE "Y" TO ws-first-line.
          OPEN INPUT SIEVE-FILE.
          IF ws-siv-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ SIEVE-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF ws-first-line IS EQUAL TO "Y"
                      MOVE "N" TO ws-first-line
                      MOVE SV-VALUE TO ws-sieve-limit
                      MOVE SV-COUNT TO ws-sieve-count
                      COMPUTE ws-stride =
                         ws-sieve-count / 100000 + 1
                   ELSE
                      IF SV-VALUE IS GREATER THAN ws-sieve-limit
                         MOVE "Y" TO ws-scan-eof
                      ELSE
                         PERFORM TABLE-ONE-PRIME
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SIEVE-FILE.
          IF WS-PRIME-COUNT IS GREATER THAN 0
             MOVE WS-PRIME(WS-PRIME-COUNT) TO ws-digit-work
             MOVE 0 TO ws-max-digits
             PERFORM UNTIL ws-digit-work IS EQUAL TO 0
                ADD 1 TO ws-max-digits
                DIVIDE 10 INTO ws-digit-work
             END-PERFORM
          END-IF.

       TABLE-ONE-PRIME.
          ADD 1 TO ws-row-no.
          IF SV-VALUE IS LESS THAN 1000
             AND WS-SMALL-COUNT IS LESS THAN 168
             ADD 1 TO WS-SMALL-COUNT
             MOVE SV-VALUE TO WS-S-PRIME(WS-SMALL-COUNT)
          END-IF.
          IF FUNCTION MOD(ws-row-no - 1, ws-stride) IS EQUAL TO 0
             AND WS-PRIME-COUNT IS LESS THAN 100000
             ADD 1 TO WS-PRIME-COUNT
             MOVE SV-VALUE TO WS-PRIME(WS-PRIME-COUNT)
          END-IF.

      * Carries every non-SYNTHGEN intake row into the work file;
      * the new synthetic rows follow them there, and the work file
      * replaces the intake once the card is done.
       KEEP-OTHER-INTAKE.
          MOVE SPACES TO WORK-RECORD.
          OPEN OUTPUT WORK-FILE.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT INTAKE-FILE.
          IF ws-int-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ INTAKE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF IN-REQUESTER IS NOT EQUAL TO "SYNTHGEN"
                         MOVE INTAKE-RECORD TO WORK-RECORD
                         WRITE WORK-RECORD
                         ADD 1 TO ws-kept-count
                      END-IF
                END-READ
             END-PERFORM
             CLOSE INTAKE-FILE
          END-IF.

       COPY-BACK-INTAKE.
          MOVE SPACES TO INTAKE-RECORD.
          OPEN OUTPUT INTAKE-FILE.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT WORK-FILE.
          IF ws-wrk-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ WORK-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE WORK-RECORD TO INTAKE-RECORD
                      WRITE INTAKE-RECORD
                END-READ
             END-PERFORM
             CLOSE WORK-FILE
          END-IF.
          CLOSE INTAKE-FILE.

      * One card line: validate it, then build its count of
      * candidates.
       RUN-ONE-SPEC.
          IF SC-SHAPE IS NOT EQUAL TO "PRIME"
             AND SC-SHAPE IS NOT EQUAL TO "SEMIPRIME"
             AND SC-SHAPE IS NOT EQUAL TO "SMOOTH"
             AND SC-SHAPE IS NOT EQUAL TO "PRIME-POWER"
             OR SC-DIGITS IS NOT NUMERIC
             OR SC-COUNT IS NOT NUMERIC
             DISPLAY "CANDGEN: CARD LINE " ws-card-line
                " NOT A VALID SPEC, SKIPPED"
             ADD 1 TO ws-bad-card-count
             EXIT PARAGRAPH
          END-IF.
          IF SC-DIGITS IS LESS THAN 1 OR SC-DIGITS IS GREATER THAN 30
             DISPLAY "CANDGEN: CARD LINE " ws-card-line
                " DIGIT LENGTH MUST BE 1-30, SKIPPED"
             ADD 1 TO ws-bad-card-count
             EXIT PARAGRAPH
          END-IF.
          MOVE SC-SHAPE TO ws-spec-shape.
          MOVE SC-DIGITS TO ws-spec-digits.
          IF SC-SEED IS NUMERIC AND SC-SEED IS GREATER THAN 0
             COMPUTE ws-rand = FUNCTION MOD(SC-SEED, 2147483646) + 1
          ELSE
             MOVE 20110101 TO ws-rand
          END-IF.
      * The digit window [10**(d-1), 10**d - 1].
          COMPUTE ws-ten-count = ws-spec-digits - 1.
          PERFORM TEN-TO-THE.
          MOVE ws-ten-power TO ws-lower.
          MOVE ws-spec-digits TO ws-ten-count.
          PERFORM TEN-TO-THE.
          COMPUTE ws-upper = ws-ten-power - 1.
          MOVE 0 TO ws-spec-made.
          MOVE "N" TO ws-impossible.
          PERFORM VARYING ws-spec-idx FROM 1 BY 1
             UNTIL ws-spec-idx IS GREATER THAN SC-COUNT
                OR ws-impossible IS EQUAL TO "Y"
             PERFORM GENERATE-ONE
          END-PERFORM.
          IF ws-spec-made IS LESS THAN SC-COUNT
             COMPUTE ws-shortfall-count = ws-shortfall-count
                + SC-COUNT - ws-spec-made
          END-IF.
          DISPLAY "CANDGEN: " ws-spec-shape " " ws-spec-digits
             " DIGITS, " ws-spec-made " OF " SC-COUNT " GENERATED".

       TEN-TO-THE.
          MOVE 1 TO ws-ten-power.
          PERFORM ws-ten-count TIMES
             MULTIPLY 10 BY ws-ten-power
          END-PERFORM.

      * Up to 50 draws for one candidate; a draw that builds a
      * number already generated this run is thrown back.
       GENERATE-ONE.
          IF WS-GEN-COUNT IS EQUAL TO 500
             MOVE "Y" TO ws-impossible
             DISPLAY "CANDGEN: 500 CANDIDATES GENERATED, STAGING "
                "BOUND REACHED"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-made.
          MOVE 0 TO ws-attempt.
          PERFORM UNTIL ws-made IS EQUAL TO "Y"
             OR ws-attempt IS EQUAL TO 50
             OR ws-impossible IS EQUAL TO "Y"
             ADD 1 TO ws-attempt
             MOVE "N" TO ws-built
             MOVE 0 TO WS-FAC-COUNT
             EVALUATE ws-spec-shape
                WHEN "PRIME"
                   PERFORM BUILD-PRIME
                WHEN "SEMIPRIME"
                   PERFORM BUILD-SEMIPRIME
                WHEN "SMOOTH"
                   PERFORM BUILD-SMOOTH
                WHEN "PRIME-POWER"
                   PERFORM BUILD-PRIME-POWER
             END-EVALUATE
             IF ws-built IS EQUAL TO "Y"
                PERFORM CHECK-DUPLICATE
                IF ws-dup IS EQUAL TO "N"
                   MOVE "Y" TO ws-made
                END-IF
             END-IF
          END-PERFORM.
          IF ws-made IS EQUAL TO "Y"
             ADD 1 TO ws-spec-made
             ADD 1 TO WS-GEN-COUNT
             MOVE ws-cand-n TO WS-GEN-N(WS-GEN-COUNT)
             PERFORM WRITE-CANDIDATE
          END-IF.

       CHECK-DUPLICATE.
          MOVE "N" TO ws-dup.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN WS-GEN-COUNT
             IF WS-GEN-N(ws-idx) IS EQUAL TO ws-cand-n
                MOVE "Y" TO ws-dup
             END-IF
          END-PERFORM.

       NEXT-RANDOM.
          COMPUTE ws-rand = FUNCTION MOD(ws-rand * 16807, 2147483647).

      * Picks a table index uniformly from ws-lo-idx..ws-hi-idx.
       PICK-IN-RANGE.
          PERFORM NEXT-RANDOM.
          COMPUTE ws-span = ws-hi-idx - ws-lo-idx + 1.
          COMPUTE ws-pick-idx = ws-lo-idx
             + FUNCTION MOD(ws-rand, ws-span).

      * ws-pow-result = WS-PRIME(ws-mid) ** ws-k, with ws-pow-over
      * set when it runs past 31 digits (and so past any window).
       RAISE-TABLE-PRIME.
          MOVE WS-PRIME(ws-mid) TO ws-pow-base.
          MOVE 1 TO ws-pow-result.
          MOVE "N" TO ws-pow-over.
          PERFORM ws-k TIMES
             IF ws-pow-over IS EQUAL TO "N"
                COMPUTE ws-pow-result = ws-pow-result * ws-pow-base
                   ON SIZE ERROR
                      MOVE "Y" TO ws-pow-over
                END-COMPUTE
             END-IF
          END-PERFORM.

      * The table indexes whose prime, raised to ws-k, falls in
      * [ws-range-low, ws-range-high]: two binary searches over the
      * ascending table.  ws-lo-idx > ws-hi-idx when there are none.
       FIND-RANGE.
          MOVE 1 TO ws-a.
          COMPUTE ws-b = WS-PRIME-COUNT + 1.
          PERFORM UNTIL ws-a IS NOT LESS THAN ws-b
             COMPUTE ws-mid = (ws-a + ws-b) / 2
             PERFORM RAISE-TABLE-PRIME
             IF ws-pow-over IS EQUAL TO "N"
                AND ws-pow-result IS LESS THAN ws-range-low
                COMPUTE ws-a = ws-mid + 1
             ELSE
                MOVE ws-mid TO ws-b
             END-IF
          END-PERFORM.
          MOVE ws-a TO ws-lo-idx.
          MOVE 1 TO ws-a.
          COMPUTE ws-b = WS-PRIME-COUNT + 1.
          PERFORM UNTIL ws-a IS NOT LESS THAN ws-b
             COMPUTE ws-mid = (ws-a + ws-b) / 2
             PERFORM RAISE-TABLE-PRIME
             IF ws-pow-over IS EQUAL TO "N"
                AND ws-pow-result IS NOT GREATER THAN ws-range-high
                COMPUTE ws-a = ws-mid + 1
             ELSE
                MOVE ws-mid TO ws-b
             END-IF
          END-PERFORM.
          COMPUTE ws-hi-idx = ws-a - 1.

      * No sieve prime of the length means no draw ever will.
       BUILD-PRIME.
          MOVE 1 TO ws-k.
          MOVE ws-lower TO ws-range-low.
          MOVE ws-upper TO ws-range-high.
          PERFORM FIND-RANGE.
          IF ws-lo-idx IS GREATER THAN ws-hi-idx
             MOVE "Y" TO ws-impossible
             EXIT PARAGRAPH
          END-IF.
          PERFORM PICK-IN-RANGE.
          MOVE WS-PRIME(ws-pick-idx) TO ws-p.
          MOVE ws-p TO ws-cand-n.
          MOVE 1 TO WS-FAC-COUNT.
          MOVE ws-p TO WS-F-PRIME(1).
          MOVE 1 TO WS-F-EXP(1).
          MOVE "Y" TO ws-built.

      * p takes half the digits; q is then drawn from the primes
      * that bring p * q into the window, no smaller than p so the
      * answer is already in ascending order.
       BUILD-SEMIPRIME.
          COMPUTE ws-half-digits = ws-spec-digits / 2.
          IF ws-half-digits IS EQUAL TO 0
             MOVE 1 TO ws-half-digits
          END-IF.
          MOVE 1 TO ws-k.
          COMPUTE ws-ten-count = ws-half-digits - 1.
          PERFORM TEN-TO-THE.
          MOVE ws-ten-power TO ws-range-low.
          MOVE ws-half-digits TO ws-ten-count.
          PERFORM TEN-TO-THE.
          COMPUTE ws-range-high = ws-ten-power - 1.
          PERFORM FIND-RANGE.
          IF ws-lo-idx IS GREATER THAN ws-hi-idx
             MOVE "Y" TO ws-impossible
             EXIT PARAGRAPH
          END-IF.
      * If even the largest such p needs a q beyond the sieve's
      * largest prime, no draw will ever find one.
          MOVE WS-PRIME(ws-hi-idx) TO ws-p.
          COMPUTE ws-range-low = (ws-lower + ws-p - 1) / ws-p.
          IF ws-range-low IS GREATER THAN WS-PRIME(WS-PRIME-COUNT)
             MOVE "Y" TO ws-impossible
             EXIT PARAGRAPH
          END-IF.
          PERFORM PICK-IN-RANGE.
          MOVE WS-PRIME(ws-pick-idx) TO ws-p.
          COMPUTE ws-range-low = (ws-lower + ws-p - 1) / ws-p.
          IF ws-range-low IS LESS THAN ws-p
             MOVE ws-p TO ws-range-low
          END-IF.
          COMPUTE ws-range-high = ws-upper / ws-p.
          PERFORM FIND-RANGE.
          IF ws-lo-idx IS GREATER THAN ws-hi-idx
             EXIT PARAGRAPH
          END-IF.
          PERFORM PICK-IN-RANGE.
          MOVE WS-PRIME(ws-pick-idx) TO ws-q.
          COMPUTE ws-cand-n = ws-p * ws-q.
          IF ws-p IS EQUAL TO ws-q
             MOVE 1 TO WS-FAC-COUNT
             MOVE ws-p TO WS-F-PRIME(1)
             MOVE 2 TO WS-F-EXP(1)
          ELSE
             MOVE 2 TO WS-FAC-COUNT
             MOVE ws-p TO WS-F-PRIME(1)
             MOVE 1 TO WS-F-EXP(1)
             MOVE ws-q TO WS-F-PRIME(2)
             MOVE 1 TO WS-F-EXP(2)
          END-IF.
          MOVE "Y" TO ws-built.

      * k is drawn between the smallest exponent the sieve's
      * longest prime can reach the length with and the largest
      * 2 ** k can, then p from the primes whose k-th power lands
      * in the window.
       BUILD-PRIME-POWER.
          COMPUTE ws-k-min =
             (ws-spec-digits + ws-max-digits - 1) / ws-max-digits.
          IF ws-k-min IS LESS THAN 2
             MOVE 2 TO ws-k-min
          END-IF.
          COMPUTE ws-k-max = (ws-spec-digits * 10) / 3.
          IF ws-k-max IS LESS THAN ws-k-min
             MOVE ws-k-min TO ws-k-max
          END-IF.
          PERFORM NEXT-RANDOM.
          COMPUTE ws-k = ws-k-min
             + FUNCTION MOD(ws-rand, ws-k-max - ws-k-min + 1).
          MOVE ws-lower TO ws-range-low.
          MOVE ws-upper TO ws-range-high.
          PERFORM FIND-RANGE.
          IF ws-lo-idx IS GREATER THAN ws-hi-idx
             EXIT PARAGRAPH
          END-IF.
          PERFORM PICK-IN-RANGE.
          MOVE ws-pick-idx TO ws-mid.
          PERFORM RAISE-TABLE-PRIME.
          MOVE ws-pow-result TO ws-cand-n.
          MOVE 1 TO WS-FAC-COUNT.
          MOVE WS-PRIME(ws-pick-idx) TO WS-F-PRIME(1).
          MOVE ws-k TO WS-F-EXP(1).
          MOVE "Y" TO ws-built.

      * Small primes multiplied in at random until the product
      * reaches the window; one that would overshoot it is swapped
      * for 2, which never can (twice anything below 10**(d-1) is
      * still below 10**d).
       BUILD-SMOOTH.
          IF WS-SMALL-COUNT IS EQUAL TO 0
             MOVE "Y" TO ws-impossible
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN WS-SMALL-COUNT
             MOVE 0 TO WS-S-EXP(ws-idx)
          END-PERFORM.
          MOVE 1 TO ws-cand-n.
          PERFORM UNTIL ws-cand-n IS NOT LESS THAN ws-lower
             AND ws-cand-n IS GREATER THAN 1
             PERFORM NEXT-RANDOM
             COMPUTE ws-idx = 1
                + FUNCTION MOD(ws-rand, WS-SMALL-COUNT)
             COMPUTE ws-trial-n = ws-cand-n * WS-S-PRIME(ws-idx)
             IF ws-trial-n IS GREATER THAN ws-upper
                MOVE 1 TO ws-idx
                COMPUTE ws-trial-n = ws-cand-n * WS-S-PRIME(1)
             END-IF
             MOVE ws-trial-n TO ws-cand-n
             ADD 1 TO WS-S-EXP(ws-idx)
          END-PERFORM.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN WS-SMALL-COUNT
             IF WS-S-EXP(ws-idx) IS GREATER THAN 0
                ADD 1 TO WS-FAC-COUNT
                MOVE WS-S-PRIME(ws-idx) TO WS-F-PRIME(WS-FAC-COUNT)
                MOVE WS-S-EXP(ws-idx) TO WS-F-EXP(WS-FAC-COUNT)
             END-IF
          END-PERFORM.
          MOVE "Y" TO ws-built.

      * One intake row, and the SXHDR/SXFAC/SXTRL answer group
      * under the same partner reference.
       WRITE-CANDIDATE.
          ADD 1 TO ws-ref-seq.
          MOVE SPACES TO ws-work-ref.
          STRING "SG" ws-ref-seq DELIMITED BY SIZE INTO ws-work-ref.
          MOVE SPACES TO INTAKE-RECORD.
          MOVE "SYNTHGEN" TO IN-REQUESTER.
          MOVE ws-cand-n TO IN-N.
          MOVE ws-work-ref TO IN-PARTNER-REF.
          MOVE 0 TO IN-DUE-DATE.
          MOVE INTAKE-RECORD TO WORK-RECORD.
          WRITE WORK-RECORD.
          MOVE SPACES TO SYNTH-EXPECTED-RECORD.
          MOVE "SXHDR" TO SX-RECORD-TYPE.
          MOVE ws-cand-n TO SX-N.
          MOVE 0 TO SX-PRIME.
          MOVE 0 TO SX-EXPONENT.
          MOVE ws-spec-shape TO SX-SHAPE.
          MOVE ws-work-ref TO SX-PARTNER-REF.
          WRITE SYNTH-EXPECTED-RECORD.
          MOVE "SXFAC" TO SX-RECORD-TYPE.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN WS-FAC-COUNT
             MOVE WS-F-PRIME(ws-idx) TO SX-PRIME
             MOVE WS-F-EXP(ws-idx) TO SX-EXPONENT
             WRITE SYNTH-EXPECTED-RECORD
          END-PERFORM.
          MOVE "SXTRL" TO SX-RECORD-TYPE.
          MOVE 0 TO SX-PRIME.
          MOVE WS-FAC-COUNT TO SX-EXPONENT.
          WRITE SYNTH-EXPECTED-RECORD.
