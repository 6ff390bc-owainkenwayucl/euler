       IDENTIFICATION DIVISION.
       PROGRAM-ID. primecert.
       AUTHOR. Owain Kenway.

      * Builds a Pratt primality certificate (primecertrec.cpy) for
      * every prime verdict in prime_cache.dat.  A cached Y is only
      * as good as the isprime.cbl scan or fermatprime.cbl test that
      * produced it, and a Fermat verdict is only probable -- the
      * pseudoprime watchlist exists because base 2 has been fooled
      * before.  A certificate turns the verdict into a proof that
      * certverify.cbl can re-check on demand in a fraction of the
      * work it took to find:
      *
      *    N-1 is factored completely -- trial division to the
      *       PRIMCERT TDIV budget, then the same fermatprime.cbl /
      *       pollardrho.cbl fallback primefactorization.cbl uses for
      *       whatever is left (PRIMCERT RHOI iterations);
      *    every factor q must itself be prime: proof T when the
      *       trial scan settles it, proof C when q is big enough to
      *       need a certificate of its own -- those are built first
      *       from a small work stack, so a chain of large factors
      *       ends up as one PROVEN record per link;
      *    a witness a = 2, 3, ... is tried until a**(N-1) = 1 MOD N
      *       with a**((N-1)/q) <> 1 MOD N for every q, all through
      *       modexp.cbl.
      *
      * A base with a**(N-1) <> 1 MOD N proves the cached Y wrong:
      * the certificate is filed REFUTED with that base and a
      * PRIME CERT REFUTED alert raised.  A certificate that cannot
      * be completed inside the budgets (rho gives up, no witness
      * among the first bases, a factor whose own certificate is
      * not PROVEN, or a chain deeper than the work stack) is filed
      * PROBABLE: the cached verdict stands, unproven.  N already
      * holding a PROVEN certificate is skipped, so the nightly cost
      * is the new primes only.  Ends RC 8 if anything was refuted.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT PRIME-CACHE-FILE
                ASSIGN TO "cobol/data/prime_cache.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PC-N
                FILE STATUS IS WS-PCH-STATUS.
             SELECT PRIME-CERT-FILE
                ASSIGN TO "cobol/data/prime_certs.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PCT-N
                FILE STATUS IS WS-PCT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD PRIME-CACHE-FILE.
             COPY "primecacherec.cpy".
          FD PRIME-CERT-FILE.
             COPY "primecertrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-ctl-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-pch-status PIC XX.
             01 ws-pch-eof PIC X VALUE "N".
             01 ws-pct-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
      * Factoring budgets for N-1 from the control file (PRIMCERT
      * TDIV and RHOI); these VALUEs are only the fallback when no
      * record is present.
             01 ws-trial-budget PIC S9(30) USAGE COMP-3
                VALUE 1000000.
             01 ws-rho-limit PIC 9(9) VALUE 100000.
      * Bases tried for a witness before the certificate is filed
      * PROBABLE.  Every prime has a primitive root, and the
      * smallest is almost always in single or double figures.
             01 ws-witness-limit PIC S9(30) USAGE COMP-3 VALUE 1000.
      * The cached primes, gathered first so the cache is not held
      * open while certificates are built.
             01 WS-PRIME-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PRIME-TABLE.
                05 WS-PRIME-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-PRIME-COUNT
                      INDEXED BY PRM-IDX.
                   10 WS-P-N              PIC S9(30) USAGE COMP-3.
             01 ws-skipped-count PIC 9(9) VALUE 0.
      * Work stack of numbers awaiting a certificate: the cached
      * prime at the bottom, any factor of N-1 needing its own
      * certificate pushed above it and certified first.
             01 WS-STACK-TOP USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-STACK-TABLE.
                05 WS-STACK-ENTRY OCCURS 30 TIMES.
                   10 WS-K-N              PIC S9(30) USAGE COMP-3.
      * The certificate under construction for the top of the stack.
             01 ws-t PIC S9(30) USAGE COMP-3.
             01 ws-t-minus-1 PIC S9(30) USAGE COMP-3.
             01 ws-cert-status PIC X(8).
             01 ws-cert-witness PIC S9(30) USAGE COMP-3.
             01 ws-build-outcome PIC X(4).
             01 ws-factor-ok PIC X.
             01 WS-Q-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-Q-TABLE.
                05 WS-Q-ENTRY OCCURS 25 TIMES
                      INDEXED BY Q-IDX.
                   10 WS-Q-PRIME          PIC S9(30) USAGE COMP-3.
                   10 WS-Q-EXPONENT       PIC 9(3).
                   10 WS-Q-PROOF          PIC X.
      * Factoring N-1, after primefactorization.cbl's own flow.
             01 ws-remaining PIC S9(30) USAGE COMP-3.
             01 m PIC S9(30) USAGE COMP-3.
             01 f PIC S9(30) USAGE COMP-3.
             01 d PIC S9(30) USAGE COMP-3.
             01 ws-exponent PIC 9(3).
             01 ws-proof PIC X.
             01 ws-trial-exhausted PIC X.
             01 ws-rho-piece PIC S9(30) USAGE COMP-3.
             01 ws-rho-split PIC S9(30) USAGE COMP-3.
             01 ws-rho-other PIC S9(30) USAGE COMP-3.
             01 ws-prp-flag PIC S9(30) USAGE COMP-3.
             01 ws-piece-settled PIC X.
      * Witness search.
             01 ws-base PIC S9(30) USAGE COMP-3.
             01 ws-power PIC S9(30) USAGE COMP-3.
             01 ws-residue PIC S9(30) USAGE COMP-3.
             01 ws-base-ok PIC X.
             01 ws-witness-found PIC X.
      * Tallies for the closing summary and the control ledger.
             01 ws-proven-count PIC 9(9) VALUE 0.
             01 ws-probable-count PIC 9(9) VALUE 0.
             01 ws-refuted-count PIC 9(9) VALUE 0.
             01 ws-written-count PIC 9(9) VALUE 0.
             01 ws-ledger-name PIC X(30).
             01 ws-alert-source PIC X(8) VALUE "PRIMCERT".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-CERT-BUDGETS.
          PERFORM LOAD-CACHED-PRIMES.
      * First-ever run: create the certificate file, then reopen it
      * I-O for the keyed READs, as batchisprime.cbl does the cache.
          OPEN I-O PRIME-CERT-FILE.
          IF ws-pct-status IS NOT EQUAL TO "00"
             OPEN OUTPUT PRIME-CERT-FILE
             CLOSE PRIME-CERT-FILE
             OPEN I-O PRIME-CERT-FILE
          END-IF.
          PERFORM VARYING PRM-IDX FROM 1 BY 1
             UNTIL PRM-IDX IS GREATER THAN WS-PRIME-COUNT
             PERFORM CERTIFY-ONE-PRIME
          END-PERFORM.
          CLOSE PRIME-CERT-FILE.
          DISPLAY "PRIMECERT: CACHED PRIMES " WS-PRIME-COUNT
             " ALREADY PROVEN " ws-skipped-count.
          DISPLAY "PRIMECERT: PROVEN " ws-proven-count
             " PROBABLE " ws-probable-count
             " REFUTED " ws-refuted-count.
      * Control-ledger row for ledgerbalance.cbl to re-count against.
      * The claim is the whole file -- certificates rewritten this
      * run plus the PROVEN ones left standing -- since that is what
      * a re-count of the keyed file sees.
          ADD ws-skipped-count TO ws-written-count.
          MOVE "prime_certs.dat" TO ws-ledger-name.
          CALL 'ledgerlog' USING ws-ledger-name, ws-written-count.
          IF ws-refuted-count IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * PRIMCERT TDIV and RHOI from the control file; an absent file
      * or record leaves the WORKING-STORAGE defaults standing.
       LOAD-CERT-BUDGETS.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "PRIMCERT"
                         AND CTL-MODE IS EQUAL TO "TDIV"
                         MOVE CTL-THRESHOLD TO ws-trial-budget
                      END-IF
                      IF CTL-PROGRAM-ID IS EQUAL TO "PRIMCERT"
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

      * Every Y in the primality cache, in key order.  No cache yet
      * means nothing to certify.
       LOAD-CACHED-PRIMES.
          OPEN INPUT PRIME-CACHE-FILE.
          IF ws-pch-status IS NOT EQUAL TO "00"
             DISPLAY "PRIMECERT: NO PRIME CACHE, NOTHING TO CERTIFY"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-pch-eof IS EQUAL TO "Y"
             READ PRIME-CACHE-FILE NEXT RECORD
                AT END
                   MOVE "Y" TO ws-pch-eof
                NOT AT END
                   IF PC-IS-PRIME IS EQUAL TO "Y"
                      AND WS-PRIME-COUNT IS LESS THAN 5000
                      ADD 1 TO WS-PRIME-COUNT
                      MOVE PC-N TO WS-P-N(WS-PRIME-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PRIME-CACHE-FILE.

      * One cached prime: skip it if already PROVEN, otherwise work
      * the stack down from it and tally where it ended up.
       CERTIFY-ONE-PRIME.
          MOVE WS-P-N(PRM-IDX) TO PCT-N.
          READ PRIME-CERT-FILE
             INVALID KEY
                MOVE SPACES TO PCT-STATUS
          END-READ.
          IF ws-pct-status IS EQUAL TO "00"
             AND PCT-STATUS IS EQUAL TO "PROVEN"
             ADD 1 TO ws-skipped-count
             EXIT PARAGRAPH
          END-IF.
          MOVE 1 TO WS-STACK-TOP.
          MOVE WS-P-N(PRM-IDX) TO WS-K-N(1).
          PERFORM UNTIL WS-STACK-TOP IS EQUAL TO 0
             PERFORM WORK-STACK-TOP
          END-PERFORM.
          MOVE WS-P-N(PRM-IDX) TO PCT-N.
          READ PRIME-CERT-FILE
             INVALID KEY
                MOVE SPACES TO PCT-STATUS
          END-READ.
          EVALUATE PCT-STATUS
             WHEN "PROVEN"
                ADD 1 TO ws-proven-count
             WHEN "REFUTED"
                ADD 1 TO ws-refuted-count
                DISPLAY "PRIMECERT: CACHED PRIME " PCT-N
                   " REFUTED BY BASE " PCT-WITNESS
                MOVE "PRIME CERT REFUTED" TO ws-alert-condition
                MOVE PCT-N TO ws-alert-key-1
                MOVE PCT-WITNESS TO ws-alert-key-2
                CALL 'alertlog' USING ws-alert-source,
                   ws-alert-condition, ws-alert-key-1,
                   ws-alert-key-2
             WHEN OTHER
                ADD 1 TO ws-probable-count
          END-EVALUATE.

      * The top of the stack is either already certified (a factor
      * shared with an earlier N), certified now, or has pushed a
      * factor that must be certified before it.
       WORK-STACK-TOP.
          MOVE WS-K-N(WS-STACK-TOP) TO ws-t.
          IF WS-STACK-TOP IS GREATER THAN 1
             MOVE ws-t TO PCT-N
             READ PRIME-CERT-FILE
                INVALID KEY
                   MOVE SPACES TO PCT-STATUS
             END-READ
             IF ws-pct-status IS EQUAL TO "00"
                AND PCT-STATUS IS EQUAL TO "PROVEN"
                SUBTRACT 1 FROM WS-STACK-TOP
                EXIT PARAGRAPH
             END-IF
          END-IF.
          PERFORM BUILD-CERTIFICATE.
          IF ws-build-outcome IS EQUAL TO "DONE"
             SUBTRACT 1 FROM WS-STACK-TOP
          END-IF.

      * Certificate for ws-t: DONE once a record is written, NEED
      * when a factor of ws-t - 1 was pushed for certifying first.
       BUILD-CERTIFICATE.
          MOVE "DONE" TO ws-build-outcome.
          MOVE "PROBABLE" TO ws-cert-status.
          MOVE 0 TO ws-cert-witness.
          MOVE 0 TO WS-Q-COUNT.
          IF ws-t IS EQUAL TO 2
      * The base of every chain: 2 is prime by definition.
             MOVE "PROVEN" TO ws-cert-status
             PERFORM WRITE-CERTIFICATE
             EXIT PARAGRAPH
          END-IF.
          IF ws-t IS LESS THAN 2 OR FUNCTION MOD(ws-t, 2) = 0
      * Even above 2: any base fails a**(N-1) = 1 MOD N, base 2
      * included, since the residue is itself even.
             MOVE "REFUTED" TO ws-cert-status
             MOVE 2 TO ws-cert-witness
             PERFORM WRITE-CERTIFICATE
             EXIT PARAGRAPH
          END-IF.
          SUBTRACT 1 FROM ws-t GIVING ws-t-minus-1.
          PERFORM FACTOR-N-MINUS-1.
          IF ws-factor-ok IS EQUAL TO "N"
             PERFORM WRITE-CERTIFICATE
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-FACTOR-CERTIFICATES.
          IF ws-build-outcome IS EQUAL TO "NEED"
             EXIT PARAGRAPH
          END-IF.
          IF ws-factor-ok IS EQUAL TO "N"
             PERFORM WRITE-CERTIFICATE
             EXIT PARAGRAPH
          END-IF.
          PERFORM FIND-WITNESS.
          PERFORM WRITE-CERTIFICATE.

      * ws-t - 1 into WS-Q-TABLE, smallest factors first by trial
      * division, then the rho fallback past the budget.  Clears
      * ws-factor-ok if the factorization cannot be completed.
       FACTOR-N-MINUS-1.
          MOVE "Y" TO ws-factor-ok.
          MOVE "N" TO ws-trial-exhausted.
          MOVE ws-t-minus-1 TO ws-remaining.
          PERFORM UNTIL ws-remaining IS EQUAL TO 1
             OR ws-factor-ok IS EQUAL TO "N"
             PERFORM FIND-NEXT-FACTOR
          END-PERFORM.

       FIND-NEXT-FACTOR.
          CALL 'intsqrt' USING ws-remaining, m.
          ADD 1 TO m.
          MOVE "T" TO ws-proof.
          IF m IS LESS THAN OR EQUAL TO ws-trial-budget
             IF ws-trial-exhausted IS EQUAL TO "Y"
                MOVE 0 TO f
             ELSE
                CALL 'smallestfactor' USING ws-remaining, f, m
             END-IF
             IF f IS EQUAL TO 0
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
          IF f IS EQUAL TO 0
             MOVE "N" TO ws-factor-ok
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-exponent.
          PERFORM WITH TEST AFTER UNTIL d IS NOT EQUAL TO 1
             CALL 'divides' USING ws-remaining, f, d
             IF d IS EQUAL TO 1
                DIVIDE ws-remaining BY f GIVING ws-remaining
                ADD 1 TO ws-exponent
             END-IF
          END-PERFORM.
          IF WS-Q-COUNT IS EQUAL TO 25
             MOVE "N" TO ws-factor-ok
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-Q-COUNT.
          MOVE f TO WS-Q-PRIME(WS-Q-COUNT).
          MOVE ws-exponent TO WS-Q-EXPONENT(WS-Q-COUNT).
          MOVE ws-proof TO WS-Q-PROOF(WS-Q-COUNT).

      * Past the trial budget: a probable-prime cofactor, or the
      * prime piece rho splits off, is a C factor -- it needs a
      * certificate of its own.  Rho giving up leaves f = 0: this
      * N-1 cannot be factored inside the budgets.
       RHO-FALLBACK.
          MOVE "C" TO ws-proof.
          CALL 'fermatprime' USING ws-remaining, ws-prp-flag.
          IF ws-prp-flag IS GREATER THAN 0
             MOVE ws-remaining TO f
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
                   MOVE "Y" TO ws-piece-settled
                END-IF
             END-IF
          END-PERFORM.

      * Every C factor needs a PROVEN certificate on file.  One with
      * no certificate yet is pushed and this N retried after it;
      * one whose certificate is PROBABLE or REFUTED -- or a full
      * stack -- leaves this N PROBABLE.
       CHECK-FACTOR-CERTIFICATES.
          PERFORM VARYING Q-IDX FROM 1 BY 1
             UNTIL Q-IDX IS GREATER THAN WS-Q-COUNT
             OR ws-build-outcome IS EQUAL TO "NEED"
             OR ws-factor-ok IS EQUAL TO "N"
             IF WS-Q-PROOF(Q-IDX) IS EQUAL TO "C"
                MOVE WS-Q-PRIME(Q-IDX) TO PCT-N
                READ PRIME-CERT-FILE
                   INVALID KEY
                      IF WS-STACK-TOP IS LESS THAN 30
                         ADD 1 TO WS-STACK-TOP
                         MOVE WS-Q-PRIME(Q-IDX) TO
                            WS-K-N(WS-STACK-TOP)
                         MOVE "NEED" TO ws-build-outcome
                      ELSE
                         MOVE "N" TO ws-factor-ok
                      END-IF
                   NOT INVALID KEY
                      IF PCT-STATUS IS NOT EQUAL TO "PROVEN"
                         MOVE "N" TO ws-factor-ok
                      END-IF
                END-READ
             END-IF
          END-PERFORM.

      * Bases 2, 3, ... until one proves ws-t prime, one proves it
      * composite, or the witness limit runs out.
       FIND-WITNESS.
          MOVE "N" TO ws-witness-found.
          PERFORM VARYING ws-base FROM 2 BY 1
             UNTIL ws-base IS GREATER THAN ws-witness-limit
             OR ws-base IS GREATER THAN OR EQUAL TO ws-t
             OR ws-witness-found IS EQUAL TO "Y"
             PERFORM TRY-ONE-BASE
          END-PERFORM.

       TRY-ONE-BASE.
          CALL 'modexp' USING ws-base, ws-t-minus-1, ws-t, ws-residue.
          IF ws-residue IS NOT EQUAL TO 1
             MOVE "REFUTED" TO ws-cert-status
             MOVE ws-base TO ws-cert-witness
             MOVE "Y" TO ws-witness-found
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-base-ok.
          PERFORM VARYING Q-IDX FROM 1 BY 1
             UNTIL Q-IDX IS GREATER THAN WS-Q-COUNT
             OR ws-base-ok IS EQUAL TO "N"
             DIVIDE ws-t-minus-1 BY WS-Q-PRIME(Q-IDX)
                GIVING ws-power
             CALL 'modexp' USING ws-base, ws-power, ws-t, ws-residue
             IF ws-residue IS EQUAL TO 1
                MOVE "N" TO ws-base-ok
             END-IF
          END-PERFORM.
          IF ws-base-ok IS EQUAL TO "Y"
             MOVE "PROVEN" TO ws-cert-status
             MOVE ws-base TO ws-cert-witness
             MOVE "Y" TO ws-witness-found
          END-IF.

      * The record is only assembled here, from WORKING-STORAGE, so
      * the keyed READs above can use the record area freely.  The
      * factor list is kept on PROBABLE records too, for whoever
      * looks into why one stopped short.
       WRITE-CERTIFICATE.
          MOVE SPACES TO PRIME-CERT-RECORD.
          MOVE ws-t TO PCT-N.
          MOVE ws-cert-status TO PCT-STATUS.
          MOVE ws-cert-witness TO PCT-WITNESS.
          MOVE ws-run-date TO PCT-BUILD-DATE.
          MOVE WS-Q-COUNT TO PCT-FACTOR-COUNT.
          PERFORM VARYING Q-IDX FROM 1 BY 1
             UNTIL Q-IDX IS GREATER THAN 25
             IF Q-IDX IS GREATER THAN WS-Q-COUNT
                MOVE 0 TO PCT-PRIME(Q-IDX)
                MOVE 0 TO PCT-EXPONENT(Q-IDX)
             ELSE
                MOVE WS-Q-PRIME(Q-IDX) TO PCT-PRIME(Q-IDX)
                MOVE WS-Q-EXPONENT(Q-IDX) TO PCT-EXPONENT(Q-IDX)
                MOVE WS-Q-PROOF(Q-IDX) TO PCT-PROOF(Q-IDX)
             END-IF
          END-PERFORM.
          WRITE PRIME-CERT-RECORD
             INVALID KEY
                REWRITE PRIME-CERT-RECORD
          END-WRITE.
          ADD 1 TO ws-written-count.
