       IDENTIFICATION DIVISION.
       PROGRAM-ID. certverify.
       AUTHOR. Owain Kenway.

      * Re-checks the Pratt certificate primecert.cbl filed for n in
      * prime_certs.dat (primecertrec.cpy) from scratch, trusting
      * nothing on the record but the numbers themselves:
      *
      *    the factors' prime**exponent multiply back to exactly n-1;
      *    each T factor has no divisor up to its square root
      *       (smallestfactor.cbl), and each C factor has a
      *       certificate of its own that passes the same checks --
      *       the whole chain is walked, not just the top link;
      *    the witness satisfies a**(n-1) = 1 MOD n and
      *       a**((n-1)/q) <> 1 MOD n for every factor q (modexp.cbl).
      *
      * LINKAGE in the isprime.cbl style, n in and a verdict out:
      *    PROVEN   -- the certificate and every link below it check;
      *    PROBABLE -- no certificate on file, or one primecert.cbl
      *                could only file as PROBABLE;
      *    REFUTED  -- a REFUTED record whose base really does fail
      *                a**(n-1) = 1 MOD n: n is composite;
      *    FAILED   -- a record that claims more than its arithmetic
      *                shows.  This one raises a PRIME CERT FAILED
      *                alert: the certificate file has been damaged
      *                or tampered with, and whoever relied on it
      *                needs to know.
      * n below 2 is the undefined case: verdict spaces,
      * RETURN-CODE 4 and an exception-log row.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT PRIME-CERT-FILE
                ASSIGN TO "cobol/data/prime_certs.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PCT-N
                FILE STATUS IS WS-PCT-STATUS.
             SELECT EXCEPTION-LOG-FILE
                ASSIGN TO "cobol/data/exception_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD PRIME-CERT-FILE.
             COPY "primecertrec.cpy".
          FD EXCEPTION-LOG-FILE.
             COPY "exceptionlogrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-pct-status PIC XX.
             01 ws-exc-status PIC XX.
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
      * Certificates still to check: n at the bottom, each C factor
      * pushed as its parent passes.
             01 WS-STACK-TOP USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-STACK-TABLE.
                05 WS-STACK-ENTRY OCCURS 30 TIMES.
                   10 WS-K-N              PIC S9(30) USAGE COMP-3.
             01 ws-t PIC S9(30) USAGE COMP-3.
             01 ws-t-minus-1 PIC S9(30) USAGE COMP-3.
             01 ws-product PIC S9(30) USAGE COMP-3.
             01 ws-limit PIC S9(30) USAGE COMP-3.
             01 ws-q PIC S9(30) USAGE COMP-3.
             01 ws-witness PIC S9(30) USAGE COMP-3.
             01 ws-power PIC S9(30) USAGE COMP-3.
             01 ws-residue PIC S9(30) USAGE COMP-3.
             01 m PIC S9(30) USAGE COMP-3.
             01 f PIC S9(30) USAGE COMP-3.
             01 ws-q-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-e-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-checks-ok PIC X.
             01 ws-alert-source PIC X(8) VALUE "CERTVRFY".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.

          LINKAGE SECTION.
             01 n PIC S9(30) USAGE COMP-3.
             01 cert-verdict PIC X(8).

       PROCEDURE DIVISION USING n, cert-verdict.
          MOVE SPACES TO cert-verdict.
          IF n IS LESS THAN 2
             PERFORM LOG-EXCEPTION
             MOVE 4 TO RETURN-CODE
             EXIT PROGRAM
          END-IF.
          MOVE 0 TO RETURN-CODE.
          MOVE "PROBABLE" TO cert-verdict.
          OPEN INPUT PRIME-CERT-FILE.
          IF ws-pct-status IS NOT EQUAL TO "00"
             EXIT PROGRAM
          END-IF.
          MOVE n TO PCT-N.
          READ PRIME-CERT-FILE
             INVALID KEY
                MOVE SPACES TO PCT-STATUS
          END-READ.
          EVALUATE PCT-STATUS
             WHEN "PROVEN"
                MOVE 1 TO WS-STACK-TOP
                MOVE n TO WS-K-N(1)
                MOVE "Y" TO ws-checks-ok
                PERFORM UNTIL WS-STACK-TOP IS EQUAL TO 0
                   OR ws-checks-ok IS EQUAL TO "N"
                   PERFORM CHECK-STACK-TOP
                END-PERFORM
                IF ws-checks-ok IS EQUAL TO "Y"
                   MOVE "PROVEN" TO cert-verdict
                ELSE
                   MOVE "FAILED" TO cert-verdict
                END-IF
             WHEN "REFUTED"
                MOVE n TO ws-t
                SUBTRACT 1 FROM ws-t GIVING ws-t-minus-1
                MOVE PCT-WITNESS TO ws-witness
                CALL 'modexp' USING ws-witness, ws-t-minus-1, ws-t,
                   ws-residue
                IF ws-residue IS NOT EQUAL TO 1
                   MOVE "REFUTED" TO cert-verdict
                ELSE
                   MOVE "FAILED" TO cert-verdict
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          CLOSE PRIME-CERT-FILE.
          IF cert-verdict IS EQUAL TO "FAILED"
             MOVE "PRIME CERT FAILED" TO ws-alert-condition
             MOVE n TO ws-alert-key-1
             MOVE ws-t TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.
       EXIT PROGRAM.

      * Pops one certificate and checks it; a C factor it relies on
      * is pushed for its own turn.  Any broken link clears
      * ws-checks-ok, with ws-t left naming the link that broke.
       CHECK-STACK-TOP.
          MOVE WS-K-N(WS-STACK-TOP) TO ws-t.
          SUBTRACT 1 FROM WS-STACK-TOP.
          MOVE ws-t TO PCT-N.
          READ PRIME-CERT-FILE
             INVALID KEY
                MOVE SPACES TO PCT-STATUS
          END-READ.
          IF PCT-STATUS IS NOT EQUAL TO "PROVEN"
             MOVE "N" TO ws-checks-ok
             EXIT PARAGRAPH
          END-IF.
          IF ws-t IS EQUAL TO 2
             EXIT PARAGRAPH
          END-IF.
          IF PCT-FACTOR-COUNT IS NOT NUMERIC
             OR PCT-FACTOR-COUNT IS EQUAL TO 0
             OR PCT-FACTOR-COUNT IS GREATER THAN 25
             OR PCT-WITNESS IS NOT NUMERIC
             MOVE "N" TO ws-checks-ok
             EXIT PARAGRAPH
          END-IF.
          SUBTRACT 1 FROM ws-t GIVING ws-t-minus-1.
          PERFORM CHECK-PRODUCT.
          IF ws-checks-ok IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-WITNESS.
          IF ws-checks-ok IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-q-idx FROM 1 BY 1
             UNTIL ws-q-idx IS GREATER THAN PCT-FACTOR-COUNT
             OR ws-checks-ok IS EQUAL TO "N"
             PERFORM CHECK-FACTOR-PRIME
          END-PERFORM.

      * prime**exponent over every factor, multiplied back up to
      * exactly n-1.  The running product is compared against
      * (n-1)/q before each multiply, so an overstated factor fails
      * the check instead of overflowing it.
       CHECK-PRODUCT.
          MOVE 1 TO ws-product.
          PERFORM VARYING ws-q-idx FROM 1 BY 1
             UNTIL ws-q-idx IS GREATER THAN PCT-FACTOR-COUNT
             OR ws-checks-ok IS EQUAL TO "N"
             IF PCT-PRIME(ws-q-idx) IS NOT NUMERIC
                OR PCT-EXPONENT(ws-q-idx) IS NOT NUMERIC
                OR PCT-PRIME(ws-q-idx) IS LESS THAN 2
                OR PCT-EXPONENT(ws-q-idx) IS EQUAL TO 0
                MOVE "N" TO ws-checks-ok
             ELSE
                MOVE PCT-PRIME(ws-q-idx) TO ws-q
                DIVIDE ws-t-minus-1 BY ws-q GIVING ws-limit
                PERFORM VARYING ws-e-idx FROM 1 BY 1
                   UNTIL ws-e-idx IS GREATER THAN
                   PCT-EXPONENT(ws-q-idx)
                   OR ws-checks-ok IS EQUAL TO "N"
                   IF ws-product IS GREATER THAN ws-limit
                      MOVE "N" TO ws-checks-ok
                   ELSE
                      MULTIPLY ws-q BY ws-product
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
          IF ws-product IS NOT EQUAL TO ws-t-minus-1
             MOVE "N" TO ws-checks-ok
          END-IF.

      * Lucas's condition: the witness has order exactly n-1.
       CHECK-WITNESS.
          MOVE PCT-WITNESS TO ws-witness.
          IF ws-witness IS LESS THAN 2
             MOVE "N" TO ws-checks-ok
             EXIT PARAGRAPH
          END-IF.
          CALL 'modexp' USING ws-witness, ws-t-minus-1, ws-t,
             ws-residue.
          IF ws-residue IS NOT EQUAL TO 1
             MOVE "N" TO ws-checks-ok
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-q-idx FROM 1 BY 1
             UNTIL ws-q-idx IS GREATER THAN PCT-FACTOR-COUNT
             OR ws-checks-ok IS EQUAL TO "N"
             MOVE PCT-PRIME(ws-q-idx) TO ws-q
             DIVIDE ws-t-minus-1 BY ws-q GIVING ws-power
             CALL 'modexp' USING ws-witness, ws-power, ws-t,
                ws-residue
             IF ws-residue IS EQUAL TO 1
                MOVE "N" TO ws-checks-ok
             END-IF
          END-PERFORM.

      * A T factor is proved here and now by the scan; a C factor is
      * pushed so its own certificate gets the same treatment.  The
      * READ in CHECK-STACK-TOP replaces the record area, so the
      * factor is taken before anything else is read.
       CHECK-FACTOR-PRIME.
          MOVE PCT-PRIME(ws-q-idx) TO ws-q.
          EVALUATE PCT-PROOF(ws-q-idx)
             WHEN "T"
                IF ws-q IS GREATER THAN 3
                   CALL 'intsqrt' USING ws-q, m
                   CALL 'smallestfactor' USING ws-q, f, m
                   IF f IS NOT EQUAL TO 0
                      MOVE "N" TO ws-checks-ok
                   END-IF
                END-IF
             WHEN "C"
                IF WS-STACK-TOP IS LESS THAN 30
                   ADD 1 TO WS-STACK-TOP
                   MOVE ws-q TO WS-K-N(WS-STACK-TOP)
                ELSE
                   MOVE "N" TO ws-checks-ok
                END-IF
             WHEN OTHER
                MOVE "N" TO ws-checks-ok
          END-EVALUATE.

      * The exception row the other subroutines write for their own
      * undefined edges.
       LOG-EXCEPTION.
          MOVE SPACES TO EXCEPTION-LOG-RECORD.
          OPEN EXTEND EXCEPTION-LOG-FILE.
          IF ws-exc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT EXCEPTION-LOG-FILE
          END-IF.
          MOVE "CERTVRFY" TO EL-PROGRAM-ID.
          ACCEPT EL-RUN-DATE FROM DATE YYYYMMDD.
          ACCEPT EL-RUN-TIME FROM TIME.
          MOVE "UNDEFINED PRIMALITY" TO EL-CONDITION.
          MOVE n TO EL-INPUT-1.
          MOVE 0 TO EL-INPUT-2.
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE ws-run-id TO EL-RUN-ID.
          WRITE EXCEPTION-LOG-RECORD.
          CLOSE EXCEPTION-LOG-FILE.
