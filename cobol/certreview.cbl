      * their authenticated id in run_certifications.dat
      * (certrec.cpy).  resultslookup.cbl and the warehouse extract
      * label anything without a CERTIFIED record as PROVISIONAL.
      * PRIMFACT and BATCHGCD are offered too: their answers are
      * whole files (primefactor_report.dat, gcd_results.dat) rather
      * than one retained figure, so RESULT shows zero, but a
      * certified run is what fixturepromote.cbl will draw
      * regression fixtures from.
      *
      * Where the result is itself a prime -- SOLUTN3's largest prime
      * factor -- the panel also says how well that primality is
      * established: CERTIFIED-PROVEN when certverify.cbl re-proves
      * its Pratt certificate (prime_certs.dat, built by
      * primecert.cbl) on the spot, PROBABLE when the verdict rests
      * on the scan or Fermat test alone, REFUTED or CERT FAILED
      * when the certificate file says the verdict is wrong or has
      * been damaged.  PRIMFACT's answers are primes too, some of
      * them only probable, so every PFFAC prime in its report is
      * put through certverify.cbl and the run shows REFUTED if any
      * factor is refuted, CERT FAILED if any certificate fails,
      * CERTIFIED-PROVEN only when every factor is proven, and
      * PROBABLE otherwise.  The report is whole-run output, so it
      * speaks for the date only while control_ledger.dat's latest
      * row for it carries that date (the fixturepromote.cbl rule);
      * for an older date the factors are no longer on file and the
      * panel says NOT ON FILE.  BATCHGCD's gcd and lcm figures make
      * no primality claim, and SOLUTN1 and SOLUTN2's results are
      * not primes; those show N/A.
      *
      * A date that was part of a fault-injection drill
      * (drillcheck.cbl) is not offered at all: a drill's results
      * were produced by a deliberately broken chain and may never
      * be certified.
      *
      * The panel also carries the operator logbook
      * (operator_logbook.dat, logbook.cbl) for the date: how many
      * notes concern this program's run or the night as a whole,
      * and the latest three, so the supervisor signing off sees
      * what was done to the run by hand.
      *
      * Each certification record carries a chain link (CT-CHAIN):
      * the previous record's link folded with this record through
      * chainlink.cbl, so a past verdict edited in the file breaks
      * its link and every later one, and chainverify.cbl names the
      * first broken one.  Reading the last link and appending the
      * new record happen under run_certifications.latch, the
      * runlock.cbl latch idiom, so two supervisors signing off at
      * once can't fork the chain.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/run_certifications.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRT-STATUS.
             SELECT LOGBOOK-FILE
                ASSIGN TO "cobol/data/operator_logbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
             SELECT LEDGER-FILE
                ASSIGN TO "cobol/data/control_ledger.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LED-STATUS.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.

       DATA DIVISION.
          FILE SECTION.
             COPY "exceptionlogrec.cpy".
          FD CERT-FILE.
             COPY "certrec.cpy".
          FD LOGBOOK-FILE.
             COPY "logbookrec.cpy".
          FD LEDGER-FILE.
             01 LEDGER-RECORD.
                05 CLG-FILE-NAME       PIC X(30).
                05 CLG-FILLER1         PIC X.
                05 CLG-RUN-DATE        PIC 9(8).
                05 CLG-FILLER2         PIC X.
                05 CLG-RECORD-COUNT    PIC 9(9).
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-rh-status PIC XX.
             01 ws-alt-eof PIC X.
             01 ws-rex-eof PIC X.
             01 ws-exc-eof PIC X.
             01 ws-crt-eof PIC X.
             01 ws-log-status PIC XX.
             01 ws-log-eof PIC X.
             01 ws-note-count PIC 9(4).
             01 ws-show-note-1 PIC X(78).
             01 ws-show-note-2 PIC X(78).
             01 ws-show-note-3 PIC X(78).
             01 ws-cert-chain PIC 9(18).
             01 ws-cert-length PIC 9(4).
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/run_certifications.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/run_certifications.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-mismatch-count PIC 9(4).
             01 ws-exception-count PIC 9(4).
             01 ws-verdict PIC X.
      * The status being appended, held apart from the FD record:
      * finding the last chain link reads the file into that record.
             01 ws-verdict-status PIC X(9).
             01 ws-drill-flag PIC X.
             01 ws-prime-n PIC S9(30) USAGE COMP-3.
             01 ws-cert-verdict PIC X(8).
             01 ws-prime-proof PIC X(16).
             01 ws-led-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-led-eof PIC X.
             01 ws-pfr-eof PIC X.
             01 ws-report-date PIC 9(8).
      * PRIMFACT's factors tallied by certverify.cbl verdict.
             01 ws-factor-count PIC 9(9).
             01 ws-proven-count PIC 9(9).
             01 ws-refuted-count PIC 9(9).
             01 ws-failed-count PIC 9(9).
             01 ws-programs.
                05 FILLER PIC X(8) VALUE "SOLUTN1".
                05 FILLER PIC X(8) VALUE "SOLUTN2".
                05 FILLER PIC X(8) VALUE "SOLUTN3".
                05 FILLER PIC X(8) VALUE "PRIMFACT".
                05 FILLER PIC X(8) VALUE "BATCHGCD".
             01 ws-program-table REDEFINES ws-programs.
                05 ws-program OCCURS 5 TIMES PIC X(8).

          SCREEN SECTION.
          01 WS-DATE-SCREEN.
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-mismatch-count.
             05 LINE 7 COL 1 VALUE "EXCEPTIONS: ".
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-exception-count.
             05 LINE 8 COL 1 VALUE "PRIMES:     ".
             05 COLUMN PLUS 1 PIC X(16) FROM ws-prime-proof.
             05 LINE 9 COL 1 VALUE "LOGBOOK:    ".
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-note-count.
             05 LINE 10 COL 1 PIC X(78) FROM ws-show-note-1.
             05 LINE 11 COL 1 PIC X(78) FROM ws-show-note-2.
             05 LINE 12 COL 1 PIC X(78) FROM ws-show-note-3.
             05 LINE 14 COL 1 VALUE
                "C = CERTIFY, R = REJECT, S = SKIP: ".
             05 COLUMN PLUS 1 PIC X USING ws-verdict.

       STOP RUN.

       REVIEW-ONE-DATE.
          CALL 'drillcheck' USING ws-review-date, ws-drill-flag.
          IF ws-drill-flag IS EQUAL TO "Y"
             DISPLAY "CERTREVIEW: " ws-review-date
                " WAS A DRILL NIGHT -- NOT CERTIFIABLE"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-prog-idx FROM 1 BY 1
             UNTIL ws-prog-idx IS GREATER THAN 5
             MOVE ws-program(ws-prog-idx) TO ws-show-program
             PERFORM GATHER-EVIDENCE
             MOVE SPACE TO ws-verdict
             END-PERFORM
             CLOSE EXCEPTION-LOG-FILE
          END-IF.
          PERFORM GATHER-PRIME-PROOF.
          PERFORM GATHER-LOGBOOK-NOTES.

      * SOLUTN3's result is the largest prime factor of its
      * threshold; its standing comes from a fresh re-check of the
      * certificate, not from the status the record carries.
       GATHER-PRIME-PROOF.
          MOVE "N/A" TO ws-prime-proof.
          IF ws-show-program IS EQUAL TO "PRIMFACT"
             PERFORM GATHER-FACTOR-PROOF
             EXIT PARAGRAPH
          END-IF.
          IF ws-show-program IS NOT EQUAL TO "SOLUTN3"
             OR ws-result-found IS NOT EQUAL TO "Y"
             OR ws-show-result IS LESS THAN 2
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-show-result TO ws-prime-n.
          CALL 'certverify' USING ws-prime-n, ws-cert-verdict.
          EVALUATE ws-cert-verdict
             WHEN "PROVEN"
                MOVE "CERTIFIED-PROVEN" TO ws-prime-proof
             WHEN "REFUTED"
                MOVE "REFUTED" TO ws-prime-proof
             WHEN "FAILED"
                MOVE "CERT FAILED" TO ws-prime-proof
             WHEN OTHER
                MOVE "PROBABLE" TO ws-prime-proof
          END-EVALUATE.

      * Every PFFAC prime of the run, each re-checked as SOLUTN3's
      * result is; one refuted factor refutes the run's answers.
       GATHER-FACTOR-PROOF.
          MOVE 0 TO ws-report-date.
          MOVE "N" TO ws-led-eof.
          OPEN INPUT LEDGER-FILE.
          IF ws-led-status IS EQUAL TO "00"
             PERFORM UNTIL ws-led-eof IS EQUAL TO "Y"
                READ LEDGER-FILE
                   AT END
                      MOVE "Y" TO ws-led-eof
                   NOT AT END
                      IF CLG-FILE-NAME IS EQUAL TO
                         "primefactor_report.dat"
                         AND CLG-RUN-DATE IS NUMERIC
                         MOVE CLG-RUN-DATE TO ws-report-date
                      END-IF
                END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
          END-IF.
          IF ws-report-date IS NOT EQUAL TO ws-review-date
             MOVE "NOT ON FILE" TO ws-prime-proof
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-factor-count.
          MOVE 0 TO ws-proven-count.
          MOVE 0 TO ws-refuted-count.
          MOVE 0 TO ws-failed-count.
          MOVE "N" TO ws-pfr-eof.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-pfr-status IS NOT EQUAL TO "00"
             MOVE "NOT ON FILE" TO ws-prime-proof
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-pfr-eof IS EQUAL TO "Y"
             READ PF-REPORT-FILE
                AT END
                   MOVE "Y" TO ws-pfr-eof
                NOT AT END
                   IF PF-RECORD-TYPE IS EQUAL TO "PFFAC"
                      AND PF-PRIME IS GREATER THAN 1
                      PERFORM VERIFY-ONE-FACTOR
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PF-REPORT-FILE.
          EVALUATE TRUE
             WHEN ws-factor-count IS EQUAL TO 0
                CONTINUE
             WHEN ws-refuted-count IS GREATER THAN 0
                MOVE "REFUTED" TO ws-prime-proof
             WHEN ws-failed-count IS GREATER THAN 0
                MOVE "CERT FAILED" TO ws-prime-proof
             WHEN ws-proven-count IS EQUAL TO ws-factor-count
                MOVE "CERTIFIED-PROVEN" TO ws-prime-proof
             WHEN OTHER
                MOVE "PROBABLE" TO ws-prime-proof
          END-EVALUATE.

       VERIFY-ONE-FACTOR.
          ADD 1 TO ws-factor-count.
          MOVE PF-PRIME TO ws-prime-n.
          CALL 'certverify' USING ws-prime-n, ws-cert-verdict.
          EVALUATE ws-cert-verdict
             WHEN "PROVEN"
                ADD 1 TO ws-proven-count
             WHEN "REFUTED"
                ADD 1 TO ws-refuted-count
             WHEN "FAILED"
                ADD 1 TO ws-failed-count
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

      * Notes for the date naming this program, or no program at
      * all; the three shown are the latest, oldest of them first.
       GATHER-LOGBOOK-NOTES.
          MOVE 0 TO ws-note-count.
          MOVE SPACES TO ws-show-note-1.
          MOVE SPACES TO ws-show-note-2.
          MOVE SPACES TO ws-show-note-3.
          MOVE "N" TO ws-log-eof.
          OPEN INPUT LOGBOOK-FILE.
          IF ws-log-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-log-eof IS EQUAL TO "Y"
             READ LOGBOOK-FILE
                AT END
                   MOVE "Y" TO ws-log-eof
                NOT AT END
                   IF LB-RUN-DATE IS EQUAL TO ws-review-date
                      AND (LB-PROGRAM-ID IS EQUAL TO ws-show-program
                      OR LB-PROGRAM-ID IS EQUAL TO SPACES)
                      ADD 1 TO ws-note-count
                      MOVE ws-show-note-2 TO ws-show-note-1
                      MOVE ws-show-note-3 TO ws-show-note-2
                      MOVE SPACES TO ws-show-note-3
                      STRING LB-NOTE-TIME(1:4) " " LB-OPERATOR-ID
                         " " LB-NOTE DELIMITED BY SIZE
                         INTO ws-show-note-3
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE LOGBOOK-FILE.
          IF ws-show-note-1 IS EQUAL TO SPACES
             MOVE ws-show-note-2 TO ws-show-note-1
             MOVE ws-show-note-3 TO ws-show-note-2
             MOVE SPACES TO ws-show-note-3
          END-IF.
          IF ws-show-note-1 IS EQUAL TO SPACES
             MOVE ws-show-note-2 TO ws-show-note-1
             MOVE SPACES TO ws-show-note-2
          END-IF.

      * The reconcile exception row carries its verdict in the
      * free-form tail; only MISMATCH rows count as evidence against
             FOR ALL "MISMATCH".

       WRITE-CERTIFICATION-CERTIFIED.
          MOVE "CERTIFIED" TO ws-verdict-status.
          PERFORM APPEND-CERTIFICATION.

       WRITE-CERTIFICATION-REJECTED.
          MOVE "REJECTED" TO ws-verdict-status.
          PERFORM APPEND-CERTIFICATION.

       APPEND-CERTIFICATION.
          PERFORM TAKE-CERT-LATCH.
          PERFORM FIND-LAST-CERT-LINK.
          OPEN EXTEND CERT-FILE.
          IF ws-crt-status IS NOT EQUAL TO "00"
             OPEN OUTPUT CERT-FILE
          END-IF.
          MOVE ws-review-date TO CT-RUN-DATE.
          MOVE ws-show-program TO CT-PROGRAM-ID.
          MOVE ws-verdict-status TO CT-STATUS.
          MOVE ws-operator-id TO CT-OPERATOR-ID.
          MOVE ws-run-date TO CT-CERT-DATE.
          MOVE ws-run-time TO CT-CERT-TIME.
          MOVE SPACE TO CT-FILLER3.
          MOVE SPACE TO CT-FILLER4.
          MOVE SPACE TO CT-FILLER5.
          MOVE SPACE TO CT-FILLER6.
          MOVE SPACES TO CT-CHAIN.
          MOVE FUNCTION LENGTH(CERTIFICATION-RECORD) TO ws-cert-length.
          CALL 'chainlink' USING ws-cert-chain, ws-cert-length,
             CERTIFICATION-RECORD.
          MOVE ws-cert-chain TO CT-CHAIN.
          WRITE CERTIFICATION-RECORD.
          CLOSE CERT-FILE.
          CALL "SYSTEM" USING ws-unlatch-command.

      * The link the new record continues from: the last one on
      * file, passing over records from before the chain existed;
      * zero for the first link ever written.
       FIND-LAST-CERT-LINK.
          MOVE 0 TO ws-cert-chain.
          MOVE "N" TO ws-crt-eof.
          OPEN INPUT CERT-FILE.
          IF ws-crt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-crt-eof IS EQUAL TO "Y"
             READ CERT-FILE
                AT END
                   MOVE "Y" TO ws-crt-eof
                NOT AT END
                   IF CT-CHAIN IS NUMERIC
                      MOVE CT-CHAIN TO ws-cert-chain
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CERT-FILE.

       TAKE-CERT-LATCH.
          MOVE "N" TO ws-latched.
          MOVE 0 TO ws-latch-tries.
          PERFORM UNTIL ws-latched IS EQUAL TO "Y"
             CALL "SYSTEM" USING ws-latch-command
             IF RETURN-CODE IS EQUAL TO 0
                MOVE "Y" TO ws-latched
             ELSE
                ADD 1 TO ws-latch-tries
                IF ws-latch-tries IS GREATER THAN ws-latch-limit
                   DISPLAY "CERTREVIEW: STALE CERT LATCH TAKEN OVER"
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.
