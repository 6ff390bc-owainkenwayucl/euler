       IDENTIFICATION DIVISION.
       PROGRAM-ID. fixturepromote.
       AUTHOR. Owain Kenway.

      * Promotes certified production answers into the regression
      * fixtures.  testdivides_expected.dat,
      * testlargestfactor_expected.dat and
      * testsmallestfactor_expected.dat are short hand-keyed lists,
      * while every night certifies answers for real candidates the
      * test library never sees.  A SUPERVSR-role operator signs on,
      * keys a run-date range and optionally one N (0 for every N),
      * and the answers of certified runs in that range become new
      * fixture rows:
      *
      *    primefactor_report.dat (PRIMFACT), one complete
      *    PFHDR/PFFAC/PFTRL group per N whose trailer count agrees:
      *       DIVIDES  (N, p, 1) for every distinct prime factor p
      *       SMLFACT  (N, p1, p1) and
      *       LRGFACT  (N, p1, p1) for a composite N whose smallest
      *                prime p1 was found by the trial scan -- the
      *                largest factor of N not above p1 is p1 itself,
      *                and both scans stay within the trial budget
      *                the nightly run already spent
      *    gcd_results.dat (BATCHGCD), every pair with a non-zero
      *    gcd (status OK, or OVERFLOW where only the lcm is lost):
      *       DIVIDES  (x, gcd, 1) and (n, gcd, 1)
      *
      * Each file is whole-run output, so its run date is the
      * latest control_ledger.dat row for it (ledgerlog.cbl) and the
      * run id the ops log's latest row for the step on that date.
      * The run must stand CERTIFIED in run_certifications.dat --
      * the latest record for the date and program, as everywhere
      * else -- or nothing from it is promoted.  A row whose first
      * two fields already appear in its fixture is a duplicate and
      * is skipped; one whose expected result disagrees with the
      * existing row is reported as a CONFLICT and also skipped, the
      * hand-keyed row standing until someone works out which is
      * wrong.  Every promoted row is appended to
      * fixture_promotion_audit.dat (fixpromorec.cpy) with the
      * operator, source program, run date and run id.  Return code
      * 4 on any conflict, 8 when a fixture is over its bound and
      * nothing is promoted, 12 on sign-on failure.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CERT-FILE
                ASSIGN TO "cobol/data/run_certifications.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRT-STATUS.
             SELECT LEDGER-FILE
                ASSIGN TO "cobol/data/control_ledger.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LED-STATUS.
             SELECT OPS-LOG-FILE
                ASSIGN TO "cobol/data/ops_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-STATUS.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.
             SELECT GCD-RESULTS-FILE
                ASSIGN TO "cobol/data/gcd_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GCD-STATUS.
             SELECT DIVIDES-FIXTURE-FILE
                ASSIGN TO "cobol/data/testdivides_expected.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DVF-STATUS.
             SELECT LARGEST-FIXTURE-FILE
                ASSIGN TO "cobol/data/testlargestfactor_expected.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LFF-STATUS.
             SELECT SMALLEST-FIXTURE-FILE
                ASSIGN TO "cobol/data/testsmallestfactor_expected.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SFF-STATUS.
             SELECT PROMOTION-AUDIT-FILE
                ASSIGN TO "cobol/data/fixture_promotion_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FPA-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CERT-FILE.
             COPY "certrec.cpy".
          FD LEDGER-FILE.
             01 LEDGER-RECORD.
                05 CLG-FILE-NAME       PIC X(30).
                05 CLG-FILLER1         PIC X.
                05 CLG-RUN-DATE        PIC 9(8).
                05 CLG-FILLER2         PIC X.
                05 CLG-RECORD-COUNT    PIC 9(9).
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD GCD-RESULTS-FILE.
             01 GCD-RESULT-RECORD.
                05 GR-X              PIC 9(30).
                05 GR-FILLER1        PIC X.
                05 GR-N              PIC 9(30).
                05 GR-FILLER2        PIC X.
                05 GR-GCD            PIC 9(30).
                05 GR-FILLER3        PIC X.
                05 GR-LCM            PIC 9(30).
                05 GR-FILLER4        PIC X.
                05 GR-STATUS         PIC X(9).
      * The three fixture layouts, as the test programs read them.
          FD DIVIDES-FIXTURE-FILE.
             01 DIVIDES-FIXTURE-RECORD.
                05 DV-X              PIC 9(30).
                05 DV-FILLER1        PIC X.
                05 DV-N              PIC 9(30).
                05 DV-FILLER2        PIC X.
                05 DV-EXPECTED-D     PIC 9(1).
          FD LARGEST-FIXTURE-FILE.
             01 LARGEST-FIXTURE-RECORD.
                05 LF-N              PIC 9(30).
                05 LF-FILLER1        PIC X.
                05 LF-M              PIC 9(30).
                05 LF-FILLER2        PIC X.
                05 LF-EXPECTED-F     PIC 9(30).
          FD SMALLEST-FIXTURE-FILE.
             01 SMALLEST-FIXTURE-RECORD.
                05 SF-N              PIC 9(30).
                05 SF-FILLER1        PIC X.
                05 SF-M              PIC 9(30).
                05 SF-FILLER2        PIC X.
                05 SF-EXPECTED-F     PIC 9(30).
          FD PROMOTION-AUDIT-FILE.
             COPY "fixpromorec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-crt-status PIC XX.
             01 ws-led-status PIC XX.
             01 ws-ops-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-gcd-status PIC XX.
             01 ws-dvf-status PIC XX.
             01 ws-lff-status PIC XX.
             01 ws-sff-status PIC XX.
             01 ws-fpa-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "FIXPROMO".
             01 ws-from-date PIC 9(8) VALUE 0.
             01 ws-to-date PIC 9(8) VALUE 99999999.
             01 ws-select-n PIC 9(30) VALUE 0.
             01 ws-continue-key PIC X.
             01 ws-fixture-overflow PIC X VALUE "N".
      * The source run under promotion.
             01 ws-source PIC X(8).
             01 ws-source-file PIC X(30).
             01 ws-source-date PIC 9(8).
             01 ws-source-run-id PIC 9(9).
             01 ws-source-certified PIC X.
             01 ws-source-state PIC X(14).
             01 ws-pf-state PIC X(14) VALUE "NO REPORT".
             01 ws-gcd-state PIC X(14) VALUE "NO RESULTS".
      * One candidate fixture row.
             01 ws-cand-fixture PIC X(8).
             01 ws-cand-a PIC 9(30).
             01 ws-cand-b PIC 9(30).
             01 ws-cand-expected PIC 9(30).
             01 ws-cand-found PIC X.
      * The N under assembly from primefactor_report.dat.
             01 ws-group-n PIC 9(30).
             01 ws-group-open PIC X VALUE "N".
             01 ws-group-composite PIC X.
             01 ws-first-method PIC X(5).
             01 ws-group-overflow PIC X.
             01 ws-promoted-count PIC 9(9) VALUE 0.
             01 ws-duplicate-count PIC 9(9) VALUE 0.
             01 ws-conflict-count PIC 9(9) VALUE 0.
             01 WS-GRP-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-GRP-TABLE.
                05 WS-GRP-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-GRP-COUNT
                      INDEXED BY GRP-IDX.
                   10 WS-G-PRIME          PIC 9(30).
                   10 WS-G-EXPONENT       PIC 9(9).
      * Latest certification verdict per run date and program.
             01 WS-CRT-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CRT-TABLE.
                05 WS-CRT-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-CRT-COUNT
                      INDEXED BY CRT-IDX.
                   10 WS-C-RUN-DATE       PIC 9(8).
                   10 WS-C-PROGRAM-ID     PIC X(8).
                   10 WS-C-STATUS         PIC X(9).
      * Every row already in the three fixtures, plus those added
      * this run, for the duplicate and conflict checks.
             01 WS-FIX-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-FIX-TABLE.
                05 WS-FIX-ENTRY OCCURS 1 TO 3000 TIMES
                      DEPENDING ON WS-FIX-COUNT
                      INDEXED BY FIX-IDX.
                   10 WS-X-FIXTURE        PIC X(8).
                   10 WS-X-A              PIC 9(30).
                   10 WS-X-B              PIC 9(30).
                   10 WS-X-EXPECTED       PIC 9(30).

          SCREEN SECTION.
          01 WS-SELECT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "PROMOTE CERTIFIED ANSWERS INTO REGRESSION FIXTURES".
             05 LINE 3 COL 1 VALUE "FROM RUN DATE (YYYYMMDD): ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-from-date.
             05 LINE 4 COL 1 VALUE "TO RUN DATE (YYYYMMDD):   ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-to-date.
             05 LINE 5 COL 1 VALUE "N (0 FOR EVERY N):        ".
             05 COLUMN PLUS 1 PIC 9(30) USING ws-select-n.
          01 WS-RESULT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "FIXTURE PROMOTION COMPLETE".
             05 LINE 3 COL 1 VALUE "PRIMEFACTOR REPORT: ".
             05 COLUMN PLUS 1 PIC X(14) FROM ws-pf-state.
             05 LINE 4 COL 1 VALUE "GCD RESULTS:        ".
             05 COLUMN PLUS 1 PIC X(14) FROM ws-gcd-state.
             05 LINE 5 COL 1 VALUE "ROWS PROMOTED:      ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-promoted-count.
             05 LINE 6 COL 1 VALUE "DUPLICATES SKIPPED: ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-duplicate-count.
             05 LINE 7 COL 1 VALUE "CONFLICTS SKIPPED:  ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-conflict-count.
             05 LINE 9 COL 1 VALUE "PRESS ENTER TO CONTINUE".
             05 COLUMN PLUS 1 PIC X USING ws-continue-key.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "FIXTUREPROMOTE: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-operator-role IS NOT EQUAL TO "SUPERVSR"
      * What the regression suite believes is a supervisor's call,
      * the same role that certified the answers in the first place.
             DISPLAY "FIXTUREPROMOTE: ROLE " ws-operator-role
                " MAY NOT PROMOTE FIXTURES"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY WS-SELECT-SCREEN.
          ACCEPT WS-SELECT-SCREEN.
          IF ws-to-date IS EQUAL TO 0
             MOVE 99999999 TO ws-to-date
          END-IF.
          PERFORM LOAD-CERTIFICATIONS.
          PERFORM LOAD-FIXTURES.
          IF ws-fixture-overflow IS EQUAL TO "Y"
             DISPLAY "FIXTUREPROMOTE: FIXTURES EXCEED MAXIMUM OF "
                "3000 ROWS, NOTHING PROMOTED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM OPEN-FIXTURES.
          PERFORM PROMOTE-PRIME-FACTORS.
          PERFORM PROMOTE-GCD-RESULTS.
          PERFORM CLOSE-FIXTURES.
          DISPLAY "FIXTUREPROMOTE: PROMOTED " ws-promoted-count
             " DUPLICATE " ws-duplicate-count " CONFLICT "
             ws-conflict-count.
          DISPLAY WS-RESULT-SCREEN.
          ACCEPT WS-RESULT-SCREEN.
          IF ws-conflict-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * The latest record per run date and program is the operative
      * status, so every row is folded and the last verdict stands.
      * Only the two source programs matter here.
       LOAD-CERTIFICATIONS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CERT-FILE.
          IF ws-crt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CERT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF CT-PROGRAM-ID IS EQUAL TO "PRIMFACT"
                      OR CT-PROGRAM-ID IS EQUAL TO "BATCHGCD"
                      PERFORM FOLD-CERTIFICATION
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CERT-FILE.

       FOLD-CERTIFICATION.
          PERFORM VARYING CRT-IDX FROM 1 BY 1
             UNTIL CRT-IDX IS GREATER THAN WS-CRT-COUNT
             IF WS-C-RUN-DATE(CRT-IDX) IS EQUAL TO CT-RUN-DATE
                AND WS-C-PROGRAM-ID(CRT-IDX) IS EQUAL TO
                CT-PROGRAM-ID
                MOVE CT-STATUS TO WS-C-STATUS(CRT-IDX)
                EXIT PARAGRAPH
             END-IF
          END-PERFORM.
      * Past the bound the oldest runs are the ones not looked at;
      * an unlisted run simply counts as uncertified.
          IF WS-CRT-COUNT IS LESS THAN 500
             ADD 1 TO WS-CRT-COUNT
             MOVE CT-RUN-DATE TO WS-C-RUN-DATE(WS-CRT-COUNT)
             MOVE CT-PROGRAM-ID TO WS-C-PROGRAM-ID(WS-CRT-COUNT)
             MOVE CT-STATUS TO WS-C-STATUS(WS-CRT-COUNT)
          END-IF.

       LOAD-FIXTURES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT DIVIDES-FIXTURE-FILE.
          IF ws-dvf-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ DIVIDES-FIXTURE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE "DIVIDES" TO ws-cand-fixture
                      MOVE DV-X TO ws-cand-a
                      MOVE DV-N TO ws-cand-b
                      MOVE DV-EXPECTED-D TO ws-cand-expected
                      PERFORM TABLE-FIXTURE-ROW
                END-READ
             END-PERFORM
             CLOSE DIVIDES-FIXTURE-FILE
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT LARGEST-FIXTURE-FILE.
          IF ws-lff-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ LARGEST-FIXTURE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE "LRGFACT" TO ws-cand-fixture
                      MOVE LF-N TO ws-cand-a
                      MOVE LF-M TO ws-cand-b
                      MOVE LF-EXPECTED-F TO ws-cand-expected
                      PERFORM TABLE-FIXTURE-ROW
                END-READ
             END-PERFORM
             CLOSE LARGEST-FIXTURE-FILE
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SMALLEST-FIXTURE-FILE.
          IF ws-sff-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ SMALLEST-FIXTURE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE "SMLFACT" TO ws-cand-fixture
                      MOVE SF-N TO ws-cand-a
                      MOVE SF-M TO ws-cand-b
                      MOVE SF-EXPECTED-F TO ws-cand-expected
                      PERFORM TABLE-FIXTURE-ROW
                END-READ
             END-PERFORM
             CLOSE SMALLEST-FIXTURE-FILE
          END-IF.

       TABLE-FIXTURE-ROW.
          IF WS-FIX-COUNT IS EQUAL TO 3000
             MOVE "Y" TO ws-fixture-overflow
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-FIX-COUNT.
          MOVE ws-cand-fixture TO WS-X-FIXTURE(WS-FIX-COUNT).
          MOVE ws-cand-a TO WS-X-A(WS-FIX-COUNT).
          MOVE ws-cand-b TO WS-X-B(WS-FIX-COUNT).
          MOVE ws-cand-expected TO WS-X-EXPECTED(WS-FIX-COUNT).

      * New rows go on the end of each fixture, after the hand-keyed
      * ones, and every row promoted is audited as it is written.
       OPEN-FIXTURES.
          OPEN EXTEND DIVIDES-FIXTURE-FILE.
          IF ws-dvf-status IS NOT EQUAL TO "00"
             OPEN OUTPUT DIVIDES-FIXTURE-FILE
          END-IF.
          OPEN EXTEND LARGEST-FIXTURE-FILE.
          IF ws-lff-status IS NOT EQUAL TO "00"
             OPEN OUTPUT LARGEST-FIXTURE-FILE
          END-IF.
          OPEN EXTEND SMALLEST-FIXTURE-FILE.
          IF ws-sff-status IS NOT EQUAL TO "00"
             OPEN OUTPUT SMALLEST-FIXTURE-FILE
          END-IF.
          MOVE SPACES TO FIXTURE-PROMOTION-RECORD.
          OPEN EXTEND PROMOTION-AUDIT-FILE.
          IF ws-fpa-status IS NOT EQUAL TO "00"
             OPEN OUTPUT PROMOTION-AUDIT-FILE
          END-IF.

       CLOSE-FIXTURES.
          CLOSE DIVIDES-FIXTURE-FILE.
          CLOSE LARGEST-FIXTURE-FILE.
          CLOSE SMALLEST-FIXTURE-FILE.
          CLOSE PROMOTION-AUDIT-FILE.

      * Which run a whole-run output file belongs to, and whether
      * that run is certified and inside the keyed date range;
      * ws-source-state says why not when it is passed over.
       IDENTIFY-SOURCE-RUN.
          MOVE 0 TO ws-source-date.
          MOVE 0 TO ws-source-run-id.
          MOVE "N" TO ws-source-certified.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT LEDGER-FILE.
          IF ws-led-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ LEDGER-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF CLG-FILE-NAME IS EQUAL TO ws-source-file
                         AND CLG-RUN-DATE IS NUMERIC
                         MOVE CLG-RUN-DATE TO ws-source-date
                      END-IF
                END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
          END-IF.
          IF ws-source-date IS EQUAL TO 0
             MOVE "NO LEDGER DATE" TO ws-source-state
             EXIT PARAGRAPH
          END-IF.
          IF ws-source-date IS LESS THAN ws-from-date
             OR ws-source-date IS GREATER THAN ws-to-date
             MOVE "OUT OF RANGE" TO ws-source-state
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING CRT-IDX FROM 1 BY 1
             UNTIL CRT-IDX IS GREATER THAN WS-CRT-COUNT
             IF WS-C-RUN-DATE(CRT-IDX) IS EQUAL TO ws-source-date
                AND WS-C-PROGRAM-ID(CRT-IDX) IS EQUAL TO ws-source
                AND WS-C-STATUS(CRT-IDX) IS EQUAL TO "CERTIFIED"
                MOVE "Y" TO ws-source-certified
             END-IF
          END-PERFORM.
          IF ws-source-certified IS EQUAL TO "N"
             MOVE "NOT CERTIFIED" TO ws-source-state
             EXIT PARAGRAPH
          END-IF.
          MOVE "CERTIFIED" TO ws-source-state.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT OPS-LOG-FILE.
          IF ws-ops-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ OPS-LOG-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF OL-PROGRAM-ID IS EQUAL TO ws-source
                         AND OL-RUN-DATE IS EQUAL TO ws-source-date
                         AND OL-RUN-ID IS NUMERIC
                         MOVE OL-RUN-ID TO ws-source-run-id
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OPS-LOG-FILE
          END-IF.

       PROMOTE-PRIME-FACTORS.
          MOVE "PRIMFACT" TO ws-source.
          MOVE "primefactor_report.dat" TO ws-source-file.
          PERFORM IDENTIFY-SOURCE-RUN.
          MOVE ws-source-state TO ws-pf-state.
          IF ws-source-certified IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-pfr-status IS NOT EQUAL TO "00"
             MOVE "NO REPORT" TO ws-pf-state
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ PF-REPORT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   EVALUATE PF-RECORD-TYPE
                      WHEN "PFHDR"
                         PERFORM START-FACTOR-GROUP
                      WHEN "PFFAC"
                         PERFORM ADD-FACTOR-ROW
                      WHEN "PFTRL"
                         PERFORM CLOSE-FACTOR-GROUP
                   END-EVALUATE
             END-READ
          END-PERFORM.
          CLOSE PF-REPORT-FILE.

       START-FACTOR-GROUP.
          MOVE PF-N TO ws-group-n.
          MOVE 0 TO WS-GRP-COUNT.
          MOVE SPACES TO ws-first-method.
          MOVE "N" TO ws-group-overflow.
          MOVE "Y" TO ws-group-open.

       ADD-FACTOR-ROW.
          IF ws-group-open IS NOT EQUAL TO "Y"
             OR PF-N IS NOT EQUAL TO ws-group-n
             EXIT PARAGRAPH
          END-IF.
          IF WS-GRP-COUNT IS EQUAL TO 100
             MOVE "Y" TO ws-group-overflow
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-GRP-COUNT.
          MOVE PF-PRIME TO WS-G-PRIME(WS-GRP-COUNT).
          MOVE PF-EXPONENT TO WS-G-EXPONENT(WS-GRP-COUNT).
          IF WS-GRP-COUNT IS EQUAL TO 1
             MOVE PF-METHOD TO ws-first-method
          END-IF.

      * Only a group whose trailer count agrees with the factor rows
      * read is trusted; a torn or overfull group is passed over.
       CLOSE-FACTOR-GROUP.
          IF ws-group-open IS NOT EQUAL TO "Y"
             OR PF-N IS NOT EQUAL TO ws-group-n
             OR ws-group-overflow IS EQUAL TO "Y"
             OR PF-EXPONENT IS NOT EQUAL TO WS-GRP-COUNT
             OR WS-GRP-COUNT IS EQUAL TO 0
             MOVE "N" TO ws-group-open
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-group-open.
          IF ws-select-n IS NOT EQUAL TO 0
             AND ws-select-n IS NOT EQUAL TO ws-group-n
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING GRP-IDX FROM 1 BY 1
             UNTIL GRP-IDX IS GREATER THAN WS-GRP-COUNT
             MOVE "DIVIDES" TO ws-cand-fixture
             MOVE ws-group-n TO ws-cand-a
             MOVE WS-G-PRIME(GRP-IDX) TO ws-cand-b
             MOVE 1 TO ws-cand-expected
             PERFORM PROMOTE-ONE-ROW
          END-PERFORM.
          MOVE "N" TO ws-group-composite.
          IF WS-GRP-COUNT IS GREATER THAN 1
             OR WS-G-EXPONENT(1) IS GREATER THAN 1
             MOVE "Y" TO ws-group-composite
          END-IF.
          IF ws-group-composite IS EQUAL TO "N"
             OR ws-first-method IS NOT EQUAL TO "TRIAL"
             EXIT PARAGRAPH
          END-IF.
          MOVE "SMLFACT" TO ws-cand-fixture.
          MOVE ws-group-n TO ws-cand-a.
          MOVE WS-G-PRIME(1) TO ws-cand-b.
          MOVE WS-G-PRIME(1) TO ws-cand-expected.
          PERFORM PROMOTE-ONE-ROW.
          MOVE "LRGFACT" TO ws-cand-fixture.
          PERFORM PROMOTE-ONE-ROW.

       PROMOTE-GCD-RESULTS.
          MOVE "BATCHGCD" TO ws-source.
          MOVE "gcd_results.dat" TO ws-source-file.
          PERFORM IDENTIFY-SOURCE-RUN.
          MOVE ws-source-state TO ws-gcd-state.
          IF ws-source-certified IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT GCD-RESULTS-FILE.
          IF ws-gcd-status IS NOT EQUAL TO "00"
             MOVE "NO RESULTS" TO ws-gcd-state
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ GCD-RESULTS-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   PERFORM PROMOTE-ONE-GCD
             END-READ
          END-PERFORM.
          CLOSE GCD-RESULTS-FILE.

       PROMOTE-ONE-GCD.
          IF GR-STATUS IS NOT EQUAL TO "OK"
             AND GR-STATUS IS NOT EQUAL TO "OVERFLOW"
             EXIT PARAGRAPH
          END-IF.
          IF GR-X IS NOT NUMERIC OR GR-N IS NOT NUMERIC
             OR GR-GCD IS NOT NUMERIC OR GR-GCD IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          IF ws-select-n IS NOT EQUAL TO 0
             AND ws-select-n IS NOT EQUAL TO GR-X
             AND ws-select-n IS NOT EQUAL TO GR-N
             EXIT PARAGRAPH
          END-IF.
          MOVE "DIVIDES" TO ws-cand-fixture.
          MOVE GR-X TO ws-cand-a.
          MOVE GR-GCD TO ws-cand-b.
          MOVE 1 TO ws-cand-expected.
          PERFORM PROMOTE-ONE-ROW.
          MOVE GR-N TO ws-cand-a.
          PERFORM PROMOTE-ONE-ROW.

      * Skips a row whose first two fields the fixture already holds
      * -- a duplicate when the expected result agrees, a conflict
      * when it does not -- and otherwise appends and audits it.
       PROMOTE-ONE-ROW.
          MOVE "N" TO ws-cand-found.
          PERFORM VARYING FIX-IDX FROM 1 BY 1
             UNTIL FIX-IDX IS GREATER THAN WS-FIX-COUNT
             IF WS-X-FIXTURE(FIX-IDX) IS EQUAL TO ws-cand-fixture
                AND WS-X-A(FIX-IDX) IS EQUAL TO ws-cand-a
                AND WS-X-B(FIX-IDX) IS EQUAL TO ws-cand-b
                MOVE "Y" TO ws-cand-found
                IF WS-X-EXPECTED(FIX-IDX) IS EQUAL TO
                   ws-cand-expected
                   ADD 1 TO ws-duplicate-count
                ELSE
                   ADD 1 TO ws-conflict-count
                   DISPLAY "FIXTUREPROMOTE: CONFLICT " ws-cand-fixture
                      " " ws-cand-a " " ws-cand-b " FIXTURE "
                      WS-X-EXPECTED(FIX-IDX) " " ws-source " "
                      ws-cand-expected
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF ws-cand-found IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF WS-FIX-COUNT IS EQUAL TO 3000
             DISPLAY "FIXTUREPROMOTE: FIXTURES FULL AT 3000 ROWS, "
                ws-cand-fixture " " ws-cand-a " NOT PROMOTED"
             EXIT PARAGRAPH
          END-IF.
          PERFORM TABLE-FIXTURE-ROW.
          EVALUATE ws-cand-fixture
             WHEN "DIVIDES"
                MOVE SPACES TO DIVIDES-FIXTURE-RECORD
                MOVE ws-cand-a TO DV-X
                MOVE ws-cand-b TO DV-N
                MOVE ws-cand-expected TO DV-EXPECTED-D
                WRITE DIVIDES-FIXTURE-RECORD
             WHEN "LRGFACT"
                MOVE SPACES TO LARGEST-FIXTURE-RECORD
                MOVE ws-cand-a TO LF-N
                MOVE ws-cand-b TO LF-M
                MOVE ws-cand-expected TO LF-EXPECTED-F
                WRITE LARGEST-FIXTURE-RECORD
             WHEN "SMLFACT"
                MOVE SPACES TO SMALLEST-FIXTURE-RECORD
                MOVE ws-cand-a TO SF-N
                MOVE ws-cand-b TO SF-M
                MOVE ws-cand-expected TO SF-EXPECTED-F
                WRITE SMALLEST-FIXTURE-RECORD
          END-EVALUATE.
          ADD 1 TO ws-promoted-count.
          MOVE SPACES TO FIXTURE-PROMOTION-RECORD.
          MOVE ws-run-date TO FP-RUN-DATE.
          MOVE ws-run-time TO FP-RUN-TIME.
          MOVE ws-operator-id TO FP-OPERATOR-ID.
          MOVE ws-cand-fixture TO FP-FIXTURE.
          MOVE ws-source TO FP-SOURCE.
          MOVE ws-source-date TO FP-SOURCE-DATE.
          MOVE ws-source-run-id TO FP-SOURCE-RUN-ID.
          MOVE ws-cand-a TO FP-A.
          MOVE ws-cand-b TO FP-B.
          MOVE ws-cand-expected TO FP-EXPECTED.
          WRITE FIXTURE-PROMOTION-RECORD.
