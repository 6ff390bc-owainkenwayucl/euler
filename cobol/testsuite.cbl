      * single non-zero return code on any failure -- the whole
      * library regression-checked as one gate before a change goes
      * live.
      *
      * Some fixture rows are certified production answers promoted
      * by fixturepromote.cbl rather than hand-keyed ones; the
      * promotion audit (fixture_promotion_audit.dat) says which.
      * Each test's line is followed by how many of its cases came
      * from production and the span of run dates they came from,
      * and the trailer gives the same for the whole suite.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/test_suite_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
             SELECT PROMOTION-AUDIT-FILE
                ASSIGN TO "cobol/data/fixture_promotion_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FPA-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD REPORT-FILE.
             01 REPORT-RECORD          PIC X(110).
          FD PROMOTION-AUDIT-FILE.
             COPY "fixpromorec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-rpt-status PIC XX.
             01 ws-fail-count-disp PIC 9(4).
             01 ws-verdict PIC X(4).
             01 ws-suite-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-fpa-status PIC XX.
             01 ws-fpa-eof PIC X VALUE "N".
             01 ws-promoted-total PIC 9(9) VALUE 0.
             01 ws-first-date PIC 9(8) VALUE 0.
             01 ws-last-date PIC 9(8) VALUE 0.
      * The test roster: executable, name and the per-test report
      * file the consolidated report points the reader at, loaded by
      * INIT-SUITE-TABLE, with the fixture name promotions are
      * audited under (spaces for a test nothing is promoted into)
      * and the production cases counted from the audit.  A new
      * test program joins the suite by joining that paragraph and
      * build.sh's _tests_bin block.
             01 ws-suite-table.
                05 ws-suite-entry OCCURS 6 TIMES.
                   10 WS-T-COMMAND        PIC X(40).
                   10 WS-T-NAME           PIC X(8).
                   10 WS-T-REPORT         PIC X(44).
                   10 WS-T-FIXTURE        PIC X(8).
                   10 WS-T-PROMOTED       PIC 9(9).
                   10 WS-T-FIRST-DATE     PIC 9(8).
                   10 WS-T-LAST-DATE      PIC 9(8).

       PROCEDURE DIVISION.
          PERFORM INIT-SUITE-TABLE.
          PERFORM LOAD-PROMOTIONS.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
          PERFORM VARYING ws-suite-idx FROM 1 BY 1
             UNTIL ws-suite-idx IS GREATER THAN 6
             PERFORM RUN-ONE-TEST
          END-PERFORM.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          DISPLAY "TESTSUITE: " ws-test-count-disp " TEST(S), "
             ws-fail-count-disp " FAILED".
          DISPLAY "TESTSUITE: " ws-promoted-total
             " PRODUCTION CASE(S) FROM " ws-first-date " TO "
             ws-last-date.
          IF ws-fail-count IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
          ELSE
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          DISPLAY ws-verdict " " WS-T-NAME(ws-suite-idx).
          IF WS-T-PROMOTED(ws-suite-idx) IS GREATER THAN 0
             MOVE SPACES TO REPORT-RECORD
             STRING "     PRODUCTION CASES "
                WS-T-PROMOTED(ws-suite-idx) " FROM "
                WS-T-FIRST-DATE(ws-suite-idx) " TO "
                WS-T-LAST-DATE(ws-suite-idx)
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
             ws-fail-count-disp DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
          STRING "PRODUCTION CASES: " ws-promoted-total " FROM "
             ws-first-date " TO " ws-last-date DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * Promoted rows per fixture, with the earliest and latest
      * source run date; no audit file means every case is
      * hand-keyed.
       LOAD-PROMOTIONS.
          OPEN INPUT PROMOTION-AUDIT-FILE.
          IF ws-fpa-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-fpa-eof IS EQUAL TO "Y"
             READ PROMOTION-AUDIT-FILE
                AT END
                   MOVE "Y" TO ws-fpa-eof
                NOT AT END
                   PERFORM VARYING ws-suite-idx FROM 1 BY 1
                      UNTIL ws-suite-idx IS GREATER THAN 6
                      IF WS-T-FIXTURE(ws-suite-idx) IS NOT EQUAL TO
                         SPACES AND WS-T-FIXTURE(ws-suite-idx) IS
                         EQUAL TO FP-FIXTURE
                         PERFORM COUNT-PROMOTION
                      END-IF
                   END-PERFORM
             END-READ
          END-PERFORM.
          CLOSE PROMOTION-AUDIT-FILE.

       COUNT-PROMOTION.
          ADD 1 TO WS-T-PROMOTED(ws-suite-idx).
          ADD 1 TO ws-promoted-total.
          IF WS-T-FIRST-DATE(ws-suite-idx) IS EQUAL TO 0
             OR FP-SOURCE-DATE IS LESS THAN
             WS-T-FIRST-DATE(ws-suite-idx)
             MOVE FP-SOURCE-DATE TO WS-T-FIRST-DATE(ws-suite-idx)
          END-IF.
          IF FP-SOURCE-DATE IS GREATER THAN
             WS-T-LAST-DATE(ws-suite-idx)
             MOVE FP-SOURCE-DATE TO WS-T-LAST-DATE(ws-suite-idx)
          END-IF.
          IF ws-first-date IS EQUAL TO 0
             OR FP-SOURCE-DATE IS LESS THAN ws-first-date
             MOVE FP-SOURCE-DATE TO ws-first-date
          END-IF.
          IF FP-SOURCE-DATE IS GREATER THAN ws-last-date
             MOVE FP-SOURCE-DATE TO ws-last-date
          END-IF.

       INIT-SUITE-TABLE.
          PERFORM VARYING ws-suite-idx FROM 1 BY 1
             UNTIL ws-suite-idx IS GREATER THAN 6
             MOVE SPACES TO WS-T-FIXTURE(ws-suite-idx)
             MOVE 0 TO WS-T-PROMOTED(ws-suite-idx)
             MOVE 0 TO WS-T-FIRST-DATE(ws-suite-idx)
             MOVE 0 TO WS-T-LAST-DATE(ws-suite-idx)
          END-PERFORM.
          MOVE "_tests_bin/testdivides" TO WS-T-COMMAND(1).
          MOVE "TESTDIVI" TO WS-T-NAME(1).
          MOVE "cobol/data/testdivides_report.dat"
             TO WS-T-REPORT(1).
          MOVE "DIVIDES" TO WS-T-FIXTURE(1).
          MOVE "_tests_bin/testlargestfactor" TO WS-T-COMMAND(2).
          MOVE "TESTLRGF" TO WS-T-NAME(2).
          MOVE "cobol/data/testlargestfactor_report.dat"
             TO WS-T-REPORT(2).
          MOVE "LRGFACT" TO WS-T-FIXTURE(2).
          MOVE "_tests_bin/testsmallestfactor" TO WS-T-COMMAND(3).
          MOVE "TESTSMLF" TO WS-T-NAME(3).
          MOVE "cobol/data/testsmallestfactor_report.dat"
             TO WS-T-REPORT(3).
          MOVE "SMLFACT" TO WS-T-FIXTURE(3).
          MOVE "_tests_bin/testprimefactorization"
             TO WS-T-COMMAND(4).
          MOVE "TESTPRMF" TO WS-T-NAME(4).
          MOVE "TESTDVOK" TO WS-T-NAME(5).
          MOVE "cobol/data/testdivok_report.dat"
             TO WS-T-REPORT(5).
          MOVE "_tests_bin/testpollardrho" TO WS-T-COMMAND(6).
          MOVE "TESTPRHO" TO WS-T-NAME(6).
          MOVE "cobol/data/testpollardrho_report.dat"
             TO WS-T-REPORT(6).
