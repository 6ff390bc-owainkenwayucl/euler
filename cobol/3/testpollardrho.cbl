       IDENTIFICATION DIVISION.
       PROGRAM-ID. testpollardrho.
       AUTHOR. Owain Kenway.

      * Regression test for pollardrho.cbl.  Which factor rho hands
      * back depends on the polynomial constant that split n, so the
      * fixture (testpollardrho_expected.dat) does not pin the
      * factor itself; it says whether n should split (1) or not
      * (0, a prime).  A case PASSes when a should-split n comes
      * back with an f strictly between 1 and n that divides.cbl
      * confirms divides it, and a prime comes back with f = 0 --
      * a wrong, trivial or missing split all FAIL.  Writes a
      * PASS/FAIL line per case plus an overall summary to a report
      * file (same shape as testdivides.cbl's) and sets RETURN-CODE
      * 8 if any case fails.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT EXPECTED-FILE
                ASSIGN TO "cobol/data/testpollardrho_expected.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXP-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/testpollardrho_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD EXPECTED-FILE.
             01 EXPECTED-RECORD.
                05 TE-N               PIC 9(30).
                05 TE-FILLER1         PIC X.
                05 TE-EXPECTED-SPLIT  PIC 9(1).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
             01 n PIC S9(30) USAGE COMP-3.
             01 f PIC S9(30) USAGE COMP-3.
             01 d PIC S9(30) USAGE COMP-3.
             01 ws-rho-limit PIC 9(9) VALUE 100000.
             01 ws-expected-split PIC 9(1).
             01 ws-actual-split PIC 9(1).
             01 ws-exp-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-exp-eof PIC X VALUE "N".
             01 ws-case-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-fail-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-case-count-disp PIC 9(9).
             01 ws-fail-count-disp PIC 9(9).
             01 ws-verdict PIC X(4).
             01 ws-n-disp PIC 9(30).
             01 ws-f-disp PIC 9(30).

       PROCEDURE DIVISION.
          OPEN INPUT EXPECTED-FILE.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM UNTIL ws-exp-eof IS EQUAL TO "Y"
             READ EXPECTED-FILE
                AT END
                   MOVE "Y" TO ws-exp-eof
                NOT AT END
                   MOVE TE-N TO n
                   MOVE TE-EXPECTED-SPLIT TO ws-expected-split
                   PERFORM RUN-ONE-CASE
             END-READ
          END-PERFORM.
          CLOSE EXPECTED-FILE.
          PERFORM WRITE-SUMMARY.
          CLOSE REPORT-FILE.
          IF ws-fail-count IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * A split only counts once divides.cbl agrees with it and it is
      * neither 1 nor n.
       RUN-ONE-CASE.
          ADD 1 TO ws-case-count.
          CALL 'pollardrho' USING n, f, ws-rho-limit.
          MOVE 0 TO ws-actual-split.
          IF f IS GREATER THAN 1 AND f IS LESS THAN n
             CALL 'divides' USING n, f, d
             IF d IS EQUAL TO 1
                MOVE 1 TO ws-actual-split
             END-IF
          END-IF.
          IF ws-actual-split IS EQUAL TO ws-expected-split
             MOVE "PASS" TO ws-verdict
          ELSE
             MOVE "FAIL" TO ws-verdict
             ADD 1 TO ws-fail-count
          END-IF.
          MOVE n TO ws-n-disp.
          MOVE f TO ws-f-disp.
          MOVE SPACES TO REPORT-RECORD.
          STRING ws-verdict " N=" ws-n-disp " SPLIT=" ws-actual-split
             " F=" ws-f-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          DISPLAY ws-verdict " N=" ws-n-disp " SPLIT=" ws-actual-split
             " F=" ws-f-disp.

       WRITE-SUMMARY.
          MOVE ws-case-count TO ws-case-count-disp.
          MOVE ws-fail-count TO ws-fail-count-disp.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TESTPOLLARDRHO: " ws-case-count-disp " CASE(S), "
             ws-fail-count-disp " FAILED" DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          DISPLAY "TESTPOLLARDRHO: " ws-case-count-disp " CASE(S), "
             ws-fail-count-disp " FAILED".
