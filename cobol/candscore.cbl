       IDENTIFICATION DIVISION.
       PROGRAM-ID. candscore.
       AUTHOR. Owain Kenway.

      * Scores a test night against the known answers candgen.cbl
      * wrote.  For every SXHDR..SXTRL group in
      * synthetic_expected.dat the night's primefactor_report.dat is
      * searched for a complete (trailered) group for the same N,
      * and the two factor lists are compared prime by prime and
      * exponent by exponent -- order-free, since a rho split can
      * report its factors out of ascending order.  Each candidate
      * is MATCH, MISMATCH (a group exists but disagrees) or MISSING
      * (no complete group: never staged, still in flight, or
      * deferred), one line each in synthetic_score_report.dat with
      * totals per shape underneath.  RC 0 when every candidate
      * matched, 4 otherwise, 8 when there are no known answers to
      * score against.  The report is rescanned per candidate, the
      * resultdeliver.cbl stance.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT EXPECTED-FILE
                ASSIGN TO "cobol/data/synthetic_expected.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXP-STATUS.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/synthetic_score_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD EXPECTED-FILE.
             COPY "synthexprec.cpy".
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
             01 ws-exp-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-exp-eof PIC X VALUE "N".
             01 ws-pfr-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-in-expected PIC X VALUE "N".
             01 ws-work-n PIC 9(30).
             01 ws-work-shape PIC X(11).
             01 ws-work-ref PIC X(12).
             01 ws-verdict PIC X(8).
             01 ws-in-report-group PIC X.
             01 ws-report-complete PIC X.
             01 ws-found PIC X.
             01 ws-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-jdx USAGE BINARY-LONG UNSIGNED.
             01 ws-scored-count PIC 9(9) VALUE 0.
             01 ws-match-count PIC 9(9) VALUE 0.
             01 ws-mismatch-count PIC 9(9) VALUE 0.
             01 ws-missing-count PIC 9(9) VALUE 0.
      * The expected answer for the group being scored, and the
      * last complete group the report holds for the same N.
             01 WS-EXP-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-EXP-TABLE.
                05 WS-EXP-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-EXP-COUNT.
                   10 WS-E-PRIME          PIC 9(30).
                   10 WS-E-EXP            PIC 9(9).
             01 WS-GOT-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-GOT-TABLE.
                05 WS-GOT-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-GOT-COUNT.
                   10 WS-G-PRIME          PIC 9(30).
                   10 WS-G-EXP            PIC 9(9).
             01 WS-RUN-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RUN-TABLE.
                05 WS-RUN-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-RUN-COUNT.
                   10 WS-R-PRIME          PIC 9(30).
                   10 WS-R-EXP            PIC 9(9).
      * Totals per candgen.cbl shape.
             01 WS-SHAPE-TABLE.
                05 FILLER PIC X(11) VALUE "PRIME".
                05 FILLER PIC X(11) VALUE "SEMIPRIME".
                05 FILLER PIC X(11) VALUE "SMOOTH".
                05 FILLER PIC X(11) VALUE "PRIME-POWER".
             01 WS-SHAPE-NAMES REDEFINES WS-SHAPE-TABLE.
                05 WS-SHAPE-NAME PIC X(11) OCCURS 4 TIMES.
             01 WS-SHAPE-TOTALS.
                05 WS-SHAPE-TOTAL OCCURS 4 TIMES.
                   10 WS-ST-SCORED        PIC 9(9) VALUE 0.
                   10 WS-ST-MATCHED       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          OPEN INPUT EXPECTED-FILE.
          IF ws-exp-status IS NOT EQUAL TO "00"
             DISPLAY "CANDSCORE: NO KNOWN ANSWERS, RUN CANDGEN FIRST"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          STRING "SYNTHETIC SCORE " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM UNTIL ws-exp-eof IS EQUAL TO "Y"
             READ EXPECTED-FILE
                AT END
                   MOVE "Y" TO ws-exp-eof
                NOT AT END
                   PERFORM FOLD-EXPECTED-ROW
             END-READ
          END-PERFORM.
          CLOSE EXPECTED-FILE.
          PERFORM WRITE-TOTALS.
          CLOSE REPORT-FILE.
          DISPLAY "CANDSCORE: " ws-scored-count " SCORED, "
             ws-match-count " MATCH, " ws-mismatch-count
             " MISMATCH, " ws-missing-count " MISSING".
          IF ws-scored-count IS EQUAL TO 0
             MOVE 8 TO RETURN-CODE
          ELSE
             IF ws-match-count IS EQUAL TO ws-scored-count
                MOVE 0 TO RETURN-CODE
             ELSE
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF.
       STOP RUN.

       FOLD-EXPECTED-ROW.
          EVALUATE SX-RECORD-TYPE
             WHEN "SXHDR"
                MOVE "Y" TO ws-in-expected
                MOVE SX-N TO ws-work-n
                MOVE SX-SHAPE TO ws-work-shape
                MOVE SX-PARTNER-REF TO ws-work-ref
                MOVE 0 TO WS-EXP-COUNT
             WHEN "SXFAC"
                IF ws-in-expected IS EQUAL TO "Y"
                   AND WS-EXP-COUNT IS LESS THAN 30
                   ADD 1 TO WS-EXP-COUNT
                   MOVE SX-PRIME TO WS-E-PRIME(WS-EXP-COUNT)
                   MOVE SX-EXPONENT TO WS-E-EXP(WS-EXP-COUNT)
                END-IF
             WHEN "SXTRL"
                IF ws-in-expected IS EQUAL TO "Y"
                   PERFORM SCORE-ONE-CANDIDATE
                END-IF
                MOVE "N" TO ws-in-expected
          END-EVALUATE.

       SCORE-ONE-CANDIDATE.
          ADD 1 TO ws-scored-count.
          PERFORM LOAD-REPORT-GROUP.
          EVALUATE TRUE
             WHEN ws-report-complete IS NOT EQUAL TO "Y"
                MOVE "MISSING" TO ws-verdict
                ADD 1 TO ws-missing-count
             WHEN OTHER
                PERFORM COMPARE-GROUPS
                IF ws-found IS EQUAL TO "Y"
                   MOVE "MATCH" TO ws-verdict
                   ADD 1 TO ws-match-count
                ELSE
                   MOVE "MISMATCH" TO ws-verdict
                   ADD 1 TO ws-mismatch-count
                END-IF
          END-EVALUATE.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN 4
             IF WS-SHAPE-NAME(ws-idx) IS EQUAL TO ws-work-shape
                ADD 1 TO WS-ST-SCORED(ws-idx)
                IF ws-verdict IS EQUAL TO "MATCH"
                   ADD 1 TO WS-ST-MATCHED(ws-idx)
                END-IF
             END-IF
          END-PERFORM.
          MOVE SPACES TO REPORT-RECORD.
          STRING "N " ws-work-n " " ws-work-shape " " ws-work-ref
             " " ws-verdict DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * The last group for N whose trailer count matches its PFFAC
      * rows; a group with no trailer is not an answer.
       LOAD-REPORT-GROUP.
          MOVE "N" TO ws-report-complete.
          MOVE "N" TO ws-in-report-group.
          MOVE 0 TO WS-GOT-COUNT.
          MOVE "N" TO ws-pfr-eof.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-pfr-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-pfr-eof IS EQUAL TO "Y"
             READ PF-REPORT-FILE
                AT END
                   MOVE "Y" TO ws-pfr-eof
                NOT AT END
                   IF PF-N IS EQUAL TO ws-work-n
                      PERFORM FOLD-REPORT-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PF-REPORT-FILE.

       FOLD-REPORT-ROW.
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                MOVE "Y" TO ws-in-report-group
                MOVE 0 TO WS-RUN-COUNT
             WHEN "PFFAC"
                IF ws-in-report-group IS EQUAL TO "Y"
                   AND WS-RUN-COUNT IS LESS THAN 30
                   ADD 1 TO WS-RUN-COUNT
                   MOVE PF-PRIME TO WS-R-PRIME(WS-RUN-COUNT)
                   MOVE PF-EXPONENT TO WS-R-EXP(WS-RUN-COUNT)
                END-IF
             WHEN "PFTRL"
                IF ws-in-report-group IS EQUAL TO "Y"
                   AND PF-EXPONENT IS EQUAL TO WS-RUN-COUNT
                   MOVE "Y" TO ws-report-complete
                   MOVE WS-RUN-COUNT TO WS-GOT-COUNT
                   PERFORM VARYING ws-jdx FROM 1 BY 1
                      UNTIL ws-jdx IS GREATER THAN WS-RUN-COUNT
                      MOVE WS-RUN-ENTRY(ws-jdx)
                         TO WS-GOT-ENTRY(ws-jdx)
                   END-PERFORM
                END-IF
                MOVE "N" TO ws-in-report-group
          END-EVALUATE.

      * Same number of distinct primes, and every expected prime
      * present with the same exponent; ws-found Y when they agree.
       COMPARE-GROUPS.
          MOVE "Y" TO ws-found.
          IF WS-GOT-COUNT IS NOT EQUAL TO WS-EXP-COUNT
             MOVE "N" TO ws-found
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN WS-EXP-COUNT
                OR ws-found IS EQUAL TO "N"
             PERFORM MATCH-ONE-FACTOR
          END-PERFORM.

       MATCH-ONE-FACTOR.
          MOVE "N" TO ws-found.
          PERFORM VARYING ws-jdx FROM 1 BY 1
             UNTIL ws-jdx IS GREATER THAN WS-GOT-COUNT
             IF WS-G-PRIME(ws-jdx) IS EQUAL TO WS-E-PRIME(ws-idx)
                AND WS-G-EXP(ws-jdx) IS EQUAL TO WS-E-EXP(ws-idx)
                MOVE "Y" TO ws-found
             END-IF
          END-PERFORM.

       WRITE-TOTALS.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN 4
             IF WS-ST-SCORED(ws-idx) IS GREATER THAN 0
                MOVE SPACES TO REPORT-RECORD
                STRING "SHAPE " WS-SHAPE-NAME(ws-idx) " SCORED "
                   WS-ST-SCORED(ws-idx) " MATCHED "
                   WS-ST-MATCHED(ws-idx)
                   DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
             END-IF
          END-PERFORM.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TOTAL SCORED " ws-scored-count " MATCH "
             ws-match-count " MISMATCH " ws-mismatch-count
             " MISSING " ws-missing-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
