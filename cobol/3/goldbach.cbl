       IDENTIFICATION DIVISION.
       PROGRAM-ID. goldbach.
       AUTHOR. Owain Kenway.

      * Goldbach verification over the generated sieve.  For every
      * even number in the range on goldbach_range_card.dat this
      * job counts the ways it splits as p + q with p <= q both
      * prime, and reports the pair with the smallest p.
      * prime_sieve.dat is the only complete prime list in the
      * shop, so it is the one this job trusts: the sieve is loaded
      * once into a flag table and a prime list, and each even N is
      * tested against every prime p up to N/2 for whether N - p is
      * flagged prime.
      *
      * The card is the range's low and high ends.  An odd end is
      * pulled inward to the nearest even number and a low end
      * below 4 is raised to 4, the first even number with a
      * representation; a missing card covers 4 to 1000.  A range
      * whose high end is above the sieve limit cannot be checked
      * honestly -- N - p would fall past the list -- so it raises
      * SIEVE COVERAGE through alertlog.cbl and ends with return
      * code 8 without a report.  An even number with no
      * representation is a GOLDBACH FAILURE alert and a return
      * code of 8 at the end; the rest of the range is still
      * reported.  The trailer gives the count checked, the
      * failures, the fewest and most ways (and where), the mean
      * number of ways, and the largest smallest-p seen.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CARD-FILE
                ASSIGN TO "cobol/data/goldbach_range_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STATUS.
             SELECT SIEVE-FILE
                ASSIGN TO "cobol/data/prime_sieve.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIV-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/goldbach_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CARD-FILE.
             01 CARD-RECORD.
                05 GB-FROM            PIC 9(9).
                05 GB-FILLER1         PIC X.
                05 GB-TO              PIC 9(9).
          FD SIEVE-FILE.
             01 SIEVE-RECORD.
                05 SV-VALUE           PIC 9(9).
                05 SV-FILLER1         PIC X.
                05 SV-COUNT           PIC 9(9).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(110).

          WORKING-STORAGE SECTION.
             01 ws-crd-status PIC XX.
             01 ws-siv-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-siv-eof PIC X VALUE "N".
             01 ws-first-line PIC X VALUE "Y".
             01 ws-from PIC 9(9) VALUE 4.
             01 ws-to PIC 9(9) VALUE 1000.
             01 ws-sieve-limit PIC 9(9) VALUE 0.
             01 ws-half USAGE BINARY-LONG UNSIGNED.
             01 ws-odd-check USAGE BINARY-LONG UNSIGNED.
             01 ws-partner USAGE BINARY-LONG UNSIGNED.
             01 ws-prime-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-even PIC 9(9).
             01 ws-ways PIC 9(9).
             01 ws-min-p PIC 9(9).
             01 ws-min-q PIC 9(9).
      * Trailer statistics.
             01 ws-checked-count PIC 9(9) VALUE 0.
             01 ws-failure-count PIC 9(9) VALUE 0.
             01 ws-total-ways PIC 9(18) VALUE 0.
             01 ws-mean-ways PIC 9(9)V99.
             01 ws-mean-disp PIC Z(8)9.99.
             01 ws-fewest-ways PIC 9(9) VALUE 999999999.
             01 ws-fewest-at PIC 9(9) VALUE 0.
             01 ws-most-ways PIC 9(9) VALUE 0.
             01 ws-most-at PIC 9(9) VALUE 0.
             01 ws-largest-min-p PIC 9(9) VALUE 0.
             01 ws-largest-min-p-at PIC 9(9) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "GOLDBACH".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * The sieve as a flag per integer (Y prime) for the N - p
      * test and as an ascending list for the p walk, both bounded
      * by sievegen.cbl's own 1000000 table ceiling.
             01 ws-flag-table.
                05 ws-flag OCCURS 1000000 TIMES PIC X.
             01 ws-prime-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-prime-values.
                05 ws-prime OCCURS 1 TO 80000 TIMES
                      DEPENDING ON ws-prime-count
                      USAGE BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
          PERFORM LOAD-RANGE-CARD.
          PERFORM LOAD-SIEVE.
          IF ws-to IS GREATER THAN ws-sieve-limit
      * Fatal: N - p for the top of the range would fall past the
      * prime list, and a "no representation" found that way would
      * be the sieve's fault, not Goldbach's.
             DISPLAY "GOLDBACH: RANGE TO " ws-to
                " EXCEEDS SIEVE LIMIT " ws-sieve-limit
                ", RERUN SIEVEGEN TO COVER IT"
             MOVE "SIEVE COVERAGE" TO ws-alert-condition
             MOVE ws-to TO ws-alert-key-1
             MOVE ws-sieve-limit TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
          PERFORM VARYING ws-even FROM ws-from BY 2
             UNTIL ws-even IS GREATER THAN ws-to
             PERFORM CHECK-ONE-EVEN
          END-PERFORM.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          DISPLAY "GOLDBACH: " ws-checked-count " EVEN NUMBER(S), "
             ws-failure-count " WITHOUT A REPRESENTATION".
          IF ws-failure-count IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * A missing card (or a blank end on it) keeps the default; the
      * ends are then pulled inward to even numbers, 4 at the
      * lowest.
       LOAD-RANGE-CARD.
          OPEN INPUT CARD-FILE.
          IF ws-crd-status IS EQUAL TO "00"
             READ CARD-FILE
                NOT AT END
                   IF GB-FROM IS NUMERIC
                      MOVE GB-FROM TO ws-from
                   END-IF
                   IF GB-TO IS NUMERIC
                      MOVE GB-TO TO ws-to
                   END-IF
             END-READ
             CLOSE CARD-FILE
          END-IF.
          IF ws-from IS LESS THAN 4
             MOVE 4 TO ws-from
          END-IF.
          DIVIDE ws-from BY 2 GIVING ws-half REMAINDER ws-odd-check.
          IF ws-odd-check IS EQUAL TO 1
             ADD 1 TO ws-from
          END-IF.
          DIVIDE ws-to BY 2 GIVING ws-half REMAINDER ws-odd-check.
          IF ws-odd-check IS EQUAL TO 1
             SUBTRACT 1 FROM ws-to
          END-IF.

      * Header line first (the limit), then one prime per line.  An
      * absent sieve leaves the limit at zero, which the coverage
      * check above refuses.  Rows above the header's limit are a
      * segmented extension still in progress and are skipped, and
      * a sieve extended past the flag table counts as covering the
      * table's 1000000 only.
       LOAD-SIEVE.
          MOVE ALL "N" TO ws-flag-table.
          OPEN INPUT SIEVE-FILE.
          IF ws-siv-status IS EQUAL TO "00"
             PERFORM UNTIL ws-siv-eof IS EQUAL TO "Y"
                READ SIEVE-FILE
                   AT END
                      MOVE "Y" TO ws-siv-eof
                   NOT AT END
                      IF ws-first-line IS EQUAL TO "Y"
                         MOVE "N" TO ws-first-line
                         IF SV-VALUE IS NUMERIC
                            MOVE SV-VALUE TO ws-sieve-limit
                         END-IF
                         IF ws-sieve-limit IS GREATER THAN 1000000
                            MOVE 1000000 TO ws-sieve-limit
                         END-IF
                      ELSE
                         IF SV-VALUE IS NUMERIC
                            AND SV-VALUE IS GREATER THAN 1
                            AND SV-VALUE IS NOT GREATER THAN
                               ws-sieve-limit
                            AND ws-prime-count IS LESS THAN 80000
                            ADD 1 TO ws-prime-count
                            MOVE SV-VALUE TO ws-prime(ws-prime-count)
                            MOVE "Y" TO ws-flag(SV-VALUE)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SIEVE-FILE
          END-IF.

      * Walks p up the prime list to N/2; each p whose partner N - p
      * is also prime is one way, and the first found is the
      * minimal-p pair.
       CHECK-ONE-EVEN.
          MOVE 0 TO ws-ways.
          MOVE 0 TO ws-min-p.
          MOVE 0 TO ws-min-q.
          DIVIDE ws-even BY 2 GIVING ws-half.
          PERFORM VARYING ws-prime-idx FROM 1 BY 1
             UNTIL ws-prime-idx IS GREATER THAN ws-prime-count
             OR ws-prime(ws-prime-idx) IS GREATER THAN ws-half
             COMPUTE ws-partner = ws-even - ws-prime(ws-prime-idx)
             IF ws-flag(ws-partner) IS EQUAL TO "Y"
                ADD 1 TO ws-ways
                IF ws-min-p IS EQUAL TO 0
                   MOVE ws-prime(ws-prime-idx) TO ws-min-p
                   MOVE ws-partner TO ws-min-q
                END-IF
             END-IF
          END-PERFORM.
          ADD 1 TO ws-checked-count.
          ADD ws-ways TO ws-total-ways.
          IF ws-ways IS LESS THAN ws-fewest-ways
             MOVE ws-ways TO ws-fewest-ways
             MOVE ws-even TO ws-fewest-at
          END-IF.
          IF ws-ways IS GREATER THAN ws-most-ways
             MOVE ws-ways TO ws-most-ways
             MOVE ws-even TO ws-most-at
          END-IF.
          IF ws-min-p IS GREATER THAN ws-largest-min-p
             MOVE ws-min-p TO ws-largest-min-p
             MOVE ws-even TO ws-largest-min-p-at
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          IF ws-ways IS EQUAL TO 0
             ADD 1 TO ws-failure-count
             STRING "N " ws-even " WAYS " ws-ways
                " NO REPRESENTATION" DELIMITED BY SIZE
                INTO REPORT-RECORD
             DISPLAY "GOLDBACH: NO REPRESENTATION FOR " ws-even
             MOVE "GOLDBACH FAILURE" TO ws-alert-condition
             MOVE ws-even TO ws-alert-key-1
             MOVE ws-sieve-limit TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          ELSE
             STRING "N " ws-even " WAYS " ws-ways " PAIR "
                ws-min-p " + " ws-min-q DELIMITED BY SIZE
                INTO REPORT-RECORD
          END-IF.
          WRITE REPORT-RECORD.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "GOLDBACH REPORT, RANGE " ws-from " TO " ws-to
             " SIEVE LIMIT " ws-sieve-limit
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * An empty range (high end below the low) checks nothing; the
      * fewest-ways line is then left out rather than show the
      * starting sentinel.
       WRITE-TRAILER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CHECKED " ws-checked-count " FAILURES "
             ws-failure-count DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF ws-checked-count IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          COMPUTE ws-mean-ways ROUNDED =
             ws-total-ways / ws-checked-count.
          MOVE ws-mean-ways TO ws-mean-disp.
          MOVE SPACES TO REPORT-RECORD.
          STRING "FEWEST WAYS " ws-fewest-ways " AT " ws-fewest-at
             " MOST WAYS " ws-most-ways " AT " ws-most-at
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
          STRING "MEAN WAYS " ws-mean-disp " LARGEST MINIMAL P "
             ws-largest-min-p " AT " ws-largest-min-p-at
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
