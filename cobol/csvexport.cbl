       IDENTIFICATION DIVISION.
       PROGRAM-ID. csvexport.
       AUTHOR. Owain Kenway.

      * Spreadsheet-ready editions of the analytics outputs.
      * Finance and research copied our fixed-column files into
      * spreadsheets by hand and regularly slipped a column on the
      * 30-digit fields.  This step writes a comma-delimited copy of
      * each, headed by a row of column names, next to the original
      * in cobol/data:
      *
      *    primefactor_report.csv  one line per N, flattened from
      *                            its PFHDR/PFFAC/PFTRL group: the
      *                            factorization as p^e*q..., the
      *                            distinct-prime count from the
      *                            trailer and the methods that
      *                            found the factors;
      *    perfect_class.csv       perfectclass.cbl's rows;
      *    totient_report.csv      totient.cbl's rows;
      *    pf_analytics_report.csv pfanalytics.cbl's per-candidate
      *                            lines (the hardest-candidates
      *                            ranking is a sort of these, left
      *                            to the spreadsheet);
      *    monthend_report.csv     monthend.cbl's program-month
      *                            lines;
      *    gcd_results.csv         batchgcd.cbl's rows.
      *
      * Numbers go out with their leading zeros stripped (zero is
      * 0; the month-end delta keeps a minus sign and drops its
      * plus).  Text goes out with trailing spaces trimmed, and in
      * double quotes -- any quote inside doubled -- when it holds
      * a comma, a quote or a leading space, so every row splits
      * into the same columns however the cell reads.  A source
      * file that isn't there is reported NOT PRODUCED and its CSV
      * is not written; the step then ends with return code 4.  The
      * CSV files are registered in dataset_registry.dat and can be
      * mapped in report_distribution.dat like any other report.
      * Each CSV written is filed as an edition through
      * reportcapture.cbl, so what a spreadsheet user was sent on a
      * given night can be shown from report_repository.dat after
      * the next export has overwritten it; report_retention.dat
      * keeps the CSV editions as long as their source reports'.
      *
      * Every CSV ends with a REGION column naming the region the
      * export ran in (region.dat, PROD when absent or blank, as
      * alertlog.cbl resolves it), so a sheet built from a test
      * region's copy cannot pass for production figures.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT PERFECT-FILE
                ASSIGN TO "cobol/data/perfect_class.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT TOTIENT-FILE
                ASSIGN TO "cobol/data/totient_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT ANALYTICS-FILE
                ASSIGN TO "cobol/data/pf_analytics_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT MONTHEND-FILE
                ASSIGN TO "cobol/data/monthend_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT GCD-FILE
                ASSIGN TO "cobol/data/gcd_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT CSV-FILE
                ASSIGN TO WS-CSV-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD PERFECT-FILE.
             01 PERFECT-RECORD.
                05 PC-N               PIC 9(30).
                05 PC-FILLER1         PIC X.
                05 PC-DIVISOR-SUM     PIC 9(30).
                05 PC-FILLER2         PIC X.
                05 PC-CLASS           PIC X(9).
                05 PC-FILLER3         PIC X.
                05 PC-ORIGIN          PIC X(5).
          FD TOTIENT-FILE.
             01 TOTIENT-RECORD.
                05 TT-N               PIC 9(30).
                05 TT-FILLER1         PIC X.
                05 TT-PHI             PIC 9(30).
                05 TT-FILLER2         PIC X.
                05 TT-DISTINCT        PIC 9(9).
                05 TT-FILLER3         PIC X.
                05 TT-STATUS          PIC X(9).
                05 TT-FILLER4         PIC X.
                05 TT-ORIGIN          PIC X(5).
      * pfanalytics.cbl's per-candidate line, "N n LARGEST p
      * DISTINCT d WITHMULT m TESTED t"; its ranking lines don't
      * start "N " and are passed over.
          FD ANALYTICS-FILE.
             01 ANALYTICS-RECORD.
                05 PA-TAG             PIC X(2).
                05 PA-N               PIC 9(30).
                05 PA-FILLER1         PIC X(9).
                05 PA-LARGEST         PIC 9(30).
                05 PA-FILLER2         PIC X(10).
                05 PA-DISTINCT        PIC 9(9).
                05 PA-FILLER3         PIC X(10).
                05 PA-WITH-MULT       PIC 9(9).
                05 PA-FILLER4         PIC X(8).
                05 PA-TESTED          PIC 9(9).
                05 PA-FILLER5         PIC X(4).
      * monthend.cbl's program-month line, "prog yyyymm RUNS r TOT t
      * MIN m MAX x AVG a ALERTS n MOM +d"; the title line has no
      * month in it and is passed over.
          FD MONTHEND-FILE.
             01 MONTHEND-RECORD.
                05 ME-PROGRAM-ID      PIC X(8).
                05 ME-FILLER1         PIC X.
                05 ME-MONTH           PIC 9(6).
                05 ME-FILLER2         PIC X(6).
                05 ME-RUNS            PIC 9(9).
                05 ME-FILLER3         PIC X(5).
                05 ME-TOTAL           PIC 9(12).
                05 ME-FILLER4         PIC X(5).
                05 ME-MIN             PIC 9(9).
                05 ME-FILLER5         PIC X(5).
                05 ME-MAX             PIC 9(9).
                05 ME-FILLER6         PIC X(5).
                05 ME-AVG             PIC 9(9).
                05 ME-FILLER7         PIC X(8).
                05 ME-ALERTS          PIC 9(9).
                05 ME-FILLER8         PIC X(5).
                05 ME-MOM-SIGN        PIC X.
                05 ME-MOM             PIC 9(9).
                05 ME-FILLER9         PIC X(9).
          FD GCD-FILE.
             01 GCD-RECORD.
                05 GR-X               PIC 9(30).
                05 GR-FILLER1         PIC X.
                05 GR-N               PIC 9(30).
                05 GR-FILLER2         PIC X.
                05 GR-GCD             PIC 9(30).
                05 GR-FILLER3         PIC X.
                05 GR-LCM             PIC 9(30).
                05 GR-FILLER4         PIC X.
                05 GR-STATUS          PIC X(9).
          FD CSV-FILE.
             01 CSV-RECORD            PIC X(250).
          FD REGION-FILE.
             COPY "regionrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-src-status PIC XX.
             01 ws-csv-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-region PIC X(8).
             01 ws-src-eof PIC X.
             01 WS-CSV-PATH PIC X(44).
             01 ws-csv-name PIC X(30).
             01 ws-capture-program PIC X(8) VALUE "CSVEXPRT".
             01 ws-row-count PIC 9(9).
             01 ws-written-count PIC 9(9) VALUE 0.
             01 ws-missing-count PIC 9(9) VALUE 0.
      * The line being built and where the next field goes.
             01 ws-csv-line PIC X(250).
             01 ws-csv-ptr USAGE BINARY-LONG UNSIGNED.
             01 ws-csv-first PIC X.
      * Field in: a number for PUT-NUMBER, text for PUT-TEXT.
             01 ws-csv-number PIC 9(30).
             01 ws-csv-text PIC X(160).
             01 ws-csv-minus PIC X.
      * A number with its leading zeros stripped.
             01 ws-num-text PIC X(30).
             01 ws-num-len USAGE BINARY-LONG UNSIGNED.
             01 ws-lead-zeros USAGE BINARY-LONG UNSIGNED.
             01 ws-text-len USAGE BINARY-LONG UNSIGNED.
             01 ws-char-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-quote-hits USAGE BINARY-LONG UNSIGNED.
             01 ws-needs-quotes PIC X.
      * One factorization group being flattened.
             01 ws-in-group PIC X VALUE "N".
             01 ws-pf-n PIC 9(30).
             01 ws-pf-source PIC X(6).
             01 ws-pf-origin PIC X(5).
             01 ws-pf-answer-date PIC 9(8).
             01 ws-pf-factors PIC X(160).
             01 ws-pf-factors-ptr USAGE BINARY-LONG UNSIGNED.
             01 ws-pf-methods PIC X(20).
             01 ws-pf-methods-ptr USAGE BINARY-LONG UNSIGNED.
             01 ws-pf-method PIC X(5).
             01 ws-method-hits USAGE BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
          PERFORM RESOLVE-REGION.
          PERFORM EXPORT-PRIME-FACTORS.
          PERFORM EXPORT-PERFECT-CLASS.
          PERFORM EXPORT-TOTIENT.
          PERFORM EXPORT-ANALYTICS.
          PERFORM EXPORT-MONTHEND.
          PERFORM EXPORT-GCD.
          DISPLAY "CSVEXPORT: " ws-written-count
             " CSV FILE(S) WRITTEN, " ws-missing-count
             " NOT PRODUCED".
          IF ws-missing-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       RESOLVE-REGION.
          MOVE "PROD" TO ws-region.
          OPEN INPUT REGION-FILE.
          IF ws-rgn-status IS EQUAL TO "00"
             READ REGION-FILE
                NOT AT END
                   IF RG-REGION-NAME IS NOT EQUAL TO SPACES
                      MOVE RG-REGION-NAME TO ws-region
                   END-IF
             END-READ
             CLOSE REGION-FILE
          END-IF.

       EXPORT-PRIME-FACTORS.
          MOVE "primefactor_report.csv" TO ws-csv-name.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             PERFORM REPORT-NOT-PRODUCED
             EXIT PARAGRAPH
          END-IF.
          PERFORM OPEN-CSV.
          STRING "N,SOURCE,ORIGIN,ANSWER_DATE,DISTINCT_PRIMES,"
             "FACTORIZATION,METHODS,REGION" DELIMITED BY SIZE
             INTO CSV-RECORD.
          WRITE CSV-RECORD.
          MOVE "N" TO ws-in-group.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ PF-REPORT-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   PERFORM FLATTEN-FACTOR-ROW
             END-READ
          END-PERFORM.
          CLOSE PF-REPORT-FILE.
          PERFORM CLOSE-CSV.

      * The header opens a group, each PFFAC row adds p or p^e to
      * the factorization and its method to the list (once each),
      * and the trailer writes the line.  A group cut off by the
      * end of the file has no trailer and writes nothing.
       FLATTEN-FACTOR-ROW.
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                MOVE "Y" TO ws-in-group
                MOVE PF-N TO ws-pf-n
                MOVE PF-SOURCE TO ws-pf-source
                MOVE PF-ORIGIN TO ws-pf-origin
                IF PF-ANSWER-DATE IS NUMERIC
                   MOVE PF-ANSWER-DATE TO ws-pf-answer-date
                ELSE
                   MOVE 0 TO ws-pf-answer-date
                END-IF
                MOVE SPACES TO ws-pf-factors
                MOVE 1 TO ws-pf-factors-ptr
                MOVE SPACES TO ws-pf-methods
                MOVE 1 TO ws-pf-methods-ptr
             WHEN "PFFAC"
                IF ws-in-group IS EQUAL TO "Y"
                   PERFORM ADD-FACTOR
                END-IF
             WHEN "PFTRL"
                IF ws-in-group IS EQUAL TO "Y"
                   PERFORM START-CSV-LINE
                   MOVE ws-pf-n TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE ws-pf-source TO ws-csv-text
                   PERFORM PUT-TEXT
                   MOVE ws-pf-origin TO ws-csv-text
                   PERFORM PUT-TEXT
                   MOVE ws-pf-answer-date TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE PF-EXPONENT TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE ws-pf-factors TO ws-csv-text
                   PERFORM PUT-TEXT
                   MOVE ws-pf-methods TO ws-csv-text
                   PERFORM PUT-TEXT
                   PERFORM WRITE-CSV-LINE
                   MOVE "N" TO ws-in-group
                END-IF
          END-EVALUATE.

       ADD-FACTOR.
          IF ws-pf-factors-ptr IS GREATER THAN 1
             STRING "*" DELIMITED BY SIZE INTO ws-pf-factors
                WITH POINTER ws-pf-factors-ptr
          END-IF.
          MOVE PF-PRIME TO ws-csv-number.
          PERFORM STRIP-NUMBER.
          STRING ws-num-text(1:ws-num-len) DELIMITED BY SIZE
             INTO ws-pf-factors WITH POINTER ws-pf-factors-ptr.
          IF PF-EXPONENT IS GREATER THAN 1
             MOVE PF-EXPONENT TO ws-csv-number
             PERFORM STRIP-NUMBER
             STRING "^" ws-num-text(1:ws-num-len) DELIMITED BY SIZE
                INTO ws-pf-factors WITH POINTER ws-pf-factors-ptr
          END-IF.
      * Rows written before the method column existed were all
      * trial-division answers.
          IF PF-METHOD IS EQUAL TO SPACES
             MOVE "TRIAL" TO ws-pf-method
          ELSE
             MOVE PF-METHOD TO ws-pf-method
          END-IF.
          MOVE 0 TO ws-method-hits.
          INSPECT ws-pf-methods TALLYING ws-method-hits
             FOR ALL ws-pf-method(1:3).
          IF ws-method-hits IS EQUAL TO 0
             IF ws-pf-methods-ptr IS GREATER THAN 1
                STRING "," DELIMITED BY SIZE INTO ws-pf-methods
                   WITH POINTER ws-pf-methods-ptr
             END-IF
             STRING ws-pf-method DELIMITED BY SPACE
                INTO ws-pf-methods WITH POINTER ws-pf-methods-ptr
          END-IF.

       EXPORT-PERFECT-CLASS.
          MOVE "perfect_class.csv" TO ws-csv-name.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT PERFECT-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             PERFORM REPORT-NOT-PRODUCED
             EXIT PARAGRAPH
          END-IF.
          PERFORM OPEN-CSV.
          MOVE "N,DIVISOR_SUM,CLASS,ORIGIN,REGION" TO CSV-RECORD.
          WRITE CSV-RECORD.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ PERFECT-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   PERFORM START-CSV-LINE
                   MOVE PC-N TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE PC-DIVISOR-SUM TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE PC-CLASS TO ws-csv-text
                   PERFORM PUT-TEXT
                   MOVE PC-ORIGIN TO ws-csv-text
                   PERFORM PUT-TEXT
                   PERFORM WRITE-CSV-LINE
             END-READ
          END-PERFORM.
          CLOSE PERFECT-FILE.
          PERFORM CLOSE-CSV.

       EXPORT-TOTIENT.
          MOVE "totient_report.csv" TO ws-csv-name.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT TOTIENT-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             PERFORM REPORT-NOT-PRODUCED
             EXIT PARAGRAPH
          END-IF.
          PERFORM OPEN-CSV.
          MOVE "N,PHI,DISTINCT_PRIMES,STATUS,ORIGIN,REGION"
             TO CSV-RECORD.
          WRITE CSV-RECORD.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ TOTIENT-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   PERFORM START-CSV-LINE
                   MOVE TT-N TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE TT-PHI TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE TT-DISTINCT TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE TT-STATUS TO ws-csv-text
                   PERFORM PUT-TEXT
                   MOVE TT-ORIGIN TO ws-csv-text
                   PERFORM PUT-TEXT
                   PERFORM WRITE-CSV-LINE
             END-READ
          END-PERFORM.
          CLOSE TOTIENT-FILE.
          PERFORM CLOSE-CSV.

       EXPORT-ANALYTICS.
          MOVE "pf_analytics_report.csv" TO ws-csv-name.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT ANALYTICS-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             PERFORM REPORT-NOT-PRODUCED
             EXIT PARAGRAPH
          END-IF.
          PERFORM OPEN-CSV.
          STRING "N,LARGEST_PRIME,DISTINCT_PRIMES,"
             "PRIME_FACTORS_WITH_MULTIPLICITY,CANDIDATES_TESTED,REGION"
             DELIMITED BY SIZE INTO CSV-RECORD.
          WRITE CSV-RECORD.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ ANALYTICS-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   IF PA-TAG IS EQUAL TO "N " AND PA-N IS NUMERIC
                      PERFORM START-CSV-LINE
                      MOVE PA-N TO ws-csv-number
                      PERFORM PUT-NUMBER
                      MOVE PA-LARGEST TO ws-csv-number
                      PERFORM PUT-NUMBER
                      MOVE PA-DISTINCT TO ws-csv-number
                      PERFORM PUT-NUMBER
                      MOVE PA-WITH-MULT TO ws-csv-number
                      PERFORM PUT-NUMBER
                      MOVE PA-TESTED TO ws-csv-number
                      PERFORM PUT-NUMBER
                      PERFORM WRITE-CSV-LINE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ANALYTICS-FILE.
          PERFORM CLOSE-CSV.

       EXPORT-MONTHEND.
          MOVE "monthend_report.csv" TO ws-csv-name.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT MONTHEND-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             PERFORM REPORT-NOT-PRODUCED
             EXIT PARAGRAPH
          END-IF.
          PERFORM OPEN-CSV.
          STRING "PROGRAM,MONTH,RUNS,TOTAL_ELAPSED,MIN_ELAPSED,"
             "MAX_ELAPSED,AVG_ELAPSED,ALERTS,AVG_CHANGE_ON_PRIOR_MONTH,"
             "REGION"
             DELIMITED BY SIZE INTO CSV-RECORD.
          WRITE CSV-RECORD.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ MONTHEND-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   IF ME-MONTH IS NUMERIC
                      AND ME-FILLER2 IS EQUAL TO " RUNS "
                      PERFORM WRITE-MONTHEND-LINE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE MONTHEND-FILE.
          PERFORM CLOSE-CSV.

       WRITE-MONTHEND-LINE.
          PERFORM START-CSV-LINE.
          MOVE ME-PROGRAM-ID TO ws-csv-text.
          PERFORM PUT-TEXT.
          MOVE ME-MONTH TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-RUNS TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-TOTAL TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-MIN TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-MAX TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-AVG TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-ALERTS TO ws-csv-number.
          PERFORM PUT-NUMBER.
          MOVE ME-MOM TO ws-csv-number.
          IF ME-MOM-SIGN IS EQUAL TO "-"
             MOVE "Y" TO ws-csv-minus
          END-IF.
          PERFORM PUT-NUMBER.
          PERFORM WRITE-CSV-LINE.

       EXPORT-GCD.
          MOVE "gcd_results.csv" TO ws-csv-name.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT GCD-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             PERFORM REPORT-NOT-PRODUCED
             EXIT PARAGRAPH
          END-IF.
          PERFORM OPEN-CSV.
          MOVE "X,N,GCD,LCM,STATUS,REGION" TO CSV-RECORD.
          WRITE CSV-RECORD.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ GCD-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   PERFORM START-CSV-LINE
                   MOVE GR-X TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE GR-N TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE GR-GCD TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE GR-LCM TO ws-csv-number
                   PERFORM PUT-NUMBER
                   MOVE GR-STATUS TO ws-csv-text
                   PERFORM PUT-TEXT
                   PERFORM WRITE-CSV-LINE
             END-READ
          END-PERFORM.
          CLOSE GCD-FILE.
          PERFORM CLOSE-CSV.

       OPEN-CSV.
          MOVE SPACES TO WS-CSV-PATH.
          STRING "cobol/data/" ws-csv-name DELIMITED BY SPACE
             INTO WS-CSV-PATH.
          MOVE 0 TO ws-row-count.
          MOVE SPACES TO CSV-RECORD.
          OPEN OUTPUT CSV-FILE.

       CLOSE-CSV.
          CLOSE CSV-FILE.
          CALL 'reportcapture' USING ws-csv-name, ws-capture-program.
          ADD 1 TO ws-written-count.
          DISPLAY "CSVEXPORT: " ws-csv-name " " ws-row-count
             " ROW(S)".

       REPORT-NOT-PRODUCED.
          ADD 1 TO ws-missing-count.
          DISPLAY "CSVEXPORT: " ws-csv-name " NOT PRODUCED, NO SOURCE".

       START-CSV-LINE.
          MOVE SPACES TO ws-csv-line.
          MOVE 1 TO ws-csv-ptr.
          MOVE "Y" TO ws-csv-first.
          MOVE "N" TO ws-csv-minus.

      * The region rides as the last column of every row.
       WRITE-CSV-LINE.
          MOVE ws-region TO ws-csv-text.
          PERFORM PUT-TEXT.
          MOVE ws-csv-line TO CSV-RECORD.
          WRITE CSV-RECORD.
          ADD 1 TO ws-row-count.

       PUT-SEPARATOR.
          IF ws-csv-first IS EQUAL TO "Y"
             MOVE "N" TO ws-csv-first
          ELSE
             STRING "," DELIMITED BY SIZE INTO ws-csv-line
                WITH POINTER ws-csv-ptr
          END-IF.

      * ws-csv-number with its leading zeros gone; all zeros is 0.
       STRIP-NUMBER.
          MOVE 0 TO ws-lead-zeros.
          INSPECT ws-csv-number TALLYING ws-lead-zeros
             FOR LEADING "0".
          IF ws-lead-zeros IS EQUAL TO 30
             MOVE "0" TO ws-num-text
             MOVE 1 TO ws-num-len
          ELSE
             COMPUTE ws-num-len = 30 - ws-lead-zeros
             MOVE ws-csv-number(ws-lead-zeros + 1:ws-num-len)
                TO ws-num-text
          END-IF.

       PUT-NUMBER.
          PERFORM PUT-SEPARATOR.
          PERFORM STRIP-NUMBER.
          IF ws-csv-minus IS EQUAL TO "Y"
             AND ws-num-text(1:ws-num-len) IS NOT EQUAL TO "0"
             STRING "-" DELIMITED BY SIZE INTO ws-csv-line
                WITH POINTER ws-csv-ptr
          END-IF.
          MOVE "N" TO ws-csv-minus.
          STRING ws-num-text(1:ws-num-len) DELIMITED BY SIZE
             INTO ws-csv-line WITH POINTER ws-csv-ptr.

      * Trailing spaces trimmed; quoted, inner quotes doubled, when
      * the text would otherwise split or shift a column.  Blank
      * text is an empty field.
       PUT-TEXT.
          PERFORM PUT-SEPARATOR.
          MOVE 160 TO ws-text-len.
          PERFORM UNTIL ws-text-len IS EQUAL TO 0
             OR ws-csv-text(ws-text-len:1) IS NOT EQUAL TO SPACE
             SUBTRACT 1 FROM ws-text-len
          END-PERFORM.
          IF ws-text-len IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-quote-hits.
          INSPECT ws-csv-text(1:ws-text-len) TALLYING ws-quote-hits
             FOR ALL "," ALL QUOTE.
          IF ws-quote-hits IS GREATER THAN 0
             OR ws-csv-text(1:1) IS EQUAL TO SPACE
             MOVE "Y" TO ws-needs-quotes
          ELSE
             MOVE "N" TO ws-needs-quotes
          END-IF.
          IF ws-needs-quotes IS EQUAL TO "N"
             STRING ws-csv-text(1:ws-text-len) DELIMITED BY SIZE
                INTO ws-csv-line WITH POINTER ws-csv-ptr
             EXIT PARAGRAPH
          END-IF.
          STRING QUOTE DELIMITED BY SIZE INTO ws-csv-line
             WITH POINTER ws-csv-ptr.
          PERFORM VARYING ws-char-idx FROM 1 BY 1
             UNTIL ws-char-idx IS GREATER THAN ws-text-len
             IF ws-csv-text(ws-char-idx:1) IS EQUAL TO QUOTE
                STRING QUOTE DELIMITED BY SIZE INTO ws-csv-line
                   WITH POINTER ws-csv-ptr
             END-IF
             STRING ws-csv-text(ws-char-idx:1) DELIMITED BY SIZE
                INTO ws-csv-line WITH POINTER ws-csv-ptr
          END-PERFORM.
          STRING QUOTE DELIMITED BY SIZE INTO ws-csv-line
             WITH POINTER ws-csv-ptr.
