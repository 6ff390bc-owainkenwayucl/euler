      * any standing override, whether primefactor_report.dat has
      * its group (complete with trailer, or still in flight), what
      * perfectclass.cbl labelled it, and whether crossvalidate.cbl
      * or primecompare.cbl filed a disagreement against it, and
      * where fibclass.cbl placed it in the Fibonacci sequence.  One
      * answer (pipeline_query_report.dat, echoed to the console)
      * instead of seven file searches.

                ASSIGN TO "cobol/data/perfect_class.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLS-STATUS.
             SELECT FIB-CLASS-FILE
                ASSIGN TO "cobol/data/fib_class.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBC-STATUS.
             SELECT CROSSVAL-EXC-FILE
                ASSIGN TO "cobol/data/crossvalidate_exceptions.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 CS-DIVISOR-SUM    PIC 9(30).
                05 CS-FILLER2        PIC X.
                05 CS-CLASS          PIC X(9).
          FD FIB-CLASS-FILE.
             COPY "fibclassrec.cpy".
          FD CROSSVAL-EXC-FILE.
             01 CROSSVAL-EXC-RECORD.
                05 CX-N                PIC 9(30).
             01 ws-ovr-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-cls-status PIC XX.
             01 ws-fbc-status PIC XX.
             01 ws-cvx-status PIC XX.
             01 ws-cpx-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-header-seen PIC X.
             01 ws-trailer-seen PIC X.
             01 ws-class-text PIC X(9).
             01 ws-fib-seen PIC X.
             01 ws-crossval-count PIC 9(9).
             01 ws-compare-count PIC 9(9).
             01 ws-dedup-count PIC 9(9).
          PERFORM TRACE-TRIAGE.
          PERFORM TRACE-FACTORIZATION.
          PERFORM TRACE-CLASSIFICATION.
          PERFORM TRACE-FIBONACCI.
          PERFORM TRACE-DISAGREEMENTS.

      * One line per xref claim: requester, partner reference, due
          END-IF.
          PERFORM EMIT-LINE.

      * fibclass.cbl's row for the N: its index if it is a
      * Fibonacci number, the terms either side if it is not.
       TRACE-FIBONACCI.
          MOVE "N" TO ws-fib-seen.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT FIB-CLASS-FILE.
          IF ws-fbc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ FIB-CLASS-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF FC-N IS EQUAL TO ws-work-n
                         MOVE "Y" TO ws-fib-seen
                         MOVE "Y" TO ws-scan-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FIB-CLASS-FILE
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          EVALUATE TRUE
             WHEN ws-fib-seen IS NOT EQUAL TO "Y"
                MOVE "  FIBONACCI: NOT CLASSIFIED" TO REPORT-RECORD
             WHEN FC-CLASS IS EQUAL TO "MEMBER"
                STRING "  FIBONACCI: TERM F(" FC-INDEX ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
             WHEN FC-CLASS IS EQUAL TO "NONMEMBER"
                STRING "  FIBONACCI: NOT A TERM, BETWEEN "
                   FC-LOWER " AND " FC-UPPER
                   DELIMITED BY SIZE INTO REPORT-RECORD
             WHEN OTHER
                STRING "  FIBONACCI: " FC-CLASS
                   DELIMITED BY SIZE INTO REPORT-RECORD
          END-EVALUATE.
          PERFORM EMIT-LINE.

       TRACE-DISAGREEMENTS.
          MOVE 0 TO ws-crossval-count.
          MOVE 0 TO ws-compare-count.
