      * REPROC-marked output rows (prime_results.dat and
      * divide_results.dat RO-SOURCE, mult_results.dat RO-SOURCE,
      * primefactor_report.dat PF-SOURCE on the PFHDR rows,
      * modexp_results.dat MX-SOURCE on the MXDAT rows,
      * crt_results.dat CR-SOURCE on the CRDAT rows) and settles
      * that many of the driver's rejects oldest-first as
      * CORRECTED; the rest are OPEN.  The reject row itself carries
      * only the bad line, not a key the correction could quote, so
                ASSIGN TO "cobol/data/modexp_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT CRT-RESULTS-FILE
                ASSIGN TO "cobol/data/crt_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/reject_recon_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 MX-STATUS         PIC X(9).
                05 MX-FILLER6        PIC X.
                05 MX-SOURCE         PIC X(6).
          FD CRT-RESULTS-FILE.
             01 CRT-RESULT-RECORD.
                05 CR-RECORD-TYPE    PIC X(5).
                05 CR-FILLER0        PIC X.
                05 CR-SEQ            PIC 9(9).
                05 CR-FILLER1        PIC X.
                05 CR-SET-ID         PIC X(8).
                05 CR-FILLER2        PIC X.
                05 CR-CONGRUENCES    PIC 9(3).
                05 CR-FILLER3        PIC X.
                05 CR-SOLUTION       PIC 9(30).
                05 CR-FILLER4        PIC X.
                05 CR-MODULUS        PIC 9(30).
                05 CR-FILLER5        PIC X.
                05 CR-STATUS         PIC X(12).
                05 CR-FILLER6        PIC X.
                05 CR-SOURCE         PIC X(6).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(120).

             01 ws-reproc-bchmult PIC 9(9) VALUE 0.
             01 ws-reproc-primfact PIC 9(9) VALUE 0.
             01 ws-reproc-bchmodex PIC 9(9) VALUE 0.
             01 ws-reproc-bchcrt PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
             END-PERFORM
             CLOSE MODEXP-RESULTS-FILE
          END-IF.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT CRT-RESULTS-FILE.
          IF ws-src-status IS EQUAL TO "00"
             PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
                READ CRT-RESULTS-FILE
                   AT END
                      MOVE "Y" TO ws-src-eof
                   NOT AT END
                      IF CR-RECORD-TYPE IS EQUAL TO "CRDAT"
                         AND CR-SOURCE IS EQUAL TO "REPROC"
                         ADD 1 TO ws-reproc-bchcrt
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CRT-RESULTS-FILE
          END-IF.

      * Oldest-first settlement: the reject file appends in time
      * order, so each reject consumes one of its driver's REPROC
                   SUBTRACT 1 FROM ws-reproc-bchmodex
                   MOVE "CORRECTED" TO ws-verdict
                END-IF
             WHEN "BCHCRT"
                IF ws-reproc-bchcrt IS GREATER THAN 0
                   SUBTRACT 1 FROM ws-reproc-bchcrt
                   MOVE "CORRECTED" TO ws-verdict
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
