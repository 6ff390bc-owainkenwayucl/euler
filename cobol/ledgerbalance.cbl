                ASSIGN TO "cobol/data/modexp_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNT-STATUS.
             SELECT CRT-RESULTS-FILE
                ASSIGN TO "cobol/data/crt_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNT-STATUS.
             SELECT PALINDROME-DETAIL-FILE
                ASSIGN TO "cobol/data/palindrome_detail.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNT-STATUS.
      * The certificate file is keyed; it is counted by reading it
      * through in key order.
             SELECT PRIME-CERT-FILE
                ASSIGN TO "cobol/data/prime_certs.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PCT-N
                FILE STATUS IS WS-CNT-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/balance_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
             01 GCD-RESULTS-RECORD    PIC X(250).
          FD MODEXP-RESULTS-FILE.
             01 MODEXP-RESULTS-RECORD PIC X(250).
          FD CRT-RESULTS-FILE.
             01 CRT-RESULTS-RECORD    PIC X(250).
          FD PALINDROME-DETAIL-FILE.
             01 PALINDROME-DETAIL-RECORD PIC X(250).
          FD PRIME-CERT-FILE.
             COPY "primecertrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

                PERFORM COUNT-GCD-RESULTS
             WHEN "modexp_results.dat"
                PERFORM COUNT-MODEXP-RESULTS
             WHEN "crt_results.dat"
                PERFORM COUNT-CRT-RESULTS
             WHEN "palindrome_detail.dat"
                PERFORM COUNT-PALINDROME-DETAIL
             WHEN "prime_certs.dat"
                PERFORM COUNT-PRIME-CERTS
             WHEN OTHER
                ADD 1 TO ws-mismatch-count
                MOVE "UNKNOWN" TO ws-verdict
             CLOSE MODEXP-RESULTS-FILE
          END-IF.

       COUNT-CRT-RESULTS.
          OPEN INPUT CRT-RESULTS-FILE.
          IF ws-cnt-status IS EQUAL TO "00"
             PERFORM UNTIL ws-cnt-eof IS EQUAL TO "Y"
                READ CRT-RESULTS-FILE
                   AT END
                      MOVE "Y" TO ws-cnt-eof
                   NOT AT END
                      ADD 1 TO ws-actual-count
                END-READ
             END-PERFORM
             CLOSE CRT-RESULTS-FILE
          END-IF.

       COUNT-PALINDROME-DETAIL.
          OPEN INPUT PALINDROME-DETAIL-FILE.
          IF ws-cnt-status IS EQUAL TO "00"
             PERFORM UNTIL ws-cnt-eof IS EQUAL TO "Y"
                READ PALINDROME-DETAIL-FILE
                   AT END
                      MOVE "Y" TO ws-cnt-eof
                   NOT AT END
                      ADD 1 TO ws-actual-count
                END-READ
             END-PERFORM
             CLOSE PALINDROME-DETAIL-FILE
          END-IF.

       COUNT-PRIME-CERTS.
          OPEN INPUT PRIME-CERT-FILE.
          IF ws-cnt-status IS EQUAL TO "00"
             PERFORM UNTIL ws-cnt-eof IS EQUAL TO "Y"
                READ PRIME-CERT-FILE
                   AT END
                      MOVE "Y" TO ws-cnt-eof
                   NOT AT END
                      ADD 1 TO ws-actual-count
                END-READ
             END-PERFORM
             CLOSE PRIME-CERT-FILE
          END-IF.

       WRITE-BALANCE-LINE.
          MOVE SPACES TO REPORT-RECORD.
          STRING WS-CL-FILE-NAME(CLAIM-IDX) " CLAIMED "
