             01 ws-prime-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-scan-start PIC S9(30) USAGE COMP-3.
             01 ws-prime-count USAGE BINARY-LONG UNSIGNED VALUE 0.
      * Room for every prime below 15000000 (970704 of them), the
      * furthest sievecoverage.cbl will have a segmented sieve
      * extended for this walk.
             01 ws-prime-values.
                05 ws-prime OCCURS 1 TO 1000000 TIMES
                      DEPENDING ON ws-prime-count
                      PIC 9(9).

      * Loads the prime table once per run unit.  A missing or
      * empty sieve file just leaves ws-sieve-limit at 0 and the
      * plain scan in charge -- the sieve is an accelerator, never a
      * prerequisite.  The limit is the one the file's header
      * verifies: rows above it are an extension still in progress
      * and are not loaded, and a table filled before the header's
      * limit covers only up to the last prime it holds.
       LOAD-SIEVE.
          IF ws-sieve-loaded IS EQUAL TO "N"
             MOVE "Y" TO ws-sieve-loaded
                      AT END
                         MOVE "Y" TO ws-siv-eof
                      NOT AT END
                         IF SV-VALUE IS GREATER THAN ws-sieve-limit
                            MOVE "Y" TO ws-siv-eof
                         ELSE
                            IF ws-prime-count IS LESS THAN 1000000
                               ADD 1 TO ws-prime-count
                               MOVE SV-VALUE TO
                                  ws-prime(ws-prime-count)
                            ELSE
                               MOVE ws-prime(ws-prime-count) TO
                                  ws-sieve-limit
                               MOVE "Y" TO ws-siv-eof
                            END-IF
                         END-IF
                   END-READ
                END-PERFORM
