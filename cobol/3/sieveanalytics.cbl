                      MOVE SV-COUNT TO ws-declared-count
                      PERFORM WRITE-HEADER
                   ELSE
      * Rows above the header's limit are a segmented extension
      * still in progress, not yet part of the verified sieve.
                      IF SV-VALUE IS GREATER THAN ws-sieve-limit
                         MOVE "Y" TO ws-siv-eof
                      ELSE
                         PERFORM FOLD-ONE-PRIME
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
