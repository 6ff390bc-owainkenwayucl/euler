       IDENTIFICATION DIVISION.
       PROGRAM-ID. perfectpower.
       AUTHOR. Owain Kenway.

      * Perfect-power test: is n = b**k for some k >= 2?  A candidate
      * such as 7**30, or the square of a 15-digit prime, costs
      * smallestfactor.cbl a full scan of a number whose whole
      * structure is one k-th root away.  For each exponent from the
      * largest possible (n's bit length) down to 2, introot.cbl
      * gives floor(n ** (1/k)); if that root raised back to the
      * k-th power is exactly n, n is a perfect power.  Working down
      * from the top means the first hit has the largest k and so
      * the smallest base -- 2**60 comes back as 2, 60, not 4, 30 or
      * 1024, 6 -- and the base itself is never a perfect power.
      *
      * LINKAGE: n in; b and k out.  A perfect power returns its
      * smallest base and largest exponent; anything else (including
      * n below 4) returns b = n, k = 1, so a caller can always use
      * n = b**k without a second test.

       DATA DIVISION.
          WORKING-STORAGE SECTION.
             01 ws-k PIC S9(30) USAGE COMP-3.
             01 ws-max-k PIC S9(30) USAGE COMP-3.
             01 ws-root PIC S9(30) USAGE COMP-3.
             01 ws-power PIC S9(30) USAGE COMP-3.
             01 ws-quotient PIC S9(30) USAGE COMP-3.
             01 ws-step PIC S9(30) USAGE COMP-3.
             01 ws-within PIC X.
             01 ws-found PIC X.

          LINKAGE SECTION.
             01 n PIC S9(30) USAGE COMP-3.
             01 b PIC S9(30) USAGE COMP-3.
             01 k PIC S9(30) USAGE COMP-3.

       PROCEDURE DIVISION USING n, b, k.
          MOVE n TO b.
          MOVE 1 TO k.
          IF n IS LESS THAN 4
             EXIT PROGRAM
          END-IF.
      * Largest k worth trying: the greatest k with 2**k <= n.
          MOVE 1 TO ws-power.
          MOVE 0 TO ws-max-k.
          DIVIDE n BY 2 GIVING ws-quotient.
          PERFORM UNTIL ws-power IS GREATER THAN ws-quotient
             MULTIPLY 2 BY ws-power
             ADD 1 TO ws-max-k
          END-PERFORM.
          MOVE "N" TO ws-found.
          PERFORM VARYING ws-k FROM ws-max-k BY -1
             UNTIL ws-k IS LESS THAN 2
             OR ws-found IS EQUAL TO "Y"
             CALL 'introot' USING n, ws-k, ws-root
             PERFORM RAISE-ROOT
             IF ws-within IS EQUAL TO "Y"
                AND ws-power IS EQUAL TO n
                MOVE ws-root TO b
                MOVE ws-k TO k
                MOVE "Y" TO ws-found
             END-IF
          END-PERFORM.
       EXIT PROGRAM.

      * ws-power = ws-root**ws-k, the same guarded multiply
      * introot.cbl uses; the root never overshoots, so ws-within
      * only clears on a damaged root.
       RAISE-ROOT.
          MOVE "Y" TO ws-within.
          MOVE 1 TO ws-power.
          DIVIDE n BY ws-root GIVING ws-quotient.
          PERFORM VARYING ws-step FROM 1 BY 1
             UNTIL ws-step IS GREATER THAN ws-k
             OR ws-within IS EQUAL TO "N"
             IF ws-power IS GREATER THAN ws-quotient
                MOVE "N" TO ws-within
             ELSE
                MULTIPLY ws-root BY ws-power
             END-IF
          END-PERFORM.
