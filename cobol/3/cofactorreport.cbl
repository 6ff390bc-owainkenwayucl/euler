
      * Divisor-pair report built on largestfactor.cbl's optional
      * FACTOR-TABLE (factab.cpy) -- a capability that was otherwise
      * write-only.  The candidates are tonight's factorization
      * groups in primefactor_report.dat, one per N.  For an N
      * factored tonight (a NEW group) largestfactor is called with
      * the factor table and a ceiling of floor(SQRT(N))
      * (intsqrt.cbl), which captures every divisor of N from 2 up
      * to the square root.  A REUSE group's factorization was
      * derived and checked on an earlier night, so scanning again
      * would only rediscover it: its divisors up to the square root
      * are built from the stored prime powers instead.  A group
      * that cannot be trusted for that -- its trailer count
      * disagreeing with its PFFAC rows, or cut off before its
      * trailer -- is scanned as if it were new.  Either way each
      * divisor d is paired with its cofactor N / d -- verified back
      * through divides.cbl rather than trusted -- and written as
      * one pair line, with the trivial pair 1 x N added explicitly
      * since neither route yields 1.  A pair where d equals its
      * cofactor is flagged SQUARE: N is a perfect square.  Output
      * is the CFHDR / CFPAI... / CFTRL group convention the
      * factorization report already uses, the CFHDR row carrying
      * the group's NEW or REUSE origin in its flag column as
      * totient.cbl and perfectclass.cbl carry it.
      *
      * Either route keeps at most 200 divisors below the square
      * root, the factor table's bound.  A group with more is not
      * passed off as complete: its CFTRL row is flagged OVERFLOW
      * and the run ends with return code 8.  A scan that fills the
      * table is taken as overflowed too, since the table cannot
      * tell a 200th divisor from a 201st it had no room for.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/cofactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
          FILE SECTION.
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD REPORT-FILE.
             01 COFACTOR-RECORD.
                05 CF-RECORD-TYPE     PIC X(5).
                05 CF-FILLER3         PIC X.
                05 CF-COFACTOR        PIC 9(30).
                05 CF-FILLER4         PIC X.
      * SQUARE on a pair row; NEW or REUSE on the CFHDR row;
      * OVERFLOW on the CFTRL row of a group reported short.
                05 CF-FLAG            PIC X(8).

          WORKING-STORAGE SECTION.
             01 d PIC S9(30) USAGE COMP-3.
             01 ws-divisor PIC S9(30) USAGE COMP-3.
             01 ws-cofactor PIC S9(30) USAGE COMP-3.
             01 ws-pfr-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-pfr-eof PIC X VALUE "N".
             01 ws-pair-count PIC 9(9) VALUE 0.
             01 ws-group-count PIC 9(9) VALUE 0.
             01 ws-reuse-count PIC 9(9) VALUE 0.
             01 ws-overflow-count PIC 9(9) VALUE 0.
      * Y when the group had more divisors than the table holds.
             01 ws-pairs-short PIC X.
             01 ws-table-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-in-group PIC X VALUE "N".
             01 ws-origin PIC X(5).
      * Y when the group's stored prime powers are used in place of
      * the divisor scan.
             01 ws-from-powers PIC X.
             01 ws-limit PIC S9(30) USAGE COMP-3.
             01 ws-power-d PIC S9(30) USAGE COMP-3.
             01 ws-swap PIC S9(30) USAGE COMP-3.
             01 ws-base-count USAGE BINARY-LONG UNSIGNED.
             01 ws-base-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-exp-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-sort-idx USAGE BINARY-LONG UNSIGNED.
      * The group's prime powers, as its PFFAC rows give them.
             01 WS-POWER-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-POWER-TABLE.
                05 WS-POWER-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-POWER-COUNT
                      INDEXED BY PWR-IDX.
                   10 WS-P-PRIME          PIC S9(30) USAGE COMP-3.
                   10 WS-P-EXPONENT       PIC 9(9).
      * Divisors of a REUSE N up to its square root, 1 included,
      * at the factor table's own bound.
             01 WS-DIV-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-DIV-TABLE.
                05 WS-DIV-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-DIV-COUNT
                      PIC S9(30) USAGE COMP-3.
             COPY "factab.cpy".

       PROCEDURE DIVISION.
          MOVE SPACES TO COFACTOR-RECORD.
          OPEN OUTPUT REPORT-FILE.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-pfr-status IS NOT EQUAL TO "00"
             DISPLAY "COFACTORREPORT: NO FACTORIZATION REPORT"
             CLOSE REPORT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM UNTIL ws-pfr-eof IS EQUAL TO "Y"
             READ PF-REPORT-FILE
                AT END
                   MOVE "Y" TO ws-pfr-eof
                NOT AT END
                   PERFORM FOLD-ONE-ROW
             END-READ
          END-PERFORM.
      * A last group the file ends inside still has an N to report.
          IF ws-in-group IS EQUAL TO "Y"
             PERFORM CLOSE-TORN-GROUP
          END-IF.
          CLOSE PF-REPORT-FILE.
          CLOSE REPORT-FILE.
          DISPLAY "COFACTORREPORT: " ws-group-count " CANDIDATE(S), "
             ws-reuse-count " FROM STORED FACTORIZATIONS".
          IF ws-overflow-count IS GREATER THAN 0
             DISPLAY "COFACTORREPORT: " ws-overflow-count
                " GROUP(S) OVER 200 DIVISORS, REPORTED SHORT"
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       FOLD-ONE-ROW.
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                IF ws-in-group IS EQUAL TO "Y"
                   PERFORM CLOSE-TORN-GROUP
                END-IF
                MOVE PF-N TO n
                MOVE PF-ORIGIN TO ws-origin
                MOVE 0 TO WS-POWER-COUNT
                MOVE "Y" TO ws-in-group
             WHEN "PFFAC"
                IF ws-in-group IS EQUAL TO "Y"
                   AND WS-POWER-COUNT IS LESS THAN 30
                   ADD 1 TO WS-POWER-COUNT
                   MOVE PF-PRIME TO WS-P-PRIME(WS-POWER-COUNT)
                   MOVE PF-EXPONENT TO WS-P-EXPONENT(WS-POWER-COUNT)
                END-IF
             WHEN "PFTRL"
                IF ws-in-group IS EQUAL TO "Y"
                   MOVE "N" TO ws-in-group
                   MOVE "N" TO ws-from-powers
                   IF ws-origin IS EQUAL TO "REUSE"
                      AND PF-EXPONENT IS EQUAL TO WS-POWER-COUNT
                      MOVE "Y" TO ws-from-powers
                   END-IF
                   PERFORM RUN-ONE-CANDIDATE
                END-IF
          END-EVALUATE.

       CLOSE-TORN-GROUP.
          MOVE "N" TO ws-in-group.
          MOVE "N" TO ws-from-powers.
          PERFORM RUN-ONE-CANDIDATE.

      * N below 2 has no divisor pairs -- the same undefined
      * boundary every other consumer of these candidates
      * special-cases -- so the group is just an empty header and
      * trailer.
       RUN-ONE-CANDIDATE.
          ADD 1 TO ws-group-count.
          PERFORM WRITE-GROUP-HEADER.
          MOVE 0 TO ws-pair-count.
          MOVE "N" TO ws-pairs-short.
          IF n IS GREATER THAN OR EQUAL TO 2
      * The trivial pair first: 1 x N, which the scan below can
      * never find since it stops at 2.
             MOVE n TO ws-cofactor
             PERFORM WRITE-ONE-PAIR
             CALL 'intsqrt' USING n, m
             IF ws-from-powers IS EQUAL TO "Y"
                ADD 1 TO ws-reuse-count
                PERFORM PAIRS-FROM-POWERS
             ELSE
                PERFORM PAIRS-FROM-SCAN
             END-IF
          END-IF.
          PERFORM WRITE-GROUP-TRAILER.
          DISPLAY "N: " n " DIVISOR PAIRS: " ws-pair-count.

       PAIRS-FROM-SCAN.
          MOVE 0 TO FT-COUNT.
      * For N of 2 or 3 the ceiling floor(SQRT(N)) is 1, which
      * largestfactor treats as a degenerate ceiling (exception row
      * and condition code); the 1 x N pair above is already the
      * complete group, so the scan is skipped at the same boundary.
          IF m IS GREATER THAN OR EQUAL TO 2
             CALL 'largestfactor' USING n, f, m, FACTOR-TABLE
          END-IF.
          IF FT-COUNT IS EQUAL TO 200
             MOVE "Y" TO ws-pairs-short
          END-IF.
      * largestfactor's scan descends, so the table holds divisors
      * in descending order; walk it backwards for an ascending
      * report.
          PERFORM VARYING ws-table-idx FROM FT-COUNT BY -1
             UNTIL ws-table-idx IS EQUAL TO 0
             MOVE FT-ENTRY(ws-table-idx) TO ws-divisor
             PERFORM WRITE-CHECKED-PAIR
          END-PERFORM.

      * Every product of the stored prime powers that stays at or
      * below floor(SQRT(N)): each prime in turn multiplies the
      * divisors built so far by p, p**2, ... up to its exponent,
      * stopping at the square root -- compared against
      * floor(SQRT(N)) / p first, so the product is never formed
      * once it would pass the root.  A divisor still to come with
      * the table full marks the group short.  The divisors are then
      * put in ascending order, and 1, already paired, is passed
      * over.
       PAIRS-FROM-POWERS.
          MOVE 1 TO WS-DIV-COUNT.
          MOVE 1 TO WS-DIV-ENTRY(1).
          PERFORM VARYING PWR-IDX FROM 1 BY 1
             UNTIL PWR-IDX IS GREATER THAN WS-POWER-COUNT
             DIVIDE m BY WS-P-PRIME(PWR-IDX) GIVING ws-limit
             MOVE WS-DIV-COUNT TO ws-base-count
             PERFORM VARYING ws-base-idx FROM 1 BY 1
                UNTIL ws-base-idx IS GREATER THAN ws-base-count
                MOVE WS-DIV-ENTRY(ws-base-idx) TO ws-power-d
                PERFORM VARYING ws-exp-idx FROM 1 BY 1
                   UNTIL ws-exp-idx IS GREATER THAN
                      WS-P-EXPONENT(PWR-IDX)
                   OR ws-power-d IS GREATER THAN ws-limit
                   IF WS-DIV-COUNT IS EQUAL TO 200
                      MOVE "Y" TO ws-pairs-short
                      EXIT PERFORM
                   END-IF
                   MULTIPLY WS-P-PRIME(PWR-IDX) BY ws-power-d
                   ADD 1 TO WS-DIV-COUNT
                   MOVE ws-power-d TO WS-DIV-ENTRY(WS-DIV-COUNT)
                END-PERFORM
             END-PERFORM
          END-PERFORM.
          PERFORM VARYING ws-table-idx FROM 2 BY 1
             UNTIL ws-table-idx IS GREATER THAN WS-DIV-COUNT
             PERFORM VARYING ws-sort-idx FROM ws-table-idx BY -1
                UNTIL ws-sort-idx IS EQUAL TO 1
                IF WS-DIV-ENTRY(ws-sort-idx - 1) IS NOT GREATER THAN
                   WS-DIV-ENTRY(ws-sort-idx)
                   EXIT PERFORM
                END-IF
                MOVE WS-DIV-ENTRY(ws-sort-idx) TO ws-swap
                MOVE WS-DIV-ENTRY(ws-sort-idx - 1) TO
                   WS-DIV-ENTRY(ws-sort-idx)
                MOVE ws-swap TO WS-DIV-ENTRY(ws-sort-idx - 1)
             END-PERFORM
          END-PERFORM.
          PERFORM VARYING ws-table-idx FROM 2 BY 1
             UNTIL ws-table-idx IS GREATER THAN WS-DIV-COUNT
             MOVE WS-DIV-ENTRY(ws-table-idx) TO ws-divisor
             PERFORM WRITE-CHECKED-PAIR
          END-PERFORM.

      * Trust but verify: confirm through divides.cbl that the
      * claimed divisor actually divides N before reporting the
      * pair.
       WRITE-CHECKED-PAIR.
          DIVIDE n BY ws-divisor GIVING ws-cofactor.
          CALL 'divides' USING n, ws-divisor, d.
          IF d IS EQUAL TO 1
             PERFORM WRITE-ONE-PAIR
          END-IF.

       WRITE-ONE-PAIR.
          ADD 1 TO ws-pair-count.
          MOVE n TO CF-N.
          MOVE 0 TO CF-DIVISOR.
          MOVE 0 TO CF-COFACTOR.
          MOVE ws-origin TO CF-FLAG.
          WRITE COFACTOR-RECORD.

       WRITE-GROUP-TRAILER.
          MOVE n TO CF-N.
          MOVE ws-pair-count TO CF-DIVISOR.
          MOVE 0 TO CF-COFACTOR.
          IF ws-pairs-short IS EQUAL TO "Y"
             ADD 1 TO ws-overflow-count
             MOVE "OVERFLOW" TO CF-FLAG
          END-IF.
          WRITE COFACTOR-RECORD.
