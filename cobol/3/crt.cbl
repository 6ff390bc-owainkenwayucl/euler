       IDENTIFICATION DIVISION.
       PROGRAM-ID. crt.
       AUTHOR. Owain Kenway.

      * Chinese Remainder Theorem, one congruence at a time.  The
      * caller holds a running answer x (mod M) and hands in the
      * next congruence a (mod m); on the way out x and M describe
      * the combined system, M = M * m.  A set of any length is
      * solved by starting from x = 0 (mod 1) -- which every integer
      * satisfies -- and folding each congruence in turn, so the
      * batch driver never needs to hold a whole set in memory.
      *
      * The step is the textbook one: x' = x + M * t, where
      * t = (a - x) * inverse(M) MOD m.  The inverse comes from the
      * extended form of gcd.cbl's Euclid -- the same remainder
      * sequence, carrying the Bezout coefficient alongside -- so
      * the GCD the coprimality test reads is the one the inverse
      * was built from.  The product (a - x) * inverse is taken by
      * modexp.cbl's repeated doubling, so no 60-digit product is
      * ever formed.
      *
      * LINKAGE in the gcd.cbl style: signed S9(30) COMP-3, moduli
      * taken by absolute value, residues reduced into their
      * modulus first.  crt-status comes back as one of
      *    OK            combined; x and M updated
      *    NOT-COPRIME   GCD(M, m) > 1 but the two congruences agree
      *                  modulo it -- a solution exists, but not the
      *                  one the pairwise-coprime contract promises
      *    INCONSISTENT  GCD(M, m) > 1 and the congruences disagree
      *                  modulo it -- no solution exists
      *    OVERFLOW      the combined modulus passes 30 digits
      * and x and M are left untouched on anything but OK, so the
      * caller never sees a half-combined answer.  A zero modulus on
      * either side is the undefined case: status UNDEFINED,
      * RETURN-CODE 4 and an exception-log row.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT EXCEPTION-LOG-FILE
                ASSIGN TO "cobol/data/exception_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD EXCEPTION-LOG-FILE.
             COPY "exceptionlogrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-exc-status PIC XX.
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
      * 31-digit intermediates, as in modexp.cbl: every value below
      * stays under twice the larger modulus.
             01 ws-m1 PIC S9(31) USAGE COMP-3.
             01 ws-a1 PIC S9(31) USAGE COMP-3.
             01 ws-m2 PIC S9(31) USAGE COMP-3.
             01 ws-a2 PIC S9(31) USAGE COMP-3.
             01 ws-g PIC S9(31) USAGE COMP-3.
             01 ws-inverse PIC S9(31) USAGE COMP-3.
             01 ws-t PIC S9(31) USAGE COMP-3.
             01 ws-limit PIC S9(31) USAGE COMP-3.
             01 ws-largest PIC S9(31) USAGE COMP-3
                VALUE 999999999999999999999999999999.
      * Extended Euclid: remainders r0/r1 and the coefficients of
      * M that go with them.
             01 ws-r0 PIC S9(31) USAGE COMP-3.
             01 ws-r1 PIC S9(31) USAGE COMP-3.
             01 ws-s0 PIC S9(31) USAGE COMP-3.
             01 ws-s1 PIC S9(31) USAGE COMP-3.
             01 ws-q PIC S9(31) USAGE COMP-3.
             01 ws-next PIC S9(31) USAGE COMP-3.
             01 ws-mul-a PIC S9(31) USAGE COMP-3.
             01 ws-mul-b PIC S9(31) USAGE COMP-3.
             01 ws-mul-r PIC S9(31) USAGE COMP-3.
             01 ws-remainder PIC S9(31) USAGE COMP-3.

          LINKAGE SECTION.
             01 crt-residue PIC S9(30) USAGE COMP-3.
             01 crt-modulus PIC S9(30) USAGE COMP-3.
             01 crt-a PIC S9(30) USAGE COMP-3.
             01 crt-m PIC S9(30) USAGE COMP-3.
             01 crt-status PIC X(12).

       PROCEDURE DIVISION USING crt-residue, crt-modulus, crt-a,
             crt-m, crt-status.
          IF crt-modulus IS EQUAL TO 0 OR crt-m IS EQUAL TO 0
             MOVE "UNDEFINED" TO crt-status
             PERFORM LOG-EXCEPTION
             MOVE 4 TO RETURN-CODE
             EXIT PROGRAM
          END-IF.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION ABS(crt-modulus) TO ws-m1.
          MOVE FUNCTION MOD(crt-residue, ws-m1) TO ws-a1.
          MOVE FUNCTION ABS(crt-m) TO ws-m2.
          MOVE FUNCTION MOD(crt-a, ws-m2) TO ws-a2.
          PERFORM EXTENDED-EUCLID.
          IF ws-g IS NOT EQUAL TO 1
      * A shared factor g: the two congruences can only both hold
      * if they agree modulo g.
             IF FUNCTION MOD(ws-a2 - ws-a1, ws-g) IS EQUAL TO 0
                MOVE "NOT-COPRIME" TO crt-status
             ELSE
                MOVE "INCONSISTENT" TO crt-status
             END-IF
             EXIT PROGRAM
          END-IF.
          DIVIDE ws-largest BY ws-m2 GIVING ws-limit.
          IF ws-m1 IS GREATER THAN ws-limit
             MOVE "OVERFLOW" TO crt-status
             EXIT PROGRAM
          END-IF.
      * t = (a2 - a1) * inverse MOD m2, then x = a1 + m1 * t.  With
      * t below m2, x stays below m1 * m2, which the check above
      * has already held to 30 digits.
          MOVE FUNCTION MOD(ws-a2 - ws-a1, ws-m2) TO ws-mul-a.
          MOVE FUNCTION MOD(ws-inverse, ws-m2) TO ws-mul-b.
          PERFORM MODULAR-MULTIPLY.
          MOVE ws-mul-r TO ws-t.
          COMPUTE crt-residue = ws-a1 + ws-m1 * ws-t.
          COMPUTE crt-modulus = ws-m1 * ws-m2.
          MOVE "OK" TO crt-status.
       EXIT PROGRAM.

      * gcd.cbl's remainder sequence on (m1, m2), carrying s with
      * s * m1 = r (mod m2) at every step; when the remainder runs
      * out, r0 is the GCD and s0 is m1's inverse modulo m2
      * whenever that GCD is 1.  The coefficients never exceed m2
      * in magnitude, so S9(31) holds them exactly.
       EXTENDED-EUCLID.
          MOVE ws-m1 TO ws-r0.
          MOVE ws-m2 TO ws-r1.
          MOVE 1 TO ws-s0.
          MOVE 0 TO ws-s1.
          PERFORM UNTIL ws-r1 IS EQUAL TO 0
             DIVIDE ws-r0 BY ws-r1 GIVING ws-q
             COMPUTE ws-next = ws-r0 - ws-q * ws-r1
             MOVE ws-r1 TO ws-r0
             MOVE ws-next TO ws-r1
             COMPUTE ws-next = ws-s0 - ws-q * ws-s1
             MOVE ws-s1 TO ws-s0
             MOVE ws-next TO ws-s1
          END-PERFORM.
          MOVE ws-r0 TO ws-g.
          MOVE ws-s0 TO ws-inverse.

      * ws-mul-r := (ws-mul-a * ws-mul-b) MOD ws-m2 by repeated
      * doubling and modular addition, modexp.cbl's multiply.
       MODULAR-MULTIPLY.
          MOVE 0 TO ws-mul-r.
          MOVE FUNCTION MOD(ws-mul-a, ws-m2) TO ws-mul-a.
          PERFORM UNTIL ws-mul-b IS EQUAL TO 0
             MOVE FUNCTION MOD(ws-mul-b, 2) TO ws-remainder
             IF ws-remainder IS EQUAL TO 1
                COMPUTE ws-mul-r = ws-mul-r + ws-mul-a
                IF ws-mul-r IS GREATER THAN OR EQUAL TO ws-m2
                   SUBTRACT ws-m2 FROM ws-mul-r
                END-IF
             END-IF
             COMPUTE ws-mul-a = ws-mul-a + ws-mul-a
             IF ws-mul-a IS GREATER THAN OR EQUAL TO ws-m2
                SUBTRACT ws-m2 FROM ws-mul-a
             END-IF
             DIVIDE ws-mul-b BY 2 GIVING ws-mul-b
          END-PERFORM.

      * The exception row the other subroutines write for their own
      * undefined edges, with the two moduli that triggered it.
       LOG-EXCEPTION.
          MOVE SPACES TO EXCEPTION-LOG-RECORD.
          OPEN EXTEND EXCEPTION-LOG-FILE.
          IF ws-exc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT EXCEPTION-LOG-FILE
          END-IF.
          MOVE "CRT     " TO EL-PROGRAM-ID.
          ACCEPT EL-RUN-DATE FROM DATE YYYYMMDD.
          ACCEPT EL-RUN-TIME FROM TIME.
          MOVE "ZERO MODULUS" TO EL-CONDITION.
          MOVE crt-modulus TO EL-INPUT-1.
          MOVE crt-m TO EL-INPUT-2.
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE ws-run-id TO EL-RUN-ID.
          WRITE EXCEPTION-LOG-RECORD.
          CLOSE EXCEPTION-LOG-FILE.
