       IDENTIFICATION DIVISION.
       PROGRAM-ID. pollardrho.
       AUTHOR. Owain Kenway.

      * Pollard's rho factor finder for the composites trial division
      * cannot finish.  smallestfactor.cbl walks the sieve and then
      * counts upward by ones, so a 20-digit semiprime whose smaller
      * prime is eleven digits long never gets there inside a window.
      * Rho walks the pseudo-random sequence x' = x*x + c MOD n with
      * two runners, one a step at a time and one two steps at a
      * time; once the runners meet modulo some unknown prime p of n,
      * GCD(|x - y|, n) reveals p (or a multiple of it) -- on the
      * order of SQRT(p) steps instead of p divisions.
      *
      * Built on the house arithmetic rather than beside it: every
      * square is a CALL to modexp.cbl (exponent 2, exact for the
      * full 30-digit range) and every GCD a CALL to gcd.cbl, so
      * this can never drift from the primitives batchmodexp.cbl and
      * batchgcd.cbl already answer with.
      *
      * LINKAGE in the divides.cbl style: n in, f out, plus the
      * caller's iteration budget per polynomial constant.  f is a
      * non-trivial factor of n (1 < f < n), confirmed through
      * divides.cbl before it is handed back, or 0 when no constant
      * c = 1..5 split n inside its budget -- a prime n, or simply an
      * unlucky composite the caller must finish some other way.
      * n below 4 is the undefined case: f = 0, RETURN-CODE 4 and an
      * exception-log row.  Every call leaves one capacity_log.dat
      * row (POLLRHO, iterations spent) so triage.cbl and
      * capacityreport.cbl price a rho-factored N on its real cost.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT EXCEPTION-LOG-FILE
                ASSIGN TO "cobol/data/exception_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
             SELECT CAPACITY-LOG-FILE
                ASSIGN TO "cobol/data/capacity_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD EXCEPTION-LOG-FILE.
             COPY "exceptionlogrec.cpy".
          FD CAPACITY-LOG-FILE.
             COPY "capacitylogrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-exc-status PIC XX.
             01 ws-cap-status PIC XX.
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
             01 ws-x PIC S9(30) USAGE COMP-3.
             01 ws-y PIC S9(30) USAGE COMP-3.
             01 ws-c PIC S9(30) USAGE COMP-3.
             01 ws-diff PIC S9(30) USAGE COMP-3.
             01 ws-g PIC S9(30) USAGE COMP-3.
             01 ws-two PIC S9(30) USAGE COMP-3 VALUE 2.
             01 ws-square PIC S9(30) USAGE COMP-3.
             01 ws-divides-flag PIC S9(30) USAGE COMP-3.
             01 ws-steps PIC 9(9).
             01 ws-iterations PIC 9(9) VALUE 0.
             01 ws-budget PIC 9(9).
      * Five polynomial constants before giving up: a constant whose
      * sequence cycles modulo n itself (GCD comes back as n) is
      * abandoned for the next rather than retried.
             01 ws-max-constant PIC 9(2) VALUE 5.
             01 ws-settled PIC X.

          LINKAGE SECTION.
             01 n PIC S9(30) USAGE COMP-3.
             01 f PIC S9(30) USAGE COMP-3.
             01 rho-iteration-limit PIC 9(9).

       PROCEDURE DIVISION USING n, f, rho-iteration-limit.
          MOVE 0 TO f.
          MOVE 0 TO ws-iterations.
          IF n IS LESS THAN 4
             PERFORM LOG-EXCEPTION
             MOVE 4 TO RETURN-CODE
             EXIT PROGRAM
          END-IF.
          MOVE 0 TO RETURN-CODE.
          MOVE rho-iteration-limit TO ws-budget.
          IF ws-budget IS EQUAL TO 0
             MOVE 100000 TO ws-budget
          END-IF.
          IF FUNCTION MOD(n, 2) IS EQUAL TO 0
      * Even n: rho's sequence is pointless when 2 is sitting there.
             MOVE 2 TO f
          ELSE
             PERFORM VARYING ws-c FROM 1 BY 1
                UNTIL ws-c IS GREATER THAN ws-max-constant
                OR f IS GREATER THAN 0
                PERFORM RHO-ONE-CONSTANT
             END-PERFORM
          END-IF.
          IF f IS GREATER THAN 0
      * The split is only handed back once divides.cbl agrees it is
      * one -- the same exact confirmation every trial-division
      * factor already gets.
             CALL 'divides' USING n, f, ws-divides-flag
             IF ws-divides-flag IS NOT EQUAL TO 1
                MOVE 0 TO f
             END-IF
          END-IF.
          PERFORM LOG-CAPACITY.
       EXIT PROGRAM.

      * Floyd's two runners from x = y = 2 under x' = x*x + c MOD n.
      * A GCD strictly between 1 and n is the split; a GCD of n
      * means this constant's cycle closed on n itself, so the next
      * constant is tried; running out of budget does the same.
       RHO-ONE-CONSTANT.
          MOVE 2 TO ws-x.
          MOVE 2 TO ws-y.
          MOVE 0 TO ws-steps.
          MOVE "N" TO ws-settled.
          PERFORM UNTIL ws-settled IS EQUAL TO "Y"
             MOVE ws-x TO ws-square
             PERFORM STEP-SEQUENCE
             MOVE ws-square TO ws-x
             MOVE ws-y TO ws-square
             PERFORM STEP-SEQUENCE
             PERFORM STEP-SEQUENCE
             MOVE ws-square TO ws-y
             ADD 1 TO ws-steps
             ADD 1 TO ws-iterations
             COMPUTE ws-diff = FUNCTION ABS(ws-x - ws-y)
             IF ws-diff IS EQUAL TO 0
                MOVE "Y" TO ws-settled
             ELSE
                CALL 'gcd' USING ws-diff, n, ws-g
                IF ws-g IS GREATER THAN 1
                   IF ws-g IS LESS THAN n
                      MOVE ws-g TO f
                   END-IF
                   MOVE "Y" TO ws-settled
                END-IF
             END-IF
             IF ws-steps IS GREATER THAN OR EQUAL TO ws-budget
                MOVE "Y" TO ws-settled
             END-IF
          END-PERFORM.

      * ws-square := ws-square ** 2 + c MOD n, the square through
      * modexp.cbl so no 60-digit product is ever formed.
       STEP-SEQUENCE.
          CALL 'modexp' USING ws-square, ws-two, n, ws-square.
          ADD ws-c TO ws-square.
          IF ws-square IS GREATER THAN OR EQUAL TO n
             SUBTRACT n FROM ws-square
          END-IF.

      * The exception row the other subroutines write for their own
      * undefined edges.
       LOG-EXCEPTION.
          MOVE SPACES TO EXCEPTION-LOG-RECORD.
          OPEN EXTEND EXCEPTION-LOG-FILE.
          IF ws-exc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT EXCEPTION-LOG-FILE
          END-IF.
          MOVE "POLLRHO " TO EL-PROGRAM-ID.
          ACCEPT EL-RUN-DATE FROM DATE YYYYMMDD.
          ACCEPT EL-RUN-TIME FROM TIME.
          MOVE "UNDEFINED FACTOR" TO EL-CONDITION.
          MOVE n TO EL-INPUT-1.
          MOVE 0 TO EL-INPUT-2.
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE ws-run-id TO EL-RUN-ID.
          WRITE EXCEPTION-LOG-RECORD.
          CLOSE EXCEPTION-LOG-FILE.

      * One capacity row per call, the iterations spent standing in
      * for smallestfactor.cbl's candidates tested, so the capacity
      * reports rank a rho-factored N on what it really cost.
       LOG-CAPACITY.
          MOVE SPACES TO CAPACITY-LOG-RECORD.
          OPEN EXTEND CAPACITY-LOG-FILE.
          IF ws-cap-status IS NOT EQUAL TO "00"
             OPEN OUTPUT CAPACITY-LOG-FILE
          END-IF.
          MOVE "POLLRHO " TO CL-PROGRAM-ID.
          ACCEPT CL-RUN-DATE FROM DATE YYYYMMDD.
          MOVE n TO CL-N.
          MOVE ws-budget TO CL-M.
          MOVE ws-iterations TO CL-CANDIDATES-TESTED.
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE ws-run-id TO CL-RUN-ID.
          WRITE CAPACITY-LOG-RECORD.
          CLOSE CAPACITY-LOG-FILE.
