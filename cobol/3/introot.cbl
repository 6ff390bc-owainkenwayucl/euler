       IDENTIFICATION DIVISION.
       PROGRAM-ID. introot.
       AUTHOR. Owain Kenway.

      * Exact integer k-th root for the full S9(30) COMP-3 range:
      * r = floor(n ** (1/k)).  intsqrt.cbl answers k = 2 only, and
      * FUNCTION EXP/LOG through a float would have the same
      * wrong-side-of-the-boundary problem intsqrt.cbl was written
      * to remove.  This is a binary search for the largest x with
      * x**k <= n, between 1 and floor(SQRT(n)) (no k-th root with
      * k >= 2 can exceed the square root).  x**k is built up one
      * multiply at a time and abandoned the moment the running
      * product passes n / x, so no intermediate ever exceeds n and
      * the arithmetic stays exact packed decimal.
      *
      * Same LINKAGE conventions as intsqrt.cbl: n and k in, r out.
      * A negative n or a k below 1 is undefined: r = 0 with
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
             01 ws-lo PIC S9(30) USAGE COMP-3.
             01 ws-hi PIC S9(30) USAGE COMP-3.
             01 ws-mid PIC S9(30) USAGE COMP-3.
             01 ws-power PIC S9(30) USAGE COMP-3.
             01 ws-quotient PIC S9(30) USAGE COMP-3.
             01 ws-step PIC S9(30) USAGE COMP-3.
             01 ws-within PIC X.

          LINKAGE SECTION.
             01 n PIC S9(30) USAGE COMP-3.
             01 k PIC S9(30) USAGE COMP-3.
             01 r PIC S9(30) USAGE COMP-3.

       PROCEDURE DIVISION USING n, k, r.
          IF n IS LESS THAN 0 OR k IS LESS THAN 1
             MOVE 0 TO r
      * Distinct non-zero return code for the undefined case, same
      * spirit as intsqrt.cbl's negative-argument code.
             PERFORM LOG-EXCEPTION
             MOVE 4 TO RETURN-CODE
             EXIT PROGRAM
          END-IF.
          MOVE 0 TO RETURN-CODE.
          IF k IS EQUAL TO 1 OR n IS LESS THAN 2
             MOVE n TO r
             EXIT PROGRAM
          END-IF.
          MOVE 1 TO ws-lo.
          CALL 'intsqrt' USING n, ws-hi.
      * Invariant: ws-lo**k <= n, and every x above ws-hi has
      * x**k > n.  The midpoint rounds up so ws-lo always moves.
          PERFORM UNTIL ws-lo IS GREATER THAN OR EQUAL TO ws-hi
             COMPUTE ws-mid = (ws-lo + ws-hi + 1) / 2
             PERFORM RAISE-MID
             IF ws-within IS EQUAL TO "Y"
                MOVE ws-mid TO ws-lo
             ELSE
                SUBTRACT 1 FROM ws-mid GIVING ws-hi
             END-IF
          END-PERFORM.
          MOVE ws-lo TO r.
       EXIT PROGRAM.

      * ws-within = Y when ws-mid**k <= n.  Before each multiply the
      * running product is compared against floor(n / ws-mid): a
      * product above it would overshoot n, so the multiply never
      * has to happen.
       RAISE-MID.
          MOVE "Y" TO ws-within.
          MOVE 1 TO ws-power.
          DIVIDE n BY ws-mid GIVING ws-quotient.
          PERFORM VARYING ws-step FROM 1 BY 1
             UNTIL ws-step IS GREATER THAN k
             OR ws-within IS EQUAL TO "N"
             IF ws-power IS GREATER THAN ws-quotient
                MOVE "N" TO ws-within
             ELSE
                MULTIPLY ws-mid BY ws-power
             END-IF
          END-PERFORM.

      * The exception row the other subroutines write for their own
      * undefined edges, with the inputs that triggered it.
       LOG-EXCEPTION.
          MOVE SPACES TO EXCEPTION-LOG-RECORD.
          OPEN EXTEND EXCEPTION-LOG-FILE.
          IF ws-exc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT EXCEPTION-LOG-FILE
          END-IF.
          MOVE "INTROOT " TO EL-PROGRAM-ID.
          ACCEPT EL-RUN-DATE FROM DATE YYYYMMDD.
          ACCEPT EL-RUN-TIME FROM TIME.
          MOVE "UNDEFINED ROOT" TO EL-CONDITION.
          MOVE n TO EL-INPUT-1.
          MOVE k TO EL-INPUT-2.
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE ws-run-id TO EL-RUN-ID.
          WRITE EXCEPTION-LOG-RECORD.
          CLOSE EXCEPTION-LOG-FILE.
