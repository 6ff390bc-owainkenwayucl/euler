       IDENTIFICATION DIVISION.
       PROGRAM-ID. fibclass.
       AUTHOR. Owain Kenway.

      * Fibonacci membership and index for every staged candidate.
      * "Is this N a Fibonacci number, and which one?" used to mean
      * a FIBTRM request through reqsweep.cbl per N, each walking
      * the sequence term by term.  This job answers it for the
      * whole of prime_candidates.dat in one pass and writes
      * fib_class.dat (fibclassrec.cpy) for pipelinequery.cbl to
      * show beside the other facts about an N.
      *
      * Membership is Gessel's test: N is a Fibonacci number exactly
      * when 5N**2 + 4 or 5N**2 - 4 is a perfect square, the root
      * taken exactly through intsqrt.cbl.  The square only fits the
      * 30-digit fields while N is at most 447213595499957; above
      * that, membership is decided by the term walk alone (method
      * WALK).  The walk is run for every N regardless -- it is at
      * most 145 terms inside 30 digits -- because it is what finds
      * the index of a member and the terms either side of a
      * non-member.
      *
      * Trust but verify, as perfectclass.cbl does with its brute
      * force: where both the square test and the walk have spoken
      * and they disagree, the row is written MISMATCH and the job
      * ends with a non-zero return code.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CANDIDATE-FILE
                ASSIGN TO "cobol/data/prime_candidates.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAN-STATUS.
             SELECT RESULT-FILE
                ASSIGN TO "cobol/data/fib_class.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RES-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CANDIDATE-FILE.
             01 CANDIDATE-IN-RECORD.
                05 CI-N              PIC 9(30).
          FD RESULT-FILE.
             COPY "fibclassrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-can-status PIC XX.
             01 ws-res-status PIC XX.
             01 ws-can-eof PIC X VALUE "N".
             01 n PIC S9(30) USAGE COMP-3.
             01 ws-square PIC S9(30) USAGE COMP-3.
             01 ws-root PIC S9(30) USAGE COMP-3.
      * Largest N whose 5N**2 + 4 still fits 30 digits.
             01 ws-square-limit PIC S9(30) USAGE COMP-3
                VALUE 447213595499957.
             01 ws-square-member PIC X.
             01 ws-walk-member PIC X.
             01 ws-method PIC X(6).
      * The walk: F(ws-fib-index) = ws-fib-lower <= N <
      * ws-fib-upper = F(ws-fib-index + 1).
             01 ws-fib-lower PIC S9(30) USAGE COMP-3.
             01 ws-fib-upper PIC S9(30) USAGE COMP-3.
             01 ws-fib-next PIC S9(30) USAGE COMP-3.
             01 ws-fib-index PIC 9(3).
             01 ws-fib-overflow PIC X.
             01 ws-read-count PIC 9(9) VALUE 0.
             01 ws-member-count PIC 9(9) VALUE 0.
             01 ws-mismatch-count USAGE BINARY-LONG UNSIGNED VALUE 0.

       PROCEDURE DIVISION.
          MOVE SPACES TO FIB-CLASS-RECORD.
          OPEN OUTPUT RESULT-FILE.
          OPEN INPUT CANDIDATE-FILE.
          IF ws-can-status IS NOT EQUAL TO "00"
             DISPLAY "FIBCLASS: NO CANDIDATE FILE"
             CLOSE RESULT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM UNTIL ws-can-eof IS EQUAL TO "Y"
             READ CANDIDATE-FILE
                AT END
                   MOVE "Y" TO ws-can-eof
                NOT AT END
                   IF CI-N IS NUMERIC
                      MOVE CI-N TO n
                      ADD 1 TO ws-read-count
                      PERFORM CLASSIFY-CANDIDATE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CANDIDATE-FILE.
          CLOSE RESULT-FILE.
          DISPLAY "FIBCLASS: " ws-read-count " CANDIDATE(S), "
             ws-member-count " FIBONACCI, " ws-mismatch-count
             " MISMATCH(ES)".
          IF ws-mismatch-count IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       CLASSIFY-CANDIDATE.
          PERFORM WALK-TO-NEIGHBOURS.
          IF n IS LESS THAN OR EQUAL TO ws-square-limit
             PERFORM SQUARE-TEST
             MOVE "SQUARE" TO ws-method
          ELSE
             MOVE ws-walk-member TO ws-square-member
             MOVE "WALK" TO ws-method
          END-IF.
          MOVE SPACES TO FIB-CLASS-RECORD.
          MOVE n TO FC-N.
          MOVE ws-fib-index TO FC-INDEX.
          MOVE ws-method TO FC-METHOD.
          EVALUATE TRUE
             WHEN ws-square-member IS NOT EQUAL TO ws-walk-member
                MOVE "MISMATCH" TO FC-CLASS
                MOVE ws-fib-lower TO FC-LOWER
                MOVE ws-fib-upper TO FC-UPPER
                ADD 1 TO ws-mismatch-count
                DISPLAY "FIBCLASS: MISMATCH N=" n " SQUARE "
                   ws-square-member " WALK " ws-walk-member
             WHEN ws-walk-member IS EQUAL TO "Y"
                MOVE "MEMBER" TO FC-CLASS
                MOVE n TO FC-LOWER
                MOVE n TO FC-UPPER
                ADD 1 TO ws-member-count
             WHEN OTHER
                MOVE "NONMEMBER" TO FC-CLASS
                MOVE ws-fib-lower TO FC-LOWER
                MOVE ws-fib-upper TO FC-UPPER
          END-EVALUATE.
          WRITE FIB-CLASS-RECORD.
          DISPLAY "N: " n " " FC-CLASS " F(" FC-INDEX ")".

      * Walks F(k), F(k+1) up from F(0), F(1) until the upper term
      * passes N, so the lower term is the largest Fibonacci number
      * not above N.  A next term too wide for 30 digits stops the
      * walk with the upper term unknown (zero).  1 is both F(1)
      * and F(2); the lower index is the one reported.
       WALK-TO-NEIGHBOURS.
          MOVE 0 TO ws-fib-lower.
          MOVE 1 TO ws-fib-upper.
          MOVE 0 TO ws-fib-index.
          MOVE "N" TO ws-fib-overflow.
          PERFORM UNTIL ws-fib-upper IS GREATER THAN n
             OR ws-fib-overflow IS EQUAL TO "Y"
             COMPUTE ws-fib-next = ws-fib-lower + ws-fib-upper
                ON SIZE ERROR
                   MOVE "Y" TO ws-fib-overflow
             END-COMPUTE
             MOVE ws-fib-upper TO ws-fib-lower
             IF ws-fib-overflow IS EQUAL TO "Y"
                MOVE 0 TO ws-fib-upper
             ELSE
                MOVE ws-fib-next TO ws-fib-upper
             END-IF
             ADD 1 TO ws-fib-index
          END-PERFORM.
          IF ws-fib-lower IS EQUAL TO n
             MOVE "Y" TO ws-walk-member
             IF n IS EQUAL TO 1
                MOVE 1 TO ws-fib-index
             END-IF
          ELSE
             MOVE "N" TO ws-walk-member
          END-IF.

      * N is a Fibonacci number exactly when 5N**2 + 4 or
      * 5N**2 - 4 is a perfect square.
       SQUARE-TEST.
          MOVE "N" TO ws-square-member.
          COMPUTE ws-square = 5 * n * n + 4.
          CALL 'intsqrt' USING ws-square, ws-root.
          IF ws-root * ws-root IS EQUAL TO ws-square
             MOVE "Y" TO ws-square-member
          END-IF.
          IF ws-square-member IS EQUAL TO "N"
             AND n IS GREATER THAN 0
             COMPUTE ws-square = 5 * n * n - 4
             CALL 'intsqrt' USING ws-square, ws-root
             IF ws-root * ws-root IS EQUAL TO ws-square
                MOVE "Y" TO ws-square-member
             END-IF
          END-IF.
