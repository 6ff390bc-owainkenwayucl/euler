       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchcrt.
       AUTHOR. Owain Kenway.

      * Batch driver for the Chinese Remainder Theorem solver.  The
      * analysis team's simultaneous-congruence questions come as
      * sets of residue/modulus pairs; crt_congruences.dat holds one
      * congruence per line (the modexp_triples.dat idiom) led by an
      * eight-character set id, and consecutive lines with the same
      * id form one set.  Each congruence is folded into the set's
      * running answer through crt.cbl, and the set's solution and
      * combined modulus go to crt_results.dat bracketed by
      * CRHDR/CRTRL control records with a sequence number per data
      * row and a checksum in the trailer, as batchmodexp.cbl does.
      *
      * A set the solver cannot answer honestly is never given a
      * number: moduli that are not pairwise coprime come out
      * NOT-COPRIME (or INCONSISTENT when no solution exists at
      * all), a combined modulus past 30 digits OVERFLOW, a zero
      * modulus UNDEFINED, and each of these also writes a reject
      * row naming the congruence that broke the set.  A
      * non-numeric line is rejected on its own and leaves its set
      * INCOMPLETE, since an answer that silently skipped one of the
      * congruences would be wrong.  Corrected sets come back,
      * whole, through crt_congruences_resubmit.dat; their rows are
      * marked REPROC so rejectrecon.cbl can settle the rejects.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CONGRUENCE-FILE
                ASSIGN TO "cobol/data/crt_congruences.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CON-STATUS.
             SELECT RESUBMIT-FILE
                ASSIGN TO "cobol/data/crt_congruences_resubmit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RSB-STATUS.
             SELECT REJECT-FILE
                ASSIGN TO "cobol/data/input_rejects.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STATUS.
             SELECT RESULT-FILE
                ASSIGN TO "cobol/data/crt_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RES-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONGRUENCE-FILE.
             01 CONGRUENCE-IN-RECORD.
                05 CI-SET-ID         PIC X(8).
                05 CI-FILLER1        PIC X.
                05 CI-RESIDUE        PIC 9(30).
                05 CI-FILLER2        PIC X.
                05 CI-MODULUS        PIC 9(30).
          FD RESUBMIT-FILE.
             01 RESUBMIT-IN-RECORD.
                05 RS-SET-ID         PIC X(8).
                05 RS-FILLER1        PIC X.
                05 RS-RESIDUE        PIC 9(30).
                05 RS-FILLER2        PIC X.
                05 RS-MODULUS        PIC 9(30).
          FD REJECT-FILE.
             COPY "rejectrec.cpy".
          FD RESULT-FILE.
             01 RESULT-OUT-RECORD.
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
      * LIVE for the normal pass, REPROC on rows produced from a
      * resubmitted set; spaces on the bracket rows.
                05 CR-SOURCE         PIC X(6).

          WORKING-STORAGE SECTION.
      * The work fields match crt.cbl's signed LINKAGE.
             01 ws-solution PIC S9(30) USAGE COMP-3.
             01 ws-modulus PIC S9(30) USAGE COMP-3.
             01 ws-residue PIC S9(30) USAGE COMP-3.
             01 ws-next-modulus PIC S9(30) USAGE COMP-3.
             01 ws-crt-status PIC X(12).
             01 ws-set-id PIC X(8) VALUE SPACES.
             01 ws-set-open PIC X VALUE "N".
             01 ws-set-status PIC X(12).
             01 ws-set-count PIC 9(3) VALUE 0.
             01 ws-con-status PIC XX.
             01 ws-rsb-status PIC XX.
             01 ws-rej-status PIC XX.
             01 ws-res-status PIC XX.
             01 ws-con-eof PIC X VALUE "N".
             01 ws-rsb-eof PIC X VALUE "N".
             01 ws-source PIC X(6) VALUE "LIVE".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-line-no PIC 9(9) VALUE 0.
             01 ws-read-count PIC 9(9) VALUE 0.
             01 ws-reject-count PIC 9(9) VALUE 0.
             01 ws-data-count PIC 9(9) VALUE 0.
             01 ws-solved-count PIC 9(9) VALUE 0.
             01 ws-result-count PIC 9(9) VALUE 0.
             01 ws-checksum PIC 9(30) VALUE 0.
             01 ws-reject-reason PIC X(20).
             01 ws-reject-data PIC X(61).
             01 ws-ledger-name PIC X(30).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          OPEN INPUT CONGRUENCE-FILE.
          IF ws-con-status IS NOT EQUAL TO "00"
             DISPLAY "BATCHCRT: NO CONGRUENCES FILE"
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO RESULT-OUT-RECORD.
          OPEN OUTPUT RESULT-FILE.
          PERFORM WRITE-CONTROL-HEADER.
          PERFORM UNTIL ws-con-eof IS EQUAL TO "Y"
             READ CONGRUENCE-FILE
                AT END
                   MOVE "Y" TO ws-con-eof
                NOT AT END
                   ADD 1 TO ws-line-no
                   ADD 1 TO ws-read-count
                   PERFORM TAKE-ONE-CONGRUENCE
             END-READ
          END-PERFORM.
          PERFORM FINISH-SET.
          PERFORM REPROCESS-RESUBMITS.
          PERFORM WRITE-CONTROL-TRAILER.
          CLOSE CONGRUENCE-FILE.
          CLOSE RESULT-FILE.
      * Control-ledger row for ledgerbalance.cbl to re-count
      * against.
          MOVE "crt_results.dat" TO ws-ledger-name.
          CALL 'ledgerlog' USING ws-ledger-name, ws-result-count.
          DISPLAY "BATCHCRT: READ " ws-read-count " SETS "
             ws-data-count " SOLVED " ws-solved-count
             " REJECTED " ws-reject-count.
       STOP RUN.

      * One input line.  A blank line belongs to no set and is
      * rejected on its own; otherwise a change of set id closes
      * the set in hand, and the congruence is folded into the
      * current set -- or, when it is not numeric, rejected and the
      * set marked INCOMPLETE.
       TAKE-ONE-CONGRUENCE.
          IF CONGRUENCE-IN-RECORD IS EQUAL TO SPACES
             MOVE SPACES TO ws-reject-data
             MOVE "BLANK RECORD" TO ws-reject-reason
             PERFORM REJECT-ONE-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF ws-set-open IS EQUAL TO "Y"
             AND CI-SET-ID IS NOT EQUAL TO ws-set-id
             PERFORM FINISH-SET
          END-IF.
          IF ws-set-open IS NOT EQUAL TO "Y"
             PERFORM START-SET
          END-IF.
          ADD 1 TO ws-set-count.
          IF CI-RESIDUE IS NOT NUMERIC
             OR CI-MODULUS IS NOT NUMERIC
             MOVE CONGRUENCE-IN-RECORD TO ws-reject-data
             MOVE "NOT NUMERIC" TO ws-reject-reason
             PERFORM REJECT-ONE-RECORD
             IF ws-set-status IS EQUAL TO "OK"
                MOVE "INCOMPLETE" TO ws-set-status
             END-IF
             EXIT PARAGRAPH
          END-IF.
      * Once a set has failed, the rest of its lines are counted
      * but not combined; the first failure is the one reported.
          IF ws-set-status IS NOT EQUAL TO "OK"
             EXIT PARAGRAPH
          END-IF.
          MOVE CI-RESIDUE TO ws-residue.
          MOVE CI-MODULUS TO ws-next-modulus.
          CALL 'crt' USING ws-solution, ws-modulus, ws-residue,
             ws-next-modulus, ws-crt-status.
          MOVE 0 TO RETURN-CODE.
          IF ws-crt-status IS NOT EQUAL TO "OK"
             MOVE ws-crt-status TO ws-set-status
             MOVE CONGRUENCE-IN-RECORD TO ws-reject-data
             MOVE ws-crt-status TO ws-reject-reason
             PERFORM REJECT-ONE-RECORD
          END-IF.

      * Every set starts from x = 0 (mod 1), which every integer
      * satisfies.
       START-SET.
          MOVE CI-SET-ID TO ws-set-id.
          MOVE "Y" TO ws-set-open.
          MOVE "OK" TO ws-set-status.
          MOVE 0 TO ws-set-count.
          MOVE 0 TO ws-solution.
          MOVE 1 TO ws-modulus.

      * One data row per set.  Only an OK set carries a solution and
      * combined modulus; every other status is written with zeros
      * rather than a partial answer.
       FINISH-SET.
          IF ws-set-open IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-set-open.
          MOVE SPACES TO RESULT-OUT-RECORD.
          MOVE "CRDAT" TO CR-RECORD-TYPE.
          ADD 1 TO ws-data-count.
          MOVE ws-data-count TO CR-SEQ.
          MOVE ws-set-id TO CR-SET-ID.
          MOVE ws-set-count TO CR-CONGRUENCES.
          IF ws-set-status IS EQUAL TO "OK"
             MOVE ws-solution TO CR-SOLUTION
             MOVE ws-modulus TO CR-MODULUS
             ADD 1 TO ws-solved-count
          ELSE
             MOVE 0 TO CR-SOLUTION
             MOVE 0 TO CR-MODULUS
          END-IF.
          MOVE ws-set-status TO CR-STATUS.
          MOVE ws-source TO CR-SOURCE.
          COMPUTE ws-checksum = FUNCTION MOD(
             ws-checksum + CR-SOLUTION + CR-MODULUS,
             1000000000000000000000000000000).
          WRITE RESULT-OUT-RECORD.
          ADD 1 TO ws-result-count.
          DISPLAY "SET " ws-set-id " X = " CR-SOLUTION " MOD "
             CR-MODULUS " " CR-STATUS.

      * Corrected sets come back whole through the resubmit file
      * and run the same path; their rows are marked REPROC, inside
      * the same bracket and checksum as the live pass.  An absent
      * resubmit file just means nothing was resubmitted.
       REPROCESS-RESUBMITS.
          MOVE "REPROC" TO ws-source.
          OPEN INPUT RESUBMIT-FILE.
          IF ws-rsb-status IS EQUAL TO "00"
             MOVE 0 TO ws-line-no
             PERFORM UNTIL ws-rsb-eof IS EQUAL TO "Y"
                READ RESUBMIT-FILE
                   AT END
                      MOVE "Y" TO ws-rsb-eof
                   NOT AT END
                      ADD 1 TO ws-line-no
                      ADD 1 TO ws-read-count
                      MOVE RESUBMIT-IN-RECORD TO
                         CONGRUENCE-IN-RECORD
                      PERFORM TAKE-ONE-CONGRUENCE
                END-READ
             END-PERFORM
             PERFORM FINISH-SET
             CLOSE RESUBMIT-FILE
          END-IF.

      * Control header: producer run date/time, per the lfresultrec
      * contract shape.
       WRITE-CONTROL-HEADER.
          MOVE SPACES TO RESULT-OUT-RECORD.
          MOVE "CRHDR" TO CR-RECORD-TYPE.
          MOVE 0 TO CR-SEQ.
          MOVE 0 TO CR-CONGRUENCES.
          MOVE ws-run-date TO CR-SOLUTION.
          MOVE ws-run-time TO CR-MODULUS.
          WRITE RESULT-OUT-RECORD.
          ADD 1 TO ws-result-count.

      * Control trailer: the set count and the running checksum
      * over every data row's solution plus modulus.
       WRITE-CONTROL-TRAILER.
          MOVE SPACES TO RESULT-OUT-RECORD.
          MOVE "CRTRL" TO CR-RECORD-TYPE.
          MOVE ws-data-count TO CR-SEQ.
          MOVE 0 TO CR-CONGRUENCES.
          MOVE ws-checksum TO CR-SOLUTION.
          MOVE 0 TO CR-MODULUS.
          WRITE RESULT-OUT-RECORD.
          ADD 1 TO ws-result-count.

      * One shared-layout reject row per bad line or broken set,
      * the line number pointing at the congruence responsible.
      * Grows across every run (EXTEND); a failed EXTEND on the
      * first-ever run falls back to OPEN OUTPUT.
       REJECT-ONE-RECORD.
          ADD 1 TO ws-reject-count.
          OPEN EXTEND REJECT-FILE.
          IF ws-rej-status IS NOT EQUAL TO "00"
             OPEN OUTPUT REJECT-FILE
          END-IF.
          MOVE SPACES TO REJECT-RECORD.
          MOVE "BCHCRT" TO RJ-PROGRAM-ID.
          MOVE ws-run-date TO RJ-RUN-DATE.
          MOVE ws-line-no TO RJ-LINE-NO.
          MOVE ws-reject-reason TO RJ-REASON.
          MOVE ws-reject-data TO RJ-DATA.
          WRITE REJECT-RECORD.
          CLOSE REJECT-FILE.
          DISPLAY "BATCHCRT: REJECTED LINE " ws-line-no " "
             ws-reject-reason.
