      * idiom), then one prime per line.  smallestfactor.cbl walks
      * this file instead of counting by ones, falling back to the
      * plain scan above the table's limit.
      *
      * Segmented mode (sieve_mode_switch.dat holding SEGM) extends
      * the existing file instead of regenerating it: blocks of
      * ws-block-size integers above the header's verified limit are
      * sieved against the base primes already on file and appended,
      * up to the same configured limit (which may then run to the
      * 999999999 the file's columns hold, the table ceiling above
      * being per block, not per file).  Each appended block is
      * checkpointed (sieve_checkpoint.dat, sealed the way
      * pf_checkpoint.dat is), so an interrupted extension resumes
      * at the block after the last one recorded.  The header is
      * only rewritten once the extension is finished -- until then
      * it still names the old limit, and every reader ignores
      * primes above the header's limit, so a half-extended file is
      * never read as coverage it does not have.  Rewrites go
      * through prime_sieve_work.dat and back, the logrotate.cbl
      * idiom, with the checkpoint marking the copy-back so a kill
      * part way through it is finished on the next run.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/sieve_limit_override.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVR-STATUS.
             SELECT MODE-SWITCH-FILE
                ASSIGN TO "cobol/data/sieve_mode_switch.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MODE-STATUS.
             SELECT CKPT-FILE
                ASSIGN TO "cobol/data/sieve_checkpoint.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
             SELECT WORK-FILE
                ASSIGN TO "cobol/data/prime_sieve_work.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD OVERRIDE-FILE.
             01 OVERRIDE-RECORD.
                05 OV-LIMIT           PIC 9(9).
          FD MODE-SWITCH-FILE.
             01 MODE-SWITCH-RECORD    PIC X(4).
      * Extension restart state: the header limit the extension
      * started from, the limit verified so far with the primes up
      * to it, and the phase -- BLOK between blocks, COPY while the
      * sieve is being rewritten from the work file.
          FD CKPT-FILE.
             01 CKPT-RECORD.
                05 CK-BASE-LIMIT      PIC 9(9).
                05 CK-FILLER1         PIC X.
                05 CK-VERIFIED        PIC 9(9).
                05 CK-FILLER2         PIC X.
                05 CK-COUNT           PIC 9(9).
                05 CK-FILLER3         PIC X.
                05 CK-PHASE           PIC X(4).
                05 CK-FILLER4         PIC X.
                05 CK-SEAL            PIC 9(15).
          FD WORK-FILE.
             01 WORK-RECORD.
                05 WK-VALUE           PIC 9(9).
                05 WK-FILLER1         PIC X.
                05 WK-COUNT           PIC 9(9).

          WORKING-STORAGE SECTION.
             01 ws-ctl-status PIC XX.
      * limit the same way divmatrix.cbl bounds its divisor count.
             01 ws-flag-table.
                05 ws-flag OCCURS 1000000 TIMES PIC X.
             01 ws-mode-status PIC XX.
             01 ws-ckpt-status PIC XX.
             01 ws-wrk-status PIC XX.
             01 ws-siv-eof PIC X.
             01 ws-wrk-eof PIC X.
             01 ws-first-line PIC X.
             01 ws-sieve-mode PIC X(4) VALUE "FULL".
      * Segmented extension: the widest limit the file's 9-digit
      * columns hold, the block width (inside the flag table), the
      * header as found and the limit verified so far.
             01 ws-segment-ceiling USAGE BINARY-LONG UNSIGNED
                VALUE 999999999.
             01 ws-block-size USAGE BINARY-LONG UNSIGNED VALUE 100000.
             01 ws-header-limit USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-header-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-verified USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-new-header-limit USAGE BINARY-LONG UNSIGNED.
             01 ws-new-header-count USAGE BINARY-LONG UNSIGNED.
             01 ws-block-low USAGE BINARY-LONG UNSIGNED.
             01 ws-block-high USAGE BINARY-LONG UNSIGNED.
             01 ws-block-primes USAGE BINARY-LONG UNSIGNED.
             01 ws-block-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-seg-square USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-seg-value USAGE BINARY-LONG UNSIGNED.
             01 ws-trailing-rows USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-ckpt-seal USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-ckpt-ok PIC X.
             01 ws-new-phase PIC X(4).
             01 ws-base-idx USAGE BINARY-LONG UNSIGNED.
      * Base primes: every prime on file whose square is within the
      * target, which is all a block ever needs to strike with --
      * 3401 of them below the square root of the segment ceiling.
             01 ws-base-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-base-values.
                05 ws-base-prime OCCURS 1 TO 3500 TIMES
                      DEPENDING ON ws-base-count
                      USAGE BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
          PERFORM LOAD-LIMIT.
          PERFORM LOAD-OVERRIDE.
          PERFORM LOAD-MODE-SWITCH.
          IF ws-sieve-mode IS EQUAL TO "SEGM"
             PERFORM EXTEND-SIEVE
             STOP RUN
          END-IF.
          IF ws-limit IS GREATER THAN 1000000
             DISPLAY "SIEVEGEN: LIMIT " ws-limit " EXCEEDS TABLE "
                "MAXIMUM OF 1000000"
             END-IF
          END-PERFORM.
          CLOSE SIEVE-FILE.
      * A full regeneration supersedes any extension left part way.
          PERFORM CLEAR-CHECKPOINT.
          MOVE ws-prime-count TO ws-prime-count-disp.
          DISPLAY "SIEVEGEN: " ws-prime-count-disp " PRIME(S) UP TO "
             ws-limit.
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * FULL (the default, and any unrecognized value) regenerates
      * from 2; SEGM extends the file in blocks.
       LOAD-MODE-SWITCH.
          OPEN INPUT MODE-SWITCH-FILE.
          IF ws-mode-status IS EQUAL TO "00"
             READ MODE-SWITCH-FILE
                NOT AT END
                   IF MODE-SWITCH-RECORD IS EQUAL TO "SEGM"
                      MOVE "SEGM" TO ws-sieve-mode
                   END-IF
             END-READ
             CLOSE MODE-SWITCH-FILE
          END-IF.

      * The segmented extension, from the header's verified limit
      * (or the checkpoint's, on a resume) up to ws-limit.
       EXTEND-SIEVE.
          IF ws-limit IS GREATER THAN ws-segment-ceiling
             DISPLAY "SIEVEGEN: LIMIT " ws-limit " EXCEEDS FILE "
                "MAXIMUM OF " ws-segment-ceiling
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
          END-IF.
          PERFORM READ-SIEVE-HEADER.
          PERFORM LOAD-CHECKPOINT.
          IF ws-header-limit IS LESS THAN 2
      * Nothing usable on file: start from the one prime every
      * sieve begins with, and extend from there.
             PERFORM SEED-SIEVE-FILE
          END-IF.
          PERFORM SCAN-EXISTING-SIEVE.
          IF ws-trailing-rows IS GREATER THAN 0
      * Rows past the verified limit are a block appended by a run
      * killed before it could checkpoint: drop them, keeping the
      * header as it stands.
             DISPLAY "SIEVEGEN: DROPPING " ws-trailing-rows
                " UNVERIFIED ROW(S) ABOVE " ws-verified
             MOVE ws-header-limit TO ws-new-header-limit
             MOVE ws-header-count TO ws-new-header-count
             PERFORM REWRITE-SIEVE-FILE
          END-IF.
          PERFORM UNTIL ws-verified IS GREATER THAN OR EQUAL TO
             ws-limit
             PERFORM SIEVE-ONE-BLOCK
             PERFORM APPEND-BLOCK
             MOVE "BLOK" TO ws-new-phase
             PERFORM WRITE-CHECKPOINT
          END-PERFORM.
          IF ws-verified IS GREATER THAN ws-header-limit
             MOVE ws-verified TO ws-new-header-limit
             MOVE ws-prime-count TO ws-new-header-count
             PERFORM REWRITE-SIEVE-FILE
          END-IF.
          PERFORM CLEAR-CHECKPOINT.
          MOVE ws-prime-count TO ws-prime-count-disp.
          DISPLAY "SIEVEGEN: " ws-prime-count-disp " PRIME(S) UP TO "
             ws-verified ", " ws-block-count " BLOCK(S) ADDED".
          MOVE 0 TO RETURN-CODE.

      * The header as it stands on file: limit and prime count.
       READ-SIEVE-HEADER.
          MOVE 0 TO ws-header-limit.
          MOVE 0 TO ws-header-count.
          OPEN INPUT SIEVE-FILE.
          IF ws-siv-status IS EQUAL TO "00"
             READ SIEVE-FILE
                NOT AT END
                   IF SV-VALUE IS NUMERIC AND SV-COUNT IS NUMERIC
                      MOVE SV-VALUE TO ws-header-limit
                      MOVE SV-COUNT TO ws-header-count
                   END-IF
             END-READ
             CLOSE SIEVE-FILE
          END-IF.
          MOVE ws-header-limit TO ws-verified.
          MOVE ws-header-count TO ws-prime-count.

       SEED-SIEVE-FILE.
          MOVE SPACES TO SIEVE-RECORD.
          OPEN OUTPUT SIEVE-FILE.
          MOVE 2 TO SV-VALUE.
          MOVE 1 TO SV-COUNT.
          WRITE SIEVE-RECORD.
          MOVE 2 TO SV-VALUE.
          MOVE 0 TO SV-COUNT.
          WRITE SIEVE-RECORD.
          CLOSE SIEVE-FILE.
          MOVE 2 TO ws-header-limit.
          MOVE 1 TO ws-header-count.
          MOVE 2 TO ws-verified.
          MOVE 1 TO ws-prime-count.

      * A sealed checkpoint from an extension of this same header
      * resumes at its verified limit.  One caught in its COPY phase
      * first finishes the copy-back from the work file, which was
      * complete when the phase was recorded, and then reads the
      * header the copy put back.
       LOAD-CHECKPOINT.
          OPEN INPUT CKPT-FILE.
          IF ws-ckpt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-ckpt-ok.
          READ CKPT-FILE
             NOT AT END
                PERFORM VERIFY-CHECKPOINT-SEAL
          END-READ.
          CLOSE CKPT-FILE.
          IF ws-ckpt-ok IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF CK-PHASE IS EQUAL TO "COPY"
             DISPLAY "SIEVEGEN: FINISHING AN INTERRUPTED REWRITE"
             PERFORM COPY-WORK-TO-SIEVE
             PERFORM READ-SIEVE-HEADER
          END-IF.
          IF CK-BASE-LIMIT IS EQUAL TO ws-header-limit
             AND CK-VERIFIED IS GREATER THAN ws-header-limit
             MOVE CK-VERIFIED TO ws-verified
             MOVE CK-COUNT TO ws-prime-count
             DISPLAY "SIEVEGEN: RESUMING EXTENSION ABOVE " ws-verified
          END-IF.

       VERIFY-CHECKPOINT-SEAL.
          IF CK-BASE-LIMIT IS NUMERIC AND CK-VERIFIED IS NUMERIC
             AND CK-COUNT IS NUMERIC AND CK-SEAL IS NUMERIC
             PERFORM COMPUTE-CHECKPOINT-SEAL
             IF CK-SEAL IS EQUAL TO ws-ckpt-seal
                MOVE "Y" TO ws-ckpt-ok
             END-IF
          END-IF.
          IF ws-ckpt-ok IS NOT EQUAL TO "Y"
             DISPLAY "SIEVEGEN: CHECKPOINT FAILS ITS SEAL, IGNORED"
          END-IF.

       COMPUTE-CHECKPOINT-SEAL.
          COMPUTE ws-ckpt-seal = FUNCTION MOD(
             CK-BASE-LIMIT + CK-VERIFIED * 3 + CK-COUNT * 7
             + FUNCTION ORD(CK-PHASE(1:1)) * 11, 999999999999989).

       WRITE-CHECKPOINT.
          MOVE SPACES TO CKPT-RECORD.
          MOVE ws-header-limit TO CK-BASE-LIMIT.
          MOVE ws-verified TO CK-VERIFIED.
          MOVE ws-prime-count TO CK-COUNT.
          MOVE ws-new-phase TO CK-PHASE.
          PERFORM COMPUTE-CHECKPOINT-SEAL.
          MOVE ws-ckpt-seal TO CK-SEAL.
          OPEN OUTPUT CKPT-FILE.
          WRITE CKPT-RECORD.
          CLOSE CKPT-FILE.

      * OPEN OUTPUT with no WRITE leaves the checkpoint empty, so the
      * next extension starts from the header.
       CLEAR-CHECKPOINT.
          OPEN OUTPUT CKPT-FILE.
          CLOSE CKPT-FILE.

      * One pass over the file: keeps every prime whose square is
      * within the target as a base prime, and counts the rows above
      * the verified limit.
       SCAN-EXISTING-SIEVE.
          MOVE 0 TO ws-base-count.
          MOVE 0 TO ws-trailing-rows.
          MOVE "N" TO ws-siv-eof.
          MOVE "Y" TO ws-first-line.
          OPEN INPUT SIEVE-FILE.
          PERFORM UNTIL ws-siv-eof IS EQUAL TO "Y"
             READ SIEVE-FILE
                AT END
                   MOVE "Y" TO ws-siv-eof
                NOT AT END
                   IF ws-first-line IS EQUAL TO "Y"
                      MOVE "N" TO ws-first-line
                   ELSE
                      MOVE SV-VALUE TO ws-seg-value
                      IF ws-seg-value IS GREATER THAN ws-verified
                         ADD 1 TO ws-trailing-rows
                      ELSE
                         PERFORM NOTE-BASE-PRIME
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SIEVE-FILE.

       NOTE-BASE-PRIME.
          COMPUTE ws-seg-square = ws-seg-value * ws-seg-value.
          IF ws-seg-square IS NOT GREATER THAN ws-limit
             AND ws-base-count IS LESS THAN 3500
             ADD 1 TO ws-base-count
             MOVE ws-seg-value TO ws-base-prime(ws-base-count)
          END-IF.

      * Sieves the next block above the verified limit.  The block
      * never runs past the square of the verified limit, so every
      * prime it needs to strike with is already a base prime --
      * from a seeded file the first blocks are short, and reach
      * full width within a few steps.
       SIEVE-ONE-BLOCK.
          COMPUTE ws-block-low = ws-verified + 1.
          COMPUTE ws-block-high = ws-verified + ws-block-size.
          IF ws-block-high IS GREATER THAN ws-limit
             MOVE ws-limit TO ws-block-high
          END-IF.
          COMPUTE ws-seg-square = ws-verified * ws-verified.
          IF ws-block-high IS GREATER THAN ws-seg-square
             MOVE ws-seg-square TO ws-block-high
          END-IF.
          MOVE ALL "N" TO ws-flag-table.
          PERFORM VARYING ws-base-idx FROM 1 BY 1
             UNTIL ws-base-idx IS GREATER THAN ws-base-count
             MOVE ws-base-prime(ws-base-idx) TO i
             COMPUTE ws-seg-square = i * i
             IF ws-seg-square IS GREATER THAN ws-block-high
                EXIT PERFORM
             END-IF
      * First multiple of i inside the block, never below i * i.
             COMPUTE ws-seg-value = ws-block-low + i - 1
             DIVIDE ws-seg-value BY i GIVING j
             MULTIPLY i BY j
             IF j IS LESS THAN ws-seg-square
                MOVE ws-seg-square TO j
             END-IF
             PERFORM UNTIL j IS GREATER THAN ws-block-high
                COMPUTE ws-seg-value = j - ws-block-low + 1
                MOVE "Y" TO ws-flag(ws-seg-value)
                ADD i TO j
             END-PERFORM
          END-PERFORM.

      * Appends the block's primes after the rows already on file,
      * then moves the verified limit up to the block's top.
       APPEND-BLOCK.
          MOVE 0 TO ws-block-primes.
          MOVE SPACES TO SIEVE-RECORD.
          OPEN EXTEND SIEVE-FILE.
          PERFORM VARYING i FROM ws-block-low BY 1
             UNTIL i IS GREATER THAN ws-block-high
             COMPUTE ws-seg-value = i - ws-block-low + 1
             IF ws-flag(ws-seg-value) IS EQUAL TO "N"
                MOVE i TO SV-VALUE
                MOVE 0 TO SV-COUNT
                WRITE SIEVE-RECORD
                ADD 1 TO ws-block-primes
                MOVE i TO ws-seg-value
                PERFORM NOTE-BASE-PRIME
             END-IF
          END-PERFORM.
          CLOSE SIEVE-FILE.
          ADD ws-block-primes TO ws-prime-count.
          MOVE ws-block-high TO ws-verified.
          ADD 1 TO ws-block-count.

      * Rewrites the sieve through the work file: the header named
      * in ws-new-header-limit and ws-new-header-count, then every
      * prime up to the verified limit.  The work file is complete
      * before the COPY phase is checkpointed, and the copy-back is
      * what that phase protects.
       REWRITE-SIEVE-FILE.
          MOVE "N" TO ws-siv-eof.
          MOVE "Y" TO ws-first-line.
          MOVE SPACES TO WORK-RECORD.
          OPEN OUTPUT WORK-FILE.
          MOVE ws-new-header-limit TO WK-VALUE.
          MOVE ws-new-header-count TO WK-COUNT.
          WRITE WORK-RECORD.
          OPEN INPUT SIEVE-FILE.
          PERFORM UNTIL ws-siv-eof IS EQUAL TO "Y"
             READ SIEVE-FILE
                AT END
                   MOVE "Y" TO ws-siv-eof
                NOT AT END
                   IF ws-first-line IS EQUAL TO "Y"
                      MOVE "N" TO ws-first-line
                   ELSE
                      MOVE SV-VALUE TO ws-seg-value
                      IF ws-seg-value IS NOT GREATER THAN ws-verified
                         MOVE SIEVE-RECORD TO WORK-RECORD
                         WRITE WORK-RECORD
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SIEVE-FILE.
          CLOSE WORK-FILE.
          MOVE "COPY" TO ws-new-phase.
          PERFORM WRITE-CHECKPOINT.
          PERFORM COPY-WORK-TO-SIEVE.
          MOVE "BLOK" TO ws-new-phase.
          PERFORM WRITE-CHECKPOINT.

       COPY-WORK-TO-SIEVE.
          MOVE "N" TO ws-wrk-eof.
          MOVE SPACES TO SIEVE-RECORD.
          OPEN INPUT WORK-FILE.
          OPEN OUTPUT SIEVE-FILE.
          PERFORM UNTIL ws-wrk-eof IS EQUAL TO "Y"
             READ WORK-FILE
                AT END
                   MOVE "Y" TO ws-wrk-eof
                NOT AT END
                   MOVE WORK-RECORD TO SIEVE-RECORD
                   WRITE SIEVE-RECORD
             END-READ
          END-PERFORM.
          CLOSE WORK-FILE.
          CLOSE SIEVE-FILE.

       LOAD-OVERRIDE.
          OPEN INPUT OVERRIDE-FILE.
          IF ws-ovr-status IS EQUAL TO "00"
