       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainlink.
       AUTHOR. Owain Kenway.

      * Chain-value fold shared by the tamper-evident files (the
      * results history segments and the run certifications).  A
      * link is the previous link's value carried through a rolling
      * multiply-and-add over every character of the new content --
      * the configsnapshot.cbl checksum, widened to eighteen digits
      * -- so a changed character anywhere in a past row changes its
      * link, and through it every link written after it:
      *
      *    CALL 'chainlink' USING chain-value (9(18)),
      *       chain-length (9(4)), chain-text:
      *    folds the first chain-length characters of chain-text
      *    into chain-value, in place.
      *
      * Each character enters as its FUNCTION ORD ordinal (its code
      * plus one), and the fold is taken modulo 999999999999999989,
      * should a link ever need recomputing outside the shop's code.
      *
      * A caller folds a multi-row unit (a history segment) by
      * calling once per row with the running value.  The chain
      * column itself must be blank in the text folded; writers and
      * chainverify.cbl blank it the same way.

       DATA DIVISION.
          WORKING-STORAGE SECTION.
             01 ws-char-idx USAGE BINARY-LONG UNSIGNED.

          LINKAGE SECTION.
             01 chain-value PIC 9(18).
             01 chain-length PIC 9(4).
             01 chain-text PIC X(250).

       PROCEDURE DIVISION USING chain-value, chain-length,
             chain-text.
          PERFORM VARYING ws-char-idx FROM 1 BY 1
             UNTIL ws-char-idx IS GREATER THAN chain-length
             COMPUTE chain-value = FUNCTION MOD(
                chain-value * 31
                + FUNCTION ORD(chain-text(ws-char-idx:1)),
                999999999999999989)
          END-PERFORM.
       EXIT PROGRAM.
