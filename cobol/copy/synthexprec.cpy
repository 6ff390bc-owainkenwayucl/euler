      * Known-answer record for a synthetic test candidate
      * (synthetic_expected.dat, written by candgen.cbl).  Each
      * generated N is bracketed SXHDR / SXFAC... / SXTRL exactly as
      * primefactorrec.cpy brackets a PFHDR group, with the record
      * type, N, prime and exponent in the same columns, so the
      * expected group lines up against primefactor_report.dat
      * field for field; the trailer's SX-EXPONENT holds the
      * distinct-factor count, as PFTRL's does.  SX-SHAPE and
      * SX-PARTNER-REF (the reference the intake row carried) are on
      * every row, so candscore.cbl can report by shape.
       01 SYNTH-EXPECTED-RECORD.
          05 SX-RECORD-TYPE         PIC X(5).
          05 SX-FILLER1             PIC X.
          05 SX-N                   PIC 9(30).
          05 SX-FILLER2             PIC X.
          05 SX-PRIME               PIC 9(30).
          05 SX-FILLER3             PIC X.
          05 SX-EXPONENT            PIC 9(9).
          05 SX-FILLER4             PIC X.
          05 SX-SHAPE               PIC X(11).
          05 SX-FILLER5             PIC X.
          05 SX-PARTNER-REF         PIC X(12).
