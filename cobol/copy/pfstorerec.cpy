      * Persistent store of completed factorizations (pf_store.dat),
      * keyed by candidate the way primecacherec.cpy keys the
      * primality cache.  Each N keeps its PFHDR/PFFAC/PFTRL group as
      * rows under PS-SEQ: 000 the header, 001 upward one per
      * distinct prime factor in ascending order, 999 the trailer
      * carrying the distinct-factor count in PS-EXPONENT -- so one
      * START at (N, 000) and READ NEXTs bring the whole group back
      * in report order.  PS-RUN-DATE on the header is the run date
      * the answer was derived.
       01 PF-STORE-RECORD.
          05 PS-KEY.
             10 PS-N                PIC 9(30).
             10 PS-SEQ              PIC 9(3).
          05 PS-RECORD-TYPE         PIC X(5).
          05 PS-PRIME               PIC 9(30).
          05 PS-EXPONENT            PIC 9(9).
          05 PS-METHOD              PIC X(5).
          05 PS-RUN-DATE            PIC 9(8).
