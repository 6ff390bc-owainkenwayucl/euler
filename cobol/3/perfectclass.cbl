                05 RO-DIVISOR-SUM    PIC 9(30).
                05 RO-FILLER2        PIC X VALUE SPACE.
                05 RO-CLASS          PIC X(9).
      * NEW or REUSE, carried from the group's PFHDR row, so a
      * classification over a copied-forward factorization is never
      * read as tonight's.
                05 RO-FILLER3        PIC X VALUE SPACE.
                05 RO-ORIGIN         PIC X(5).
          FD EXCEPTION-FILE.
             01 EXCEPTION-RECORD.
                05 EX-N                PIC 9(30).
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                MOVE PF-N TO n
                MOVE PF-ORIGIN TO RO-ORIGIN
                MOVE 1 TO ws-sigma
                MOVE "Y" TO ws-in-group
                MOVE "N" TO ws-overflowed
