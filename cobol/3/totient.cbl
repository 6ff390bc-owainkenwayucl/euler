                05 RO-DISTINCT       PIC 9(9).
                05 RO-FILLER3        PIC X.
                05 RO-STATUS         PIC X(9).
      * NEW or REUSE, carried from the group's PFHDR row, so a
      * copied-forward factorization is never read as tonight's.
                05 RO-FILLER4        PIC X.
                05 RO-ORIGIN         PIC X(5).

          WORKING-STORAGE SECTION.
             01 ws-pfr-status PIC XX.
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                MOVE PF-N TO n
                MOVE PF-ORIGIN TO RO-ORIGIN
                MOVE 0 TO WS-PRIME-COUNT
                MOVE "Y" TO ws-in-group
             WHEN "PFFAC"
