                   10 WS-O-FAIL-COUNT     PIC 9(2).
                   10 WS-O-LOCKED         PIC X.
                   10 WS-O-PWD-EXPIRED    PIC X.
                   10 WS-O-PWD-CHANGED    PIC 9(8).
                   10 WS-O-DISABLED       PIC X.

       PROCEDURE DIVISION.
          PERFORM LOAD-OPERATOR-TABLE.
                      MOVE OP-LOCKED TO WS-O-LOCKED(WS-OPR-COUNT)
                      MOVE OP-PWD-EXPIRED TO
                         WS-O-PWD-EXPIRED(WS-OPR-COUNT)
                      IF OP-PWD-CHANGED IS NUMERIC
                         MOVE OP-PWD-CHANGED TO
                            WS-O-PWD-CHANGED(WS-OPR-COUNT)
                      ELSE
                         MOVE 0 TO WS-O-PWD-CHANGED(WS-OPR-COUNT)
                      END-IF
                      MOVE OP-DISABLED TO WS-O-DISABLED(WS-OPR-COUNT)
                END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
             MOVE WS-O-FAIL-COUNT(OPR-IDX) TO OP-FAIL-COUNT
             MOVE WS-O-LOCKED(OPR-IDX) TO OP-LOCKED
             MOVE WS-O-PWD-EXPIRED(OPR-IDX) TO OP-PWD-EXPIRED
             MOVE WS-O-PWD-CHANGED(OPR-IDX) TO OP-PWD-CHANGED
             MOVE WS-O-DISABLED(OPR-IDX) TO OP-DISABLED
             WRITE OPERATOR-RECORD
          END-PERFORM.
          CLOSE OPERATOR-FILE.
