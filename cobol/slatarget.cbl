       IDENTIFICATION DIVISION.
       PROGRAM-ID. slatarget.
       AUTHOR. Owain Kenway.

      * Turnaround target lookup for one request, shared by the
      * nightly breach check (reqslacheck.cbl) and the weekly SLA
      * report (reqslareport.cbl) so the two can never disagree on
      * what was promised.  sla_targets.dat (slatargetrec.cpy) is
      * tabled on the first call and kept for the rest of the run;
      * the most specific row for the priority and type wins.
      *
      *    CALL 'slatarget' USING priority (X), type (X(6)),
      *       target-hours (9(4)), table-state (X)
      *
      * target-hours comes back 0 when no row covers the request.
      * table-state is Y when the table loaded with at least one
      * row, N when the file is missing or empty, and O when it
      * holds more rows than the table bound (the lookup is then
      * refused rather than answered from part of the table).

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TARGET-FILE
                ASSIGN TO "cobol/data/sla_targets.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TGT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD TARGET-FILE.
             COPY "slatargetrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-tgt-status PIC XX.
             01 ws-tgt-eof PIC X VALUE "N".
             01 ws-loaded PIC X VALUE "N".
             01 ws-table-state PIC X VALUE "N".
      * Specificity of the best row so far: 4 exact priority and
      * type, 3 exact priority, 2 exact type, 1 * *.
             01 ws-best-rank USAGE BINARY-LONG UNSIGNED.
             01 ws-row-rank USAGE BINARY-LONG UNSIGNED.
             01 WS-SLA-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-SLA-TABLE.
                05 WS-SLA-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-SLA-COUNT
                      INDEXED BY SLA-IDX.
                   10 WS-S-PRIORITY       PIC X(1).
                   10 WS-S-TYPE           PIC X(6).
                   10 WS-S-TARGET-HOURS   PIC 9(4).

          LINKAGE SECTION.
             01 sla-priority PIC X.
             01 sla-type PIC X(6).
             01 sla-target-hours PIC 9(4).
             01 sla-table-state PIC X.

       PROCEDURE DIVISION USING sla-priority, sla-type,
             sla-target-hours, sla-table-state.
          IF ws-loaded IS EQUAL TO "N"
             PERFORM LOAD-TARGETS
             MOVE "Y" TO ws-loaded
          END-IF.
          MOVE ws-table-state TO sla-table-state.
          MOVE 0 TO sla-target-hours.
          IF ws-table-state IS NOT EQUAL TO "Y"
             EXIT PROGRAM
          END-IF.
          MOVE 0 TO ws-best-rank.
          PERFORM VARYING SLA-IDX FROM 1 BY 1
             UNTIL SLA-IDX IS GREATER THAN WS-SLA-COUNT
             MOVE 0 TO ws-row-rank
             EVALUATE TRUE
                WHEN WS-S-PRIORITY(SLA-IDX) IS EQUAL TO sla-priority
                   AND WS-S-TYPE(SLA-IDX) IS EQUAL TO sla-type
                   MOVE 4 TO ws-row-rank
                WHEN WS-S-PRIORITY(SLA-IDX) IS EQUAL TO sla-priority
                   AND WS-S-TYPE(SLA-IDX) IS EQUAL TO "*"
                   MOVE 3 TO ws-row-rank
                WHEN WS-S-PRIORITY(SLA-IDX) IS EQUAL TO "*"
                   AND WS-S-TYPE(SLA-IDX) IS EQUAL TO sla-type
                   MOVE 2 TO ws-row-rank
                WHEN WS-S-PRIORITY(SLA-IDX) IS EQUAL TO "*"
                   AND WS-S-TYPE(SLA-IDX) IS EQUAL TO "*"
                   MOVE 1 TO ws-row-rank
             END-EVALUATE
             IF ws-row-rank IS GREATER THAN ws-best-rank
                MOVE ws-row-rank TO ws-best-rank
                MOVE WS-S-TARGET-HOURS(SLA-IDX) TO sla-target-hours
             END-IF
          END-PERFORM.
       EXIT PROGRAM.

       LOAD-TARGETS.
          OPEN INPUT TARGET-FILE.
          IF ws-tgt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-tgt-eof IS EQUAL TO "Y"
             READ TARGET-FILE
                AT END
                   MOVE "Y" TO ws-tgt-eof
                NOT AT END
                   IF ST-TARGET-HOURS IS NUMERIC
                      AND ST-PRIORITY IS NOT EQUAL TO SPACE
                      AND ST-TYPE IS NOT EQUAL TO SPACES
                      IF WS-SLA-COUNT IS EQUAL TO 100
                         MOVE "O" TO ws-table-state
                         MOVE "Y" TO ws-tgt-eof
                      ELSE
                         ADD 1 TO WS-SLA-COUNT
                         MOVE ST-PRIORITY TO
                            WS-S-PRIORITY(WS-SLA-COUNT)
                         MOVE ST-TYPE TO WS-S-TYPE(WS-SLA-COUNT)
                         MOVE ST-TARGET-HOURS TO
                            WS-S-TARGET-HOURS(WS-SLA-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE TARGET-FILE.
          IF WS-SLA-COUNT IS GREATER THAN 0
             AND ws-table-state IS NOT EQUAL TO "O"
             MOVE "Y" TO ws-table-state
          END-IF.
