       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbookreport.
       AUTHOR. Owain Kenway.

      * Monthly runbook effectiveness report.  The procedures in
      * runbook.dat were written once and never checked: nobody
      * knew whether "RUN RUNLOCKMAINT TO CLEAR STALE LOCK" fixed
      * anything, or which failures had no procedure at all.  This
      * step runs on the first PROC day of the month (FBDM) and
      * takes the previous calendar month's invocations -- the
      * month before the run date's, December of the year before
      * for a January run -- so the month is complete and its late
      * failures are counted.  It reads them
      * (runbook_invocations.dat, runbookinvrec.cpy, logged by
      * nightly.cbl and alertdigest.cbl) with their close-outs from
      * runbookreview.cbl (runbook_closeouts.dat,
      * runbookcloserec.cpy) and reports to
      * runbook_effectiveness.dat:
      *
      *    PROC      per runbook entry, in runbook.dat order: times
      *              used, closed out, RESOLVED, NOT RESOLVED and
      *              ESCALATED, the resolution rate (resolved over
      *              closed) and the mean minutes to recovery over
      *              the closed ones.  An entry resolving under half
      *              its closed invocations is marked REWRITE; one
      *              never used is marked UNUSED.  A procedure number
      *              no longer in runbook.dat is still reported,
      *              marked RETIRED.
      *    NO ENTRY  per program and condition, the failures that
      *              had no procedure, with the same counts and the
      *              latest action an operator recorded for one --
      *              the draft of the entry to add.
      *
      * and a TOTAL line with the month's invocations still open.
      * The edition is filed through reportcapture.cbl.  Return code
      * 4 when an entry needs rewriting or a failure has no entry, 8
      * when the month's invocations overflow the table.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT INVOCATION-FILE
                ASSIGN TO "cobol/data/runbook_invocations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INV-STATUS.
             SELECT CLOSEOUT-FILE
                ASSIGN TO "cobol/data/runbook_closeouts.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLO-STATUS.
             SELECT RUNBOOK-FILE
                ASSIGN TO "cobol/data/runbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBK-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/runbook_effectiveness.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD INVOCATION-FILE.
             COPY "runbookinvrec.cpy".
          FD CLOSEOUT-FILE.
             COPY "runbookcloserec.cpy".
          FD RUNBOOK-FILE.
             01 RUNBOOK-RECORD.
                05 RB-PROGRAM-ID       PIC X(8).
                05 RB-FILLER1          PIC X.
                05 RB-CONDITION        PIC X(20).
                05 RB-FILLER2          PIC X.
                05 RB-PROC-NO          PIC 9(4).
                05 RB-FILLER3          PIC X.
                05 RB-TEXT             PIC X(40).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(132).

          WORKING-STORAGE SECTION.
             01 ws-inv-status PIC XX.
             01 ws-clo-status PIC XX.
             01 ws-rbk-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date PIC 9(8).
             01 ws-month PIC 9(6).
             01 ws-month-parts REDEFINES ws-month.
                05 ws-month-yyyy PIC 9(4).
                05 ws-month-mm PIC 9(2).
             01 ws-row-month PIC 9(6).
             01 ws-needs-work PIC X VALUE "N".
             01 ws-found PIC X.
             01 ws-pct PIC ZZ9.
             01 ws-pct-text PIC X(4).
             01 ws-mean-minutes PIC 9(5).
             01 ws-mean-text PIC X(5).
             01 ws-mark PIC X(8).
             01 ws-tot-used PIC 9(5) VALUE 0.
             01 ws-tot-closed PIC 9(5) VALUE 0.
             01 ws-tot-resolved PIC 9(5) VALUE 0.
             01 ws-tot-open PIC 9(5) VALUE 0.
             01 ws-tot-no-entry PIC 9(5) VALUE 0.
             01 ws-capture-report PIC X(30) VALUE
                "runbook_effectiveness.dat".
             01 ws-capture-program PIC X(8) VALUE "RBKRPT".
      * The month's invocations, each carrying its close-out once
      * the close-out file is applied.
             01 WS-INV-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-INV-TABLE.
                05 WS-INV-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-INV-COUNT
                      INDEXED BY INV-IDX.
                   10 WS-I-RUN-DATE       PIC 9(8).
                   10 WS-I-RUN-ID         PIC 9(9).
                   10 WS-I-PROGRAM-ID     PIC X(8).
                   10 WS-I-CONDITION      PIC X(20).
                   10 WS-I-PROC-NO        PIC 9(4).
                   10 WS-I-CLOSED         PIC X.
                   10 WS-I-OUTCOME        PIC X(12).
                   10 WS-I-MINUTES        PIC 9(5).
                   10 WS-I-ACTION         PIC X(40).
      * One bucket per procedure -- every runbook.dat entry, plus
      * any retired number still invoked -- and one per program and
      * condition that had no procedure.
             01 WS-PRC-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PRC-TABLE.
                05 WS-PRC-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-PRC-COUNT
                      INDEXED BY PRC-IDX.
                   10 WS-P-PROC-NO        PIC 9(4).
                   10 WS-P-PROGRAM-ID     PIC X(8).
                   10 WS-P-CONDITION      PIC X(20).
                   10 WS-P-TEXT           PIC X(40).
                   10 WS-P-IN-RUNBOOK     PIC X.
                   10 WS-P-USED           PIC 9(5).
                   10 WS-P-CLOSED         PIC 9(5).
                   10 WS-P-RESOLVED       PIC 9(5).
                   10 WS-P-NOT-RESOLVED   PIC 9(5).
                   10 WS-P-ESCALATED      PIC 9(5).
                   10 WS-P-MINUTES        PIC 9(9).
                   10 WS-P-LAST-ACTION    PIC X(40).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          DIVIDE ws-run-date BY 100 GIVING ws-month.
          IF ws-month-mm IS EQUAL TO 1
             SUBTRACT 1 FROM ws-month-yyyy
             MOVE 12 TO ws-month-mm
          ELSE
             SUBTRACT 1 FROM ws-month-mm
          END-IF.
          PERFORM LOAD-RUNBOOK.
          PERFORM LOAD-MONTH-INVOCATIONS.
          PERFORM APPLY-CLOSEOUTS.
          PERFORM VARYING INV-IDX FROM 1 BY 1
             UNTIL INV-IDX IS GREATER THAN WS-INV-COUNT
             PERFORM COUNT-ONE-INVOCATION
          END-PERFORM.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          STRING "RUNBOOK EFFECTIVENESS REPORT " ws-run-date
             " MONTH " ws-month DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM VARYING PRC-IDX FROM 1 BY 1
             UNTIL PRC-IDX IS GREATER THAN WS-PRC-COUNT
             IF WS-P-PROC-NO(PRC-IDX) IS NOT EQUAL TO 0
                PERFORM WRITE-PROCEDURE-LINE
             END-IF
          END-PERFORM.
          PERFORM VARYING PRC-IDX FROM 1 BY 1
             UNTIL PRC-IDX IS GREATER THAN WS-PRC-COUNT
             IF WS-P-PROC-NO(PRC-IDX) IS EQUAL TO 0
                PERFORM WRITE-NO-ENTRY-LINE
             END-IF
          END-PERFORM.
          IF ws-tot-closed IS GREATER THAN 0
             COMPUTE ws-pct ROUNDED =
                ws-tot-resolved * 100 / ws-tot-closed
             MOVE ws-pct TO ws-pct-text
          ELSE
             MOVE " ---" TO ws-pct-text
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TOTAL INVOKED " ws-tot-used " CLOSED "
             ws-tot-closed " RESOLVED " ws-tot-resolved " PCT "
             ws-pct-text " STILL OPEN " ws-tot-open
             " WITH NO ENTRY " ws-tot-no-entry
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          DISPLAY "RUNBOOKREPORT: " ws-tot-used " INVOKED, "
             ws-tot-closed " CLOSED, " ws-tot-resolved " RESOLVED".
          IF ws-needs-work IS EQUAL TO "Y"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * Every entry gets a bucket up front, so an entry nobody used
      * that month still shows.  An absent runbook leaves only the
      * NO ENTRY and retired buckets.
       LOAD-RUNBOOK.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT RUNBOOK-FILE.
          IF ws-rbk-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ RUNBOOK-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF WS-PRC-COUNT IS LESS THAN 100
                         AND RB-PROC-NO IS NUMERIC
                         ADD 1 TO WS-PRC-COUNT
                         SET PRC-IDX TO WS-PRC-COUNT
                         PERFORM CLEAR-BUCKET
                         MOVE RB-PROC-NO TO WS-P-PROC-NO(PRC-IDX)
                         MOVE RB-PROGRAM-ID TO
                            WS-P-PROGRAM-ID(PRC-IDX)
                         MOVE RB-CONDITION TO WS-P-CONDITION(PRC-IDX)
                         MOVE RB-TEXT TO WS-P-TEXT(PRC-IDX)
                         MOVE "Y" TO WS-P-IN-RUNBOOK(PRC-IDX)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RUNBOOK-FILE
          END-IF.

       CLEAR-BUCKET.
          MOVE SPACES TO WS-PRC-ENTRY(PRC-IDX).
          MOVE 0 TO WS-P-PROC-NO(PRC-IDX) WS-P-USED(PRC-IDX)
             WS-P-CLOSED(PRC-IDX) WS-P-RESOLVED(PRC-IDX)
             WS-P-NOT-RESOLVED(PRC-IDX) WS-P-ESCALATED(PRC-IDX)
             WS-P-MINUTES(PRC-IDX).
          MOVE "N" TO WS-P-IN-RUNBOOK(PRC-IDX).

      * A month with more invocations than the table holds is
      * refused rather than reported short.
       LOAD-MONTH-INVOCATIONS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT INVOCATION-FILE.
          IF ws-inv-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ INVOCATION-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   DIVIDE RI-RUN-DATE BY 100 GIVING ws-row-month
                   IF ws-row-month IS EQUAL TO ws-month
                      PERFORM TABLE-ONE-INVOCATION
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE INVOCATION-FILE.

       TABLE-ONE-INVOCATION.
          IF WS-INV-COUNT IS EQUAL TO 1000
             DISPLAY "RUNBOOKREPORT: MORE THAN 1000 INVOCATIONS "
                "IN THE MONTH, NO REPORT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WS-INV-COUNT.
          MOVE RI-RUN-DATE TO WS-I-RUN-DATE(WS-INV-COUNT).
          MOVE RI-RUN-ID TO WS-I-RUN-ID(WS-INV-COUNT).
          MOVE RI-PROGRAM-ID TO WS-I-PROGRAM-ID(WS-INV-COUNT).
          MOVE RI-CONDITION TO WS-I-CONDITION(WS-INV-COUNT).
          MOVE RI-PROC-NO TO WS-I-PROC-NO(WS-INV-COUNT).
          MOVE "N" TO WS-I-CLOSED(WS-INV-COUNT).
          MOVE SPACES TO WS-I-OUTCOME(WS-INV-COUNT)
             WS-I-ACTION(WS-INV-COUNT).
          MOVE 0 TO WS-I-MINUTES(WS-INV-COUNT).

      * Matched the way runbookreview.cbl matches them: program,
      * run date, condition and run id.
       APPLY-CLOSEOUTS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CLOSEOUT-FILE.
          IF ws-clo-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CLOSEOUT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   PERFORM VARYING INV-IDX FROM 1 BY 1
                      UNTIL INV-IDX IS GREATER THAN WS-INV-COUNT
                      IF WS-I-PROGRAM-ID(INV-IDX) IS EQUAL TO
                         RC-PROGRAM-ID AND WS-I-RUN-DATE(INV-IDX)
                         IS EQUAL TO RC-RUN-DATE AND
                         WS-I-CONDITION(INV-IDX) IS EQUAL TO
                         RC-CONDITION AND WS-I-RUN-ID(INV-IDX)
                         IS EQUAL TO RC-RUN-ID
                         MOVE "Y" TO WS-I-CLOSED(INV-IDX)
                         MOVE RC-OUTCOME TO WS-I-OUTCOME(INV-IDX)
                         MOVE RC-RECOVERY-MINUTES TO
                            WS-I-MINUTES(INV-IDX)
                         MOVE RC-ACTION-TAKEN TO WS-I-ACTION(INV-IDX)
                      END-IF
                   END-PERFORM
             END-READ
          END-PERFORM.
          CLOSE CLOSEOUT-FILE.

      * The invocation at INV-IDX into its bucket: by procedure
      * number, or for procedure 0000 by program and condition.
       COUNT-ONE-INVOCATION.
          MOVE "N" TO ws-found.
          PERFORM VARYING PRC-IDX FROM 1 BY 1
             UNTIL PRC-IDX IS GREATER THAN WS-PRC-COUNT
             OR ws-found IS EQUAL TO "Y"
             IF WS-P-PROC-NO(PRC-IDX) IS EQUAL TO
                WS-I-PROC-NO(INV-IDX)
                AND (WS-I-PROC-NO(INV-IDX) IS NOT EQUAL TO 0
                OR (WS-P-PROGRAM-ID(PRC-IDX) IS EQUAL TO
                WS-I-PROGRAM-ID(INV-IDX)
                AND WS-P-CONDITION(PRC-IDX) IS EQUAL TO
                WS-I-CONDITION(INV-IDX)))
                MOVE "Y" TO ws-found
             END-IF
          END-PERFORM.
          IF ws-found IS EQUAL TO "Y"
             SET PRC-IDX DOWN BY 1
          ELSE
             IF WS-PRC-COUNT IS EQUAL TO 100
                DISPLAY "RUNBOOKREPORT: MORE THAN 100 PROCEDURES "
                   "AND UNCOVERED FAILURES, NO REPORT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-PRC-COUNT
             SET PRC-IDX TO WS-PRC-COUNT
             PERFORM CLEAR-BUCKET
             MOVE WS-I-PROC-NO(INV-IDX) TO WS-P-PROC-NO(PRC-IDX)
             MOVE WS-I-PROGRAM-ID(INV-IDX) TO
                WS-P-PROGRAM-ID(PRC-IDX)
             MOVE WS-I-CONDITION(INV-IDX) TO WS-P-CONDITION(PRC-IDX)
          END-IF.
          ADD 1 TO WS-P-USED(PRC-IDX).
          ADD 1 TO ws-tot-used.
          IF WS-I-PROC-NO(INV-IDX) IS EQUAL TO 0
             ADD 1 TO ws-tot-no-entry
          END-IF.
          IF WS-I-CLOSED(INV-IDX) IS NOT EQUAL TO "Y"
             ADD 1 TO ws-tot-open
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-P-CLOSED(PRC-IDX).
          ADD 1 TO ws-tot-closed.
          ADD WS-I-MINUTES(INV-IDX) TO WS-P-MINUTES(PRC-IDX).
          MOVE WS-I-ACTION(INV-IDX) TO WS-P-LAST-ACTION(PRC-IDX).
          EVALUATE WS-I-OUTCOME(INV-IDX)
             WHEN "RESOLVED"
                ADD 1 TO WS-P-RESOLVED(PRC-IDX)
                ADD 1 TO ws-tot-resolved
             WHEN "ESCALATED"
                ADD 1 TO WS-P-ESCALATED(PRC-IDX)
             WHEN OTHER
                ADD 1 TO WS-P-NOT-RESOLVED(PRC-IDX)
          END-EVALUATE.

      * Resolution rate and mean minutes for the bucket at PRC-IDX.
       FORMAT-RATES.
          IF WS-P-CLOSED(PRC-IDX) IS GREATER THAN 0
             COMPUTE ws-pct ROUNDED = WS-P-RESOLVED(PRC-IDX) * 100
                / WS-P-CLOSED(PRC-IDX)
             MOVE ws-pct TO ws-pct-text
             COMPUTE ws-mean-minutes ROUNDED = WS-P-MINUTES(PRC-IDX)
                / WS-P-CLOSED(PRC-IDX)
             MOVE ws-mean-minutes TO ws-mean-text
          ELSE
             MOVE " ---" TO ws-pct-text
             MOVE "  ---" TO ws-mean-text
          END-IF.

       WRITE-PROCEDURE-LINE.
          PERFORM FORMAT-RATES.
          MOVE SPACES TO ws-mark.
          IF WS-P-IN-RUNBOOK(PRC-IDX) IS EQUAL TO "N"
             MOVE "RETIRED" TO ws-mark
          ELSE
             IF WS-P-USED(PRC-IDX) IS EQUAL TO 0
                MOVE "UNUSED" TO ws-mark
             END-IF
          END-IF.
          IF WS-P-CLOSED(PRC-IDX) IS GREATER THAN 0
             AND WS-P-RESOLVED(PRC-IDX) * 2 IS LESS THAN
             WS-P-CLOSED(PRC-IDX)
             MOVE "REWRITE" TO ws-mark
             MOVE "Y" TO ws-needs-work
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "PROC " WS-P-PROC-NO(PRC-IDX) " "
             WS-P-PROGRAM-ID(PRC-IDX) " " WS-P-CONDITION(PRC-IDX)
             " USED " WS-P-USED(PRC-IDX)
             " CLOSED " WS-P-CLOSED(PRC-IDX)
             " RESOLVED " WS-P-RESOLVED(PRC-IDX)
             " NOT " WS-P-NOT-RESOLVED(PRC-IDX)
             " ESC " WS-P-ESCALATED(PRC-IDX)
             " PCT " ws-pct-text " MEAN MIN " ws-mean-text
             " " ws-mark
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF WS-P-TEXT(PRC-IDX) IS NOT EQUAL TO SPACES
             MOVE SPACES TO REPORT-RECORD
             STRING "  PROCEDURE " WS-P-TEXT(PRC-IDX)
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

       WRITE-NO-ENTRY-LINE.
          PERFORM FORMAT-RATES.
          MOVE "Y" TO ws-needs-work.
          MOVE SPACES TO REPORT-RECORD.
          STRING "NO ENTRY " WS-P-PROGRAM-ID(PRC-IDX) " "
             WS-P-CONDITION(PRC-IDX)
             " FAILED " WS-P-USED(PRC-IDX)
             " CLOSED " WS-P-CLOSED(PRC-IDX)
             " RESOLVED " WS-P-RESOLVED(PRC-IDX)
             " NOT " WS-P-NOT-RESOLVED(PRC-IDX)
             " ESC " WS-P-ESCALATED(PRC-IDX)
             " PCT " ws-pct-text " MEAN MIN " ws-mean-text
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF WS-P-LAST-ACTION(PRC-IDX) IS NOT EQUAL TO SPACES
             MOVE SPACES TO REPORT-RECORD
             STRING "  LAST ACTION TAKEN " WS-P-LAST-ACTION(PRC-IDX)
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.
