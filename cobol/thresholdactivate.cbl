       IDENTIFICATION DIVISION.
       PROGRAM-ID. thresholdactivate.
       AUTHOR. Owain Kenway.

      * Applies approved, future-dated threshold changes when their
      * day comes.  Ops often know a week ahead that SOLUTN3 must go
      * to a new n on the 1st; maintthresholds.cbl stages such a
      * change with its effective date, thresholdapprove.cbl's
      * second person approves it into SCHEDULD, and this step --
      * first in nightly_schedule.dat, so configsnapshot.cbl,
      * ctlvalidate.cbl and the solution steps all see the new
      * value -- applies every SCHEDULD change whose effective date
      * is on or before tonight's run date.  Each one is rewritten
      * into thresholds.dat, marked ACTIVATD in
      * threshold_pending.dat, audited in
      * threshold_approval_audit.dat (verdict ACTIVATD, with the
      * proposer, approver and ticket from the approval) and raised
      * as THRESHOLD ACTIVATED through alertlog.cbl so the morning
      * shift knows the night ran on a different figure.  A change
      * whose control record has gone is left SCHEDULD and the step
      * ends RC 4; ctlvalidate.cbl reports it too.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT PENDING-FILE
                ASSIGN TO "cobol/data/threshold_pending.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT AUDIT-FILE
                ASSIGN TO "cobol/data/threshold_approval_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD PENDING-FILE.
             COPY "thrpendrec.cpy".
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD AUDIT-FILE.
             01 AUDIT-RECORD.
                05 TA-RUN-DATE          PIC 9(8).
                05 TA-FILLER1           PIC X.
                05 TA-RUN-TIME          PIC 9(8).
                05 TA-FILLER2           PIC X.
                05 TA-PROPOSER-ID       PIC X(8).
                05 TA-FILLER3           PIC X.
                05 TA-APPROVER-ID       PIC X(8).
                05 TA-FILLER4           PIC X.
                05 TA-PROGRAM-ID        PIC X(8).
                05 TA-FILLER5           PIC X.
                05 TA-MODE              PIC X(4).
                05 TA-FILLER6           PIC X.
                05 TA-OLD-THRESHOLD     PIC 9(18).
                05 TA-FILLER7           PIC X.
                05 TA-NEW-THRESHOLD     PIC 9(18).
                05 TA-FILLER8           PIC X.
                05 TA-VERDICT           PIC X(8).
                05 TA-FILLER9           PIC X.
                05 TA-TICKET            PIC X(12).

          WORKING-STORAGE SECTION.
             01 ws-pnd-status PIC XX.
             01 ws-ctl-status PIC XX.
             01 ws-aud-status PIC XX.
             01 ws-pnd-eof PIC X VALUE "N".
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-activated-count PIC 9(9) VALUE 0.
             01 ws-missing-count PIC 9(9) VALUE 0.
             01 ws-old-threshold PIC 9(18).
             01 ws-alert-source PIC X(8) VALUE "THRACTIV".
             01 ws-alert-condition PIC X(20)
                VALUE "THRESHOLD ACTIVATED".
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * Pending changes and the control file, tabled and rewritten
      * in full -- the thresholdapprove.cbl pattern.
             01 WS-PND-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-PND-TABLE.
                05 WS-PND-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-PND-COUNT
                      INDEXED BY PND-IDX.
                   10 WS-P-RECORD         PIC X(118).
             01 WS-CTL-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CTL-TABLE.
                05 WS-CTL-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-CTL-COUNT
                      INDEXED BY CTL-IDX.
                   10 WS-E-PROGRAM-ID     PIC X(8).
                   10 WS-E-THRESHOLD      PIC 9(18).
                   10 WS-E-MODE           PIC X(4).
                   10 WS-E-FILLER         PIC X(10).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          PERFORM LOAD-PENDING-TABLE.
          PERFORM LOAD-CONTROL-TABLE.
          PERFORM VARYING PND-IDX FROM 1 BY 1
             UNTIL PND-IDX IS GREATER THAN WS-PND-COUNT
             MOVE WS-P-RECORD(PND-IDX) TO PENDING-RECORD
             IF TP-STATUS IS EQUAL TO "SCHEDULD"
                AND TP-EFFECTIVE-DATE IS NUMERIC
                AND TP-EFFECTIVE-DATE IS NOT GREATER THAN
                ws-run-date
                PERFORM ACTIVATE-ONE-CHANGE
             END-IF
          END-PERFORM.
          IF ws-activated-count IS GREATER THAN 0
             PERFORM REWRITE-CONTROL-FILE
             PERFORM REWRITE-PENDING-FILE
          END-IF.
          DISPLAY "THRESHOLDACTIVATE: " ws-activated-count
             " ACTIVATED, " ws-missing-count " WITHOUT A CONTROL "
             "RECORD".
          IF ws-missing-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * No pending file means nothing was ever staged -- a clean
      * night for this step, not a failure.
       LOAD-PENDING-TABLE.
          OPEN INPUT PENDING-FILE.
          IF ws-pnd-status IS NOT EQUAL TO "00"
             DISPLAY "THRESHOLDACTIVATE: NOTHING SCHEDULED"
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM UNTIL ws-pnd-eof IS EQUAL TO "Y"
             READ PENDING-FILE
                AT END
                   MOVE "Y" TO ws-pnd-eof
                NOT AT END
      * A staged change past the bound must never be dropped by the
      * rewrite; refuse instead, the thresholdapprove.cbl stance.
                   IF WS-PND-COUNT IS EQUAL TO 100
                      DISPLAY "THRESHOLDACTIVATE: PENDING FILE "
                         "EXCEEDS MAXIMUM OF 100 CHANGES, NOTHING "
                         "ACTIVATED"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-PND-COUNT
                   MOVE PENDING-RECORD TO WS-P-RECORD(WS-PND-COUNT)
             END-READ
          END-PERFORM.
          CLOSE PENDING-FILE.

       LOAD-CONTROL-TABLE.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF WS-CTL-COUNT IS EQUAL TO 50
                         DISPLAY "THRESHOLDACTIVATE: CONTROL FILE "
                            "EXCEEDS MAXIMUM OF 50 RECORDS, "
                            "NOTHING ACTIVATED"
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-CTL-COUNT
                      MOVE CTL-PROGRAM-ID TO
                         WS-E-PROGRAM-ID(WS-CTL-COUNT)
                      MOVE CTL-THRESHOLD TO
                         WS-E-THRESHOLD(WS-CTL-COUNT)
                      MOVE CTL-MODE TO WS-E-MODE(WS-CTL-COUNT)
                      MOVE CTL-FILLER TO WS-E-FILLER(WS-CTL-COUNT)
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * One due change (its row is in PENDING-RECORD): applied to the
      * control table, marked ACTIVATD, audited and alerted.
       ACTIVATE-ONE-CHANGE.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING CTL-IDX FROM 1 BY 1
             UNTIL CTL-IDX IS GREATER THAN WS-CTL-COUNT
             IF WS-E-PROGRAM-ID(CTL-IDX) IS EQUAL TO TP-PROGRAM-ID
                AND WS-E-MODE(CTL-IDX) IS EQUAL TO TP-MODE
                SET ws-found-idx TO CTL-IDX
             END-IF
          END-PERFORM.
          IF ws-found-idx IS EQUAL TO 0
             ADD 1 TO ws-missing-count
             DISPLAY "THRESHOLDACTIVATE: NO CONTROL RECORD FOR "
                TP-PROGRAM-ID " " TP-MODE ", LEFT SCHEDULED"
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-E-THRESHOLD(ws-found-idx) TO ws-old-threshold.
          MOVE TP-NEW-THRESHOLD TO WS-E-THRESHOLD(ws-found-idx).
          MOVE "ACTIVATD" TO TP-STATUS.
          MOVE PENDING-RECORD TO WS-P-RECORD(PND-IDX).
          ADD 1 TO ws-activated-count.
          PERFORM WRITE-ACTIVATION-AUDIT.
          MOVE ws-old-threshold TO ws-alert-key-1.
          MOVE TP-NEW-THRESHOLD TO ws-alert-key-2.
          CALL 'alertlog' USING ws-alert-source, ws-alert-condition,
             ws-alert-key-1, ws-alert-key-2.
          DISPLAY "THRESHOLDACTIVATE: " TP-PROGRAM-ID " " TP-MODE
             " FROM " ws-old-threshold " TO " TP-NEW-THRESHOLD
             " EFFECTIVE " TP-EFFECTIVE-DATE.

      * The old value is the one the control file held tonight, not
      * the one seen at staging -- the audit says what the chain
      * actually moved from.  Grows across every run (EXTEND); a
      * failed EXTEND on the first-ever run falls back to OPEN
      * OUTPUT.
       WRITE-ACTIVATION-AUDIT.
          MOVE SPACES TO AUDIT-RECORD.
          OPEN EXTEND AUDIT-FILE.
          IF ws-aud-status IS NOT EQUAL TO "00"
             OPEN OUTPUT AUDIT-FILE
          END-IF.
          MOVE ws-run-date TO TA-RUN-DATE.
          MOVE ws-run-time TO TA-RUN-TIME.
          MOVE TP-PROPOSER-ID TO TA-PROPOSER-ID.
          MOVE TP-APPROVER-ID TO TA-APPROVER-ID.
          MOVE TP-PROGRAM-ID TO TA-PROGRAM-ID.
          MOVE TP-MODE TO TA-MODE.
          MOVE ws-old-threshold TO TA-OLD-THRESHOLD.
          MOVE TP-NEW-THRESHOLD TO TA-NEW-THRESHOLD.
          MOVE "ACTIVATD" TO TA-VERDICT.
          MOVE TP-TICKET TO TA-TICKET.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.

       REWRITE-CONTROL-FILE.
          OPEN OUTPUT CTL-FILE.
          PERFORM VARYING CTL-IDX FROM 1 BY 1
             UNTIL CTL-IDX IS GREATER THAN WS-CTL-COUNT
             MOVE SPACES TO CTL-RECORD
             MOVE WS-E-PROGRAM-ID(CTL-IDX) TO CTL-PROGRAM-ID
             MOVE WS-E-THRESHOLD(CTL-IDX) TO CTL-THRESHOLD
             MOVE WS-E-MODE(CTL-IDX) TO CTL-MODE
             MOVE WS-E-FILLER(CTL-IDX) TO CTL-FILLER
             WRITE CTL-RECORD
          END-PERFORM.
          CLOSE CTL-FILE.

       REWRITE-PENDING-FILE.
          OPEN OUTPUT PENDING-FILE.
          PERFORM VARYING PND-IDX FROM 1 BY 1
             UNTIL PND-IDX IS GREATER THAN WS-PND-COUNT
             MOVE WS-P-RECORD(PND-IDX) TO PENDING-RECORD
             WRITE PENDING-RECORD
          END-PERFORM.
          CLOSE PENDING-FILE.
