      * to queue_action_audit.dat with the authenticated operator
      * id, the same who-did-what trail maintthresholds.cbl keeps
      * for threshold changes.
      *
      * A request priced over the approval ceiling at submission
      * (reqcost.cbl) sits in the queue as APPROVAL, listed here as
      * HELD with its estimate priced afresh against today's
      * history; approving it makes it PENDING for the next sweep,
      * and it can be cancelled, bumped or reassigned like any open
      * request.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-audit-action PIC X(8).
             01 ws-audit-detail PIC X(8).
             01 ws-est-seconds PIC 9(12).
             01 ws-est-window PIC X(8).
             01 ws-est-basis PIC X(8).
      * The whole queue tabled and rewritten in full on every
      * change, the maintthresholds.cbl pattern for LINE SEQUENTIAL
      * updates.  Same bound reqsweep.cbl enforces on the file.
                   10 WS-R-N2             PIC 9(30).
                   10 WS-R-STATUS         PIC X(8).
                   10 WS-R-PRIORITY       PIC 9(1).
                   10 WS-R-SUBMIT-DATE    PIC 9(8).
                   10 WS-R-SUBMIT-TIME    PIC 9(6).
                   10 WS-R-FIRST-DATE     PIC 9(8).
                   10 WS-R-FIRST-TIME     PIC 9(6).
                   10 WS-R-ANSWER-DATE    PIC 9(8).
                   10 WS-R-ANSWER-TIME    PIC 9(6).

          SCREEN SECTION.
          01 WS-ACTION-SCREEN.
             05 LINE 3 COL 1 VALUE "REQUEST ID (0 TO EXIT):  ".
             05 COLUMN PLUS 1 PIC 9(9) USING ws-input-id.
             05 LINE 4 COL 1 VALUE
                "ACTION (A=APPROVE C=CANCEL B=BUMP R=REASSIGN): ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.
             05 LINE 5 COL 1 VALUE "REASSIGN TO (R ONLY):    ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-assignee.
                   ELSE
                      MOVE 5 TO WS-R-PRIORITY(WS-REQ-COUNT)
                   END-IF
                   IF RQ-SUBMIT-DATE IS NUMERIC
                      MOVE RQ-SUBMIT-DATE TO
                         WS-R-SUBMIT-DATE(WS-REQ-COUNT)
                   ELSE
                      MOVE 0 TO WS-R-SUBMIT-DATE(WS-REQ-COUNT)
                   END-IF
                   PERFORM TABLE-REQUEST-STAMPS
             END-READ
          END-PERFORM.
          CLOSE QUEUE-FILE.

      * Turnaround stamps, zero where not yet stamped (or the row
      * predates them).
       TABLE-REQUEST-STAMPS.
          IF RQ-SUBMIT-TIME IS NUMERIC
             MOVE RQ-SUBMIT-TIME TO WS-R-SUBMIT-TIME(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-SUBMIT-TIME(WS-REQ-COUNT)
          END-IF.
          IF RQ-FIRST-DATE IS NUMERIC
             MOVE RQ-FIRST-DATE TO WS-R-FIRST-DATE(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-FIRST-DATE(WS-REQ-COUNT)
          END-IF.
          IF RQ-FIRST-TIME IS NUMERIC
             MOVE RQ-FIRST-TIME TO WS-R-FIRST-TIME(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-FIRST-TIME(WS-REQ-COUNT)
          END-IF.
          IF RQ-ANSWER-DATE IS NUMERIC
             MOVE RQ-ANSWER-DATE TO WS-R-ANSWER-DATE(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-ANSWER-DATE(WS-REQ-COUNT)
          END-IF.
          IF RQ-ANSWER-TIME IS NUMERIC
             MOVE RQ-ANSWER-TIME TO WS-R-ANSWER-TIME(WS-REQ-COUNT)
          ELSE
             MOVE 0 TO WS-R-ANSWER-TIME(WS-REQ-COUNT)
          END-IF.

      * Console listing of the open queue ahead of the action loop,
      * the way excreview.cbl prints its group summary before its
      * row-by-row review.
                   " P" WS-R-PRIORITY(REQ-IDX) " "
                   WS-R-N1(REQ-IDX)
             END-IF
             IF WS-R-STATUS(REQ-IDX) IS EQUAL TO "APPROVAL"
                CALL 'reqcost' USING WS-R-TYPE(REQ-IDX),
                   WS-R-N1(REQ-IDX), ws-est-seconds, ws-est-window,
                   ws-est-basis
                DISPLAY "HELD: " WS-R-ID(REQ-IDX) " "
                   WS-R-REQUESTER(REQ-IDX) " " WS-R-TYPE(REQ-IDX)
                   " P" WS-R-PRIORITY(REQ-IDX) " "
                   WS-R-N1(REQ-IDX) " EST " ws-est-seconds "S "
                   ws-est-basis
             END-IF
          END-PERFORM.

      * Applies one supervisor action to an open request, rewrites
      * the queue, and appends the audit row.  Only PENDING and
      * APPROVAL rows can be managed -- an answered or
      * already-cancelled request is history, not work -- and only
      * an APPROVAL row can be approved.
       APPLY-ONE-ACTION.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING REQ-IDX FROM 1 BY 1
             UNTIL REQ-IDX IS GREATER THAN WS-REQ-COUNT
             IF WS-R-ID(REQ-IDX) IS EQUAL TO ws-input-id
                AND (WS-R-STATUS(REQ-IDX) IS EQUAL TO "PENDING"
                OR WS-R-STATUS(REQ-IDX) IS EQUAL TO "APPROVAL")
                SET ws-found-idx TO REQ-IDX
             END-IF
          END-PERFORM.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "REQMANAGE: NO OPEN REQUEST " ws-input-id
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-audit-detail.
          EVALUATE ws-input-action
             WHEN "A"
             WHEN "a"
                IF WS-R-STATUS(ws-found-idx) IS NOT EQUAL TO
                   "APPROVAL"
                   DISPLAY "REQMANAGE: REQUEST " ws-input-id
                      " IS NOT AWAITING APPROVAL"
                   EXIT PARAGRAPH
                END-IF
                MOVE "PENDING" TO WS-R-STATUS(ws-found-idx)
                MOVE "APPROVE" TO ws-audit-action
             WHEN "C"
             WHEN "c"
                MOVE "CANCELED" TO WS-R-STATUS(ws-found-idx)
             MOVE WS-R-N2(REQ-IDX) TO RQ-N2
             MOVE WS-R-STATUS(REQ-IDX) TO RQ-STATUS
             MOVE WS-R-PRIORITY(REQ-IDX) TO RQ-PRIORITY
             MOVE WS-R-SUBMIT-DATE(REQ-IDX) TO RQ-SUBMIT-DATE
             MOVE WS-R-SUBMIT-TIME(REQ-IDX) TO RQ-SUBMIT-TIME
             MOVE WS-R-FIRST-DATE(REQ-IDX) TO RQ-FIRST-DATE
             MOVE WS-R-FIRST-TIME(REQ-IDX) TO RQ-FIRST-TIME
             MOVE WS-R-ANSWER-DATE(REQ-IDX) TO RQ-ANSWER-DATE
             MOVE WS-R-ANSWER-TIME(REQ-IDX) TO RQ-ANSWER-TIME
             WRITE REQUEST-RECORD
          END-PERFORM.
          CLOSE QUEUE-FILE.
