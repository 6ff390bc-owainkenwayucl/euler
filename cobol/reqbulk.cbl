       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqbulk.
       AUTHOR. Owain Kenway.

      * Bulk request-card submission into the overnight queue.
      * reqsubmit.cbl takes one question per screen, so an analyst
      * with three hundred DIVIDE or GCD questions either keyed them
      * all or asked ops to hand-edit request_queue.dat -- which
      * skipped id assignment and the requester quotas.  This job
      * reads a deck of request cards (request_cards.dat), one
      * "REQUESTER,TYPE,N1,N2,PRIORITY" line per question; N2 may be
      * left empty for the one-number types, and an empty or zero
      * priority files as routine (5), as on the screen.
      *
      * Each card is validated before anything is queued:
      *
      *    requester   a known operator, not locked or disabled --
      *                the deck names its requester where the screen
      *                takes the signed-on id, so a leaver's id
      *                cannot be used to queue work
      *    type        PRIME, FACTOR, DIVIDE, GCD or FIBTRM, as the
      *                screen accepts
      *    numbers     digits only, at most 30 wide
      *    quota       the requester's open requests (PENDING or
      *                held for APPROVAL), already
      *                queued plus accepted from this deck, may not
      *                pass their nightly quota in
      *                requester_quotas.dat (no entry, no cap)
      *    queue size  the live queue may not pass the 200 rows
      *                reqsweep.cbl and reqmanage.cbl can table
      *
      * Good cards are appended PENDING with ids assigned in deck
      * order, one past the highest ever issued (queue and archive,
      * as reqsubmit.cbl does).  Each is priced as the screen prices
      * it (reqcost.cbl) and one over the approval ceiling is filed
      * APPROVAL instead, held for a SUPERVSR in reqmanage.cbl; the
      * receipt gives every accepted card its estimated seconds and
      * likely window (TONIGHT, WEEKEND or APPROVAL) on the line
      * after its id.  Bad cards go to the shared
      * input_rejects.dat with the card number and a named reason.
      * Every card gets a line on request_card_receipt.dat -- the
      * assigned id or the reject reason, with the card text -- so
      * the analyst can match tomorrow's answers to their own
      * lines.  The deck is emptied once read so a rerun cannot
      * queue the same questions twice; the receipt is the record of
      * what it held.  Return code 4 when any card was rejected, 8
      * when the operator file is over its bound and nothing is
      * queued.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CARD-FILE
                ASSIGN TO "cobol/data/request_cards.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STATUS.
             SELECT RECEIPT-FILE
                ASSIGN TO "cobol/data/request_card_receipt.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCP-STATUS.
             SELECT QUEUE-FILE
                ASSIGN TO "cobol/data/request_queue.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUE-STATUS.
             SELECT QUEUE-ARCHIVE-FILE
                ASSIGN TO "cobol/data/request_queue_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT OPERATOR-FILE
                ASSIGN TO "cobol/data/operators.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPR-STATUS.
             SELECT QUOTA-FILE
                ASSIGN TO "cobol/data/requester_quotas.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QTA-STATUS.
             SELECT REJECT-FILE
                ASSIGN TO "cobol/data/input_rejects.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CARD-FILE.
             01 CARD-RECORD           PIC X(80).
          FD RECEIPT-FILE.
             01 RECEIPT-RECORD        PIC X(132).
          FD QUEUE-FILE.
             COPY "requestrec.cpy".
      * Same layout as the live queue record; only the id is read.
          FD QUEUE-ARCHIVE-FILE.
             01 QUEUE-ARCHIVE-RECORD.
                05 AR-ID               PIC 9(9).
                05 AR-FILLER1          PIC X(137).
          FD OPERATOR-FILE.
             COPY "operatorrec.cpy".
          FD QUOTA-FILE.
             01 QUOTA-RECORD.
                05 QT-REQUESTER        PIC X(8).
                05 QT-FILLER1          PIC X.
                05 QT-QUOTA            PIC 9(4).
          FD REJECT-FILE.
             COPY "rejectrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-crd-status PIC XX.
             01 ws-rcp-status PIC XX.
             01 ws-que-status PIC XX.
             01 ws-arc-status PIC XX.
             01 ws-opr-status PIC XX.
             01 ws-qta-status PIC XX.
             01 ws-rej-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-next-id PIC 9(9) VALUE 1.
             01 ws-live-count PIC 9(9) VALUE 0.
             01 ws-line-no PIC 9(9) VALUE 0.
             01 ws-queued-count PIC 9(9) VALUE 0.
             01 ws-held-count PIC 9(9) VALUE 0.
             01 ws-est-seconds PIC 9(12).
             01 ws-est-seconds-disp PIC Z(11)9.
             01 ws-est-window PIC X(8).
             01 ws-est-basis PIC X(8).
             01 ws-receipt-action PIC X(9).
             01 ws-reject-count PIC 9(9) VALUE 0.
             01 ws-reject-reason PIC X(20).
             01 ws-line-valid PIC X.
             01 ws-field-count PIC 9(4).
             01 ws-requester-text PIC X(20).
             01 ws-type-text PIC X(20).
             01 ws-n1-text PIC X(32).
             01 ws-n2-text PIC X(32).
             01 ws-priority-text PIC X(20).
             01 ws-card-type PIC X(6).
             01 ws-card-n1 PIC 9(30).
             01 ws-card-n2 PIC 9(30).
             01 ws-card-priority PIC 9(1).
             01 ws-num-text PIC X(32).
             01 ws-num-name PIC X(8).
             01 ws-work-n PIC 9(30).
             01 ws-char-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-digit-seen PIC X.
             01 ws-one-char PIC X.
             01 ws-digit USAGE BINARY-LONG UNSIGNED.
             01 ws-opr-overflow PIC X VALUE "N".
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
      * The operators a card may name, with each one's nightly quota
      * (9999 when uncapped) and the open requests already held
      * against it -- the queue's, then this deck's as accepted.
             01 WS-OPR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-OPR-TABLE.
                05 WS-OPR-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-OPR-COUNT
                      INDEXED BY OPR-IDX.
                   10 WS-O-ID             PIC X(8).
                   10 WS-O-LOCKED         PIC X(1).
                   10 WS-O-DISABLED       PIC X(1).
                   10 WS-O-QUOTA          PIC 9(4).
                   10 WS-O-PENDING        PIC 9(9).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          OPEN INPUT CARD-FILE.
          IF ws-crd-status IS NOT EQUAL TO "00"
             DISPLAY "REQBULK: NO REQUEST CARDS TO SUBMIT"
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-OPERATORS.
          IF ws-opr-overflow IS EQUAL TO "Y"
             CLOSE CARD-FILE
             DISPLAY "REQBULK: OPERATOR FILE EXCEEDS MAXIMUM OF "
                "50 OPERATORS, NOTHING QUEUED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-QUOTAS.
          PERFORM SCAN-QUEUE.
          OPEN OUTPUT RECEIPT-FILE.
          MOVE SPACES TO RECEIPT-RECORD.
          STRING "REQUEST CARD RECEIPT " ws-run-date-disp
             DELIMITED BY SIZE INTO RECEIPT-RECORD.
          WRITE RECEIPT-RECORD.
          MOVE SPACES TO REQUEST-RECORD.
          OPEN EXTEND QUEUE-FILE.
          IF ws-que-status IS NOT EQUAL TO "00"
             OPEN OUTPUT QUEUE-FILE
          END-IF.
          MOVE "N" TO ws-scan-eof.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   ADD 1 TO ws-line-no
                   PERFORM SUBMIT-ONE-CARD
             END-READ
          END-PERFORM.
          CLOSE QUEUE-FILE.
          CLOSE CARD-FILE.
          OPEN OUTPUT CARD-FILE.
          CLOSE CARD-FILE.
          MOVE SPACES TO RECEIPT-RECORD.
          STRING "CARDS " ws-line-no " QUEUED " ws-queued-count
             " HELD " ws-held-count " REJECTED " ws-reject-count
             DELIMITED BY SIZE INTO RECEIPT-RECORD.
          WRITE RECEIPT-RECORD.
          CLOSE RECEIPT-FILE.
          DISPLAY "REQBULK: READ " ws-line-no " QUEUED "
             ws-queued-count " HELD " ws-held-count " REJECTED "
             ws-reject-count.
          IF ws-reject-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       LOAD-OPERATORS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT OPERATOR-FILE.
          IF ws-opr-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ OPERATOR-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF WS-OPR-COUNT IS LESS THAN 50
                      ADD 1 TO WS-OPR-COUNT
                      MOVE OP-ID TO WS-O-ID(WS-OPR-COUNT)
                      MOVE OP-LOCKED TO WS-O-LOCKED(WS-OPR-COUNT)
                      MOVE OP-DISABLED TO WS-O-DISABLED(WS-OPR-COUNT)
                      MOVE 9999 TO WS-O-QUOTA(WS-OPR-COUNT)
                      MOVE 0 TO WS-O-PENDING(WS-OPR-COUNT)
                   ELSE
                      MOVE "Y" TO ws-opr-overflow
                      MOVE "Y" TO ws-scan-eof
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE OPERATOR-FILE.

      * An absent quota file just means nobody is capped.
       LOAD-QUOTAS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUOTA-FILE.
          IF ws-qta-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ QUOTA-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF QT-QUOTA IS NUMERIC
                      PERFORM VARYING OPR-IDX FROM 1 BY 1
                         UNTIL OPR-IDX IS GREATER THAN WS-OPR-COUNT
                         IF WS-O-ID(OPR-IDX) IS EQUAL TO
                            QT-REQUESTER
                            MOVE QT-QUOTA TO WS-O-QUOTA(OPR-IDX)
                         END-IF
                      END-PERFORM
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE QUOTA-FILE.

      * One pass of the live queue gives its size, the PENDING count
      * per requester and the highest id; the archive is scanned for
      * ids too, since the sweep moves answered rows off the queue.
       SCAN-QUEUE.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-FILE.
          IF ws-que-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      ADD 1 TO ws-live-count
                      IF RQ-ID IS GREATER THAN OR EQUAL TO
                         ws-next-id
                         COMPUTE ws-next-id = RQ-ID + 1
                      END-IF
                      IF RQ-STATUS IS EQUAL TO "PENDING"
                         OR RQ-STATUS IS EQUAL TO "APPROVAL"
                         PERFORM VARYING OPR-IDX FROM 1 BY 1
                            UNTIL OPR-IDX IS GREATER THAN
                            WS-OPR-COUNT
                            IF WS-O-ID(OPR-IDX) IS EQUAL TO
                               RQ-REQUESTER
                               ADD 1 TO WS-O-PENDING(OPR-IDX)
                            END-IF
                         END-PERFORM
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-FILE
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-ARCHIVE-FILE.
          IF ws-arc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-ARCHIVE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF AR-ID IS GREATER THAN OR EQUAL TO
                         ws-next-id
                         COMPUTE ws-next-id = AR-ID + 1
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-ARCHIVE-FILE
          END-IF.

      * Splits the card, checks each piece in turn, and either
      * queues it or rejects it; either way the receipt gets a line.
       SUBMIT-ONE-CARD.
          MOVE "Y" TO ws-line-valid.
          MOVE SPACES TO ws-requester-text.
          MOVE SPACES TO ws-type-text.
          MOVE SPACES TO ws-n1-text.
          MOVE SPACES TO ws-n2-text.
          MOVE SPACES TO ws-priority-text.
          MOVE 0 TO ws-field-count.
          UNSTRING CARD-RECORD DELIMITED BY ","
             INTO ws-requester-text, ws-type-text, ws-n1-text,
             ws-n2-text, ws-priority-text
             TALLYING IN ws-field-count.
          PERFORM VALIDATE-CARD.
          IF ws-line-valid IS EQUAL TO "Y"
             PERFORM QUEUE-ONE-CARD
          ELSE
             PERFORM REJECT-ONE-CARD
          END-IF.

       VALIDATE-CARD.
          IF CARD-RECORD IS EQUAL TO SPACES
             MOVE "BLANK RECORD" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF ws-field-count IS NOT EQUAL TO 5
             MOVE "BAD FIELD COUNT" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING OPR-IDX FROM 1 BY 1
             UNTIL OPR-IDX IS GREATER THAN WS-OPR-COUNT
             IF WS-O-ID(OPR-IDX) IS EQUAL TO ws-requester-text
                SET ws-found-idx TO OPR-IDX
             END-IF
          END-PERFORM.
          IF ws-requester-text IS EQUAL TO SPACES
             OR ws-requester-text(9:) IS NOT EQUAL TO SPACES
             OR ws-found-idx IS EQUAL TO 0
             MOVE "UNKNOWN REQUESTER" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF WS-O-LOCKED(ws-found-idx) IS EQUAL TO "Y"
             OR WS-O-DISABLED(ws-found-idx) IS EQUAL TO "Y"
             MOVE "REQUESTER INACTIVE" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF ws-type-text IS NOT EQUAL TO "PRIME" AND
             ws-type-text IS NOT EQUAL TO "FACTOR" AND
             ws-type-text IS NOT EQUAL TO "DIVIDE" AND
             ws-type-text IS NOT EQUAL TO "GCD" AND
             ws-type-text IS NOT EQUAL TO "FIBTRM"
             MOVE "UNKNOWN TYPE" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-type-text TO ws-card-type.
          MOVE ws-n1-text TO ws-num-text.
          MOVE "N1" TO ws-num-name.
          PERFORM CONVERT-NUMBER.
          IF ws-line-valid IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          IF ws-digit-seen IS EQUAL TO "N"
             MOVE "MISSING N1" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-work-n TO ws-card-n1.
          MOVE ws-n2-text TO ws-num-text.
          MOVE "N2" TO ws-num-name.
          PERFORM CONVERT-NUMBER.
          IF ws-line-valid IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-work-n TO ws-card-n2.
      * A zero or empty priority files as routine, as on the screen.
          MOVE 5 TO ws-card-priority.
          IF ws-priority-text IS NOT EQUAL TO SPACES
             IF ws-priority-text(1:1) IS NUMERIC
                AND ws-priority-text(2:) IS EQUAL TO SPACES
                IF ws-priority-text(1:1) IS NOT EQUAL TO "0"
                   MOVE ws-priority-text(1:1) TO ws-card-priority
                END-IF
             ELSE
                MOVE "BAD PRIORITY" TO ws-reject-reason
                MOVE "N" TO ws-line-valid
                EXIT PARAGRAPH
             END-IF
          END-IF.
          IF WS-O-PENDING(ws-found-idx) IS NOT LESS THAN
             WS-O-QUOTA(ws-found-idx)
             MOVE "OVER QUOTA" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF ws-live-count IS NOT LESS THAN 200
             MOVE "QUEUE FULL" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
          END-IF.

      * The card carries its numbers unpadded, so each is rebuilt
      * digit by digit into a PIC 9(30), the partnerimport.cbl way:
      * every non-space character must be a digit, and a value past
      * 30 digits is a reject, not a truncation.
       CONVERT-NUMBER.
          MOVE 0 TO ws-work-n.
          MOVE "N" TO ws-digit-seen.
          PERFORM VARYING ws-char-idx FROM 1 BY 1
             UNTIL ws-char-idx IS GREATER THAN 32
             OR ws-line-valid IS EQUAL TO "N"
             MOVE ws-num-text(ws-char-idx:1) TO ws-one-char
             IF ws-one-char IS NOT EQUAL TO SPACE
                IF ws-one-char IS NUMERIC
                   MOVE "Y" TO ws-digit-seen
                   COMPUTE ws-digit =
                      FUNCTION ORD(ws-one-char) - FUNCTION ORD("0")
                   COMPUTE ws-work-n = ws-work-n * 10 + ws-digit
                      ON SIZE ERROR
                         MOVE SPACES TO ws-reject-reason
                         STRING ws-num-name DELIMITED BY SPACE
                            " TOO WIDE" DELIMITED BY SIZE
                            INTO ws-reject-reason
                         MOVE "N" TO ws-line-valid
                   END-COMPUTE
                ELSE
                   MOVE SPACES TO ws-reject-reason
                   STRING ws-num-name DELIMITED BY SPACE
                      " NOT NUMERIC" DELIMITED BY SIZE
                      INTO ws-reject-reason
                   MOVE "N" TO ws-line-valid
                END-IF
             END-IF
          END-PERFORM.

       QUEUE-ONE-CARD.
          MOVE SPACES TO REQUEST-RECORD.
          MOVE ws-next-id TO RQ-ID.
          MOVE WS-O-ID(ws-found-idx) TO RQ-REQUESTER.
          MOVE ws-card-type TO RQ-TYPE.
          MOVE ws-card-n1 TO RQ-N1.
          MOVE ws-card-n2 TO RQ-N2.
          CALL 'reqcost' USING ws-card-type, ws-card-n1,
             ws-est-seconds, ws-est-window, ws-est-basis.
          IF ws-est-window IS EQUAL TO "APPROVAL"
             MOVE "APPROVAL" TO RQ-STATUS
             MOVE "HELD" TO ws-receipt-action
             ADD 1 TO ws-held-count
          ELSE
             MOVE "PENDING" TO RQ-STATUS
             MOVE "QUEUED" TO ws-receipt-action
          END-IF.
          MOVE ws-card-priority TO RQ-PRIORITY.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO RQ-SUBMIT-DATE.
          ACCEPT ws-run-time FROM TIME.
          DIVIDE ws-run-time BY 100 GIVING RQ-SUBMIT-TIME.
          MOVE 0 TO RQ-FIRST-DATE.
          MOVE 0 TO RQ-FIRST-TIME.
          MOVE 0 TO RQ-ANSWER-DATE.
          MOVE 0 TO RQ-ANSWER-TIME.
          WRITE REQUEST-RECORD.
          ADD 1 TO ws-queued-count.
          ADD 1 TO ws-live-count.
          ADD 1 TO WS-O-PENDING(ws-found-idx).
          MOVE SPACES TO RECEIPT-RECORD.
          STRING "CARD " ws-line-no " " ws-receipt-action
             "REQUEST " ws-next-id "    " CARD-RECORD
             DELIMITED BY SIZE INTO RECEIPT-RECORD.
          WRITE RECEIPT-RECORD.
          MOVE ws-est-seconds TO ws-est-seconds-disp.
          MOVE SPACES TO RECEIPT-RECORD.
          STRING "               EST COST " ws-est-seconds-disp
             "S WINDOW " ws-est-window " BASIS " ws-est-basis
             DELIMITED BY SIZE INTO RECEIPT-RECORD.
          WRITE RECEIPT-RECORD.
          ADD 1 TO ws-next-id.

      * Same shared reject row the batch drivers write.
       REJECT-ONE-CARD.
          ADD 1 TO ws-reject-count.
          OPEN EXTEND REJECT-FILE.
          IF ws-rej-status IS NOT EQUAL TO "00"
             OPEN OUTPUT REJECT-FILE
          END-IF.
          MOVE SPACES TO REJECT-RECORD.
          MOVE "REQBULK" TO RJ-PROGRAM-ID.
          MOVE ws-run-date TO RJ-RUN-DATE.
          MOVE ws-line-no TO RJ-LINE-NO.
          MOVE ws-reject-reason TO RJ-REASON.
          MOVE CARD-RECORD TO RJ-DATA.
          WRITE REJECT-RECORD.
          CLOSE REJECT-FILE.
          MOVE SPACES TO RECEIPT-RECORD.
          STRING "CARD " ws-line-no " REJECTED " ws-reject-reason
             " " CARD-RECORD
             DELIMITED BY SIZE INTO RECEIPT-RECORD.
          WRITE RECEIPT-RECORD.
          DISPLAY "REQBULK: REJECTED CARD " ws-line-no " "
             ws-reject-reason.
