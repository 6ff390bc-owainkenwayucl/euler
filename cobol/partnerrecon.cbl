       IDENTIFICATION DIVISION.
       PROGRAM-ID. partnerrecon.
       AUTHOR. Owain Kenway.

      * Reconciles our factorizations against the answers partners
      * send back for the candidates they submitted through
      * partnerimport.cbl.  Some partners have already factored
      * their numbers on their own systems, and until now nobody
      * compared the two.  The partner drop (partner_answers.dat)
      * is comma-delimited like partner_candidates.dat, one
      * "TAG,REFERENCE,N,PRIME,EXPONENT" line per prime factor
      * (EXPONENT may be left off for 1); consecutive lines with
      * the same tag and reference make up one answer.  Each answer
      * is joined through candidate_xref.dat on the requester tag
      * and partner reference to the N we were sent, and compared
      * order-free with the last complete group for that N in
      * primefactor_report.dat, the candscore.cbl comparison:
      *   AGREE      same primes with the same exponents
      *   DISAGREE   a factor or exponent differs
      *   N-DIFFERS  the partner quotes a different N for the
      *              reference than the one the xref holds
      *   PENDING    no complete group of ours to compare yet
      *   UNMAPPED   no xref row carries that tag and reference
      *   REJECTED   a line of the answer failed validation (the
      *              line goes to input_rejects.dat as PTNRECON)
      * Everything lands in partner_recon_report.dat, with both
      * factor lists printed under a disagreement.  A disagreement
      * not already on file opens a case in
      * partner_recon_cases.dat (ptncaserec.cpy) and raises
      * PARTNER DISAGREE through alertlog.cbl; the answer is then
      * held back from that partner's delivery file by
      * resultdeliver.cbl until partnerdispo.cbl records whose
      * answer was wrong.  The report shows each case's standing
      * disposition.  RC 4 when anything disagreed, 0 otherwise.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT ANSWER-FILE
                ASSIGN TO "cobol/data/partner_answers.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ANS-STATUS.
             SELECT XREF-FILE
                ASSIGN TO "cobol/data/candidate_xref.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRF-STATUS.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.
             SELECT CASE-FILE
                ASSIGN TO "cobol/data/partner_recon_cases.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAS-STATUS.
             SELECT DISPO-FILE
                ASSIGN TO "cobol/data/partner_recon_dispositions.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSP-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/partner_recon_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
             SELECT REJECT-FILE
                ASSIGN TO "cobol/data/input_rejects.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD ANSWER-FILE.
             01 ANSWER-RECORD         PIC X(100).
          FD XREF-FILE.
             01 XREF-RECORD.
                05 XR-N               PIC 9(30).
                05 XR-FILLER1         PIC X.
                05 XR-REQUESTER       PIC X(8).
                05 XR-FILLER2         PIC X.
                05 XR-PARTNER-REF     PIC X(12).
                05 XR-FILLER3         PIC X.
                05 XR-DUE-DATE        PIC 9(8).
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD CASE-FILE.
             COPY "ptncaserec.cpy".
          FD DISPO-FILE.
             COPY "ptndisporec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).
          FD REJECT-FILE.
             COPY "rejectrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-ans-status PIC XX.
             01 ws-xrf-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-cas-status PIC XX.
             01 ws-dsp-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-rej-status PIC XX.
             01 ws-ans-eof PIC X VALUE "N".
             01 ws-xrf-eof PIC X.
             01 ws-pfr-eof PIC X.
             01 ws-cas-eof PIC X.
             01 ws-dsp-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-line-no PIC 9(9) VALUE 0.
             01 ws-reject-count PIC 9(9) VALUE 0.
             01 ws-reject-reason PIC X(20).
             01 ws-reject-data PIC X(61).
             01 ws-tag-text PIC X(20).
             01 ws-ref-text PIC X(20).
             01 ws-n-text PIC X(32).
             01 ws-prime-text PIC X(32).
             01 ws-exp-text PIC X(32).
             01 ws-num-text PIC X(32).
             01 ws-field-count PIC 9(4).
             01 ws-line-valid PIC X.
             01 ws-char-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-digit-seen PIC X.
             01 ws-one-char PIC X.
             01 ws-digit USAGE BINARY-LONG UNSIGNED.
             01 ws-work-num PIC 9(30).
             01 ws-line-n PIC 9(30).
             01 ws-line-prime PIC 9(30).
             01 ws-line-exp PIC 9(30).
      * The partner answer being gathered: the tag and reference
      * that group its lines, the N it quotes and its factor list.
             01 ws-grp-active PIC X VALUE "N".
             01 ws-grp-bad PIC X.
             01 ws-grp-tag PIC X(8).
             01 ws-grp-ref PIC X(12).
             01 ws-grp-n PIC 9(30).
             01 ws-our-n PIC 9(30).
             01 ws-status PIC X(9).
             01 ws-case-note PIC X(16).
             01 ws-found PIC X.
             01 ws-in-report-group PIC X.
             01 ws-report-complete PIC X.
             01 ws-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-jdx USAGE BINARY-LONG UNSIGNED.
             01 ws-answer-count PIC 9(9) VALUE 0.
             01 ws-agree-count PIC 9(9) VALUE 0.
             01 ws-disagree-count PIC 9(9) VALUE 0.
             01 ws-pending-count PIC 9(9) VALUE 0.
             01 ws-unmapped-count PIC 9(9) VALUE 0.
             01 ws-rejected-count PIC 9(9) VALUE 0.
             01 ws-new-case-count PIC 9(9) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "PTNRECON".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
             01 WS-THEIR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-THEIR-TABLE.
                05 WS-THEIR-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-THEIR-COUNT.
                   10 WS-T-PRIME          PIC 9(30).
                   10 WS-T-EXP            PIC 9(9).
      * Our answer: the last complete group the report holds for
      * the N, gathered through a running group as candscore.cbl
      * does.
             01 WS-OUR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-OUR-TABLE.
                05 WS-OUR-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-OUR-COUNT.
                   10 WS-O-PRIME          PIC 9(30).
                   10 WS-O-EXP            PIC 9(9).
             01 WS-RUN-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RUN-TABLE.
                05 WS-RUN-ENTRY OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-RUN-COUNT.
                   10 WS-R-PRIME          PIC 9(30).
                   10 WS-R-EXP            PIC 9(9).
      * The xref, at the candidatestage.cbl bound.
             01 WS-XREF-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-XREF-TABLE.
                05 WS-XREF-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-XREF-COUNT
                      INDEXED BY XREF-IDX.
                   10 WS-X-N              PIC 9(30).
                   10 WS-X-REQUESTER      PIC X(8).
                   10 WS-X-PARTNER-REF    PIC X(12).
      * Cases already on file, each with the latest disposition
      * recorded against it (spaces while open).
             01 WS-CASE-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CASE-TABLE.
                05 WS-CASE-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-CASE-COUNT
                      INDEXED BY CASE-IDX.
                   10 WS-C-REQUESTER      PIC X(8).
                   10 WS-C-PARTNER-REF    PIC X(12).
                   10 WS-C-N              PIC 9(30).
                   10 WS-C-DISPOSITION    PIC X(6).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          OPEN INPUT ANSWER-FILE.
          IF ws-ans-status IS NOT EQUAL TO "00"
             DISPLAY "PARTNERRECON: NO PARTNER ANSWERS TO RECONCILE"
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-XREF.
          PERFORM LOAD-CASES.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          STRING "PARTNER RECONCILIATION " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM UNTIL ws-ans-eof IS EQUAL TO "Y"
             READ ANSWER-FILE
                AT END
                   MOVE "Y" TO ws-ans-eof
                NOT AT END
                   ADD 1 TO ws-line-no
                   PERFORM FOLD-ANSWER-LINE
             END-READ
          END-PERFORM.
          IF ws-grp-active IS EQUAL TO "Y"
             PERFORM RECONCILE-ANSWER
          END-IF.
          CLOSE ANSWER-FILE.
          MOVE SPACES TO REPORT-RECORD.
          STRING "TOTAL ANSWERS " ws-answer-count " AGREE "
             ws-agree-count " DISAGREE " ws-disagree-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
          STRING "PENDING " ws-pending-count " UNMAPPED "
             ws-unmapped-count " REJECTED " ws-rejected-count
             " NEW CASES " ws-new-case-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          DISPLAY "PARTNERRECON: " ws-answer-count " ANSWERS, "
             ws-agree-count " AGREE, " ws-disagree-count
             " DISAGREE, " ws-new-case-count " NEW CASES".
          IF ws-disagree-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       LOAD-XREF.
          MOVE "N" TO ws-xrf-eof.
          OPEN INPUT XREF-FILE.
          IF ws-xrf-status IS EQUAL TO "00"
             PERFORM UNTIL ws-xrf-eof IS EQUAL TO "Y"
                READ XREF-FILE
                   AT END
                      MOVE "Y" TO ws-xrf-eof
                   NOT AT END
                      IF WS-XREF-COUNT IS LESS THAN 1000
                         ADD 1 TO WS-XREF-COUNT
                         MOVE XR-N TO WS-X-N(WS-XREF-COUNT)
                         MOVE XR-REQUESTER TO
                            WS-X-REQUESTER(WS-XREF-COUNT)
                         MOVE XR-PARTNER-REF TO
                            WS-X-PARTNER-REF(WS-XREF-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE XREF-FILE
          END-IF.

      * Cases on file, then the dispositions applied over them in
      * file order, so a case disposed twice shows the later
      * decision.
       LOAD-CASES.
          MOVE "N" TO ws-cas-eof.
          OPEN INPUT CASE-FILE.
          IF ws-cas-status IS EQUAL TO "00"
             PERFORM UNTIL ws-cas-eof IS EQUAL TO "Y"
                READ CASE-FILE
                   AT END
                      MOVE "Y" TO ws-cas-eof
                   NOT AT END
                      IF WS-CASE-COUNT IS LESS THAN 500
                         ADD 1 TO WS-CASE-COUNT
                         MOVE PC-REQUESTER TO
                            WS-C-REQUESTER(WS-CASE-COUNT)
                         MOVE PC-PARTNER-REF TO
                            WS-C-PARTNER-REF(WS-CASE-COUNT)
                         MOVE PC-N TO WS-C-N(WS-CASE-COUNT)
                         MOVE SPACES TO
                            WS-C-DISPOSITION(WS-CASE-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CASE-FILE
          END-IF.
          MOVE "N" TO ws-dsp-eof.
          OPEN INPUT DISPO-FILE.
          IF ws-dsp-status IS EQUAL TO "00"
             PERFORM UNTIL ws-dsp-eof IS EQUAL TO "Y"
                READ DISPO-FILE
                   AT END
                      MOVE "Y" TO ws-dsp-eof
                   NOT AT END
                      PERFORM VARYING CASE-IDX FROM 1 BY 1
                         UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
                         IF WS-C-REQUESTER(CASE-IDX) IS EQUAL TO
                            PD-REQUESTER AND
                            WS-C-PARTNER-REF(CASE-IDX) IS EQUAL TO
                            PD-PARTNER-REF AND WS-C-N(CASE-IDX)
                            IS EQUAL TO PD-N
                            MOVE PD-DISPOSITION TO
                               WS-C-DISPOSITION(CASE-IDX)
                         END-IF
                      END-PERFORM
                END-READ
             END-PERFORM
             CLOSE DISPO-FILE
          END-IF.

      * One line of the drop.  A change of tag or reference closes
      * the answer being gathered and starts the next; a line that
      * fails validation is rejected and spoils its whole answer,
      * since comparing the factors that survived would report a
      * disagreement that is really a bad line.
       FOLD-ANSWER-LINE.
          PERFORM PARSE-ANSWER-LINE.
          IF ANSWER-RECORD IS EQUAL TO SPACES
             OR ws-tag-text IS EQUAL TO SPACES
             OR ws-ref-text IS EQUAL TO SPACES
             MOVE ANSWER-RECORD TO ws-reject-data
             PERFORM REJECT-ONE-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF ws-grp-active IS EQUAL TO "Y"
             AND (ws-tag-text(1:8) IS NOT EQUAL TO ws-grp-tag
                  OR ws-ref-text(1:12) IS NOT EQUAL TO ws-grp-ref)
             PERFORM RECONCILE-ANSWER
          END-IF.
          IF ws-grp-active IS NOT EQUAL TO "Y"
             MOVE "Y" TO ws-grp-active
             MOVE "N" TO ws-grp-bad
             MOVE ws-tag-text TO ws-grp-tag
             MOVE ws-ref-text TO ws-grp-ref
             MOVE ws-line-n TO ws-grp-n
             MOVE 0 TO WS-THEIR-COUNT
          END-IF.
          IF ws-line-valid IS EQUAL TO "Y"
             AND ws-line-n IS NOT EQUAL TO ws-grp-n
             MOVE "N CHANGES IN ANSWER" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
          END-IF.
          IF ws-line-valid IS EQUAL TO "Y"
             AND WS-THEIR-COUNT IS NOT LESS THAN 30
             MOVE "TOO MANY FACTORS" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
          END-IF.
          IF ws-line-valid IS EQUAL TO "Y"
             ADD 1 TO WS-THEIR-COUNT
             MOVE ws-line-prime TO WS-T-PRIME(WS-THEIR-COUNT)
             MOVE ws-line-exp TO WS-T-EXP(WS-THEIR-COUNT)
          ELSE
             MOVE "Y" TO ws-grp-bad
             MOVE ANSWER-RECORD TO ws-reject-data
             PERFORM REJECT-ONE-RECORD
          END-IF.

      * Splits and validates one line the partnerimport.cbl way;
      * the three numbers are rebuilt digit by digit into PIC 9(30)
      * by CONVERT-NUMBER.
       PARSE-ANSWER-LINE.
          MOVE "Y" TO ws-line-valid.
          MOVE SPACES TO ws-tag-text.
          MOVE SPACES TO ws-ref-text.
          MOVE SPACES TO ws-n-text.
          MOVE SPACES TO ws-prime-text.
          MOVE SPACES TO ws-exp-text.
          MOVE 0 TO ws-line-n.
          MOVE 0 TO ws-line-prime.
          MOVE 1 TO ws-line-exp.
          MOVE 0 TO ws-field-count.
          UNSTRING ANSWER-RECORD DELIMITED BY ","
             INTO ws-tag-text, ws-ref-text, ws-n-text, ws-prime-text,
                ws-exp-text
             TALLYING IN ws-field-count.
          IF ANSWER-RECORD IS EQUAL TO SPACES
             MOVE "BLANK RECORD" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF ws-field-count IS LESS THAN 4
             OR ws-field-count IS GREATER THAN 5
             MOVE "BAD FIELD COUNT" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF ws-tag-text IS EQUAL TO SPACES
             MOVE "MISSING TAG" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          IF ws-ref-text IS EQUAL TO SPACES
             MOVE "MISSING REFERENCE" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-n-text TO ws-num-text.
          PERFORM CONVERT-NUMBER.
          IF ws-line-valid IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-work-num TO ws-line-n.
          MOVE ws-prime-text TO ws-num-text.
          PERFORM CONVERT-NUMBER.
          IF ws-line-valid IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          IF ws-work-num IS LESS THAN 2
             MOVE "BAD PRIME" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-work-num TO ws-line-prime.
          IF ws-exp-text IS NOT EQUAL TO SPACES
             MOVE ws-exp-text TO ws-num-text
             PERFORM CONVERT-NUMBER
             IF ws-line-valid IS EQUAL TO "N"
                EXIT PARAGRAPH
             END-IF
             IF ws-work-num IS LESS THAN 1
                OR ws-work-num IS GREATER THAN 999999999
                MOVE "BAD EXPONENT" TO ws-reject-reason
                MOVE "N" TO ws-line-valid
                EXIT PARAGRAPH
             END-IF
             MOVE ws-work-num TO ws-line-exp
          END-IF.

      * partnerimport.cbl's CONVERT-CANDIDATE, over whichever field
      * has been moved to ws-num-text.
       CONVERT-NUMBER.
          MOVE 0 TO ws-work-num.
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
                   COMPUTE ws-work-num = ws-work-num * 10 + ws-digit
                      ON SIZE ERROR
                         MOVE "NUMBER TOO WIDE" TO
                            ws-reject-reason
                         MOVE "N" TO ws-line-valid
                   END-COMPUTE
                ELSE
                   MOVE "NOT NUMERIC" TO ws-reject-reason
                   MOVE "N" TO ws-line-valid
                END-IF
             END-IF
          END-PERFORM.
          IF ws-line-valid IS EQUAL TO "Y"
             AND ws-digit-seen IS EQUAL TO "N"
             MOVE "MISSING NUMBER" TO ws-reject-reason
             MOVE "N" TO ws-line-valid
          END-IF.

      * Classifies one gathered answer, reports it, and opens a
      * case for a disagreement not already on file.
       RECONCILE-ANSWER.
          MOVE "N" TO ws-grp-active.
          ADD 1 TO ws-answer-count.
          MOVE SPACES TO ws-case-note.
          MOVE 0 TO ws-our-n.
          MOVE "N" TO ws-found.
          PERFORM VARYING XREF-IDX FROM 1 BY 1
             UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
             OR ws-found IS EQUAL TO "Y"
             IF WS-X-REQUESTER(XREF-IDX) IS EQUAL TO ws-grp-tag
                AND WS-X-PARTNER-REF(XREF-IDX) IS EQUAL TO
                ws-grp-ref
                MOVE "Y" TO ws-found
                MOVE WS-X-N(XREF-IDX) TO ws-our-n
             END-IF
          END-PERFORM.
          EVALUATE TRUE
             WHEN ws-grp-bad IS EQUAL TO "Y"
                MOVE "REJECTED" TO ws-status
                ADD 1 TO ws-rejected-count
             WHEN ws-found IS EQUAL TO "N"
                MOVE "UNMAPPED" TO ws-status
                ADD 1 TO ws-unmapped-count
             WHEN ws-our-n IS NOT EQUAL TO ws-grp-n
                MOVE "N-DIFFERS" TO ws-status
                ADD 1 TO ws-disagree-count
             WHEN OTHER
                PERFORM LOAD-REPORT-GROUP
                IF ws-report-complete IS NOT EQUAL TO "Y"
                   MOVE "PENDING" TO ws-status
                   ADD 1 TO ws-pending-count
                ELSE
                   PERFORM COMPARE-GROUPS
                   IF ws-found IS EQUAL TO "Y"
                      MOVE "AGREE" TO ws-status
                      ADD 1 TO ws-agree-count
                   ELSE
                      MOVE "DISAGREE" TO ws-status
                      ADD 1 TO ws-disagree-count
                   END-IF
                END-IF
          END-EVALUATE.
          IF ws-status IS EQUAL TO "DISAGREE"
             OR ws-status IS EQUAL TO "N-DIFFERS"
             PERFORM OPEN-CASE
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "ANSWER " ws-grp-tag " " ws-grp-ref " " ws-grp-n
             " " ws-status " " ws-case-note
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF ws-status IS EQUAL TO "N-DIFFERS"
             MOVE SPACES TO REPORT-RECORD
             STRING "  OUR N  " ws-our-n
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.
          IF ws-status IS EQUAL TO "DISAGREE"
             PERFORM VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx IS GREATER THAN WS-OUR-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING "  OURS   " WS-O-PRIME(ws-idx) " EXPONENT "
                   WS-O-EXP(ws-idx) DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
             END-PERFORM
             PERFORM VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx IS GREATER THAN WS-THEIR-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING "  THEIRS " WS-T-PRIME(ws-idx) " EXPONENT "
                   WS-T-EXP(ws-idx) DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
             END-PERFORM
          END-IF.

      * A case is keyed on our N so it lines up with the xref row
      * resultdeliver.cbl delivers.  Only a new case is alerted; a
      * standing one is reported with its disposition (or OPEN)
      * rather than re-alerted every night the partner's file still
      * carries the answer.
       OPEN-CASE.
          MOVE "N" TO ws-found.
          PERFORM VARYING CASE-IDX FROM 1 BY 1
             UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
             OR ws-found IS EQUAL TO "Y"
             IF WS-C-REQUESTER(CASE-IDX) IS EQUAL TO ws-grp-tag
                AND WS-C-PARTNER-REF(CASE-IDX) IS EQUAL TO
                ws-grp-ref AND WS-C-N(CASE-IDX) IS EQUAL TO
                ws-our-n
                MOVE "Y" TO ws-found
                IF WS-C-DISPOSITION(CASE-IDX) IS EQUAL TO SPACES
                   MOVE "CASE OPEN" TO ws-case-note
                ELSE
                   STRING "DISPOSED " WS-C-DISPOSITION(CASE-IDX)
                      DELIMITED BY SIZE INTO ws-case-note
                END-IF
             END-IF
          END-PERFORM.
          IF ws-found IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO PARTNER-CASE-RECORD.
          OPEN EXTEND CASE-FILE.
          IF ws-cas-status IS NOT EQUAL TO "00"
             OPEN OUTPUT CASE-FILE
          END-IF.
          MOVE ws-grp-tag TO PC-REQUESTER.
          MOVE ws-grp-ref TO PC-PARTNER-REF.
          MOVE ws-our-n TO PC-N.
          MOVE ws-run-date TO PC-RAISED-DATE.
          MOVE ws-status TO PC-REASON.
          WRITE PARTNER-CASE-RECORD.
          CLOSE CASE-FILE.
          IF WS-CASE-COUNT IS LESS THAN 500
             ADD 1 TO WS-CASE-COUNT
             MOVE ws-grp-tag TO WS-C-REQUESTER(WS-CASE-COUNT)
             MOVE ws-grp-ref TO WS-C-PARTNER-REF(WS-CASE-COUNT)
             MOVE ws-our-n TO WS-C-N(WS-CASE-COUNT)
             MOVE SPACES TO WS-C-DISPOSITION(WS-CASE-COUNT)
          END-IF.
          ADD 1 TO ws-new-case-count.
          MOVE "NEW CASE" TO ws-case-note.
          MOVE "PARTNER DISAGREE" TO ws-alert-condition.
          MOVE ws-our-n TO ws-alert-key-1.
          MOVE ws-grp-n TO ws-alert-key-2.
          CALL 'alertlog' USING ws-alert-source,
             ws-alert-condition, ws-alert-key-1, ws-alert-key-2.

      * The last group for N whose trailer count matches its PFFAC
      * rows, as candscore.cbl reads it.
       LOAD-REPORT-GROUP.
          MOVE "N" TO ws-report-complete.
          MOVE "N" TO ws-in-report-group.
          MOVE 0 TO WS-OUR-COUNT.
          MOVE "N" TO ws-pfr-eof.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-pfr-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-pfr-eof IS EQUAL TO "Y"
             READ PF-REPORT-FILE
                AT END
                   MOVE "Y" TO ws-pfr-eof
                NOT AT END
                   IF PF-N IS EQUAL TO ws-our-n
                      PERFORM FOLD-REPORT-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PF-REPORT-FILE.

       FOLD-REPORT-ROW.
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                MOVE "Y" TO ws-in-report-group
                MOVE 0 TO WS-RUN-COUNT
             WHEN "PFFAC"
                IF ws-in-report-group IS EQUAL TO "Y"
                   AND WS-RUN-COUNT IS LESS THAN 30
                   ADD 1 TO WS-RUN-COUNT
                   MOVE PF-PRIME TO WS-R-PRIME(WS-RUN-COUNT)
                   MOVE PF-EXPONENT TO WS-R-EXP(WS-RUN-COUNT)
                END-IF
             WHEN "PFTRL"
                IF ws-in-report-group IS EQUAL TO "Y"
                   AND PF-EXPONENT IS EQUAL TO WS-RUN-COUNT
                   MOVE "Y" TO ws-report-complete
                   MOVE WS-RUN-COUNT TO WS-OUR-COUNT
                   PERFORM VARYING ws-jdx FROM 1 BY 1
                      UNTIL ws-jdx IS GREATER THAN WS-RUN-COUNT
                      MOVE WS-RUN-ENTRY(ws-jdx)
                         TO WS-OUR-ENTRY(ws-jdx)
                   END-PERFORM
                END-IF
                MOVE "N" TO ws-in-report-group
          END-EVALUATE.

      * Same number of distinct primes, and every partner prime
      * present in ours with the same exponent; ws-found Y when
      * they agree.
       COMPARE-GROUPS.
          MOVE "Y" TO ws-found.
          IF WS-OUR-COUNT IS NOT EQUAL TO WS-THEIR-COUNT
             MOVE "N" TO ws-found
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING ws-idx FROM 1 BY 1
             UNTIL ws-idx IS GREATER THAN WS-THEIR-COUNT
                OR ws-found IS EQUAL TO "N"
             PERFORM MATCH-ONE-FACTOR
          END-PERFORM.

       MATCH-ONE-FACTOR.
          MOVE "N" TO ws-found.
          PERFORM VARYING ws-jdx FROM 1 BY 1
             UNTIL ws-jdx IS GREATER THAN WS-OUR-COUNT
             IF WS-O-PRIME(ws-jdx) IS EQUAL TO WS-T-PRIME(ws-idx)
                AND WS-O-EXP(ws-jdx) IS EQUAL TO WS-T-EXP(ws-idx)
                MOVE "Y" TO ws-found
             END-IF
          END-PERFORM.

      * Same shared reject row the batch drivers write.
       REJECT-ONE-RECORD.
          ADD 1 TO ws-reject-count.
          OPEN EXTEND REJECT-FILE.
          IF ws-rej-status IS NOT EQUAL TO "00"
             OPEN OUTPUT REJECT-FILE
          END-IF.
          MOVE SPACES TO REJECT-RECORD.
          MOVE "PTNRECON" TO RJ-PROGRAM-ID.
          MOVE ws-run-date TO RJ-RUN-DATE.
          MOVE ws-line-no TO RJ-LINE-NO.
          MOVE ws-reject-reason TO RJ-REASON.
          MOVE ws-reject-data TO RJ-DATA.
          WRITE REJECT-RECORD.
          CLOSE REJECT-FILE.
          DISPLAY "PARTNERRECON: REJECTED LINE " ws-line-no " "
             ws-reject-reason.
