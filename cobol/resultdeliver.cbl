      * each requester writes one delivery file
      * (cobol/data/delivery_<requester>.dat, rebuilt per night)
      * holding everything the shop currently knows about each N
      * they asked for, each quoted with the partner reference the
      * xref carries, so a partner ties the answer back to their own
      * numbering without asking us.  An N asked for by two
      * requesters lands in both files.
      *
      * What is known comes from the candidate master
      * (candidate_master.dat, candmaster.cbl): an N is answered
      * once the master records a complete factorization, and the
      * delivery carries the master's summary -- primality verdict
      * and method, distinct-factor count and largest prime, phi,
      * the perfectclass.cbl label -- with the individual PFFAC rows
      * still copied from tonight's primefactor_report.dat when the
      * group is there, and any gcd_results.dat row keyed on the
      * candidate.  An N with no finished factorization appears as
      * IN-PROGRESS (flagged SLOW QUEUE when the master has it in
      * triage.cbl's slow queue) rather than being silently absent.
      *
      * An answer the partner disputes is held back: while
      * partnerrecon.cbl has an open case (partner_recon_cases.dat)
      * against the requester, reference and N, the N is delivered
      * as HELD PARTNER RECONCILIATION until partnerdispo.cbl
      * records whose answer was wrong; once disposed, the answer
      * goes out with the disposition quoted beneath it.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.
             SELECT CAND-MASTER-FILE
                ASSIGN TO "cobol/data/candidate_master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-N
                FILE STATUS IS WS-CMR-STATUS.
             SELECT GCD-RESULTS-FILE
                ASSIGN TO "cobol/data/gcd_results.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GCD-STATUS.
             SELECT CASE-FILE
                ASSIGN TO "cobol/data/partner_recon_cases.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAS-STATUS.
             SELECT DISPO-FILE
                ASSIGN TO "cobol/data/partner_recon_dispositions.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSP-STATUS.
      * One delivery file per requester; the path is built per
      * requester from the xref tag, the only per-key file name in
      * the shop (every fixed-name alternative would mean one shared
                05 XR-DUE-DATE        PIC 9(8).
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD CAND-MASTER-FILE.
             COPY "candmasterrec.cpy".
          FD GCD-RESULTS-FILE.
             01 GCD-RESULT-RECORD.
                05 GR-X              PIC 9(30).
                05 GR-LCM            PIC 9(30).
                05 GR-FILLER4        PIC X.
                05 GR-STATUS         PIC X(9).
          FD CASE-FILE.
             COPY "ptncaserec.cpy".
          FD DISPO-FILE.
             COPY "ptndisporec.cpy".
          FD DELIVERY-FILE.
             01 DELIVERY-RECORD       PIC X(110).

          WORKING-STORAGE SECTION.
             01 ws-xrf-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-cmr-status PIC XX.
             01 ws-gcd-status PIC XX.
             01 ws-dlv-status PIC XX.
             01 ws-cas-status PIC XX.
             01 ws-dsp-status PIC XX.
             01 ws-cas-eof PIC X.
             01 ws-dsp-eof PIC X.
             01 WS-DELIVERY-PATH PIC X(60).
             01 ws-xrf-eof PIC X.
             01 ws-pfr-eof PIC X.
             01 ws-gcd-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-work-n PIC 9(30).
             01 ws-work-ref PIC X(12).
             01 ws-n-answered PIC X.
             01 ws-n-slow PIC X.
             01 ws-line-count PIC 9(9).
             01 ws-delivered-count PIC 9(9).
             01 ws-inprogress-count PIC 9(9).
             01 ws-held-count PIC 9(9).
             01 ws-case-state PIC X.
             01 ws-case-disposition PIC X(6).
             01 ws-req-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-n-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-fac-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-in-report-group PIC X.
      * This N's factor rows from the last group in the report whose
      * trailer count agreed, gathered through a running group as
      * candscore.cbl does; a 30-digit N cannot hold more than 30
      * distinct primes.
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
      * The whole xref is tabled up front, the candidatestage.cbl
      * cap: the xref is rewritten by that job against the same
      * bound, so anything it could write fits here.
                      INDEXED BY REQ-IDX.
                   10 WS-R-REQUESTER      PIC X(8).
             01 ws-req-found PIC X.
      * Partner reconciliation cases with the latest disposition
      * recorded against each (spaces while the case is open).
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
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
      * Without the master there is nothing trustworthy to say about
      * any N -- delivering every one as IN-PROGRESS would tell the
      * intake teams their finished answers had been lost.
          OPEN INPUT CAND-MASTER-FILE.
          IF ws-cmr-status IS NOT EQUAL TO "00"
             DISPLAY "RESULTDELIVER: NO CANDIDATE MASTER, STATUS "
                ws-cmr-status
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-CASES.
          PERFORM VARYING ws-req-idx FROM 1 BY 1
             UNTIL ws-req-idx IS GREATER THAN WS-REQ-COUNT
             PERFORM DELIVER-ONE-REQUESTER
          END-PERFORM.
          CLOSE CAND-MASTER-FILE.
          DISPLAY "RESULTDELIVER: " WS-REQ-COUNT " REQUESTER "
             "FILE(S) WRITTEN".
       STOP RUN.
             MOVE XR-REQUESTER TO WS-R-REQUESTER(WS-REQ-COUNT)
          END-IF.

      * Cases on file, then the dispositions applied over them in
      * file order, as partnerrecon.cbl loads them.
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

      * One requester's delivery file, rebuilt in full each night:
      * header, then every N they asked for with whatever the shop
      * knows about it tonight, then a trailer with the line count.
          MOVE 0 TO ws-line-count.
          MOVE 0 TO ws-delivered-count.
          MOVE 0 TO ws-inprogress-count.
          MOVE 0 TO ws-held-count.
          MOVE SPACES TO DELIVERY-RECORD.
          OPEN OUTPUT DELIVERY-FILE.
          MOVE ws-run-date TO ws-run-date-disp.
          END-PERFORM.
          MOVE SPACES TO DELIVERY-RECORD.
          STRING "DELIVERED " ws-delivered-count " IN-PROGRESS "
             ws-inprogress-count " HELD " ws-held-count
             DELIMITED BY SIZE
             INTO DELIVERY-RECORD.
          WRITE DELIVERY-RECORD.
          CLOSE DELIVERY-FILE.
          DISPLAY "RESULTDELIVER: " WS-R-REQUESTER(ws-req-idx) " "
             ws-delivered-count " DELIVERED, " ws-inprogress-count
             " IN PROGRESS, " ws-held-count " HELD".

      * Everything known about one N, from its master record: the
      * factorization summary with any factor rows, the primality
      * verdict, phi, the classification and any GCD rows; or an
      * IN-PROGRESS line when no complete factorization is recorded.
       DELIVER-ONE-CANDIDATE.
          MOVE "N" TO ws-n-answered.
          MOVE "N" TO ws-n-slow.
          MOVE ws-work-n TO CM-N.
          READ CAND-MASTER-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CM-FACTORED IS EQUAL TO "Y"
                   MOVE "Y" TO ws-n-answered
                END-IF
                IF CM-TRIAGE-QUEUE IS EQUAL TO "S"
                   MOVE "Y" TO ws-n-slow
                END-IF
          END-READ.
          IF ws-n-answered IS EQUAL TO "Y"
             PERFORM FIND-PARTNER-CASE
          END-IF.
          IF ws-n-answered IS EQUAL TO "Y"
             AND ws-case-state IS EQUAL TO "O"
             ADD 1 TO ws-held-count
             MOVE SPACES TO DELIVERY-RECORD
             STRING "N " ws-work-n " REF " ws-work-ref
                " HELD PARTNER RECONCILIATION"
                DELIMITED BY SIZE INTO DELIVERY-RECORD
             WRITE DELIVERY-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF ws-n-answered IS EQUAL TO "Y"
             ADD 1 TO ws-delivered-count
             PERFORM WRITE-MASTER-SUMMARY
             IF ws-case-state IS EQUAL TO "D"
                MOVE SPACES TO DELIVERY-RECORD
                STRING "  RECONCILED WITH PARTNER, WRONG ANSWER WAS "
                   ws-case-disposition DELIMITED BY SIZE
                   INTO DELIVERY-RECORD
                WRITE DELIVERY-RECORD
             END-IF
             PERFORM COPY-GCD-ROWS
          ELSE
             ADD 1 TO ws-inprogress-count
             MOVE SPACES TO DELIVERY-RECORD
             IF ws-n-slow IS EQUAL TO "Y"
                STRING "N " ws-work-n " REF " ws-work-ref
             WRITE DELIVERY-RECORD
          END-IF.

      * ws-case-state N when no case stands against this
      * requester's reference for the N, O while one is open, D
      * once it has been disposed.
       FIND-PARTNER-CASE.
          MOVE "N" TO ws-case-state.
          MOVE SPACES TO ws-case-disposition.
          PERFORM VARYING CASE-IDX FROM 1 BY 1
             UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
             IF WS-C-REQUESTER(CASE-IDX) IS EQUAL TO
                WS-R-REQUESTER(ws-req-idx) AND
                WS-C-PARTNER-REF(CASE-IDX) IS EQUAL TO ws-work-ref
                AND WS-C-N(CASE-IDX) IS EQUAL TO ws-work-n
                IF WS-C-DISPOSITION(CASE-IDX) IS EQUAL TO SPACES
                   MOVE "O" TO ws-case-state
                ELSE
                   IF ws-case-state IS NOT EQUAL TO "O"
                      MOVE "D" TO ws-case-state
                      MOVE WS-C-DISPOSITION(CASE-IDX) TO
                         ws-case-disposition
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      * The factorization header and summary come from the master,
      * so an answer derived on an earlier night is still delivered
      * after its group has left primefactor_report.dat; the PFFAC
      * rows ride along whenever tonight's report still holds them.
       WRITE-MASTER-SUMMARY.
          MOVE SPACES TO DELIVERY-RECORD.
          STRING "N " CM-N " REF " ws-work-ref
             " FACTORIZATION " CM-FACTOR-DATE
             DELIMITED BY SIZE INTO DELIVERY-RECORD.
          WRITE DELIVERY-RECORD.
          ADD 1 TO ws-line-count.
          PERFORM WRITE-FACTOR-LINES.
          MOVE SPACES TO DELIVERY-RECORD.
          STRING "  DISTINCT FACTORS " CM-DISTINCT-COUNT
             " LARGEST " CM-LARGEST-PRIME
             DELIMITED BY SIZE INTO DELIVERY-RECORD.
          WRITE DELIVERY-RECORD.
          ADD 1 TO ws-line-count.
          MOVE SPACES TO DELIVERY-RECORD.
          STRING "  VERDICT " CM-VERDICT " METHOD "
             CM-VERDICT-METHOD DELIMITED BY SIZE
             INTO DELIVERY-RECORD.
          WRITE DELIVERY-RECORD.
          ADD 1 TO ws-line-count.
          IF CM-PHI IS GREATER THAN 0
             MOVE SPACES TO DELIVERY-RECORD
             STRING "  PHI " CM-PHI DELIMITED BY SIZE
                INTO DELIVERY-RECORD
             WRITE DELIVERY-RECORD
             ADD 1 TO ws-line-count
          END-IF.
          IF CM-SIGMA-CLASS IS NOT EQUAL TO SPACES
             MOVE SPACES TO DELIVERY-RECORD
             STRING "  CLASS " CM-SIGMA-CLASS
                " DIVISOR-SUM " CM-DIVISOR-SUM
                DELIMITED BY SIZE INTO DELIVERY-RECORD
             WRITE DELIVERY-RECORD
             ADD 1 TO ws-line-count
          END-IF.

      * This N's PFFAC rows from tonight's report.  Only a group
      * whose trailer count agrees is delivered, and where the N was
      * factored more than once tonight the last complete group
      * stands; a torn group is passed over rather than half-sent.
       WRITE-FACTOR-LINES.
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
                   IF PF-N IS EQUAL TO ws-work-n
                      PERFORM FOLD-REPORT-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PF-REPORT-FILE.
          PERFORM VARYING ws-fac-idx FROM 1 BY 1
             UNTIL ws-fac-idx IS GREATER THAN WS-OUR-COUNT
             MOVE SPACES TO DELIVERY-RECORD
             STRING "  FACTOR " WS-O-PRIME(ws-fac-idx)
                " EXPONENT " WS-O-EXP(ws-fac-idx)
                DELIMITED BY SIZE INTO DELIVERY-RECORD
             WRITE DELIVERY-RECORD
             ADD 1 TO ws-line-count
          END-PERFORM.

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
                   MOVE WS-RUN-COUNT TO WS-OUR-COUNT
                   PERFORM VARYING ws-fac-idx FROM 1 BY 1
                      UNTIL ws-fac-idx IS GREATER THAN WS-RUN-COUNT
                      MOVE WS-RUN-ENTRY(ws-fac-idx)
                         TO WS-OUR-ENTRY(ws-fac-idx)
                   END-PERFORM
                END-IF
                MOVE "N" TO ws-in-report-group
          END-EVALUATE.

      * GCD/LCM rows keyed on the candidate as the left-hand figure;
      * batchgcd.cbl answers arbitrary pairs, so only the rows that
             END-PERFORM
             CLOSE GCD-RESULTS-FILE
          END-IF.
