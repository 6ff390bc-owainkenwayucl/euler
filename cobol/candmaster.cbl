       IDENTIFICATION DIVISION.
       PROGRAM-ID. candmaster.
       AUTHOR. Owain Kenway.

      * Nightly maintenance of the candidate master
      * (candidate_master.dat, candmasterrec.cpy): one indexed record
      * per N holding every fact the shop has established about it,
      * so pipelinequery.cbl-style rediscovery across seven files is
      * no longer the only way to answer "what do we know about N".
      *
      * The job runs in passes, one per source, each a sequential
      * read of its file and a keyed READ/REWRITE of the master:
      *
      *   candidate_xref.dat      creates the record, stamps the
      *                           first-requested date and the
      *                           requester count
      *   prime_candidates.dat    creates records for staged N with
      *                           no claim on file (hand-keyed)
      *   fast/slow triage files  the queue triage.cbl placed N in
      *   prime_cache.dat         the cached primality verdict
      *   primefactor_report.dat  complete groups only: distinct
      *                           count, largest prime, verdict
      *   prime_certs.dat         PROVEN/REFUTED certificates
      *   perfect_class.dat       sigma class and divisor sum
      *   totient_report.dat      phi (OK rows only)
      *   capacity_log.dat        candidates tested, cumulative
      *
      * Only the first two passes create records; the rest enrich
      * candidates already on the master, since the cache, the
      * certificates and the capacity log also answer numbers that
      * were never candidates.  A verdict is replaced only by
      * evidence at least as strong (METHOD-RANK), so a cache Y
      * read tonight cannot demote last week's certificate.
      *
      * capacity_log.dat is trimmed by logrotate.cbl, so the
      * candidates-tested total is folded incrementally:
      * cand_master_bookmark.dat remembers the newest run date
      * folded and how many rows carried it, the log is appended in
      * date order, and only rows past that point are added in.  A
      * record is rewritten only when a pass actually changed it,
      * and CM-LAST-UPDATED records that night.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CAND-MASTER-FILE
                ASSIGN TO "cobol/data/candidate_master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-N
                FILE STATUS IS WS-CMR-STATUS.
             SELECT XREF-FILE
                ASSIGN TO "cobol/data/candidate_xref.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRF-STATUS.
             SELECT CANDIDATE-FILE
                ASSIGN TO "cobol/data/prime_candidates.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAN-STATUS.
             SELECT FAST-FILE
                ASSIGN TO "cobol/data/prime_candidates_fast.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FST-STATUS.
             SELECT SLOW-FILE
                ASSIGN TO "cobol/data/prime_candidates_slow.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLW-STATUS.
             SELECT PRIME-CACHE-FILE
                ASSIGN TO "cobol/data/prime_cache.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PC-N
                FILE STATUS IS WS-PCH-STATUS.
             SELECT PF-REPORT-FILE
                ASSIGN TO "cobol/data/primefactor_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PFR-STATUS.
             SELECT PRIME-CERT-FILE
                ASSIGN TO "cobol/data/prime_certs.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PCT-N
                FILE STATUS IS WS-PCT-STATUS.
             SELECT CLASS-FILE
                ASSIGN TO "cobol/data/perfect_class.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLS-STATUS.
             SELECT TOTIENT-FILE
                ASSIGN TO "cobol/data/totient_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TOT-STATUS.
             SELECT CAPACITY-LOG-FILE
                ASSIGN TO "cobol/data/capacity_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAP-STATUS.
             SELECT BOOKMARK-FILE
                ASSIGN TO "cobol/data/cand_master_bookmark.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BMK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CAND-MASTER-FILE.
             COPY "candmasterrec.cpy".
          FD XREF-FILE.
             01 XREF-RECORD.
                05 XR-N               PIC 9(30).
                05 XR-FILLER1         PIC X.
                05 XR-REQUESTER       PIC X(8).
                05 XR-FILLER2         PIC X.
                05 XR-PARTNER-REF     PIC X(12).
                05 XR-FILLER3         PIC X.
                05 XR-DUE-DATE        PIC 9(8).
          FD CANDIDATE-FILE.
             01 CANDIDATE-IN-RECORD.
                05 CI-N               PIC 9(30).
          FD FAST-FILE.
             01 FAST-IN-RECORD.
                05 FI-N               PIC 9(30).
          FD SLOW-FILE.
             01 SLOW-IN-RECORD.
                05 SI-N               PIC 9(30).
          FD PRIME-CACHE-FILE.
             COPY "primecacherec.cpy".
          FD PF-REPORT-FILE.
             COPY "primefactorrec.cpy".
          FD PRIME-CERT-FILE.
             COPY "primecertrec.cpy".
          FD CLASS-FILE.
             01 CLASS-RECORD.
                05 CS-N              PIC 9(30).
                05 CS-FILLER1        PIC X.
                05 CS-DIVISOR-SUM    PIC 9(30).
                05 CS-FILLER2        PIC X.
                05 CS-CLASS          PIC X(9).
          FD TOTIENT-FILE.
             01 TOTIENT-RECORD.
                05 TR-N              PIC 9(30).
                05 TR-FILLER1        PIC X.
                05 TR-PHI            PIC 9(30).
                05 TR-FILLER2        PIC X.
                05 TR-DISTINCT       PIC 9(9).
                05 TR-FILLER3        PIC X.
                05 TR-STATUS         PIC X(9).
          FD CAPACITY-LOG-FILE.
             COPY "capacitylogrec.cpy".
          FD BOOKMARK-FILE.
             01 BOOKMARK-RECORD.
                05 CB-RUN-DATE         PIC 9(8).
                05 CB-FILLER1          PIC X.
                05 CB-ROW-COUNT        PIC 9(9).

          WORKING-STORAGE SECTION.
             01 ws-cmr-status PIC XX.
             01 ws-xrf-status PIC XX.
             01 ws-can-status PIC XX.
             01 ws-fst-status PIC XX.
             01 ws-slw-status PIC XX.
             01 ws-pch-status PIC XX.
             01 ws-pfr-status PIC XX.
             01 ws-pct-status PIC XX.
             01 ws-cls-status PIC XX.
             01 ws-tot-status PIC XX.
             01 ws-cap-status PIC XX.
             01 ws-bmk-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-work-n PIC 9(30).
      * FETCH-MASTER's outcome: ws-cm-found Y when the record is in
      * hand (read, or initialised because ws-may-create allowed
      * it), ws-cm-new Y when STORE-MASTER must WRITE rather than
      * REWRITE.  ws-master-before is the record as read, so an
      * unchanged record is never rewritten.
             01 ws-may-create PIC X.
             01 ws-cm-found PIC X.
             01 ws-cm-new PIC X.
             01 ws-master-before PIC X(211).
             01 ws-created-count PIC 9(9) VALUE 0.
             01 ws-changed-count PIC 9(9) VALUE 0.
      * Verdict evidence offered by the current pass, and the rank
      * of a method (METHOD-RANK): 0 none, 1 CACHE, 2 PRP,
      * 3 TRIAL/RHO, 4 CERT.
             01 ws-new-verdict PIC X(9).
             01 ws-new-method PIC X(5).
             01 ws-rank-method PIC X(5).
             01 ws-rank PIC 9.
             01 ws-new-rank PIC 9.
      * The primefactor_report.dat group being assembled.
             01 ws-in-group PIC X VALUE "N".
             01 ws-group-n PIC 9(30).
             01 ws-group-date PIC 9(8).
             01 ws-group-count PIC 9(9).
             01 ws-group-largest PIC 9(30).
             01 ws-group-exponent PIC 9(9).
             01 ws-group-method PIC X(5).
             01 ws-group-rho PIC X.
      * Distinct N in tonight's xref with their claim counts; the
      * candidatestage.cbl cap, as resultdeliver.cbl tables it.
             01 WS-XREF-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-XREF-TABLE.
                05 WS-XREF-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-XREF-COUNT
                      INDEXED BY XREF-IDX.
                   10 WS-X-N              PIC 9(30).
                   10 WS-X-CLAIMS         PIC 9(4).
             01 ws-xref-found PIC X.
             01 ws-x-idx USAGE BINARY-LONG UNSIGNED.
      * capacity_log.dat fold position: the bookmark as loaded, the
      * rows seen on its date so far tonight, and the new position.
             01 ws-bmk-date PIC 9(8) VALUE 0.
             01 ws-bmk-rows PIC 9(9) VALUE 0.
             01 ws-bmk-date-seen PIC 9(9) VALUE 0.
             01 ws-new-bmk-date PIC 9(8) VALUE 0.
             01 ws-new-bmk-rows PIC 9(9) VALUE 0.
             01 ws-cap-n PIC S9(30).
             01 ws-folded-count PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
      * The master persists across runs, so it is opened I-O; the
      * first run ever finds no file and creates it empty first.
          OPEN I-O CAND-MASTER-FILE.
          IF ws-cmr-status IS NOT EQUAL TO "00"
             OPEN OUTPUT CAND-MASTER-FILE
             CLOSE CAND-MASTER-FILE
             OPEN I-O CAND-MASTER-FILE
          END-IF.
          IF ws-cmr-status IS NOT EQUAL TO "00"
             DISPLAY "CANDMASTER: CANNOT OPEN CANDIDATE MASTER, "
                "STATUS " ws-cmr-status
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM APPLY-XREF.
          PERFORM APPLY-CANDIDATES.
          PERFORM APPLY-TRIAGE.
          PERFORM APPLY-CACHE.
          PERFORM APPLY-FACTORIZATIONS.
          PERFORM APPLY-CERTIFICATES.
          PERFORM APPLY-CLASSES.
          PERFORM APPLY-TOTIENTS.
          PERFORM APPLY-CAPACITY.
          CLOSE CAND-MASTER-FILE.
          DISPLAY "CANDMASTER: " ws-created-count " CREATED, "
             ws-changed-count " CHANGED, " ws-folded-count
             " CAPACITY ROW(S) FOLDED".
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * Reads ws-work-n's record.  A missing record is initialised
      * when the pass may create one, otherwise ws-cm-found says
      * there is nothing to enrich.
       FETCH-MASTER.
          MOVE "N" TO ws-cm-found.
          MOVE "N" TO ws-cm-new.
          MOVE ws-work-n TO CM-N.
          READ CAND-MASTER-FILE
             INVALID KEY
                IF ws-may-create IS EQUAL TO "Y"
                   INITIALIZE CAND-MASTER-RECORD
                   MOVE ws-work-n TO CM-N
                   MOVE "N" TO CM-FACTORED
                   MOVE "Y" TO ws-cm-found
                   MOVE "Y" TO ws-cm-new
                END-IF
             NOT INVALID KEY
                MOVE "Y" TO ws-cm-found
          END-READ.
          MOVE CAND-MASTER-RECORD TO ws-master-before.

       STORE-MASTER.
          IF ws-cm-new IS EQUAL TO "Y"
             MOVE ws-run-date-disp TO CM-LAST-UPDATED
             WRITE CAND-MASTER-RECORD
                INVALID KEY
                   DISPLAY "CANDMASTER: DUPLICATE KEY " CM-N
             END-WRITE
             ADD 1 TO ws-created-count
          ELSE
             IF CAND-MASTER-RECORD IS NOT EQUAL TO ws-master-before
                MOVE ws-run-date-disp TO CM-LAST-UPDATED
                REWRITE CAND-MASTER-RECORD
                   INVALID KEY
                      DISPLAY "CANDMASTER: REWRITE FAILED " CM-N
                END-REWRITE
                ADD 1 TO ws-changed-count
             END-IF
          END-IF.

      * Offers ws-new-verdict/ws-new-method to the fetched record;
      * it is taken only when the method ranks at least as high as
      * the evidence already on file.
       OFFER-VERDICT.
          MOVE CM-VERDICT-METHOD TO ws-rank-method.
          PERFORM METHOD-RANK.
          MOVE ws-rank TO ws-new-rank.
          MOVE ws-new-method TO ws-rank-method.
          PERFORM METHOD-RANK.
          IF ws-rank IS NOT LESS THAN ws-new-rank
             MOVE ws-new-verdict TO CM-VERDICT
             MOVE ws-new-method TO CM-VERDICT-METHOD
          END-IF.

       METHOD-RANK.
          EVALUATE ws-rank-method
             WHEN "CACHE"
                MOVE 1 TO ws-rank
             WHEN "PRP"
                MOVE 2 TO ws-rank
             WHEN "TRIAL"
                MOVE 3 TO ws-rank
             WHEN "RHO"
                MOVE 3 TO ws-rank
             WHEN "CERT"
                MOVE 4 TO ws-rank
             WHEN OTHER
                MOVE 0 TO ws-rank
          END-EVALUATE.

      * Claims per N are tallied first (an N asked for by three
      * requesters is three xref rows), then each N's record is
      * created or refreshed once.  A claim-less night leaves the
      * stored count alone: the xref only lists work still open.
       APPLY-XREF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT XREF-FILE.
          IF ws-xrf-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ XREF-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF XR-N IS NUMERIC
                         PERFORM TALLY-CLAIM
                      END-IF
                END-READ
             END-PERFORM
             CLOSE XREF-FILE
          END-IF.
          MOVE "Y" TO ws-may-create.
          PERFORM VARYING ws-x-idx FROM 1 BY 1
             UNTIL ws-x-idx IS GREATER THAN WS-XREF-COUNT
             MOVE WS-X-N(ws-x-idx) TO ws-work-n
             PERFORM FETCH-MASTER
             IF CM-FIRST-REQUESTED IS EQUAL TO 0
                MOVE ws-run-date-disp TO CM-FIRST-REQUESTED
             END-IF
             MOVE WS-X-CLAIMS(ws-x-idx) TO CM-REQUESTER-COUNT
             PERFORM STORE-MASTER
          END-PERFORM.

       TALLY-CLAIM.
          MOVE "N" TO ws-xref-found.
          PERFORM VARYING XREF-IDX FROM 1 BY 1
             UNTIL XREF-IDX IS GREATER THAN WS-XREF-COUNT
             IF WS-X-N(XREF-IDX) IS EQUAL TO XR-N
                ADD 1 TO WS-X-CLAIMS(XREF-IDX)
                MOVE "Y" TO ws-xref-found
             END-IF
          END-PERFORM.
          IF ws-xref-found IS EQUAL TO "N"
             AND WS-XREF-COUNT IS LESS THAN 1000
             ADD 1 TO WS-XREF-COUNT
             MOVE XR-N TO WS-X-N(WS-XREF-COUNT)
             MOVE 1 TO WS-X-CLAIMS(WS-XREF-COUNT)
          END-IF.

      * Staged candidates the xref has never claimed (hand-keyed
      * into prime_candidates.dat) still get a record, with no
      * first-requested date until a claim arrives.
       APPLY-CANDIDATES.
          MOVE "Y" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CANDIDATE-FILE.
          IF ws-can-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ CANDIDATE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF CI-N IS NUMERIC
                         MOVE CI-N TO ws-work-n
                         PERFORM FETCH-MASTER
                         PERFORM STORE-MASTER
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CANDIDATE-FILE
          END-IF.

      * triage.cbl has already applied any standing override when
      * it wrote the queues, so the queue file N sits in is the
      * answer.  N in neither queue keeps its last assignment.
       APPLY-TRIAGE.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT FAST-FILE.
          IF ws-fst-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ FAST-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF FI-N IS NUMERIC
                         MOVE FI-N TO ws-work-n
                         PERFORM FETCH-MASTER
                         IF ws-cm-found IS EQUAL TO "Y"
                            MOVE "F" TO CM-TRIAGE-QUEUE
                            PERFORM STORE-MASTER
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FAST-FILE
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SLOW-FILE.
          IF ws-slw-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ SLOW-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF SI-N IS NUMERIC
                         MOVE SI-N TO ws-work-n
                         PERFORM FETCH-MASTER
                         IF ws-cm-found IS EQUAL TO "Y"
                            MOVE "S" TO CM-TRIAGE-QUEUE
                            PERFORM STORE-MASTER
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SLOW-FILE
          END-IF.

      * The cache is read front to back in key order; its verdicts
      * are the weakest evidence the master takes.
       APPLY-CACHE.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT PRIME-CACHE-FILE.
          IF ws-pch-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ PRIME-CACHE-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE PC-N TO ws-work-n
                      PERFORM FETCH-MASTER
                      IF ws-cm-found IS EQUAL TO "Y"
                         IF PC-IS-PRIME IS EQUAL TO "Y"
                            MOVE "PRIME" TO ws-new-verdict
                         ELSE
                            MOVE "COMPOSITE" TO ws-new-verdict
                         END-IF
                         MOVE "CACHE" TO ws-new-method
                         PERFORM OFFER-VERDICT
                         PERFORM STORE-MASTER
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PRIME-CACHE-FILE
          END-IF.

      * Groups are assembled header to trailer and applied only
      * when the trailer's count matches the PFFAC rows seen -- a
      * group with no trailer is a run still in flight, not an
      * answer, the same rule resultdeliver.cbl has always kept.
       APPLY-FACTORIZATIONS.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-in-group.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT PF-REPORT-FILE.
          IF ws-pfr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ PF-REPORT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      PERFORM FOLD-FACTOR-ROW
                END-READ
             END-PERFORM
             CLOSE PF-REPORT-FILE
          END-IF.

       FOLD-FACTOR-ROW.
          EVALUATE PF-RECORD-TYPE
             WHEN "PFHDR"
                MOVE "Y" TO ws-in-group
                MOVE PF-N TO ws-group-n
                MOVE 0 TO ws-group-count
                MOVE 0 TO ws-group-largest
                MOVE 0 TO ws-group-exponent
                MOVE SPACES TO ws-group-method
                MOVE "N" TO ws-group-rho
                IF PF-ANSWER-DATE IS NUMERIC
                   AND PF-ANSWER-DATE IS GREATER THAN 0
                   MOVE PF-ANSWER-DATE TO ws-group-date
                ELSE
                   MOVE ws-run-date-disp TO ws-group-date
                END-IF
             WHEN "PFFAC"
                IF ws-in-group IS EQUAL TO "Y"
                   AND PF-N IS EQUAL TO ws-group-n
                   ADD 1 TO ws-group-count
                   IF PF-PRIME IS GREATER THAN ws-group-largest
                      MOVE PF-PRIME TO ws-group-largest
                   END-IF
                   MOVE PF-EXPONENT TO ws-group-exponent
                   MOVE PF-METHOD TO ws-group-method
                   IF PF-METHOD IS EQUAL TO "RHO"
                      MOVE "Y" TO ws-group-rho
                   END-IF
                END-IF
             WHEN "PFTRL"
                IF ws-in-group IS EQUAL TO "Y"
                   AND PF-N IS EQUAL TO ws-group-n
                   AND PF-EXPONENT IS EQUAL TO ws-group-count
                   PERFORM APPLY-ONE-GROUP
                END-IF
                MOVE "N" TO ws-in-group
          END-EVALUATE.

      * One factor to the first power is N itself: prime, on the
      * strength of whatever found it (rows from before PF-METHOD
      * existed were all trial division).  Anything else with
      * factors is composite -- a split is proof whatever the
      * cofactors' own evidence -- and a group with no factors at
      * all is N below 2.
       APPLY-ONE-GROUP.
          MOVE ws-group-n TO ws-work-n.
          PERFORM FETCH-MASTER.
          IF ws-cm-found IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO CM-FACTORED.
          MOVE ws-group-count TO CM-DISTINCT-COUNT.
          MOVE ws-group-largest TO CM-LARGEST-PRIME.
          MOVE ws-group-date TO CM-FACTOR-DATE.
          EVALUATE TRUE
             WHEN ws-group-count IS EQUAL TO 0
                MOVE "NEITHER" TO ws-new-verdict
                MOVE "TRIAL" TO ws-new-method
             WHEN ws-group-count IS EQUAL TO 1
                AND ws-group-exponent IS EQUAL TO 1
                MOVE "PRIME" TO ws-new-verdict
                IF ws-group-method IS EQUAL TO SPACES
                   MOVE "TRIAL" TO ws-new-method
                ELSE
                   MOVE ws-group-method TO ws-new-method
                END-IF
             WHEN ws-group-rho IS EQUAL TO "Y"
                MOVE "COMPOSITE" TO ws-new-verdict
                MOVE "RHO" TO ws-new-method
             WHEN OTHER
                MOVE "COMPOSITE" TO ws-new-verdict
                MOVE "TRIAL" TO ws-new-method
          END-EVALUATE.
          PERFORM OFFER-VERDICT.
          PERFORM STORE-MASTER.

      * A PROVEN certificate settles PRIME and a REFUTED one
      * COMPOSITE, outranking everything; PROBABLE adds nothing the
      * cache did not already say.
       APPLY-CERTIFICATES.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT PRIME-CERT-FILE.
          IF ws-pct-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ PRIME-CERT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF PCT-STATUS IS EQUAL TO "PROVEN"
                         OR PCT-STATUS IS EQUAL TO "REFUTED"
                         MOVE PCT-N TO ws-work-n
                         PERFORM FETCH-MASTER
                         IF ws-cm-found IS EQUAL TO "Y"
                            IF PCT-STATUS IS EQUAL TO "PROVEN"
                               MOVE "PRIME" TO ws-new-verdict
                            ELSE
                               MOVE "COMPOSITE" TO ws-new-verdict
                            END-IF
                            MOVE "CERT" TO ws-new-method
                            PERFORM OFFER-VERDICT
                            PERFORM STORE-MASTER
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PRIME-CERT-FILE
          END-IF.

       APPLY-CLASSES.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CLASS-FILE.
          IF ws-cls-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ CLASS-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF CS-N IS NUMERIC
                         MOVE CS-N TO ws-work-n
                         PERFORM FETCH-MASTER
                         IF ws-cm-found IS EQUAL TO "Y"
                            MOVE CS-CLASS TO CM-SIGMA-CLASS
                            MOVE CS-DIVISOR-SUM TO CM-DIVISOR-SUM
                            PERFORM STORE-MASTER
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CLASS-FILE
          END-IF.

      * Only OK rows carry a phi worth keeping; an OVERFLOW or
      * BADGROUP row leaves whatever an earlier night established.
       APPLY-TOTIENTS.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT TOTIENT-FILE.
          IF ws-tot-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ TOTIENT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF TR-N IS NUMERIC
                         AND TR-STATUS IS EQUAL TO "OK"
                         MOVE TR-N TO ws-work-n
                         PERFORM FETCH-MASTER
                         IF ws-cm-found IS EQUAL TO "Y"
                            MOVE TR-PHI TO CM-PHI
                            PERFORM STORE-MASTER
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE TOTIENT-FILE
          END-IF.

      * Rows dated before the bookmark were folded on an earlier
      * night; on the bookmark date itself the first CB-ROW-COUNT
      * were.  Everything after that is new.  The bookmark moves to
      * the newest date read and the number of rows it carried, and
      * is stored only once the whole log has been folded.
       APPLY-CAPACITY.
          PERFORM LOAD-BOOKMARK.
          MOVE ws-bmk-date TO ws-new-bmk-date.
          MOVE ws-bmk-rows TO ws-new-bmk-rows.
          MOVE 0 TO ws-bmk-date-seen.
          MOVE "N" TO ws-may-create.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CAPACITY-LOG-FILE.
          IF ws-cap-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CAPACITY-LOG-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF CL-RUN-DATE IS NUMERIC
                      PERFORM FOLD-CAPACITY-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CAPACITY-LOG-FILE.
          PERFORM STORE-BOOKMARK.

       FOLD-CAPACITY-ROW.
          IF CL-RUN-DATE IS LESS THAN ws-bmk-date
             EXIT PARAGRAPH
          END-IF.
          IF CL-RUN-DATE IS EQUAL TO ws-new-bmk-date
             ADD 1 TO ws-new-bmk-rows
          ELSE
             MOVE CL-RUN-DATE TO ws-new-bmk-date
             MOVE 1 TO ws-new-bmk-rows
          END-IF.
          IF CL-RUN-DATE IS EQUAL TO ws-bmk-date
             ADD 1 TO ws-bmk-date-seen
             IF ws-bmk-date-seen IS NOT GREATER THAN ws-bmk-rows
      * Already counted on the night that set the bookmark.
                SUBTRACT 1 FROM ws-new-bmk-rows
                EXIT PARAGRAPH
             END-IF
          END-IF.
          ADD 1 TO ws-folded-count.
          MOVE CL-N TO ws-cap-n.
          IF ws-cap-n IS LESS THAN 1
             OR CL-CANDIDATES-TESTED IS NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-cap-n TO ws-work-n.
          PERFORM FETCH-MASTER.
          IF ws-cm-found IS EQUAL TO "Y"
             ADD CL-CANDIDATES-TESTED TO CM-CANDIDATES-TESTED
             PERFORM STORE-MASTER
          END-IF.

       LOAD-BOOKMARK.
          MOVE 0 TO ws-bmk-date.
          MOVE 0 TO ws-bmk-rows.
          OPEN INPUT BOOKMARK-FILE.
          IF ws-bmk-status IS EQUAL TO "00"
             READ BOOKMARK-FILE
                NOT AT END
                   IF CB-RUN-DATE IS NUMERIC
                      AND CB-ROW-COUNT IS NUMERIC
                      MOVE CB-RUN-DATE TO ws-bmk-date
                      MOVE CB-ROW-COUNT TO ws-bmk-rows
                   END-IF
             END-READ
             CLOSE BOOKMARK-FILE
          END-IF.

       STORE-BOOKMARK.
          OPEN OUTPUT BOOKMARK-FILE.
          MOVE SPACES TO BOOKMARK-RECORD.
          MOVE ws-new-bmk-date TO CB-RUN-DATE.
          MOVE ws-new-bmk-rows TO CB-ROW-COUNT.
          WRITE BOOKMARK-RECORD.
          CLOSE BOOKMARK-FILE.
