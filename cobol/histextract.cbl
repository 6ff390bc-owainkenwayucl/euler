      * leaves them alone -- even when the history still contains
      * nothing but legacy segments and the run-id bookmark is
      * therefore still zero.
      *
      * A segment from a fault-injection drill night (drillcheck.cbl)
      * is never shipped: the bookmark moves past it as if it had
      * been, so it can't ship later either, and the run says how
      * many it held back.
      *
      * The warehouse's candidate table is fed from the candidate
      * master (candidate_master.dat, candmaster.cbl) rather than
      * re-keyed from the factorization, class and triage files:
      * each run writes a full snapshot of the master, one delimited
      * row per N in key order, to candidate_extract.dat between a
      * CXHDR control header and a CXTRL trailer with the row count.
      * The master is rewritten in place, so a snapshot -- which the
      * warehouse loads as a replacement -- is the only shape that
      * cannot miss a change.  When the master will not open the
      * previous snapshot is left as it was rather than replaced by
      * an empty one.
      *
      * Both control headers close with the region the extract ran
      * in (region.dat, PROD when absent or blank, as alertlog.cbl
      * resolves it), so the warehouse can refuse a feed that came
      * out of a test region.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/results_extract.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXT-STATUS.
             SELECT CAND-MASTER-FILE
                ASSIGN TO "cobol/data/candidate_master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-N
                FILE STATUS IS WS-CMR-STATUS.
             SELECT CAND-EXTRACT-FILE
                ASSIGN TO "cobol/data/candidate_extract.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CXT-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.

       DATA DIVISION.
          FILE SECTION.
             COPY "certrec.cpy".
          FD EXTRACT-FILE.
             01 EXTRACT-RECORD        PIC X(130).
          FD CAND-MASTER-FILE.
             COPY "candmasterrec.cpy".
          FD CAND-EXTRACT-FILE.
             01 CAND-EXTRACT-RECORD   PIC X(180).
          FD REGION-FILE.
             COPY "regionrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-rh-status PIC XX.
             01 ws-bmk-status PIC XX.
             01 ws-crt-status PIC XX.
             01 ws-ext-status PIC XX.
             01 ws-cmr-status PIC XX.
             01 ws-cxt-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-region PIC X(8).
             01 ws-cmr-eof PIC X VALUE "N".
             01 ws-cand-shipped PIC 9(9) VALUE 0.
             01 ws-rh-eof PIC X VALUE "N".
             01 ws-crt-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-legacy-shipped PIC X VALUE "N".
             01 ws-max-run-id PIC 9(9) VALUE 0.
             01 ws-shipped-now PIC 9(9) VALUE 0.
             01 ws-drill-skipped PIC 9(9) VALUE 0.
             01 ws-drill-flag PIC X.
             01 ws-in-segment PIC X VALUE "N".
             01 ws-seg-run-id PIC 9(9) VALUE 0.
             01 ws-seg-program-id PIC X(8).
       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-BOOKMARK.
          PERFORM RESOLVE-REGION.
          MOVE SPACES TO EXTRACT-RECORD.
          OPEN OUTPUT EXTRACT-FILE.
          PERFORM WRITE-EXTRACT-HEADER.
          PERFORM STORE-BOOKMARK.
          DISPLAY "HISTEXTRACT: " ws-shipped-now " NEW SEGMENT(S) "
             "SHIPPED, BOOKMARK RUN-ID " ws-max-run-id.
          IF ws-drill-skipped IS NOT EQUAL TO 0
             DISPLAY "HISTEXTRACT: " ws-drill-skipped
                " DRILL SEGMENT(S) NOT SHIPPED"
          END-IF.
          PERFORM SHIP-CANDIDATE-SNAPSHOT.
       STOP RUN.

       LOAD-BOOKMARK.
          END-IF.
          MOVE ws-last-shipped-id TO ws-max-run-id.

       RESOLVE-REGION.
          MOVE "PROD" TO ws-region.
          OPEN INPUT REGION-FILE.
          IF ws-rgn-status IS EQUAL TO "00"
             READ REGION-FILE
                NOT AT END
                   IF RG-REGION-NAME IS NOT EQUAL TO SPACES
                      MOVE RG-REGION-NAME TO ws-region
                   END-IF
             END-READ
             CLOSE REGION-FILE
          END-IF.

      * Segment assembly: the header opens it, the data row supplies
      * the program/threshold/result, the trailer closes it and --
      * when the segment is beyond the bookmark -- ships it.
                      ws-last-shipped-id
                      OR (ws-seg-run-id IS EQUAL TO 0
                      AND ws-legacy-shipped IS NOT EQUAL TO "Y")
                      CALL 'drillcheck' USING ws-seg-date,
                         ws-drill-flag
                      IF ws-drill-flag IS EQUAL TO "Y"
                         ADD 1 TO ws-drill-skipped
                      ELSE
                         PERFORM SHIP-ONE-SEGMENT
                      END-IF
                      IF ws-seg-run-id IS GREATER THAN
                         ws-max-run-id
                         MOVE ws-seg-run-id TO ws-max-run-id
          MOVE ws-run-date TO ws-run-date-disp.
          MOVE SPACES TO EXTRACT-RECORD.
          STRING "EXHDR|" ws-run-date-disp "|" ws-last-shipped-id
             "|" ws-region DELIMITED BY SIZE INTO EXTRACT-RECORD.
          WRITE EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
          MOVE ws-legacy-shipped TO EB-LEGACY-SHIPPED.
          WRITE BOOKMARK-RECORD.
          CLOSE BOOKMARK-FILE.

      * Full snapshot of the candidate master, key order, one row
      * per N: verdict, method, factored flag and date, distinct
      * count, largest prime, class, phi, first-requested date,
      * requester count, triage queue, candidates tested and the
      * date the record last changed.
       SHIP-CANDIDATE-SNAPSHOT.
          OPEN INPUT CAND-MASTER-FILE.
          IF ws-cmr-status IS NOT EQUAL TO "00"
             DISPLAY "HISTEXTRACT: NO CANDIDATE MASTER, CANDIDATE "
                "SNAPSHOT NOT REPLACED"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO CAND-EXTRACT-RECORD.
          OPEN OUTPUT CAND-EXTRACT-FILE.
          MOVE SPACES TO CAND-EXTRACT-RECORD.
          STRING "CXHDR|" ws-run-date-disp "|" ws-region
             DELIMITED BY SIZE INTO CAND-EXTRACT-RECORD.
          WRITE CAND-EXTRACT-RECORD.
          PERFORM UNTIL ws-cmr-eof IS EQUAL TO "Y"
             READ CAND-MASTER-FILE NEXT RECORD
                AT END
                   MOVE "Y" TO ws-cmr-eof
                NOT AT END
                   PERFORM SHIP-ONE-CANDIDATE
             END-READ
          END-PERFORM.
          MOVE SPACES TO CAND-EXTRACT-RECORD.
          STRING "CXTRL|" ws-cand-shipped
             DELIMITED BY SIZE INTO CAND-EXTRACT-RECORD.
          WRITE CAND-EXTRACT-RECORD.
          CLOSE CAND-EXTRACT-FILE.
          CLOSE CAND-MASTER-FILE.
          DISPLAY "HISTEXTRACT: " ws-cand-shipped " CANDIDATE(S) "
             "IN MASTER SNAPSHOT".

       SHIP-ONE-CANDIDATE.
          ADD 1 TO ws-cand-shipped.
          MOVE SPACES TO CAND-EXTRACT-RECORD.
          STRING CM-N "|" CM-VERDICT "|" CM-VERDICT-METHOD "|"
             CM-FACTORED "|" CM-FACTOR-DATE "|"
             CM-DISTINCT-COUNT "|" CM-LARGEST-PRIME "|"
             CM-SIGMA-CLASS "|" CM-PHI "|" CM-FIRST-REQUESTED "|"
             CM-REQUESTER-COUNT "|" CM-TRIAGE-QUEUE "|"
             CM-CANDIDATES-TESTED "|" CM-LAST-UPDATED
             DELIMITED BY SIZE INTO CAND-EXTRACT-RECORD.
          WRITE CAND-EXTRACT-RECORD.
