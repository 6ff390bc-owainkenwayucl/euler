       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainverify.
       AUTHOR. Owain Kenway.

      * Nightly walk of the tamper-evident chains.  Every history
      * segment's RHTRL (RH-CHAIN, written through histchain.cbl)
      * and every certification record (CT-CHAIN, written by
      * certreview.cbl) carries a link: the previous link folded with
      * its own content through chainlink.cbl.  This job recomputes
      * each link from the one before it and names the first link
      * that doesn't hold:
      *
      *    the history chain runs through results_history_archive.dat
      *       and on into results_history.dat -- histarchive.cbl
      *       only ever moves the leading run of segments, so the
      *       archive is the chain's front and the online file its
      *       continuation;
      *    the certification chain runs through
      *       run_certifications.dat.
      *
      * A broken link is one whose stamped value isn't its
      * predecessor folded with its content (LINK MISMATCH), isn't a
      * number (LINK CORRUPT), or is blank after the chain has begun
      * (LINK MISSING -- only rows written before the chain existed
      * may carry none).  After a break the walk carries on from the
      * stamped value, so the report counts every bad link, but the
      * first is the one named: that is where the file was changed.
      * Rows outside a complete RHHDR/RHTRL segment are not links --
      * histverify.cbl reports those.
      *
      * Anyone who can edit the files could recompute every link
      * after an edit, so each intact walk also leaves the chain's
      * head link in chain_anchors.dat, and the next walk requires
      * the last anchored link still to be in the chain -- a rebuilt
      * chain loses it (ANCHOR LOST).  The report goes to the
      * supervisors' drop, which puts the head link on record
      * outside the data directory too.
      *
      * A broken chain raises CHAIN BROKEN through alertlog.cbl (key
      * one the row of the first broken link, key two its run id or
      * run date) and ends the job with return code 8.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT HISTORY-FILE
                ASSIGN TO WS-HISTORY-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RH-STATUS.
             SELECT CERT-FILE
                ASSIGN TO "cobol/data/run_certifications.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRT-STATUS.
             SELECT ANCHOR-FILE
                ASSIGN TO "cobol/data/chain_anchors.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ANC-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/chain_verify_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD CERT-FILE.
             COPY "certrec.cpy".
          FD ANCHOR-FILE.
             01 ANCHOR-RECORD.
                05 CA-PROGRAM-ID      PIC X(8).
                05 CA-FILLER1         PIC X.
                05 CA-RUN-DATE        PIC 9(8).
                05 CA-FILLER2         PIC X.
                05 CA-CHAIN-NAME      PIC X(8).
                05 CA-FILLER3         PIC X.
                05 CA-LINK            PIC 9(18).
                05 CA-FILLER4         PIC X.
                05 CA-LINK-COUNT      PIC 9(9).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(120).

          WORKING-STORAGE SECTION.
             01 ws-rh-status PIC XX.
             01 ws-crt-status PIC XX.
             01 ws-anc-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 WS-HISTORY-PATH PIC X(60).
             01 ws-file-name PIC X(30).
             01 ws-run-date PIC 9(8).
             01 ws-row-no PIC 9(9).
             01 ws-row-length PIC 9(4).
             01 ws-saved-chain PIC X(18).
             01 ws-stamped-link PIC 9(18).
             01 ws-reason PIC X(20).
             01 ws-alert-source PIC X(8) VALUE "CHAINVFY".
             01 ws-alert-condition PIC X(20) VALUE "CHAIN BROKEN".
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * The history walk: the link the next segment must continue
      * from, the segment being folded, and what the walk found.
             01 ws-in-segment PIC X VALUE "N".
             01 ws-seg-link PIC 9(18).
             01 ws-seg-program PIC X(8).
             01 ws-seg-date PIC 9(8).
             01 ws-seg-run-id PIC 9(9).
             01 ws-hist-prev PIC 9(18) VALUE 0.
             01 ws-hist-started PIC X VALUE "N".
             01 ws-hist-links PIC 9(9) VALUE 0.
             01 ws-hist-broken PIC 9(9) VALUE 0.
             01 ws-hist-legacy PIC 9(9) VALUE 0.
             01 ws-hist-anchor PIC 9(18) VALUE 0.
             01 ws-hist-anchor-date PIC 9(8) VALUE 0.
             01 ws-hist-anchored PIC X VALUE "N".
             01 ws-hist-anchor-seen PIC X VALUE "N".
             01 ws-hist-first PIC X(120) VALUE SPACES.
             01 ws-hist-first-row PIC 9(9) VALUE 0.
             01 ws-hist-first-run-id PIC 9(9) VALUE 0.
      * The certification walk.
             01 ws-cert-link PIC 9(18).
             01 ws-cert-prev PIC 9(18) VALUE 0.
             01 ws-cert-started PIC X VALUE "N".
             01 ws-cert-links PIC 9(9) VALUE 0.
             01 ws-cert-broken PIC 9(9) VALUE 0.
             01 ws-cert-legacy PIC 9(9) VALUE 0.
             01 ws-cert-anchor PIC 9(18) VALUE 0.
             01 ws-cert-anchor-date PIC 9(8) VALUE 0.
             01 ws-cert-anchored PIC X VALUE "N".
             01 ws-cert-anchor-seen PIC X VALUE "N".
             01 ws-cert-first PIC X(120) VALUE SPACES.
             01 ws-cert-first-row PIC 9(9) VALUE 0.
             01 ws-cert-first-date PIC 9(8) VALUE 0.
             01 ws-capture-report PIC X(30) VALUE
                "chain_verify_report.dat".
             01 ws-capture-program PIC X(8) VALUE "CHAINVFY".

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-ANCHORS.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CHAINVERIFY " ws-run-date DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE "results_history_archive.dat" TO ws-file-name.
          MOVE "cobol/data/results_history_archive.dat"
             TO WS-HISTORY-PATH.
          PERFORM WALK-HISTORY-FILE.
          MOVE "results_history.dat" TO ws-file-name.
          MOVE "cobol/data/results_history.dat" TO WS-HISTORY-PATH.
          PERFORM WALK-HISTORY-FILE.
          PERFORM WALK-CERTIFICATIONS.
          IF ws-hist-anchored IS EQUAL TO "Y"
             AND ws-hist-anchor-seen IS EQUAL TO "N"
             ADD 1 TO ws-hist-broken
             MOVE SPACES TO REPORT-RECORD
             STRING "HISTORY ANCHOR " ws-hist-anchor " OF "
                ws-hist-anchor-date " NOT IN CHAIN: ANCHOR LOST"
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.
          IF ws-cert-anchored IS EQUAL TO "Y"
             AND ws-cert-anchor-seen IS EQUAL TO "N"
             ADD 1 TO ws-cert-broken
             MOVE SPACES TO REPORT-RECORD
             STRING "CERTS ANCHOR " ws-cert-anchor " OF "
                ws-cert-anchor-date " NOT IN CHAIN: ANCHOR LOST"
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.
          PERFORM WRITE-SUMMARY.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          PERFORM WRITE-ANCHORS.
          DISPLAY "CHAINVERIFY: HISTORY " ws-hist-links " LINK(S) "
             ws-hist-broken " BROKEN, CERTS " ws-cert-links
             " LINK(S) " ws-cert-broken " BROKEN".
          IF ws-hist-broken IS GREATER THAN 0
             MOVE ws-hist-first-row TO ws-alert-key-1
             MOVE ws-hist-first-run-id TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.
          IF ws-cert-broken IS GREATER THAN 0
             MOVE ws-cert-first-row TO ws-alert-key-1
             MOVE ws-cert-first-date TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.
          IF ws-hist-broken IS GREATER THAN 0
             OR ws-cert-broken IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * The last anchor left for each chain; an absent file means
      * no walk has anchored anything yet.
       LOAD-ANCHORS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT ANCHOR-FILE.
          IF ws-anc-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ ANCHOR-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF CA-LINK IS NUMERIC
                      AND CA-RUN-DATE IS NUMERIC
                      EVALUATE CA-CHAIN-NAME
                         WHEN "HISTORY"
                            MOVE CA-LINK TO ws-hist-anchor
                            MOVE CA-RUN-DATE TO ws-hist-anchor-date
                            MOVE "Y" TO ws-hist-anchored
                         WHEN "CERTS"
                            MOVE CA-LINK TO ws-cert-anchor
                            MOVE CA-RUN-DATE TO ws-cert-anchor-date
                            MOVE "Y" TO ws-cert-anchored
                      END-EVALUATE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ANCHOR-FILE.

       WALK-HISTORY-FILE.
          MOVE 0 TO ws-row-no.
          MOVE "N" TO ws-in-segment.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT HISTORY-FILE.
          IF ws-rh-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   ADD 1 TO ws-row-no
                   PERFORM WALK-HISTORY-ROW
             END-READ
          END-PERFORM.
          CLOSE HISTORY-FILE.

      * A header starts folding a new segment from the last good
      * link (a header with no trailer before it abandons the
      * fragment); rows inside the segment fold in; the trailer
      * completes the link and is checked.
       WALK-HISTORY-ROW.
          EVALUATE RH-PROGRAM-ID
             WHEN "RHHDR"
                MOVE "Y" TO ws-in-segment
                MOVE ws-hist-prev TO ws-seg-link
                MOVE SPACES TO ws-seg-program
                MOVE RH-RUN-DATE TO ws-seg-date
                IF RH-RUN-ID IS NUMERIC
                   MOVE RH-RUN-ID TO ws-seg-run-id
                ELSE
                   MOVE 0 TO ws-seg-run-id
                END-IF
                PERFORM FOLD-HISTORY-ROW
             WHEN "RHTRL"
                IF ws-in-segment IS EQUAL TO "Y"
                   PERFORM FOLD-HISTORY-ROW
                   MOVE "N" TO ws-in-segment
                   PERFORM CHECK-HISTORY-LINK
                END-IF
             WHEN OTHER
                IF ws-in-segment IS EQUAL TO "Y"
                   PERFORM FOLD-HISTORY-ROW
                   MOVE RH-PROGRAM-ID TO ws-seg-program
                END-IF
          END-EVALUATE.

      * The row folds with its chain column blank, as histchain.cbl
      * folded it when it was written.
       FOLD-HISTORY-ROW.
          MOVE RH-CHAIN TO ws-saved-chain.
          MOVE SPACES TO RH-CHAIN.
          MOVE FUNCTION LENGTH(RESULT-HISTORY-RECORD) TO ws-row-length.
          CALL 'chainlink' USING ws-seg-link, ws-row-length,
             RESULT-HISTORY-RECORD.
          MOVE ws-saved-chain TO RH-CHAIN.

       CHECK-HISTORY-LINK.
          IF RH-CHAIN IS EQUAL TO SPACES
             IF ws-hist-started IS EQUAL TO "N"
                ADD 1 TO ws-hist-legacy
             ELSE
                MOVE "LINK MISSING" TO ws-reason
                PERFORM NOTE-HISTORY-BREAK
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF RH-CHAIN IS NOT NUMERIC
             MOVE "LINK CORRUPT" TO ws-reason
             PERFORM NOTE-HISTORY-BREAK
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-hist-started.
          ADD 1 TO ws-hist-links.
          MOVE RH-CHAIN TO ws-stamped-link.
          IF ws-stamped-link IS NOT EQUAL TO ws-seg-link
             MOVE "LINK MISMATCH" TO ws-reason
             PERFORM NOTE-HISTORY-BREAK
          END-IF.
          IF ws-hist-anchored IS EQUAL TO "Y"
             AND ws-stamped-link IS EQUAL TO ws-hist-anchor
             MOVE "Y" TO ws-hist-anchor-seen
          END-IF.
          MOVE ws-stamped-link TO ws-hist-prev.

       NOTE-HISTORY-BREAK.
          ADD 1 TO ws-hist-broken.
          IF ws-hist-broken IS GREATER THAN 1
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-row-no TO ws-hist-first-row.
          MOVE ws-seg-run-id TO ws-hist-first-run-id.
          STRING "HISTORY FIRST BROKEN LINK: " DELIMITED BY SIZE
             ws-file-name DELIMITED BY SPACE
             " ROW " ws-row-no " " ws-seg-program " " ws-seg-date
             " RUN-ID " ws-seg-run-id " " ws-reason
             DELIMITED BY SIZE INTO ws-hist-first.

       WALK-CERTIFICATIONS.
          MOVE 0 TO ws-row-no.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CERT-FILE.
          IF ws-crt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ CERT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   ADD 1 TO ws-row-no
                   PERFORM CHECK-CERT-LINK
             END-READ
          END-PERFORM.
          CLOSE CERT-FILE.

       CHECK-CERT-LINK.
          IF CT-CHAIN IS EQUAL TO SPACES
             IF ws-cert-started IS EQUAL TO "N"
                ADD 1 TO ws-cert-legacy
             ELSE
                MOVE "LINK MISSING" TO ws-reason
                PERFORM NOTE-CERT-BREAK
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF CT-CHAIN IS NOT NUMERIC
             MOVE "LINK CORRUPT" TO ws-reason
             PERFORM NOTE-CERT-BREAK
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-cert-started.
          ADD 1 TO ws-cert-links.
          MOVE CT-CHAIN TO ws-stamped-link.
          MOVE ws-cert-prev TO ws-cert-link.
          MOVE SPACES TO CT-CHAIN.
          MOVE FUNCTION LENGTH(CERTIFICATION-RECORD) TO ws-row-length.
          CALL 'chainlink' USING ws-cert-link, ws-row-length,
             CERTIFICATION-RECORD.
          IF ws-stamped-link IS NOT EQUAL TO ws-cert-link
             MOVE "LINK MISMATCH" TO ws-reason
             PERFORM NOTE-CERT-BREAK
          END-IF.
          IF ws-cert-anchored IS EQUAL TO "Y"
             AND ws-stamped-link IS EQUAL TO ws-cert-anchor
             MOVE "Y" TO ws-cert-anchor-seen
          END-IF.
          MOVE ws-stamped-link TO ws-cert-prev.

       NOTE-CERT-BREAK.
          ADD 1 TO ws-cert-broken.
          IF ws-cert-broken IS GREATER THAN 1
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-row-no TO ws-cert-first-row.
          IF CT-RUN-DATE IS NUMERIC
             MOVE CT-RUN-DATE TO ws-cert-first-date
          END-IF.
          STRING "CERTS FIRST BROKEN LINK: run_certifications.dat ROW "
             ws-row-no " " CT-RUN-DATE " " CT-PROGRAM-ID " "
             ws-reason DELIMITED BY SIZE INTO ws-cert-first.

       WRITE-SUMMARY.
          MOVE SPACES TO REPORT-RECORD.
          STRING "HISTORY: " ws-hist-links " LINK(S), "
             ws-hist-broken " BROKEN, " ws-hist-legacy
             " SEGMENT(S) PREDATE THE CHAIN, HEAD " ws-hist-prev
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF ws-hist-first IS NOT EQUAL TO SPACES
             MOVE ws-hist-first TO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CERTS: " ws-cert-links " LINK(S), "
             ws-cert-broken " BROKEN, " ws-cert-legacy
             " RECORD(S) PREDATE THE CHAIN, HEAD " ws-cert-prev
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF ws-cert-first IS NOT EQUAL TO SPACES
             MOVE ws-cert-first TO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

      * Only an intact chain with links in it is anchored -- a
      * broken one would otherwise vouch for the damage.
       WRITE-ANCHORS.
          IF (ws-hist-broken IS GREATER THAN 0
             OR ws-hist-links IS EQUAL TO 0)
             AND (ws-cert-broken IS GREATER THAN 0
             OR ws-cert-links IS EQUAL TO 0)
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ANCHOR-RECORD.
          OPEN EXTEND ANCHOR-FILE.
          IF ws-anc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT ANCHOR-FILE
          END-IF.
          IF ws-hist-broken IS EQUAL TO 0
             AND ws-hist-links IS GREATER THAN 0
             MOVE SPACES TO ANCHOR-RECORD
             MOVE "CHAINVFY" TO CA-PROGRAM-ID
             MOVE ws-run-date TO CA-RUN-DATE
             MOVE "HISTORY" TO CA-CHAIN-NAME
             MOVE ws-hist-prev TO CA-LINK
             MOVE ws-hist-links TO CA-LINK-COUNT
             WRITE ANCHOR-RECORD
          END-IF.
          IF ws-cert-broken IS EQUAL TO 0
             AND ws-cert-links IS GREATER THAN 0
             MOVE SPACES TO ANCHOR-RECORD
             MOVE "CHAINVFY" TO CA-PROGRAM-ID
             MOVE ws-run-date TO CA-RUN-DATE
             MOVE "CERTS" TO CA-CHAIN-NAME
             MOVE ws-cert-prev TO CA-LINK
             MOVE ws-cert-links TO CA-LINK-COUNT
             WRITE ANCHOR-RECORD
          END-IF.
          CLOSE ANCHOR-FILE.
