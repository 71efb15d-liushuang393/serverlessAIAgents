       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-RECOVER.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Forward recovery of CUSTOMER_MASTER balances from
      *             the audit trail. EXTRACT takes a balance and
      *             points snapshot of the table (alongside the
      *             nightly backup). COMPARE replays every successful
      *             audit chain written since the snapshot - archive
      *             generations first, then the current audit file -
      *             customer by customer from the snapshot balance,
      *             stopping the customer at the first break, and
      *             lists every customer whose live balance is not
      *             the rebuilt one. APPLY proves every chain first
      *             and refuses to touch the table if any is broken,
      *             then rewrites the balances of rows still as they
      *             were at the snapshot, under checkpoint/restart
      *             and run control.
      * 2026-10-15  EXTRACT writes the new snapshot to CUSTSNPN, which
      *             the job renames over CUSTSNAP only after a clean
      *             extract, so a failed extract leaves the last good
      *             snapshot in place. A failed open, a stopped
      *             extract or an abended apply ends with return
      *             code 8.
      * 2026-10-15  Every run that stops short ends with return code
      *             8: a snapshot that is missing or fails its proof,
      *             an audit file or snapshot that cannot be opened,
      *             a compare stopped by a DB error, and an apply
      *             refused by run control. An apply refused for
      *             broken chains ends with return code 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Balance and points snapshot of CUSTOMER_MASTER: a header
      *    carrying the snapshot stamp, one row per customer in
      *    customer id order, and a count/total trailer. EXTRACT
      *    writes the new one to CUSTSNPN, renamed over CUSTSNAP by
      *    the job after a clean extract.
           SELECT SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO "CUSTSNPN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NSNAP-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Dated archive generations written by the daily archive
      *    run; a missing generation just means nothing was archived
      *    that day.
           SELECT GENERATION-FILE ASSIGN USING WS-GEN-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-FILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECOVRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

      *    Apply-mode restart point: the last customer committed,
      *    with the run totals at that point.
           SELECT CHECKPOINT-FILE ASSIGN TO "RECOVCHK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT REPLAY-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD.
           05  SN-CUSTOMER-ID PIC X(10).
           05  SN-BALANCE PIC S9(13)V9(2).
           05  SN-POINTS PIC S9(9).
       01  SNAPSHOT-HEADER-RECORD.
           05  SH-RECORD-MARK PIC X(03).
               88  SH-HEADER-MARK VALUE 'HDR'.
           05  SH-SNAP-STAMP PIC X(16).
       01  SNAPSHOT-TRAILER-RECORD.
           05  ST-RECORD-MARK PIC X(03).
               88  ST-TRAILER-MARK VALUE 'TRL'.
           05  ST-RECORD-COUNT PIC 9(7).
           05  ST-BALANCE-TOTAL PIC S9(15)V9(2).

       FD  NEW-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-SNAPSHOT-RECORD.
           05  NS-CUSTOMER-ID PIC X(10).
           05  NS-BALANCE PIC S9(13)V9(2).
           05  NS-POINTS PIC S9(9).
       01  NEW-SNAPSHOT-HEADER-RECORD.
           05  NH-RECORD-MARK PIC X(03).
           05  NH-SNAP-STAMP PIC X(16).
       01  NEW-SNAPSHOT-TRAILER-RECORD.
           05  NT-RECORD-MARK PIC X(03).
           05  NT-RECORD-COUNT PIC 9(7).
           05  NT-BALANCE-TOTAL PIC S9(15)V9(2).

      * Layout written by the customer processing run's audit logger.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD.
           05  AUD-TIMESTAMP PIC X(16).
           05  AUD-CUSTOMER-ID PIC X(10).
           05  AUD-TXN-TYPE PIC X(01).
           05  AUD-TXN-ID PIC X(17).
           05  AUD-OLD-BALANCE PIC S9(13)V9(2).
           05  AUD-NEW-BALANCE PIC S9(13)V9(2).
           05  AUD-DISCOUNT-RATE PIC V9(2).
           05  AUD-SQLCODE PIC S9(8).
           05  AUD-STATUS PIC X(01).
           05  AUD-LIMIT-FLAG PIC X(01).
           05  AUD-POST-MODE PIC X(01).

       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-RECORD.
           05  GEN-TIMESTAMP PIC X(16).
           05  GEN-CUSTOMER-ID PIC X(10).
           05  GEN-TXN-TYPE PIC X(01).
           05  GEN-TXN-ID PIC X(17).
           05  GEN-OLD-BALANCE PIC S9(13)V9(2).
           05  GEN-NEW-BALANCE PIC S9(13)V9(2).
           05  GEN-DISCOUNT-RATE PIC V9(2).
           05  GEN-SQLCODE PIC S9(8).
           05  GEN-STATUS PIC X(01).
           05  GEN-LIMIT-FLAG PIC X(01).
           05  GEN-POST-MODE PIC X(01).

       FD  RECOVERY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECOVERY-REPORT-LINE PIC X(132).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-FILE-RECORD.
           05  CK-SNAP-STAMP PIC X(16).
           05  CK-LAST-CUSTOMER-ID PIC X(10).
           05  CK-UPDATED-COUNT PIC 9(7).
           05  CK-CURRENT-COUNT PIC 9(7).
           05  CK-MOVED-COUNT PIC 9(7).
           05  CK-NO-ROW-COUNT PIC 9(7).
           05  CK-POINTS-REVIEW-COUNT PIC 9(7).
           05  CK-ADJUST-TOTAL PIC S9(13)V9(2).

      * Shared nightly run-control file, one row per system and
      * business date, rewritten in full by whichever program posts
      * a status change.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
           05  RC-SYSTEM-ID PIC X(08).
           05  RC-RUN-DATE PIC 9(8).
           05  RC-STATUS PIC X(08).
           05  RC-START-STAMP PIC X(16).
           05  RC-END-STAMP PIC X(16).

      * One successful audit movement, in customer and posting order.
       SD  REPLAY-SORT-FILE.
       01  REPLAY-SORT-RECORD.
           05  RS-CUSTOMER-ID PIC X(10).
           05  RS-TIMESTAMP PIC X(16).
           05  RS-TXN-TYPE PIC X(01).
           05  RS-TXN-ID PIC X(17).
           05  RS-OLD-BALANCE PIC S9(13)V9(2).
           05  RS-NEW-BALANCE PIC S9(13)V9(2).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-SNAP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-SNAP-FILE-OK VALUE '00'.
             88 WS-SNAP-FILE-EOF VALUE '10'.
          05 WS-NSNAP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NSNAP-FILE-OK VALUE '00'.
          05 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-AUDIT-FILE-OK VALUE '00'.
             88 WS-AUDIT-FILE-EOF VALUE '10'.
          05 WS-GEN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-GEN-FILE-OK VALUE '00'.
             88 WS-GEN-FILE-EOF VALUE '10'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.
          05 WS-CHKPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-CHKPT-FILE-OK VALUE '00'.
          05 WS-RUN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RUN-FILE-OK VALUE '00'.
             88 WS-RUN-FILE-EOF VALUE '10'.

      * Mode word and optional checkpoint interval from the command
      * line, e.g. "APPLY   0250". Anything unrecognised runs as a
      * compare, which never changes the table.
       01 WS-PARM-AREA.
          05 WS-PARM-DATA PIC X(80) VALUE SPACES.
          05 WS-RUN-MODE PIC X(07) VALUE SPACES.
             88 WS-MODE-EXTRACT VALUE 'EXTRACT'.
             88 WS-MODE-COMPARE VALUE 'COMPARE'.
             88 WS-MODE-APPLY VALUE 'APPLY  '.
          05 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 100.

      * Which walk of the sorted movements is in progress: the chain
      * proof that must pass before an apply, the compare, or the
      * apply itself.
       01 WS-PASS-AREA.
          05 WS-PASS-FLAG PIC X VALUE SPACE.
             88 WS-PASS-PROVE VALUE 'P'.
             88 WS-PASS-COMPARE VALUE 'C'.
             88 WS-PASS-APPLY VALUE 'A'.

       01 WS-FLAGS.
          05 WS-SNAP-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SNAP-EOF VALUE 'Y'.
          05 WS-SNAP-VALID-FLAG PIC X VALUE 'N'.
             88 WS-SNAP-VALID VALUE 'Y'.
          05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-AUDIT-EOF VALUE 'Y'.
          05 WS-GEN-EOF-FLAG PIC X VALUE 'N'.
             88 WS-GEN-EOF VALUE 'Y'.
          05 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SORT-EOF VALUE 'Y'.
          05 WS-CUR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-CUR-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
          05 WS-RUN-REFUSED-FLAG PIC X VALUE 'N'.
             88 WS-RUN-REFUSED VALUE 'Y'.
          05 WS-RUN-ABEND-FLAG PIC X VALUE 'N'.
             88 WS-RUN-ABENDED VALUE 'Y'.
          05 WS-CHAINS-PROVED-FLAG PIC X VALUE 'N'.
             88 WS-CHAINS-PROVED VALUE 'Y'.

       01 WS-DATE-WORK.
          05 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
          05 WS-TODAY-TIME PIC 9(8) VALUE ZERO.
          05 WS-TODAY-INTEGER PIC 9(8) VALUE ZERO.
          05 WS-SNAP-STAMP PIC X(16) VALUE SPACES.
          05 WS-SNAP-DATE PIC 9(8) VALUE ZERO.
          05 WS-SNAP-INTEGER PIC 9(8) VALUE ZERO.
          05 WS-DAY-INTEGER PIC 9(8) VALUE ZERO.
          05 WS-GEN-DATE PIC 9(8) VALUE ZERO.
          05 WS-GEN-FILE-NAME PIC X(16) VALUE SPACES.
      *    Archive generations are kept this many days; a snapshot
      *    older than that cannot be rolled forward, because a
      *    customer whose only movements sat in a scratched
      *    generation would look unchanged.
          05 WS-RETENTION-DAYS PIC 9(3) VALUE 90.

      * Snapshot proof: the rows read must agree with the trailer
      * and arrive in customer id order.
       01 WS-SNAPSHOT-WORK.
          05 WS-SNAP-ROW-COUNT PIC 9(7) VALUE ZERO.
          05 WS-SNAP-BAL-TOTAL PIC S9(15)V9(2) VALUE ZERO.
          05 WS-SNAP-PREV-ID PIC X(10) VALUE LOW-VALUES.
          05 WS-SNAP-TRL-FLAG PIC X VALUE 'N'.
             88 WS-SNAP-TRL-SEEN VALUE 'Y'.
          05 WS-SNAP-SEQ-FLAG PIC X VALUE 'Y'.
             88 WS-SNAP-IN-SEQUENCE VALUE 'Y'.

      * Balanced-line keys: the next snapshot row and the next sorted
      * movement; HIGH-VALUES once either side is exhausted.
       01 WS-MERGE-WORK.
          05 WS-SNAP-KEY PIC X(10) VALUE HIGH-VALUES.
          05 WS-MOVE-KEY PIC X(10) VALUE HIGH-VALUES.
          05 WS-CURR-KEY PIC X(10) VALUE SPACES.
          05 WS-RESTART-CUST-ID PIC X(10) VALUE LOW-VALUES.
          05 WS-CURR-SNAP-BAL PIC S9(13)V9(2) VALUE ZERO.
          05 WS-CURR-SNAP-PTS PIC S9(9) VALUE ZERO.
          05 WS-RUNNING-BAL PIC S9(13)V9(2) VALUE ZERO.
          05 WS-CURR-MOVES PIC 9(5) VALUE ZERO.
          05 WS-FIRST-TXN-ID PIC X(17) VALUE SPACES.
          05 WS-BREAK-TXN-ID PIC X(17) VALUE SPACES.
          05 WS-BREAK-OLD-BAL PIC S9(13)V9(2) VALUE ZERO.
          05 WS-ON-SNAP-FLAG PIC X VALUE 'N'.
             88 WS-ON-SNAPSHOT VALUE 'Y'.
          05 WS-BROKEN-FLAG PIC X VALUE 'N'.
             88 WS-CHAIN-BROKEN VALUE 'Y'.
      *    Set when the replay includes a posting, cancel, redemption
      *    or expiry: the points moved too, and the audit trail does
      *    not carry points, so they stay as restored.
          05 WS-POINTS-FLAG PIC X VALUE 'N'.
             88 WS-POINTS-MOVED VALUE 'Y'.
          05 WS-SINCE-CHECKPOINT PIC 9(5) COMP VALUE ZERO.

      * Host variables for the snapshot cursor and the live row.
       01 WS-CUSTOMER-HOST-VARS.
          05 WS-CUST-ID PIC X(10).
          05 WS-CUST-BALANCE PIC S9(13)V9(2) COMP-3.
          05 WS-CUST-POINTS PIC S9(9) COMP.
          05 WS-LIVE-BALANCE PIC S9(13)V9(2) COMP-3.
          05 WS-LIVE-POINTS PIC S9(9) COMP.
          05 WS-NEW-BALANCE PIC S9(13)V9(2) COMP-3.

       01 SQLCA.
          05 SQLCODE PIC S9(8) COMP.

       01 WS-COUNTERS.
          05 WS-GENERATIONS-READ PIC 9(5) VALUE ZERO.
          05 WS-SELECTED-COUNT PIC 9(9) VALUE ZERO.
          05 WS-REPLAYED-COUNT PIC 9(9) VALUE ZERO.
          05 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
          05 WS-MOVED-CUST-COUNT PIC 9(7) VALUE ZERO.
          05 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NO-SNAP-COUNT PIC 9(7) VALUE ZERO.
          05 WS-AGREE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DIFFER-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DIFFER-TOTAL PIC S9(15)V9(2) VALUE ZERO.
          05 WS-UPDATED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-CURRENT-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LIVE-MOVED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NO-ROW-COUNT PIC 9(7) VALUE ZERO.
          05 WS-POINTS-REVIEW-COUNT PIC 9(7) VALUE ZERO.
          05 WS-RESTART-SKIP-COUNT PIC 9(7) VALUE ZERO.
          05 WS-ADJUST-TOTAL PIC S9(13)V9(2) VALUE ZERO.
          05 WS-EXTRACT-COUNT PIC 9(7) VALUE ZERO.
          05 WS-EXTRACT-TOTAL PIC S9(15)V9(2) VALUE ZERO.

      * In-storage copy of the run-control file; the whole file is
      * rewritten on each status change. Rows older than the pruning
      * horizon are dropped on the way through.
       01 WS-RUN-CONTROL-WORK.
          05 WS-RC-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-RC-MAX PIC 9(4) COMP VALUE 200.
          05 WS-RC-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-RC-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-RC-EOF-FLAG PIC X VALUE 'N'.
             88 WS-RC-EOF VALUE 'Y'.
          05 WS-RC-NEW-STATUS PIC X(08) VALUE SPACES.
          05 WS-RC-STAMP PIC X(16) VALUE SPACES.
          05 WS-RC-TIME PIC 9(8) VALUE ZERO.
          05 WS-RC-PRUNE-DATE PIC 9(8) VALUE ZERO.
          05 WS-RC-PRUNE-DAYS PIC 9(3) VALUE 30.
          05 WS-RC-CHECK-ID PIC X(08) VALUE SPACES.

       01 WS-RUN-CONTROL-TABLE.
          05 WS-RC-ENTRY OCCURS 200 TIMES.
             10 WS-RC-SYSTEM-ID PIC X(08).
             10 WS-RC-RUN-DATE PIC 9(8).
             10 WS-RC-STATUS PIC X(08).
             10 WS-RC-START-STAMP PIC X(16).
             10 WS-RC-END-STAMP PIC X(16).

      * Recovery register lines.
       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER PIC X(33)
                VALUE "CUSTOMER MASTER FORWARD RECOVERY ".
             10 FILLER PIC X(06) VALUE " MODE ".
             10 TL-MODE PIC X(07).
             10 FILLER PIC X(11) VALUE "  SNAPSHOT ".
             10 TL-SNAP-STAMP PIC X(16).
             10 FILLER PIC X(06) VALUE "  RUN ".
             10 TL-RUN-DATE PIC 9(8).
          05 WS-HEADING-LINE.
             10 FILLER PIC X(10) VALUE "ACTION".
             10 FILLER PIC X(11) VALUE "CUSTOMER".
             10 FILLER PIC X(18) VALUE "TXN ID".
             10 FILLER PIC X(22) VALUE "     SNAPSHOT BALANCE".
             10 FILLER PIC X(22) VALUE "      REBUILT BALANCE".
             10 FILLER PIC X(22) VALUE "    LIVE / AUDIT OLD".
             10 FILLER PIC X(27) VALUE "NOTE".
          05 WS-DETAIL-LINE.
             10 RL-ACTION PIC X(10).
             10 RL-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(01).
             10 RL-TXN-ID PIC X(17).
             10 FILLER PIC X(01).
             10 RL-SNAP-BAL PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(01).
             10 RL-REBUILT-BAL PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(01).
             10 RL-OTHER-BAL PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(01).
             10 RL-NOTE PIC X(27).
          05 WS-TOTAL-LINE.
             10 TT-CAPTION PIC X(40).
             10 TT-COUNT PIC ZZ,ZZZ,ZZ9.
             10 FILLER PIC X(02) VALUE SPACES.
             10 TT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CUSTOMER MASTER FORWARD RECOVERY".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              EVALUATE TRUE
                 WHEN WS-MODE-EXTRACT
                    PERFORM EXTRACT-SNAPSHOT
                 WHEN WS-MODE-COMPARE
                    MOVE 'C' TO WS-PASS-FLAG
                    PERFORM REPLAY-AUDIT-TRAIL
                 WHEN WS-MODE-APPLY
                    PERFORM APPLY-RECOVERY
              END-EVALUATE
              PERFORM WRITE-RECOVERY-TOTALS
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

      * Compare and apply both start from a proven snapshot: the
      * trailer must agree and the snapshot must be young enough for
      * the archive generations to cover everything posted since.
      * An apply also has to clear run control, and may not run
      * while CUSTPROC is posting.
       INITIALIZE-SYSTEM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           MOVE SPACES TO WS-PARM-DATA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
           MOVE WS-PARM-DATA (1:7) TO WS-RUN-MODE.
           IF NOT WS-MODE-EXTRACT AND NOT WS-MODE-APPLY
              AND NOT WS-MODE-COMPARE
              DISPLAY "No recognised mode given - running COMPARE."
              MOVE 'COMPARE' TO WS-RUN-MODE
           END-IF.
           IF WS-PARM-DATA (9:4) IS NUMERIC
              AND WS-PARM-DATA (9:4) NOT = '0000'
              MOVE WS-PARM-DATA (9:4) TO WS-CHECKPOINT-INTERVAL
           END-IF.
           DISPLAY "Mode: " WS-RUN-MODE.
           IF WS-MODE-APPLY
              PERFORM CHECK-RUN-CONTROL
           END-IF.
           IF NOT WS-RUN-DONE AND NOT WS-MODE-EXTRACT
              PERFORM VALIDATE-SNAPSHOT
              IF NOT WS-SNAP-VALID
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
                 MOVE 8 TO RETURN-CODE
                 IF WS-MODE-APPLY
                    MOVE 'Y' TO WS-RUN-ABEND-FLAG
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM OPEN-RECOVERY-REPORT
           END-IF.

      * Refused outright when today's recovery already ended clean,
      * or while CUSTPROC's row for today shows it mid-run; an
      * abended recovery may be restarted.
       CHECK-RUN-CONTROL.
           PERFORM LOAD-RUN-CONTROL.
           MOVE "CUSTPROC" TO WS-RC-CHECK-ID.
           PERFORM FIND-CHECK-ROW.
           IF WS-RC-ROW > 0
              AND WS-RC-STATUS (WS-RC-ROW) = "STARTED"
              DISPLAY "Run control: CUSTPROC shows STARTED for "
                      "today - recovery apply refused."
              MOVE 'Y' TO WS-RUN-REFUSED-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT WS-RUN-REFUSED
              MOVE "CUSTRCOV" TO WS-RC-CHECK-ID
              PERFORM FIND-CHECK-ROW
              IF WS-RC-ROW > 0
                 AND WS-RC-STATUS (WS-RC-ROW) = "ENDED-OK"
                 DISPLAY "Run control: recovery already ENDED-OK "
                         "today - apply refused."
                 MOVE 'Y' TO WS-RUN-REFUSED-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "STARTED" TO WS-RC-NEW-STATUS
                 PERFORM POST-RUN-STATUS
              END-IF
           END-IF.

       FIND-CHECK-ROW.
           MOVE ZERO TO WS-RC-ROW.
           IF WS-RC-COUNT > 0
              PERFORM MATCH-CHECK-ROW
                 VARYING WS-RC-IDX FROM 1 BY 1
                 UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-ROW > 0
           END-IF.

       MATCH-CHECK-ROW.
           IF WS-RC-SYSTEM-ID (WS-RC-IDX) = WS-RC-CHECK-ID
              AND WS-RC-RUN-DATE (WS-RC-IDX) = WS-TODAY-DATE
              MOVE WS-RC-IDX TO WS-RC-ROW
           END-IF.

      * Reads the whole snapshot once before anything is replayed:
      * header first, rows in ascending customer id, and a trailer
      * whose count and balance total agree with the rows. A
      * truncated or unsorted snapshot stops the run.
       VALIDATE-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-VALID-FLAG.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           MOVE 'N' TO WS-SNAP-TRL-FLAG.
           MOVE 'Y' TO WS-SNAP-SEQ-FLAG.
           MOVE ZERO TO WS-SNAP-ROW-COUNT.
           MOVE ZERO TO WS-SNAP-BAL-TOTAL.
           MOVE LOW-VALUES TO WS-SNAP-PREV-ID.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT WS-SNAP-FILE-OK
              DISPLAY "Snapshot file not available - status "
                      WS-SNAP-FILE-STATUS
                      " - recovery cannot proceed."
           ELSE
              READ SNAPSHOT-FILE
                 AT END
                    MOVE 'Y' TO WS-SNAP-EOF-FLAG
              END-READ
              IF WS-SNAP-EOF OR NOT SH-HEADER-MARK
                 DISPLAY "Snapshot has no header - "
                         "recovery cannot proceed."
              ELSE
                 MOVE SH-SNAP-STAMP TO WS-SNAP-STAMP
                 PERFORM CHECK-ONE-SNAPSHOT-ROW
                    UNTIL WS-SNAP-EOF OR WS-SNAP-TRL-SEEN
                 PERFORM PROVE-SNAPSHOT-TRAILER
              END-IF
              CLOSE SNAPSHOT-FILE
           END-IF.

       CHECK-ONE-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
              AT END
                 MOVE 'Y' TO WS-SNAP-EOF-FLAG
              NOT AT END
                 IF ST-TRAILER-MARK
                    MOVE 'Y' TO WS-SNAP-TRL-FLAG
                 ELSE
                    ADD 1 TO WS-SNAP-ROW-COUNT
                    ADD SN-BALANCE TO WS-SNAP-BAL-TOTAL
                    IF SN-CUSTOMER-ID NOT > WS-SNAP-PREV-ID
                       MOVE 'N' TO WS-SNAP-SEQ-FLAG
                    END-IF
                    MOVE SN-CUSTOMER-ID TO WS-SNAP-PREV-ID
                 END-IF
           END-READ.

       PROVE-SNAPSHOT-TRAILER.
           MOVE WS-SNAP-STAMP (1:8) TO WS-SNAP-DATE.
           EVALUATE TRUE
              WHEN NOT WS-SNAP-TRL-SEEN
                 DISPLAY "Snapshot has no trailer - it is incomplete"
                         " - recovery cannot proceed."
              WHEN ST-RECORD-COUNT NOT = WS-SNAP-ROW-COUNT
                 OR ST-BALANCE-TOTAL NOT = WS-SNAP-BAL-TOTAL
                 DISPLAY "Snapshot trailer does not agree: "
                         WS-SNAP-ROW-COUNT " rows read, trailer "
                         ST-RECORD-COUNT
                         " - recovery cannot proceed."
              WHEN NOT WS-SNAP-IN-SEQUENCE
                 DISPLAY "Snapshot is not in customer id order - "
                         "recovery cannot proceed."
              WHEN WS-SNAP-DATE IS NOT NUMERIC
                 OR WS-SNAP-DATE > WS-TODAY-DATE
                 DISPLAY "Snapshot stamp " WS-SNAP-STAMP
                         " is not a usable date - "
                         "recovery cannot proceed."
              WHEN OTHER
                 COMPUTE WS-SNAP-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE)
                 IF WS-SNAP-INTEGER + WS-RETENTION-DAYS
                    NOT > WS-TODAY-INTEGER
                    DISPLAY "Snapshot of " WS-SNAP-DATE
                            " is older than archive retention - "
                            "recovery cannot proceed."
                 ELSE
                    MOVE 'Y' TO WS-SNAP-VALID-FLAG
                    DISPLAY "Snapshot " WS-SNAP-STAMP " proved: "
                            WS-SNAP-ROW-COUNT " customers."
                 END-IF
           END-EVALUATE.

       OPEN-RECOVERY-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
              DISPLAY "Recovery report could not be opened - status "
                      WS-RPT-FILE-STATUS
                      " - recovery run cannot proceed."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
              MOVE 8 TO RETURN-CODE
              IF WS-MODE-APPLY
                 MOVE 'Y' TO WS-RUN-ABEND-FLAG
              END-IF
           ELSE
              MOVE WS-RUN-MODE TO TL-MODE
              IF WS-MODE-EXTRACT
                 MOVE SPACES TO WS-SNAP-STAMP
                 STRING WS-TODAY-DATE WS-TODAY-TIME
                    DELIMITED BY SIZE INTO WS-SNAP-STAMP
              END-IF
              MOVE WS-SNAP-STAMP TO TL-SNAP-STAMP
              MOVE WS-TODAY-DATE TO TL-RUN-DATE
              WRITE RECOVERY-REPORT-LINE FROM WS-TITLE-LINE
              WRITE RECOVERY-REPORT-LINE FROM WS-BLANK-LINE
              IF NOT WS-MODE-EXTRACT
                 WRITE RECOVERY-REPORT-LINE FROM WS-HEADING-LINE
              END-IF
              DISPLAY "System initialized."
           END-IF.

      * Writes the snapshot from the live table to CUSTSNPN; the
      * current CUSTSNAP is never opened, so it stays the last good
      * snapshot until the job renames a clean extract over it. The
      * stamp is taken as the run starts; it is meant to be run with
      * the nightly backup, while nothing is posting, so that every
      * audit record stamped after it is a movement the snapshot
      * does not hold.
       EXTRACT-SNAPSHOT.
           OPEN OUTPUT NEW-SNAPSHOT-FILE.
           IF NOT WS-NSNAP-FILE-OK
              DISPLAY "New snapshot file could not be opened - "
                      "status " WS-NSNAP-FILE-STATUS
                      " - extract stopped."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           ELSE
              MOVE SPACES TO NEW-SNAPSHOT-HEADER-RECORD
              MOVE 'HDR' TO NH-RECORD-MARK
              MOVE WS-SNAP-STAMP TO NH-SNAP-STAMP
              WRITE NEW-SNAPSHOT-HEADER-RECORD
              PERFORM EXTRACT-CUSTOMER-ROWS
              MOVE SPACES TO NEW-SNAPSHOT-TRAILER-RECORD
              MOVE 'TRL' TO NT-RECORD-MARK
              MOVE WS-EXTRACT-COUNT TO NT-RECORD-COUNT
              MOVE WS-EXTRACT-TOTAL TO NT-BALANCE-TOTAL
      *       A snapshot cut short by a fetch error gets no trailer,
      *       so no recovery will ever start from it.
              IF NOT WS-RUN-DONE
                 WRITE NEW-SNAPSHOT-TRAILER-RECORD
              END-IF
              CLOSE NEW-SNAPSHOT-FILE
           END-IF.
           IF WS-RUN-DONE
              MOVE 8 TO RETURN-CODE
           END-IF.

       EXTRACT-CUSTOMER-ROWS.
           EXEC SQL
               DECLARE SNAPCUR CURSOR FOR
               SELECT CUSTOMER_ID
                    , CUST_BALANCE
                    , CUST_POINTS
               FROM  CUSTOMER_MASTER
               ORDER BY CUSTOMER_ID
           END-EXEC.
           EXEC SQL
               OPEN SNAPCUR
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error opening snapshot cursor - sqlcode "
                      SQLCODE " - extract stopped."
              MOVE 'Y' TO WS-CUR-EOF-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           PERFORM EXTRACT-ONE-CUSTOMER UNTIL WS-CUR-EOF.
           EXEC SQL
               CLOSE SNAPCUR
           END-EXEC.

       EXTRACT-ONE-CUSTOMER.
           EXEC SQL
               FETCH SNAPCUR
               INTO  :WS-CUST-ID
                    ,:WS-CUST-BALANCE
                    ,:WS-CUST-POINTS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE WS-CUST-ID TO NS-CUSTOMER-ID
                 MOVE WS-CUST-BALANCE TO NS-BALANCE
                 MOVE WS-CUST-POINTS TO NS-POINTS
                 WRITE NEW-SNAPSHOT-RECORD
                 ADD 1 TO WS-EXTRACT-COUNT
                 ADD WS-CUST-BALANCE TO WS-EXTRACT-TOTAL
              WHEN 100
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
              WHEN OTHER
                 DISPLAY "DB error on snapshot fetch - sqlcode "
                         SQLCODE " - extract stopped."
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.

      * Every chain is proved before the first row is touched; one
      * break anywhere and nothing is applied. The apply pass then
      * picks up after the checkpoint left by an abended attempt.
       APPLY-RECOVERY.
           MOVE 'P' TO WS-PASS-FLAG.
           PERFORM REPLAY-AUDIT-TRAIL.
           IF WS-BREAK-COUNT = ZERO AND NOT WS-RUN-DONE
              MOVE 'Y' TO WS-CHAINS-PROVED-FLAG
              PERFORM READ-LAST-CHECKPOINT
              MOVE ZERO TO WS-SELECTED-COUNT
              MOVE ZERO TO WS-REPLAYED-COUNT
              MOVE ZERO TO WS-CUSTOMER-COUNT
              MOVE ZERO TO WS-MOVED-CUST-COUNT
              MOVE ZERO TO WS-NO-SNAP-COUNT
              MOVE ZERO TO WS-GENERATIONS-READ
              MOVE 'A' TO WS-PASS-FLAG
              PERFORM REPLAY-AUDIT-TRAIL
              IF NOT WS-RUN-ABENDED
                 EXEC SQL COMMIT END-EXEC
                 PERFORM CLEAR-CHECKPOINT
              END-IF
           ELSE
              IF NOT WS-RUN-DONE
                 DISPLAY WS-BREAK-COUNT " broken chain(s) - "
                         "no balance has been applied."
              END-IF
           END-IF.

       REPLAY-AUDIT-TRAIL.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           SORT REPLAY-SORT-FILE
              ON ASCENDING KEY RS-CUSTOMER-ID
              ON ASCENDING KEY RS-TIMESTAMP
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS SELECT-AUDIT-RECORDS
              OUTPUT PROCEDURE IS REPLAY-BALANCE-CHAINS.

      * Passes every successful audit record stamped after the
      * snapshot to the sort: archive generations from the snapshot
      * date on first, then the current audit file. Every type is
      * taken - postings, cancels, redemptions, adjustments, fees,
      * escheats, payroll deductions and the zero-movement expiry,
      * rank and suspense records - since each one carries the
      * balance forward and any of them can reveal a break.
       SELECT-AUDIT-RECORDS.
           PERFORM SCAN-ONE-GENERATION
              VARYING WS-DAY-INTEGER FROM WS-SNAP-INTEGER BY 1
              UNTIL WS-DAY-INTEGER > WS-TODAY-INTEGER.
           MOVE 'N' TO WS-AUDIT-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY "Audit file not available - status "
                      WS-AUDIT-FILE-STATUS
                      " - recovery run stopped."
              MOVE 'Y' TO WS-AUDIT-EOF-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
              MOVE 8 TO RETURN-CODE
              IF WS-MODE-APPLY
                 MOVE 'Y' TO WS-RUN-ABEND-FLAG
              END-IF
           END-IF.
           PERFORM SELECT-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF.
           IF WS-AUDIT-FILE-OK OR WS-AUDIT-FILE-EOF
              CLOSE AUDIT-FILE
           END-IF.

       SCAN-ONE-GENERATION.
           COMPUTE WS-GEN-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING "AUDARCH." WS-GEN-DATE
              DELIMITED BY SIZE INTO WS-GEN-FILE-NAME.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           OPEN INPUT GENERATION-FILE.
           IF NOT WS-GEN-FILE-OK
              MOVE 'Y' TO WS-GEN-EOF-FLAG
           ELSE
              ADD 1 TO WS-GENERATIONS-READ
           END-IF.
           PERFORM SELECT-ONE-GEN-RECORD UNTIL WS-GEN-EOF.
           IF WS-GEN-FILE-OK OR WS-GEN-FILE-EOF
              CLOSE GENERATION-FILE
           END-IF.

       SELECT-ONE-GEN-RECORD.
           READ GENERATION-FILE
              AT END
                 MOVE 'Y' TO WS-GEN-EOF-FLAG
              NOT AT END
                 IF GEN-STATUS = 'S'
                    AND GEN-TIMESTAMP > WS-SNAP-STAMP
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE GEN-CUSTOMER-ID TO RS-CUSTOMER-ID
                    MOVE GEN-TIMESTAMP TO RS-TIMESTAMP
                    MOVE GEN-TXN-TYPE TO RS-TXN-TYPE
                    MOVE GEN-TXN-ID TO RS-TXN-ID
                    MOVE GEN-OLD-BALANCE TO RS-OLD-BALANCE
                    MOVE GEN-NEW-BALANCE TO RS-NEW-BALANCE
                    RELEASE REPLAY-SORT-RECORD
                 END-IF
           END-READ.

       SELECT-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-FLAG
              NOT AT END
                 IF AUD-STATUS = 'S'
                    AND AUD-TIMESTAMP > WS-SNAP-STAMP
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE AUD-CUSTOMER-ID TO RS-CUSTOMER-ID
                    MOVE AUD-TIMESTAMP TO RS-TIMESTAMP
                    MOVE AUD-TXN-TYPE TO RS-TXN-TYPE
                    MOVE AUD-TXN-ID TO RS-TXN-ID
                    MOVE AUD-OLD-BALANCE TO RS-OLD-BALANCE
                    MOVE AUD-NEW-BALANCE TO RS-NEW-BALANCE
                    RELEASE REPLAY-SORT-RECORD
                 END-IF
           END-READ.

      * Balanced line of the snapshot against the sorted movements,
      * one customer at a time. Each customer's balance starts from
      * the snapshot and each movement must take it from exactly
      * where the last one left it; the first movement that does not
      * is a break, and nothing after it is replayed for that
      * customer.
       REPLAY-BALANCE-CHAINS.
           MOVE HIGH-VALUES TO WS-SNAP-KEY.
           MOVE HIGH-VALUES TO WS-MOVE-KEY.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT WS-SNAP-FILE-OK
              DISPLAY "Snapshot file could not be reopened - status "
                      WS-SNAP-FILE-STATUS
                      " - recovery run stopped."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
              MOVE 8 TO RETURN-CODE
              IF WS-MODE-APPLY
                 MOVE 'Y' TO WS-RUN-ABEND-FLAG
              END-IF
           ELSE
      *       Header already proved - step past it.
              READ SNAPSHOT-FILE
                 AT END
                    MOVE 'Y' TO WS-SNAP-EOF-FLAG
              END-READ
              PERFORM READ-NEXT-SNAPSHOT
              PERFORM RETURN-NEXT-MOVEMENT
              PERFORM REPLAY-ONE-CUSTOMER
                 UNTIL WS-RUN-DONE
                    OR (WS-SNAP-KEY = HIGH-VALUES
                        AND WS-MOVE-KEY = HIGH-VALUES)
              CLOSE SNAPSHOT-FILE
           END-IF.

       READ-NEXT-SNAPSHOT.
           IF WS-SNAP-EOF
              MOVE HIGH-VALUES TO WS-SNAP-KEY
           ELSE
              READ SNAPSHOT-FILE
                 AT END
                    MOVE 'Y' TO WS-SNAP-EOF-FLAG
              END-READ
              IF WS-SNAP-EOF OR ST-TRAILER-MARK
                 MOVE 'Y' TO WS-SNAP-EOF-FLAG
                 MOVE HIGH-VALUES TO WS-SNAP-KEY
              ELSE
                 MOVE SN-CUSTOMER-ID TO WS-SNAP-KEY
              END-IF
           END-IF.

       RETURN-NEXT-MOVEMENT.
           IF WS-SORT-EOF
              MOVE HIGH-VALUES TO WS-MOVE-KEY
           ELSE
              RETURN REPLAY-SORT-FILE
                 AT END
                    MOVE 'Y' TO WS-SORT-EOF-FLAG
                    MOVE HIGH-VALUES TO WS-MOVE-KEY
                 NOT AT END
                    MOVE RS-CUSTOMER-ID TO WS-MOVE-KEY
              END-RETURN
           END-IF.

       REPLAY-ONE-CUSTOMER.
           IF WS-SNAP-KEY < WS-MOVE-KEY
              MOVE WS-SNAP-KEY TO WS-CURR-KEY
           ELSE
              MOVE WS-MOVE-KEY TO WS-CURR-KEY
           END-IF.
           MOVE ZERO TO WS-CURR-MOVES.
           MOVE 'N' TO WS-BROKEN-FLAG.
           MOVE 'N' TO WS-POINTS-FLAG.
           MOVE SPACES TO WS-FIRST-TXN-ID.
           IF WS-SNAP-KEY = WS-CURR-KEY
              MOVE 'Y' TO WS-ON-SNAP-FLAG
              ADD 1 TO WS-CUSTOMER-COUNT
              MOVE SN-BALANCE TO WS-CURR-SNAP-BAL
              MOVE SN-POINTS TO WS-CURR-SNAP-PTS
              MOVE SN-BALANCE TO WS-RUNNING-BAL
              PERFORM READ-NEXT-SNAPSHOT
           ELSE
              MOVE 'N' TO WS-ON-SNAP-FLAG
              MOVE ZERO TO WS-CURR-SNAP-BAL
              MOVE ZERO TO WS-CURR-SNAP-PTS
              MOVE ZERO TO WS-RUNNING-BAL
           END-IF.
           PERFORM REPLAY-ONE-MOVEMENT
              UNTIL WS-MOVE-KEY NOT = WS-CURR-KEY.
           PERFORM CLOSE-CUSTOMER-REPLAY.

       REPLAY-ONE-MOVEMENT.
           IF WS-CURR-MOVES = ZERO
              MOVE RS-TXN-ID TO WS-FIRST-TXN-ID
           END-IF.
           IF WS-ON-SNAPSHOT AND NOT WS-CHAIN-BROKEN
              IF RS-OLD-BALANCE NOT = WS-RUNNING-BAL
                 MOVE 'Y' TO WS-BROKEN-FLAG
                 MOVE RS-TXN-ID TO WS-BREAK-TXN-ID
                 MOVE RS-OLD-BALANCE TO WS-BREAK-OLD-BAL
              ELSE
                 MOVE RS-NEW-BALANCE TO WS-RUNNING-BAL
                 ADD 1 TO WS-REPLAYED-COUNT
                 IF RS-TXN-TYPE = 'U' OR 'C' OR 'R' OR 'X'
                    MOVE 'Y' TO WS-POINTS-FLAG
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-CURR-MOVES.
           PERFORM RETURN-NEXT-MOVEMENT.

      * Breaks and customers missing from the snapshot are listed by
      * the compare and by the proof ahead of an apply; the apply
      * pass itself only ever sees unbroken chains.
       CLOSE-CUSTOMER-REPLAY.
           IF WS-CURR-MOVES > ZERO AND WS-ON-SNAPSHOT
              ADD 1 TO WS-MOVED-CUST-COUNT
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-ON-SNAPSHOT
                 ADD 1 TO WS-NO-SNAP-COUNT
                 IF NOT WS-PASS-APPLY
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE "NO SNAP" TO RL-ACTION
                    MOVE WS-CURR-KEY TO RL-CUSTOMER-ID
                    MOVE WS-FIRST-TXN-ID TO RL-TXN-ID
                    MOVE "NOT ON SNAPSHOT - NOT BUILT" TO RL-NOTE
                    WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE
                 END-IF
              WHEN WS-CHAIN-BROKEN
                 ADD 1 TO WS-BREAK-COUNT
                 IF NOT WS-PASS-APPLY
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE "BREAK" TO RL-ACTION
                    MOVE WS-CURR-KEY TO RL-CUSTOMER-ID
                    MOVE WS-BREAK-TXN-ID TO RL-TXN-ID
                    MOVE WS-CURR-SNAP-BAL TO RL-SNAP-BAL
                    MOVE WS-RUNNING-BAL TO RL-REBUILT-BAL
                    MOVE WS-BREAK-OLD-BAL TO RL-OTHER-BAL
                    MOVE "CHAIN BROKEN - REPLAY STOP" TO RL-NOTE
                    WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE
                 END-IF
              WHEN WS-PASS-COMPARE
                 PERFORM COMPARE-LIVE-BALANCE
              WHEN WS-PASS-APPLY
                 PERFORM APPLY-REBUILT-BALANCE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       COMPARE-LIVE-BALANCE.
           MOVE WS-CURR-KEY TO WS-CUST-ID.
           EXEC SQL
               SELECT CUST_BALANCE
                    , CUST_POINTS
                 INTO :WS-LIVE-BALANCE
                    , :WS-LIVE-POINTS
                 FROM CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :WS-CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 IF WS-LIVE-BALANCE = WS-RUNNING-BAL
                    ADD 1 TO WS-AGREE-COUNT
                 ELSE
                    ADD 1 TO WS-DIFFER-COUNT
                    COMPUTE WS-DIFFER-TOTAL = WS-DIFFER-TOTAL
                       + WS-LIVE-BALANCE - WS-RUNNING-BAL
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE "DIFFERS" TO RL-ACTION
                    MOVE WS-CURR-KEY TO RL-CUSTOMER-ID
                    MOVE WS-CURR-SNAP-BAL TO RL-SNAP-BAL
                    MOVE WS-RUNNING-BAL TO RL-REBUILT-BAL
                    MOVE WS-LIVE-BALANCE TO RL-OTHER-BAL
                    MOVE "LIVE IS NOT REBUILT BALANCE" TO RL-NOTE
                    WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE
                 END-IF
              WHEN 100
                 PERFORM REPORT-NO-LIVE-ROW
              WHEN OTHER
                 DISPLAY "DB error reading customer " WS-CUST-ID
                         " - sqlcode " SQLCODE
                         " - compare stopped."
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      * Only a row still exactly as the snapshot holds it (balance
      * and points) is rewritten: that is the row the restore put
      * back. A row already on the rebuilt balance needs nothing -
      * this is also how a restart steps over work committed after
      * its checkpoint. Anything else has moved since and is left
      * for review.
       APPLY-REBUILT-BALANCE.
           IF WS-CURR-KEY NOT > WS-RESTART-CUST-ID
              ADD 1 TO WS-RESTART-SKIP-COUNT
           ELSE
              MOVE WS-CURR-KEY TO WS-CUST-ID
              EXEC SQL
                  SELECT CUST_BALANCE
                       , CUST_POINTS
                    INTO :WS-LIVE-BALANCE
                       , :WS-LIVE-POINTS
                    FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :WS-CUST-ID
                     FOR UPDATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    PERFORM APPLY-ONE-BALANCE
                 WHEN 100
                    PERFORM REPORT-NO-LIVE-ROW
                 WHEN OTHER
                    DISPLAY "DB error reading customer " WS-CUST-ID
                            " for update - sqlcode " SQLCODE
                    PERFORM ABEND-APPLY
              END-EVALUATE
              IF NOT WS-RUN-ABENDED
                 ADD 1 TO WS-SINCE-CHECKPOINT
                 IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                    EXEC SQL COMMIT END-EXEC
                    PERFORM WRITE-CHECKPOINT
                 END-IF
              END-IF
           END-IF.

       APPLY-ONE-BALANCE.
           EVALUATE TRUE
              WHEN WS-LIVE-BALANCE = WS-RUNNING-BAL
                 ADD 1 TO WS-CURRENT-COUNT
              WHEN WS-LIVE-BALANCE = WS-CURR-SNAP-BAL
                 AND WS-LIVE-POINTS = WS-CURR-SNAP-PTS
                 MOVE WS-RUNNING-BAL TO WS-NEW-BALANCE
                 EXEC SQL
                     UPDATE CUSTOMER_MASTER
                     SET    CUST_BALANCE = :WS-NEW-BALANCE
                          , UPDATED_AT   = CURRENT_TIMESTAMP
                     WHERE  CUSTOMER_ID  = :WS-CUST-ID
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    DISPLAY "DB error on recovery update - customer "
                            WS-CUST-ID " sqlcode " SQLCODE
                    PERFORM ABEND-APPLY
                 ELSE
                    ADD 1 TO WS-UPDATED-COUNT
                    COMPUTE WS-ADJUST-TOTAL = WS-ADJUST-TOTAL
                       + WS-RUNNING-BAL - WS-CURR-SNAP-BAL
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE "UPDATED" TO RL-ACTION
                    MOVE WS-CURR-KEY TO RL-CUSTOMER-ID
                    MOVE WS-CURR-SNAP-BAL TO RL-SNAP-BAL
                    MOVE WS-RUNNING-BAL TO RL-REBUILT-BAL
                    MOVE WS-LIVE-BALANCE TO RL-OTHER-BAL
                    IF WS-POINTS-MOVED
                       ADD 1 TO WS-POINTS-REVIEW-COUNT
                       MOVE "POINTS NOT REBUILT - REVIEW" TO RL-NOTE
                    ELSE
                       MOVE "BALANCE REBUILT" TO RL-NOTE
                    END-IF
                    WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-LIVE-MOVED-COUNT
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE "NOT UPDTD" TO RL-ACTION
                 MOVE WS-CURR-KEY TO RL-CUSTOMER-ID
                 MOVE WS-CURR-SNAP-BAL TO RL-SNAP-BAL
                 MOVE WS-RUNNING-BAL TO RL-REBUILT-BAL
                 MOVE WS-LIVE-BALANCE TO RL-OTHER-BAL
                 MOVE "LIVE ROW MOVED SINCE SNAP" TO RL-NOTE
                 WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE
           END-EVALUATE.

       REPORT-NO-LIVE-ROW.
           ADD 1 TO WS-NO-ROW-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "NO ROW" TO RL-ACTION.
           MOVE WS-CURR-KEY TO RL-CUSTOMER-ID.
           MOVE WS-CURR-SNAP-BAL TO RL-SNAP-BAL.
           MOVE WS-RUNNING-BAL TO RL-REBUILT-BAL.
           MOVE "NOT ON CUSTOMER_MASTER" TO RL-NOTE.
           WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE.

      * Backs out everything since the last checkpoint; a restart
      * resumes from there.
       ABEND-APPLY.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'Y' TO WS-RUN-ABEND-FLAG.
           MOVE 'Y' TO WS-RUN-DONE-FLAG.

      * Written straight after each commit, so the customer it names
      * is always one whose balance is on the table. A checkpoint
      * that cannot be written stops the run rather than leave a
      * restart point behind the table.
       WRITE-CHECKPOINT.
           MOVE ZERO TO WS-SINCE-CHECKPOINT.
           MOVE WS-SNAP-STAMP TO CK-SNAP-STAMP.
           MOVE WS-CURR-KEY TO CK-LAST-CUSTOMER-ID.
           MOVE WS-UPDATED-COUNT TO CK-UPDATED-COUNT.
           MOVE WS-CURRENT-COUNT TO CK-CURRENT-COUNT.
           MOVE WS-LIVE-MOVED-COUNT TO CK-MOVED-COUNT.
           MOVE WS-NO-ROW-COUNT TO CK-NO-ROW-COUNT.
           MOVE WS-POINTS-REVIEW-COUNT TO CK-POINTS-REVIEW-COUNT.
           MOVE WS-ADJUST-TOTAL TO CK-ADJUST-TOTAL.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF NOT WS-CHKPT-FILE-OK
              DISPLAY "Checkpoint file could not be opened - status "
                      WS-CHKPT-FILE-STATUS
                      " - recovery stopped at customer " WS-CURR-KEY
              MOVE 'Y' TO WS-RUN-ABEND-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           ELSE
              WRITE CHECKPOINT-FILE-RECORD
              IF NOT WS-CHKPT-FILE-OK
                 DISPLAY "Checkpoint write failed - status "
                         WS-CHKPT-FILE-STATUS
                         " - recovery stopped at customer "
                         WS-CURR-KEY
                 MOVE 'Y' TO WS-RUN-ABEND-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF.

      * A checkpoint only counts for the snapshot it was taken
      * against; one left by a recovery from another snapshot is
      * ignored.
       READ-LAST-CHECKPOINT.
           MOVE LOW-VALUES TO WS-RESTART-CUST-ID.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHKPT-FILE-OK
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CK-SNAP-STAMP = WS-SNAP-STAMP
                       MOVE CK-LAST-CUSTOMER-ID TO WS-RESTART-CUST-ID
                       MOVE CK-UPDATED-COUNT TO WS-UPDATED-COUNT
                       MOVE CK-CURRENT-COUNT TO WS-CURRENT-COUNT
                       MOVE CK-MOVED-COUNT TO WS-LIVE-MOVED-COUNT
                       MOVE CK-NO-ROW-COUNT TO WS-NO-ROW-COUNT
                       MOVE CK-POINTS-REVIEW-COUNT TO
                          WS-POINTS-REVIEW-COUNT
                       MOVE CK-ADJUST-TOTAL TO WS-ADJUST-TOTAL
                       DISPLAY "Restarting after customer "
                               WS-RESTART-CUST-ID
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHKPT-FILE-OK
              CLOSE CHECKPOINT-FILE
           END-IF.

       WRITE-RECOVERY-TOTALS.
           IF WS-RPT-FILE-OK
              WRITE RECOVERY-REPORT-LINE FROM WS-BLANK-LINE
              IF WS-MODE-EXTRACT
                 MOVE "SNAPSHOT ROWS / BALANCE TOTAL" TO TT-CAPTION
                 MOVE WS-EXTRACT-COUNT TO TT-COUNT
                 MOVE WS-EXTRACT-TOTAL TO TT-AMOUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
              ELSE
                 MOVE SPACES TO WS-TOTAL-LINE
                 MOVE "AUDIT RECORDS SINCE SNAPSHOT" TO TT-CAPTION
                 MOVE WS-SELECTED-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "MOVEMENTS REPLAYED" TO TT-CAPTION
                 MOVE WS-REPLAYED-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "SNAPSHOT CUSTOMERS" TO TT-CAPTION
                 MOVE WS-CUSTOMER-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "CUSTOMERS WITH MOVEMENTS" TO TT-CAPTION
                 MOVE WS-MOVED-CUST-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "BROKEN CHAINS" TO TT-CAPTION
                 MOVE WS-BREAK-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "CUSTOMERS NOT ON SNAPSHOT" TO TT-CAPTION
                 MOVE WS-NO-SNAP-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "NOT ON CUSTOMER_MASTER" TO TT-CAPTION
                 MOVE WS-NO-ROW-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
              END-IF
              IF WS-MODE-COMPARE
                 MOVE "LIVE AGREES WITH REBUILT" TO TT-CAPTION
                 MOVE WS-AGREE-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "LIVE DIFFERS / NET LIVE LESS REBUILT"
                    TO TT-CAPTION
                 MOVE WS-DIFFER-COUNT TO TT-COUNT
                 MOVE WS-DIFFER-TOTAL TO TT-AMOUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
              END-IF
              IF WS-MODE-APPLY
                 MOVE "BALANCES UPDATED / NET ADJUSTMENT"
                    TO TT-CAPTION
                 MOVE WS-UPDATED-COUNT TO TT-COUNT
                 MOVE WS-ADJUST-TOTAL TO TT-AMOUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE SPACES TO WS-TOTAL-LINE
                 MOVE "ALREADY ON REBUILT BALANCE" TO TT-CAPTION
                 MOVE WS-CURRENT-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "LIVE ROW MOVED - NOT UPDATED" TO TT-CAPTION
                 MOVE WS-LIVE-MOVED-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 MOVE "POINTS TO REVIEW" TO TT-CAPTION
                 MOVE WS-POINTS-REVIEW-COUNT TO TT-COUNT
                 WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 IF NOT WS-CHAINS-PROVED
                    MOVE SPACES TO WS-TOTAL-LINE
                    MOVE "CHAINS BROKEN - NOTHING APPLIED"
                       TO TT-CAPTION
                    WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
                 END-IF
              END-IF
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "RECOVERY SUMMARY".
           DISPLAY "Mode:                " WS-RUN-MODE.
           DISPLAY "Snapshot stamp:      " WS-SNAP-STAMP.
           IF WS-MODE-EXTRACT
              DISPLAY "Customers extracted: " WS-EXTRACT-COUNT
           ELSE
              DISPLAY "Generations read:    " WS-GENERATIONS-READ
              DISPLAY "Audit records taken: " WS-SELECTED-COUNT
              DISPLAY "Movements replayed:  " WS-REPLAYED-COUNT
              DISPLAY "Broken chains:       " WS-BREAK-COUNT
              DISPLAY "Not on snapshot:     " WS-NO-SNAP-COUNT
              DISPLAY "Not on master:       " WS-NO-ROW-COUNT
           END-IF.
           IF WS-MODE-COMPARE
              DISPLAY "Live agrees:         " WS-AGREE-COUNT
              DISPLAY "Live differs:        " WS-DIFFER-COUNT
           END-IF.
           IF WS-MODE-APPLY
              DISPLAY "Balances updated:    " WS-UPDATED-COUNT
              DISPLAY "Already current:     " WS-CURRENT-COUNT
              DISPLAY "Live row moved:      " WS-LIVE-MOVED-COUNT
              DISPLAY "Points to review:    " WS-POINTS-REVIEW-COUNT
              DISPLAY "Skipped on restart:  " WS-RESTART-SKIP-COUNT
           END-IF.
           IF WS-RUN-ABENDED
              DISPLAY "Recovery run ABENDED."
           END-IF.
           DISPLAY "==========================".

      * Broken chains get their own status rather than ENDED-OK, and
      * return code 4, so the operator sees that nothing was applied.
       TERMINATE-SYSTEM.
           IF WS-RPT-FILE-OK
              CLOSE RECOVERY-REPORT-FILE
           END-IF.
           IF WS-MODE-APPLY AND NOT WS-RUN-REFUSED
              EVALUATE TRUE
                 WHEN WS-RUN-ABENDED
                    MOVE "ABENDED" TO WS-RC-NEW-STATUS
                    MOVE 8 TO RETURN-CODE
                 WHEN NOT WS-CHAINS-PROVED
                    MOVE "CHAINBRK" TO WS-RC-NEW-STATUS
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    MOVE "ENDED-OK" TO WS-RC-NEW-STATUS
              END-EVALUATE
              PERFORM POST-RUN-STATUS
           END-IF.

      * Posts this run's status row on the shared run-control file:
      * the file is read whole, this system's row for today is
      * updated or added, rows past the pruning horizon are dropped,
      * and the file is rewritten.
       POST-RUN-STATUS.
           PERFORM LOAD-RUN-CONTROL.
           ACCEPT WS-RC-TIME FROM TIME.
           MOVE SPACES TO WS-RC-STAMP.
           STRING WS-TODAY-DATE WS-RC-TIME
              DELIMITED BY SIZE INTO WS-RC-STAMP.
           MOVE "CUSTRCOV" TO WS-RC-CHECK-ID.
           PERFORM FIND-CHECK-ROW.
           IF WS-RC-ROW = 0 AND WS-RC-COUNT < WS-RC-MAX
              ADD 1 TO WS-RC-COUNT
              MOVE WS-RC-COUNT TO WS-RC-ROW
              MOVE "CUSTRCOV" TO WS-RC-SYSTEM-ID (WS-RC-ROW)
              MOVE WS-TODAY-DATE TO WS-RC-RUN-DATE (WS-RC-ROW)
              MOVE SPACES TO WS-RC-START-STAMP (WS-RC-ROW)
              MOVE SPACES TO WS-RC-END-STAMP (WS-RC-ROW)
           END-IF.
           IF WS-RC-ROW > 0
              MOVE WS-RC-NEW-STATUS TO WS-RC-STATUS (WS-RC-ROW)
              IF WS-RC-NEW-STATUS = "STARTED"
                 MOVE WS-RC-STAMP TO WS-RC-START-STAMP (WS-RC-ROW)
                 MOVE SPACES TO WS-RC-END-STAMP (WS-RC-ROW)
              ELSE
                 MOVE WS-RC-STAMP TO WS-RC-END-STAMP (WS-RC-ROW)
              END-IF
              PERFORM REWRITE-RUN-CONTROL
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE ZERO TO WS-RC-COUNT.
           MOVE 'N' TO WS-RC-EOF-FLAG.
           COMPUTE WS-RC-PRUNE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
              - WS-RC-PRUNE-DAYS).
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT WS-RUN-FILE-OK
              MOVE 'Y' TO WS-RC-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-RUN-ROW UNTIL WS-RC-EOF.
           IF WS-RUN-FILE-OK OR WS-RUN-FILE-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-ONE-RUN-ROW.
           READ RUN-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-RC-EOF-FLAG
              NOT AT END
                 IF RC-RUN-DATE >= WS-RC-PRUNE-DATE
                    AND WS-RC-COUNT < WS-RC-MAX
                    ADD 1 TO WS-RC-COUNT
                    MOVE RC-SYSTEM-ID TO
                       WS-RC-SYSTEM-ID (WS-RC-COUNT)
                    MOVE RC-RUN-DATE TO
                       WS-RC-RUN-DATE (WS-RC-COUNT)
                    MOVE RC-STATUS TO WS-RC-STATUS (WS-RC-COUNT)
                    MOVE RC-START-STAMP TO
                       WS-RC-START-STAMP (WS-RC-COUNT)
                    MOVE RC-END-STAMP TO
                       WS-RC-END-STAMP (WS-RC-COUNT)
                 END-IF
           END-READ.

       REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT WS-RUN-FILE-OK
              DISPLAY "Run-control file could not be rewritten - "
                      "status " WS-RUN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WRITE-ONE-RUN-ROW
                 VARYING WS-RC-IDX FROM 1 BY 1
                 UNTIL WS-RC-IDX > WS-RC-COUNT
              CLOSE RUN-CONTROL-FILE
           END-IF.

       WRITE-ONE-RUN-ROW.
           MOVE WS-RC-SYSTEM-ID (WS-RC-IDX) TO RC-SYSTEM-ID.
           MOVE WS-RC-RUN-DATE (WS-RC-IDX) TO RC-RUN-DATE.
           MOVE WS-RC-STATUS (WS-RC-IDX) TO RC-STATUS.
           MOVE WS-RC-START-STAMP (WS-RC-IDX) TO RC-START-STAMP.
           MOVE WS-RC-END-STAMP (WS-RC-IDX) TO RC-END-STAMP.
           WRITE RUN-CONTROL-RECORD.
