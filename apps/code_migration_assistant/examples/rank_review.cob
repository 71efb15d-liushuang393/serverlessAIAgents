       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANK-REVIEW.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Periodic customer rank review: totals each
      *             customer's qualifying spend over the rolling
      *             twelve months to the review date from TXN_HISTORY
      *             ('U' postings not since cancelled), sets the tier
      *             the spend qualifies for from the tier threshold
      *             file, and upgrades CUST_RANK at once or downgrades
      *             it after a one-cycle warning, with its own audit
      *             record per change. Prints a rank-change register
      *             with a count of customers moving between each pair
      *             of tiers, and writes a notification extract in
      *             mail-presort order for the next statement run.
      * 2026-10-15  A review that cannot start ends with return code 8
      *             so the job keeps the old warning file, as does
      *             a warning file that is there but cannot be read.
      *             A customer whose spend cannot be totalled is left
      *             as found, any warning carried, and is counted as
      *             not reviewed.
      * 2026-10-15  Notices still on RANKNOTE from the statement run
      *             (not yet printed) are written back ahead of this
      *             review's notices instead of being overwritten.
      *             Only a missing RANKNOTE means there are none; any
      *             other open error, or more unsent notices than the
      *             table holds, stops the review with return code 8
      *             before RANKNOTE is opened for output.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Tier thresholds: one row per rank code with the minimum
      *    qualifying spend. The row with the lowest minimum is the
      *    standard tier.
           SELECT TIER-PARM-FILE ASSIGN TO "RANKPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-FILE-STATUS.

      *    Downgrade warnings outstanding from earlier reviews, and
      *    the carried-forward warnings this run writes (renamed over
      *    RANKWARN by the job after a clean run).
           SELECT WARNING-FILE ASSIGN TO "RANKWARN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WARN-FILE-STATUS.

           SELECT NEW-WARNING-FILE ASSIGN TO "RANKWRNN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEWWARN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Customer name-and-address master, for the presort key and
      *    the mailing block on the notification extract.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADDR-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "RANKREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

      *    Notices already on the extract that the statement run
      *    has not yet printed (carried forward on RANKNOTN and
      *    renamed back over RANKNOTE), read before it is rewritten.
           SELECT UNSENT-NOTICE-FILE ASSIGN TO "RANKNOTE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNSENT-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "RANKNOTE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTE-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  TIER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIER-PARM-RECORD.
           05  RP-RANK PIC X(01).
           05  RP-MIN-SPEND PIC 9(11)V9(2).

      * One outstanding downgrade warning: the rank held and the
      * rank qualified for when the warning was given, the review
      * cycle (YYYYMM) it was given in, and the spend at that time.
       FD  WARNING-FILE
           LABEL RECORDS ARE STANDARD.
       01  WARNING-RECORD.
           05  WR-CUSTOMER-ID PIC X(10).
           05  WR-CURR-RANK PIC X(01).
           05  WR-TARGET-RANK PIC X(01).
           05  WR-CYCLE PIC 9(6).
           05  WR-SPEND PIC S9(13)V9(2).

       FD  NEW-WARNING-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-WARNING-RECORD PIC X(33).

      * Layout written by the customer processing run's audit logger;
      * this run appends its own rank-change records ('K', balance
      * unchanged, post mode 'P') to the same trail.
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

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADDRESS-FILE-RECORD.
           05  CA-CUSTOMER-ID PIC X(10).
           05  CA-CUST-NAME PIC X(30).
           05  CA-ADDR-LINE-1 PIC X(30).
           05  CA-ADDR-LINE-2 PIC X(30).
           05  CA-POSTAL-CODE PIC X(10).
           05  CA-DELIVERY-FLAG PIC X(01).
               88  CA-E-DELIVERY VALUE 'E'.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE PIC X(132).

      * Notification extract, one record per customer told of a
      * change or a downgrade warning: notice type 'U' upgrade, 'D'
      * downgrade, 'W' downgrade warning. Address status 'X' marks
      * an id with no address record (these sort to the end).
       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RECORD.
           05  RN-POSTAL-CODE PIC X(10).
           05  RN-CUSTOMER-ID PIC X(10).
           05  RN-NOTICE-TYPE PIC X(01).
           05  RN-OLD-RANK PIC X(01).
           05  RN-NEW-RANK PIC X(01).
           05  RN-SPEND PIC S9(13)V9(2).
           05  RN-REVIEW-DATE PIC 9(8).
           05  RN-CUST-NAME PIC X(30).
           05  RN-ADDR-LINE-1 PIC X(30).
           05  RN-ADDR-LINE-2 PIC X(30).
           05  RN-DELIVERY-FLAG PIC X(01).
           05  RN-ADDR-STATUS PIC X(01).

      * Image of a notice record as written below.
       FD  UNSENT-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNSENT-NOTICE-RECORD PIC X(138).

      * The postal code is carried as the major sort key, the same
      * as the statement run, so notices come out in the same
      * mail-presort order; ids with no address record sort to the
      * end under HIGH-VALUES.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-POSTAL-CODE PIC X(10).
           05  SR-CUSTOMER-ID PIC X(10).
           05  SR-NOTICE-TYPE PIC X(01).
           05  SR-OLD-RANK PIC X(01).
           05  SR-NEW-RANK PIC X(01).
           05  SR-SPEND PIC S9(13)V9(2).
           05  SR-ADDR-ROW PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-PARM-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-PARM-FILE-OK VALUE '00'.
             88 WS-PARM-FILE-EOF VALUE '10'.
          05 WS-WARN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-WARN-FILE-OK VALUE '00'.
             88 WS-WARN-FILE-EOF VALUE '10'.
             88 WS-WARN-FILE-NOTFND VALUE '35'.
          05 WS-NEWWARN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NEWWARN-FILE-OK VALUE '00'.
          05 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-AUDIT-FILE-OK VALUE '00'.
             88 WS-AUDIT-FILE-NOTFND VALUE '35'.
          05 WS-ADDR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ADDR-FILE-OK VALUE '00'.
             88 WS-ADDR-FILE-EOF VALUE '10'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.
          05 WS-NOTE-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NOTE-FILE-OK VALUE '00'.
          05 WS-UNSENT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-UNSENT-FILE-OK VALUE '00'.
             88 WS-UNSENT-FILE-EOF VALUE '10'.
             88 WS-UNSENT-FILE-NOTFND VALUE '35'.

       01 WS-FLAGS.
          05 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
             88 WS-PARM-EOF VALUE 'Y'.
          05 WS-WARN-EOF-FLAG PIC X VALUE 'N'.
             88 WS-WARN-EOF VALUE 'Y'.
          05 WS-ADDR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-ADDR-EOF VALUE 'Y'.
          05 WS-UNSENT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-UNSENT-EOF VALUE 'Y'.
          05 WS-CUR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-CUR-EOF VALUE 'Y'.
          05 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SORT-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
      *    Raised when the customer cursor stops on a DB error, so
      *    the warnings not yet reached are carried forward as read.
          05 WS-REVIEW-STOPPED-FLAG PIC X VALUE 'N'.
             88 WS-REVIEW-STOPPED VALUE 'Y'.
          05 WS-RANK-POSTED-FLAG PIC X VALUE 'N'.
             88 WS-RANK-POSTED VALUE 'Y'.
      *    Raised when the customer's spend could not be totalled, so
      *    the customer is left as found this review.
          05 WS-SPEND-FAILED-FLAG PIC X VALUE 'N'.
             88 WS-SPEND-FAILED VALUE 'Y'.

      * Review date (YYYYMMDD) from the run parameter, default today.
      * The review cycle is its year and month: a downgrade warned in
      * an earlier cycle takes effect, one warned in this cycle (a
      * rerun) stands.
       01 WS-PARM-AREA.
          05 WS-PARM-DATA PIC X(80) VALUE SPACES.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-REVIEW-DATE PIC 9(8) VALUE ZERO.
          05 WS-REVIEW-CYCLE PIC 9(6) VALUE ZERO.
          05 WS-YEAR-AGO-DATE PIC 9(8) VALUE ZERO.
          05 WS-WINDOW-START PIC 9(8) VALUE ZERO.
          05 WS-WINDOW-END PIC 9(8) VALUE ZERO.

      * TXN_HISTORY ids carry a YYYYMMDD prefix, so the twelve-month
      * window is expressed as an id range (trailing spaces sort
      * low, which keeps the range correct lexically).
       01 WS-TXNID-RANGES.
          05 WS-TXNID-WINDOW-LO PIC X(17) VALUE SPACES.
          05 WS-TXNID-WINDOW-HI PIC X(17) VALUE SPACES.

      * Tier table, held highest minimum spend first. A customer
      * qualifies for the first tier whose minimum the spend meets,
      * or the last (standard) tier when it meets none; a rank code
      * not on the table is treated as the standard tier.
       01 WS-TIER-CONTROLS.
          05 WS-TIER-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-TIER-MAX PIC 9(4) COMP VALUE 10.
          05 WS-TIER-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-TIER-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-TIER-POS PIC 9(4) COMP VALUE ZERO.
          05 WS-TIER-SCAN-RANK PIC X(01) VALUE SPACE.
          05 WS-CURR-TIER PIC 9(4) COMP VALUE ZERO.
          05 WS-TARGET-TIER PIC 9(4) COMP VALUE ZERO.
          05 WS-RESULT-TIER PIC 9(4) COMP VALUE ZERO.
       01 WS-TIER-TABLE.
          05 WS-TIER-ENTRY OCCURS 10 TIMES.
             10 TT-RANK PIC X(01).
             10 TT-MIN-SPEND PIC 9(11)V9(2).

      * Customers moving between each pair of tiers: row is the tier
      * held before the review, column the tier held after it.
       01 WS-MOVEMENT-MATRIX.
          05 WS-MATRIX-ROW OCCURS 10 TIMES.
             10 MX-COUNT PIC 9(7) OCCURS 10 TIMES.
       01 WS-MATRIX-CONTROLS.
          05 WS-MX-FROM PIC 9(4) COMP VALUE ZERO.
          05 WS-MX-TO PIC 9(4) COMP VALUE ZERO.

      * Outstanding warnings, loaded once at startup and looked up
      * by customer id as the master is walked.
       01 WS-WARN-CONTROLS.
          05 WS-WARN-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-WARN-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-WARN-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-WARN-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-WARN-TABLE.
          05 WS-WARN-ENTRY OCCURS 5000 TIMES.
             10 WT-CUSTOMER-ID PIC X(10).
             10 WT-CURR-RANK PIC X(01).
             10 WT-TARGET-RANK PIC X(01).
             10 WT-CYCLE PIC 9(6).
             10 WT-SPEND PIC S9(13)V9(2).
             10 WT-USED-FLAG PIC X(01).

       01 WS-NEW-WARNING.
          05 NW-CUSTOMER-ID PIC X(10).
          05 NW-CURR-RANK PIC X(01).
          05 NW-TARGET-RANK PIC X(01).
          05 NW-CYCLE PIC 9(6).
          05 NW-SPEND PIC S9(13)V9(2).

      * Name-and-address master, loaded once at startup.
       01 WS-ADDR-TABLE-CONTROLS.
          05 WS-ADDR-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-ADDR-MAX PIC 9(4) COMP VALUE 2000.
          05 WS-ADDR-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-ADDR-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-ADDR-LOOKUP-ID PIC X(10) VALUE SPACES.
       01 WS-ADDR-TABLE.
          05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
             10 AT-CUSTOMER-ID PIC X(10).
             10 AT-CUST-NAME PIC X(30).
             10 AT-ADDR-LINE-1 PIC X(30).
             10 AT-ADDR-LINE-2 PIC X(30).
             10 AT-POSTAL-CODE PIC X(10).
             10 AT-DELIVERY-FLAG PIC X(01).

      * Notices from the last extract not yet printed, held while
      * RANKNOTE is rewritten; sized like the statement run's notice
      * table, which is what leaves them unprinted.
       01 WS-UNSENT-CONTROLS.
          05 WS-UNSENT-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-UNSENT-MAX PIC 9(4) COMP VALUE 2000.
          05 WS-UNSENT-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-UNSENT-TABLE.
          05 WS-UNSENT-NOTICE PIC X(138) OCCURS 2000 TIMES.

      * Host variables for the customer cursor and the spend sum.
       01 WS-CUSTOMER-HOST-VARS.
          05 WS-CUST-ID PIC X(10).
          05 WS-CUST-RANK PIC X(01).
          05 WS-CUST-BALANCE PIC S9(13)V9(2) COMP-3.
          05 WS-NEW-RANK PIC X(01).
          05 WS-SUM-SPEND PIC S9(13)V9(2) COMP-3.

       01 SQLCA.
          05 SQLCODE PIC S9(8) COMP.

       01 WS-REVIEW-WORK.
          05 WS-QUALIFYING-SPEND PIC S9(13)V9(2) VALUE ZERO.
          05 WS-OLD-RANK PIC X(01) VALUE SPACE.
          05 WS-NOTICE-TYPE PIC X(01) VALUE SPACE.
          05 WS-ACTION-TEXT PIC X(20) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
          05 WS-UPGRADE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DOWNGRADE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-WARNED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-WARN-STANDS-COUNT PIC 9(7) VALUE ZERO.
          05 WS-WARN-CLEARED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-UPDATE-FAIL-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NOT-REVIEWED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-WARNINGS-WRITTEN PIC 9(7) VALUE ZERO.
          05 WS-NOTICE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-UNSENT-WRITTEN PIC 9(7) VALUE ZERO.
          05 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.

       01 WS-AUDIT-STAMP.
          05 WS-AUDIT-DATE PIC 9(8) VALUE ZERO.
          05 WS-AUDIT-TIME PIC 9(8) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER PIC X(30) VALUE
                "CUSTOMER RANK REVIEW REGISTER ".
             10 FILLER PIC X(12) VALUE " REVIEW DATE".
             10 FILLER PIC X(01) VALUE SPACES.
             10 RH-REVIEW-DATE PIC 9(8).
             10 FILLER PIC X(12) VALUE "  SPEND FROM".
             10 FILLER PIC X(01) VALUE SPACES.
             10 RH-WINDOW-START PIC 9(8).
             10 FILLER PIC X(04) VALUE " TO ".
             10 RH-WINDOW-END PIC 9(8).
          05 WS-TIER-LINE.
             10 FILLER PIC X(05) VALUE "TIER ".
             10 TL-RANK PIC X(01).
             10 FILLER PIC X(15) VALUE "  MINIMUM SPEND".
             10 TL-MIN-SPEND PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-DETAIL-LINE.
             10 DL-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(07) VALUE "  FROM ".
             10 DL-OLD-RANK PIC X(01).
             10 FILLER PIC X(04) VALUE " TO ".
             10 DL-NEW-RANK PIC X(01).
             10 FILLER PIC X(08) VALUE "  SPEND ".
             10 DL-SPEND PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL-ACTION PIC X(20).
          05 WS-MATRIX-TITLE PIC X(60) VALUE
             "CUSTOMERS BY TIER BEFORE (ROWS) AND AFTER (COLUMNS)".
          05 WS-MATRIX-HEADER.
             10 FILLER PIC X(10) VALUE "FROM / TO ".
             10 MH-COLUMN OCCURS 10 TIMES.
                15 FILLER PIC X(07).
                15 MH-RANK PIC X(01).
          05 WS-MATRIX-LINE.
             10 FILLER PIC X(05) VALUE "TIER ".
             10 ML-RANK PIC X(01).
             10 FILLER PIC X(04) VALUE SPACES.
             10 ML-COLUMN OCCURS 10 TIMES.
                15 FILLER PIC X(01).
                15 ML-COUNT PIC ZZZZZZ9.
          05 WS-NOT-REVIEWED-LINE.
             10 FILLER PIC X(40) VALUE
                "CUSTOMERS NOT REVIEWED - SPEND DB ERROR ".
             10 NR-COUNT PIC ZZZZZZ9.
          05 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CUSTOMER RANK REVIEW RUN".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-POSTAL-CODE
                 ON ASCENDING KEY SR-CUSTOMER-ID
                 INPUT PROCEDURE IS REVIEW-CUSTOMER-RANKS
                 OUTPUT PROCEDURE IS WRITE-NOTICE-EXTRACT
              PERFORM WRITE-MOVEMENT-MATRIX
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

       INITIALIZE-SYSTEM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-DATA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
           IF WS-PARM-DATA (1:8) IS NUMERIC
              MOVE WS-PARM-DATA (1:8) TO WS-REVIEW-DATE
           ELSE
              MOVE WS-SYSTEM-DATE TO WS-REVIEW-DATE
              DISPLAY "No review date given - using today "
                      WS-REVIEW-DATE
           END-IF.
           MOVE WS-REVIEW-DATE (1:6) TO WS-REVIEW-CYCLE.
           PERFORM COMPUTE-SPEND-WINDOW.
           INITIALIZE WS-MOVEMENT-MATRIX.
           PERFORM LOAD-TIER-TABLE.
           IF WS-TIER-COUNT = 0
              DISPLAY "No tier thresholds loaded from RANKPARM - "
                      "rank review cannot proceed."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-UNSENT-NOTICES
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM OPEN-AUDIT-EXTEND
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT REGISTER-FILE
              IF NOT WS-RPT-FILE-OK
                 DISPLAY "Rank register could not be opened - "
                         "status " WS-RPT-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT NEW-WARNING-FILE
              IF NOT WS-NEWWARN-FILE-OK
                 DISPLAY "Carried warning file could not be opened - "
                         "status " WS-NEWWARN-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT NOTICE-FILE
              IF NOT WS-NOTE-FILE-OK
                 DISPLAY "Notification extract could not be opened - "
                         "status " WS-NOTE-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              ELSE
                 PERFORM WRITE-UNSENT-NOTICE
                    VARYING WS-UNSENT-IDX FROM 1 BY 1
                    UNTIL WS-UNSENT-IDX > WS-UNSENT-COUNT
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-WARNING-TABLE
              PERFORM LOAD-ADDRESS-TABLE
              PERFORM WRITE-REGISTER-HEADER
              DISPLAY "System initialized."
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Rolling twelve months to the review date: from the day after
      * the same date a year earlier (29 February falls back to the
      * 28th) up to and including the review date.
       COMPUTE-SPEND-WINDOW.
           COMPUTE WS-YEAR-AGO-DATE = WS-REVIEW-DATE - 10000.
           IF WS-YEAR-AGO-DATE (5:4) = '0229'
              MOVE '0228' TO WS-YEAR-AGO-DATE (5:4)
           END-IF.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-YEAR-AGO-DATE) + 1).
           MOVE WS-REVIEW-DATE TO WS-WINDOW-END.
           MOVE SPACES TO WS-TXNID-WINDOW-LO.
           MOVE WS-WINDOW-START TO WS-TXNID-WINDOW-LO (1:8).
           MOVE SPACES TO WS-TXNID-WINDOW-HI.
           COMPUTE WS-AUDIT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE) + 1).
           MOVE WS-AUDIT-DATE TO WS-TXNID-WINDOW-HI (1:8).

      * Loads the tier thresholds, keeping the table in descending
      * order of minimum spend whatever order the rows come in. A
      * rank code given twice keeps its first row.
       LOAD-TIER-TABLE.
           MOVE 'N' TO WS-PARM-EOF-FLAG.
           OPEN INPUT TIER-PARM-FILE.
           IF NOT WS-PARM-FILE-OK
              DISPLAY "Tier threshold file not available - status "
                      WS-PARM-FILE-STATUS
              MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-TIER UNTIL WS-PARM-EOF.
           IF WS-PARM-FILE-OK OR WS-PARM-FILE-EOF
              CLOSE TIER-PARM-FILE
           END-IF.

       LOAD-ONE-TIER.
           READ TIER-PARM-FILE
              AT END
                 MOVE 'Y' TO WS-PARM-EOF-FLAG
              NOT AT END
                 MOVE RP-RANK TO WS-TIER-SCAN-RANK
                 PERFORM LOOKUP-TIER-ROW
                 IF RP-MIN-SPEND NOT NUMERIC
                    DISPLAY "Tier row for rank " RP-RANK
                            " has no valid minimum - ignored."
                 ELSE
                    IF WS-TIER-ROW > 0
                       DISPLAY "Rank " RP-RANK " given twice on "
                               "RANKPARM - later row ignored."
                    ELSE
                       IF WS-TIER-COUNT < WS-TIER-MAX
                          PERFORM INSERT-TIER-ROW
                       ELSE
                          DISPLAY "Tier table full - rank " RP-RANK
                                  " ignored."
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       INSERT-TIER-ROW.
           MOVE ZERO TO WS-TIER-POS.
           PERFORM FIND-TIER-POSITION
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
                 OR WS-TIER-POS > 0.
           IF WS-TIER-POS = 0
              COMPUTE WS-TIER-POS = WS-TIER-COUNT + 1
           END-IF.
           PERFORM SHIFT-ONE-TIER-ROW
              VARYING WS-TIER-IDX FROM WS-TIER-COUNT BY -1
              UNTIL WS-TIER-IDX < WS-TIER-POS.
           ADD 1 TO WS-TIER-COUNT.
           MOVE RP-RANK TO TT-RANK (WS-TIER-POS).
           MOVE RP-MIN-SPEND TO TT-MIN-SPEND (WS-TIER-POS).

       FIND-TIER-POSITION.
           IF TT-MIN-SPEND (WS-TIER-IDX) < RP-MIN-SPEND
              MOVE WS-TIER-IDX TO WS-TIER-POS
           END-IF.

       SHIFT-ONE-TIER-ROW.
           MOVE WS-TIER-ENTRY (WS-TIER-IDX) TO
              WS-TIER-ENTRY (WS-TIER-IDX + 1).

       LOOKUP-TIER-ROW.
           MOVE ZERO TO WS-TIER-ROW.
           IF WS-TIER-COUNT > 0
              PERFORM MATCH-TIER-ROW
                 VARYING WS-TIER-IDX FROM 1 BY 1
                 UNTIL WS-TIER-IDX > WS-TIER-COUNT
                    OR WS-TIER-ROW > 0
           END-IF.

       MATCH-TIER-ROW.
           IF TT-RANK (WS-TIER-IDX) = WS-TIER-SCAN-RANK
              MOVE WS-TIER-IDX TO WS-TIER-ROW
           END-IF.

      * Rank changes append to the shared audit trail the same way
      * the posting run does.
       OPEN-AUDIT-EXTEND.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-NOTFND
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY "Audit file could not be opened - status "
                      WS-AUDIT-FILE-STATUS
                      " - rank review cannot proceed."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.

      * Notices the statement run has not yet printed. No RANKNOTE
      * just means there are none; one that cannot be read, or holds
      * more than the table takes, stops the review before RANKNOTE
      * is opened for output, so none of them is lost.
       LOAD-UNSENT-NOTICES.
           MOVE 'N' TO WS-UNSENT-EOF-FLAG.
           OPEN INPUT UNSENT-NOTICE-FILE.
           EVALUATE TRUE
              WHEN WS-UNSENT-FILE-OK
                 CONTINUE
              WHEN WS-UNSENT-FILE-NOTFND
                 DISPLAY "No notification extract on hand - "
                         "no unsent notices."
                 MOVE 'Y' TO WS-UNSENT-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Notification extract could not be read - "
                         "status " WS-UNSENT-FILE-STATUS
                         " - rank review cannot proceed."
                 MOVE 'Y' TO WS-UNSENT-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-UNSENT-NOTICE UNTIL WS-UNSENT-EOF.
           IF WS-UNSENT-FILE-OK OR WS-UNSENT-FILE-EOF
              CLOSE UNSENT-NOTICE-FILE
           END-IF.

       LOAD-ONE-UNSENT-NOTICE.
           READ UNSENT-NOTICE-FILE
              AT END
                 MOVE 'Y' TO WS-UNSENT-EOF-FLAG
              NOT AT END
                 IF WS-UNSENT-COUNT < WS-UNSENT-MAX
                    ADD 1 TO WS-UNSENT-COUNT
                    MOVE UNSENT-NOTICE-RECORD TO
                       WS-UNSENT-NOTICE (WS-UNSENT-COUNT)
                 ELSE
                    DISPLAY "Unsent notice table full at "
                            WS-UNSENT-MAX
                            " - rank review cannot proceed."
                    MOVE 'Y' TO WS-UNSENT-EOF-FLAG
                    MOVE 'Y' TO WS-RUN-DONE-FLAG
                 END-IF
           END-READ.

       WRITE-UNSENT-NOTICE.
           WRITE NOTICE-RECORD FROM WS-UNSENT-NOTICE (WS-UNSENT-IDX).
           ADD 1 TO WS-UNSENT-WRITTEN.

      * Outstanding warnings. No file (the first review) just means
      * there are none; a file that is there but cannot be read stops
      * the review, so RANKWRN is kept.
       LOAD-WARNING-TABLE.
           MOVE 'N' TO WS-WARN-EOF-FLAG.
           OPEN INPUT WARNING-FILE.
           EVALUATE TRUE
              WHEN WS-WARN-FILE-OK
                 CONTINUE
              WHEN WS-WARN-FILE-NOTFND
                 DISPLAY "No outstanding rank warnings file - "
                         "starting with none."
                 MOVE 'Y' TO WS-WARN-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Rank warnings file could not be opened - "
                         "status " WS-WARN-FILE-STATUS
                         " - rank review cannot proceed."
                 MOVE 'Y' TO WS-WARN-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-WARNING UNTIL WS-WARN-EOF.
           IF WS-WARN-FILE-OK OR WS-WARN-FILE-EOF
              CLOSE WARNING-FILE
           END-IF.

       LOAD-ONE-WARNING.
           READ WARNING-FILE
              AT END
                 MOVE 'Y' TO WS-WARN-EOF-FLAG
              NOT AT END
                 IF WS-WARN-COUNT < WS-WARN-MAX
                    ADD 1 TO WS-WARN-COUNT
                    MOVE WR-CUSTOMER-ID TO
                       WT-CUSTOMER-ID (WS-WARN-COUNT)
                    MOVE WR-CURR-RANK TO
                       WT-CURR-RANK (WS-WARN-COUNT)
                    MOVE WR-TARGET-RANK TO
                       WT-TARGET-RANK (WS-WARN-COUNT)
                    MOVE WR-CYCLE TO WT-CYCLE (WS-WARN-COUNT)
                    MOVE WR-SPEND TO WT-SPEND (WS-WARN-COUNT)
                    MOVE 'N' TO WT-USED-FLAG (WS-WARN-COUNT)
                 ELSE
                    DISPLAY "Warning table full - warning dropped "
                            "for customer " WR-CUSTOMER-ID
                 END-IF
           END-READ.

       LOOKUP-WARNING-ROW.
           MOVE ZERO TO WS-WARN-ROW.
           IF WS-WARN-COUNT > 0
              PERFORM MATCH-WARNING-ROW
                 VARYING WS-WARN-IDX FROM 1 BY 1
                 UNTIL WS-WARN-IDX > WS-WARN-COUNT
                    OR WS-WARN-ROW > 0
           END-IF.

       MATCH-WARNING-ROW.
           IF WT-CUSTOMER-ID (WS-WARN-IDX) = WS-CUST-ID
              MOVE WS-WARN-IDX TO WS-WARN-ROW
           END-IF.

       LOAD-ADDRESS-TABLE.
           MOVE 'N' TO WS-ADDR-EOF-FLAG.
           OPEN INPUT ADDRESS-FILE.
           IF NOT WS-ADDR-FILE-OK
              DISPLAY "Address master not available - notices "
                      "carry ids only and sort to the end."
              MOVE 'Y' TO WS-ADDR-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-ADDRESS UNTIL WS-ADDR-EOF.
           IF WS-ADDR-FILE-OK OR WS-ADDR-FILE-EOF
              CLOSE ADDRESS-FILE
           END-IF.

       LOAD-ONE-ADDRESS.
           READ ADDRESS-FILE
              AT END
                 MOVE 'Y' TO WS-ADDR-EOF-FLAG
              NOT AT END
                 IF WS-ADDR-COUNT < WS-ADDR-MAX
                    ADD 1 TO WS-ADDR-COUNT
                    MOVE CA-CUSTOMER-ID TO
                       AT-CUSTOMER-ID (WS-ADDR-COUNT)
                    MOVE CA-CUST-NAME TO
                       AT-CUST-NAME (WS-ADDR-COUNT)
                    MOVE CA-ADDR-LINE-1 TO
                       AT-ADDR-LINE-1 (WS-ADDR-COUNT)
                    MOVE CA-ADDR-LINE-2 TO
                       AT-ADDR-LINE-2 (WS-ADDR-COUNT)
                    MOVE CA-POSTAL-CODE TO
                       AT-POSTAL-CODE (WS-ADDR-COUNT)
                    MOVE CA-DELIVERY-FLAG TO
                       AT-DELIVERY-FLAG (WS-ADDR-COUNT)
                 ELSE
                    DISPLAY "Address table full - record dropped "
                            "for customer " CA-CUSTOMER-ID
                 END-IF
           END-READ.

       LOOKUP-ADDRESS-ROW.
           MOVE ZERO TO WS-ADDR-ROW.
           IF WS-ADDR-COUNT > 0
              PERFORM MATCH-ADDRESS-ROW
                 VARYING WS-ADDR-IDX FROM 1 BY 1
                 UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                    OR WS-ADDR-ROW > 0
           END-IF.

       MATCH-ADDRESS-ROW.
           IF AT-CUSTOMER-ID (WS-ADDR-IDX) = WS-ADDR-LOOKUP-ID
              MOVE WS-ADDR-IDX TO WS-ADDR-ROW
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE WS-REVIEW-DATE TO RH-REVIEW-DATE.
           MOVE WS-WINDOW-START TO RH-WINDOW-START.
           MOVE WS-WINDOW-END TO RH-WINDOW-END.
           WRITE REGISTER-LINE FROM WS-RPT-HEADER.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.
           PERFORM WRITE-ONE-TIER-LINE
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.

       WRITE-ONE-TIER-LINE.
           MOVE TT-RANK (WS-TIER-IDX) TO TL-RANK.
           MOVE TT-MIN-SPEND (WS-TIER-IDX) TO TL-MIN-SPEND.
           WRITE REGISTER-LINE FROM WS-TIER-LINE.

      * Walks the customer master in id order. Each customer's spend
      * sets the tier qualified for; the change (or warning) is made
      * and every customer is counted in the movement matrix. Notices
      * are released to the sort for the presort sequence.
       REVIEW-CUSTOMER-RANKS.
           EXEC SQL
               DECLARE RANKCUR CURSOR FOR
               SELECT CUSTOMER_ID
                    , CUST_RANK
                    , CUST_BALANCE
               FROM  CUSTOMER_MASTER
               ORDER BY CUSTOMER_ID
           END-EXEC.
           EXEC SQL
               OPEN RANKCUR
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error opening rank cursor - sqlcode "
                      SQLCODE " - rank review stopped."
              MOVE 'Y' TO WS-CUR-EOF-FLAG
              MOVE 'Y' TO WS-REVIEW-STOPPED-FLAG
           END-IF.
           PERFORM REVIEW-ONE-CUSTOMER UNTIL WS-CUR-EOF.
           EXEC SQL
               CLOSE RANKCUR
           END-EXEC.
      *    A stopped review leaves the unreached customers' warnings
      *    to be carried forward as they were, so the next run still
      *    honours them.
           IF WS-REVIEW-STOPPED
              MOVE 'Y' TO WS-RUN-DONE-FLAG
              PERFORM CARRY-UNREACHED-WARNING
                 VARYING WS-WARN-IDX FROM 1 BY 1
                 UNTIL WS-WARN-IDX > WS-WARN-COUNT
           END-IF.

       REVIEW-ONE-CUSTOMER.
           EXEC SQL
               FETCH RANKCUR
               INTO  :WS-CUST-ID
                    ,:WS-CUST-RANK
                    ,:WS-CUST-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 ADD 1 TO WS-CUSTOMER-COUNT
                 PERFORM PROCESS-ONE-CUSTOMER
              WHEN 100
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
              WHEN OTHER
                 DISPLAY "DB error on rank fetch - sqlcode "
                         SQLCODE " - rank review stopped."
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
                 MOVE 'Y' TO WS-REVIEW-STOPPED-FLAG
           END-EVALUATE.

      * A customer whose spend cannot be totalled is not reviewed:
      * rank unchanged, no new warning, and any warning outstanding
      * carried forward as it was.
       PROCESS-ONE-CUSTOMER.
           PERFORM SUM-QUALIFYING-SPEND.
           IF WS-SPEND-FAILED
              PERFORM SKIP-ONE-CUSTOMER
           ELSE
              PERFORM REVIEW-CUSTOMER-TIER
           END-IF.

       SKIP-ONE-CUSTOMER.
           ADD 1 TO WS-NOT-REVIEWED-COUNT.
           PERFORM LOOKUP-WARNING-ROW.
           IF WS-WARN-ROW > 0
              MOVE 'Y' TO WT-USED-FLAG (WS-WARN-ROW)
              MOVE WS-WARN-ROW TO WS-WARN-IDX
              PERFORM WRITE-CARRIED-WARNING
           END-IF.
           MOVE WS-CUST-RANK TO WS-OLD-RANK.
           MOVE WS-CUST-RANK TO WS-NEW-RANK.
           MOVE "NOT REVIEWED" TO WS-ACTION-TEXT.
           PERFORM WRITE-REGISTER-DETAIL.

       REVIEW-CUSTOMER-TIER.
           PERFORM FIND-TARGET-TIER.
           MOVE WS-CUST-RANK TO WS-TIER-SCAN-RANK.
           PERFORM LOOKUP-TIER-ROW.
           IF WS-TIER-ROW > 0
              MOVE WS-TIER-ROW TO WS-CURR-TIER
           ELSE
              MOVE WS-TIER-COUNT TO WS-CURR-TIER
           END-IF.
           PERFORM LOOKUP-WARNING-ROW.
           IF WS-WARN-ROW > 0
              MOVE 'Y' TO WT-USED-FLAG (WS-WARN-ROW)
           END-IF.
           MOVE WS-CUST-RANK TO WS-OLD-RANK.
           MOVE WS-CURR-TIER TO WS-RESULT-TIER.
           EVALUATE TRUE
              WHEN WS-TARGET-TIER < WS-CURR-TIER
                 PERFORM APPLY-UPGRADE
              WHEN WS-TARGET-TIER > WS-CURR-TIER
                 PERFORM APPLY-DOWNGRADE-OR-WARN
              WHEN OTHER
                 IF WS-WARN-ROW > 0
      *             Requalified for the tier held - the warning is
      *             simply not carried forward.
                    ADD 1 TO WS-WARN-CLEARED-COUNT
                    MOVE "WARNING CLEARED" TO WS-ACTION-TEXT
                    MOVE WS-CUST-RANK TO WS-NEW-RANK
                    PERFORM WRITE-REGISTER-DETAIL
                 END-IF
           END-EVALUATE.
           MOVE WS-CURR-TIER TO WS-MX-FROM.
           MOVE WS-RESULT-TIER TO WS-MX-TO.
           ADD 1 TO MX-COUNT (WS-MX-FROM, WS-MX-TO).

      * Qualifying spend: the customer's 'U' postings in the window
      * that have not since been cancelled. Rows written before the
      * history carried a type count as postings.
       SUM-QUALIFYING-SPEND.
           MOVE ZERO TO WS-SUM-SPEND.
           MOVE 'N' TO WS-SPEND-FAILED-FLAG.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_POSTED), 0)
                 INTO :WS-SUM-SPEND
                 FROM TXN_HISTORY
                WHERE CUSTOMER_ID = :WS-CUST-ID
                  AND TXN_ID >= :WS-TXNID-WINDOW-LO
                  AND TXN_ID < :WS-TXNID-WINDOW-HI
                  AND COALESCE(TXN_TYPE, 'U') = 'U'
                  AND COALESCE(CANCEL_FLAG, 'N') <> 'Y'
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error on spend total - customer "
                      WS-CUST-ID " sqlcode " SQLCODE
                      " - customer not reviewed."
              MOVE ZERO TO WS-SUM-SPEND
              MOVE 'Y' TO WS-SPEND-FAILED-FLAG
           END-IF.
           MOVE WS-SUM-SPEND TO WS-QUALIFYING-SPEND.

       FIND-TARGET-TIER.
           MOVE ZERO TO WS-TARGET-TIER.
           PERFORM MATCH-TARGET-TIER
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
                 OR WS-TARGET-TIER > 0.
           IF WS-TARGET-TIER = 0
              MOVE WS-TIER-COUNT TO WS-TARGET-TIER
           END-IF.

       MATCH-TARGET-TIER.
           IF WS-QUALIFYING-SPEND >= TT-MIN-SPEND (WS-TIER-IDX)
              MOVE WS-TIER-IDX TO WS-TARGET-TIER
           END-IF.

      * An upgrade takes effect at once; any warning outstanding is
      * dropped with it.
       APPLY-UPGRADE.
           MOVE TT-RANK (WS-TARGET-TIER) TO WS-NEW-RANK.
           PERFORM POST-RANK-CHANGE.
           IF WS-RANK-POSTED
              ADD 1 TO WS-UPGRADE-COUNT
              MOVE WS-TARGET-TIER TO WS-RESULT-TIER
              MOVE "UPGRADED" TO WS-ACTION-TEXT
              MOVE 'U' TO WS-NOTICE-TYPE
              PERFORM RELEASE-NOTICE
           ELSE
              PERFORM CARRY-WARNING-UNCHANGED
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

      * A downgrade is first warned. A warning given in an earlier
      * cycle lets the downgrade through to the tier now qualified
      * for; one given in this cycle (a rerun) stands as it was and
      * its notice is written again, so a rerun's extract is whole.
       APPLY-DOWNGRADE-OR-WARN.
           MOVE TT-RANK (WS-TARGET-TIER) TO WS-NEW-RANK.
           EVALUATE TRUE
              WHEN WS-WARN-ROW = 0
                 PERFORM WRITE-NEW-WARNING
                 ADD 1 TO WS-WARNED-COUNT
                 MOVE "DOWNGRADE WARNING" TO WS-ACTION-TEXT
                 MOVE 'W' TO WS-NOTICE-TYPE
                 PERFORM RELEASE-NOTICE
              WHEN WT-CYCLE (WS-WARN-ROW) >= WS-REVIEW-CYCLE
                 PERFORM CARRY-WARNING-UNCHANGED
                 ADD 1 TO WS-WARN-STANDS-COUNT
                 MOVE "WARNING STANDS" TO WS-ACTION-TEXT
                 MOVE 'W' TO WS-NOTICE-TYPE
                 PERFORM RELEASE-NOTICE
              WHEN OTHER
                 PERFORM POST-RANK-CHANGE
                 IF WS-RANK-POSTED
                    ADD 1 TO WS-DOWNGRADE-COUNT
                    MOVE WS-TARGET-TIER TO WS-RESULT-TIER
                    MOVE "DOWNGRADED" TO WS-ACTION-TEXT
                    MOVE 'D' TO WS-NOTICE-TYPE
                    PERFORM RELEASE-NOTICE
                 ELSE
                    PERFORM CARRY-WARNING-UNCHANGED
                 END-IF
           END-EVALUATE.
           PERFORM WRITE-REGISTER-DETAIL.

      * Posts the new rank and writes its own audit record: type 'K',
      * balance unchanged, post mode 'P' so the GL detail proof
      * (batch 'B' postings only) is untouched while the balance
      * chain stays whole. A failed update is rolled back and the
      * rank stays as it was.
       POST-RANK-CHANGE.
           MOVE 'N' TO WS-RANK-POSTED-FLAG.
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET    CUST_RANK   = :WS-NEW-RANK
                    , UPDATED_AT  = CURRENT_TIMESTAMP
               WHERE  CUSTOMER_ID = :WS-CUST-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error on rank update - customer "
                      WS-CUST-ID " sqlcode " SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-UPDATE-FAIL-COUNT
              MOVE "UPDATE FAILED" TO WS-ACTION-TEXT
           ELSE
              EXEC SQL COMMIT END-EXEC
              MOVE 'Y' TO WS-RANK-POSTED-FLAG
              PERFORM WRITE-RANK-AUDIT
           END-IF.

       WRITE-RANK-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO AUD-TIMESTAMP (1:8).
           MOVE WS-AUDIT-TIME TO AUD-TIMESTAMP (9:8).
           MOVE WS-CUST-ID TO AUD-CUSTOMER-ID.
           MOVE 'K' TO AUD-TXN-TYPE.
           MOVE SPACES TO AUD-TXN-ID.
           STRING "RANK " WS-OLD-RANK " TO " WS-NEW-RANK
              DELIMITED BY SIZE INTO AUD-TXN-ID.
           MOVE WS-CUST-BALANCE TO AUD-OLD-BALANCE.
           MOVE WS-CUST-BALANCE TO AUD-NEW-BALANCE.
           MOVE .00 TO AUD-DISCOUNT-RATE.
           MOVE ZERO TO AUD-SQLCODE.
           MOVE 'S' TO AUD-STATUS.
           MOVE SPACE TO AUD-LIMIT-FLAG.
           MOVE 'P' TO AUD-POST-MODE.
           WRITE AUDIT-FILE-RECORD.

       WRITE-NEW-WARNING.
           MOVE WS-CUST-ID TO NW-CUSTOMER-ID.
           MOVE WS-CUST-RANK TO NW-CURR-RANK.
           MOVE WS-NEW-RANK TO NW-TARGET-RANK.
           MOVE WS-REVIEW-CYCLE TO NW-CYCLE.
           MOVE WS-QUALIFYING-SPEND TO NW-SPEND.
           WRITE NEW-WARNING-RECORD FROM WS-NEW-WARNING.
           ADD 1 TO WS-WARNINGS-WRITTEN.

      * A warning that could not be acted on this run (a failed
      * update, or one already given this cycle) goes forward as it
      * was read.
       CARRY-WARNING-UNCHANGED.
           IF WS-WARN-ROW > 0
              MOVE WS-WARN-ROW TO WS-WARN-IDX
              PERFORM WRITE-CARRIED-WARNING
           END-IF.

       CARRY-UNREACHED-WARNING.
           IF WT-USED-FLAG (WS-WARN-IDX) = 'N'
              PERFORM WRITE-CARRIED-WARNING
           END-IF.

       WRITE-CARRIED-WARNING.
           MOVE WT-CUSTOMER-ID (WS-WARN-IDX) TO NW-CUSTOMER-ID.
           MOVE WT-CURR-RANK (WS-WARN-IDX) TO NW-CURR-RANK.
           MOVE WT-TARGET-RANK (WS-WARN-IDX) TO NW-TARGET-RANK.
           MOVE WT-CYCLE (WS-WARN-IDX) TO NW-CYCLE.
           MOVE WT-SPEND (WS-WARN-IDX) TO NW-SPEND.
           WRITE NEW-WARNING-RECORD FROM WS-NEW-WARNING.
           ADD 1 TO WS-WARNINGS-WRITTEN.

       WRITE-REGISTER-DETAIL.
           MOVE WS-CUST-ID TO DL-CUSTOMER-ID.
           MOVE WS-OLD-RANK TO DL-OLD-RANK.
           MOVE WS-NEW-RANK TO DL-NEW-RANK.
           MOVE WS-QUALIFYING-SPEND TO DL-SPEND.
           MOVE WS-ACTION-TEXT TO DL-ACTION.
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

      * Presort key for one notice: the customer's postal code, or
      * HIGH-VALUES when there is no address record, so unmatched
      * notices come out together at the end of the extract.
       RELEASE-NOTICE.
           MOVE WS-CUST-ID TO WS-ADDR-LOOKUP-ID.
           PERFORM LOOKUP-ADDRESS-ROW.
           IF WS-ADDR-ROW > 0
              MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO SR-POSTAL-CODE
           ELSE
              MOVE HIGH-VALUES TO SR-POSTAL-CODE
           END-IF.
           MOVE WS-ADDR-ROW TO SR-ADDR-ROW.
           MOVE WS-CUST-ID TO SR-CUSTOMER-ID.
           MOVE WS-NOTICE-TYPE TO SR-NOTICE-TYPE.
           MOVE WS-OLD-RANK TO SR-OLD-RANK.
           MOVE WS-NEW-RANK TO SR-NEW-RANK.
           MOVE WS-QUALIFYING-SPEND TO SR-SPEND.
           RELEASE SORT-WORK-RECORD.

       WRITE-NOTICE-EXTRACT.
           PERFORM RETURN-ONE-NOTICE UNTIL WS-SORT-EOF.

       RETURN-ONE-NOTICE.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 MOVE SPACES TO NOTICE-RECORD
                 MOVE SR-CUSTOMER-ID TO RN-CUSTOMER-ID
                 MOVE SR-NOTICE-TYPE TO RN-NOTICE-TYPE
                 MOVE SR-OLD-RANK TO RN-OLD-RANK
                 MOVE SR-NEW-RANK TO RN-NEW-RANK
                 MOVE SR-SPEND TO RN-SPEND
                 MOVE WS-REVIEW-DATE TO RN-REVIEW-DATE
                 IF SR-ADDR-ROW > 0
                    MOVE SR-ADDR-ROW TO WS-ADDR-ROW
                    MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO
                       RN-POSTAL-CODE
                    MOVE AT-CUST-NAME (WS-ADDR-ROW) TO RN-CUST-NAME
                    MOVE AT-ADDR-LINE-1 (WS-ADDR-ROW) TO
                       RN-ADDR-LINE-1
                    MOVE AT-ADDR-LINE-2 (WS-ADDR-ROW) TO
                       RN-ADDR-LINE-2
                    MOVE AT-DELIVERY-FLAG (WS-ADDR-ROW) TO
                       RN-DELIVERY-FLAG
                 ELSE
                    MOVE 'X' TO RN-ADDR-STATUS
                    ADD 1 TO WS-NO-ADDRESS-COUNT
                 END-IF
                 WRITE NOTICE-RECORD
                 ADD 1 TO WS-NOTICE-COUNT
           END-RETURN.

      * Customers counted by the tier held before the review (rows)
      * and after it (columns); the diagonal is those whose tier did
      * not change, warned customers included. Customers not reviewed
      * are left out of it and counted on a line of their own.
       WRITE-MOVEMENT-MATRIX.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE REGISTER-LINE FROM WS-MATRIX-TITLE.
           MOVE SPACES TO WS-MATRIX-HEADER.
           MOVE "FROM / TO " TO WS-MATRIX-HEADER (1:10).
           PERFORM SET-ONE-MATRIX-HEADING
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT.
           WRITE REGISTER-LINE FROM WS-MATRIX-HEADER.
           PERFORM WRITE-ONE-MATRIX-LINE
              VARYING WS-MX-FROM FROM 1 BY 1
              UNTIL WS-MX-FROM > WS-TIER-COUNT.
           IF WS-NOT-REVIEWED-COUNT > 0
              MOVE WS-NOT-REVIEWED-COUNT TO NR-COUNT
              WRITE REGISTER-LINE FROM WS-BLANK-LINE
              WRITE REGISTER-LINE FROM WS-NOT-REVIEWED-LINE
           END-IF.

       SET-ONE-MATRIX-HEADING.
           MOVE TT-RANK (WS-TIER-IDX) TO MH-RANK (WS-TIER-IDX).

       WRITE-ONE-MATRIX-LINE.
           MOVE SPACES TO WS-MATRIX-LINE.
           MOVE "TIER " TO WS-MATRIX-LINE (1:5).
           MOVE TT-RANK (WS-MX-FROM) TO ML-RANK.
           PERFORM SET-ONE-MATRIX-COUNT
              VARYING WS-MX-TO FROM 1 BY 1
              UNTIL WS-MX-TO > WS-TIER-COUNT.
           WRITE REGISTER-LINE FROM WS-MATRIX-LINE.

       SET-ONE-MATRIX-COUNT.
           MOVE MX-COUNT (WS-MX-FROM, WS-MX-TO) TO
              ML-COUNT (WS-MX-TO).

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "RANK REVIEW SUMMARY:".
           DISPLAY "Review Date:         " WS-REVIEW-DATE.
           DISPLAY "Spend Window From:   " WS-WINDOW-START.
           DISPLAY "Tiers Loaded:        " WS-TIER-COUNT.
           DISPLAY "Customers Read:      " WS-CUSTOMER-COUNT.
           DISPLAY "Upgraded:            " WS-UPGRADE-COUNT.
           DISPLAY "Downgraded:          " WS-DOWNGRADE-COUNT.
           DISPLAY "Downgrade Warnings:  " WS-WARNED-COUNT.
           DISPLAY "Warnings Standing:   " WS-WARN-STANDS-COUNT.
           DISPLAY "Warnings Cleared:    " WS-WARN-CLEARED-COUNT.
           DISPLAY "Update Failures:     " WS-UPDATE-FAIL-COUNT.
           DISPLAY "Not Reviewed:        " WS-NOT-REVIEWED-COUNT.
           DISPLAY "Warnings Carried:    " WS-WARNINGS-WRITTEN.
           DISPLAY "Unsent Notices Kept: " WS-UNSENT-WRITTEN.
           DISPLAY "Notices Written:     " WS-NOTICE-COUNT.
           DISPLAY "No Address Record:   " WS-NO-ADDRESS-COUNT.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-AUDIT-FILE-OK
              CLOSE AUDIT-FILE
           END-IF.
      *    WS-RUN-DONE is also raised by a mid-run DB error with the
      *    outputs already open, so the closes are driven by the file
      *    statuses alone.
           IF WS-RPT-FILE-OK
              CLOSE REGISTER-FILE
           END-IF.
           IF WS-NEWWARN-FILE-OK
              CLOSE NEW-WARNING-FILE
           END-IF.
           IF WS-NOTE-FILE-OK
              CLOSE NOTICE-FILE
           END-IF.
