       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-RUN.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Dormant-account and unclaimed-property run: dates
      *             each customer's last customer-initiated activity
      *             ('U' postings, 'R' redemptions and 'C' cancels -
      *             never CUST-ASSESS fees, POINTS-EXPIRE expiries or
      *             the program-written rank and suspense records)
      *             from TXN_HISTORY, the audit trail and its archive
      *             generations and the activity file carried from
      *             the last run, and sets or clears DORMANT_FLAG on
      *             CUSTOMER_MASTER against the inactivity period on
      *             DORMPARM. Inside the notice period before the
      *             reporting deadline, dormant customers holding a
      *             balance are sent a due-diligence letter (printed
      *             in mail-presort order from the name-and-address
      *             master, or on the e-delivery extract). From the
      *             deadline on, balances still unclaimed after a
      *             letter are listed on the unclaimed-property
      *             report and the remittance file, and turned over
      *             through a balance-zeroing 'E' transaction batch
      *             for the next CUSTPROC run.
      * 2026-10-15  Turnover cut date carried with the deadline; a
      *             turnover CUSTPROC refused is cut again on the next
      *             run. ESCHTXN opened with the other outputs and
      *             DORMACTN last, so a failed open writes neither and
      *             ends with return code 8; ESCHTXN file id is now
      *             ESCHEAT.<run date>, one per cut.
      * 2026-10-15  Only a missing DORMACT means nothing carried; any
      *             other open failure stops the run with return code
      *             8 before the outputs are opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Run parameters: inactivity period in days, the reporting
      *    deadline, and the number of days before the deadline the
      *    due-diligence letters go out.
           SELECT DORM-PARM-FILE ASSIGN TO "DORMPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Dated archive generations written by the daily archive
      *    run; a missing generation just means nothing was archived
      *    that day (or it is past retention).
           SELECT GENERATION-FILE ASSIGN USING WS-GEN-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-FILE-STATUS.

      *    Customer name-and-address master, for the presort key,
      *    the letter address block, the remittance detail and the
      *    e-delivery flag.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADDR-FILE-STATUS.

      *    Last activity, letter and turnover dates carried from the
      *    last run, and the carried-forward file this run writes
      *    (renamed over DORMACT by the job after a clean run).
           SELECT ACTIVITY-FILE ASSIGN TO "DORMACT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACT-FILE-STATUS.

           SELECT NEW-ACTIVITY-FILE ASSIGN TO "DORMACTN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEWACT-FILE-STATUS.

           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO "DDLTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT E-LETTER-FILE ASSIGN TO "DDELTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELTR-FILE-STATUS.

           SELECT UNCLAIMED-REPORT-FILE ASSIGN TO "UNCLMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNC-FILE-STATUS.

      *    Remittance detail for the state administrator.
           SELECT REMITTANCE-FILE ASSIGN TO "ESCHREM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REM-FILE-STATUS.

      *    Turnover transactions, cut in the CUSTPROC TXNFILE layout
      *    with a batch header and trailer.
           SELECT TXN-OUT-FILE ASSIGN TO "ESCHTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT LETTER-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DORM-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORM-PARM-RECORD.
           05  DP-INACTIVE-DAYS PIC 9(5).
           05  DP-REPORT-DEADLINE PIC 9(8).
           05  DP-NOTICE-LEAD-DAYS PIC 9(3).

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

      * One row per customer: the last customer-initiated activity
      * found, the date of the last due-diligence letter, and the
      * reporting deadline and run date of the last turnover cut.
       FD  ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACTIVITY-RECORD.
           05  DA-CUSTOMER-ID PIC X(10).
           05  DA-LAST-ACTIVITY PIC 9(8).
           05  DA-LETTER-DATE PIC 9(8).
           05  DA-TURNOVER-DATE PIC 9(8).
           05  DA-CUT-DATE PIC 9(8).

       FD  NEW-ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-ACTIVITY-RECORD PIC X(42).

       FD  DORMANCY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-REPORT-LINE PIC X(132).

       FD  LETTER-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE PIC X(90).

       FD  E-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  E-LETTER-RECORD.
           05  EL-CUSTOMER-ID PIC X(10).
           05  EL-BALANCE PIC S9(13)V9(2).
           05  EL-POINTS PIC S9(9).
           05  EL-LAST-ACTIVITY PIC 9(8).
           05  EL-DEADLINE PIC 9(8).
           05  EL-LETTER-DATE PIC 9(8).
           05  EL-CUST-NAME PIC X(30).

       FD  UNCLAIMED-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNCLAIMED-REPORT-LINE PIC X(132).

      * Header, one detail per balance remitted, trailer with the
      * count and total remitted. Points are shown for information;
      * they are not remitted.
       FD  REMITTANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMIT-HEADER-RECORD.
           05  EH-RECORD-MARK PIC X(03).
           05  EH-DEADLINE PIC 9(8).
           05  EH-CREATE-DATE PIC 9(8).
       01  REMIT-DETAIL-RECORD.
           05  ED-RECORD-MARK PIC X(03).
           05  ED-CUSTOMER-ID PIC X(10).
           05  ED-CUST-NAME PIC X(30).
           05  ED-ADDR-LINE-1 PIC X(30).
           05  ED-ADDR-LINE-2 PIC X(30).
           05  ED-POSTAL-CODE PIC X(10).
           05  ED-LAST-ACTIVITY PIC 9(8).
           05  ED-LETTER-DATE PIC 9(8).
           05  ED-AMOUNT PIC 9(11)V9(2).
           05  ED-POINTS PIC S9(9).
       01  REMIT-TRAILER-RECORD.
           05  ET-RECORD-MARK PIC X(03).
           05  ET-RECORD-COUNT PIC 9(7).
           05  ET-TOTAL-AMOUNT PIC 9(13)V9(2).

      * Same record shapes CUSTPROC reads off TXNFILE: detail, batch
      * header, batch trailer.
       FD  TXN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-OUT-RECORD.
           05  TX-CUSTOMER-ID PIC X(10).
           05  TX-AMOUNT PIC S9(9)V9(2).
           05  TX-PROCESS-TYPE PIC X(01).
           05  TX-ORIGINAL-TXN-ID PIC X(17).
       01  TXN-BATCH-HEADER-RECORD.
           05  BH-RECORD-MARK PIC X(03).
           05  BH-FILE-ID PIC X(16).
           05  BH-CREATE-DATE PIC 9(8).
           05  BH-EXPECT-COUNT PIC 9(7).
           05  BH-EXPECT-AMOUNT PIC S9(11)V9(2).
       01  TXN-BATCH-TRAILER-RECORD.
           05  BT-RECORD-MARK PIC X(03).
           05  BT-RECORD-COUNT PIC 9(7).
           05  BT-NET-AMOUNT PIC S9(11)V9(2).

      * The postal code is carried as the major sort key, the same
      * as the statement run, so letters come out in mail-presort
      * order; ids with no address record sort to the end under
      * HIGH-VALUES.
       SD  LETTER-SORT-FILE.
       01  LETTER-SORT-RECORD.
           05  LS-POSTAL-CODE PIC X(10).
           05  LS-CUSTOMER-ID PIC X(10).
           05  LS-BALANCE PIC S9(13)V9(2).
           05  LS-POINTS PIC S9(9).
           05  LS-LAST-ACTIVITY PIC 9(8).
           05  LS-ADDR-ROW PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-PARM-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-PARM-FILE-OK VALUE '00'.
             88 WS-PARM-FILE-EOF VALUE '10'.
          05 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-AUDIT-FILE-OK VALUE '00'.
             88 WS-AUDIT-FILE-EOF VALUE '10'.
          05 WS-GEN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-GEN-FILE-OK VALUE '00'.
             88 WS-GEN-FILE-EOF VALUE '10'.
          05 WS-ADDR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ADDR-FILE-OK VALUE '00'.
             88 WS-ADDR-FILE-EOF VALUE '10'.
          05 WS-ACT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ACT-FILE-OK VALUE '00'.
             88 WS-ACT-FILE-EOF VALUE '10'.
             88 WS-ACT-FILE-NOTFND VALUE '35'.
          05 WS-NEWACT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NEWACT-FILE-OK VALUE '00'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.
          05 WS-LTR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-LTR-FILE-OK VALUE '00'.
          05 WS-ELTR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ELTR-FILE-OK VALUE '00'.
          05 WS-UNC-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-UNC-FILE-OK VALUE '00'.
          05 WS-REM-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-REM-FILE-OK VALUE '00'.
          05 WS-TXN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-TXN-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
             88 WS-PARM-EOF VALUE 'Y'.
          05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-AUDIT-EOF VALUE 'Y'.
          05 WS-GEN-EOF-FLAG PIC X VALUE 'N'.
             88 WS-GEN-EOF VALUE 'Y'.
          05 WS-ADDR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-ADDR-EOF VALUE 'Y'.
          05 WS-ACT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-ACT-EOF VALUE 'Y'.
          05 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SORT-EOF VALUE 'Y'.
          05 WS-CUR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-CUR-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
          05 WS-PARM-VALID-FLAG PIC X VALUE 'N'.
             88 WS-PARM-VALID VALUE 'Y'.
      *    Raised when the customer cursor stops on a DB error, so
      *    the activity rows of customers not yet reached are
      *    carried forward as read.
          05 WS-REVIEW-STOPPED-FLAG PIC X VALUE 'N'.
             88 WS-REVIEW-STOPPED VALUE 'Y'.
          05 WS-DEADLINE-REACHED-FLAG PIC X VALUE 'N'.
             88 WS-DEADLINE-REACHED VALUE 'Y'.
          05 WS-NOTICE-PERIOD-FLAG PIC X VALUE 'N'.
             88 WS-IN-NOTICE-PERIOD VALUE 'Y'.
          05 WS-NO-HISTORY-FLAG PIC X VALUE 'N'.
             88 WS-NO-HISTORY VALUE 'Y'.

      * Run date (YYYYMMDD) from the run parameter, default today.
      * The notice period runs from the deadline less the lead days
      * up to the day before the deadline.
       01 WS-PARM-AREA.
          05 WS-PARM-DATA PIC X(80) VALUE SPACES.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.

       01 WS-DATE-AREA.
          05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
          05 WS-RUN-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-INACTIVE-DAYS PIC 9(5) VALUE ZERO.
          05 WS-DEADLINE PIC 9(8) VALUE ZERO.
          05 WS-DEADLINE-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-LEAD-DAYS PIC 9(3) VALUE ZERO.
          05 WS-NOTICE-START PIC 9(8) VALUE ZERO.
          05 WS-NOTICE-INTEGER PIC 9(7) VALUE ZERO.

       01 WS-GEN-SCAN-WORK.
          05 WS-GEN-FILE-NAME PIC X(16) VALUE SPACES.
          05 WS-GEN-DATE PIC 9(8) VALUE ZERO.
          05 WS-DAY-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-START-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
          05 WS-GENERATIONS-READ PIC 9(4) VALUE ZERO.
          05 WS-SCAN-CUSTOMER-ID PIC X(10) VALUE SPACES.
          05 WS-SCAN-TXN-TYPE PIC X(01) VALUE SPACE.
             88 WS-SCAN-CUSTOMER-ACTIVITY VALUE 'U' 'R' 'C'.
             88 WS-SCAN-TURNOVER VALUE 'E'.
          05 WS-SCAN-STATUS PIC X(01) VALUE SPACE.
             88 WS-SCAN-POSTED VALUE 'S'.
             88 WS-SCAN-REFUSED VALUE 'F'.
          05 WS-SCAN-DATE PIC X(08) VALUE SPACES.

      * Activity table: the carried activity file, raised to the
      * latest activity on the audit trail, then reviewed customer
      * by customer. A row is written forward when its customer was
      * reviewed, or when the review stopped before reaching it;
      * rows of customers no longer on the master drop out.
       01 WS-ACT-CONTROLS.
          05 WS-ACT-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-ACT-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-ACT-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-ACT-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-ACT-LOOKUP-ID PIC X(10) VALUE SPACES.
       01 WS-ACT-TABLE.
          05 WS-ACT-ENTRY OCCURS 5000 TIMES.
             10 AC-CUSTOMER-ID PIC X(10).
             10 AC-LAST-ACTIVITY PIC 9(8).
             10 AC-LETTER-DATE PIC 9(8).
             10 AC-TURNOVER-DATE PIC 9(8).
             10 AC-CUT-DATE PIC 9(8).
             10 AC-REFUSED-DATE PIC 9(8).
             10 AC-DISPOSITION PIC X(01).
                88 AC-UNREVIEWED VALUE ' '.
                88 AC-REVIEWED VALUE 'K'.

       01 WS-NEW-ACT-RECORD.
          05 NA-CUSTOMER-ID PIC X(10).
          05 NA-LAST-ACTIVITY PIC 9(8).
          05 NA-LETTER-DATE PIC 9(8).
          05 NA-TURNOVER-DATE PIC 9(8).
          05 NA-CUT-DATE PIC 9(8).

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

      * Turnover transactions buffered for ESCHTXN, which goes out
      * with its header counts once the review is complete. The
      * activity row is kept so the cut is recorded only once its
      * transaction is written.
       01 WS-TXN-BUFFER-CONTROLS.
          05 WS-TXN-COUNT PIC 9(7) VALUE ZERO.
          05 WS-TXN-MAX PIC 9(4) COMP VALUE 4000.
          05 WS-TXN-IDX PIC 9(7) VALUE ZERO.
          05 WS-TXN-NET-AMOUNT PIC S9(11)V9(2) VALUE ZERO.
       01 WS-TXN-BUFFER.
          05 WS-TXN-ENTRY OCCURS 4000 TIMES.
             10 TT-CUSTOMER-ID PIC X(10).
             10 TT-AMOUNT PIC S9(9)V9(2).
             10 TT-ACT-ROW PIC 9(4) COMP.

      * A balance too large for the TXNFILE amount field is turned
      * over by hand.
       01 WS-TURNOVER-LIMITS.
          05 WS-MAX-TURNOVER PIC S9(13)V9(2) VALUE 999999999.99.

      * Host variables for the customer cursor, the TXN_HISTORY
      * activity lookup and the flag update.
       01 WS-CUSTOMER-HOST-VARS.
          05 WS-CUST-ID PIC X(10).
          05 WS-CUST-RANK PIC X(01).
          05 WS-CUST-BALANCE PIC S9(13)V9(2) COMP-3.
          05 WS-CUST-POINTS PIC S9(9) COMP.
          05 WS-CUST-DORMANT-FLAG PIC X(01).
          05 WS-OLD-DORMANT-FLAG PIC X(01).
          05 WS-NEW-DORMANT-FLAG PIC X(01).
          05 WS-HIST-DATE PIC X(08).

       01 SQLCA.
          05 SQLCODE PIC S9(8) COMP.

       01 WS-DORMANCY-WORK.
          05 WS-BALANCE PIC S9(13)V9(2) VALUE ZERO.
          05 WS-POINTS PIC S9(9) VALUE ZERO.
          05 WS-LAST-ACTIVITY PIC 9(8) VALUE ZERO.
          05 WS-DAYS-INACTIVE PIC 9(7) VALUE ZERO.
          05 WS-ACTIVITY-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-DORMANT-BY-DATE-FLAG PIC X(01) VALUE 'N'.
             88 WS-DORMANT-BY-DATE VALUE 'Y'.
          05 WS-REPORT-LINE-FLAG PIC X(01) VALUE 'N'.
             88 WS-REPORT-LINE-WANTED VALUE 'Y'.
          05 WS-ACTION-TEXT PIC X(24) VALUE SPACES.
          05 WS-NOTE-TEXT PIC X(24) VALUE SPACES.
          05 WS-TURNOVER-STATUS PIC X(30) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
          05 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NEWLY-DORMANT-COUNT PIC 9(7) VALUE ZERO.
          05 WS-STILL-DORMANT-COUNT PIC 9(7) VALUE ZERO.
          05 WS-TURNED-OVER-COUNT PIC 9(7) VALUE ZERO.
          05 WS-REACTIVATED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NO-HISTORY-COUNT PIC 9(7) VALUE ZERO.
          05 WS-UPDATE-FAIL-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NOT-REVIEWED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LETTERS-PRINTED PIC 9(7) VALUE ZERO.
          05 WS-LETTERS-EMAILED PIC 9(7) VALUE ZERO.
          05 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
          05 WS-REMITTED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-REMITTED-AMOUNT PIC S9(13)V9(2) VALUE ZERO.
          05 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
          05 WS-HELD-AMOUNT PIC S9(13)V9(2) VALUE ZERO.
          05 WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
          05 WS-ACT-WRITTEN PIC 9(7) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER PIC X(30) VALUE
                "DORMANT ACCOUNT REVIEW        ".
             10 FILLER PIC X(06) VALUE "AS OF ".
             10 RH-RUN-DATE PIC 9(8).
             10 FILLER PIC X(17) VALUE "  INACTIVE DAYS  ".
             10 RH-INACTIVE-DAYS PIC ZZZZ9.
             10 FILLER PIC X(11) VALUE "  DEADLINE ".
             10 RH-DEADLINE PIC 9(8).
          05 WS-RPT-COLUMNS.
             10 FILLER PIC X(31) VALUE
                "CUSTOMER   FLG  LAST ACT   DAYS".
             10 FILLER PIC X(22) VALUE
                "               BALANCE".
             10 FILLER PIC X(16) VALUE "          POINTS".
             10 FILLER PIC X(25) VALUE " ACTION".
             10 FILLER PIC X(05) VALUE " NOTE".
          05 WS-RPT-DETAIL.
             10 RD-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-OLD-FLAG PIC X(01).
             10 FILLER PIC X(01) VALUE ">".
             10 RD-NEW-FLAG PIC X(01).
             10 FILLER PIC X(02) VALUE SPACES.
             10 RD-LAST-ACTIVITY PIC 9(8).
             10 RD-NO-HISTORY PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-DAYS PIC ZZZZ9.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-POINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-ACTION PIC X(24).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-NOTE PIC X(24).
          05 WS-RPT-FOOTNOTE.
             10 FILLER PIC X(35) VALUE
                "* NO ACTIVITY ON RECORD - DORMANCY ".
             10 FILLER PIC X(35) VALUE
                "CLOCK STARTS AT THIS RUN DATE".
          05 WS-RPT-TOTAL-LINE.
             10 RT-CAPTION PIC X(30).
             10 RT-COUNT PIC Z,ZZZ,ZZ9.
          05 WS-BLANK-LINE PIC X(132) VALUE SPACES.

      * Unclaimed-property report.
       01 WS-UNCLAIMED-LINES.
          05 WS-UNC-HEADER.
             10 FILLER PIC X(30) VALUE
                "UNCLAIMED PROPERTY REPORT     ".
             10 FILLER PIC X(09) VALUE "DEADLINE ".
             10 UH-DEADLINE PIC 9(8).
             10 FILLER PIC X(11) VALUE "  RUN DATE ".
             10 UH-RUN-DATE PIC 9(8).
          05 WS-UNC-COLUMNS.
             10 FILLER PIC X(42) VALUE "CUSTOMER   NAME".
             10 FILLER PIC X(09) VALUE "LAST ACT ".
             10 FILLER PIC X(21) VALUE "               AMOUNT".
             10 FILLER PIC X(16) VALUE "          POINTS".
             10 FILLER PIC X(07) VALUE " STATUS".
          05 WS-UNC-DETAIL.
             10 UD-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 UD-CUST-NAME PIC X(30).
             10 FILLER PIC X(01) VALUE SPACES.
             10 UD-LAST-ACTIVITY PIC 9(8).
             10 FILLER PIC X(01) VALUE SPACES.
             10 UD-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(01) VALUE SPACES.
             10 UD-POINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.
             10 FILLER PIC X(01) VALUE SPACES.
             10 UD-STATUS PIC X(30).
          05 WS-UNC-NOT-DUE.
             10 FILLER PIC X(33) VALUE
                "REPORTING DEADLINE NOT REACHED - ".
             10 FILLER PIC X(37) VALUE
                "NO BALANCES TURNED OVER THIS RUN".
          05 WS-UNC-TOTAL-LINE.
             10 UT-CAPTION PIC X(30).
             10 UT-COUNT PIC Z,ZZZ,ZZ9.
             10 FILLER PIC X(01) VALUE SPACES.
             10 UT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 WS-UNC-POINTS-NOTE.
             10 FILLER PIC X(34) VALUE
                "LOYALTY POINTS ARE NOT REMITTED - ".
             10 FILLER PIC X(36) VALUE
                "SHOWN FOR INFORMATION ONLY".

      * Letter composition.
       01 WS-LETTER-LINES.
          05 WS-LTR-HEADER.
             10 FILLER PIC X(34) VALUE
                "UNCLAIMED PROPERTY NOTICE   DATED ".
             10 LH-DATE PIC 9(8).
          05 WS-LTR-ADDR-LINE.
             10 FILLER PIC X(10) VALUE SPACES.
             10 LA-TEXT PIC X(30).
          05 WS-LTR-ACCOUNT-LINE.
             10 FILLER PIC X(08) VALUE "ACCOUNT ".
             10 LC-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(10) VALUE "  BALANCE ".
             10 LC-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(09) VALUE "  POINTS ".
             10 LC-POINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.
          05 WS-LTR-TEXT PIC X(90) VALUE SPACES.
          05 WS-LTR-SEPARATOR PIC X(90) VALUE ALL "-".
          05 WS-LTR-BLANK PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DORMANT ACCOUNT AND UNCLAIMED PROPERTY RUN".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              SORT LETTER-SORT-FILE
                 ON ASCENDING KEY LS-POSTAL-CODE
                 ON ASCENDING KEY LS-CUSTOMER-ID
                 INPUT PROCEDURE IS REVIEW-CUSTOMERS
                 OUTPUT PROCEDURE IS WRITE-DUE-DILIGENCE-LETTERS
              PERFORM WRITE-DORMANCY-TOTALS
              PERFORM WRITE-UNCLAIMED-TOTALS
              IF WS-DEADLINE-REACHED
                 PERFORM WRITE-REMITTANCE-TRAILER
                 PERFORM WRITE-TXN-FILE
              END-IF
              PERFORM WRITE-ACTIVITY-FILE
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

       INITIALIZE-SYSTEM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-DATA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
           IF WS-PARM-DATA (1:8) IS NUMERIC
              MOVE WS-PARM-DATA (1:8) TO WS-RUN-DATE
           ELSE
              MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
              DISPLAY "No run date given - using today "
                      WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-START-INTEGER =
              WS-RUN-INTEGER - WS-RETENTION-DAYS + 1.
           PERFORM LOAD-DORMANCY-PARMS.
           IF NOT WS-PARM-VALID
              DISPLAY "No valid DORMPARM record - dormancy run "
                      "cannot proceed."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM SET-DEADLINE-PERIODS
              PERFORM LOAD-ACTIVITY-FILE
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM OPEN-RUN-FILES
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-ADDRESS-TABLE
              PERFORM SCAN-AUDIT-ACTIVITY
              MOVE WS-RUN-DATE TO RH-RUN-DATE
              MOVE WS-INACTIVE-DAYS TO RH-INACTIVE-DAYS
              MOVE WS-DEADLINE TO RH-DEADLINE
              WRITE DORMANCY-REPORT-LINE FROM WS-RPT-HEADER
              WRITE DORMANCY-REPORT-LINE FROM WS-BLANK-LINE
              WRITE DORMANCY-REPORT-LINE FROM WS-RPT-COLUMNS
              MOVE WS-DEADLINE TO UH-DEADLINE
              MOVE WS-RUN-DATE TO UH-RUN-DATE
              WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-HEADER
              WRITE UNCLAIMED-REPORT-LINE FROM WS-BLANK-LINE
              IF WS-DEADLINE-REACHED
                 WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-COLUMNS
              ELSE
                 WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-NOT-DUE
              END-IF
              DISPLAY "System initialized."
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

      * One parameter record. An inactivity period of zero or a
      * deadline that is not a date stops the run - guessing either
      * would flag or turn over the wrong accounts.
       LOAD-DORMANCY-PARMS.
           MOVE 'N' TO WS-PARM-VALID-FLAG.
           OPEN INPUT DORM-PARM-FILE.
           IF NOT WS-PARM-FILE-OK
              DISPLAY "Dormancy parameter file not available - "
                      "status " WS-PARM-FILE-STATUS
           ELSE
              READ DORM-PARM-FILE
                 AT END
                    DISPLAY "Dormancy parameter file is empty."
                 NOT AT END
                    PERFORM EDIT-DORMANCY-PARMS
              END-READ
              CLOSE DORM-PARM-FILE
           END-IF.

       EDIT-DORMANCY-PARMS.
           EVALUATE TRUE
              WHEN DP-INACTIVE-DAYS NOT NUMERIC
                 OR DP-INACTIVE-DAYS = ZERO
                 DISPLAY "DORMPARM inactivity period invalid: "
                         DP-INACTIVE-DAYS
              WHEN DP-REPORT-DEADLINE NOT NUMERIC
                 OR DP-REPORT-DEADLINE (5:2) < "01"
                 OR DP-REPORT-DEADLINE (5:2) > "12"
                 OR DP-REPORT-DEADLINE (7:2) < "01"
                 OR DP-REPORT-DEADLINE (7:2) > "31"
                 DISPLAY "DORMPARM reporting deadline invalid: "
                         DP-REPORT-DEADLINE
              WHEN DP-NOTICE-LEAD-DAYS NOT NUMERIC
                 DISPLAY "DORMPARM notice lead days invalid: "
                         DP-NOTICE-LEAD-DAYS
              WHEN OTHER
                 MOVE DP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
                 MOVE DP-REPORT-DEADLINE TO WS-DEADLINE
                 MOVE DP-NOTICE-LEAD-DAYS TO WS-LEAD-DAYS
                 MOVE 'Y' TO WS-PARM-VALID-FLAG
           END-EVALUATE.

      * Letters go out only inside the notice period; turnover is
      * only from the deadline on.
       SET-DEADLINE-PERIODS.
           COMPUTE WS-DEADLINE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DEADLINE).
           COMPUTE WS-NOTICE-INTEGER =
              WS-DEADLINE-INTEGER - WS-LEAD-DAYS.
           COMPUTE WS-NOTICE-START =
              FUNCTION DATE-OF-INTEGER(WS-NOTICE-INTEGER).
           IF WS-RUN-DATE NOT < WS-DEADLINE
              MOVE 'Y' TO WS-DEADLINE-REACHED-FLAG
           ELSE
              IF WS-RUN-DATE NOT < WS-NOTICE-START
                 MOVE 'Y' TO WS-NOTICE-PERIOD-FLAG
              END-IF
           END-IF.

      * The remittance and turnover files are only cut once the
      * deadline is reached. ESCHTXN is opened before the remittance
      * file and the carried activity file last, so a failed open
      * leaves no remittance and no DORMACTN for the job to rename.
       OPEN-RUN-FILES.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY "Audit file not available - status "
                      WS-AUDIT-FILE-STATUS
                      " - dormancy run cannot proceed."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
              DISPLAY "Dormancy report could not be opened - status "
                      WS-RPT-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT LETTER-PRINT-FILE.
           IF NOT WS-LTR-FILE-OK
              DISPLAY "Letter print file could not be opened - "
                      "status " WS-LTR-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT E-LETTER-FILE.
           IF NOT WS-ELTR-FILE-OK
              DISPLAY "E-delivery letter file could not be opened - "
                      "status " WS-ELTR-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT UNCLAIMED-REPORT-FILE.
           IF NOT WS-UNC-FILE-OK
              DISPLAY "Unclaimed-property report could not be "
                      "opened - status " WS-UNC-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF WS-DEADLINE-REACHED AND NOT WS-RUN-DONE
              OPEN OUTPUT TXN-OUT-FILE
              IF NOT WS-TXN-FILE-OK
                 DISPLAY "Turnover transaction file could not be "
                         "opened - status " WS-TXN-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF WS-DEADLINE-REACHED AND NOT WS-RUN-DONE
              OPEN OUTPUT REMITTANCE-FILE
              IF NOT WS-REM-FILE-OK
                 DISPLAY "Remittance file could not be opened - "
                         "status " WS-REM-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              ELSE
                 MOVE SPACES TO REMIT-HEADER-RECORD
                 MOVE "HDR" TO EH-RECORD-MARK
                 MOVE WS-DEADLINE TO EH-DEADLINE
                 MOVE WS-RUN-DATE TO EH-CREATE-DATE
                 WRITE REMIT-HEADER-RECORD
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT NEW-ACTIVITY-FILE
              IF NOT WS-NEWACT-FILE-OK
                 DISPLAY "Carried activity file could not be opened "
                         "- status " WS-NEWACT-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.

       LOAD-ADDRESS-TABLE.
           MOVE 'N' TO WS-ADDR-EOF-FLAG.
           OPEN INPUT ADDRESS-FILE.
           IF NOT WS-ADDR-FILE-OK
              DISPLAY "Address master not available - letters "
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

      * No activity file (the first run) just means nothing carried.
      * One that is there but cannot be read stops the run before any
      * output is opened, so DORMACT and its dates are kept.
       LOAD-ACTIVITY-FILE.
           MOVE 'N' TO WS-ACT-EOF-FLAG.
           OPEN INPUT ACTIVITY-FILE.
           EVALUATE TRUE
              WHEN WS-ACT-FILE-OK
                 CONTINUE
              WHEN WS-ACT-FILE-NOTFND
                 DISPLAY "No activity file - starting from "
                         "TXN_HISTORY and the audit trail only."
                 MOVE 'Y' TO WS-ACT-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Activity file could not be opened - status "
                         WS-ACT-FILE-STATUS
                         " - dormancy run cannot proceed."
                 MOVE 'Y' TO WS-ACT-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-ACTIVITY-ROW UNTIL WS-ACT-EOF.
           IF WS-ACT-FILE-OK OR WS-ACT-FILE-EOF
              CLOSE ACTIVITY-FILE
           END-IF.

       LOAD-ONE-ACTIVITY-ROW.
           READ ACTIVITY-FILE
              AT END
                 MOVE 'Y' TO WS-ACT-EOF-FLAG
              NOT AT END
                 IF WS-ACT-COUNT < WS-ACT-MAX
                    ADD 1 TO WS-ACT-COUNT
                    MOVE DA-CUSTOMER-ID TO
                       AC-CUSTOMER-ID (WS-ACT-COUNT)
                    MOVE DA-LAST-ACTIVITY TO
                       AC-LAST-ACTIVITY (WS-ACT-COUNT)
                    MOVE DA-LETTER-DATE TO
                       AC-LETTER-DATE (WS-ACT-COUNT)
                    MOVE DA-TURNOVER-DATE TO
                       AC-TURNOVER-DATE (WS-ACT-COUNT)
                    MOVE DA-CUT-DATE TO AC-CUT-DATE (WS-ACT-COUNT)
                    MOVE ZERO TO AC-REFUSED-DATE (WS-ACT-COUNT)
                    MOVE SPACE TO AC-DISPOSITION (WS-ACT-COUNT)
                 ELSE
                    DISPLAY "Activity table full - row dropped for "
                            "customer " DA-CUSTOMER-ID
                 END-IF
           END-READ.

      * Finds the row for WS-ACT-LOOKUP-ID, adding an empty one when
      * the customer has none yet.
       FIND-ACTIVITY-ROW.
           MOVE ZERO TO WS-ACT-ROW.
           IF WS-ACT-COUNT > 0
              PERFORM MATCH-ACTIVITY-ROW
                 VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > WS-ACT-COUNT
                    OR WS-ACT-ROW > 0
           END-IF.
           IF WS-ACT-ROW = 0 AND WS-ACT-COUNT < WS-ACT-MAX
              ADD 1 TO WS-ACT-COUNT
              MOVE WS-ACT-COUNT TO WS-ACT-ROW
              MOVE WS-ACT-LOOKUP-ID TO AC-CUSTOMER-ID (WS-ACT-ROW)
              MOVE ZERO TO AC-LAST-ACTIVITY (WS-ACT-ROW)
              MOVE ZERO TO AC-LETTER-DATE (WS-ACT-ROW)
              MOVE ZERO TO AC-TURNOVER-DATE (WS-ACT-ROW)
              MOVE ZERO TO AC-CUT-DATE (WS-ACT-ROW)
              MOVE ZERO TO AC-REFUSED-DATE (WS-ACT-ROW)
              MOVE SPACE TO AC-DISPOSITION (WS-ACT-ROW)
           END-IF.

       MATCH-ACTIVITY-ROW.
           IF AC-CUSTOMER-ID (WS-ACT-IDX) = WS-ACT-LOOKUP-ID
              MOVE WS-ACT-IDX TO WS-ACT-ROW
           END-IF.

      * Raises each customer's last activity to the latest successful
      * customer-initiated movement still on the audit trail: the
      * retained archive generations first, then the current audit
      * file. Fee ('A'), expiry ('X'), rank ('K'), suspense ('S')
      * and turnover ('E') records are not activity. A turnover
      * CUSTPROC refused ('E' written with status 'F') is noted
      * against the customer so the balance can be cut again.
       SCAN-AUDIT-ACTIVITY.
           PERFORM SCAN-ONE-GENERATION
              VARYING WS-DAY-INTEGER FROM WS-START-INTEGER BY 1
              UNTIL WS-DAY-INTEGER > WS-RUN-INTEGER.
           PERFORM SCAN-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF.

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
           PERFORM SCAN-ONE-GEN-RECORD UNTIL WS-GEN-EOF.
           IF WS-GEN-FILE-OK OR WS-GEN-FILE-EOF
              CLOSE GENERATION-FILE
           END-IF.

       SCAN-ONE-GEN-RECORD.
           READ GENERATION-FILE
              AT END
                 MOVE 'Y' TO WS-GEN-EOF-FLAG
              NOT AT END
                 MOVE GEN-STATUS TO WS-SCAN-STATUS
                 MOVE GEN-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
                 MOVE GEN-TXN-TYPE TO WS-SCAN-TXN-TYPE
                 MOVE GEN-TIMESTAMP (1:8) TO WS-SCAN-DATE
                 EVALUATE TRUE
                    WHEN WS-SCAN-POSTED
                       PERFORM NOTE-SCANNED-ACTIVITY
                    WHEN WS-SCAN-REFUSED AND WS-SCAN-TURNOVER
                       PERFORM NOTE-REFUSED-TURNOVER
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       SCAN-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-FLAG
              NOT AT END
                 MOVE AUD-STATUS TO WS-SCAN-STATUS
                 MOVE AUD-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
                 MOVE AUD-TXN-TYPE TO WS-SCAN-TXN-TYPE
                 MOVE AUD-TIMESTAMP (1:8) TO WS-SCAN-DATE
                 EVALUATE TRUE
                    WHEN WS-SCAN-POSTED
                       PERFORM NOTE-SCANNED-ACTIVITY
                    WHEN WS-SCAN-REFUSED AND WS-SCAN-TURNOVER
                       PERFORM NOTE-REFUSED-TURNOVER
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       NOTE-SCANNED-ACTIVITY.
           IF WS-SCAN-CUSTOMER-ACTIVITY
              AND WS-SCAN-DATE IS NUMERIC
              ADD 1 TO WS-SELECTED-COUNT
              MOVE WS-SCAN-CUSTOMER-ID TO WS-ACT-LOOKUP-ID
              PERFORM FIND-ACTIVITY-ROW
              IF WS-ACT-ROW > 0
                 IF WS-SCAN-DATE > AC-LAST-ACTIVITY (WS-ACT-ROW)
                    MOVE WS-SCAN-DATE TO
                       AC-LAST-ACTIVITY (WS-ACT-ROW)
                 END-IF
              END-IF
           END-IF.

       NOTE-REFUSED-TURNOVER.
           IF WS-SCAN-DATE IS NUMERIC
              MOVE WS-SCAN-CUSTOMER-ID TO WS-ACT-LOOKUP-ID
              PERFORM FIND-ACTIVITY-ROW
              IF WS-ACT-ROW > 0
                 IF WS-SCAN-DATE > AC-REFUSED-DATE (WS-ACT-ROW)
                    MOVE WS-SCAN-DATE TO
                       AC-REFUSED-DATE (WS-ACT-ROW)
                 END-IF
              END-IF
           END-IF.

      * Walks the customer master. Each customer's dormancy is set
      * from the last activity, and dormant customers holding a
      * balance are sent their letter or turned over, by the run
      * date against the deadline.
       REVIEW-CUSTOMERS.
           EXEC SQL
               DECLARE DORMCUR CURSOR FOR
               SELECT CUSTOMER_ID
                    , CUST_RANK
                    , CUST_BALANCE
                    , CUST_POINTS
                    , COALESCE(DORMANT_FLAG, 'N')
               FROM  CUSTOMER_MASTER
               ORDER BY CUSTOMER_ID
           END-EXEC.
           EXEC SQL
               OPEN DORMCUR
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error opening dormancy cursor - sqlcode "
                      SQLCODE " - dormancy run stopped."
              MOVE 'Y' TO WS-CUR-EOF-FLAG
              MOVE 'Y' TO WS-REVIEW-STOPPED-FLAG
           END-IF.
           PERFORM FETCH-ONE-CUSTOMER UNTIL WS-CUR-EOF.
           EXEC SQL
               CLOSE DORMCUR
           END-EXEC.

       FETCH-ONE-CUSTOMER.
           EXEC SQL
               FETCH DORMCUR
               INTO  :WS-CUST-ID
                    ,:WS-CUST-RANK
                    ,:WS-CUST-BALANCE
                    ,:WS-CUST-POINTS
                    ,:WS-CUST-DORMANT-FLAG
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 ADD 1 TO WS-CUSTOMER-COUNT
                 PERFORM REVIEW-ONE-CUSTOMER
              WHEN 100
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
              WHEN OTHER
                 DISPLAY "DB error on dormancy fetch - sqlcode "
                         SQLCODE " - dormancy run stopped."
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
                 MOVE 'Y' TO WS-REVIEW-STOPPED-FLAG
           END-EVALUATE.

       REVIEW-ONE-CUSTOMER.
           MOVE WS-CUST-ID TO WS-ACT-LOOKUP-ID.
           PERFORM FIND-ACTIVITY-ROW.
           IF WS-ACT-ROW = 0
              DISPLAY "Activity table full - customer " WS-CUST-ID
                      " not reviewed."
              ADD 1 TO WS-NOT-REVIEWED-COUNT
           ELSE
              MOVE 'K' TO AC-DISPOSITION (WS-ACT-ROW)
              MOVE WS-CUST-BALANCE TO WS-BALANCE
              MOVE WS-CUST-POINTS TO WS-POINTS
              MOVE SPACES TO WS-ACTION-TEXT
              MOVE SPACES TO WS-NOTE-TEXT
              MOVE 'N' TO WS-REPORT-LINE-FLAG
              PERFORM SET-LAST-ACTIVITY
              PERFORM SET-DORMANCY
              IF WS-NEW-DORMANT-FLAG = 'Y' AND WS-BALANCE > ZERO
                 PERFORM SET-UNCLAIMED-ACTION
              END-IF
              IF WS-REPORT-LINE-WANTED
                 PERFORM WRITE-DORMANCY-DETAIL
              END-IF
           END-IF.

      * The latest of the carried and audit-trail activity and the
      * newest 'U' or 'R' posting on TXN_HISTORY (rows from before
      * the type column count as 'U'). A customer with no activity
      * anywhere starts the inactivity clock at this run.
       SET-LAST-ACTIVITY.
           MOVE 'N' TO WS-NO-HISTORY-FLAG.
           MOVE SPACES TO WS-HIST-DATE.
           EXEC SQL
               SELECT COALESCE(MAX(SUBSTR(TXN_ID, 1, 8)), '00000000')
                 INTO :WS-HIST-DATE
                 FROM TXN_HISTORY
                WHERE CUSTOMER_ID = :WS-CUST-ID
                  AND COALESCE(TXN_TYPE, 'U') IN ('U', 'R')
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error reading TXN_HISTORY - customer "
                      WS-CUST-ID " sqlcode " SQLCODE
              MOVE SPACES TO WS-HIST-DATE
           END-IF.
           IF WS-HIST-DATE IS NUMERIC
              AND WS-HIST-DATE > AC-LAST-ACTIVITY (WS-ACT-ROW)
              MOVE WS-HIST-DATE TO AC-LAST-ACTIVITY (WS-ACT-ROW)
           END-IF.
           IF AC-LAST-ACTIVITY (WS-ACT-ROW) = ZERO
              MOVE WS-RUN-DATE TO AC-LAST-ACTIVITY (WS-ACT-ROW)
              MOVE 'Y' TO WS-NO-HISTORY-FLAG
              ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF.
           MOVE AC-LAST-ACTIVITY (WS-ACT-ROW) TO WS-LAST-ACTIVITY.
           IF WS-LAST-ACTIVITY > WS-RUN-DATE
              MOVE ZERO TO WS-DAYS-INACTIVE
           ELSE
              COMPUTE WS-ACTIVITY-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
              COMPUTE WS-DAYS-INACTIVE =
                 WS-RUN-INTEGER - WS-ACTIVITY-INTEGER
           END-IF.
           IF WS-DAYS-INACTIVE NOT < WS-INACTIVE-DAYS
              MOVE 'Y' TO WS-DORMANT-BY-DATE-FLAG
           ELSE
              MOVE 'N' TO WS-DORMANT-BY-DATE-FLAG
           END-IF.

      * An active customer past the period is flagged dormant ('Y');
      * a dormant or turned-over one with activity inside the
      * period is cleared. The update is conditional on the flag as
      * fetched, so a CUSTPROC change since the fetch is left alone.
       SET-DORMANCY.
           MOVE WS-CUST-DORMANT-FLAG TO WS-OLD-DORMANT-FLAG.
           MOVE WS-CUST-DORMANT-FLAG TO WS-NEW-DORMANT-FLAG.
           EVALUATE TRUE
              WHEN WS-DORMANT-BY-DATE AND WS-OLD-DORMANT-FLAG = 'N'
                 MOVE 'Y' TO WS-NEW-DORMANT-FLAG
                 PERFORM POST-DORMANT-FLAG
                 IF WS-NEW-DORMANT-FLAG = 'Y'
                    ADD 1 TO WS-NEWLY-DORMANT-COUNT
                    MOVE "NEWLY DORMANT" TO WS-ACTION-TEXT
                 END-IF
              WHEN NOT WS-DORMANT-BY-DATE
                 AND WS-OLD-DORMANT-FLAG NOT = 'N'
                 MOVE 'N' TO WS-NEW-DORMANT-FLAG
                 PERFORM POST-DORMANT-FLAG
                 IF WS-NEW-DORMANT-FLAG = 'N'
                    ADD 1 TO WS-REACTIVATED-COUNT
                    MOVE "REACTIVATED" TO WS-ACTION-TEXT
                 END-IF
              WHEN WS-OLD-DORMANT-FLAG = 'Y'
                 ADD 1 TO WS-STILL-DORMANT-COUNT
                 MOVE "DORMANT" TO WS-ACTION-TEXT
                 MOVE 'Y' TO WS-REPORT-LINE-FLAG
              WHEN WS-OLD-DORMANT-FLAG = 'T'
                 ADD 1 TO WS-TURNED-OVER-COUNT
                 MOVE "TURNED OVER" TO WS-ACTION-TEXT
                 MOVE 'Y' TO WS-REPORT-LINE-FLAG
              WHEN OTHER
                 ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE.

      * A failed or skipped update leaves the flag as fetched.
       POST-DORMANT-FLAG.
           MOVE 'Y' TO WS-REPORT-LINE-FLAG.
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET    DORMANT_FLAG = :WS-NEW-DORMANT-FLAG
                    , UPDATED_AT   = CURRENT_TIMESTAMP
               WHERE  CUSTOMER_ID  = :WS-CUST-ID
                 AND  COALESCE(DORMANT_FLAG, 'N') = :WS-OLD-DORMANT-FLAG
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 EXEC SQL COMMIT END-EXEC
              WHEN 100
                 MOVE WS-OLD-DORMANT-FLAG TO WS-NEW-DORMANT-FLAG
                 MOVE "FLAG CHANGED SINCE READ" TO WS-ACTION-TEXT
              WHEN OTHER
                 DISPLAY "DB error on dormant flag update - customer "
                         WS-CUST-ID " sqlcode " SQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 MOVE WS-OLD-DORMANT-FLAG TO WS-NEW-DORMANT-FLAG
                 MOVE "UPDATE FAILED" TO WS-ACTION-TEXT
           END-EVALUATE.

      * A dormant customer holding a balance. In the notice period
      * a letter goes out unless one has already been sent since the
      * last activity and inside this notice period. From the
      * deadline the balance is turned over when a letter was sent
      * after the last activity in the notice period and no turnover
      * is outstanding for this deadline. A cut is outstanding until
      * CUSTPROC posts it (the customer is then flagged turned over
      * and not reviewed here) or refuses it on or after the cut
      * date - the turnover file is cut ahead of CUSTPROC in the
      * nightly schedule - when the balance is cut again.
       SET-UNCLAIMED-ACTION.
           EVALUATE TRUE
              WHEN WS-IN-NOTICE-PERIOD
                 IF AC-LETTER-DATE (WS-ACT-ROW) > WS-LAST-ACTIVITY
                    AND AC-LETTER-DATE (WS-ACT-ROW)
                        NOT < WS-NOTICE-START
                    MOVE "LETTER SENT BEFORE" TO WS-NOTE-TEXT
                 ELSE
                    PERFORM RELEASE-DUE-DILIGENCE-LETTER
                 END-IF
              WHEN WS-DEADLINE-REACHED
                 MOVE WS-CUST-ID TO WS-ADDR-LOOKUP-ID
                 PERFORM LOOKUP-ADDRESS-ROW
                 EVALUATE TRUE
                    WHEN AC-TURNOVER-DATE (WS-ACT-ROW) = WS-DEADLINE
                         AND AC-REFUSED-DATE (WS-ACT-ROW)
                             < AC-CUT-DATE (WS-ACT-ROW)
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE "TURNOVER ALREADY CUT" TO WS-NOTE-TEXT
                       MOVE "PENDING - CUT BY EARLIER RUN" TO
                          WS-TURNOVER-STATUS
                       PERFORM WRITE-UNCLAIMED-DETAIL
                    WHEN AC-LETTER-DATE (WS-ACT-ROW)
                         NOT > WS-LAST-ACTIVITY
                       OR AC-LETTER-DATE (WS-ACT-ROW)
                          < WS-NOTICE-START
                       MOVE "HELD - NO LETTER" TO WS-NOTE-TEXT
                       MOVE "HELD - NO DUE-DILIGENCE LETTER" TO
                          WS-TURNOVER-STATUS
                       PERFORM HOLD-UNCLAIMED-BALANCE
                    WHEN WS-BALANCE > WS-MAX-TURNOVER
                       MOVE "HELD - MANUAL TURNOVER" TO WS-NOTE-TEXT
                       MOVE "HELD - TURN OVER BY HAND" TO
                          WS-TURNOVER-STATUS
                       PERFORM HOLD-UNCLAIMED-BALANCE
                    WHEN WS-TXN-COUNT NOT < WS-TXN-MAX
                       MOVE "HELD - BATCH FULL" TO WS-NOTE-TEXT
                       MOVE "HELD - TURNOVER BATCH FULL" TO
                          WS-TURNOVER-STATUS
                       PERFORM HOLD-UNCLAIMED-BALANCE
                    WHEN OTHER
                       PERFORM TURN-OVER-BALANCE
                 END-EVALUATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       HOLD-UNCLAIMED-BALANCE.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-BALANCE TO WS-HELD-AMOUNT.
           PERFORM WRITE-UNCLAIMED-DETAIL.

      * Buffers the balance-zeroing 'E' transaction and remits the
      * balance. The deadline and date of the cut are recorded when
      * the transaction is written to ESCHTXN, so a rerun does not
      * cut it again.
       TURN-OVER-BALANCE.
           ADD 1 TO WS-TXN-COUNT.
           MOVE WS-CUST-ID TO TT-CUSTOMER-ID (WS-TXN-COUNT).
           COMPUTE TT-AMOUNT (WS-TXN-COUNT) = ZERO - WS-BALANCE.
           MOVE WS-ACT-ROW TO TT-ACT-ROW (WS-TXN-COUNT).
           SUBTRACT WS-BALANCE FROM WS-TXN-NET-AMOUNT.
           ADD 1 TO WS-REMITTED-COUNT.
           ADD WS-BALANCE TO WS-REMITTED-AMOUNT.
           MOVE "REMITTED" TO WS-NOTE-TEXT.
           MOVE "REMITTED - TURNOVER POSTED" TO WS-TURNOVER-STATUS.
           PERFORM WRITE-UNCLAIMED-DETAIL.
           MOVE SPACES TO REMIT-DETAIL-RECORD.
           MOVE "DTL" TO ED-RECORD-MARK.
           MOVE WS-CUST-ID TO ED-CUSTOMER-ID.
           IF WS-ADDR-ROW > 0
              MOVE AT-CUST-NAME (WS-ADDR-ROW) TO ED-CUST-NAME
              MOVE AT-ADDR-LINE-1 (WS-ADDR-ROW) TO ED-ADDR-LINE-1
              MOVE AT-ADDR-LINE-2 (WS-ADDR-ROW) TO ED-ADDR-LINE-2
              MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO ED-POSTAL-CODE
           END-IF.
           MOVE WS-LAST-ACTIVITY TO ED-LAST-ACTIVITY.
           MOVE AC-LETTER-DATE (WS-ACT-ROW) TO ED-LETTER-DATE.
           MOVE WS-BALANCE TO ED-AMOUNT.
           MOVE WS-POINTS TO ED-POINTS.
           WRITE REMIT-DETAIL-RECORD.

       WRITE-UNCLAIMED-DETAIL.
           MOVE SPACES TO UD-CUST-NAME.
           IF WS-ADDR-ROW > 0
              MOVE AT-CUST-NAME (WS-ADDR-ROW) TO UD-CUST-NAME
           END-IF.
           MOVE WS-CUST-ID TO UD-CUSTOMER-ID.
           MOVE WS-LAST-ACTIVITY TO UD-LAST-ACTIVITY.
           MOVE WS-BALANCE TO UD-AMOUNT.
           MOVE WS-POINTS TO UD-POINTS.
           MOVE WS-TURNOVER-STATUS TO UD-STATUS.
           WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-DETAIL.

      * Records the letter date and passes the letter to the
      * presort. E-delivery customers get it on the e-delivery
      * extract instead of print.
       RELEASE-DUE-DILIGENCE-LETTER.
           MOVE WS-CUST-ID TO WS-ADDR-LOOKUP-ID.
           PERFORM LOOKUP-ADDRESS-ROW.
           IF WS-ADDR-ROW > 0
              AND AT-DELIVERY-FLAG (WS-ADDR-ROW) = 'E'
              MOVE "LETTER E-DELIVERY" TO WS-NOTE-TEXT
           ELSE
              MOVE "LETTER PRINTED" TO WS-NOTE-TEXT
           END-IF.
           MOVE WS-RUN-DATE TO AC-LETTER-DATE (WS-ACT-ROW).
           IF WS-ADDR-ROW > 0
              MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO LS-POSTAL-CODE
           ELSE
              MOVE HIGH-VALUES TO LS-POSTAL-CODE
           END-IF.
           MOVE WS-CUST-ID TO LS-CUSTOMER-ID.
           MOVE WS-BALANCE TO LS-BALANCE.
           MOVE WS-POINTS TO LS-POINTS.
           MOVE WS-LAST-ACTIVITY TO LS-LAST-ACTIVITY.
           MOVE WS-ADDR-ROW TO LS-ADDR-ROW.
           RELEASE LETTER-SORT-RECORD.

       WRITE-DORMANCY-DETAIL.
           MOVE WS-CUST-ID TO RD-CUSTOMER-ID.
           MOVE WS-OLD-DORMANT-FLAG TO RD-OLD-FLAG.
           MOVE WS-NEW-DORMANT-FLAG TO RD-NEW-FLAG.
           MOVE WS-LAST-ACTIVITY TO RD-LAST-ACTIVITY.
           IF WS-NO-HISTORY
              MOVE '*' TO RD-NO-HISTORY
           ELSE
              MOVE SPACE TO RD-NO-HISTORY
           END-IF.
           MOVE WS-DAYS-INACTIVE TO RD-DAYS.
           MOVE WS-BALANCE TO RD-BALANCE.
           MOVE WS-POINTS TO RD-POINTS.
           MOVE WS-ACTION-TEXT TO RD-ACTION.
           MOVE WS-NOTE-TEXT TO RD-NOTE.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-DETAIL.

      * Letters in presort order: printed letters carry the mailing
      * block; e-delivery letters go on the extract.
       WRITE-DUE-DILIGENCE-LETTERS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM RETURN-ONE-LETTER UNTIL WS-SORT-EOF.

       RETURN-ONE-LETTER.
           RETURN LETTER-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 MOVE LS-ADDR-ROW TO WS-ADDR-ROW
                 IF WS-ADDR-ROW > 0
                    AND AT-DELIVERY-FLAG (WS-ADDR-ROW) = 'E'
                    PERFORM WRITE-E-LETTER
                 ELSE
                    PERFORM WRITE-PRINTED-LETTER
                 END-IF
           END-RETURN.

       WRITE-E-LETTER.
           MOVE LS-CUSTOMER-ID TO EL-CUSTOMER-ID.
           MOVE LS-BALANCE TO EL-BALANCE.
           MOVE LS-POINTS TO EL-POINTS.
           MOVE LS-LAST-ACTIVITY TO EL-LAST-ACTIVITY.
           MOVE WS-DEADLINE TO EL-DEADLINE.
           MOVE WS-RUN-DATE TO EL-LETTER-DATE.
           MOVE AT-CUST-NAME (WS-ADDR-ROW) TO EL-CUST-NAME.
           WRITE E-LETTER-RECORD.
           ADD 1 TO WS-LETTERS-EMAILED.

       WRITE-PRINTED-LETTER.
           MOVE WS-RUN-DATE TO LH-DATE.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-HEADER.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-BLANK.
           IF WS-ADDR-ROW > 0
              MOVE AT-CUST-NAME (WS-ADDR-ROW) TO LA-TEXT
              WRITE LETTER-PRINT-LINE FROM WS-LTR-ADDR-LINE
              MOVE AT-ADDR-LINE-1 (WS-ADDR-ROW) TO LA-TEXT
              WRITE LETTER-PRINT-LINE FROM WS-LTR-ADDR-LINE
              IF AT-ADDR-LINE-2 (WS-ADDR-ROW) NOT = SPACES
                 MOVE AT-ADDR-LINE-2 (WS-ADDR-ROW) TO LA-TEXT
                 WRITE LETTER-PRINT-LINE FROM WS-LTR-ADDR-LINE
              END-IF
              MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO LA-TEXT
              WRITE LETTER-PRINT-LINE FROM WS-LTR-ADDR-LINE
           ELSE
      *       No address record: the letter still prints, under the
      *       id, for the mailroom to hand-match.
              ADD 1 TO WS-NO-ADDRESS-COUNT
              MOVE "*** NO ADDRESS ON FILE ***" TO LA-TEXT
              WRITE LETTER-PRINT-LINE FROM WS-LTR-ADDR-LINE
           END-IF.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-BLANK.
           MOVE LS-CUSTOMER-ID TO LC-CUSTOMER-ID.
           MOVE LS-BALANCE TO LC-BALANCE.
           MOVE LS-POINTS TO LC-POINTS.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-ACCOUNT-LINE.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-BLANK.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "OUR RECORDS SHOW NO ACTIVITY ON THIS ACCOUNT "
              "SINCE " LS-LAST-ACTIVITY "."
              DELIMITED BY SIZE INTO WS-LTR-TEXT.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-TEXT.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "UNLESS YOU USE THE ACCOUNT OR CONTACT US BEFORE "
              WS-DEADLINE ", THE BALANCE WILL BE"
              DELIMITED BY SIZE INTO WS-LTR-TEXT.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-TEXT.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "REPORTED AND PAID TO THE STATE AS UNCLAIMED "
              "PROPERTY. LOYALTY POINTS ARE NOT PAID OVER."
              DELIMITED BY SIZE INTO WS-LTR-TEXT.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-TEXT.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-BLANK.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-SEPARATOR.
           ADD 1 TO WS-LETTERS-PRINTED.

       WRITE-DORMANCY-TOTALS.
           WRITE DORMANCY-REPORT-LINE FROM WS-BLANK-LINE.
           IF WS-NO-HISTORY-COUNT > 0
              WRITE DORMANCY-REPORT-LINE FROM WS-RPT-FOOTNOTE
              WRITE DORMANCY-REPORT-LINE FROM WS-BLANK-LINE
           END-IF.
           MOVE "CUSTOMERS REVIEWED" TO RT-CAPTION.
           MOVE WS-CUSTOMER-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ACTIVE" TO RT-CAPTION.
           MOVE WS-ACTIVE-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NEWLY DORMANT" TO RT-CAPTION.
           MOVE WS-NEWLY-DORMANT-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "STILL DORMANT" TO RT-CAPTION.
           MOVE WS-STILL-DORMANT-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "TURNED OVER EARLIER" TO RT-CAPTION.
           MOVE WS-TURNED-OVER-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "REACTIVATED" TO RT-CAPTION.
           MOVE WS-REACTIVATED-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FLAG UPDATES FAILED" TO RT-CAPTION.
           MOVE WS-UPDATE-FAIL-COUNT TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "LETTERS PRINTED" TO RT-CAPTION.
           MOVE WS-LETTERS-PRINTED TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "LETTERS E-DELIVERED" TO RT-CAPTION.
           MOVE WS-LETTERS-EMAILED TO RT-COUNT.
           WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-REVIEW-STOPPED
              MOVE "*** REVIEW STOPPED ON DB ERROR" TO RT-CAPTION
              MOVE ZERO TO RT-COUNT
              WRITE DORMANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF.

       WRITE-UNCLAIMED-TOTALS.
           IF WS-DEADLINE-REACHED
              WRITE UNCLAIMED-REPORT-LINE FROM WS-BLANK-LINE
              MOVE "REMITTED" TO UT-CAPTION
              MOVE WS-REMITTED-COUNT TO UT-COUNT
              MOVE WS-REMITTED-AMOUNT TO UT-AMOUNT
              WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-TOTAL-LINE
              MOVE "HELD" TO UT-CAPTION
              MOVE WS-HELD-COUNT TO UT-COUNT
              MOVE WS-HELD-AMOUNT TO UT-AMOUNT
              WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-TOTAL-LINE
              MOVE "PENDING FROM EARLIER RUN" TO UT-CAPTION
              MOVE WS-PENDING-COUNT TO UT-COUNT
              MOVE ZERO TO UT-AMOUNT
              WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-TOTAL-LINE
              WRITE UNCLAIMED-REPORT-LINE FROM WS-UNC-POINTS-NOTE
           END-IF.

       WRITE-REMITTANCE-TRAILER.
           IF WS-REM-FILE-OK
              MOVE SPACES TO REMIT-TRAILER-RECORD
              MOVE "TRL" TO ET-RECORD-MARK
              MOVE WS-REMITTED-COUNT TO ET-RECORD-COUNT
              MOVE WS-REMITTED-AMOUNT TO ET-TOTAL-AMOUNT
              WRITE REMIT-TRAILER-RECORD
           END-IF.

      * Cuts the turnovers as a batch-headed TXNFILE for the next
      * CUSTPROC run: header with file id ESCHEAT.YYYYMMDD (the run
      * date, so every cut is a new batch to CUSTPROC - a balance
      * is kept from being cut twice by the turnover and cut dates
      * on the activity file, and from being posted twice by the
      * turned-over flag), creation date, and the declared count
      * and net amount; one 'E' detail per customer; closing
      * trailer. The file was opened at startup.
       WRITE-TXN-FILE.
           IF WS-TXN-FILE-OK
              MOVE "HDR" TO BH-RECORD-MARK
              MOVE SPACES TO BH-FILE-ID
              STRING "ESCHEAT." WS-RUN-DATE
                 DELIMITED BY SIZE INTO BH-FILE-ID
              MOVE WS-RUN-DATE TO BH-CREATE-DATE
              MOVE WS-TXN-COUNT TO BH-EXPECT-COUNT
              MOVE WS-TXN-NET-AMOUNT TO BH-EXPECT-AMOUNT
              WRITE TXN-BATCH-HEADER-RECORD
              IF WS-TXN-COUNT > 0
                 PERFORM WRITE-ONE-TURNOVER-TXN
                    VARYING WS-TXN-IDX FROM 1 BY 1
                    UNTIL WS-TXN-IDX > WS-TXN-COUNT
              END-IF
              MOVE "TRL" TO BT-RECORD-MARK
              MOVE WS-TXN-COUNT TO BT-RECORD-COUNT
              MOVE WS-TXN-NET-AMOUNT TO BT-NET-AMOUNT
              WRITE TXN-BATCH-TRAILER-RECORD
           END-IF.

       WRITE-ONE-TURNOVER-TXN.
           MOVE TT-CUSTOMER-ID (WS-TXN-IDX) TO TX-CUSTOMER-ID.
           MOVE TT-AMOUNT (WS-TXN-IDX) TO TX-AMOUNT.
           MOVE 'E' TO TX-PROCESS-TYPE.
           MOVE SPACES TO TX-ORIGINAL-TXN-ID.
           WRITE TXN-OUT-RECORD.
           IF WS-TXN-FILE-OK
              MOVE TT-ACT-ROW (WS-TXN-IDX) TO WS-ACT-ROW
              MOVE WS-DEADLINE TO AC-TURNOVER-DATE (WS-ACT-ROW)
              MOVE WS-RUN-DATE TO AC-CUT-DATE (WS-ACT-ROW)
           ELSE
              DISPLAY "Turnover transaction not written for "
                      "customer " TT-CUSTOMER-ID (WS-TXN-IDX)
                      " - status " WS-TXN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Carries forward the activity of every customer reviewed. A
      * review stopped early also carries the rows of customers it
      * never reached, so their letter and turnover dates are kept.
       WRITE-ACTIVITY-FILE.
           PERFORM WRITE-ONE-ACTIVITY-ROW
              VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-COUNT.

       WRITE-ONE-ACTIVITY-ROW.
           IF AC-REVIEWED (WS-ACT-IDX)
              OR (AC-UNREVIEWED (WS-ACT-IDX) AND WS-REVIEW-STOPPED)
              MOVE AC-CUSTOMER-ID (WS-ACT-IDX) TO NA-CUSTOMER-ID
              MOVE AC-LAST-ACTIVITY (WS-ACT-IDX) TO NA-LAST-ACTIVITY
              MOVE AC-LETTER-DATE (WS-ACT-IDX) TO NA-LETTER-DATE
              MOVE AC-TURNOVER-DATE (WS-ACT-IDX) TO NA-TURNOVER-DATE
              MOVE AC-CUT-DATE (WS-ACT-IDX) TO NA-CUT-DATE
              WRITE NEW-ACTIVITY-RECORD FROM WS-NEW-ACT-RECORD
              ADD 1 TO WS-ACT-WRITTEN
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "DORMANCY RUN SUMMARY:".
           DISPLAY "Run Date:            " WS-RUN-DATE.
           DISPLAY "Reporting Deadline:  " WS-DEADLINE.
           DISPLAY "Generations Read:    " WS-GENERATIONS-READ.
           DISPLAY "Activity Selected:   " WS-SELECTED-COUNT.
           DISPLAY "Customers Read:      " WS-CUSTOMER-COUNT.
           DISPLAY "Not Reviewed:        " WS-NOT-REVIEWED-COUNT.
           DISPLAY "Active:              " WS-ACTIVE-COUNT.
           DISPLAY "Newly Dormant:       " WS-NEWLY-DORMANT-COUNT.
           DISPLAY "Still Dormant:       " WS-STILL-DORMANT-COUNT.
           DISPLAY "Turned Over Earlier: " WS-TURNED-OVER-COUNT.
           DISPLAY "Reactivated:         " WS-REACTIVATED-COUNT.
           DISPLAY "No Activity On File: " WS-NO-HISTORY-COUNT.
           DISPLAY "Flag Update Failed:  " WS-UPDATE-FAIL-COUNT.
           DISPLAY "Letters Printed:     " WS-LETTERS-PRINTED.
           DISPLAY "Letters E-Delivered: " WS-LETTERS-EMAILED.
           DISPLAY "No Address Record:   " WS-NO-ADDRESS-COUNT.
           DISPLAY "Balances Remitted:   " WS-REMITTED-COUNT.
           DISPLAY "Amount Remitted:     " WS-REMITTED-AMOUNT.
           DISPLAY "Balances Held:       " WS-HELD-COUNT.
           DISPLAY "Amount Held:         " WS-HELD-AMOUNT.
           DISPLAY "Activity Rows Kept:  " WS-ACT-WRITTEN.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-AUDIT-FILE-OK OR WS-AUDIT-FILE-EOF
              CLOSE AUDIT-FILE
           END-IF.
      *    WS-RUN-DONE is also raised by a failed open with other
      *    outputs already open, so the closes are driven by the file
      *    statuses alone (the remittance and turnover files only
      *    once the deadline is reached).
           IF WS-RPT-FILE-OK
              CLOSE DORMANCY-REPORT-FILE
           END-IF.
           IF WS-LTR-FILE-OK
              CLOSE LETTER-PRINT-FILE
           END-IF.
           IF WS-ELTR-FILE-OK
              CLOSE E-LETTER-FILE
           END-IF.
           IF WS-UNC-FILE-OK
              CLOSE UNCLAIMED-REPORT-FILE
           END-IF.
           IF WS-DEADLINE-REACHED AND WS-REM-FILE-OK
              CLOSE REMITTANCE-FILE
           END-IF.
           IF WS-DEADLINE-REACHED AND WS-TXN-FILE-OK
              CLOSE TXN-OUT-FILE
           END-IF.
           IF WS-NEWACT-FILE-OK
              CLOSE NEW-ACTIVITY-FILE
           END-IF.
