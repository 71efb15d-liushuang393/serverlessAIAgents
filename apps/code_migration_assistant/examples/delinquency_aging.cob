       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELINQ-AGING.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Delinquency aging and dunning run: walks each
      *             customer's balance chain in the audit trail and
      *             its archive generations to find when the balance
      *             last went below zero or below the customer's
      *             CUSTLIM floor, ages delinquent customers into
      *             current/30/60/90/120+ buckets on an aging report
      *             by bucket and by rank, and sends one dunning
      *             letter per stage (printed in mail-presort order
      *             from the name-and-address master, or on the
      *             e-delivery extract for e-delivery customers).
      *             Each letter is logged against the delinquency it
      *             belongs to, so a stage is never sent twice and a
      *             customer who pays back above the floor drops out
      *             of the cycle. Customers 30 days or more behind
      *             are flagged to CUST-ASSESS for the late fee, and
      *             those reaching 120 days go on the collections
      *             referral extract.
      * 2026-10-15  A run that cannot open its files ends with return
      *             code 8 so the job keeps the old letter log, as
      *             does a letter log that is there but cannot be
      *             read; only a missing log means no letters sent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Dated archive generations written by the daily archive
      *    run; a missing generation just means nothing was archived
      *    that day (or it is past retention).
           SELECT GENERATION-FILE ASSIGN USING WS-GEN-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-FILE-STATUS.

      *    Customer limits table (per-customer row or per-rank
      *    default), for the balance floor.
           SELECT LIMITS-FILE ASSIGN TO "CUSTLIM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIM-FILE-STATUS.

      *    Customer name-and-address master, for the presort key,
      *    the letter address block and the e-delivery flag.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADDR-FILE-STATUS.

      *    Letters sent for delinquencies still open, and the
      *    carried-forward log this run writes (renamed over DUNLOG
      *    by the job after a clean run).
           SELECT LETTER-LOG-FILE ASSIGN TO "DUNLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT NEW-LETTER-LOG-FILE ASSIGN TO "DUNLOGN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEWLOG-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO "DUNLTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT E-LETTER-FILE ASSIGN TO "DUNELTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELTR-FILE-STATUS.

      *    Late-fee flags for the month-end assessment run.
           SELECT LATE-FEE-FILE ASSIGN TO "LATEFEE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT COLLECTIONS-FILE ASSIGN TO "COLLEXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT CHAIN-SORT-FILE ASSIGN TO "SORTWK".

           SELECT LETTER-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
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

      * Same layout CUSTPROC loads its limit checks from.
       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIMITS-FILE-RECORD.
           05  LM-KEY-TYPE PIC X(01).
           05  LM-KEY PIC X(10).
           05  LM-MAX-BALANCE PIC S9(13)V9(2).
           05  LM-MIN-BALANCE PIC S9(13)V9(2).
           05  LM-TXN-CAP PIC 9(9)V9(2).

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

      * One letter sent: the customer, the date the delinquency it
      * belongs to began, the stage (1 current, 2 30 days, 3 60
      * days, 4 90 days, 5 120 days and referral), the date sent and
      * the channel ('P' printed, 'E' e-delivery).
       FD  LETTER-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LOG-RECORD.
           05  LG-CUSTOMER-ID PIC X(10).
           05  LG-SINCE-DATE PIC 9(8).
           05  LG-STAGE PIC 9(1).
           05  LG-SENT-DATE PIC 9(8).
           05  LG-CHANNEL PIC X(01).

       FD  NEW-LETTER-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-LETTER-LOG-RECORD PIC X(28).

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-LINE PIC X(132).

       FD  LETTER-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE PIC X(90).

       FD  E-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  E-LETTER-RECORD.
           05  EL-CUSTOMER-ID PIC X(10).
           05  EL-STAGE PIC 9(1).
           05  EL-BALANCE PIC S9(13)V9(2).
           05  EL-DAYS PIC 9(4).
           05  EL-SINCE-DATE PIC 9(8).
           05  EL-LETTER-DATE PIC 9(8).
           05  EL-CUST-NAME PIC X(30).

       FD  LATE-FEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LATE-FEE-RECORD.
           05  LF-CUSTOMER-ID PIC X(10).
           05  LF-STAGE PIC 9(1).
           05  LF-DAYS PIC 9(4).

       FD  COLLECTIONS-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLLECTIONS-RECORD.
           05  CX-CUSTOMER-ID PIC X(10).
           05  CX-RANK PIC X(01).
           05  CX-BALANCE PIC S9(13)V9(2).
           05  CX-FLOOR PIC S9(13)V9(2).
           05  CX-SINCE-DATE PIC 9(8).
           05  CX-DAYS PIC 9(4).
           05  CX-REFER-DATE PIC 9(8).
           05  CX-CUST-NAME PIC X(30).
           05  CX-ADDR-LINE-1 PIC X(30).
           05  CX-ADDR-LINE-2 PIC X(30).
           05  CX-POSTAL-CODE PIC X(10).

      * Successful movements in customer and time order, for the
      * balance-chain walk.
       SD  CHAIN-SORT-FILE.
       01  CHAIN-SORT-RECORD.
           05  CS-CUSTOMER-ID PIC X(10).
           05  CS-TIMESTAMP PIC X(16).
           05  CS-OLD-BALANCE PIC S9(13)V9(2).
           05  CS-NEW-BALANCE PIC S9(13)V9(2).

      * The postal code is carried as the major sort key, the same
      * as the statement run, so letters come out in mail-presort
      * order; ids with no address record sort to the end under
      * HIGH-VALUES.
       SD  LETTER-SORT-FILE.
       01  LETTER-SORT-RECORD.
           05  LS-POSTAL-CODE PIC X(10).
           05  LS-CUSTOMER-ID PIC X(10).
           05  LS-STAGE PIC 9(1).
           05  LS-BALANCE PIC S9(13)V9(2).
           05  LS-DAYS PIC 9(4).
           05  LS-SINCE-DATE PIC 9(8).
           05  LS-ADDR-ROW PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-AUDIT-FILE-OK VALUE '00'.
             88 WS-AUDIT-FILE-EOF VALUE '10'.
          05 WS-GEN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-GEN-FILE-OK VALUE '00'.
             88 WS-GEN-FILE-EOF VALUE '10'.
          05 WS-LIM-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-LIM-FILE-OK VALUE '00'.
             88 WS-LIM-FILE-EOF VALUE '10'.
          05 WS-ADDR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ADDR-FILE-OK VALUE '00'.
             88 WS-ADDR-FILE-EOF VALUE '10'.
          05 WS-LOG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-LOG-FILE-OK VALUE '00'.
             88 WS-LOG-FILE-EOF VALUE '10'.
             88 WS-LOG-FILE-NOTFND VALUE '35'.
          05 WS-NEWLOG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NEWLOG-FILE-OK VALUE '00'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.
          05 WS-LTR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-LTR-FILE-OK VALUE '00'.
          05 WS-ELTR-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ELTR-FILE-OK VALUE '00'.
          05 WS-FEE-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-FEE-FILE-OK VALUE '00'.
          05 WS-COLL-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-COLL-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-AUDIT-EOF VALUE 'Y'.
          05 WS-GEN-EOF-FLAG PIC X VALUE 'N'.
             88 WS-GEN-EOF VALUE 'Y'.
          05 WS-LIM-EOF-FLAG PIC X VALUE 'N'.
             88 WS-LIM-EOF VALUE 'Y'.
          05 WS-ADDR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-ADDR-EOF VALUE 'Y'.
          05 WS-LOG-EOF-FLAG PIC X VALUE 'N'.
             88 WS-LOG-EOF VALUE 'Y'.
          05 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SORT-EOF VALUE 'Y'.
          05 WS-CUR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-CUR-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
          05 WS-CUST-OPEN-FLAG PIC X VALUE 'N'.
             88 WS-CUST-OPEN VALUE 'Y'.
      *    Raised when the customer cursor stops on a DB error, so
      *    the log rows of customers not yet reached are carried
      *    forward as read.
          05 WS-REVIEW-STOPPED-FLAG PIC X VALUE 'N'.
             88 WS-REVIEW-STOPPED VALUE 'Y'.
      *    Set while the chain walk is inside a spell below the
      *    delinquency threshold.
          05 WS-SPELL-OPEN-FLAG PIC X VALUE 'N'.
             88 WS-SPELL-OPEN VALUE 'Y'.

      * Aging is as of the run date. The audit chains reach back as
      * far as the archive retention; a delinquency already open at
      * the start of that window is dated from the letter log when
      * one is logged, otherwise from the window start (marked as
      * estimated on the report).
       01 WS-DATE-AREA.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-WINDOW-START PIC 9(8) VALUE ZERO.
          05 WS-SYSTEM-INTEGER PIC 9(7) VALUE ZERO.

       01 WS-GEN-SCAN-WORK.
          05 WS-GEN-FILE-NAME PIC X(16) VALUE SPACES.
          05 WS-GEN-DATE PIC 9(8) VALUE ZERO.
          05 WS-DAY-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-START-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-END-INTEGER PIC 9(7) VALUE ZERO.
          05 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
          05 WS-GENERATIONS-READ PIC 9(4) VALUE ZERO.

      * Customer limits, loaded once at startup. The delinquency
      * threshold is the floor when the floor is above zero, and
      * zero otherwise: a customer is delinquent when the balance is
      * negative or below the floor.
       01 WS-LIM-CONTROLS.
          05 WS-LIM-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-LIM-MAX PIC 9(4) COMP VALUE 200.
          05 WS-LIM-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-LIM-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-LIM-KEY-TYPE PIC X(01) VALUE SPACE.
          05 WS-LIM-KEY PIC X(10) VALUE SPACES.
       01 WS-LIM-TABLE.
          05 WS-LIM-ENTRY OCCURS 200 TIMES.
             10 LT-KEY-TYPE PIC X(01).
             10 LT-KEY PIC X(10).
             10 LT-MIN-BALANCE PIC S9(13)V9(2).

       01 WS-THRESHOLD-WORK.
          05 WS-FLOOR PIC S9(13)V9(2) VALUE ZERO.
          05 WS-THRESHOLD PIC S9(13)V9(2) VALUE ZERO.

      * Result of each customer's chain walk: whether the chain ends
      * in an open delinquency, the date it began, and whether it
      * was already open when the chain starts.
       01 WS-CHAIN-CONTROLS.
          05 WS-CHAIN-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-CHAIN-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-CHAIN-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-CHAIN-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-CURR-CUSTOMER-ID PIC X(10) VALUE SPACES.
          05 WS-SPELL-SINCE PIC 9(8) VALUE ZERO.
          05 WS-SPELL-PRE-WINDOW PIC X(01) VALUE 'N'.
       01 WS-CHAIN-TABLE.
          05 WS-CHAIN-ENTRY OCCURS 5000 TIMES.
             10 CH-CUSTOMER-ID PIC X(10).
             10 CH-SPELL-OPEN PIC X(01).
             10 CH-SINCE-DATE PIC 9(8).
             10 CH-PRE-WINDOW PIC X(01).

      * Letter log, loaded at startup. A row is kept when its
      * customer is still delinquent under the same start date,
      * dropped when the customer has paid back (or a new
      * delinquency has started), and left as read when the review
      * stops before reaching the customer.
       01 WS-LOG-CONTROLS.
          05 WS-LOG-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-LOG-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-LOG-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-LOG-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-LOG-SINCE PIC 9(8) VALUE ZERO.
          05 WS-LOG-STAGE-FOUND PIC X(01) VALUE 'N'.
             88 WS-STAGE-ALREADY-SENT VALUE 'Y'.
       01 WS-LOG-TABLE.
          05 WS-LOG-ENTRY OCCURS 5000 TIMES.
             10 LL-CUSTOMER-ID PIC X(10).
             10 LL-SINCE-DATE PIC 9(8).
             10 LL-STAGE PIC 9(1).
             10 LL-SENT-DATE PIC 9(8).
             10 LL-CHANNEL PIC X(01).
             10 LL-DISPOSITION PIC X(01).
                88 LL-UNREVIEWED VALUE ' '.
                88 LL-KEEP VALUE 'K'.
                88 LL-DROP VALUE 'D'.

       01 WS-NEW-LOG-RECORD.
          05 NL-CUSTOMER-ID PIC X(10).
          05 NL-SINCE-DATE PIC 9(8).
          05 NL-STAGE PIC 9(1).
          05 NL-SENT-DATE PIC 9(8).
          05 NL-CHANNEL PIC X(01).

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

      * Host variables for the customer cursor and the rank lookup
      * in the chain walk.
       01 WS-CUSTOMER-HOST-VARS.
          05 WS-CUST-ID PIC X(10).
          05 WS-CUST-RANK PIC X(01).
          05 WS-CUST-BALANCE PIC S9(13)V9(2) COMP-3.

       01 SQLCA.
          05 SQLCODE PIC S9(8) COMP.

       01 WS-AGING-WORK.
          05 WS-SINCE-DATE PIC 9(8) VALUE ZERO.
          05 WS-ESTIMATED-FLAG PIC X(01) VALUE SPACE.
          05 WS-DAYS-DELINQUENT PIC 9(4) VALUE ZERO.
          05 WS-STAGE PIC 9(1) VALUE ZERO.
          05 WS-BALANCE PIC S9(13)V9(2) VALUE ZERO.
          05 WS-LETTER-CHANNEL PIC X(01) VALUE SPACE.
          05 WS-LETTER-NOTE PIC X(12) VALUE SPACES.

      * Aging accumulators by rank and bucket (1 current, 2 30, 3 60,
      * 4 90, 5 120+), and by bucket for all ranks.
       01 WS-RANK-CONTROLS.
          05 WS-RANK-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-RANK-MAX PIC 9(4) COMP VALUE 10.
          05 WS-RANK-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-RANK-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-BKT-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-RANK-TABLE.
          05 WS-RANK-ENTRY OCCURS 10 TIMES.
             10 RK-RANK PIC X(01).
             10 RK-BUCKET OCCURS 5 TIMES.
                15 RK-COUNT PIC 9(7).
                15 RK-AMOUNT PIC S9(13)V9(2).
       01 WS-BUCKET-TOTALS.
          05 WS-BUCKET-TOTAL OCCURS 5 TIMES.
             10 BK-COUNT PIC 9(7).
             10 BK-AMOUNT PIC S9(13)V9(2).
       01 WS-LINE-TOTALS.
          05 WS-LINE-COUNT-TOTAL PIC 9(7) VALUE ZERO.
          05 WS-LINE-AMOUNT-TOTAL PIC S9(13)V9(2) VALUE ZERO.

       01 WS-COUNTERS.
          05 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DELINQUENT-COUNT PIC 9(7) VALUE ZERO.
          05 WS-ESTIMATED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-CURED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LETTERS-PRINTED PIC 9(7) VALUE ZERO.
          05 WS-LETTERS-EMAILED PIC 9(7) VALUE ZERO.
          05 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LATE-FEE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-REFERRED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LOG-WRITTEN PIC 9(7) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER PIC X(30) VALUE
                "DELINQUENCY AGING REPORT      ".
             10 FILLER PIC X(06) VALUE "AS OF ".
             10 RH-AS-OF-DATE PIC 9(8).
             10 FILLER PIC X(15) VALUE "  CHAINS FROM  ".
             10 RH-WINDOW-START PIC 9(8).
          05 WS-RPT-COLUMNS.
             10 FILLER PIC X(40) VALUE
                "CUSTOMER   R               BALANCE SINCE".
             10 FILLER PIC X(40) VALUE
                "     DAYS BUCKET  LETTER                ".
          05 WS-RPT-DETAIL.
             10 RD-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-RANK PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-SINCE-DATE PIC 9(8).
             10 RD-ESTIMATED PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-DAYS PIC ZZZ9.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-BUCKET PIC X(07).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-LETTER PIC X(12).
          05 WS-RPT-CURED.
             10 RC-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(40) VALUE
                "  PAID BACK ABOVE FLOOR - OUT OF CYCLE".
          05 WS-SUMMARY-TITLE PIC X(60) VALUE
             "DELINQUENT BALANCES BY RANK AND BUCKET (COUNT / AMOUNT)".
          05 WS-SUMMARY-HEADER.
             10 FILLER PIC X(06) VALUE "RANK  ".
             10 FILLER PIC X(21) VALUE "      CURRENT        ".
             10 FILLER PIC X(21) VALUE "      30 DAYS        ".
             10 FILLER PIC X(21) VALUE "      60 DAYS        ".
             10 FILLER PIC X(21) VALUE "      90 DAYS        ".
             10 FILLER PIC X(21) VALUE "      120+ DAYS      ".
             10 FILLER PIC X(21) VALUE "      TOTAL          ".
          05 WS-SUMMARY-LINE.
             10 SL-CAPTION PIC X(06).
             10 SL-CELL OCCURS 6 TIMES.
                15 SL-COUNT PIC ZZZZ9.
                15 SL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
                15 FILLER PIC X(01).
          05 WS-BLANK-LINE PIC X(132) VALUE SPACES.

      * Letter composition.
       01 WS-LETTER-LINES.
          05 WS-LTR-HEADER.
             10 FILLER PIC X(22) VALUE "ACCOUNT NOTICE  STAGE ".
             10 LH-STAGE PIC 9(1).
             10 FILLER PIC X(08) VALUE "  DATED ".
             10 LH-DATE PIC 9(8).
          05 WS-LTR-ADDR-LINE.
             10 FILLER PIC X(10) VALUE SPACES.
             10 LA-TEXT PIC X(30).
          05 WS-LTR-ACCOUNT-LINE.
             10 FILLER PIC X(08) VALUE "ACCOUNT ".
             10 LC-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(10) VALUE "  BALANCE ".
             10 LC-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(17) VALUE "  DAYS IN ARREARS".
             10 FILLER PIC X(01) VALUE SPACES.
             10 LC-DAYS PIC ZZZ9.
          05 WS-LTR-TEXT PIC X(90) VALUE SPACES.
          05 WS-LTR-SEPARATOR PIC X(90) VALUE ALL "-".
          05 WS-LTR-BLANK PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DELINQUENCY AGING AND DUNNING RUN".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              SORT CHAIN-SORT-FILE
                 ON ASCENDING KEY CS-CUSTOMER-ID
                 ON ASCENDING KEY CS-TIMESTAMP
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS SELECT-AUDIT-RECORDS
                 OUTPUT PROCEDURE IS WALK-BALANCE-CHAINS
              SORT LETTER-SORT-FILE
                 ON ASCENDING KEY LS-POSTAL-CODE
                 ON ASCENDING KEY LS-CUSTOMER-ID
                 INPUT PROCEDURE IS AGE-CUSTOMERS
                 OUTPUT PROCEDURE IS WRITE-DUNNING-LETTERS
              PERFORM WRITE-AGING-SUMMARY
              PERFORM WRITE-LETTER-LOG
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

       INITIALIZE-SYSTEM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-SYSTEM-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE).
           COMPUTE WS-START-INTEGER =
              WS-SYSTEM-INTEGER - WS-RETENTION-DAYS + 1.
           COMPUTE WS-WINDOW-START =
              FUNCTION DATE-OF-INTEGER(WS-START-INTEGER).
           INITIALIZE WS-RANK-TABLE.
           INITIALIZE WS-BUCKET-TOTALS.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY "Audit file not available - status "
                      WS-AUDIT-FILE-STATUS
                      " - delinquency run cannot proceed."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
              DISPLAY "Aging report could not be opened - status "
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
           OPEN OUTPUT LATE-FEE-FILE.
           IF NOT WS-FEE-FILE-OK
              DISPLAY "Late-fee flag file could not be opened - "
                      "status " WS-FEE-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT COLLECTIONS-FILE.
           IF NOT WS-COLL-FILE-OK
              DISPLAY "Collections extract could not be opened - "
                      "status " WS-COLL-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           OPEN OUTPUT NEW-LETTER-LOG-FILE.
           IF NOT WS-NEWLOG-FILE-OK
              DISPLAY "Carried letter log could not be opened - "
                      "status " WS-NEWLOG-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-LETTER-LOG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-LIMITS-TABLE
              PERFORM LOAD-ADDRESS-TABLE
              MOVE WS-SYSTEM-DATE TO RH-AS-OF-DATE
              MOVE WS-WINDOW-START TO RH-WINDOW-START
              WRITE AGING-REPORT-LINE FROM WS-RPT-HEADER
              WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
              WRITE AGING-REPORT-LINE FROM WS-RPT-COLUMNS
              DISPLAY "System initialized."
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Without the limits table every customer is held to a zero
      * threshold - negative balances are still delinquent.
       LOAD-LIMITS-TABLE.
           MOVE 'N' TO WS-LIM-EOF-FLAG.
           OPEN INPUT LIMITS-FILE.
           IF NOT WS-LIM-FILE-OK
              DISPLAY "Customer limits file not available - "
                      "negative balances only are aged."
              MOVE 'Y' TO WS-LIM-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-LIMIT UNTIL WS-LIM-EOF.
           IF WS-LIM-FILE-OK OR WS-LIM-FILE-EOF
              CLOSE LIMITS-FILE
           END-IF.

       LOAD-ONE-LIMIT.
           READ LIMITS-FILE
              AT END
                 MOVE 'Y' TO WS-LIM-EOF-FLAG
              NOT AT END
                 IF WS-LIM-COUNT < WS-LIM-MAX
                    ADD 1 TO WS-LIM-COUNT
                    MOVE LM-KEY-TYPE TO LT-KEY-TYPE (WS-LIM-COUNT)
                    MOVE LM-KEY TO LT-KEY (WS-LIM-COUNT)
                    MOVE LM-MIN-BALANCE TO
                       LT-MIN-BALANCE (WS-LIM-COUNT)
                 END-IF
           END-READ.

      * Threshold for WS-CUST-ID / WS-CUST-RANK: the per-customer
      * floor, else the rank default, else none.
       FIND-CUSTOMER-THRESHOLD.
           MOVE ZERO TO WS-FLOOR.
           MOVE 'C' TO WS-LIM-KEY-TYPE.
           MOVE WS-CUST-ID TO WS-LIM-KEY.
           PERFORM SEARCH-LIMITS-TABLE.
           IF WS-LIM-ROW = 0
              MOVE 'R' TO WS-LIM-KEY-TYPE
              MOVE SPACES TO WS-LIM-KEY
              MOVE WS-CUST-RANK TO WS-LIM-KEY (1:1)
              PERFORM SEARCH-LIMITS-TABLE
           END-IF.
           IF WS-LIM-ROW > 0
              MOVE LT-MIN-BALANCE (WS-LIM-ROW) TO WS-FLOOR
           END-IF.
           IF WS-FLOOR > ZERO
              MOVE WS-FLOOR TO WS-THRESHOLD
           ELSE
              MOVE ZERO TO WS-THRESHOLD
           END-IF.

       SEARCH-LIMITS-TABLE.
           MOVE ZERO TO WS-LIM-ROW.
           IF WS-LIM-COUNT > 0
              PERFORM MATCH-ONE-LIMIT
                 VARYING WS-LIM-IDX FROM 1 BY 1
                 UNTIL WS-LIM-IDX > WS-LIM-COUNT
                    OR WS-LIM-ROW > 0
           END-IF.

       MATCH-ONE-LIMIT.
           IF LT-KEY-TYPE (WS-LIM-IDX) = WS-LIM-KEY-TYPE
              AND LT-KEY (WS-LIM-IDX) = WS-LIM-KEY
              MOVE WS-LIM-IDX TO WS-LIM-ROW
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

      * No log (the first run) just means no letters sent yet. A log
      * that is there but cannot be read stops the run, or every
      * stage would be sent again and DUNLOGN rebuilt without it.
       LOAD-LETTER-LOG.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT LETTER-LOG-FILE.
           EVALUATE TRUE
              WHEN WS-LOG-FILE-OK
                 CONTINUE
              WHEN WS-LOG-FILE-NOTFND
                 DISPLAY "No letter log - starting with no letters "
                         "sent."
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Letter log could not be opened - status "
                         WS-LOG-FILE-STATUS
                         " - delinquency run stopped."
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-LOG-ROW UNTIL WS-LOG-EOF.
           IF WS-LOG-FILE-OK OR WS-LOG-FILE-EOF
              CLOSE LETTER-LOG-FILE
           END-IF.

       LOAD-ONE-LOG-ROW.
           READ LETTER-LOG-FILE
              AT END
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
              NOT AT END
                 IF WS-LOG-COUNT < WS-LOG-MAX
                    ADD 1 TO WS-LOG-COUNT
                    MOVE LG-CUSTOMER-ID TO
                       LL-CUSTOMER-ID (WS-LOG-COUNT)
                    MOVE LG-SINCE-DATE TO
                       LL-SINCE-DATE (WS-LOG-COUNT)
                    MOVE LG-STAGE TO LL-STAGE (WS-LOG-COUNT)
                    MOVE LG-SENT-DATE TO LL-SENT-DATE (WS-LOG-COUNT)
                    MOVE LG-CHANNEL TO LL-CHANNEL (WS-LOG-COUNT)
                    MOVE SPACE TO LL-DISPOSITION (WS-LOG-COUNT)
                 ELSE
                    DISPLAY "Letter log table full - log row dropped "
                            "for customer " LG-CUSTOMER-ID
                 END-IF
           END-READ.

      * Passes every successful movement still on the audit trail to
      * the sort: the retained archive generations first, then the
      * current audit file.
       SELECT-AUDIT-RECORDS.
           PERFORM SCAN-ONE-GENERATION
              VARYING WS-DAY-INTEGER FROM WS-START-INTEGER BY 1
              UNTIL WS-DAY-INTEGER > WS-SYSTEM-INTEGER.
           PERFORM SELECT-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF.

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
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE GEN-CUSTOMER-ID TO CS-CUSTOMER-ID
                    MOVE GEN-TIMESTAMP TO CS-TIMESTAMP
                    MOVE GEN-OLD-BALANCE TO CS-OLD-BALANCE
                    MOVE GEN-NEW-BALANCE TO CS-NEW-BALANCE
                    RELEASE CHAIN-SORT-RECORD
                 END-IF
           END-READ.

       SELECT-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-FLAG
              NOT AT END
                 IF AUD-STATUS = 'S'
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE AUD-CUSTOMER-ID TO CS-CUSTOMER-ID
                    MOVE AUD-TIMESTAMP TO CS-TIMESTAMP
                    MOVE AUD-OLD-BALANCE TO CS-OLD-BALANCE
                    MOVE AUD-NEW-BALANCE TO CS-NEW-BALANCE
                    RELEASE CHAIN-SORT-RECORD
                 END-IF
           END-READ.

      * Control break on customer id. Each movement that takes the
      * balance from at or above the threshold to below it opens a
      * delinquency dated that day; each movement that brings it
      * back to or above the threshold closes it. A chain whose
      * first movement already starts below the threshold opened
      * before the window.
       WALK-BALANCE-CHAINS.
           PERFORM RETURN-ONE-MOVEMENT UNTIL WS-SORT-EOF.
           IF WS-CUST-OPEN
              PERFORM CLOSE-CUSTOMER-CHAIN
           END-IF.

       RETURN-ONE-MOVEMENT.
           RETURN CHAIN-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 IF NOT WS-CUST-OPEN
                    OR CS-CUSTOMER-ID NOT = WS-CURR-CUSTOMER-ID
                    IF WS-CUST-OPEN
                       PERFORM CLOSE-CUSTOMER-CHAIN
                    END-IF
                    PERFORM START-CUSTOMER-CHAIN
                 END-IF
                 PERFORM ADD-MOVEMENT-TO-CHAIN
           END-RETURN.

      * The threshold depends on the rank, which the audit record
      * does not carry, so the customer's current rank is read from
      * the master. An id no longer on the master is walked against
      * a zero threshold; it is never aged.
       START-CUSTOMER-CHAIN.
           MOVE 'Y' TO WS-CUST-OPEN-FLAG.
           MOVE CS-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID.
           MOVE CS-CUSTOMER-ID TO WS-CUST-ID.
           MOVE SPACE TO WS-CUST-RANK.
           EXEC SQL
               SELECT CUST_RANK
                 INTO :WS-CUST-RANK
                 FROM CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :WS-CUST-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
              MOVE SPACE TO WS-CUST-RANK
           END-IF.
           PERFORM FIND-CUSTOMER-THRESHOLD.
           IF CS-OLD-BALANCE < WS-THRESHOLD
              MOVE 'Y' TO WS-SPELL-OPEN-FLAG
              MOVE WS-WINDOW-START TO WS-SPELL-SINCE
              MOVE 'Y' TO WS-SPELL-PRE-WINDOW
           ELSE
              MOVE 'N' TO WS-SPELL-OPEN-FLAG
              MOVE ZERO TO WS-SPELL-SINCE
              MOVE 'N' TO WS-SPELL-PRE-WINDOW
           END-IF.

       ADD-MOVEMENT-TO-CHAIN.
           IF CS-NEW-BALANCE < WS-THRESHOLD
              IF NOT WS-SPELL-OPEN
                 MOVE 'Y' TO WS-SPELL-OPEN-FLAG
                 MOVE CS-TIMESTAMP (1:8) TO WS-SPELL-SINCE
                 MOVE 'N' TO WS-SPELL-PRE-WINDOW
              END-IF
           ELSE
              MOVE 'N' TO WS-SPELL-OPEN-FLAG
              MOVE ZERO TO WS-SPELL-SINCE
              MOVE 'N' TO WS-SPELL-PRE-WINDOW
           END-IF.

       CLOSE-CUSTOMER-CHAIN.
           IF WS-CHAIN-COUNT < WS-CHAIN-MAX
              ADD 1 TO WS-CHAIN-COUNT
              MOVE WS-CURR-CUSTOMER-ID TO
                 CH-CUSTOMER-ID (WS-CHAIN-COUNT)
              MOVE WS-SPELL-OPEN-FLAG TO
                 CH-SPELL-OPEN (WS-CHAIN-COUNT)
              MOVE WS-SPELL-SINCE TO CH-SINCE-DATE (WS-CHAIN-COUNT)
              MOVE WS-SPELL-PRE-WINDOW TO
                 CH-PRE-WINDOW (WS-CHAIN-COUNT)
           ELSE
              DISPLAY "Chain table full - customer "
                      WS-CURR-CUSTOMER-ID
                      " aged from the letter log only."
           END-IF.
           MOVE 'N' TO WS-CUST-OPEN-FLAG.

       FIND-CHAIN-ROW.
           MOVE ZERO TO WS-CHAIN-ROW.
           IF WS-CHAIN-COUNT > 0
              PERFORM MATCH-CHAIN-ROW
                 VARYING WS-CHAIN-IDX FROM 1 BY 1
                 UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                    OR WS-CHAIN-ROW > 0
           END-IF.

       MATCH-CHAIN-ROW.
           IF CH-CUSTOMER-ID (WS-CHAIN-IDX) = WS-CUST-ID
              MOVE WS-CHAIN-IDX TO WS-CHAIN-ROW
           END-IF.

      * Walks the customer master: each customer below the threshold
      * is aged, reported, flagged and sent the letter for the stage
      * reached if that stage has not been sent for this delinquency.
       AGE-CUSTOMERS.
           EXEC SQL
               DECLARE DELQCUR CURSOR FOR
               SELECT CUSTOMER_ID
                    , CUST_RANK
                    , CUST_BALANCE
               FROM  CUSTOMER_MASTER
               ORDER BY CUSTOMER_ID
           END-EXEC.
           EXEC SQL
               OPEN DELQCUR
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "DB error opening delinquency cursor - sqlcode "
                      SQLCODE " - delinquency run stopped."
              MOVE 'Y' TO WS-CUR-EOF-FLAG
              MOVE 'Y' TO WS-REVIEW-STOPPED-FLAG
           END-IF.
           PERFORM FETCH-ONE-CUSTOMER UNTIL WS-CUR-EOF.
           EXEC SQL
               CLOSE DELQCUR
           END-EXEC.
           IF WS-REVIEW-STOPPED
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.

       FETCH-ONE-CUSTOMER.
           EXEC SQL
               FETCH DELQCUR
               INTO  :WS-CUST-ID
                    ,:WS-CUST-RANK
                    ,:WS-CUST-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 ADD 1 TO WS-CUSTOMER-COUNT
                 PERFORM AGE-ONE-CUSTOMER
              WHEN 100
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
              WHEN OTHER
                 DISPLAY "DB error on delinquency fetch - sqlcode "
                         SQLCODE " - delinquency run stopped."
                 MOVE 'Y' TO WS-CUR-EOF-FLAG
                 MOVE 'Y' TO WS-REVIEW-STOPPED-FLAG
           END-EVALUATE.

       AGE-ONE-CUSTOMER.
           MOVE WS-CUST-BALANCE TO WS-BALANCE.
           PERFORM FIND-CUSTOMER-THRESHOLD.
           PERFORM FIND-LOGGED-SINCE.
           IF WS-BALANCE < WS-THRESHOLD
              PERFORM SET-DELINQUENT-SINCE
              PERFORM KEEP-OR-DROP-LOG-ROWS
              PERFORM AGE-DELINQUENT-CUSTOMER
           ELSE
              IF WS-LOG-SINCE > ZERO
      *          Paid back to or above the floor: out of the cycle,
      *          and the letters logged for that delinquency go.
                 ADD 1 TO WS-CURED-COUNT
                 MOVE WS-CUST-ID TO RC-CUSTOMER-ID
                 WRITE AGING-REPORT-LINE FROM WS-RPT-CURED
              END-IF
              MOVE ZERO TO WS-SINCE-DATE
              PERFORM KEEP-OR-DROP-LOG-ROWS
           END-IF.

      * The start date of the open delinquency the letter log holds
      * for this customer, if any.
       FIND-LOGGED-SINCE.
           MOVE ZERO TO WS-LOG-SINCE.
           IF WS-LOG-COUNT > 0
              PERFORM MATCH-LOGGED-SINCE
                 VARYING WS-LOG-IDX FROM 1 BY 1
                 UNTIL WS-LOG-IDX > WS-LOG-COUNT
                    OR WS-LOG-SINCE > ZERO
           END-IF.

       MATCH-LOGGED-SINCE.
           IF LL-CUSTOMER-ID (WS-LOG-IDX) = WS-CUST-ID
              MOVE LL-SINCE-DATE (WS-LOG-IDX) TO WS-LOG-SINCE
           END-IF.

      * A delinquency that began inside the chain window is dated
      * from the chain. One already open before the window is dated
      * from the letter log when logged, otherwise from the window
      * start as an estimate. A customer below the threshold whose
      * chain ends clear (a floor or rank change since) is dated
      * today.
       SET-DELINQUENT-SINCE.
           MOVE SPACE TO WS-ESTIMATED-FLAG.
           PERFORM FIND-CHAIN-ROW.
           EVALUATE TRUE
              WHEN WS-CHAIN-ROW > 0
                 AND CH-SPELL-OPEN (WS-CHAIN-ROW) = 'Y'
                 AND CH-PRE-WINDOW (WS-CHAIN-ROW) = 'N'
                 MOVE CH-SINCE-DATE (WS-CHAIN-ROW) TO WS-SINCE-DATE
              WHEN WS-CHAIN-ROW > 0
                 AND CH-SPELL-OPEN (WS-CHAIN-ROW) = 'N'
                 MOVE WS-SYSTEM-DATE TO WS-SINCE-DATE
              WHEN WS-LOG-SINCE > ZERO
                 MOVE WS-LOG-SINCE TO WS-SINCE-DATE
              WHEN OTHER
                 MOVE WS-WINDOW-START TO WS-SINCE-DATE
                 MOVE '*' TO WS-ESTIMATED-FLAG
                 ADD 1 TO WS-ESTIMATED-COUNT
           END-EVALUATE.

      * Log rows for this customer survive only under the current
      * delinquency's start date.
       KEEP-OR-DROP-LOG-ROWS.
           MOVE 'N' TO WS-LOG-STAGE-FOUND.
           IF WS-LOG-COUNT > 0
              PERFORM MARK-ONE-LOG-ROW
                 VARYING WS-LOG-IDX FROM 1 BY 1
                 UNTIL WS-LOG-IDX > WS-LOG-COUNT
           END-IF.

       MARK-ONE-LOG-ROW.
           IF LL-CUSTOMER-ID (WS-LOG-IDX) = WS-CUST-ID
              IF WS-SINCE-DATE > ZERO
                 AND LL-SINCE-DATE (WS-LOG-IDX) = WS-SINCE-DATE
                 MOVE 'K' TO LL-DISPOSITION (WS-LOG-IDX)
              ELSE
                 MOVE 'D' TO LL-DISPOSITION (WS-LOG-IDX)
              END-IF
           END-IF.

       AGE-DELINQUENT-CUSTOMER.
           ADD 1 TO WS-DELINQUENT-COUNT.
           COMPUTE WS-DAYS-DELINQUENT = WS-SYSTEM-INTEGER
              - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE).
           EVALUATE TRUE
              WHEN WS-DAYS-DELINQUENT < 30
                 MOVE 1 TO WS-STAGE
                 MOVE "CURRENT" TO RD-BUCKET
              WHEN WS-DAYS-DELINQUENT < 60
                 MOVE 2 TO WS-STAGE
                 MOVE "30" TO RD-BUCKET
              WHEN WS-DAYS-DELINQUENT < 90
                 MOVE 3 TO WS-STAGE
                 MOVE "60" TO RD-BUCKET
              WHEN WS-DAYS-DELINQUENT < 120
                 MOVE 4 TO WS-STAGE
                 MOVE "90" TO RD-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-STAGE
                 MOVE "120+" TO RD-BUCKET
           END-EVALUATE.
           PERFORM ADD-TO-RANK-AGING.
           PERFORM CHECK-STAGE-SENT.
           IF WS-STAGE-ALREADY-SENT
              MOVE "SENT BEFORE" TO WS-LETTER-NOTE
           ELSE
              PERFORM RELEASE-DUNNING-LETTER
              IF WS-STAGE = 5
                 PERFORM WRITE-COLLECTIONS-REFERRAL
              END-IF
           END-IF.
      *    Every month the customer stays 30 days or more behind, the
      *    assessment run charges the late fee.
           IF WS-STAGE > 1
              MOVE WS-CUST-ID TO LF-CUSTOMER-ID
              MOVE WS-STAGE TO LF-STAGE
              MOVE WS-DAYS-DELINQUENT TO LF-DAYS
              WRITE LATE-FEE-RECORD
              ADD 1 TO WS-LATE-FEE-COUNT
           END-IF.
           MOVE WS-CUST-ID TO RD-CUSTOMER-ID.
           MOVE WS-CUST-RANK TO RD-RANK.
           MOVE WS-BALANCE TO RD-BALANCE.
           MOVE WS-SINCE-DATE TO RD-SINCE-DATE.
           MOVE WS-ESTIMATED-FLAG TO RD-ESTIMATED.
           MOVE WS-DAYS-DELINQUENT TO RD-DAYS.
           MOVE WS-LETTER-NOTE TO RD-LETTER.
           WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL.

       CHECK-STAGE-SENT.
           MOVE 'N' TO WS-LOG-STAGE-FOUND.
           IF WS-LOG-COUNT > 0
              PERFORM MATCH-STAGE-SENT
                 VARYING WS-LOG-IDX FROM 1 BY 1
                 UNTIL WS-LOG-IDX > WS-LOG-COUNT
                    OR WS-STAGE-ALREADY-SENT
           END-IF.

       MATCH-STAGE-SENT.
           IF LL-CUSTOMER-ID (WS-LOG-IDX) = WS-CUST-ID
              AND LL-SINCE-DATE (WS-LOG-IDX) = WS-SINCE-DATE
              AND LL-STAGE (WS-LOG-IDX) = WS-STAGE
              MOVE 'Y' TO WS-LOG-STAGE-FOUND
           END-IF.

      * Logs the letter and passes it to the presort. E-delivery
      * customers get it on the e-delivery extract instead of print.
       RELEASE-DUNNING-LETTER.
           MOVE WS-CUST-ID TO WS-ADDR-LOOKUP-ID.
           PERFORM LOOKUP-ADDRESS-ROW.
           IF WS-ADDR-ROW > 0
              AND AT-DELIVERY-FLAG (WS-ADDR-ROW) = 'E'
              MOVE 'E' TO WS-LETTER-CHANNEL
              MOVE "E-DELIVERY" TO WS-LETTER-NOTE
           ELSE
              MOVE 'P' TO WS-LETTER-CHANNEL
              MOVE "PRINTED" TO WS-LETTER-NOTE
           END-IF.
           IF WS-LOG-COUNT < WS-LOG-MAX
              ADD 1 TO WS-LOG-COUNT
              MOVE WS-CUST-ID TO LL-CUSTOMER-ID (WS-LOG-COUNT)
              MOVE WS-SINCE-DATE TO LL-SINCE-DATE (WS-LOG-COUNT)
              MOVE WS-STAGE TO LL-STAGE (WS-LOG-COUNT)
              MOVE WS-SYSTEM-DATE TO LL-SENT-DATE (WS-LOG-COUNT)
              MOVE WS-LETTER-CHANNEL TO LL-CHANNEL (WS-LOG-COUNT)
              MOVE 'K' TO LL-DISPOSITION (WS-LOG-COUNT)
           ELSE
              DISPLAY "Letter log table full - stage " WS-STAGE
                      " letter for customer " WS-CUST-ID
                      " not logged."
           END-IF.
           IF WS-ADDR-ROW > 0
              MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO LS-POSTAL-CODE
           ELSE
              MOVE HIGH-VALUES TO LS-POSTAL-CODE
           END-IF.
           MOVE WS-CUST-ID TO LS-CUSTOMER-ID.
           MOVE WS-STAGE TO LS-STAGE.
           MOVE WS-BALANCE TO LS-BALANCE.
           MOVE WS-DAYS-DELINQUENT TO LS-DAYS.
           MOVE WS-SINCE-DATE TO LS-SINCE-DATE.
           MOVE WS-ADDR-ROW TO LS-ADDR-ROW.
           RELEASE LETTER-SORT-RECORD.

      * Referral at 120 days, cut once - with the stage 5 letter.
       WRITE-COLLECTIONS-REFERRAL.
           MOVE SPACES TO COLLECTIONS-RECORD.
           MOVE WS-CUST-ID TO CX-CUSTOMER-ID.
           MOVE WS-CUST-RANK TO CX-RANK.
           MOVE WS-BALANCE TO CX-BALANCE.
           MOVE WS-FLOOR TO CX-FLOOR.
           MOVE WS-SINCE-DATE TO CX-SINCE-DATE.
           MOVE WS-DAYS-DELINQUENT TO CX-DAYS.
           MOVE WS-SYSTEM-DATE TO CX-REFER-DATE.
           IF WS-ADDR-ROW > 0
              MOVE AT-CUST-NAME (WS-ADDR-ROW) TO CX-CUST-NAME
              MOVE AT-ADDR-LINE-1 (WS-ADDR-ROW) TO CX-ADDR-LINE-1
              MOVE AT-ADDR-LINE-2 (WS-ADDR-ROW) TO CX-ADDR-LINE-2
              MOVE AT-POSTAL-CODE (WS-ADDR-ROW) TO CX-POSTAL-CODE
           END-IF.
           WRITE COLLECTIONS-RECORD.
           ADD 1 TO WS-REFERRED-COUNT.

       ADD-TO-RANK-AGING.
           MOVE ZERO TO WS-RANK-ROW.
           IF WS-RANK-COUNT > 0
              PERFORM MATCH-RANK-ROW
                 VARYING WS-RANK-IDX FROM 1 BY 1
                 UNTIL WS-RANK-IDX > WS-RANK-COUNT
                    OR WS-RANK-ROW > 0
           END-IF.
           IF WS-RANK-ROW = 0 AND WS-RANK-COUNT < WS-RANK-MAX
              ADD 1 TO WS-RANK-COUNT
              MOVE WS-RANK-COUNT TO WS-RANK-ROW
              MOVE WS-CUST-RANK TO RK-RANK (WS-RANK-ROW)
           END-IF.
           IF WS-RANK-ROW > 0
              ADD 1 TO RK-COUNT (WS-RANK-ROW, WS-STAGE)
              ADD WS-BALANCE TO RK-AMOUNT (WS-RANK-ROW, WS-STAGE)
           END-IF.
           ADD 1 TO BK-COUNT (WS-STAGE).
           ADD WS-BALANCE TO BK-AMOUNT (WS-STAGE).

       MATCH-RANK-ROW.
           IF RK-RANK (WS-RANK-IDX) = WS-CUST-RANK
              MOVE WS-RANK-IDX TO WS-RANK-ROW
           END-IF.

      * Letters in presort order: printed letters carry the mailing
      * block; e-delivery letters go on the extract.
       WRITE-DUNNING-LETTERS.
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
           MOVE LS-STAGE TO EL-STAGE.
           MOVE LS-BALANCE TO EL-BALANCE.
           MOVE LS-DAYS TO EL-DAYS.
           MOVE LS-SINCE-DATE TO EL-SINCE-DATE.
           MOVE WS-SYSTEM-DATE TO EL-LETTER-DATE.
           MOVE AT-CUST-NAME (WS-ADDR-ROW) TO EL-CUST-NAME.
           WRITE E-LETTER-RECORD.
           ADD 1 TO WS-LETTERS-EMAILED.

       WRITE-PRINTED-LETTER.
           MOVE LS-STAGE TO LH-STAGE.
           MOVE WS-SYSTEM-DATE TO LH-DATE.
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
           MOVE LS-DAYS TO LC-DAYS.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-ACCOUNT-LINE.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-BLANK.
           EVALUATE LS-STAGE
              WHEN 1
                 STRING "YOUR BALANCE IS BELOW ITS AGREED LIMIT. "
                    "PLEASE MAKE A PAYMENT TO BRING IT BACK."
                    DELIMITED BY SIZE INTO WS-LTR-TEXT
              WHEN 2
                 STRING "SECOND NOTICE: YOUR BALANCE HAS BEEN BELOW "
                    "ITS LIMIT FOR 30 DAYS. A LATE FEE APPLIES."
                    DELIMITED BY SIZE INTO WS-LTR-TEXT
              WHEN 3
                 STRING "THIRD NOTICE: 60 DAYS IN ARREARS. LATE FEES "
                    "CONTINUE UNTIL THE BALANCE IS RESTORED."
                    DELIMITED BY SIZE INTO WS-LTR-TEXT
              WHEN 4
                 STRING "FINAL NOTICE: 90 DAYS IN ARREARS. THE "
                    "ACCOUNT GOES TO COLLECTIONS AT 120 DAYS."
                    DELIMITED BY SIZE INTO WS-LTR-TEXT
              WHEN OTHER
                 STRING "YOUR ACCOUNT HAS BEEN REFERRED TO OUR "
                    "COLLECTIONS DEPARTMENT."
                    DELIMITED BY SIZE INTO WS-LTR-TEXT
           END-EVALUATE.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-TEXT.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-BLANK.
           WRITE LETTER-PRINT-LINE FROM WS-LTR-SEPARATOR.
           ADD 1 TO WS-LETTERS-PRINTED.

      * Count and amount per bucket for each rank, a total column,
      * and a line of bucket totals for all ranks.
       WRITE-AGING-SUMMARY.
           WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-TITLE.
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-HEADER.
           PERFORM WRITE-ONE-RANK-SUMMARY
              VARYING WS-RANK-IDX FROM 1 BY 1
              UNTIL WS-RANK-IDX > WS-RANK-COUNT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TOTAL" TO SL-CAPTION.
           MOVE ZERO TO WS-LINE-COUNT-TOTAL.
           MOVE ZERO TO WS-LINE-AMOUNT-TOTAL.
           PERFORM SET-ONE-BUCKET-TOTAL
              VARYING WS-BKT-IDX FROM 1 BY 1
              UNTIL WS-BKT-IDX > 5.
           MOVE WS-LINE-COUNT-TOTAL TO SL-COUNT (6).
           MOVE WS-LINE-AMOUNT-TOTAL TO SL-AMOUNT (6).
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE.

       WRITE-ONE-RANK-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RANK" TO SL-CAPTION.
           MOVE RK-RANK (WS-RANK-IDX) TO SL-CAPTION (6:1).
           MOVE ZERO TO WS-LINE-COUNT-TOTAL.
           MOVE ZERO TO WS-LINE-AMOUNT-TOTAL.
           PERFORM SET-ONE-RANK-BUCKET
              VARYING WS-BKT-IDX FROM 1 BY 1
              UNTIL WS-BKT-IDX > 5.
           MOVE WS-LINE-COUNT-TOTAL TO SL-COUNT (6).
           MOVE WS-LINE-AMOUNT-TOTAL TO SL-AMOUNT (6).
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE.

       SET-ONE-RANK-BUCKET.
           MOVE RK-COUNT (WS-RANK-IDX, WS-BKT-IDX) TO
              SL-COUNT (WS-BKT-IDX).
           MOVE RK-AMOUNT (WS-RANK-IDX, WS-BKT-IDX) TO
              SL-AMOUNT (WS-BKT-IDX).
           ADD RK-COUNT (WS-RANK-IDX, WS-BKT-IDX) TO
              WS-LINE-COUNT-TOTAL.
           ADD RK-AMOUNT (WS-RANK-IDX, WS-BKT-IDX) TO
              WS-LINE-AMOUNT-TOTAL.

       SET-ONE-BUCKET-TOTAL.
           MOVE BK-COUNT (WS-BKT-IDX) TO SL-COUNT (WS-BKT-IDX).
           MOVE BK-AMOUNT (WS-BKT-IDX) TO SL-AMOUNT (WS-BKT-IDX).
           ADD BK-COUNT (WS-BKT-IDX) TO WS-LINE-COUNT-TOTAL.
           ADD BK-AMOUNT (WS-BKT-IDX) TO WS-LINE-AMOUNT-TOTAL.

      * Carries forward the letters of delinquencies still open. A
      * review stopped early also carries the rows of customers it
      * never reached, so their stages are not sent again.
       WRITE-LETTER-LOG.
           PERFORM WRITE-ONE-LOG-ROW
              VARYING WS-LOG-IDX FROM 1 BY 1
              UNTIL WS-LOG-IDX > WS-LOG-COUNT.

       WRITE-ONE-LOG-ROW.
           IF LL-KEEP (WS-LOG-IDX)
              OR (LL-UNREVIEWED (WS-LOG-IDX) AND WS-REVIEW-STOPPED)
              MOVE LL-CUSTOMER-ID (WS-LOG-IDX) TO NL-CUSTOMER-ID
              MOVE LL-SINCE-DATE (WS-LOG-IDX) TO NL-SINCE-DATE
              MOVE LL-STAGE (WS-LOG-IDX) TO NL-STAGE
              MOVE LL-SENT-DATE (WS-LOG-IDX) TO NL-SENT-DATE
              MOVE LL-CHANNEL (WS-LOG-IDX) TO NL-CHANNEL
              WRITE NEW-LETTER-LOG-RECORD FROM WS-NEW-LOG-RECORD
              ADD 1 TO WS-LOG-WRITTEN
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "DELINQUENCY RUN SUMMARY:".
           DISPLAY "As Of Date:          " WS-SYSTEM-DATE.
           DISPLAY "Generations Read:    " WS-GENERATIONS-READ.
           DISPLAY "Movements Selected:  " WS-SELECTED-COUNT.
           DISPLAY "Customers Read:      " WS-CUSTOMER-COUNT.
           DISPLAY "Delinquent:          " WS-DELINQUENT-COUNT.
           DISPLAY "Start Estimated:     " WS-ESTIMATED-COUNT.
           DISPLAY "Paid Back (Out):     " WS-CURED-COUNT.
           DISPLAY "Letters Printed:     " WS-LETTERS-PRINTED.
           DISPLAY "Letters E-Delivered: " WS-LETTERS-EMAILED.
           DISPLAY "No Address Record:   " WS-NO-ADDRESS-COUNT.
           DISPLAY "Late-Fee Flags:      " WS-LATE-FEE-COUNT.
           DISPLAY "Referred To Coll.:   " WS-REFERRED-COUNT.
           DISPLAY "Log Rows Carried:    " WS-LOG-WRITTEN.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-AUDIT-FILE-OK OR WS-AUDIT-FILE-EOF
              CLOSE AUDIT-FILE
           END-IF.
      *    WS-RUN-DONE is also raised by a mid-run DB error with the
      *    outputs already open, so the closes are driven by the file
      *    statuses alone.
           IF WS-RPT-FILE-OK
              CLOSE AGING-REPORT-FILE
           END-IF.
           IF WS-LTR-FILE-OK
              CLOSE LETTER-PRINT-FILE
           END-IF.
           IF WS-ELTR-FILE-OK
              CLOSE E-LETTER-FILE
           END-IF.
           IF WS-FEE-FILE-OK
              CLOSE LATE-FEE-FILE
           END-IF.
           IF WS-COLL-FILE-OK
              CLOSE COLLECTIONS-FILE
           END-IF.
           IF WS-NEWLOG-FILE-OK
              CLOSE NEW-LETTER-LOG-FILE
           END-IF.
