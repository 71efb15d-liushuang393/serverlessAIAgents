       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Nightly double-entry journal interface to the
      *             ledger, so the entries behind the control totals
      *             GL-RECONCILE proves are no longer keyed by hand.
      *             On a pay night the pay register is journalled as
      *             salary expense by cost centre (the department
      *             master's department code), tax payable, benefits
      *             payable by rate code, and the net-pay bank
      *             clearing account; every night the day's
      *             successful batch postings on the audit trail are
      *             journalled against the customer balance control
      *             account, one account per transaction type. The
      *             journal is proved (debits = credits) before it is
      *             released to GLJRNL; an out-of-balance journal is
      *             printed on the proof report but not released (GLJRNL
      *             is emptied so last night's cannot be reloaded), and
      *             the run's status on the run-control file tells
      *             GL-RECONCILE not to roll the GL control forward.
      * 2026-10-15  Items CUSTPROC's velocity screen suspended carry a
      *             type 'S' audit record with no balance movement;
      *             they are counted, not journalled, and no longer
      *             reported as unclassified. They are journalled
      *             when the release run sends them back through
      *             CUSTPROC and they post.
      * 2026-10-15  Turnovers of unclaimed dormant balances (type 'E',
      *             cut by the dormancy run and posted by CUSTPROC)
      *             are journalled against the customer balance
      *             control and the unclaimed property payable
      *             account, until the remittance is paid out.
      * 2026-10-15  Customer account repayments withheld from pay are
      *             credited to the employee deductions clearing
      *             account on the pay night, and cleared against the
      *             customer balance control when CUSTPROC posts the
      *             payroll deduction batch (type 'P').
      * 2026-10-15  An abended run, including one whose proof report
      *             or GLJRNL cannot be opened, ends with return code
      *             8, as does a run-control file that cannot be
      *             rewritten.
      * 2026-10-15  A refused or abended run also empties GLJRNL, and
      *             a refused run ends with return code 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Pay register from the most recent payroll run; only rows
      *    dated today are journalled, so the same register is not
      *    posted twice on the nights after a pay run.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-DEPT-NAME
              FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    The journal interface picked up by the ledger load; only
      *    written once the journal has proved.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "GLJRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Pay register row as written by PAYROLL-CALC, including the
      * period's benefit deduction split by rate code.
       FD  PAY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-REGISTER-RECORD.
           05  PR-PAY-DATE PIC 9(8).
           05  PR-EMP-ID PIC 9(6).
           05  PR-EMP-NAME PIC X(30).
           05  PR-EMP-DEPT PIC X(20).
           05  PR-GROSS-PAY PIC 9(8)V99.
           05  PR-TAX-DEDUCTION PIC 9(8)V99.
           05  PR-BENEFIT-DEDUCTION PIC 9(8)V99.
           05  PR-NET-PAY PIC 9(8)V99.
           05  PR-BEN-SPLIT OCCURS 10 TIMES.
               10  PR-BEN-CODE PIC X(04).
               10  PR-BEN-AMOUNT PIC 9(8)V99.
           05  PR-PAY-TYPE PIC X(01).
           05  PR-HOURLY-RATE PIC 9(4)V99.
           05  PR-REGULAR-HOURS PIC 9(3)V99.
           05  PR-OVERTIME-HOURS PIC 9(3)V99.
           05  PR-PREMIUM-HOURS PIC 9(3)V99.
           05  PR-REGULAR-EARNINGS PIC 9(8)V99.
           05  PR-OVERTIME-EARNINGS PIC 9(8)V99.
           05  PR-PREMIUM-EARNINGS PIC 9(8)V99.
           05  PR-PAY-METHOD PIC X(01).
           05  PR-CHEQUE-NUMBER PIC 9(8).
           05  PR-CUST-DEDUCTION PIC 9(8)V99.
           05  PR-CUST-ID PIC X(10).

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-MASTER-RECORD.
           05  DM-DEPT-NAME PIC X(20).
           05  DM-DEPT-CODE PIC X(04).
           05  DM-ACTIVE-FLAG PIC X(01).
               88  DM-ACTIVE VALUE 'Y'.
      *    Set by the department maintenance batch when a department
      *    is renamed or merged away: the department employees were
      *    moved to.
           05  DM-SUCCESSOR-DEPT PIC X(20).

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

      * Journal interface: one 'H' header carrying the line count and
      * both column totals, one 'D' line per account / cost centre /
      * sub-code, and one 'T' trailer repeating the totals so the
      * ledger load can prove the file arrived whole.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-HEADER-RECORD.
           05  JH-RECORD-TYPE PIC X(01).
           05  JH-JOURNAL-DATE PIC 9(8).
           05  JH-LINE-COUNT PIC 9(7).
           05  JH-TOTAL-DEBITS PIC 9(13)V99.
           05  JH-TOTAL-CREDITS PIC 9(13)V99.
       01  JOURNAL-DETAIL-RECORD.
           05  JD-RECORD-TYPE PIC X(01).
           05  JD-JOURNAL-DATE PIC 9(8).
           05  JD-SOURCE PIC X(08).
           05  JD-ACCOUNT PIC X(10).
           05  JD-COST-CENTRE PIC X(04).
           05  JD-SUB-CODE PIC X(04).
           05  JD-DEBIT-CREDIT PIC X(01).
           05  JD-AMOUNT PIC 9(13)V99.
           05  JD-DESCRIPTION PIC X(30).
       01  JOURNAL-TRAILER-RECORD.
           05  JT-RECORD-TYPE PIC X(01).
           05  JT-LINE-COUNT PIC 9(7).
           05  JT-TOTAL-DEBITS PIC 9(13)V99.
           05  JT-TOTAL-CREDITS PIC 9(13)V99.

       FD  PROOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROOF-REPORT-LINE PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-REG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-REG-FILE-OK VALUE '00'.
             88 WS-REG-FILE-EOF VALUE '10'.
          05 WS-DEPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-DEPT-FILE-OK VALUE '00'.
             88 WS-DEPT-FILE-EOF VALUE '10'.
          05 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-AUDIT-FILE-OK VALUE '00'.
             88 WS-AUDIT-FILE-EOF VALUE '10'.
          05 WS-JRN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-JRN-FILE-OK VALUE '00'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.
          05 WS-RUN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RUN-FILE-OK VALUE '00'.
             88 WS-RUN-FILE-EOF VALUE '10'.

       01 WS-FLAGS.
          05 WS-REG-EOF-FLAG PIC X VALUE 'N'.
             88 WS-REG-EOF VALUE 'Y'.
          05 WS-DEPT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-DEPT-EOF VALUE 'Y'.
          05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-AUDIT-EOF VALUE 'Y'.
          05 WS-BALANCED-FLAG PIC X VALUE 'N'.
             88 WS-JOURNAL-BALANCED VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-PAYREG-COUNT PIC 9(7) VALUE ZERO.
          05 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NO-COST-CENTRE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-OTHER-TYPE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-BEN-SPLIT-ERROR-COUNT PIC 9(5) VALUE ZERO.
          05 WS-LINES-WRITTEN PIC 9(7) VALUE ZERO.

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
          05 WS-RC-FEEDER-OK-FLAG PIC X VALUE 'N'.
             88 WS-RC-FEEDER-OK VALUE 'Y'.
          05 WS-RUN-REFUSED-FLAG PIC X VALUE 'N'.
             88 WS-RUN-REFUSED VALUE 'Y'.
          05 WS-RUN-ABEND-FLAG PIC X VALUE 'N'.
             88 WS-RUN-ABENDED VALUE 'Y'.
       01 WS-RUN-CONTROL-TABLE.
          05 WS-RC-ENTRY OCCURS 200 TIMES.
             10 WS-RC-SYSTEM-ID PIC X(08).
             10 WS-RC-RUN-DATE PIC 9(8).
             10 WS-RC-STATUS PIC X(08).
             10 WS-RC-START-STAMP PIC X(16).
             10 WS-RC-END-STAMP PIC X(16).

       01 WS-DATE-WORK.
          05 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
          05 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE PIC X(8).

      * Ledger accounts the journal posts to. Salary expense carries
      * the department code as its cost centre; a department missing
      * from the master is charged to the suspense cost centre for
      * Finance to reclass. Each customer transaction type has its
      * own account, offset against the customer balance control.
       01 WS-GL-ACCOUNTS.
          05 WS-ACCT-SALARY-EXPENSE PIC X(10) VALUE "5100".
          05 WS-ACCT-TAX-PAYABLE PIC X(10) VALUE "2100".
          05 WS-ACCT-BENEFIT-PAYABLE PIC X(10) VALUE "2200".
          05 WS-ACCT-NET-PAY-CLEARING PIC X(10) VALUE "1050".
          05 WS-ACCT-CUSTOMER-CONTROL PIC X(10) VALUE "2300".
          05 WS-ACCT-CUST-POSTINGS PIC X(10) VALUE "1060".
          05 WS-ACCT-CUST-REVERSALS PIC X(10) VALUE "1070".
          05 WS-ACCT-CUST-REDEMPTIONS PIC X(10) VALUE "5300".
          05 WS-ACCT-CUST-ASSESSMENTS PIC X(10) VALUE "4100".
          05 WS-ACCT-UNCLAIMED-PAYABLE PIC X(10) VALUE "2400".
          05 WS-ACCT-EMP-DED-CLEARING PIC X(10) VALUE "2250".
          05 WS-ACCT-CUST-UNCLASSIFIED PIC X(10) VALUE "2390".
          05 WS-SUSPENSE-COST-CENTRE PIC X(04) VALUE "9999".

      * Department name to cost centre, loaded from the department
      * master at startup. Inactive (renamed or merged) departments
      * are kept too: a pay register row cut before the rename still
      * carries the old name and is charged to its old code.
       01 WS-DEPT-TABLE-CONTROLS.
          05 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-DEPT-MAX PIC 9(4) COMP VALUE 200.
          05 WS-DEPT-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-DEPT-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES.
             10 WS-DEPT-TBL-NAME PIC X(20).
             10 WS-DEPT-TBL-CODE PIC X(04).

      * The journal is built in storage, one line per account, cost
      * centre and sub-code, so it can be proved before any of it is
      * released. A line may collect both debits and credits (a day
      * of postings and reversals); it is netted to one side when
      * written.
       01 WS-JOURNAL-CONTROLS.
          05 WS-JL-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-JL-MAX PIC 9(4) COMP VALUE 400.
          05 WS-JL-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-JL-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-JOURNAL-TABLE.
          05 WS-JL-ENTRY OCCURS 400 TIMES.
             10 WS-JL-SOURCE PIC X(08).
             10 WS-JL-ACCOUNT PIC X(10).
             10 WS-JL-COST-CENTRE PIC X(04).
             10 WS-JL-SUB-CODE PIC X(04).
             10 WS-JL-DESCRIPTION PIC X(30).
             10 WS-JL-DEBIT PIC 9(13)V99.
             10 WS-JL-CREDIT PIC 9(13)V99.

      * One posting to the journal table, set by each caller before
      * performing ADD-JOURNAL-AMOUNT.
       01 WS-POSTING-WORK.
          05 WS-POST-SOURCE PIC X(08) VALUE SPACES.
          05 WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
          05 WS-POST-COST-CENTRE PIC X(04) VALUE SPACES.
          05 WS-POST-SUB-CODE PIC X(04) VALUE SPACES.
          05 WS-POST-DESCRIPTION PIC X(30) VALUE SPACES.
          05 WS-POST-DEBIT PIC 9(13)V99 VALUE ZERO.
          05 WS-POST-CREDIT PIC 9(13)V99 VALUE ZERO.

      * Customer posting work: the balance movement of one audit
      * record, and the account its transaction type posts to.
       01 WS-CUSTOMER-WORK.
          05 WS-MOVEMENT PIC S9(13)V99 VALUE ZERO.
          05 WS-TYPE-ACCOUNT PIC X(10) VALUE SPACES.
          05 WS-TYPE-DESCRIPTION PIC X(30) VALUE SPACES.

      * Payroll posting work: the benefit split on a register row
      * must re-add to its benefit total, or the benefits payable
      * lines would not carry the whole deduction.
       01 WS-PAYROLL-WORK.
          05 WS-BEN-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-BEN-SPLIT-SUM PIC 9(8)V99 VALUE ZERO.
          05 WS-BEN-SPLIT-MAX PIC 9(4) COMP VALUE 10.

      * Journal proof: both columns footed over the netted lines.
       01 WS-PROOF-WORK.
          05 WS-TOTAL-DEBITS PIC 9(13)V99 VALUE ZERO.
          05 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE ZERO.
          05 WS-OUT-OF-BALANCE PIC S9(13)V99 VALUE ZERO.
          05 WS-LINE-NET PIC S9(13)V99 VALUE ZERO.
          05 WS-LINE-SIDE PIC X(01) VALUE SPACES.
          05 WS-LINE-AMOUNT PIC 9(13)V99 VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER PIC X(30) VALUE
                "GL JOURNAL PROOF FOR          ".
             10 RH-JOURNAL-DATE PIC 9(8).
          05 WS-RPT-COLUMNS.
             10 FILLER PIC X(30) VALUE
                "SOURCE   ACCOUNT    CC   SUB  ".
             10 FILLER PIC X(31) VALUE "DESCRIPTION".
             10 FILLER PIC X(18) VALUE "             DEBIT".
             10 FILLER PIC X(19) VALUE "             CREDIT".
          05 WS-RPT-DETAIL.
             10 RD-SOURCE PIC X(08).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-ACCOUNT PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-COST-CENTRE PIC X(04).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-SUB-CODE PIC X(04).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-DESCRIPTION PIC X(30).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-RPT-TOTALS.
             10 FILLER PIC X(61) VALUE "JOURNAL TOTALS".
             10 RT-TOTAL-DEBITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-RPT-BALANCED.
             10 FILLER PIC X(50) VALUE
                "JOURNAL BALANCED - RELEASED TO GLJRNL             ".
          05 WS-RPT-UNBALANCED.
             10 FILLER PIC X(30) VALUE
                "JOURNAL OUT OF BALANCE BY     ".
             10 RU-DIFFERENCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(16) VALUE " - NOT RELEASED".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GL JOURNAL GENERATION".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-REFUSED AND NOT WS-RUN-ABENDED
              PERFORM JOURNAL-PAY-REGISTER
              PERFORM JOURNAL-CUSTOMER-POSTINGS
              PERFORM PROVE-JOURNAL
              PERFORM WRITE-PROOF-REPORT
              PERFORM RELEASE-JOURNAL
           ELSE
              PERFORM EMPTY-JOURNAL-FILE
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

      * The customer side journals tonight's batch postings, so the
      * run only means anything once CUSTPROC has finished cleanly;
      * otherwise it is refused without posting a status of its own,
      * ends with return code 8, and GL-RECONCILE will not roll
      * forward either.
       INITIALIZE-SYSTEM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL.
           MOVE "CUSTPROC" TO WS-RC-CHECK-ID.
           PERFORM CHECK-ONE-FEEDER.
           IF NOT WS-RC-FEEDER-OK
              MOVE 'Y' TO WS-RUN-REFUSED-FLAG
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "STARTED" TO WS-RC-NEW-STATUS
              PERFORM POST-RUN-STATUS
              PERFORM LOAD-DEPT-TABLE
              OPEN OUTPUT PROOF-REPORT-FILE
              IF NOT WS-RPT-FILE-OK
                 DISPLAY "Journal proof report could not be opened - "
                         "status " WS-RPT-FILE-STATUS
                         " - journal run cannot proceed."
                 MOVE 'Y' TO WS-RUN-ABEND-FLAG
              ELSE
                 DISPLAY "System initialized."
              END-IF
           END-IF.

       CHECK-ONE-FEEDER.
           MOVE 'N' TO WS-RC-FEEDER-OK-FLAG.
           MOVE ZERO TO WS-RC-ROW.
           IF WS-RC-COUNT > 0
              PERFORM FIND-FEEDER-ROW
                 VARYING WS-RC-IDX FROM 1 BY 1
                 UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-ROW > 0
           END-IF.
           IF WS-RC-ROW > 0
              AND WS-RC-STATUS (WS-RC-ROW) = "ENDED-OK"
              MOVE 'Y' TO WS-RC-FEEDER-OK-FLAG
           ELSE
              IF WS-RC-ROW = 0
                 DISPLAY "Run control: " WS-RC-CHECK-ID
                         " has not run today - "
                         "journal run refused."
              ELSE
                 DISPLAY "Run control: " WS-RC-CHECK-ID
                         " shows " WS-RC-STATUS (WS-RC-ROW)
                         " for today - journal run refused."
              END-IF
           END-IF.

       FIND-FEEDER-ROW.
           IF WS-RC-SYSTEM-ID (WS-RC-IDX) = WS-RC-CHECK-ID
              AND WS-RC-RUN-DATE (WS-RC-IDX) = WS-TODAY-DATE
              MOVE WS-RC-IDX TO WS-RC-ROW
           END-IF.

      * Loads every department name with its cost centre code. A
      * missing master is not fatal: salary expense then falls to the
      * suspense cost centre, which Finance reclasses, rather than
      * holding back the whole journal.
       LOAD-DEPT-TABLE.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE 'N' TO WS-DEPT-EOF-FLAG.
           OPEN INPUT DEPT-MASTER-FILE.
           IF NOT WS-DEPT-FILE-OK
              DISPLAY "Department master not available - status "
                      WS-DEPT-FILE-STATUS
                      " - salary expense to suspense cost centre."
              MOVE 'Y' TO WS-DEPT-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-DEPARTMENT UNTIL WS-DEPT-EOF.
           IF WS-DEPT-FILE-OK OR WS-DEPT-FILE-EOF
              CLOSE DEPT-MASTER-FILE
           END-IF.

       LOAD-ONE-DEPARTMENT.
           READ DEPT-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DEPT-EOF-FLAG
              NOT AT END
                 IF WS-DEPT-COUNT < WS-DEPT-MAX
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE DM-DEPT-NAME TO
                       WS-DEPT-TBL-NAME (WS-DEPT-COUNT)
                    MOVE DM-DEPT-CODE TO
                       WS-DEPT-TBL-CODE (WS-DEPT-COUNT)
                 END-IF
           END-READ.

      * Pay register rows dated today are journalled; any other date
      * means no pay run posted tonight and the payroll side of the
      * journal is empty. A missing register is the same thing.
       JOURNAL-PAY-REGISTER.
           MOVE 'N' TO WS-REG-EOF-FLAG.
           OPEN INPUT PAY-REGISTER-FILE.
           IF NOT WS-REG-FILE-OK
              DISPLAY "Pay register not available - "
                      "no payroll lines journalled."
              MOVE 'Y' TO WS-REG-EOF-FLAG
           END-IF.
           PERFORM JOURNAL-ONE-PAY-ROW UNTIL WS-REG-EOF.
           IF WS-REG-FILE-OK OR WS-REG-FILE-EOF
              CLOSE PAY-REGISTER-FILE
           END-IF.

       JOURNAL-ONE-PAY-ROW.
           READ PAY-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-REG-EOF-FLAG
              NOT AT END
                 IF PR-PAY-DATE = WS-TODAY-DATE
                    PERFORM POST-PAY-ROW
                 END-IF
           END-READ.

      * Gross is charged to salary expense for the employee's cost
      * centre; the deductions and the net pay are the credits that
      * carry it to the liability and bank clearing accounts.
       POST-PAY-ROW.
           ADD 1 TO WS-PAYREG-COUNT.
           PERFORM FIND-COST-CENTRE.
           MOVE "PAYROLL" TO WS-POST-SOURCE.

           MOVE WS-ACCT-SALARY-EXPENSE TO WS-POST-ACCOUNT.
           MOVE SPACES TO WS-POST-SUB-CODE.
           MOVE "SALARY EXPENSE" TO WS-POST-DESCRIPTION.
           MOVE PR-GROSS-PAY TO WS-POST-DEBIT.
           MOVE ZERO TO WS-POST-CREDIT.
           PERFORM ADD-JOURNAL-AMOUNT.

           MOVE SPACES TO WS-POST-COST-CENTRE.
           MOVE WS-ACCT-TAX-PAYABLE TO WS-POST-ACCOUNT.
           MOVE "TAX WITHHELD PAYABLE" TO WS-POST-DESCRIPTION.
           MOVE ZERO TO WS-POST-DEBIT.
           MOVE PR-TAX-DEDUCTION TO WS-POST-CREDIT.
           PERFORM ADD-JOURNAL-AMOUNT.

           MOVE ZERO TO WS-BEN-SPLIT-SUM.
           PERFORM POST-ONE-BENEFIT-SPLIT
              VARYING WS-BEN-IDX FROM 1 BY 1
              UNTIL WS-BEN-IDX > WS-BEN-SPLIT-MAX.
           IF WS-BEN-SPLIT-SUM NOT = PR-BENEFIT-DEDUCTION
      *       The journal will not prove; name the employee so the
      *       pay register row can be found.
              ADD 1 TO WS-BEN-SPLIT-ERROR-COUNT
              DISPLAY "Benefit split " WS-BEN-SPLIT-SUM
                      " does not add to benefit total "
                      PR-BENEFIT-DEDUCTION " - employee " PR-EMP-ID
           END-IF.

           MOVE WS-ACCT-NET-PAY-CLEARING TO WS-POST-ACCOUNT.
           MOVE SPACES TO WS-POST-SUB-CODE.
           MOVE "NET PAY BANK CLEARING" TO WS-POST-DESCRIPTION.
           MOVE ZERO TO WS-POST-DEBIT.
           MOVE PR-NET-PAY TO WS-POST-CREDIT.
           PERFORM ADD-JOURNAL-AMOUNT.

      *    Withheld against the employee's customer account; held in
      *    clearing until CUSTPROC credits the account.
           IF PR-CUST-DEDUCTION IS NUMERIC
              AND PR-CUST-DEDUCTION > ZERO
              MOVE WS-ACCT-EMP-DED-CLEARING TO WS-POST-ACCOUNT
              MOVE SPACES TO WS-POST-SUB-CODE
              MOVE "EMPLOYEE DEDUCTIONS CLEARING" TO
                 WS-POST-DESCRIPTION
              MOVE ZERO TO WS-POST-DEBIT
              MOVE PR-CUST-DEDUCTION TO WS-POST-CREDIT
              PERFORM ADD-JOURNAL-AMOUNT
           END-IF.

       POST-ONE-BENEFIT-SPLIT.
           IF PR-BEN-CODE (WS-BEN-IDX) NOT = SPACES
              ADD PR-BEN-AMOUNT (WS-BEN-IDX) TO WS-BEN-SPLIT-SUM
              MOVE WS-ACCT-BENEFIT-PAYABLE TO WS-POST-ACCOUNT
              MOVE PR-BEN-CODE (WS-BEN-IDX) TO WS-POST-SUB-CODE
              MOVE "BENEFITS PAYABLE" TO WS-POST-DESCRIPTION
              MOVE ZERO TO WS-POST-DEBIT
              MOVE PR-BEN-AMOUNT (WS-BEN-IDX) TO WS-POST-CREDIT
              PERFORM ADD-JOURNAL-AMOUNT
           END-IF.

       FIND-COST-CENTRE.
           MOVE ZERO TO WS-DEPT-ROW.
           IF WS-DEPT-COUNT > 0
              PERFORM MATCH-DEPT-ROW
                 VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-ROW > 0
           END-IF.
           IF WS-DEPT-ROW > 0
              MOVE WS-DEPT-TBL-CODE (WS-DEPT-ROW) TO
                 WS-POST-COST-CENTRE
           ELSE
              ADD 1 TO WS-NO-COST-CENTRE-COUNT
              MOVE WS-SUSPENSE-COST-CENTRE TO WS-POST-COST-CENTRE
              DISPLAY "No cost centre for department " PR-EMP-DEPT
                      " - employee " PR-EMP-ID
                      " charged to suspense."
           END-IF.

       MATCH-DEPT-ROW.
           IF WS-DEPT-TBL-NAME (WS-DEPT-IDX) = PR-EMP-DEPT
              MOVE WS-DEPT-IDX TO WS-DEPT-ROW
           END-IF.

      * Today's successful batch postings, the same records the GL
      * reconciliation re-adds against CUSTTOTS. Online postings are
      * journalled by the online system, not here.
       JOURNAL-CUSTOMER-POSTINGS.
           MOVE 'N' TO WS-AUDIT-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY "Audit file not available - status "
                      WS-AUDIT-FILE-STATUS
                      " - journal run cannot proceed."
              MOVE 'Y' TO WS-AUDIT-EOF-FLAG
              MOVE 'Y' TO WS-RUN-ABEND-FLAG
           END-IF.
           PERFORM JOURNAL-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF.
           IF WS-AUDIT-FILE-OK OR WS-AUDIT-FILE-EOF
              CLOSE AUDIT-FILE
           END-IF.

       JOURNAL-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-FLAG
              NOT AT END
                 IF AUD-TIMESTAMP (1:8) = WS-TODAY-DATE-X
                    AND AUD-STATUS = 'S'
                    AND AUD-POST-MODE = 'B'
                    PERFORM POST-AUDIT-RECORD
                 END-IF
           END-READ.

      * A movement that raises the customer's balance is credited to
      * the customer balance control and debited to the account for
      * its transaction type; a movement that lowers it is the
      * reverse.
       POST-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
           COMPUTE WS-MOVEMENT = AUD-NEW-BALANCE - AUD-OLD-BALANCE.
           EVALUATE AUD-TXN-TYPE
              WHEN 'U'
                 MOVE WS-ACCT-CUST-POSTINGS TO WS-TYPE-ACCOUNT
                 MOVE "CUSTOMER POSTINGS" TO WS-TYPE-DESCRIPTION
              WHEN 'C'
                 MOVE WS-ACCT-CUST-REVERSALS TO WS-TYPE-ACCOUNT
                 MOVE "CUSTOMER REVERSALS" TO WS-TYPE-DESCRIPTION
              WHEN 'R'
                 MOVE WS-ACCT-CUST-REDEMPTIONS TO WS-TYPE-ACCOUNT
                 MOVE "POINT REDEMPTIONS" TO WS-TYPE-DESCRIPTION
              WHEN 'A'
                 MOVE WS-ACCT-CUST-ASSESSMENTS TO WS-TYPE-ACCOUNT
                 MOVE "INTEREST AND FEE ASSESSMENTS" TO
                    WS-TYPE-DESCRIPTION
              WHEN 'E'
                 MOVE WS-ACCT-UNCLAIMED-PAYABLE TO WS-TYPE-ACCOUNT
                 MOVE "UNCLAIMED PROPERTY PAYABLE" TO
                    WS-TYPE-DESCRIPTION
              WHEN 'P'
                 MOVE WS-ACCT-EMP-DED-CLEARING TO WS-TYPE-ACCOUNT
                 MOVE "EMPLOYEE DEDUCTIONS CLEARING" TO
                    WS-TYPE-DESCRIPTION
      *       Suspended by the velocity screen: nothing moved, so
      *       there is no journal line to make.
              WHEN 'S'
                 ADD 1 TO WS-SUSPENDED-COUNT
                 MOVE SPACES TO WS-TYPE-ACCOUNT
                 MOVE SPACES TO WS-TYPE-DESCRIPTION
              WHEN OTHER
                 ADD 1 TO WS-OTHER-TYPE-COUNT
                 MOVE WS-ACCT-CUST-UNCLASSIFIED TO WS-TYPE-ACCOUNT
                 MOVE "UNCLASSIFIED CUSTOMER POSTINGS" TO
                    WS-TYPE-DESCRIPTION
                 DISPLAY "Unclassified transaction type "
                         AUD-TXN-TYPE " - " AUD-TXN-ID
           END-EVALUATE.
           IF WS-MOVEMENT NOT = ZERO
              MOVE "CUSTPROC" TO WS-POST-SOURCE
              MOVE SPACES TO WS-POST-COST-CENTRE
              MOVE AUD-TXN-TYPE TO WS-POST-SUB-CODE
              IF WS-MOVEMENT > ZERO
                 MOVE WS-TYPE-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE WS-TYPE-DESCRIPTION TO WS-POST-DESCRIPTION
                 MOVE WS-MOVEMENT TO WS-POST-DEBIT
                 MOVE ZERO TO WS-POST-CREDIT
                 PERFORM ADD-JOURNAL-AMOUNT
                 MOVE WS-ACCT-CUSTOMER-CONTROL TO WS-POST-ACCOUNT
                 MOVE "CUSTOMER BALANCE CONTROL" TO
                    WS-POST-DESCRIPTION
                 MOVE ZERO TO WS-POST-DEBIT
                 MOVE WS-MOVEMENT TO WS-POST-CREDIT
                 PERFORM ADD-JOURNAL-AMOUNT
              ELSE
                 COMPUTE WS-MOVEMENT = ZERO - WS-MOVEMENT
                 MOVE WS-ACCT-CUSTOMER-CONTROL TO WS-POST-ACCOUNT
                 MOVE "CUSTOMER BALANCE CONTROL" TO
                    WS-POST-DESCRIPTION
                 MOVE WS-MOVEMENT TO WS-POST-DEBIT
                 MOVE ZERO TO WS-POST-CREDIT
                 PERFORM ADD-JOURNAL-AMOUNT
                 MOVE WS-TYPE-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE WS-TYPE-DESCRIPTION TO WS-POST-DESCRIPTION
                 MOVE ZERO TO WS-POST-DEBIT
                 MOVE WS-MOVEMENT TO WS-POST-CREDIT
                 PERFORM ADD-JOURNAL-AMOUNT
              END-IF
           END-IF.

      * Adds one posting to its journal line, claiming a new line on
      * first sight of the account / cost centre / sub-code. A full
      * table would leave the journal incomplete, so the run abends
      * rather than release a partial journal.
       ADD-JOURNAL-AMOUNT.
           MOVE ZERO TO WS-JL-ROW.
           IF WS-JL-COUNT > 0
              PERFORM MATCH-JOURNAL-LINE
                 VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT OR WS-JL-ROW > 0
           END-IF.
           IF WS-JL-ROW = 0 AND WS-JL-COUNT < WS-JL-MAX
              ADD 1 TO WS-JL-COUNT
              MOVE WS-JL-COUNT TO WS-JL-ROW
              MOVE WS-POST-SOURCE TO WS-JL-SOURCE (WS-JL-ROW)
              MOVE WS-POST-ACCOUNT TO WS-JL-ACCOUNT (WS-JL-ROW)
              MOVE WS-POST-COST-CENTRE TO
                 WS-JL-COST-CENTRE (WS-JL-ROW)
              MOVE WS-POST-SUB-CODE TO WS-JL-SUB-CODE (WS-JL-ROW)
              MOVE WS-POST-DESCRIPTION TO
                 WS-JL-DESCRIPTION (WS-JL-ROW)
              MOVE ZERO TO WS-JL-DEBIT (WS-JL-ROW)
              MOVE ZERO TO WS-JL-CREDIT (WS-JL-ROW)
           END-IF.
           IF WS-JL-ROW > 0
              ADD WS-POST-DEBIT TO WS-JL-DEBIT (WS-JL-ROW)
              ADD WS-POST-CREDIT TO WS-JL-CREDIT (WS-JL-ROW)
           ELSE
              IF NOT WS-RUN-ABENDED
                 DISPLAY "Journal line table full - journal "
                         "cannot be completed."
              END-IF
              MOVE 'Y' TO WS-RUN-ABEND-FLAG
           END-IF.

       MATCH-JOURNAL-LINE.
           IF WS-JL-SOURCE (WS-JL-IDX) = WS-POST-SOURCE
              AND WS-JL-ACCOUNT (WS-JL-IDX) = WS-POST-ACCOUNT
              AND WS-JL-COST-CENTRE (WS-JL-IDX) = WS-POST-COST-CENTRE
              AND WS-JL-SUB-CODE (WS-JL-IDX) = WS-POST-SUB-CODE
              MOVE WS-JL-IDX TO WS-JL-ROW
           END-IF.

      * Foots both columns over the lines as they will be written
      * (each netted to one side) and proves debits = credits.
       PROVE-JOURNAL.
           MOVE ZERO TO WS-TOTAL-DEBITS.
           MOVE ZERO TO WS-TOTAL-CREDITS.
           IF WS-JL-COUNT > 0
              PERFORM FOOT-ONE-JOURNAL-LINE
                 VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT
           END-IF.
           COMPUTE WS-OUT-OF-BALANCE =
              WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF WS-OUT-OF-BALANCE = ZERO AND NOT WS-RUN-ABENDED
              MOVE 'Y' TO WS-BALANCED-FLAG
           ELSE
              MOVE 'N' TO WS-BALANCED-FLAG
              DISPLAY "Journal out of balance - debits "
                      WS-TOTAL-DEBITS " credits " WS-TOTAL-CREDITS
           END-IF.

       FOOT-ONE-JOURNAL-LINE.
           PERFORM NET-JOURNAL-LINE.
           IF WS-LINE-SIDE = 'D'
              ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           END-IF.
           IF WS-LINE-SIDE = 'C'
              ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

      * Nets the line at WS-JL-IDX to one side; a line whose debits
      * and credits cancel out is left blank and not written.
       NET-JOURNAL-LINE.
           COMPUTE WS-LINE-NET = WS-JL-DEBIT (WS-JL-IDX)
              - WS-JL-CREDIT (WS-JL-IDX).
           EVALUATE TRUE
              WHEN WS-LINE-NET > ZERO
                 MOVE 'D' TO WS-LINE-SIDE
                 MOVE WS-LINE-NET TO WS-LINE-AMOUNT
              WHEN WS-LINE-NET < ZERO
                 MOVE 'C' TO WS-LINE-SIDE
                 COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-NET
              WHEN OTHER
                 MOVE SPACES TO WS-LINE-SIDE
                 MOVE ZERO TO WS-LINE-AMOUNT
           END-EVALUATE.

      * The proof report is printed whether or not the journal
      * balanced, so Finance can see what would have been posted.
       WRITE-PROOF-REPORT.
           MOVE WS-TODAY-DATE TO RH-JOURNAL-DATE.
           WRITE PROOF-REPORT-LINE FROM WS-RPT-HEADER.
           WRITE PROOF-REPORT-LINE FROM WS-RPT-COLUMNS.
           IF WS-JL-COUNT > 0
              PERFORM PRINT-ONE-JOURNAL-LINE
                 VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT
           END-IF.
           MOVE WS-TOTAL-DEBITS TO RT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO RT-TOTAL-CREDITS.
           WRITE PROOF-REPORT-LINE FROM WS-RPT-TOTALS.
           IF WS-JOURNAL-BALANCED
              WRITE PROOF-REPORT-LINE FROM WS-RPT-BALANCED
           ELSE
              MOVE WS-OUT-OF-BALANCE TO RU-DIFFERENCE
              WRITE PROOF-REPORT-LINE FROM WS-RPT-UNBALANCED
           END-IF.

       PRINT-ONE-JOURNAL-LINE.
           PERFORM NET-JOURNAL-LINE.
           IF WS-LINE-SIDE NOT = SPACES
              MOVE WS-JL-SOURCE (WS-JL-IDX) TO RD-SOURCE
              MOVE WS-JL-ACCOUNT (WS-JL-IDX) TO RD-ACCOUNT
              MOVE WS-JL-COST-CENTRE (WS-JL-IDX) TO RD-COST-CENTRE
              MOVE WS-JL-SUB-CODE (WS-JL-IDX) TO RD-SUB-CODE
              MOVE WS-JL-DESCRIPTION (WS-JL-IDX) TO RD-DESCRIPTION
              MOVE ZERO TO RD-DEBIT
              MOVE ZERO TO RD-CREDIT
              IF WS-LINE-SIDE = 'D'
                 MOVE WS-LINE-AMOUNT TO RD-DEBIT
              ELSE
                 MOVE WS-LINE-AMOUNT TO RD-CREDIT
              END-IF
              WRITE PROOF-REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

      * A refused or abended run journals nothing, but GLJRNL is
      * still emptied, the same as for an unproved journal.
       EMPTY-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-FILE-OK
              DISPLAY "Journal file could not be opened - status "
                      WS-JRN-FILE-STATUS
                      " - last released journal still in GLJRNL."
              MOVE 8 TO RETURN-CODE
           ELSE
              CLOSE JOURNAL-FILE
           END-IF.

      * Only a proved journal is released to the ledger interface.
      * An unproved one still empties GLJRNL, so the previous night's
      * released journal can never be picked up a second time.
       RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JRN-FILE-OK
              DISPLAY "Journal file could not be opened - status "
                      WS-JRN-FILE-STATUS
              MOVE 'Y' TO WS-RUN-ABEND-FLAG
              MOVE 8 TO RETURN-CODE
           ELSE
              IF NOT WS-JOURNAL-BALANCED
                 DISPLAY "Journal out of balance - GLJRNL left empty."
              ELSE
                 PERFORM COUNT-JOURNAL-LINES
                 MOVE 'H' TO JH-RECORD-TYPE
                 MOVE WS-TODAY-DATE TO JH-JOURNAL-DATE
                 MOVE WS-LINES-WRITTEN TO JH-LINE-COUNT
                 MOVE WS-TOTAL-DEBITS TO JH-TOTAL-DEBITS
                 MOVE WS-TOTAL-CREDITS TO JH-TOTAL-CREDITS
                 WRITE JOURNAL-HEADER-RECORD
                 IF WS-JL-COUNT > 0
                    PERFORM WRITE-ONE-JOURNAL-LINE
                       VARYING WS-JL-IDX FROM 1 BY 1
                       UNTIL WS-JL-IDX > WS-JL-COUNT
                 END-IF
                 MOVE 'T' TO JT-RECORD-TYPE
                 MOVE WS-LINES-WRITTEN TO JT-LINE-COUNT
                 MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS
                 MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
                 WRITE JOURNAL-TRAILER-RECORD
              END-IF
              CLOSE JOURNAL-FILE
           END-IF.

       COUNT-JOURNAL-LINES.
           MOVE ZERO TO WS-LINES-WRITTEN.
           IF WS-JL-COUNT > 0
              PERFORM COUNT-ONE-JOURNAL-LINE
                 VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT
           END-IF.

       COUNT-ONE-JOURNAL-LINE.
           PERFORM NET-JOURNAL-LINE.
           IF WS-LINE-SIDE NOT = SPACES
              ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       WRITE-ONE-JOURNAL-LINE.
           PERFORM NET-JOURNAL-LINE.
           IF WS-LINE-SIDE NOT = SPACES
              MOVE 'D' TO JD-RECORD-TYPE
              MOVE WS-TODAY-DATE TO JD-JOURNAL-DATE
              MOVE WS-JL-SOURCE (WS-JL-IDX) TO JD-SOURCE
              MOVE WS-JL-ACCOUNT (WS-JL-IDX) TO JD-ACCOUNT
              MOVE WS-JL-COST-CENTRE (WS-JL-IDX) TO JD-COST-CENTRE
              MOVE WS-JL-SUB-CODE (WS-JL-IDX) TO JD-SUB-CODE
              MOVE WS-LINE-SIDE TO JD-DEBIT-CREDIT
              MOVE WS-LINE-AMOUNT TO JD-AMOUNT
              MOVE WS-JL-DESCRIPTION (WS-JL-IDX) TO JD-DESCRIPTION
              WRITE JOURNAL-DETAIL-RECORD
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "JOURNAL RUN SUMMARY:".
           DISPLAY "Pay Register Rows:    " WS-PAYREG-COUNT.
           DISPLAY "Audit Postings:       " WS-AUDIT-COUNT.
           DISPLAY "Suspense Cost Centre: " WS-NO-COST-CENTRE-COUNT.
           DISPLAY "Unclassified Types:   " WS-OTHER-TYPE-COUNT.
           DISPLAY "Suspended (no entry): " WS-SUSPENDED-COUNT.
           DISPLAY "Benefit Split Errors: " WS-BEN-SPLIT-ERROR-COUNT.
           DISPLAY "Journal Lines:        " WS-LINES-WRITTEN.
           DISPLAY "Total Debits:         " WS-TOTAL-DEBITS.
           DISPLAY "Total Credits:        " WS-TOTAL-CREDITS.
           IF WS-JOURNAL-BALANCED AND NOT WS-RUN-ABENDED
              DISPLAY "Journal released to GLJRNL."
           ELSE
              DISPLAY "Journal NOT released."
           END-IF.
           DISPLAY "==========================".

      * An out-of-balance journal is posted as its own status, not
      * ENDED-OK, so GL-RECONCILE refuses the roll-forward.
       TERMINATE-SYSTEM.
           IF WS-RPT-FILE-OK
              CLOSE PROOF-REPORT-FILE
           END-IF.
           IF NOT WS-RUN-REFUSED
              EVALUATE TRUE
                 WHEN WS-RUN-ABENDED
                    MOVE "ABENDED" TO WS-RC-NEW-STATUS
                    MOVE 8 TO RETURN-CODE
                 WHEN NOT WS-JOURNAL-BALANCED
                    MOVE "OUTOFBAL" TO WS-RC-NEW-STATUS
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
           MOVE ZERO TO WS-RC-ROW.
           IF WS-RC-COUNT > 0
              PERFORM FIND-MY-RUN-ROW
                 VARYING WS-RC-IDX FROM 1 BY 1
                 UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-ROW > 0
           END-IF.
           IF WS-RC-ROW = 0 AND WS-RC-COUNT < WS-RC-MAX
              ADD 1 TO WS-RC-COUNT
              MOVE WS-RC-COUNT TO WS-RC-ROW
              MOVE "GLJRNL" TO WS-RC-SYSTEM-ID (WS-RC-ROW)
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

       FIND-MY-RUN-ROW.
           IF WS-RC-SYSTEM-ID (WS-RC-IDX) = "GLJRNL"
              AND WS-RC-RUN-DATE (WS-RC-IDX) = WS-TODAY-DATE
              MOVE WS-RC-IDX TO WS-RC-ROW
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
