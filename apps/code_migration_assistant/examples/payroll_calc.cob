      *             a back-dated raise stops being a manual payroll
      *             correction. The monthly job scratches PAYRETRO
      *             once the run ends clean.
      * 2026-10-15  Carry the period's benefit deduction split by rate
      *             code on each pay register row, so the nightly GL
      *             journal can credit benefits payable by rate code
      *             from the register itself.
      * 2026-10-15  Hourly employees are paid from the time-card file:
      *             regular hours at the hourly rate, overtime and
      *             premium (night/holiday) hours at the multipliers
      *             on the new 'O' and 'P' rate table rows. The hours
      *             and earnings breakdown is carried on the pay
      *             register and rolled into new year-to-date
      *             accumulators, and from there the hourly gross
      *             takes the same tax, benefit, bank and GL path as
      *             salaried pay. A time card that cannot be paid -
      *             unknown, terminated or salaried employee, wrong
      *             period, no hours, no multiplier - goes to the
      *             time-card exception listing instead, as does an
      *             hourly employee with no time card at all.
      * 2026-10-15  Net pay goes where the payment-instructions master
      *             says: an employee with a live account is paid by
      *             transfer, and the bank detail now carries the bank
      *             code, branch, account number and type. An employee
      *             with no account, or whose account is still waiting
      *             on its prenote or a callback, is paid by cheque
      *             instead of dropped - numbered from the cheque
      *             control file onto a cheque register and a
      *             cheque-print file. New and changed accounts are
      *             prenoted to the bank at zero amount and go live
      *             once the prenote has stood unreturned for the
      *             clearing period. The disbursement trailer and the
      *             payroll control totals carry the bank and cheque
      *             split, which together prove to total net pay, and
      *             the pay register shows how each employee was paid.
      * 2026-10-15  Customer account repayment by payroll deduction.
      *             An employee linked to a customer account with a
      *             balance owed (the PAYDED file from the deduction
      *             cycle) has a customer deduction line taken after
      *             net pay is worked out: at most the share of net
      *             pay on the rate table's 'D' row, or the whole net
      *             pay for a final deduction after a termination.
      *             The deduction is shown on the pay register, rolled
      *             into the year-to-date master, totalled by
      *             department and on the payroll control totals, and
      *             cut as a batch-headed TXNFILE of 'P' credits
      *             (PAYDTXN, file id PAYDED.YYYYMMDD) for CUSTPROC to
      *             post to the customer accounts.
      * 2026-10-15  A deduction transaction file that cannot be opened
      *             ends the run with return code 8, so the operator
      *             knows the deductions must be posted by hand.
      * 2026-10-15  Only a missing payment-instructions master,
      *             cheque control file or customer deduction file is
      *             taken as none; any other open error stops the run
      *             before an output is opened. A run that stops, or
      *             cannot write a carried-forward file, ends with
      *             return code 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETRO-FILE-STATUS.

      *    Hours worked by hourly employees for the pay period, keyed
      *    by the time-keeping system; one or more cards per employee.
           SELECT TIME-CARD-FILE ASSIGN TO "TIMECARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TC-FILE-STATUS.

      *    Time cards not paid this run, with the reason, for payroll
      *    to follow up.
           SELECT TC-EXCEPTION-FILE ASSIGN TO "TCEXCPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TCX-FILE-STATUS.

      *    Payment instructions maintained by BANK-MAINTAIN; the run
      *    advances each account's prenote status and writes the
      *    next master, which the monthly job renames over EMPBANK.
           SELECT BANK-MASTER-FILE ASSIGN TO "EMPBANK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT NEW-BANK-FILE ASSIGN TO "EMPBANKN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTN-FILE-STATUS.

      *    Cheques issued this run, numbered, with a trailer; and the
      *    print file the cheques are printed from.
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHEQREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQ-FILE-STATUS.

           SELECT CHEQUE-PRINT-FILE ASSIGN TO "CHEQPRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQP-FILE-STATUS.

      *    Last cheque number used, carried from run to run.
           SELECT CHEQUE-CONTROL-FILE ASSIGN TO "CHEQCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHQC-FILE-STATUS.

      *    Employee master history, read only to tell a terminated
      *    employee's time card from an unknown employee's.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.

      *    Customer balances owed by linked employees, from the
      *    monthly deduction cycle.
           SELECT CUST-DEDUCTION-FILE ASSIGN TO "PAYDED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PDED-FILE-STATUS.

      *    Customer deductions taken, cut in the CUSTPROC TXNFILE
      *    layout with a batch header and trailer; the monthly job
      *    feeds it to the next CUSTPROC batch run.
           SELECT CUST-TXN-FILE ASSIGN TO "PAYDTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTXN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
               10  FD-HIRE-YEAR PIC 9(4).
               10  FD-HIRE-MONTH PIC 9(2).
               10  FD-HIRE-DAY PIC 9(2).
           05  FD-EMP-PAY-TYPE PIC X(01).
               88  FD-EMP-HOURLY VALUE 'H'.
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

      * Rate table rows: 'T' rows are tax brackets on the period gross
      * (from/to bounds, rate applied to the whole gross); 'B' rows are
      * benefit deductions, each applied as a flat rate on the gross.
      * 'O' and 'P' rows are the overtime and premium (night/holiday)
      * pay multipliers for hourly employees - a multiplier of 1.5 or
      * 2 does not fit the rate column, so these rows carry it in the
      * bracket-from column instead. The 'D' row carries the largest
      * share of net pay a customer deduction may take in its rate.
       FD  RATE-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-TABLE-RECORD.
           05  RT-RATE-TYPE PIC X(01).
               88  RT-TYPE-TAX VALUE 'T'.
               88  RT-TYPE-BENEFIT VALUE 'B'.
               88  RT-TYPE-OVERTIME VALUE 'O'.
               88  RT-TYPE-PREMIUM VALUE 'P'.
               88  RT-TYPE-CUST-DEDUCTION VALUE 'D'.
           05  RT-RATE-CODE PIC X(04).
           05  RT-DESCRIPTION PIC X(20).
           05  RT-BRACKET-FROM PIC 9(8)V99.
           05  RT-MULTIPLIER REDEFINES RT-BRACKET-FROM PIC 9(8)V99.
           05  RT-BRACKET-TO PIC 9(8)V99.
           05  RT-RATE PIC V9(4).

           05  PR-TAX-DEDUCTION PIC 9(8)V99.
           05  PR-BENEFIT-DEDUCTION PIC 9(8)V99.
           05  PR-NET-PAY PIC 9(8)V99.
      *    The benefit deduction split by rate code, in rate table
      *    order; unused slots are blank.
           05  PR-BEN-SPLIT OCCURS 10 TIMES.
               10  PR-BEN-CODE PIC X(04).
               10  PR-BEN-AMOUNT PIC 9(8)V99.
      *    Pay type and, for an hourly employee, the hours and
      *    earnings behind the gross; zero for a salaried employee.
      *    Earnings exclude any retro adjustment, which is in the
      *    gross only.
           05  PR-PAY-TYPE PIC X(01).
           05  PR-HOURLY-RATE PIC 9(4)V99.
           05  PR-REGULAR-HOURS PIC 9(3)V99.
           05  PR-OVERTIME-HOURS PIC 9(3)V99.
           05  PR-PREMIUM-HOURS PIC 9(3)V99.
           05  PR-REGULAR-EARNINGS PIC 9(8)V99.
           05  PR-OVERTIME-EARNINGS PIC 9(8)V99.
           05  PR-PREMIUM-EARNINGS PIC 9(8)V99.
      *    'B' paid by bank transfer, 'C' paid by the cheque numbered.
           05  PR-PAY-METHOD PIC X(01).
           05  PR-CHEQUE-NUMBER PIC 9(8).
      *    Repayment to the employee's customer account, taken after
      *    net pay was worked out (net pay is after it), and the
      *    customer account credited; zero and spaces when none.
           05  PR-CUST-DEDUCTION PIC 9(8)V99.
           05  PR-CUST-ID PIC X(10).

       FD  DEDUCTION-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
           05  DS-TAX-DEDUCTION PIC 9(12)V99.
           05  DS-BENEFIT-DEDUCTION PIC 9(12)V99.
           05  DS-NET-PAY PIC 9(12)V99.
           05  DS-CUST-DEDUCTION PIC 9(12)V99.

      * Bank disbursement interface: one 'D' detail per employee paid,
      * closed by one 'T' trailer carrying the detail count and a hash
      * total of the net pay, so the bank side can prove the file
      * arrived whole before any transfer is released. A 'P' detail
      * is a zero-amount prenote for a new or changed account; it is
      * counted in the record count. The trailer also carries the
      * cheque side of the run, so hash plus cheque total proves to
      * the run's total net pay.
       FD  BANK-DISBURSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-DETAIL-RECORD.
           05  BK-EMP-ID PIC 9(6).
           05  BK-PAY-DATE PIC 9(8).
           05  BK-NET-PAY PIC 9(8)V99.
           05  BK-BANK-CODE PIC 9(3).
           05  BK-BRANCH PIC 9(5).
           05  BK-ACCOUNT-NUMBER PIC 9(12).
           05  BK-ACCOUNT-TYPE PIC X(01).
       01  BANK-TRAILER-RECORD.
           05  BT-RECORD-TYPE PIC X(01).
           05  BT-RECORD-COUNT PIC 9(7).
           05  BT-NET-PAY-HASH PIC 9(12)V99.
           05  BT-PRENOTE-COUNT PIC 9(7).
           05  BT-CHEQUE-COUNT PIC 9(7).
           05  BT-CHEQUE-TOTAL PIC 9(12)V99.
           05  BT-TOTAL-NET PIC 9(12)V99.

       FD  CONTROL-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
           05  CT-TAX-DEDUCTION PIC 9(12)V99.
           05  CT-BENEFIT-DEDUCTION PIC 9(12)V99.
           05  CT-NET-PAY PIC 9(12)V99.
      *    Net pay split by payment method; bank plus cheque is net.
           05  CT-BANK-NET-PAY PIC 9(12)V99.
           05  CT-CHEQUE-NET-PAY PIC 9(12)V99.
           05  CT-CHEQUE-COUNT PIC 9(5).
      *    Customer deductions withheld, and how many; CUSTPROC must
      *    credit the same to the customer accounts.
           05  CT-CUST-DEDUCTION PIC 9(12)V99.
           05  CT-CUST-DED-COUNT PIC 9(5).

      * Year-to-date accumulator master, one record per employee:
      * the year it covers, the YTD gross, tax, benefit and net, and
           05  YT-BEN-BUCKET OCCURS 10 TIMES.
               10  YT-BEN-CODE PIC X(04).
               10  YT-BEN-AMOUNT PIC 9(10)V99.
      *    Hourly hours and earnings year to date. Rows written
      *    before these existed carry spaces and are zeroed at load.
           05  YT-REGULAR-HOURS PIC 9(5)V99.
           05  YT-OVERTIME-HOURS PIC 9(5)V99.
           05  YT-PREMIUM-HOURS PIC 9(5)V99.
           05  YT-REGULAR-EARNINGS PIC 9(10)V99.
           05  YT-OVERTIME-EARNINGS PIC 9(10)V99.
           05  YT-PREMIUM-EARNINGS PIC 9(10)V99.
      *    Customer deductions year to date; zeroed at load on rows
      *    written before it existed.
           05  YT-CUST-DEDUCTION PIC 9(10)V99.

       FD  NEW-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-YTD-RECORD PIC X(289).

       FD  RETRO-FILE
           LABEL RECORDS ARE STANDARD.
           05  RA-NEW-SALARY PIC 9(8)V99.
           05  RA-RUN-DATE PIC 9(8).

      * One card per employee per period (or several, which are
      * added together): the period end date, and the regular,
      * overtime and premium hours worked.
       FD  TIME-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIME-CARD-RECORD.
           05  TC-EMP-ID PIC 9(6).
           05  TC-PERIOD-END PIC 9(8).
           05  TC-REGULAR-HOURS PIC 9(3)V99.
           05  TC-OVERTIME-HOURS PIC 9(3)V99.
           05  TC-PREMIUM-HOURS PIC 9(3)V99.

       FD  TC-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TC-EXCEPTION-RECORD.
           05  TX-PAY-DATE PIC 9(8).
           05  TX-EMP-ID PIC 9(6).
           05  TX-PERIOD-END PIC 9(8).
           05  TX-REGULAR-HOURS PIC 9(3)V99.
           05  TX-OVERTIME-HOURS PIC 9(3)V99.
           05  TX-PREMIUM-HOURS PIC 9(3)V99.
           05  TX-REASON-CODE PIC X(02).
           05  TX-REASON-TEXT PIC X(40).

      * Same layout BANK-MAINTAIN writes; see there for the prenote
      * status values.
       FD  BANK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-MASTER-RECORD.
           05  BA-EMP-ID PIC 9(6).
           05  BA-BANK-CODE PIC 9(3).
           05  BA-BRANCH PIC 9(5).
           05  BA-ACCOUNT-NUMBER PIC 9(12).
           05  BA-ACCOUNT-TYPE PIC X(01).
           05  BA-PRENOTE-STATUS PIC X(01).
           05  BA-PRENOTE-DATE PIC 9(8).
           05  BA-CALLBACK-FLAG PIC X(01).
           05  BA-CHANGE-DATE PIC 9(8).

       FD  NEW-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-BANK-RECORD PIC X(45).

      * One 'D' row per cheque issued, with the reason the employee
      * was not paid by transfer: 'N' no account on file, 'P' account
      * waiting on its prenote, 'V' account waiting on a callback,
      * 'R' prenote returned by the bank. The 'T' trailer carries the
      * cheque count, number range and total.
       FD  CHEQUE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHEQUE-REGISTER-RECORD.
           05  CQ-RECORD-TYPE PIC X(01).
           05  CQ-CHEQUE-NUMBER PIC 9(8).
           05  CQ-EMP-ID PIC 9(6).
           05  CQ-EMP-NAME PIC X(30).
           05  CQ-PAY-DATE PIC 9(8).
           05  CQ-NET-PAY PIC 9(8)V99.
           05  CQ-REASON PIC X(01).
       01  CHEQUE-TRAILER-RECORD.
           05  CQT-RECORD-TYPE PIC X(01).
           05  CQT-CHEQUE-COUNT PIC 9(7).
           05  CQT-FIRST-CHEQUE PIC 9(8).
           05  CQT-LAST-CHEQUE PIC 9(8).
           05  CQT-CHEQUE-TOTAL PIC 9(12)V99.

       FD  CHEQUE-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHEQUE-PRINT-LINE PIC X(80).

       FD  CHEQUE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHEQUE-CONTROL-RECORD.
           05  CC-LAST-CHEQUE-NUMBER PIC 9(8).

      * Same layout the maintenance run's history logger writes.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RECORD.
           05  HS-EMP-ID PIC 9(6).
           05  HS-RUN-DATE PIC 9(8).
           05  HS-ACTION-CODE PIC X(01).
               88  HS-ACTION-TERMINATE VALUE 'T'.
           05  HS-EFFECTIVE-DATE PIC 9(8).
           05  HS-BEFORE-IMAGE.
               10  HS-BEF-NAME PIC X(30).
               10  HS-BEF-DEPT PIC X(20).
               10  HS-BEF-SALARY PIC 9(8)V99.
               10  HS-BEF-HIRE-DATE PIC 9(8).
           05  HS-AFTER-IMAGE.
               10  HS-AFT-NAME PIC X(30).
               10  HS-AFT-DEPT PIC X(20).
               10  HS-AFT-SALARY PIC 9(8)V99.
               10  HS-AFT-HIRE-DATE PIC 9(8).
           05  HS-BEF-PAY-TYPE PIC X(01).
           05  HS-BEF-HOURLY-RATE PIC 9(4)V99.
           05  HS-AFT-PAY-TYPE PIC X(01).
           05  HS-AFT-HOURLY-RATE PIC 9(4)V99.

      * Same layout the deduction cycle writes: the balance owed, and
      * 'R' for a regular deduction or 'F' for a final one.
       FD  CUST-DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUST-DEDUCTION-RECORD.
           05  PD-EMP-ID PIC 9(6).
           05  PD-CUSTOMER-ID PIC X(10).
           05  PD-BALANCE-OWED PIC 9(11)V9(2).
           05  PD-DEDUCTION-TYPE PIC X(01).
               88  PD-FINAL VALUE 'F'.
           05  PD-CYCLE-DATE PIC 9(8).

      * Same record shapes CUSTPROC reads off TXNFILE: detail, batch
      * header, batch trailer.
       FD  CUST-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUST-TXN-RECORD.
           05  TX-CUSTOMER-ID PIC X(10).
           05  TX-AMOUNT PIC S9(9)V9(2).
           05  TX-PROCESS-TYPE PIC X(01).
           05  TX-ORIGINAL-TXN-ID PIC X(17).
       01  CUST-TXN-HEADER-RECORD.
           05  BH-RECORD-MARK PIC X(03).
           05  BH-FILE-ID PIC X(16).
           05  BH-CREATE-DATE PIC 9(8).
           05  BH-EXPECT-COUNT PIC 9(7).
           05  BH-EXPECT-AMOUNT PIC S9(11)V9(2).
       01  CUST-TXN-TRAILER-RECORD.
           05  BR-RECORD-MARK PIC X(03).
           05  BR-RECORD-COUNT PIC 9(7).
           05  BR-NET-AMOUNT PIC S9(11)V9(2).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-EMP-FILE-STATUS PIC X(02) VALUE '00'.
          05 WS-RETRO-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RETRO-FILE-OK VALUE '00'.
             88 WS-RETRO-FILE-EOF VALUE '10'.
          05 WS-TC-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-TC-FILE-OK VALUE '00'.
             88 WS-TC-FILE-EOF VALUE '10'.
          05 WS-TCX-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-TCX-FILE-OK VALUE '00'.
          05 WS-HIST-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-HIST-FILE-OK VALUE '00'.
             88 WS-HIST-FILE-EOF VALUE '10'.
          05 WS-ACCT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ACCT-FILE-OK VALUE '00'.
             88 WS-ACCT-FILE-EOF VALUE '10'.
             88 WS-ACCT-FILE-NOTFND VALUE '35'.
          05 WS-ACCTN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ACCTN-FILE-OK VALUE '00'.
          05 WS-CHQ-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-CHQ-FILE-OK VALUE '00'.
          05 WS-CHQP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-CHQP-FILE-OK VALUE '00'.
          05 WS-CHQC-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-CHQC-FILE-OK VALUE '00'.
             88 WS-CHQC-FILE-NOTFND VALUE '35'.
          05 WS-PDED-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-PDED-FILE-OK VALUE '00'.
             88 WS-PDED-FILE-EOF VALUE '10'.
             88 WS-PDED-FILE-NOTFND VALUE '35'.
          05 WS-PTXN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-PTXN-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-EOF-FLAG PIC X VALUE 'N'.
      *    only written for a run that actually processed.
          05 WS-PAYRUN-OK-FLAG PIC X VALUE 'N'.
             88 WS-PAYRUN-OK VALUE 'Y'.
      *    Cleared when an hourly employee's time cards cannot be
      *    paid; the employee is then left off the register.
          05 WS-PAY-BASIS-FLAG PIC X VALUE 'Y'.
             88 WS-PAY-BASIS-OK VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
          05 WS-TOTAL-TAX PIC 9(12)V99 VALUE ZERO.
          05 WS-TOTAL-BENEFIT PIC 9(12)V99 VALUE ZERO.
          05 WS-TOTAL-NET PIC 9(12)V99 VALUE ZERO.
          05 WS-HOURLY-PAID-COUNT PIC 9(5) VALUE ZERO.
          05 WS-NO-CARD-COUNT PIC 9(5) VALUE ZERO.
          05 WS-TC-READ-COUNT PIC 9(5) VALUE ZERO.
          05 WS-TC-PAID-COUNT PIC 9(5) VALUE ZERO.
          05 WS-TC-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
          05 WS-BANK-PAID-COUNT PIC 9(5) VALUE ZERO.
          05 WS-CHEQUE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-PRENOTE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-PRENOTE-CLEARED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-TOTAL-BANK-NET PIC 9(12)V99 VALUE ZERO.
          05 WS-TOTAL-CHEQUE-NET PIC 9(12)V99 VALUE ZERO.
          05 WS-CUST-DED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-CUST-DED-MISSED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-TOTAL-CUST-DED PIC 9(12)V99 VALUE ZERO.

       01 WS-DATE-WORK.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-YTD-GROSS-PRIOR PIC 9(10)V99 VALUE ZERO.
          05 WS-YTD-TAX-PRIOR PIC 9(10)V99 VALUE ZERO.

      * Hourly pay for the period, from the employee's time cards:
      * each class of hours at the hourly rate times its multiplier.
       01 WS-HOURLY-WORK.
          05 WS-REGULAR-HOURS PIC 9(3)V99 VALUE ZERO.
          05 WS-OVERTIME-HOURS PIC 9(3)V99 VALUE ZERO.
          05 WS-PREMIUM-HOURS PIC 9(3)V99 VALUE ZERO.
          05 WS-REGULAR-EARNINGS PIC 9(8)V99 VALUE ZERO.
          05 WS-OVERTIME-EARNINGS PIC 9(8)V99 VALUE ZERO.
          05 WS-PREMIUM-EARNINGS PIC 9(8)V99 VALUE ZERO.
          05 WS-OVERTIME-MULTIPLIER PIC 9(8)V99 VALUE ZERO.
          05 WS-PREMIUM-MULTIPLIER PIC 9(8)V99 VALUE ZERO.

      * Customer deductions owed by linked employees, loaded from the
      * deduction cycle's file at startup. A row is claimed when its
      * employee is paid; the amount taken is what goes to CUSTPROC.
      * With no 'D' row on the rate table the cap is zero and only
      * final deductions are taken.
       01 WS-PDED-CONTROLS.
          05 WS-PDED-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-PDED-MAX PIC 9(4) COMP VALUE 1000.
          05 WS-PDED-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-PDED-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-PDED-EOF-FLAG PIC X VALUE 'N'.
             88 WS-PDED-EOF VALUE 'Y'.
          05 WS-CUST-DED-CAP-RATE PIC V9(4) VALUE ZERO.
          05 WS-CUST-DEDUCTION PIC 9(8)V99 VALUE ZERO.
          05 WS-CUST-DED-LIMIT PIC 9(8)V99 VALUE ZERO.
          05 WS-CUST-DED-ID PIC X(10) VALUE SPACES.
       01 WS-PDED-TABLE.
          05 WS-PDED-ENTRY OCCURS 1000 TIMES.
             10 WS-PDED-EMP-ID PIC 9(6).
             10 WS-PDED-CUSTOMER-ID PIC X(10).
             10 WS-PDED-OWED PIC 9(11)V99.
             10 WS-PDED-TYPE PIC X(01).
                88 WS-PDED-FINAL VALUE 'F'.
             10 WS-PDED-TAKEN PIC 9(8)V99.
             10 WS-PDED-CLAIMED-FLAG PIC X(01).
                88 WS-PDED-CLAIMED VALUE 'Y'.

      * Tax brackets and benefit rates loaded from the rate table file
      * at startup. A payroll run without a usable rate table would
      * pay everyone gross, so a missing or empty table stops the run.
       01 WS-PERIOD-BEN-AMOUNTS.
          05 WS-PERIOD-BEN-AMT OCCURS 50 TIMES PIC 9(8)V99.

      * This period's time cards, loaded at startup. The reason code
      * stays blank until the card is settled: '00' paid, anything
      * else is the exception it is listed under at the end of the
      * run. Cards never claimed by an employee on the extract are
      * checked against the history file for a termination.
       01 WS-TC-CONTROLS.
          05 WS-TC-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-TC-MAX PIC 9(4) COMP VALUE 2000.
          05 WS-TC-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-TC-EOF-FLAG PIC X VALUE 'N'.
             88 WS-TC-EOF VALUE 'Y'.
          05 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
             88 WS-HIST-EOF VALUE 'Y'.
          05 WS-EMP-CARD-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-UNCLAIMED-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-TC-MARK-ID PIC 9(6) VALUE ZERO.
          05 WS-TC-MARK-CODE PIC X(02) VALUE SPACES.
       01 WS-TC-TABLE.
          05 WS-TC-ENTRY OCCURS 2000 TIMES.
             10 WS-TC-EMP-ID PIC 9(6).
             10 WS-TC-PERIOD-END PIC 9(8).
             10 WS-TC-REGULAR-HOURS PIC 9(3)V99.
             10 WS-TC-OVERTIME-HOURS PIC 9(3)V99.
             10 WS-TC-PREMIUM-HOURS PIC 9(3)V99.
             10 WS-TC-REASON PIC X(02).
                88 WS-TC-UNSETTLED VALUE SPACES.
                88 WS-TC-PAID VALUE '00'.

      * Payment instructions, loaded at startup and written back as
      * the next master with prenote statuses moved on. A prenote
      * that has stood this many days without being returned has
      * cleared and the account goes live.
       01 WS-ACCT-CONTROLS.
          05 WS-ACCT-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-ACCT-MAX PIC 9(4) COMP VALUE 1000.
          05 WS-ACCT-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-ACCT-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-ACCT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-ACCT-EOF VALUE 'Y'.
          05 WS-PRENOTE-DAYS PIC 9(3) VALUE 10.
          05 WS-PRENOTE-AGE PIC S9(7) VALUE ZERO.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
             10 WS-ACCT-EMP-ID PIC 9(6).
             10 WS-ACCT-BANK-CODE PIC 9(3).
             10 WS-ACCT-BRANCH PIC 9(5).
             10 WS-ACCT-NUMBER PIC 9(12).
             10 WS-ACCT-TYPE PIC X(01).
             10 WS-ACCT-PRENOTE-STATUS PIC X(01).
                88 WS-ACCT-PRENOTE-DUE VALUE 'P'.
                88 WS-ACCT-PRENOTE-SENT VALUE 'S'.
                88 WS-ACCT-LIVE VALUE 'L'.
                88 WS-ACCT-PRENOTE-RETURNED VALUE 'R'.
             10 WS-ACCT-PRENOTE-DATE PIC 9(8).
             10 WS-ACCT-CALLBACK-FLAG PIC X(01).
                88 WS-ACCT-CALLBACK-DUE VALUE 'Y'.
             10 WS-ACCT-CHANGE-DATE PIC 9(8).

      * How this employee's net pay goes out, and the cheque number
      * when it goes by cheque.
       01 WS-PAYMENT-WORK.
          05 WS-PAY-METHOD PIC X(01) VALUE SPACE.
             88 WS-PAY-BY-BANK VALUE 'B'.
             88 WS-PAY-BY-CHEQUE VALUE 'C'.
          05 WS-CHEQUE-REASON PIC X(01) VALUE SPACE.
          05 WS-LAST-CHEQUE-NUMBER PIC 9(8) VALUE ZERO.
          05 WS-FIRST-CHEQUE-NUMBER PIC 9(8) VALUE ZERO.

      * Cheque face, printed four lines and a blank per cheque.
       01 WS-CHEQUE-LINES.
          05 WS-CHEQUE-LINE-1.
             10 FILLER PIC X(40) VALUE "PAYROLL CHEQUE".
             10 FILLER PIC X(04) VALUE "NO. ".
             10 CP-CHEQUE-NUMBER PIC 9(8).
             10 FILLER PIC X(07) VALUE "  DATE ".
             10 CP-PAY-DATE PIC 9(8).
          05 WS-CHEQUE-LINE-2.
             10 FILLER PIC X(20) VALUE "PAY TO THE ORDER OF ".
             10 CP-EMP-NAME PIC X(30).
          05 WS-CHEQUE-LINE-3.
             10 FILLER PIC X(20) VALUE "THE SUM OF".
             10 CP-NET-PAY PIC **,***,**9.99.
          05 WS-CHEQUE-LINE-4.
             10 FILLER PIC X(09) VALUE "EMPLOYEE ".
             10 CP-EMP-ID PIC 9(6).
             10 FILLER PIC X(07) VALUE "  DEPT ".
             10 CP-EMP-DEPT PIC X(20).
          05 WS-CHEQUE-BLANK-LINE PIC X(80) VALUE SPACES.

      * Exception reasons for the time-card listing.
       01 WS-TC-REASON-TEXTS.
          05 WS-TC-REASON-CODE PIC X(02) VALUE SPACES.
          05 WS-TC-REASON-TEXT PIC X(40) VALUE SPACES.

      * Retro salary adjustments, accumulated per employee at load:
      * the per-period salary delta times the number of periods
      * already paid at the old salary. Applied into the period
             10 WS-YTD-BUCKET OCCURS 10 TIMES.
                15 WS-YTD-BUCKET-CODE PIC X(04).
                15 WS-YTD-BUCKET-AMT PIC 9(10)V99.
             10 WS-YTD-REG-HOURS PIC 9(5)V99.
             10 WS-YTD-OT-HOURS PIC 9(5)V99.
             10 WS-YTD-PREM-HOURS PIC 9(5)V99.
             10 WS-YTD-REG-EARNINGS PIC 9(10)V99.
             10 WS-YTD-OT-EARNINGS PIC 9(10)V99.
             10 WS-YTD-PREM-EARNINGS PIC 9(10)V99.
             10 WS-YTD-CUST-DED PIC 9(10)V99.

      * Per-department deduction accumulator for the summary file
      * handed to Finance, built on first sight of each department.
             10 WS-DEPT-TBL-TAX PIC 9(12)V99.
             10 WS-DEPT-TBL-BENEFIT PIC 9(12)V99.
             10 WS-DEPT-TBL-NET PIC 9(12)V99.
             10 WS-DEPT-TBL-CUST-DED PIC 9(12)V99.
          05 WS-DEPT-FOUND-FLAG PIC X VALUE 'N'.
             88 WS-DEPT-FOUND VALUE 'Y'.


           PERFORM INITIALIZE-SYSTEM.
           PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF.
           PERFORM WRITE-TIME-CARD-EXCEPTIONS.
           PERFORM SEND-PRENOTES.
           PERFORM WRITE-DISBURSEMENT-TRAILER.
           PERFORM WRITE-CHEQUE-TRAILER.
           PERFORM WRITE-CUSTOMER-DEDUCTION-TXNS.
           PERFORM WRITE-DEDUCTION-SUMMARY.
           PERFORM WRITE-YTD-MASTER.
           PERFORM WRITE-BANK-MASTER.
           PERFORM SAVE-CHEQUE-NUMBER.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.
           MOVE 'N' TO WS-EOF-FLAG.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RATE-TABLE.
           IF NOT WS-EOF
              PERFORM LOAD-TIME-CARD-TABLE
           END-IF.
           IF NOT WS-EOF
              PERFORM LOAD-BANK-ACCOUNTS
           END-IF.
           IF NOT WS-EOF
              PERFORM LOAD-CHEQUE-NUMBER
           END-IF.
           IF NOT WS-EOF
              PERFORM LOAD-CUSTOMER-DEDUCTIONS
           END-IF.
           IF NOT WS-EOF
              OPEN OUTPUT TC-EXCEPTION-FILE
              IF NOT WS-TCX-FILE-OK
                 DISPLAY "Time-card exception file could not be "
                         "opened - status " WS-TCX-FILE-STATUS
                 MOVE 'Y' TO WS-EOF-FLAG
              END-IF
           END-IF.
           IF NOT WS-EOF
              OPEN OUTPUT CHEQUE-REGISTER-FILE
              IF NOT WS-CHQ-FILE-OK
                 DISPLAY "Cheque register could not be opened - "
                         "status " WS-CHQ-FILE-STATUS
                 MOVE 'Y' TO WS-EOF-FLAG
              ELSE
                 OPEN OUTPUT CHEQUE-PRINT-FILE
                 IF NOT WS-CHQP-FILE-OK
                    DISPLAY "Cheque print file could not be opened - "
                            "status " WS-CHQP-FILE-STATUS
                    MOVE 'Y' TO WS-EOF-FLAG
                 END-IF
              END-IF
           END-IF.
           IF WS-EOF
              CONTINUE
           ELSE
              PERFORM LOAD-YTD-MASTER
              PERFORM LOAD-RETRO-TABLE
           END-IF.
           IF NOT WS-PAYRUN-OK
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Loads the tax brackets and benefit rates once at startup. The
      * run is stopped when the table is missing or holds no tax
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *    The pay register carries the split for ten rate codes, the
      *    same as the year-to-date buckets; more than that would
      *    leave deductions off the register split and the GL journal
      *    would not prove, so the run is stopped.
           IF NOT WS-EOF AND WS-BEN-COUNT > WS-BUCKET-MAX
              DISPLAY "Rate table holds more than " WS-BUCKET-MAX
                      " benefit rates - payroll run cannot proceed."
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       LOAD-ONE-RATE.
           READ RATE-TABLE-FILE
              AT END
                       MOVE RT-DESCRIPTION TO
                          WS-BEN-DESC (WS-BEN-COUNT)
                       MOVE RT-RATE TO WS-BEN-RATE (WS-BEN-COUNT)
                    WHEN RT-TYPE-OVERTIME
                       MOVE RT-MULTIPLIER TO WS-OVERTIME-MULTIPLIER
                    WHEN RT-TYPE-PREMIUM
                       MOVE RT-MULTIPLIER TO WS-PREMIUM-MULTIPLIER
                    WHEN RT-TYPE-CUST-DEDUCTION
                       MOVE RT-RATE TO WS-CUST-DED-CAP-RATE
                    WHEN OTHER
                       DISPLAY "Rate table row skipped - type "
                               RT-RATE-TYPE " code " RT-RATE-CODE
           PERFORM READ-EMPLOYEE.
           IF NOT WS-EOF
              IF FD-EMP-ID > 0 AND FD-EMP-SALARY > 0
                 PERFORM GATHER-PAY-BASIS
                 IF WS-PAY-BASIS-OK
                    PERFORM CALCULATE-PAY
                    PERFORM WRITE-PAY-REGISTER
                    PERFORM ADD-TO-DEPT-DEDUCTIONS
                 END-IF
              ELSE
      *          The extract is validated upstream, so a bad record
      *          here means it bypassed EMPLOYEE-MANAGER - skip it
                 MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * Settles the employee's time cards before any pay is worked
      * out. An hourly employee is paid from the cards and is left
      * off the register when there is nothing payable; a salaried
      * employee is paid from the salary as always, and any time
      * card keyed for one is listed instead of paid.
       GATHER-PAY-BASIS.
           MOVE 'Y' TO WS-PAY-BASIS-FLAG.
           MOVE ZERO TO WS-REGULAR-HOURS.
           MOVE ZERO TO WS-OVERTIME-HOURS.
           MOVE ZERO TO WS-PREMIUM-HOURS.
           MOVE ZERO TO WS-REGULAR-EARNINGS.
           MOVE ZERO TO WS-OVERTIME-EARNINGS.
           MOVE ZERO TO WS-PREMIUM-EARNINGS.
           MOVE ZERO TO WS-EMP-CARD-COUNT.
           PERFORM ADD-ONE-EMPLOYEE-CARD
              VARYING WS-TC-IDX FROM 1 BY 1
              UNTIL WS-TC-IDX > WS-TC-COUNT.
           MOVE FD-EMP-ID TO WS-TC-MARK-ID.
           IF FD-EMP-HOURLY
              EVALUATE TRUE
                 WHEN WS-EMP-CARD-COUNT = 0
                    MOVE 'N' TO WS-PAY-BASIS-FLAG
                    ADD 1 TO WS-NO-CARD-COUNT
                    PERFORM WRITE-NO-CARD-EXCEPTION
                 WHEN WS-REGULAR-HOURS = 0 AND WS-OVERTIME-HOURS = 0
                    AND WS-PREMIUM-HOURS = 0
                    MOVE 'N' TO WS-PAY-BASIS-FLAG
                    MOVE '05' TO WS-TC-MARK-CODE
                    PERFORM MARK-EMPLOYEE-CARDS
                 WHEN (WS-OVERTIME-HOURS > 0
                       AND WS-OVERTIME-MULTIPLIER = 0)
                    OR (WS-PREMIUM-HOURS > 0
                       AND WS-PREMIUM-MULTIPLIER = 0)
                    MOVE 'N' TO WS-PAY-BASIS-FLAG
                    MOVE '06' TO WS-TC-MARK-CODE
                    PERFORM MARK-EMPLOYEE-CARDS
                 WHEN OTHER
                    MOVE '00' TO WS-TC-MARK-CODE
                    PERFORM MARK-EMPLOYEE-CARDS
                    PERFORM CALCULATE-HOURLY-EARNINGS
              END-EVALUATE
           ELSE
              IF WS-EMP-CARD-COUNT > 0
                 MOVE '03' TO WS-TC-MARK-CODE
                 PERFORM MARK-EMPLOYEE-CARDS
              END-IF
           END-IF.

      * Adds one still-unsettled card for this employee into the
      * period's hours.
       ADD-ONE-EMPLOYEE-CARD.
           IF WS-TC-EMP-ID (WS-TC-IDX) = FD-EMP-ID
              AND WS-TC-UNSETTLED (WS-TC-IDX)
              ADD 1 TO WS-EMP-CARD-COUNT
              ADD WS-TC-REGULAR-HOURS (WS-TC-IDX) TO WS-REGULAR-HOURS
              ADD WS-TC-OVERTIME-HOURS (WS-TC-IDX)
                 TO WS-OVERTIME-HOURS
              ADD WS-TC-PREMIUM-HOURS (WS-TC-IDX) TO WS-PREMIUM-HOURS
           END-IF.

      * Settles every unsettled card for WS-TC-MARK-ID with the reason
      * code in WS-TC-MARK-CODE.
       MARK-EMPLOYEE-CARDS.
           PERFORM MARK-ONE-CARD
              VARYING WS-TC-IDX FROM 1 BY 1
              UNTIL WS-TC-IDX > WS-TC-COUNT.

       MARK-ONE-CARD.
           IF WS-TC-EMP-ID (WS-TC-IDX) = WS-TC-MARK-ID
              AND WS-TC-UNSETTLED (WS-TC-IDX)
              MOVE WS-TC-MARK-CODE TO WS-TC-REASON (WS-TC-IDX)
              IF WS-TC-PAID (WS-TC-IDX)
                 ADD 1 TO WS-TC-PAID-COUNT
              END-IF
           END-IF.

      * Regular hours at the hourly rate; overtime and premium hours
      * at the rate times their rate table multipliers.
       CALCULATE-HOURLY-EARNINGS.
           ADD 1 TO WS-HOURLY-PAID-COUNT.
           COMPUTE WS-REGULAR-EARNINGS ROUNDED =
              WS-REGULAR-HOURS * FD-EMP-HOURLY-RATE.
           COMPUTE WS-OVERTIME-EARNINGS ROUNDED =
              WS-OVERTIME-HOURS * FD-EMP-HOURLY-RATE
              * WS-OVERTIME-MULTIPLIER.
           COMPUTE WS-PREMIUM-EARNINGS ROUNDED =
              WS-PREMIUM-HOURS * FD-EMP-HOURLY-RATE
              * WS-PREMIUM-MULTIPLIER.

      * Gross-to-net for one employee: one month's gross from the
      * annual salary (or, for an hourly employee, the time-card
      * earnings), tax on the cumulative year-to-date basis, then
      * each benefit rate applied to the gross. The finished pay is
      * rolled into the employee's year-to-date accumulator row.
       CALCULATE-PAY.
           IF FD-EMP-HOURLY
              COMPUTE WS-PERIOD-GROSS = WS-REGULAR-EARNINGS
                 + WS-OVERTIME-EARNINGS + WS-PREMIUM-EARNINGS
           ELSE
              COMPUTE WS-PERIOD-GROSS ROUNDED =
                 FD-EMP-SALARY / 12
           END-IF.
           PERFORM APPLY-RETRO-ADJUSTMENT.
           PERFORM FIND-YTD-ROW.
           IF WS-YTD-ROW > 0
           COMPUTE WS-NET-PAY =
              WS-PERIOD-GROSS - WS-TAX-DEDUCTION
              - WS-BENEFIT-DEDUCTION.
           PERFORM APPLY-CUSTOMER-DEDUCTION.
           IF WS-YTD-ROW > 0
              PERFORM ROLL-YTD-FORWARD
           END-IF.
                 WS-NEW-YTD-GROSS * WS-TAX-RATE (WS-RATE-IDX)
           END-IF.

      * Repayment of a linked customer account, taken from the net
      * pay: the balance owed, but no more than the rate table's share
      * of net pay - or, for a final deduction after a termination,
      * no more than the net pay itself.
       APPLY-CUSTOMER-DEDUCTION.
           MOVE ZERO TO WS-CUST-DEDUCTION.
           MOVE SPACES TO WS-CUST-DED-ID.
           MOVE ZERO TO WS-PDED-ROW.
           IF WS-PDED-COUNT > 0
              PERFORM MATCH-PDED-EMPLOYEE
                 VARYING WS-PDED-IDX FROM 1 BY 1
                 UNTIL WS-PDED-IDX > WS-PDED-COUNT
                    OR WS-PDED-ROW > 0
           END-IF.
           IF WS-PDED-ROW > 0
              MOVE 'Y' TO WS-PDED-CLAIMED-FLAG (WS-PDED-ROW)
              MOVE WS-PDED-CUSTOMER-ID (WS-PDED-ROW) TO WS-CUST-DED-ID
              IF WS-PDED-FINAL (WS-PDED-ROW)
                 MOVE WS-NET-PAY TO WS-CUST-DED-LIMIT
              ELSE
                 COMPUTE WS-CUST-DED-LIMIT =
                    WS-NET-PAY * WS-CUST-DED-CAP-RATE
              END-IF
              IF WS-PDED-OWED (WS-PDED-ROW) < WS-CUST-DED-LIMIT
                 MOVE WS-PDED-OWED (WS-PDED-ROW) TO WS-CUST-DEDUCTION
              ELSE
                 MOVE WS-CUST-DED-LIMIT TO WS-CUST-DEDUCTION
              END-IF
              MOVE WS-CUST-DEDUCTION TO WS-PDED-TAKEN (WS-PDED-ROW)
              SUBTRACT WS-CUST-DEDUCTION FROM WS-NET-PAY
           END-IF.

       MATCH-PDED-EMPLOYEE.
           IF WS-PDED-EMP-ID (WS-PDED-IDX) = FD-EMP-ID
              AND NOT WS-PDED-CLAIMED (WS-PDED-IDX)
              MOVE WS-PDED-IDX TO WS-PDED-ROW
           END-IF.

       CALCULATE-BENEFIT-DEDUCTIONS.
           MOVE ZERO TO WS-BENEFIT-DEDUCTION.
           PERFORM ADD-ONE-BENEFIT
           MOVE WS-ONE-DEDUCTION TO WS-PERIOD-BEN-AMT (WS-RATE-IDX).

       WRITE-PAY-REGISTER.
           PERFORM SELECT-PAYMENT-METHOD.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PERIOD-GROSS TO WS-TOTAL-GROSS.
           ADD WS-TAX-DEDUCTION TO WS-TOTAL-TAX.
           ADD WS-BENEFIT-DEDUCTION TO WS-TOTAL-BENEFIT.
           ADD WS-NET-PAY TO WS-TOTAL-NET.
           IF WS-CUST-DEDUCTION > 0
              ADD 1 TO WS-CUST-DED-COUNT
              ADD WS-CUST-DEDUCTION TO WS-TOTAL-CUST-DED
           END-IF.
           MOVE WS-SYSTEM-DATE TO PR-PAY-DATE.
           MOVE FD-EMP-ID TO PR-EMP-ID.
           MOVE FD-EMP-NAME TO PR-EMP-NAME.
           MOVE WS-TAX-DEDUCTION TO PR-TAX-DEDUCTION.
           MOVE WS-BENEFIT-DEDUCTION TO PR-BENEFIT-DEDUCTION.
           MOVE WS-NET-PAY TO PR-NET-PAY.
           PERFORM MOVE-ONE-BEN-SPLIT
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > WS-BUCKET-MAX.
           IF FD-EMP-HOURLY
              MOVE 'H' TO PR-PAY-TYPE
              MOVE FD-EMP-HOURLY-RATE TO PR-HOURLY-RATE
           ELSE
              MOVE 'S' TO PR-PAY-TYPE
              MOVE ZERO TO PR-HOURLY-RATE
           END-IF.
           MOVE WS-REGULAR-HOURS TO PR-REGULAR-HOURS.
           MOVE WS-OVERTIME-HOURS TO PR-OVERTIME-HOURS.
           MOVE WS-PREMIUM-HOURS TO PR-PREMIUM-HOURS.
           MOVE WS-REGULAR-EARNINGS TO PR-REGULAR-EARNINGS.
           MOVE WS-OVERTIME-EARNINGS TO PR-OVERTIME-EARNINGS.
           MOVE WS-PREMIUM-EARNINGS TO PR-PREMIUM-EARNINGS.
           MOVE WS-PAY-METHOD TO PR-PAY-METHOD.
           IF WS-PAY-BY-CHEQUE
              MOVE WS-LAST-CHEQUE-NUMBER TO PR-CHEQUE-NUMBER
           ELSE
              MOVE ZERO TO PR-CHEQUE-NUMBER
           END-IF.
           MOVE WS-CUST-DEDUCTION TO PR-CUST-DEDUCTION.
           IF WS-CUST-DEDUCTION > 0
              MOVE WS-CUST-DED-ID TO PR-CUST-ID
           ELSE
              MOVE SPACES TO PR-CUST-ID
           END-IF.
           WRITE PAY-REGISTER-RECORD.
           IF WS-PAY-BY-BANK
              PERFORM WRITE-BANK-DETAIL
           ELSE
              PERFORM WRITE-CHEQUE
           END-IF.

      * Transfer only to a live account with no callback waiting;
      * anyone else is paid by cheque rather than left unpaid, and
      * takes the next cheque number.
       SELECT-PAYMENT-METHOD.
           MOVE ZERO TO WS-ACCT-ROW.
           PERFORM MATCH-ONE-ACCOUNT
              VARYING WS-ACCT-IDX FROM 1 BY 1
              UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                 OR WS-ACCT-ROW > 0.
           MOVE 'C' TO WS-PAY-METHOD.
           EVALUATE TRUE
              WHEN WS-ACCT-ROW = 0
                 MOVE 'N' TO WS-CHEQUE-REASON
              WHEN WS-ACCT-PRENOTE-RETURNED (WS-ACCT-ROW)
                 MOVE 'R' TO WS-CHEQUE-REASON
              WHEN WS-ACCT-CALLBACK-DUE (WS-ACCT-ROW)
                 MOVE 'V' TO WS-CHEQUE-REASON
              WHEN WS-ACCT-LIVE (WS-ACCT-ROW)
                 MOVE 'B' TO WS-PAY-METHOD
                 MOVE SPACE TO WS-CHEQUE-REASON
              WHEN OTHER
                 MOVE 'P' TO WS-CHEQUE-REASON
           END-EVALUATE.
           IF WS-PAY-BY-CHEQUE
              ADD 1 TO WS-LAST-CHEQUE-NUMBER
              IF WS-FIRST-CHEQUE-NUMBER = 0
                 MOVE WS-LAST-CHEQUE-NUMBER TO WS-FIRST-CHEQUE-NUMBER
              END-IF
           END-IF.

       MATCH-ONE-ACCOUNT.
           IF WS-ACCT-EMP-ID (WS-ACCT-IDX) = FD-EMP-ID
              MOVE WS-ACCT-IDX TO WS-ACCT-ROW
           END-IF.

       MOVE-ONE-BEN-SPLIT.
           IF WS-BUCKET-IDX > WS-BEN-COUNT
              MOVE SPACES TO PR-BEN-CODE (WS-BUCKET-IDX)
              MOVE ZERO TO PR-BEN-AMOUNT (WS-BUCKET-IDX)
           ELSE
              MOVE WS-BEN-CODE (WS-BUCKET-IDX) TO
                 PR-BEN-CODE (WS-BUCKET-IDX)
              MOVE WS-PERIOD-BEN-AMT (WS-BUCKET-IDX) TO
                 PR-BEN-AMOUNT (WS-BUCKET-IDX)
           END-IF.

      * One disbursement detail per employee paid by transfer,
      * mirroring the pay register's net pay so the bank file and
      * the cheque register together always foot to PAYREG.
       WRITE-BANK-DETAIL.
           ADD 1 TO WS-BANK-PAID-COUNT.
           ADD WS-NET-PAY TO WS-TOTAL-BANK-NET.
           MOVE 'D' TO BK-RECORD-TYPE.
           MOVE FD-EMP-ID TO BK-EMP-ID.
           MOVE WS-SYSTEM-DATE TO BK-PAY-DATE.
           MOVE WS-NET-PAY TO BK-NET-PAY.
           MOVE WS-ACCT-BANK-CODE (WS-ACCT-ROW) TO BK-BANK-CODE.
           MOVE WS-ACCT-BRANCH (WS-ACCT-ROW) TO BK-BRANCH.
           MOVE WS-ACCT-NUMBER (WS-ACCT-ROW) TO BK-ACCOUNT-NUMBER.
           MOVE WS-ACCT-TYPE (WS-ACCT-ROW) TO BK-ACCOUNT-TYPE.
           WRITE BANK-DETAIL-RECORD.

      * One cheque register row and one printed cheque.
       WRITE-CHEQUE.
           ADD 1 TO WS-CHEQUE-COUNT.
           ADD WS-NET-PAY TO WS-TOTAL-CHEQUE-NET.
           MOVE 'D' TO CQ-RECORD-TYPE.
           MOVE WS-LAST-CHEQUE-NUMBER TO CQ-CHEQUE-NUMBER.
           MOVE FD-EMP-ID TO CQ-EMP-ID.
           MOVE FD-EMP-NAME TO CQ-EMP-NAME.
           MOVE WS-SYSTEM-DATE TO CQ-PAY-DATE.
           MOVE WS-NET-PAY TO CQ-NET-PAY.
           MOVE WS-CHEQUE-REASON TO CQ-REASON.
           WRITE CHEQUE-REGISTER-RECORD.
           MOVE WS-LAST-CHEQUE-NUMBER TO CP-CHEQUE-NUMBER.
           MOVE WS-SYSTEM-DATE TO CP-PAY-DATE.
           MOVE FD-EMP-NAME TO CP-EMP-NAME.
           MOVE WS-NET-PAY TO CP-NET-PAY.
           MOVE FD-EMP-ID TO CP-EMP-ID.
           MOVE FD-EMP-DEPT TO CP-EMP-DEPT.
           WRITE CHEQUE-PRINT-LINE FROM WS-CHEQUE-LINE-1.
           WRITE CHEQUE-PRINT-LINE FROM WS-CHEQUE-LINE-2.
           WRITE CHEQUE-PRINT-LINE FROM WS-CHEQUE-LINE-3.
           WRITE CHEQUE-PRINT-LINE FROM WS-CHEQUE-LINE-4.
           WRITE CHEQUE-PRINT-LINE FROM WS-CHEQUE-BLANK-LINE.

      * Finds this employee's department in WS-DEPT-TABLE, adding an
      * entry on first sight, and accumulates the period's gross and
      * deductions for the Finance summary.
              MOVE ZERO TO WS-DEPT-TBL-TAX (WS-DEPT-COUNT)
              MOVE ZERO TO WS-DEPT-TBL-BENEFIT (WS-DEPT-COUNT)
              MOVE ZERO TO WS-DEPT-TBL-NET (WS-DEPT-COUNT)
              MOVE ZERO TO WS-DEPT-TBL-CUST-DED (WS-DEPT-COUNT)
              MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
           END-IF.
           IF WS-DEPT-IDX > 0
              ADD WS-BENEFIT-DEDUCTION TO
                 WS-DEPT-TBL-BENEFIT (WS-DEPT-IDX)
              ADD WS-NET-PAY TO WS-DEPT-TBL-NET (WS-DEPT-IDX)
              ADD WS-CUST-DEDUCTION TO
                 WS-DEPT-TBL-CUST-DED (WS-DEPT-IDX)
           END-IF.

       SEARCH-DEPT-TABLE.
              MOVE WS-RETRO-IDX TO WS-RETRO-ROW
           END-IF.

      * Loads this period's time cards once at startup. A missing
      * file means no hours were sent: salaried pay runs as usual and
      * every hourly employee is listed as having no time card. A
      * card for another period, or with hours that are not numbers,
      * is settled as an exception at load. More cards than the table
      * holds would leave hours unpaid, so the run is stopped.
       LOAD-TIME-CARD-TABLE.
           MOVE 'N' TO WS-TC-EOF-FLAG.
           OPEN INPUT TIME-CARD-FILE.
           IF NOT WS-TC-FILE-OK
              DISPLAY "Time-card file not available - status "
                      WS-TC-FILE-STATUS
                      " - hourly employees are not paid."
              MOVE 'Y' TO WS-TC-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-TIME-CARD UNTIL WS-TC-EOF.
           IF WS-TC-FILE-OK OR WS-TC-FILE-EOF
              CLOSE TIME-CARD-FILE
           END-IF.

       LOAD-ONE-TIME-CARD.
           READ TIME-CARD-FILE
              AT END
                 MOVE 'Y' TO WS-TC-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-TC-READ-COUNT
                 IF WS-TC-COUNT < WS-TC-MAX
                    ADD 1 TO WS-TC-COUNT
                    MOVE TC-EMP-ID TO WS-TC-EMP-ID (WS-TC-COUNT)
                    MOVE TC-PERIOD-END TO
                       WS-TC-PERIOD-END (WS-TC-COUNT)
                    MOVE TC-REGULAR-HOURS TO
                       WS-TC-REGULAR-HOURS (WS-TC-COUNT)
                    MOVE TC-OVERTIME-HOURS TO
                       WS-TC-OVERTIME-HOURS (WS-TC-COUNT)
                    MOVE TC-PREMIUM-HOURS TO
                       WS-TC-PREMIUM-HOURS (WS-TC-COUNT)
                    MOVE SPACES TO WS-TC-REASON (WS-TC-COUNT)
                    EVALUATE TRUE
                       WHEN TC-REGULAR-HOURS NOT NUMERIC
                          OR TC-OVERTIME-HOURS NOT NUMERIC
                          OR TC-PREMIUM-HOURS NOT NUMERIC
                          MOVE '07' TO WS-TC-REASON (WS-TC-COUNT)
                       WHEN TC-PERIOD-END (1:6) NOT =
                            WS-SYSTEM-DATE (1:6)
                          MOVE '04' TO WS-TC-REASON (WS-TC-COUNT)
                    END-EVALUATE
                 ELSE
                    DISPLAY "Time-card table full at " WS-TC-MAX
                            " cards - payroll run cannot proceed."
                    MOVE 'Y' TO WS-TC-EOF-FLAG
                    MOVE 'Y' TO WS-EOF-FLAG
                 END-IF
           END-READ.

      * Lists every time card not paid this run. Cards no employee on
      * the extract claimed are first checked against the history
      * file: a termination there means the employee has left, and
      * otherwise the id is simply not on the master.
       WRITE-TIME-CARD-EXCEPTIONS.
           IF WS-PAYRUN-OK
              MOVE ZERO TO WS-UNCLAIMED-COUNT
              PERFORM COUNT-ONE-UNCLAIMED
                 VARYING WS-TC-IDX FROM 1 BY 1
                 UNTIL WS-TC-IDX > WS-TC-COUNT
              IF WS-UNCLAIMED-COUNT > 0
                 PERFORM MARK-TERMINATED-CARDS
              END-IF
              PERFORM WRITE-ONE-CARD-EXCEPTION
                 VARYING WS-TC-IDX FROM 1 BY 1
                 UNTIL WS-TC-IDX > WS-TC-COUNT
           END-IF.

       COUNT-ONE-UNCLAIMED.
           IF WS-TC-UNSETTLED (WS-TC-IDX)
              ADD 1 TO WS-UNCLAIMED-COUNT
           END-IF.

       MARK-TERMINATED-CARDS.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS-HIST-FILE-OK
              DISPLAY "Employee history not available - unclaimed "
                      "time cards listed as not on master."
              MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.
           PERFORM CHECK-ONE-HISTORY UNTIL WS-HIST-EOF.
           IF WS-HIST-FILE-OK OR WS-HIST-FILE-EOF
              CLOSE HISTORY-FILE
           END-IF.

       CHECK-ONE-HISTORY.
           READ HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
              NOT AT END
                 IF HS-ACTION-TERMINATE
                    MOVE HS-EMP-ID TO WS-TC-MARK-ID
                    MOVE '02' TO WS-TC-MARK-CODE
                    PERFORM MARK-EMPLOYEE-CARDS
                 END-IF
           END-READ.

       WRITE-ONE-CARD-EXCEPTION.
           IF WS-TC-UNSETTLED (WS-TC-IDX)
              MOVE '01' TO WS-TC-REASON (WS-TC-IDX)
           END-IF.
           IF NOT WS-TC-PAID (WS-TC-IDX)
              MOVE WS-TC-EMP-ID (WS-TC-IDX) TO TX-EMP-ID
              MOVE WS-TC-PERIOD-END (WS-TC-IDX) TO TX-PERIOD-END
              MOVE WS-TC-REGULAR-HOURS (WS-TC-IDX) TO
                 TX-REGULAR-HOURS
              MOVE WS-TC-OVERTIME-HOURS (WS-TC-IDX) TO
                 TX-OVERTIME-HOURS
              MOVE WS-TC-PREMIUM-HOURS (WS-TC-IDX) TO
                 TX-PREMIUM-HOURS
              MOVE WS-TC-REASON (WS-TC-IDX) TO WS-TC-REASON-CODE
              PERFORM WRITE-TC-EXCEPTION
           END-IF.

      * An hourly employee on the extract with no time card for the
      * period is not paid; listed so payroll can chase the hours.
       WRITE-NO-CARD-EXCEPTION.
           MOVE FD-EMP-ID TO TX-EMP-ID.
           MOVE ZERO TO TX-PERIOD-END.
           MOVE ZERO TO TX-REGULAR-HOURS.
           MOVE ZERO TO TX-OVERTIME-HOURS.
           MOVE ZERO TO TX-PREMIUM-HOURS.
           MOVE '08' TO WS-TC-REASON-CODE.
           PERFORM WRITE-TC-EXCEPTION.

       WRITE-TC-EXCEPTION.
           EVALUATE WS-TC-REASON-CODE
              WHEN '01'
                 MOVE "Employee not on master" TO WS-TC-REASON-TEXT
              WHEN '02'
                 MOVE "Employee terminated" TO WS-TC-REASON-TEXT
              WHEN '03'
                 MOVE "Salaried employee - not paid from hours" TO
                    WS-TC-REASON-TEXT
              WHEN '04'
                 MOVE "Time card not for this pay period" TO
                    WS-TC-REASON-TEXT
              WHEN '05'
                 MOVE "No hours on time card" TO WS-TC-REASON-TEXT
              WHEN '06'
                 MOVE "No overtime/premium multiplier on rates" TO
                    WS-TC-REASON-TEXT
              WHEN '07'
                 MOVE "Hours on time card not numeric" TO
                    WS-TC-REASON-TEXT
              WHEN OTHER
                 MOVE "Hourly employee - no time card" TO
                    WS-TC-REASON-TEXT
           END-EVALUATE.
           ADD 1 TO WS-TC-EXCEPTION-COUNT.
           MOVE WS-SYSTEM-DATE TO TX-PAY-DATE.
           MOVE WS-TC-REASON-CODE TO TX-REASON-CODE.
           MOVE WS-TC-REASON-TEXT TO TX-REASON-TEXT.
           WRITE TC-EXCEPTION-RECORD.
           DISPLAY "Time card not paid - employee " TX-EMP-ID
                   " - " WS-TC-REASON-TEXT.

      * Loads the year-to-date accumulator master once at startup. A
      * missing master is the first run of a new installation (or the
      * first run after a year-end close): every employee starts a
                    ADD 1 TO WS-YTD-COUNT
                    MOVE YTD-MASTER-RECORD TO
                       WS-YTD-ENTRY (WS-YTD-COUNT)
                    IF YT-REGULAR-HOURS NOT NUMERIC
                       MOVE WS-YTD-COUNT TO WS-YTD-ROW
                       PERFORM RESET-YTD-HOURS
                    END-IF
                    IF YT-CUST-DEDUCTION NOT NUMERIC
                       MOVE ZERO TO WS-YTD-CUST-DED (WS-YTD-COUNT)
                    END-IF
                 ELSE
                    DISPLAY "YTD accumulator table full - record "
                            "dropped for employee " YT-EMP-ID
           MOVE ZERO TO WS-YTD-TAX (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-BENEFIT (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-NET (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-CUST-DED (WS-YTD-ROW).
           PERFORM RESET-ONE-BUCKET
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > WS-BUCKET-MAX.
           PERFORM RESET-YTD-HOURS.

       RESET-YTD-HOURS.
           MOVE ZERO TO WS-YTD-REG-HOURS (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-OT-HOURS (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-PREM-HOURS (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-REG-EARNINGS (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-OT-EARNINGS (WS-YTD-ROW).
           MOVE ZERO TO WS-YTD-PREM-EARNINGS (WS-YTD-ROW).

       RESET-ONE-BUCKET.
           MOVE SPACES TO
           ADD WS-TAX-DEDUCTION TO WS-YTD-TAX (WS-YTD-ROW).
           ADD WS-BENEFIT-DEDUCTION TO WS-YTD-BENEFIT (WS-YTD-ROW).
           ADD WS-NET-PAY TO WS-YTD-NET (WS-YTD-ROW).
           ADD WS-CUST-DEDUCTION TO WS-YTD-CUST-DED (WS-YTD-ROW).
           ADD WS-REGULAR-HOURS TO WS-YTD-REG-HOURS (WS-YTD-ROW).
           ADD WS-OVERTIME-HOURS TO WS-YTD-OT-HOURS (WS-YTD-ROW).
           ADD WS-PREMIUM-HOURS TO WS-YTD-PREM-HOURS (WS-YTD-ROW).
           ADD WS-REGULAR-EARNINGS TO
              WS-YTD-REG-EARNINGS (WS-YTD-ROW).
           ADD WS-OVERTIME-EARNINGS TO
              WS-YTD-OT-EARNINGS (WS-YTD-ROW).
           ADD WS-PREMIUM-EARNINGS TO
              WS-YTD-PREM-EARNINGS (WS-YTD-ROW).
           PERFORM ROLL-ONE-BENEFIT-BUCKET
              VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-BEN-COUNT.
                 DISPLAY "New YTD master could not be opened - "
                         "status " WS-YTDN-FILE-STATUS
                         " - accumulators not rolled forward."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-ONE-YTD
                    VARYING WS-YTD-IDX FROM 1 BY 1
           WRITE NEW-YTD-RECORD FROM WS-YTD-ENTRY (WS-YTD-IDX).

      * Closes the disbursement interface with the detail count and
      * the net-pay hash total the bank proves the file against, plus
      * the cheque side, so hash and cheque total add to total net.
       WRITE-DISBURSEMENT-TRAILER.
           IF WS-PAYRUN-OK
              MOVE 'T' TO BT-RECORD-TYPE
              COMPUTE BT-RECORD-COUNT =
                 WS-BANK-PAID-COUNT + WS-PRENOTE-COUNT
              MOVE WS-TOTAL-BANK-NET TO BT-NET-PAY-HASH
              MOVE WS-PRENOTE-COUNT TO BT-PRENOTE-COUNT
              MOVE WS-CHEQUE-COUNT TO BT-CHEQUE-COUNT
              MOVE WS-TOTAL-CHEQUE-NET TO BT-CHEQUE-TOTAL
              MOVE WS-TOTAL-NET TO BT-TOTAL-NET
              WRITE BANK-TRAILER-RECORD
              IF WS-TOTAL-BANK-NET + WS-TOTAL-CHEQUE-NET
                 NOT = WS-TOTAL-NET
                 DISPLAY "Bank plus cheque net does not prove to "
                         "total net pay."
              END-IF
           END-IF.

       WRITE-CHEQUE-TRAILER.
           IF WS-PAYRUN-OK
              MOVE 'T' TO CQT-RECORD-TYPE
              MOVE WS-CHEQUE-COUNT TO CQT-CHEQUE-COUNT
              MOVE WS-FIRST-CHEQUE-NUMBER TO CQT-FIRST-CHEQUE
              IF WS-CHEQUE-COUNT = 0
                 MOVE ZERO TO CQT-LAST-CHEQUE
              ELSE
                 MOVE WS-LAST-CHEQUE-NUMBER TO CQT-LAST-CHEQUE
              END-IF
              MOVE WS-TOTAL-CHEQUE-NET TO CQT-CHEQUE-TOTAL
              WRITE CHEQUE-TRAILER-RECORD
           END-IF.

      * Sends a zero-amount prenote for every account waiting on one,
      * except one held for a callback. The account goes live once
      * the prenote has stood for the clearing period without the
      * bank returning it.
       SEND-PRENOTES.
           IF WS-PAYRUN-OK
              PERFORM SEND-ONE-PRENOTE
                 VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF.

       SEND-ONE-PRENOTE.
           IF WS-ACCT-PRENOTE-DUE (WS-ACCT-IDX)
              AND NOT WS-ACCT-CALLBACK-DUE (WS-ACCT-IDX)
              ADD 1 TO WS-PRENOTE-COUNT
              MOVE 'P' TO BK-RECORD-TYPE
              MOVE WS-ACCT-EMP-ID (WS-ACCT-IDX) TO BK-EMP-ID
              MOVE WS-SYSTEM-DATE TO BK-PAY-DATE
              MOVE ZERO TO BK-NET-PAY
              MOVE WS-ACCT-BANK-CODE (WS-ACCT-IDX) TO BK-BANK-CODE
              MOVE WS-ACCT-BRANCH (WS-ACCT-IDX) TO BK-BRANCH
              MOVE WS-ACCT-NUMBER (WS-ACCT-IDX) TO BK-ACCOUNT-NUMBER
              MOVE WS-ACCT-TYPE (WS-ACCT-IDX) TO BK-ACCOUNT-TYPE
              WRITE BANK-DETAIL-RECORD
              MOVE 'S' TO WS-ACCT-PRENOTE-STATUS (WS-ACCT-IDX)
              MOVE WS-SYSTEM-DATE TO WS-ACCT-PRENOTE-DATE (WS-ACCT-IDX)
           END-IF.

      * Loads the payment instructions once at startup. No master at
      * all means nobody has an account yet, so everyone is paid by
      * cheque; a master that is there but cannot be read stops the
      * run, or the next master would be written without those
      * accounts. A prenote sent long enough ago is cleared here,
      * before anyone is paid, so the account is used this run. More
      * accounts than the table holds would drop accounts from the
      * next master, so the run is stopped.
       LOAD-BANK-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-FLAG.
           OPEN INPUT BANK-MASTER-FILE.
           EVALUATE TRUE
              WHEN WS-ACCT-FILE-OK
                 CONTINUE
              WHEN WS-ACCT-FILE-NOTFND
                 DISPLAY "No payment-instructions master - "
                         "all employees paid by cheque."
                 MOVE 'Y' TO WS-ACCT-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Payment-instructions master could not be "
                         "opened - status " WS-ACCT-FILE-STATUS
                         " - payroll run cannot proceed."
                 MOVE 'Y' TO WS-ACCT-EOF-FLAG
                 MOVE 'Y' TO WS-EOF-FLAG
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM LOAD-ONE-ACCOUNT UNTIL WS-ACCT-EOF.
           IF WS-ACCT-FILE-OK OR WS-ACCT-FILE-EOF
              CLOSE BANK-MASTER-FILE
           END-IF.

       LOAD-ONE-ACCOUNT.
           READ BANK-MASTER-FILE
              AT END
                 MOVE 'Y' TO WS-ACCT-EOF-FLAG
              NOT AT END
                 IF WS-ACCT-COUNT < WS-ACCT-MAX
                    ADD 1 TO WS-ACCT-COUNT
                    MOVE BANK-MASTER-RECORD TO
                       WS-ACCT-ENTRY (WS-ACCT-COUNT)
                    IF WS-ACCT-PRENOTE-SENT (WS-ACCT-COUNT)
                       PERFORM CLEAR-ONE-PRENOTE
                    END-IF
                 ELSE
                    DISPLAY "Payment-instructions table full at "
                            WS-ACCT-MAX
                            " accounts - payroll run cannot proceed."
                    MOVE 'Y' TO WS-ACCT-EOF-FLAG
                    MOVE 'Y' TO WS-EOF-FLAG
                 END-IF
           END-READ.

       CLEAR-ONE-PRENOTE.
           COMPUTE WS-PRENOTE-AGE =
              FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
              - FUNCTION INTEGER-OF-DATE(
                   WS-ACCT-PRENOTE-DATE (WS-ACCT-COUNT)).
           IF WS-PRENOTE-AGE >= WS-PRENOTE-DAYS
              MOVE 'L' TO WS-ACCT-PRENOTE-STATUS (WS-ACCT-COUNT)
              ADD 1 TO WS-PRENOTE-CLEARED-COUNT
           END-IF.

      * Writes the next payment-instructions master with this run's
      * prenote statuses.
       WRITE-BANK-MASTER.
           IF WS-PAYRUN-OK
              OPEN OUTPUT NEW-BANK-FILE
              IF NOT WS-ACCTN-FILE-OK
                 DISPLAY "New payment-instructions master could not "
                         "be opened - status " WS-ACCTN-FILE-STATUS
                         " - prenote statuses not carried forward."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-ONE-ACCOUNT
                    VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                 CLOSE NEW-BANK-FILE
              END-IF
           END-IF.

       WRITE-ONE-ACCOUNT.
           WRITE NEW-BANK-RECORD FROM WS-ACCT-ENTRY (WS-ACCT-IDX).

      * Loads the customer deductions asked for by the deduction
      * cycle. A missing file means no deductions this run; one that
      * is there but cannot be read stops the run, or payroll would
      * be cut without them and the final deductions lost.
       LOAD-CUSTOMER-DEDUCTIONS.
           MOVE 'N' TO WS-PDED-EOF-FLAG.
           OPEN INPUT CUST-DEDUCTION-FILE.
           EVALUATE TRUE
              WHEN WS-PDED-FILE-OK
                 CONTINUE
              WHEN WS-PDED-FILE-NOTFND
                 DISPLAY "No customer deduction file - "
                         "no customer deductions this run."
                 MOVE 'Y' TO WS-PDED-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Customer deduction file could not be "
                         "opened - status " WS-PDED-FILE-STATUS
                         " - payroll run cannot proceed."
                 MOVE 'Y' TO WS-PDED-EOF-FLAG
                 MOVE 'Y' TO WS-EOF-FLAG
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM LOAD-ONE-CUST-DEDUCTION UNTIL WS-PDED-EOF.
           IF WS-PDED-FILE-OK OR WS-PDED-FILE-EOF
              CLOSE CUST-DEDUCTION-FILE
           END-IF.
           IF WS-PDED-COUNT > 0 AND WS-CUST-DED-CAP-RATE = 0
              DISPLAY "No customer deduction cap on the rate table - "
                      "only final deductions are taken."
           END-IF.

       LOAD-ONE-CUST-DEDUCTION.
           READ CUST-DEDUCTION-FILE
              AT END
                 MOVE 'Y' TO WS-PDED-EOF-FLAG
              NOT AT END
                 IF WS-PDED-COUNT < WS-PDED-MAX
                    ADD 1 TO WS-PDED-COUNT
                    MOVE PD-EMP-ID TO WS-PDED-EMP-ID (WS-PDED-COUNT)
                    MOVE PD-CUSTOMER-ID TO
                       WS-PDED-CUSTOMER-ID (WS-PDED-COUNT)
                    MOVE PD-BALANCE-OWED TO
                       WS-PDED-OWED (WS-PDED-COUNT)
                    MOVE PD-DEDUCTION-TYPE TO
                       WS-PDED-TYPE (WS-PDED-COUNT)
                    MOVE ZERO TO WS-PDED-TAKEN (WS-PDED-COUNT)
                    MOVE 'N' TO WS-PDED-CLAIMED-FLAG (WS-PDED-COUNT)
                 ELSE
                    ADD 1 TO WS-CUST-DED-MISSED-COUNT
                    DISPLAY "Customer deduction table full - not "
                            "taken for employee " PD-EMP-ID
                 END-IF
           END-READ.

      * Cuts the customer deductions taken as a batch-headed TXNFILE
      * of 'P' credits for the next CUSTPROC run: header with file
      * id PAYDED.YYYYMMDD and the declared count and amount (the
      * payroll control totals), one detail per deduction, closing
      * trailer. A deduction whose employee was not paid this run is
      * listed - for a final deduction the balance is no longer
      * recoverable through payroll.
       WRITE-CUSTOMER-DEDUCTION-TXNS.
           IF WS-PAYRUN-OK
              PERFORM LIST-ONE-MISSED-DEDUCTION
                 VARYING WS-PDED-IDX FROM 1 BY 1
                 UNTIL WS-PDED-IDX > WS-PDED-COUNT
              OPEN OUTPUT CUST-TXN-FILE
              IF NOT WS-PTXN-FILE-OK
                 DISPLAY "Customer deduction transaction file could "
                         "not be opened - status " WS-PTXN-FILE-STATUS
                         " - post the deductions by hand."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "HDR" TO BH-RECORD-MARK
                 MOVE SPACES TO BH-FILE-ID
                 STRING "PAYDED." WS-SYSTEM-DATE
                    DELIMITED BY SIZE INTO BH-FILE-ID
                 MOVE WS-SYSTEM-DATE TO BH-CREATE-DATE
                 MOVE WS-CUST-DED-COUNT TO BH-EXPECT-COUNT
                 MOVE WS-TOTAL-CUST-DED TO BH-EXPECT-AMOUNT
                 WRITE CUST-TXN-HEADER-RECORD
                 PERFORM WRITE-ONE-CUST-TXN
                    VARYING WS-PDED-IDX FROM 1 BY 1
                    UNTIL WS-PDED-IDX > WS-PDED-COUNT
                 MOVE "TRL" TO BR-RECORD-MARK
                 MOVE WS-CUST-DED-COUNT TO BR-RECORD-COUNT
                 MOVE WS-TOTAL-CUST-DED TO BR-NET-AMOUNT
                 WRITE CUST-TXN-TRAILER-RECORD
                 CLOSE CUST-TXN-FILE
              END-IF
           END-IF.

       WRITE-ONE-CUST-TXN.
           IF WS-PDED-CLAIMED (WS-PDED-IDX)
              AND WS-PDED-TAKEN (WS-PDED-IDX) > 0
              MOVE WS-PDED-CUSTOMER-ID (WS-PDED-IDX) TO TX-CUSTOMER-ID
              MOVE WS-PDED-TAKEN (WS-PDED-IDX) TO TX-AMOUNT
              MOVE 'P' TO TX-PROCESS-TYPE
              MOVE SPACES TO TX-ORIGINAL-TXN-ID
              WRITE CUST-TXN-RECORD
           END-IF.

       LIST-ONE-MISSED-DEDUCTION.
           IF NOT WS-PDED-CLAIMED (WS-PDED-IDX)
              ADD 1 TO WS-CUST-DED-MISSED-COUNT
              IF WS-PDED-FINAL (WS-PDED-IDX)
                 DISPLAY "Final customer deduction not taken - "
                         "employee " WS-PDED-EMP-ID (WS-PDED-IDX)
                         " not paid; customer "
                         WS-PDED-CUSTOMER-ID (WS-PDED-IDX)
                         " to be collected directly."
              ELSE
                 DISPLAY "Customer deduction not taken - employee "
                         WS-PDED-EMP-ID (WS-PDED-IDX)
                         " not paid this run."
              END-IF
           END-IF.

      * Picks up the last cheque number used. With no control file
      * yet, numbering starts from one; a control file that is there
      * but cannot be read stops the run rather than reuse numbers.
       LOAD-CHEQUE-NUMBER.
           MOVE ZERO TO WS-LAST-CHEQUE-NUMBER.
           OPEN INPUT CHEQUE-CONTROL-FILE.
           EVALUATE TRUE
              WHEN WS-CHQC-FILE-OK
                 READ CHEQUE-CONTROL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE CC-LAST-CHEQUE-NUMBER TO
                          WS-LAST-CHEQUE-NUMBER
                 END-READ
                 CLOSE CHEQUE-CONTROL-FILE
              WHEN WS-CHQC-FILE-NOTFND
                 DISPLAY "No cheque control file - "
                         "cheques numbered from 1."
              WHEN OTHER
                 DISPLAY "Cheque control file could not be opened - "
                         "status " WS-CHQC-FILE-STATUS
                         " - payroll run cannot proceed."
                 MOVE 'Y' TO WS-EOF-FLAG
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       SAVE-CHEQUE-NUMBER.
           IF WS-PAYRUN-OK
              OPEN OUTPUT CHEQUE-CONTROL-FILE
              IF NOT WS-CHQC-FILE-OK
                 DISPLAY "Cheque control file could not be opened - "
                         "status " WS-CHQC-FILE-STATUS
                         " - set the next cheque number after "
                         WS-LAST-CHEQUE-NUMBER " by hand."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-LAST-CHEQUE-NUMBER TO CC-LAST-CHEQUE-NUMBER
                 WRITE CHEQUE-CONTROL-RECORD
                 CLOSE CHEQUE-CONTROL-FILE
              END-IF
           END-IF.

      * Hands the run's gross, tax, benefit, and net totals to the
                 DISPLAY "Control-total file could not be opened - "
                         "status " WS-CTL-FILE-STATUS
                         " - GL reconciliation totals not written."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "PAYROLL" TO CT-SYSTEM-ID
                 MOVE WS-SYSTEM-DATE TO CT-RUN-DATE
                 MOVE WS-TOTAL-TAX TO CT-TAX-DEDUCTION
                 MOVE WS-TOTAL-BENEFIT TO CT-BENEFIT-DEDUCTION
                 MOVE WS-TOTAL-NET TO CT-NET-PAY
                 MOVE WS-TOTAL-BANK-NET TO CT-BANK-NET-PAY
                 MOVE WS-TOTAL-CHEQUE-NET TO CT-CHEQUE-NET-PAY
                 MOVE WS-CHEQUE-COUNT TO CT-CHEQUE-COUNT
                 MOVE WS-TOTAL-CUST-DED TO CT-CUST-DEDUCTION
                 MOVE WS-CUST-DED-COUNT TO CT-CUST-DED-COUNT
                 WRITE CONTROL-TOTAL-RECORD
                 CLOSE CONTROL-TOTAL-FILE
              END-IF
           MOVE WS-DEPT-TBL-BENEFIT (WS-DEPT-IDX) TO
              DS-BENEFIT-DEDUCTION.
           MOVE WS-DEPT-TBL-NET (WS-DEPT-IDX) TO DS-NET-PAY.
           MOVE WS-DEPT-TBL-CUST-DED (WS-DEPT-IDX) TO DS-CUST-DEDUCTION.
           WRITE DEDUCTION-SUMMARY-RECORD.

       DISPLAY-RESULTS.
           DISPLAY "Employees Paid:     " WS-PAID-COUNT.
           DISPLAY "Records Skipped:    " WS-SKIPPED-COUNT.
           DISPLAY "Retro Adjustments:  " WS-RETRO-APPLIED-COUNT.
           DISPLAY "Hourly Paid:        " WS-HOURLY-PAID-COUNT.
           DISPLAY "Hourly No Card:     " WS-NO-CARD-COUNT.
           DISPLAY "Time Cards Read:    " WS-TC-READ-COUNT.
           DISPLAY "Time Cards Paid:    " WS-TC-PAID-COUNT.
           DISPLAY "Time-Card Excepts:  " WS-TC-EXCEPTION-COUNT.
           DISPLAY "Paid by Transfer:   " WS-BANK-PAID-COUNT.
           DISPLAY "Paid by Cheque:     " WS-CHEQUE-COUNT.
           DISPLAY "Prenotes Sent:      " WS-PRENOTE-COUNT.
           DISPLAY "Prenotes Cleared:   " WS-PRENOTE-CLEARED-COUNT.
           DISPLAY "Total Gross Pay:    " WS-TOTAL-GROSS.
           DISPLAY "Total Tax:          " WS-TOTAL-TAX.
           DISPLAY "Total Benefits:     " WS-TOTAL-BENEFIT.
           DISPLAY "Total Net Pay:      " WS-TOTAL-NET.
           DISPLAY "Customer Deducts:   " WS-CUST-DED-COUNT.
           DISPLAY "Customer Ded Total: " WS-TOTAL-CUST-DED.
           DISPLAY "Cust Deds Not Taken:" WS-CUST-DED-MISSED-COUNT.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-PAYRUN-OK
              CLOSE BANK-DISBURSE-FILE
           END-IF.
           IF WS-TCX-FILE-OK
              CLOSE TC-EXCEPTION-FILE
           END-IF.
           IF WS-CHQ-FILE-OK
              CLOSE CHEQUE-REGISTER-FILE
           END-IF.
           IF WS-CHQP-FILE-OK
              CLOSE CHEQUE-PRINT-FILE
           END-IF.
