       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MAINTAIN.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Employee payment-instructions maintenance batch:
      *             applies add, change, and delete transactions for
      *             an employee's bank account (bank code, branch,
      *             account number, account type) against the
      *             payment-instructions master, plus the two
      *             follow-ups payroll keys - callback verified, and
      *             prenote returned by the bank. Account numbers are
      *             check-digit validated before they are accepted. A
      *             new or changed account is not live until the next
      *             payroll run has sent the bank a zero-amount
      *             prenote and it has cleared; until then the
      *             employee is paid by cheque. A change of account
      *             within a few days of payday is flagged for payroll
      *             to call the employee back, and is not prenoted
      *             until the callback is keyed as verified. Every
      *             applied transaction writes a before/after record
      *             on the shared employee history file.
      * 2026-10-15  A run stopped before the new master is written
      *             ends with return code 8, so the job does not
      *             rename EMPBANKN over the master.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Add ('A'), change ('C'), delete ('D'), callback verified
      *    ('V') and prenote returned ('R') transactions.
           SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHG-FILE-STATUS.

      *    Payment-instructions master, one row per employee with an
      *    account on file.
           SELECT BANK-MASTER-FILE ASSIGN TO "EMPBANK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BANK-FILE-STATUS.

      *    The maintained master; the nightly job renames it over
      *    EMPBANK, the same convention EMP-MAINTAIN uses for EMPNEW.
           SELECT NEW-BANK-FILE ASSIGN TO "EMPBANKN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "BANKMREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-FILE-STATUS.

      *    Before/after image history of every employee master
      *    change, shared with EMP-MAINTAIN and DEPT-MAINTAIN.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Add and change carry the full account; delete, callback
      * verified and prenote returned carry the employee id only.
       FD  BANK-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-CHANGE-RECORD.
           05  BC-ACTION-CODE PIC X(01).
               88  BC-ACTION-ADD VALUE 'A'.
               88  BC-ACTION-CHANGE VALUE 'C'.
               88  BC-ACTION-DELETE VALUE 'D'.
               88  BC-ACTION-VERIFIED VALUE 'V'.
               88  BC-ACTION-RETURNED VALUE 'R'.
           05  BC-EMP-ID PIC 9(6).
           05  BC-BANK-CODE PIC 9(3).
           05  BC-BRANCH PIC 9(5).
           05  BC-ACCOUNT-NUMBER PIC 9(12).
           05  BC-ACCOUNT-TYPE PIC X(01).

      * Payment instructions for one employee. The prenote status
      * runs 'P' (prenote due on the next pay run) -> 'S' (prenote
      * sent on the date given) -> 'L' (live, paid by transfer);
      * 'R' means the bank returned the prenote and the account
      * stays unused until it is changed. The callback flag holds
      * the prenote back until payroll has spoken to the employee.
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

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMP-FILE-RECORD.
           05  FD-EMP-ID PIC 9(6).
           05  FD-EMP-NAME PIC X(30).
           05  FD-EMP-DEPT PIC X(20).
           05  FD-EMP-SALARY PIC 9(8)V99.
           05  FD-EMP-HIRE-DATE PIC 9(8).
           05  FD-EMP-PAY-TYPE PIC X(01).
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE PIC X(100).

      * Same layout the maintenance run's history logger writes; a
      * bank account transaction carries action code 'B' with the
      * account in place of the employee images (blank before image
      * for an add, blank after image for a delete).
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RECORD.
           05  HS-EMP-ID PIC 9(6).
           05  HS-RUN-DATE PIC 9(8).
           05  HS-ACTION-CODE PIC X(01).
           05  HS-EFFECTIVE-DATE PIC 9(8).
           05  HS-BEFORE-IMAGE.
               10  HS-BEF-NAME PIC X(30).
               10  HS-BEF-DEPT PIC X(20).
               10  HS-BEF-SALARY PIC 9(8)V99.
               10  HS-BEF-HIRE-DATE PIC 9(8).
           05  HS-BEF-BANK-IMAGE REDEFINES HS-BEFORE-IMAGE.
               10  HS-BEF-BANK-ACCOUNT PIC X(45).
               10  FILLER PIC X(23).
           05  HS-AFTER-IMAGE.
               10  HS-AFT-NAME PIC X(30).
               10  HS-AFT-DEPT PIC X(20).
               10  HS-AFT-SALARY PIC 9(8)V99.
               10  HS-AFT-HIRE-DATE PIC 9(8).
           05  HS-AFT-BANK-IMAGE REDEFINES HS-AFTER-IMAGE.
               10  HS-AFT-BANK-ACCOUNT PIC X(45).
               10  FILLER PIC X(23).
           05  HS-BEF-PAY-TYPE PIC X(01).
           05  HS-BEF-HOURLY-RATE PIC 9(4)V99.
           05  HS-AFT-PAY-TYPE PIC X(01).
           05  HS-AFT-HOURLY-RATE PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-CHG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-CHG-FILE-OK VALUE '00'.
             88 WS-CHG-FILE-EOF VALUE '10'.
          05 WS-BANK-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-BANK-FILE-OK VALUE '00'.
             88 WS-BANK-FILE-EOF VALUE '10'.
             88 WS-BANK-FILE-NOTFND VALUE '35'.
          05 WS-NEW-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NEW-FILE-OK VALUE '00'.
          05 WS-EMP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-EMP-FILE-OK VALUE '00'.
             88 WS-EMP-FILE-EOF VALUE '10'.
          05 WS-REG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-REG-FILE-OK VALUE '00'.
          05 WS-HIST-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-HIST-FILE-OK VALUE '00'.
             88 WS-HIST-FILE-NOTFND VALUE '35'.

       01 WS-FLAGS.
          05 WS-CHG-EOF-FLAG PIC X VALUE 'N'.
             88 WS-CHG-EOF VALUE 'Y'.
          05 WS-BANK-EOF-FLAG PIC X VALUE 'N'.
             88 WS-BANK-EOF VALUE 'Y'.
          05 WS-EMP-EOF-FLAG PIC X VALUE 'N'.
             88 WS-EMP-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
          05 WS-VALID-FLAG PIC X VALUE 'Y'.
             88 WS-VALID VALUE 'Y'.
             88 WS-INVALID VALUE 'N'.
          05 WS-CALLBACK-NEEDED-FLAG PIC X VALUE 'N'.
             88 WS-CALLBACK-NEEDED VALUE 'Y'.

       01 WS-REJECT-INFO.
          05 WS-REJECT-TEXT PIC X(30) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-CALLBACK-COUNT PIC 9(5) VALUE ZERO.
          05 WS-MASTER-IN-COUNT PIC 9(5) VALUE ZERO.
          05 WS-MASTER-OUT-COUNT PIC 9(5) VALUE ZERO.

      * Payday from the run parameter (YYYYMMDD in columns 1-8);
      * defaults to the last day of the current month, when the
      * monthly pay run goes. An account change made this many days
      * or fewer before payday is flagged for a callback.
       01 WS-DATE-WORK.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
             10 WS-SYSTEM-YEAR PIC 9(4).
             10 WS-SYSTEM-MONTH PIC 9(2).
             10 WS-SYSTEM-DAY PIC 9(2).
          05 WS-PARM-DATA PIC X(80) VALUE SPACES.
          05 WS-PAYDAY PIC 9(8) VALUE ZERO.
          05 WS-NEXT-MONTH-START PIC 9(8) VALUE ZERO.
          05 WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
             10 WS-NEXT-MONTH-YEAR PIC 9(4).
             10 WS-NEXT-MONTH-MONTH PIC 9(2).
             10 WS-NEXT-MONTH-DAY PIC 9(2).
          05 WS-DAYS-TO-PAYDAY PIC S9(7) VALUE ZERO.
          05 WS-CALLBACK-DAYS PIC 9(3) VALUE 5.

      * Check-digit work: the account number's last digit is a
      * modulus-10 check digit over the other eleven, doubling every
      * second digit from the right (a doubled digit over 9 has 9
      * taken off), so the weighted sum of all twelve digits must be
      * a multiple of ten.
       01 WS-CHECK-DIGIT-WORK.
          05 WS-CHECK-ACCOUNT PIC 9(12) VALUE ZERO.
          05 WS-CHECK-ACCOUNT-R REDEFINES WS-CHECK-ACCOUNT.
             10 WS-CHECK-DIGIT PIC 9(1) OCCURS 12 TIMES.
          05 WS-CHECK-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-CHECK-WEIGHT PIC 9(1) VALUE ZERO.
          05 WS-CHECK-PRODUCT PIC 9(2) VALUE ZERO.
          05 WS-CHECK-SUM PIC 9(4) VALUE ZERO.
          05 WS-CHECK-QUOTIENT PIC 9(4) VALUE ZERO.
          05 WS-CHECK-REMAINDER PIC 9(2) VALUE ZERO.

      * The master, loaded whole, maintained in place and written
      * back as the next master; a deleted row is marked and dropped
      * on the way out.
       01 WS-BANK-CONTROLS.
          05 WS-BANK-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-BANK-MAX PIC 9(4) COMP VALUE 1000.
          05 WS-BANK-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-BANK-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 1000 TIMES.
             10 WS-BANK-EMP-ID PIC 9(6).
             10 WS-BANK-BANK-CODE PIC 9(3).
             10 WS-BANK-BRANCH PIC 9(5).
             10 WS-BANK-ACCOUNT-NUMBER PIC 9(12).
             10 WS-BANK-ACCOUNT-TYPE PIC X(01).
             10 WS-BANK-PRENOTE-STATUS PIC X(01).
                88 WS-BANK-PRENOTE-DUE VALUE 'P'.
                88 WS-BANK-PRENOTE-SENT VALUE 'S'.
                88 WS-BANK-LIVE VALUE 'L'.
                88 WS-BANK-PRENOTE-RETURNED VALUE 'R'.
                88 WS-BANK-DELETED VALUE 'X'.
             10 WS-BANK-PRENOTE-DATE PIC 9(8).
             10 WS-BANK-CALLBACK-FLAG PIC X(01).
                88 WS-BANK-CALLBACK-DUE VALUE 'Y'.
             10 WS-BANK-CHANGE-DATE PIC 9(8).

      * The row as it stood before the transaction, for the history
      * record's before image.
       01 WS-BEFORE-ACCOUNT PIC X(45) VALUE SPACES.

      * Employee ids on the current extract; an account can only be
      * added or changed for an employee on the master.
       01 WS-EMP-CONTROLS.
          05 WS-EMP-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-EMP-MAX PIC 9(4) COMP VALUE 1000.
          05 WS-EMP-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-EMP-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-EMP-TABLE.
          05 WS-EMP-TBL-ID PIC 9(6) OCCURS 1000 TIMES.

       01 WS-REPORT-LINES.
          05 WS-REG-HEADER.
             10 FILLER PIC X(36) VALUE
                "PAYMENT INSTRUCTIONS MAINT REGISTER ".
             10 RH-RUN-DATE PIC 9(8).
             10 FILLER PIC X(08) VALUE " PAYDAY ".
             10 RH-PAYDAY PIC 9(8).
          05 WS-TXN-LINE.
             10 TX-ACTION PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 TX-EMP-ID PIC 9(6).
             10 FILLER PIC X(01) VALUE SPACES.
             10 TX-BANK-CODE PIC 9(3).
             10 FILLER PIC X(01) VALUE "-".
             10 TX-BRANCH PIC 9(5).
             10 FILLER PIC X(01) VALUE SPACES.
             10 TX-ACCOUNT-NUMBER PIC 9(12).
             10 FILLER PIC X(01) VALUE SPACES.
             10 TX-ACCOUNT-TYPE PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 TX-DISPOSITION PIC X(08).
             10 FILLER PIC X(01) VALUE SPACES.
             10 TX-REASON PIC X(30).
          05 WS-CALLBACK-LINE.
             10 FILLER PIC X(11) VALUE "CALL BACK  ".
             10 CB-EMP-ID PIC 9(6).
             10 FILLER PIC X(31) VALUE
                " - account changed, days to pay".
             10 FILLER PIC X(05) VALUE "day: ".
             10 CB-DAYS PIC ZZ9.
          05 WS-TOTAL-LINE.
             10 FILLER PIC X(20) VALUE "APPLIED/REJECTED/CB ".
             10 TL-APPLIED PIC ZZZZ9.
             10 FILLER PIC X(01) VALUE "/".
             10 TL-REJECTED PIC ZZZZ9.
             10 FILLER PIC X(01) VALUE "/".
             10 TL-CALLBACK PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PAYMENT INSTRUCTIONS MAINTENANCE".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           PERFORM PROCESS-BANK-CHANGES UNTIL WS-CHG-EOF.
           PERFORM WRITE-BANK-MASTER.
           PERFORM WRITE-REGISTER-TOTAL.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

       INITIALIZE-SYSTEM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           PERFORM SET-PAYDAY.
           OPEN INPUT BANK-CHANGE-FILE.
           IF NOT WS-CHG-FILE-OK
              DISPLAY "Bank change file not available - "
                      "status " WS-CHG-FILE-STATUS
              MOVE 'Y' TO WS-CHG-EOF-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-BANK-TABLE
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-EMPLOYEE-TABLE
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT REGISTER-FILE
              IF NOT WS-REG-FILE-OK
                 DISPLAY "Maintenance register could not be opened - "
                         "status " WS-REG-FILE-STATUS
                 MOVE 'Y' TO WS-CHG-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
      *    Every applied transaction is a master change, so it goes
      *    on the same before/after history EMP-MAINTAIN writes - a
      *    run that cannot log history does not run. The file lives
      *    across runs, so it is extended (and created the first
      *    time).
           IF NOT WS-RUN-DONE
              OPEN EXTEND HISTORY-FILE
              IF WS-HIST-FILE-NOTFND
                 OPEN OUTPUT HISTORY-FILE
              END-IF
              IF NOT WS-HIST-FILE-OK
                 DISPLAY "History file could not be opened - "
                         "status " WS-HIST-FILE-STATUS
                         " - maintenance not run."
                 CLOSE REGISTER-FILE
                 MOVE 'Y' TO WS-CHG-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              MOVE WS-SYSTEM-DATE TO RH-RUN-DATE
              MOVE WS-PAYDAY TO RH-PAYDAY
              WRITE REGISTER-LINE FROM WS-REG-HEADER
              DISPLAY "System initialized."
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

       SET-PAYDAY.
           MOVE SPACES TO WS-PARM-DATA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
           IF WS-PARM-DATA (1:8) IS NUMERIC
              MOVE WS-PARM-DATA (1:8) TO WS-PAYDAY
           ELSE
              MOVE WS-SYSTEM-YEAR TO WS-NEXT-MONTH-YEAR
              MOVE WS-SYSTEM-MONTH TO WS-NEXT-MONTH-MONTH
              MOVE 1 TO WS-NEXT-MONTH-DAY
              IF WS-NEXT-MONTH-MONTH = 12
                 ADD 1 TO WS-NEXT-MONTH-YEAR
                 MOVE 1 TO WS-NEXT-MONTH-MONTH
              ELSE
                 ADD 1 TO WS-NEXT-MONTH-MONTH
              END-IF
              COMPUTE WS-PAYDAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
              DISPLAY "No payday given - using month end " WS-PAYDAY
           END-IF.

      * A missing master is the first run: every account is an add.
       LOAD-BANK-TABLE.
           MOVE 'N' TO WS-BANK-EOF-FLAG.
           OPEN INPUT BANK-MASTER-FILE.
           IF WS-BANK-FILE-NOTFND
              DISPLAY "Payment-instructions master not on file - "
                      "starting a new master."
              MOVE 'Y' TO WS-BANK-EOF-FLAG
           ELSE
              IF NOT WS-BANK-FILE-OK
                 DISPLAY "Payment-instructions master not available "
                         "- status " WS-BANK-FILE-STATUS
                 MOVE 'Y' TO WS-BANK-EOF-FLAG
                 MOVE 'Y' TO WS-CHG-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           PERFORM LOAD-ONE-BANK-ROW UNTIL WS-BANK-EOF.
           IF WS-BANK-FILE-OK OR WS-BANK-FILE-EOF
              CLOSE BANK-MASTER-FILE
           END-IF.

      *    A master bigger than the table would lose rows on the way
      *    back out, so the run stops instead.
       LOAD-ONE-BANK-ROW.
           READ BANK-MASTER-FILE
              AT END
                 MOVE 'Y' TO WS-BANK-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-MASTER-IN-COUNT
                 IF WS-BANK-COUNT < WS-BANK-MAX
                    ADD 1 TO WS-BANK-COUNT
                    MOVE BANK-MASTER-RECORD TO
                       WS-BANK-ENTRY (WS-BANK-COUNT)
                 ELSE
                    DISPLAY "Payment-instructions table full at "
                            WS-BANK-MAX " - maintenance not run."
                    MOVE 'Y' TO WS-BANK-EOF-FLAG
                    MOVE 'Y' TO WS-CHG-EOF-FLAG
                    MOVE 'Y' TO WS-RUN-DONE-FLAG
                 END-IF
           END-READ.

       LOAD-EMPLOYEE-TABLE.
           MOVE 'N' TO WS-EMP-EOF-FLAG.
           OPEN INPUT EMPLOYEE-FILE.
           IF NOT WS-EMP-FILE-OK
              DISPLAY "Employee master file not available - "
                      "status " WS-EMP-FILE-STATUS
                      " - maintenance not run."
              MOVE 'Y' TO WS-EMP-EOF-FLAG
              MOVE 'Y' TO WS-CHG-EOF-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           PERFORM LOAD-ONE-EMPLOYEE UNTIL WS-EMP-EOF.
           IF WS-EMP-FILE-OK OR WS-EMP-FILE-EOF
              CLOSE EMPLOYEE-FILE
           END-IF.

       LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE
              AT END
                 MOVE 'Y' TO WS-EMP-EOF-FLAG
              NOT AT END
                 IF WS-EMP-COUNT < WS-EMP-MAX
                    ADD 1 TO WS-EMP-COUNT
                    MOVE FD-EMP-ID TO WS-EMP-TBL-ID (WS-EMP-COUNT)
                 END-IF
           END-READ.

       PROCESS-BANK-CHANGES.
           READ BANK-CHANGE-FILE
              AT END
                 MOVE 'Y' TO WS-CHG-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-CHANGE-COUNT
                 PERFORM APPLY-BANK-CHANGE
           END-READ.

       APPLY-BANK-CHANGE.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE 'N' TO WS-CALLBACK-NEEDED-FLAG.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE SPACES TO WS-BEFORE-ACCOUNT.
           PERFORM FIND-BANK-ROW.
           IF WS-BANK-ROW > 0
              MOVE WS-BANK-ENTRY (WS-BANK-ROW) TO WS-BEFORE-ACCOUNT
           END-IF.
           EVALUATE TRUE
              WHEN BC-ACTION-ADD
                 PERFORM APPLY-ADD
              WHEN BC-ACTION-CHANGE
                 PERFORM APPLY-CHANGE
              WHEN BC-ACTION-DELETE
                 PERFORM APPLY-DELETE
              WHEN BC-ACTION-VERIFIED
                 PERFORM APPLY-CALLBACK-VERIFIED
              WHEN BC-ACTION-RETURNED
                 PERFORM APPLY-PRENOTE-RETURNED
              WHEN OTHER
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "Unknown action code" TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-VALID
              PERFORM WRITE-BANK-HISTORY
           END-IF.
           PERFORM WRITE-TXN-REGISTER.
           IF WS-VALID AND WS-CALLBACK-NEEDED
              PERFORM WRITE-CALLBACK-LINE
           END-IF.

      * Add: the employee must be on the master with no account on
      * file yet; the new account waits for its prenote.
       APPLY-ADD.
           IF WS-BANK-ROW > 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "Account already on file" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              PERFORM VALIDATE-ACCOUNT
           END-IF.
           IF WS-VALID AND WS-BANK-COUNT >= WS-BANK-MAX
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "Master table full - resubmit" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              ADD 1 TO WS-BANK-COUNT
              MOVE WS-BANK-COUNT TO WS-BANK-ROW
              MOVE BC-EMP-ID TO WS-BANK-EMP-ID (WS-BANK-ROW)
              MOVE 'N' TO WS-BANK-CALLBACK-FLAG (WS-BANK-ROW)
              PERFORM SET-NEW-ACCOUNT
           END-IF.

      * Change: the account on file is replaced and goes back
      * through the prenote; a change close to payday is held for a
      * callback as well.
       APPLY-CHANGE.
           IF WS-BANK-ROW = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "No account on file to change" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              PERFORM VALIDATE-ACCOUNT
           END-IF.
           IF WS-VALID
              AND BC-BANK-CODE = WS-BANK-BANK-CODE (WS-BANK-ROW)
              AND BC-BRANCH = WS-BANK-BRANCH (WS-BANK-ROW)
              AND BC-ACCOUNT-NUMBER =
                  WS-BANK-ACCOUNT-NUMBER (WS-BANK-ROW)
              AND BC-ACCOUNT-TYPE = WS-BANK-ACCOUNT-TYPE (WS-BANK-ROW)
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "Account unchanged" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              COMPUTE WS-DAYS-TO-PAYDAY =
                 FUNCTION INTEGER-OF-DATE(WS-PAYDAY)
                 - FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
              IF WS-DAYS-TO-PAYDAY >= 0
                 AND WS-DAYS-TO-PAYDAY <= WS-CALLBACK-DAYS
                 MOVE 'Y' TO WS-CALLBACK-NEEDED-FLAG
                 MOVE 'Y' TO WS-BANK-CALLBACK-FLAG (WS-BANK-ROW)
              ELSE
                 MOVE 'N' TO WS-BANK-CALLBACK-FLAG (WS-BANK-ROW)
              END-IF
              PERFORM SET-NEW-ACCOUNT
           END-IF.

       SET-NEW-ACCOUNT.
           MOVE BC-BANK-CODE TO WS-BANK-BANK-CODE (WS-BANK-ROW).
           MOVE BC-BRANCH TO WS-BANK-BRANCH (WS-BANK-ROW).
           MOVE BC-ACCOUNT-NUMBER TO
              WS-BANK-ACCOUNT-NUMBER (WS-BANK-ROW).
           MOVE BC-ACCOUNT-TYPE TO WS-BANK-ACCOUNT-TYPE (WS-BANK-ROW).
           MOVE 'P' TO WS-BANK-PRENOTE-STATUS (WS-BANK-ROW).
           MOVE ZERO TO WS-BANK-PRENOTE-DATE (WS-BANK-ROW).
           MOVE WS-SYSTEM-DATE TO WS-BANK-CHANGE-DATE (WS-BANK-ROW).

      * Delete: the employee goes back to being paid by cheque.
       APPLY-DELETE.
           IF WS-BANK-ROW = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "No account on file to delete" TO WS-REJECT-TEXT
           ELSE
              MOVE 'X' TO WS-BANK-PRENOTE-STATUS (WS-BANK-ROW)
           END-IF.

      * Payroll has spoken to the employee about a change made close
      * to payday; the prenote can now go on the next pay run.
       APPLY-CALLBACK-VERIFIED.
           IF WS-BANK-ROW = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "No account on file" TO WS-REJECT-TEXT
           ELSE
              IF NOT WS-BANK-CALLBACK-DUE (WS-BANK-ROW)
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "No callback outstanding" TO WS-REJECT-TEXT
              ELSE
                 MOVE 'N' TO WS-BANK-CALLBACK-FLAG (WS-BANK-ROW)
              END-IF
           END-IF.

      * The bank returned the prenote: the account is not used and
      * the employee stays on cheque until the account is changed.
       APPLY-PRENOTE-RETURNED.
           IF WS-BANK-ROW = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "No account on file" TO WS-REJECT-TEXT
           ELSE
              IF NOT WS-BANK-PRENOTE-SENT (WS-BANK-ROW)
                 AND NOT WS-BANK-LIVE (WS-BANK-ROW)
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "No prenote sent for account" TO
                    WS-REJECT-TEXT
              ELSE
                 MOVE 'R' TO WS-BANK-PRENOTE-STATUS (WS-BANK-ROW)
              END-IF
           END-IF.

      * Edits shared by add and change: the employee must be on the
      * master, and the account must be complete and pass its check
      * digit.
       VALIDATE-ACCOUNT.
           MOVE ZERO TO WS-EMP-ROW.
           PERFORM MATCH-ONE-EMPLOYEE
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
                 OR WS-EMP-ROW > 0.
           EVALUATE TRUE
              WHEN WS-EMP-ROW = 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "Employee not on master" TO WS-REJECT-TEXT
              WHEN BC-BANK-CODE NOT NUMERIC OR BC-BANK-CODE = 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "Invalid bank code" TO WS-REJECT-TEXT
              WHEN BC-BRANCH NOT NUMERIC OR BC-BRANCH = 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "Invalid branch" TO WS-REJECT-TEXT
              WHEN BC-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S'
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "Invalid account type" TO WS-REJECT-TEXT
              WHEN BC-ACCOUNT-NUMBER NOT NUMERIC
                 OR BC-ACCOUNT-NUMBER = 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE "Invalid account number" TO WS-REJECT-TEXT
              WHEN OTHER
                 PERFORM VALIDATE-CHECK-DIGIT
           END-EVALUATE.

       MATCH-ONE-EMPLOYEE.
           IF WS-EMP-TBL-ID (WS-EMP-IDX) = BC-EMP-ID
              MOVE WS-EMP-IDX TO WS-EMP-ROW
           END-IF.

       VALIDATE-CHECK-DIGIT.
           MOVE BC-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT.
           MOVE ZERO TO WS-CHECK-SUM.
           MOVE 1 TO WS-CHECK-WEIGHT.
           PERFORM ADD-ONE-CHECK-DIGIT
              VARYING WS-CHECK-IDX FROM 12 BY -1
              UNTIL WS-CHECK-IDX < 1.
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
              REMAINDER WS-CHECK-REMAINDER.
           IF WS-CHECK-REMAINDER NOT = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE "Account number check digit" TO WS-REJECT-TEXT
           END-IF.

       ADD-ONE-CHECK-DIGIT.
           COMPUTE WS-CHECK-PRODUCT =
              WS-CHECK-DIGIT (WS-CHECK-IDX) * WS-CHECK-WEIGHT.
           IF WS-CHECK-PRODUCT > 9
              SUBTRACT 9 FROM WS-CHECK-PRODUCT
           END-IF.
           ADD WS-CHECK-PRODUCT TO WS-CHECK-SUM.
           IF WS-CHECK-WEIGHT = 1
              MOVE 2 TO WS-CHECK-WEIGHT
           ELSE
              MOVE 1 TO WS-CHECK-WEIGHT
           END-IF.

       FIND-BANK-ROW.
           MOVE ZERO TO WS-BANK-ROW.
           PERFORM MATCH-ONE-BANK-ROW
              VARYING WS-BANK-IDX FROM 1 BY 1
              UNTIL WS-BANK-IDX > WS-BANK-COUNT
                 OR WS-BANK-ROW > 0.

      *    A deleted row stays in the table until the master is
      *    written, but is no longer on file for a later transaction.
       MATCH-ONE-BANK-ROW.
           IF WS-BANK-EMP-ID (WS-BANK-IDX) = BC-EMP-ID
              AND NOT WS-BANK-DELETED (WS-BANK-IDX)
              MOVE WS-BANK-IDX TO WS-BANK-ROW
           END-IF.

      * History record for one applied transaction: action 'B', the
      * account before and after, effective the run date. The images
      * start at the bank code - the employee id is already in the
      * record key.
       WRITE-BANK-HISTORY.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE BC-EMP-ID TO HS-EMP-ID.
           MOVE WS-SYSTEM-DATE TO HS-RUN-DATE.
           MOVE 'B' TO HS-ACTION-CODE.
           MOVE WS-SYSTEM-DATE TO HS-EFFECTIVE-DATE.
           MOVE WS-BEFORE-ACCOUNT (7:39) TO HS-BEF-BANK-ACCOUNT.
           IF BC-ACTION-DELETE
              MOVE SPACES TO HS-AFT-BANK-ACCOUNT
           ELSE
              MOVE WS-BANK-ENTRY (WS-BANK-ROW) (7:39)
                 TO HS-AFT-BANK-ACCOUNT
           END-IF.
           MOVE ZERO TO HS-BEF-HOURLY-RATE.
           MOVE ZERO TO HS-AFT-HOURLY-RATE.
           WRITE HISTORY-RECORD.

       WRITE-TXN-REGISTER.
           MOVE BC-ACTION-CODE TO TX-ACTION.
           MOVE BC-EMP-ID TO TX-EMP-ID.
           IF BC-ACTION-ADD OR BC-ACTION-CHANGE
              MOVE BC-BANK-CODE TO TX-BANK-CODE
              MOVE BC-BRANCH TO TX-BRANCH
              MOVE BC-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
              MOVE BC-ACCOUNT-TYPE TO TX-ACCOUNT-TYPE
           ELSE
              MOVE ZERO TO TX-BANK-CODE
              MOVE ZERO TO TX-BRANCH
              MOVE ZERO TO TX-ACCOUNT-NUMBER
              MOVE SPACES TO TX-ACCOUNT-TYPE
           END-IF.
           IF WS-VALID
              ADD 1 TO WS-APPLIED-COUNT
              MOVE "APPLIED" TO TX-DISPOSITION
              MOVE SPACES TO TX-REASON
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE "REJECTED" TO TX-DISPOSITION
              MOVE WS-REJECT-TEXT TO TX-REASON
              DISPLAY "Bank change rejected: " BC-ACTION-CODE
                      " " BC-EMP-ID " - " WS-REJECT-TEXT
           END-IF.
           WRITE REGISTER-LINE FROM WS-TXN-LINE.

       WRITE-CALLBACK-LINE.
           ADD 1 TO WS-CALLBACK-COUNT.
           MOVE BC-EMP-ID TO CB-EMP-ID.
           MOVE WS-DAYS-TO-PAYDAY TO CB-DAYS.
           WRITE REGISTER-LINE FROM WS-CALLBACK-LINE.
           DISPLAY "Account change close to payday - call back "
                   "employee " BC-EMP-ID.

      * Writes the next master from the table, dropping deleted
      * rows. The master is only cut over when the run got as far as
      * applying transactions.
       WRITE-BANK-MASTER.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT NEW-BANK-FILE
              IF NOT WS-NEW-FILE-OK
                 DISPLAY "New payment-instructions master could not "
                         "be opened - status " WS-NEW-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-ONE-BANK-ROW
                    VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-COUNT
                 CLOSE NEW-BANK-FILE
              END-IF
           END-IF.

       WRITE-ONE-BANK-ROW.
           IF NOT WS-BANK-DELETED (WS-BANK-IDX)
              ADD 1 TO WS-MASTER-OUT-COUNT
              WRITE NEW-BANK-RECORD FROM WS-BANK-ENTRY (WS-BANK-IDX)
           END-IF.

       WRITE-REGISTER-TOTAL.
           IF NOT WS-RUN-DONE
              MOVE WS-APPLIED-COUNT TO TL-APPLIED
              MOVE WS-REJECTED-COUNT TO TL-REJECTED
              MOVE WS-CALLBACK-COUNT TO TL-CALLBACK
              WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "PAYMENT INSTRUCTIONS SUMMARY:".
           DISPLAY "Changes Read:       " WS-CHANGE-COUNT.
           DISPLAY "Changes Applied:    " WS-APPLIED-COUNT.
           DISPLAY "Changes Rejected:   " WS-REJECTED-COUNT.
           DISPLAY "Callbacks Flagged:  " WS-CALLBACK-COUNT.
           DISPLAY "Masters Read:       " WS-MASTER-IN-COUNT.
           DISPLAY "Masters Written:    " WS-MASTER-OUT-COUNT.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-CHG-FILE-OK OR WS-CHG-FILE-EOF
              CLOSE BANK-CHANGE-FILE
           END-IF.
           IF WS-REG-FILE-OK AND NOT WS-RUN-DONE
              CLOSE REGISTER-FILE
           END-IF.
           IF WS-HIST-FILE-OK AND NOT WS-RUN-DONE
              CLOSE HISTORY-FILE
           END-IF.
