       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Monthly department budget versus actual variance
      *             report for Finance, replacing the spreadsheet
      *             reconciliation. Per active department it shows
      *             budgeted against actual headcount (EMPFILE),
      *             annual salary budget against the salary run-rate
      *             (EMPFILE), the period payroll budget against the
      *             period gross paid (PAYREG), and the year-to-date
      *             budget against year-to-date gross. Departments
      *             over budget by more than the tolerance are
      *             flagged. Budget rows may be keyed by department
      *             name or department code; a budget, actual or
      *             YTD row for a department renamed or merged away
      *             follows the successor chain on the department
      *             master to the department that exists today.
      *             Year-to-date gross is carried forward by
      *             department on its own file, so employees who
      *             change department keep their earlier pay where
      *             it was earned.
      * 2026-10-15  Pay register layout kept in step with PAYROLL-CALC
      *             (customer deduction and customer id appended);
      *             gross paid is unaffected.
      * 2026-10-15  A YTD file from a later fiscal year stops the run
      *             like one posted past the month. With no pay dated
      *             in the period the YTD is not carried forward and
      *             the run ends with return code 4, so DEPTYTD stands
      *             until the payroll is in; a run stopped by a file
      *             that cannot be opened ends with return code 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Finance's budget, one row per department and fiscal month.
           SELECT BUDGET-FILE ASSIGN TO "DEPTBUDG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-DEPT-NAME
              FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMP-FILE-STATUS.

      *    The period's pay register written by PAYROLL-CALC.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

      *    Year-to-date gross by department as of the last period
      *    reported; the job renames DEPTYTDN over DEPTYTD, the same
      *    convention PAYROLL-CALC uses for PAYYTDN, when the run ends
      *    with return code zero.
           SELECT DEPT-YTD-FILE ASSIGN TO "DEPTYTD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT NEW-DEPT-YTD-FILE ASSIGN TO "DEPTYTDN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YTDN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "VARRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The department key is the department name, or the four-
      * character department code left-justified. The headcount and
      * annual salary budget are as planned for that month; the
      * period payroll budget is that month's share of the annual
      * budget, and the months to date add up to the YTD budget.
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-RECORD.
           05  BG-DEPT-KEY PIC X(20).
           05  BG-FISCAL-YEAR PIC 9(4).
           05  BG-FISCAL-MONTH PIC 9(2).
           05  BG-BUDGET-AMOUNTS.
               10  BG-BUDGET-HEADCOUNT PIC 9(5).
               10  BG-ANNUAL-SALARY-BUDGET PIC 9(12)V99.
               10  BG-PERIOD-PAYROLL-BUDGET PIC 9(12)V99.

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

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMP-FILE-RECORD.
           05  FD-EMP-ID PIC 9(6).
           05  FD-EMP-NAME PIC X(30).
           05  FD-EMP-DEPT PIC X(20).
      *    For an hourly employee this is the hourly rate x 2080, so
      *    it is the annual run-rate either way.
           05  FD-EMP-SALARY PIC 9(8)V99.
           05  FD-EMP-HIRE-DATE PIC 9(8).
           05  FD-EMP-PAY-TYPE PIC X(01).
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

      * Same layout PAYROLL-CALC writes.
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

      * The last fiscal month posted and that month's gross are kept
      * so that a rerun of the same month replaces the month rather
      * than adding it twice.
       FD  DEPT-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-YTD-RECORD.
           05  DY-DEPT-NAME PIC X(20).
           05  DY-FISCAL-YEAR PIC 9(4).
           05  DY-LAST-MONTH PIC 9(2).
           05  DY-YTD-GROSS PIC 9(12)V99.
           05  DY-LAST-PERIOD-GROSS PIC 9(12)V99.

       FD  NEW-DEPT-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-DEPT-YTD-RECORD.
           05  DN-DEPT-NAME PIC X(20).
           05  DN-FISCAL-YEAR PIC 9(4).
           05  DN-LAST-MONTH PIC 9(2).
           05  DN-YTD-GROSS PIC 9(12)V99.
           05  DN-LAST-PERIOD-GROSS PIC 9(12)V99.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-BUD-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-BUD-FILE-OK VALUE '00'.
             88 WS-BUD-FILE-EOF VALUE '10'.
          05 WS-DEPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-DEPT-FILE-OK VALUE '00'.
             88 WS-DEPT-FILE-EOF VALUE '10'.
          05 WS-EMP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-EMP-FILE-OK VALUE '00'.
             88 WS-EMP-FILE-EOF VALUE '10'.
          05 WS-PAY-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-PAY-FILE-OK VALUE '00'.
             88 WS-PAY-FILE-EOF VALUE '10'.
          05 WS-YTD-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-YTD-FILE-OK VALUE '00'.
             88 WS-YTD-FILE-EOF VALUE '10'.
             88 WS-YTD-FILE-NOTFND VALUE '35'.
          05 WS-YTDN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-YTDN-FILE-OK VALUE '00'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
          05 WS-BUD-EOF-FLAG PIC X VALUE 'N'.
             88 WS-BUD-EOF VALUE 'Y'.
          05 WS-DEPT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-DEPT-EOF VALUE 'Y'.
          05 WS-EMP-EOF-FLAG PIC X VALUE 'N'.
             88 WS-EMP-EOF VALUE 'Y'.
          05 WS-PAY-EOF-FLAG PIC X VALUE 'N'.
             88 WS-PAY-EOF VALUE 'Y'.
          05 WS-PAY-AVAIL-FLAG PIC X VALUE 'N'.
             88 WS-PAY-AVAILABLE VALUE 'Y'.
          05 WS-YTD-EOF-FLAG PIC X VALUE 'N'.
             88 WS-YTD-EOF VALUE 'Y'.
          05 WS-CHAIN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-CHAIN-DONE VALUE 'Y'.
          05 WS-CHECK-OVER-FLAG PIC X VALUE 'N'.
             88 WS-CHECK-OVER VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-BUDGET-READ-COUNT PIC 9(5) VALUE ZERO.
          05 WS-BUDGET-USED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-BUDGET-BAD-COUNT PIC 9(5) VALUE ZERO.
          05 WS-EMP-READ-COUNT PIC 9(5) VALUE ZERO.
          05 WS-PAY-READ-COUNT PIC 9(5) VALUE ZERO.
          05 WS-PAY-OUT-PERIOD-COUNT PIC 9(5) VALUE ZERO.
          05 WS-PAY-IN-PERIOD-COUNT PIC 9(5) VALUE ZERO.
          05 WS-YTD-READ-COUNT PIC 9(5) VALUE ZERO.
          05 WS-YTD-DROPPED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-YTD-GAP-COUNT PIC 9(5) VALUE ZERO.
          05 WS-YTD-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
          05 WS-NOT-ON-MASTER-COUNT PIC 9(5) VALUE ZERO.
          05 WS-UNPLACED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-REPORTED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-OVER-COUNT PIC 9(5) VALUE ZERO.

      * Fiscal period to report, from the run parameter (fiscal
      * YYYYMM in columns 1-6); defaults to the fiscal period of
      * today's date. The fiscal year starts in the month given
      * here and is named for the calendar year it ends in.
       01 WS-DATE-WORK.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
             10 WS-SYSTEM-YEAR PIC 9(4).
             10 WS-SYSTEM-MONTH PIC 9(2).
             10 WS-SYSTEM-DAY PIC 9(2).
          05 WS-PARM-DATA PIC X(80) VALUE SPACES.
          05 WS-FY-START-MONTH PIC 9(2) VALUE 1.
          05 WS-REPORT-PERIOD.
             10 WS-REPORT-FY PIC 9(4) VALUE ZERO.
             10 WS-REPORT-FM PIC 9(2) VALUE ZERO.
          05 WS-REPORT-PERIOD-N REDEFINES WS-REPORT-PERIOD PIC 9(6).
          05 WS-CAL-DATE PIC 9(8) VALUE ZERO.
          05 WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
             10 WS-CAL-YEAR PIC 9(4).
             10 WS-CAL-MONTH PIC 9(2).
             10 WS-CAL-DAY PIC 9(2).
          05 WS-FISCAL-PERIOD.
             10 WS-FISCAL-YEAR PIC 9(4) VALUE ZERO.
             10 WS-FISCAL-MONTH PIC 9(2) VALUE ZERO.
          05 WS-FISCAL-PERIOD-N REDEFINES WS-FISCAL-PERIOD PIC 9(6).

      * A department over budget on any measure by more than this
      * percentage is flagged.
       01 WS-TOLERANCE-WORK.
          05 WS-TOLERANCE-PCT PIC 9(3)V99 VALUE 5.00.
          05 WS-CHECK-BUDGET PIC 9(12)V99 VALUE ZERO.
          05 WS-CHECK-ACTUAL PIC 9(12)V99 VALUE ZERO.
          05 WS-CHECK-LIMIT PIC 9(13)V99 VALUE ZERO.

      * Every department on the master, active or not, so renamed
      * and merged departments can be followed to their successor.
      * The target is the row that reports for the department: the
      * row itself when it is active, the end of its successor chain
      * otherwise. A department met on the budget, the employee file,
      * the pay register or the YTD file that is not on the master
      * is added as its own reporting row and noted as such; an
      * inactive department whose chain does not reach an active
      * department also reports under its own name.
       01 WS-DEPT-TABLE-CONTROLS.
          05 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-DEPT-MAX PIC 9(4) COMP VALUE 200.
          05 WS-DEPT-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-DEPT-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-FIND-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-TARGET-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-CHAIN-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-CHAIN-HOPS PIC 9(4) COMP VALUE ZERO.
          05 WS-LOOKUP-NAME PIC X(20) VALUE SPACES.
          05 WS-LOOKUP-CODE PIC X(04) VALUE SPACES.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES.
             10 WS-DEPT-TBL-NAME PIC X(20).
             10 WS-DEPT-TBL-CODE PIC X(04).
             10 WS-DEPT-TBL-ACTIVE-FLAG PIC X(01).
                88 WS-DEPT-TBL-ACTIVE VALUE 'Y'.
             10 WS-DEPT-TBL-SUCCESSOR PIC X(20).
             10 WS-DEPT-TBL-MASTER-FLAG PIC X(01).
                88 WS-DEPT-TBL-ON-MASTER VALUE 'Y'.
             10 WS-DEPT-TBL-TARGET PIC 9(4) COMP.
             10 WS-DEPT-TBL-BUD-HEADCOUNT PIC 9(5).
             10 WS-DEPT-TBL-BUD-SALARY PIC 9(12)V99.
             10 WS-DEPT-TBL-BUD-PERIOD PIC 9(12)V99.
             10 WS-DEPT-TBL-BUD-YTD PIC 9(12)V99.
             10 WS-DEPT-TBL-ACT-HEADCOUNT PIC 9(5).
             10 WS-DEPT-TBL-ACT-SALARY PIC 9(12)V99.
             10 WS-DEPT-TBL-ACT-PERIOD PIC 9(12)V99.
             10 WS-DEPT-TBL-PRIOR-YTD PIC 9(12)V99.
             10 WS-DEPT-TBL-ACT-YTD PIC 9(12)V99.

      * Report totals, in the same shape as one department.
       01 WS-REPORT-TOTALS.
          05 WS-TOT-BUD-HEADCOUNT PIC 9(5) VALUE ZERO.
          05 WS-TOT-ACT-HEADCOUNT PIC 9(5) VALUE ZERO.
          05 WS-TOT-BUD-SALARY PIC 9(12)V99 VALUE ZERO.
          05 WS-TOT-ACT-SALARY PIC 9(12)V99 VALUE ZERO.
          05 WS-TOT-BUD-PERIOD PIC 9(12)V99 VALUE ZERO.
          05 WS-TOT-ACT-PERIOD PIC 9(12)V99 VALUE ZERO.
          05 WS-TOT-BUD-YTD PIC 9(12)V99 VALUE ZERO.
          05 WS-TOT-ACT-YTD PIC 9(12)V99 VALUE ZERO.

      * One department's figures on their way to the report lines.
       01 WS-LINE-WORK.
          05 WS-LN-NAME PIC X(20) VALUE SPACES.
          05 WS-LN-CODE PIC X(04) VALUE SPACES.
          05 WS-LN-NOTE PIC X(13) VALUE SPACES.
          05 WS-LN-BUD-HEADCOUNT PIC 9(5) VALUE ZERO.
          05 WS-LN-ACT-HEADCOUNT PIC 9(5) VALUE ZERO.
          05 WS-LN-BUD-SALARY PIC 9(12)V99 VALUE ZERO.
          05 WS-LN-ACT-SALARY PIC 9(12)V99 VALUE ZERO.
          05 WS-LN-BUD-PERIOD PIC 9(12)V99 VALUE ZERO.
          05 WS-LN-ACT-PERIOD PIC 9(12)V99 VALUE ZERO.
          05 WS-LN-BUD-YTD PIC 9(12)V99 VALUE ZERO.
          05 WS-LN-ACT-YTD PIC 9(12)V99 VALUE ZERO.
          05 WS-LN-OVER-FLAGS PIC X(04) VALUE SPACES.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER PIC X(34) VALUE
                "DEPARTMENT BUDGET VARIANCE REPORT ".
             10 FILLER PIC X(15) VALUE " FISCAL PERIOD ".
             10 RH-FISCAL-YEAR PIC 9(4).
             10 FILLER PIC X(01) VALUE "/".
             10 RH-FISCAL-MONTH PIC 9(2).
             10 FILLER PIC X(11) VALUE "  RUN DATE ".
             10 RH-RUN-DATE PIC 9(8).
             10 FILLER PIC X(12) VALUE "  TOLERANCE ".
             10 RH-TOLERANCE PIC ZZ9.99.
             10 FILLER PIC X(01) VALUE "%".
          05 WS-RPT-CAPTION-1.
             10 FILLER PIC X(27) VALUE
                "DEPARTMENT           CODE  ".
             10 FILLER PIC X(21) VALUE
                "HCBUD HCACT  HCVAR   ".
             10 FILLER PIC X(15) VALUE "  SALARY BUDGT ".
             10 FILLER PIC X(15) VALUE "      RUN-RATE ".
             10 FILLER PIC X(15) VALUE "SALARY VARIANCE".
          05 WS-RPT-CAPTION-2.
             10 FILLER PIC X(27) VALUE SPACES.
             10 FILLER PIC X(15) VALUE "  PERIOD BUDGT ".
             10 FILLER PIC X(15) VALUE "  PERIOD GROSS ".
             10 FILLER PIC X(18) VALUE "PERIOD VARIANCE   ".
             10 FILLER PIC X(15) VALUE "     YTD BUDGT ".
             10 FILLER PIC X(15) VALUE "     YTD GROSS ".
             10 FILLER PIC X(17) VALUE "   YTD VARIANCE  ".
             10 FILLER PIC X(05) VALUE "FLAGS".
          05 WS-RPT-LEGEND.
             10 FILLER PIC X(40) VALUE
                "FLAGS - OVER BUDGET BY MORE THAN THE TOL".
             10 FILLER PIC X(40) VALUE
                "ERANCE ON: H HEADCOUNT  S SALARY RUN-RAT".
             10 FILLER PIC X(30) VALUE
                "E  P PERIOD GROSS  Y YTD GROSS".
          05 WS-RPT-DETAIL-1.
             10 DL1-DEPT-NAME PIC X(20).
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL1-DEPT-CODE PIC X(04).
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL1-BUD-HEADCOUNT PIC ZZZZ9.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL1-ACT-HEADCOUNT PIC ZZZZ9.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL1-VAR-HEADCOUNT PIC -ZZZZ9.
             10 FILLER PIC X(03) VALUE SPACES.
             10 DL1-BUD-SALARY PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL1-ACT-SALARY PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL1-VAR-SALARY PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL1-NOTE PIC X(13).
          05 WS-RPT-DETAIL-2.
             10 FILLER PIC X(27) VALUE SPACES.
             10 DL2-BUD-PERIOD PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL2-ACT-PERIOD PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL2-VAR-PERIOD PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(03) VALUE SPACES.
             10 DL2-BUD-YTD PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL2-ACT-YTD PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 DL2-VAR-YTD PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL2-OVER-MARK PIC X(05).
             10 DL2-OVER-FLAGS PIC X(04).
          05 WS-RPT-SUMMARY-LINE.
             10 FILLER PIC X(22) VALUE "DEPARTMENTS REPORTED  ".
             10 SL-REPORTED PIC ZZZZ9.
             10 FILLER PIC X(20) VALUE "   OVER TOLERANCE   ".
             10 SL-OVER PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DEPARTMENT BUDGET VARIANCE".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-BUDGET UNTIL WS-BUD-EOF
              PERFORM LOAD-EMPLOYEE-ACTUAL UNTIL WS-EMP-EOF
              PERFORM LOAD-PAYROLL-ACTUAL UNTIL WS-PAY-EOF
              PERFORM WRITE-VARIANCE-REPORT
              PERFORM WRITE-DEPT-YTD
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

      * The budget and the employee file are both needed for a
      * report worth reading. The pay register is not: before the
      * period's payroll has run the report still shows headcount
      * and run-rate, with no period gross.
       INITIALIZE-SYSTEM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           PERFORM SET-REPORT-PERIOD.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-DEPT-TABLE
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM RESOLVE-ONE-DEPARTMENT
                 VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN INPUT BUDGET-FILE
              IF NOT WS-BUD-FILE-OK
                 DISPLAY "Department budget file not available - "
                         "status " WS-BUD-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN INPUT EMPLOYEE-FILE
              IF NOT WS-EMP-FILE-OK
                 DISPLAY "Employee file not available - status "
                         WS-EMP-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN INPUT PAY-REGISTER-FILE
              IF WS-PAY-FILE-OK
                 MOVE 'Y' TO WS-PAY-AVAIL-FLAG
              ELSE
                 DISPLAY "Pay register not available - status "
                         WS-PAY-FILE-STATUS
                         " - period gross reported as zero."
                 MOVE 'Y' TO WS-PAY-EOF-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-PRIOR-YTD
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT REPORT-FILE
              IF NOT WS-RPT-FILE-OK
                 DISPLAY "Variance report could not be opened - "
                         "status " WS-RPT-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              MOVE WS-REPORT-FY TO RH-FISCAL-YEAR
              MOVE WS-REPORT-FM TO RH-FISCAL-MONTH
              MOVE WS-SYSTEM-DATE TO RH-RUN-DATE
              MOVE WS-TOLERANCE-PCT TO RH-TOLERANCE
              WRITE REPORT-LINE FROM WS-RPT-HEADER
              WRITE REPORT-LINE FROM WS-RPT-LEGEND
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-RPT-CAPTION-1
              WRITE REPORT-LINE FROM WS-RPT-CAPTION-2
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "System initialized."
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

       SET-REPORT-PERIOD.
           MOVE SPACES TO WS-PARM-DATA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
           IF WS-PARM-DATA (1:6) IS NUMERIC
              MOVE WS-PARM-DATA (1:6) TO WS-REPORT-PERIOD-N
           ELSE
              MOVE WS-SYSTEM-DATE TO WS-CAL-DATE
              PERFORM CONVERT-TO-FISCAL
              MOVE WS-FISCAL-PERIOD-N TO WS-REPORT-PERIOD-N
              DISPLAY "No fiscal period given - using "
                      WS-REPORT-PERIOD-N
           END-IF.
           IF WS-REPORT-FM < 1 OR WS-REPORT-FM > 12
              DISPLAY "Fiscal period " WS-REPORT-PERIOD-N
                      " is not a valid YYYYMM - report not run."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.

      * Calendar date in WS-CAL-DATE to fiscal year and month.
       CONVERT-TO-FISCAL.
           IF WS-CAL-MONTH >= WS-FY-START-MONTH
              COMPUTE WS-FISCAL-MONTH =
                 WS-CAL-MONTH - WS-FY-START-MONTH + 1
              MOVE WS-CAL-YEAR TO WS-FISCAL-YEAR
              IF WS-FY-START-MONTH > 1
                 ADD 1 TO WS-FISCAL-YEAR
              END-IF
           ELSE
              COMPUTE WS-FISCAL-MONTH =
                 WS-CAL-MONTH + 13 - WS-FY-START-MONTH
              MOVE WS-CAL-YEAR TO WS-FISCAL-YEAR
           END-IF.

      * The whole department master, inactive rows included. A
      * department that did not fit would have its budget reported
      * against nothing, so the run stops instead.
       LOAD-DEPT-TABLE.
           MOVE 'N' TO WS-DEPT-EOF-FLAG.
           OPEN INPUT DEPT-MASTER-FILE.
           IF NOT WS-DEPT-FILE-OK
              DISPLAY "Department master not available - status "
                      WS-DEPT-FILE-STATUS " - report not run."
              MOVE 'Y' TO WS-DEPT-EOF-FLAG
              MOVE 'Y' TO WS-RUN-DONE-FLAG
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
                    MOVE WS-DEPT-COUNT TO WS-DEPT-ROW
                    PERFORM CLEAR-DEPT-ROW
                    MOVE DM-DEPT-NAME TO
                       WS-DEPT-TBL-NAME (WS-DEPT-ROW)
                    MOVE DM-DEPT-CODE TO
                       WS-DEPT-TBL-CODE (WS-DEPT-ROW)
                    MOVE DM-ACTIVE-FLAG TO
                       WS-DEPT-TBL-ACTIVE-FLAG (WS-DEPT-ROW)
                    MOVE DM-SUCCESSOR-DEPT TO
                       WS-DEPT-TBL-SUCCESSOR (WS-DEPT-ROW)
                    MOVE 'Y' TO WS-DEPT-TBL-MASTER-FLAG (WS-DEPT-ROW)
                 ELSE
                    DISPLAY "Department table full at " WS-DEPT-MAX
                            " departments - report not run."
                    MOVE 'Y' TO WS-DEPT-EOF-FLAG
                    MOVE 'Y' TO WS-RUN-DONE-FLAG
                 END-IF
           END-READ.

       CLEAR-DEPT-ROW.
           MOVE SPACES TO WS-DEPT-TBL-NAME (WS-DEPT-ROW).
           MOVE SPACES TO WS-DEPT-TBL-CODE (WS-DEPT-ROW).
           MOVE 'Y' TO WS-DEPT-TBL-ACTIVE-FLAG (WS-DEPT-ROW).
           MOVE SPACES TO WS-DEPT-TBL-SUCCESSOR (WS-DEPT-ROW).
           MOVE 'N' TO WS-DEPT-TBL-MASTER-FLAG (WS-DEPT-ROW).
           MOVE WS-DEPT-ROW TO WS-DEPT-TBL-TARGET (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-BUD-HEADCOUNT (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-BUD-SALARY (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-BUD-PERIOD (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-BUD-YTD (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-ACT-HEADCOUNT (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-ACT-SALARY (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-ACT-PERIOD (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-PRIOR-YTD (WS-DEPT-ROW).
           MOVE ZERO TO WS-DEPT-TBL-ACT-YTD (WS-DEPT-ROW).

      * Follows a department's successor chain to the active
      * department at its end. The hop limit stops a chain that
      * loops back on itself; a chain that loops or runs out before
      * an active department leaves the row reporting for itself.
       RESOLVE-ONE-DEPARTMENT.
           MOVE WS-DEPT-IDX TO WS-CHAIN-ROW.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'N' TO WS-CHAIN-DONE-FLAG.
           PERFORM FOLLOW-SUCCESSOR UNTIL WS-CHAIN-DONE.
           IF WS-CHAIN-ROW = 0
              MOVE WS-DEPT-IDX TO WS-DEPT-TBL-TARGET (WS-DEPT-IDX)
           ELSE
              MOVE WS-CHAIN-ROW TO WS-DEPT-TBL-TARGET (WS-DEPT-IDX)
           END-IF.

       FOLLOW-SUCCESSOR.
           IF WS-DEPT-TBL-ACTIVE (WS-CHAIN-ROW)
              MOVE 'Y' TO WS-CHAIN-DONE-FLAG
           ELSE
              IF WS-DEPT-TBL-SUCCESSOR (WS-CHAIN-ROW) = SPACES
                 OR WS-CHAIN-HOPS >= WS-DEPT-COUNT
                 MOVE ZERO TO WS-CHAIN-ROW
                 MOVE 'Y' TO WS-CHAIN-DONE-FLAG
              ELSE
                 ADD 1 TO WS-CHAIN-HOPS
                 MOVE WS-DEPT-TBL-SUCCESSOR (WS-CHAIN-ROW) TO
                    WS-LOOKUP-NAME
                 PERFORM FIND-DEPT-BY-NAME
                 MOVE WS-DEPT-ROW TO WS-CHAIN-ROW
                 IF WS-CHAIN-ROW = 0
                    MOVE 'Y' TO WS-CHAIN-DONE-FLAG
                 END-IF
              END-IF
           END-IF.

       FIND-DEPT-BY-NAME.
           MOVE ZERO TO WS-DEPT-ROW.
           PERFORM MATCH-DEPT-NAME
              VARYING WS-FIND-IDX FROM 1 BY 1
              UNTIL WS-FIND-IDX > WS-DEPT-COUNT OR WS-DEPT-ROW > 0.

       MATCH-DEPT-NAME.
           IF WS-DEPT-TBL-NAME (WS-FIND-IDX) = WS-LOOKUP-NAME
              MOVE WS-FIND-IDX TO WS-DEPT-ROW
           END-IF.

      * Only rows from the master carry a code. A rename keeps the
      * code on both the old and the new row, and either one leads
      * to the same department.
       FIND-DEPT-BY-CODE.
           MOVE ZERO TO WS-DEPT-ROW.
           PERFORM MATCH-DEPT-CODE
              VARYING WS-FIND-IDX FROM 1 BY 1
              UNTIL WS-FIND-IDX > WS-DEPT-COUNT OR WS-DEPT-ROW > 0.

       MATCH-DEPT-CODE.
           IF WS-DEPT-TBL-ON-MASTER (WS-FIND-IDX)
              AND WS-DEPT-TBL-CODE (WS-FIND-IDX) = WS-LOOKUP-CODE
              MOVE WS-FIND-IDX TO WS-DEPT-ROW
           END-IF.

      * Sets WS-TARGET-ROW to the reporting row for the department
      * named in WS-LOOKUP-NAME, adding a row for a department not
      * on the master. Zero means the table is full and the amount
      * cannot be placed.
       LOCATE-DEPT-BY-NAME.
           PERFORM FIND-DEPT-BY-NAME.
           IF WS-DEPT-ROW = 0
              PERFORM ADD-UNKNOWN-DEPT
           END-IF.
           IF WS-DEPT-ROW = 0
              MOVE ZERO TO WS-TARGET-ROW
           ELSE
              MOVE WS-DEPT-TBL-TARGET (WS-DEPT-ROW) TO WS-TARGET-ROW
           END-IF.

       ADD-UNKNOWN-DEPT.
           IF WS-DEPT-COUNT < WS-DEPT-MAX
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-DEPT-ROW
              PERFORM CLEAR-DEPT-ROW
              MOVE WS-LOOKUP-NAME TO WS-DEPT-TBL-NAME (WS-DEPT-ROW)
              ADD 1 TO WS-NOT-ON-MASTER-COUNT
              DISPLAY "Department " WS-LOOKUP-NAME
                      " not on department master - reported on "
                      "its own."
           ELSE
              ADD 1 TO WS-UNPLACED-COUNT
              DISPLAY "Department table full - amounts for "
                      WS-LOOKUP-NAME " not reported."
           END-IF.

      * Budget rows for earlier months of the fiscal year make up
      * the YTD budget; the reported month's row also gives the
      * headcount, annual salary and period budgets. Two budget rows
      * landing on the same department (a merge) add together.
       LOAD-BUDGET.
           READ BUDGET-FILE
              AT END
                 MOVE 'Y' TO WS-BUD-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-BUDGET-READ-COUNT
                 IF BG-BUDGET-AMOUNTS IS NOT NUMERIC
                    OR BG-FISCAL-MONTH < 1 OR BG-FISCAL-MONTH > 12
                    ADD 1 TO WS-BUDGET-BAD-COUNT
                    DISPLAY "Budget row for " BG-DEPT-KEY " "
                            BG-FISCAL-YEAR "/" BG-FISCAL-MONTH
                            " is not valid - skipped."
                 ELSE
                    IF BG-FISCAL-YEAR = WS-REPORT-FY
                       AND BG-FISCAL-MONTH <= WS-REPORT-FM
                       PERFORM APPLY-BUDGET
                    END-IF
                 END-IF
           END-READ.

       APPLY-BUDGET.
           MOVE BG-DEPT-KEY TO WS-LOOKUP-NAME.
           PERFORM FIND-DEPT-BY-NAME.
           IF WS-DEPT-ROW = 0 AND BG-DEPT-KEY (5:16) = SPACES
              MOVE BG-DEPT-KEY (1:4) TO WS-LOOKUP-CODE
              PERFORM FIND-DEPT-BY-CODE
           END-IF.
           IF WS-DEPT-ROW = 0
              PERFORM ADD-UNKNOWN-DEPT
           END-IF.
           IF WS-DEPT-ROW > 0
              ADD 1 TO WS-BUDGET-USED-COUNT
              MOVE WS-DEPT-TBL-TARGET (WS-DEPT-ROW) TO WS-TARGET-ROW
              ADD BG-PERIOD-PAYROLL-BUDGET TO
                 WS-DEPT-TBL-BUD-YTD (WS-TARGET-ROW)
              IF BG-FISCAL-MONTH = WS-REPORT-FM
                 ADD BG-BUDGET-HEADCOUNT TO
                    WS-DEPT-TBL-BUD-HEADCOUNT (WS-TARGET-ROW)
                 ADD BG-ANNUAL-SALARY-BUDGET TO
                    WS-DEPT-TBL-BUD-SALARY (WS-TARGET-ROW)
                 ADD BG-PERIOD-PAYROLL-BUDGET TO
                    WS-DEPT-TBL-BUD-PERIOD (WS-TARGET-ROW)
              END-IF
           END-IF.

       LOAD-EMPLOYEE-ACTUAL.
           READ EMPLOYEE-FILE
              AT END
                 MOVE 'Y' TO WS-EMP-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-EMP-READ-COUNT
                 MOVE FD-EMP-DEPT TO WS-LOOKUP-NAME
                 PERFORM LOCATE-DEPT-BY-NAME
                 IF WS-TARGET-ROW > 0
                    ADD 1 TO WS-DEPT-TBL-ACT-HEADCOUNT (WS-TARGET-ROW)
                    ADD FD-EMP-SALARY TO
                       WS-DEPT-TBL-ACT-SALARY (WS-TARGET-ROW)
                 END-IF
           END-READ.

      * Only pay dated in the reported fiscal month counts; a pay
      * register left over from another month is skipped and counted.
       LOAD-PAYROLL-ACTUAL.
           READ PAY-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-PAY-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-PAY-READ-COUNT
                 MOVE PR-PAY-DATE TO WS-CAL-DATE
                 PERFORM CONVERT-TO-FISCAL
                 IF WS-FISCAL-PERIOD-N = WS-REPORT-PERIOD-N
                    ADD 1 TO WS-PAY-IN-PERIOD-COUNT
                    MOVE PR-EMP-DEPT TO WS-LOOKUP-NAME
                    PERFORM LOCATE-DEPT-BY-NAME
                    IF WS-TARGET-ROW > 0
                       ADD PR-GROSS-PAY TO
                          WS-DEPT-TBL-ACT-PERIOD (WS-TARGET-ROW)
                    END-IF
                 ELSE
                    ADD 1 TO WS-PAY-OUT-PERIOD-COUNT
                 END-IF
           END-READ.

      * Year-to-date gross through the month before the one being
      * reported. A row from an earlier fiscal year is dropped (the
      * year has rolled); a row already posted for this month has
      * that month taken back out, since it is about to be replaced.
      * A file posted beyond this month, or into a later fiscal year,
      * means the wrong period was asked for, and the run stops
      * rather than rewind the YTD.
       LOAD-PRIOR-YTD.
           MOVE 'N' TO WS-YTD-EOF-FLAG.
           OPEN INPUT DEPT-YTD-FILE.
           IF WS-YTD-FILE-NOTFND
              DISPLAY "Department YTD file not on file - "
                      "starting a new year-to-date."
              MOVE 'Y' TO WS-YTD-EOF-FLAG
           ELSE
              IF NOT WS-YTD-FILE-OK
                 DISPLAY "Department YTD file not available - "
                         "status " WS-YTD-FILE-STATUS
                         " - report not run."
                 MOVE 'Y' TO WS-YTD-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           PERFORM LOAD-ONE-YTD-ROW UNTIL WS-YTD-EOF.
           IF WS-YTD-FILE-OK OR WS-YTD-FILE-EOF
              CLOSE DEPT-YTD-FILE
           END-IF.
           IF WS-YTD-GAP-COUNT > 0
              DISPLAY "WARNING: " WS-YTD-GAP-COUNT
                      " department YTD rows skip a fiscal month - "
                      "YTD gross is short that month."
           END-IF.

       LOAD-ONE-YTD-ROW.
           READ DEPT-YTD-FILE
              AT END
                 MOVE 'Y' TO WS-YTD-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-YTD-READ-COUNT
                 EVALUATE TRUE
                    WHEN DY-FISCAL-YEAR < WS-REPORT-FY
                       ADD 1 TO WS-YTD-DROPPED-COUNT
                    WHEN DY-FISCAL-YEAR > WS-REPORT-FY
                       DISPLAY "Department YTD already posted for "
                               "fiscal year " DY-FISCAL-YEAR
                               " - report not run."
                       MOVE 'Y' TO WS-YTD-EOF-FLAG
                       MOVE 'Y' TO WS-RUN-DONE-FLAG
                    WHEN DY-LAST-MONTH > WS-REPORT-FM
                       DISPLAY "Department YTD already posted through "
                               "fiscal month " DY-LAST-MONTH
                               " - report not run."
                       MOVE 'Y' TO WS-YTD-EOF-FLAG
                       MOVE 'Y' TO WS-RUN-DONE-FLAG
                    WHEN OTHER
                       PERFORM APPLY-PRIOR-YTD
                 END-EVALUATE
           END-READ.

       APPLY-PRIOR-YTD.
           IF DY-LAST-MONTH + 1 < WS-REPORT-FM
              ADD 1 TO WS-YTD-GAP-COUNT
           END-IF.
           MOVE DY-DEPT-NAME TO WS-LOOKUP-NAME.
           PERFORM LOCATE-DEPT-BY-NAME.
           IF WS-TARGET-ROW > 0
              ADD DY-YTD-GROSS TO WS-DEPT-TBL-PRIOR-YTD (WS-TARGET-ROW)
              IF DY-LAST-MONTH = WS-REPORT-FM
                 SUBTRACT DY-LAST-PERIOD-GROSS FROM
                    WS-DEPT-TBL-PRIOR-YTD (WS-TARGET-ROW)
              END-IF
           END-IF.

      * One pair of lines per reporting department: the active
      * departments on the master, plus any department reported on
      * its own that has something to show.
       WRITE-VARIANCE-REPORT.
           PERFORM REPORT-ONE-DEPARTMENT
              VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "** TOTAL **" TO WS-LN-NAME.
           MOVE SPACES TO WS-LN-CODE.
           MOVE SPACES TO WS-LN-NOTE.
           MOVE WS-TOT-BUD-HEADCOUNT TO WS-LN-BUD-HEADCOUNT.
           MOVE WS-TOT-ACT-HEADCOUNT TO WS-LN-ACT-HEADCOUNT.
           MOVE WS-TOT-BUD-SALARY TO WS-LN-BUD-SALARY.
           MOVE WS-TOT-ACT-SALARY TO WS-LN-ACT-SALARY.
           MOVE WS-TOT-BUD-PERIOD TO WS-LN-BUD-PERIOD.
           MOVE WS-TOT-ACT-PERIOD TO WS-LN-ACT-PERIOD.
           MOVE WS-TOT-BUD-YTD TO WS-LN-BUD-YTD.
           MOVE WS-TOT-ACT-YTD TO WS-LN-ACT-YTD.
           PERFORM SET-OVER-FLAGS.
           PERFORM WRITE-DEPARTMENT-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORTED-COUNT TO SL-REPORTED.
           MOVE WS-OVER-COUNT TO SL-OVER.
           WRITE REPORT-LINE FROM WS-RPT-SUMMARY-LINE.

       REPORT-ONE-DEPARTMENT.
           COMPUTE WS-DEPT-TBL-ACT-YTD (WS-DEPT-IDX) =
              WS-DEPT-TBL-PRIOR-YTD (WS-DEPT-IDX)
              + WS-DEPT-TBL-ACT-PERIOD (WS-DEPT-IDX).
           IF WS-DEPT-TBL-TARGET (WS-DEPT-IDX) = WS-DEPT-IDX
              IF (WS-DEPT-TBL-ACTIVE (WS-DEPT-IDX)
                  AND WS-DEPT-TBL-ON-MASTER (WS-DEPT-IDX))
                 OR WS-DEPT-TBL-BUD-HEADCOUNT (WS-DEPT-IDX) > 0
                 OR WS-DEPT-TBL-BUD-SALARY (WS-DEPT-IDX) > 0
                 OR WS-DEPT-TBL-BUD-YTD (WS-DEPT-IDX) > 0
                 OR WS-DEPT-TBL-ACT-HEADCOUNT (WS-DEPT-IDX) > 0
                 OR WS-DEPT-TBL-ACT-YTD (WS-DEPT-IDX) > 0
                 PERFORM REPORT-DEPARTMENT-ROW
              END-IF
           END-IF.

       REPORT-DEPARTMENT-ROW.
           ADD 1 TO WS-REPORTED-COUNT.
           MOVE WS-DEPT-TBL-NAME (WS-DEPT-IDX) TO WS-LN-NAME.
           MOVE WS-DEPT-TBL-CODE (WS-DEPT-IDX) TO WS-LN-CODE.
           IF NOT WS-DEPT-TBL-ON-MASTER (WS-DEPT-IDX)
              MOVE "NOT ON MASTER" TO WS-LN-NOTE
           ELSE
              IF NOT WS-DEPT-TBL-ACTIVE (WS-DEPT-IDX)
                 MOVE "NO SUCCESSOR" TO WS-LN-NOTE
              ELSE
                 MOVE SPACES TO WS-LN-NOTE
              END-IF
           END-IF.
           MOVE WS-DEPT-TBL-BUD-HEADCOUNT (WS-DEPT-IDX) TO
              WS-LN-BUD-HEADCOUNT.
           MOVE WS-DEPT-TBL-ACT-HEADCOUNT (WS-DEPT-IDX) TO
              WS-LN-ACT-HEADCOUNT.
           MOVE WS-DEPT-TBL-BUD-SALARY (WS-DEPT-IDX) TO
              WS-LN-BUD-SALARY.
           MOVE WS-DEPT-TBL-ACT-SALARY (WS-DEPT-IDX) TO
              WS-LN-ACT-SALARY.
           MOVE WS-DEPT-TBL-BUD-PERIOD (WS-DEPT-IDX) TO
              WS-LN-BUD-PERIOD.
           MOVE WS-DEPT-TBL-ACT-PERIOD (WS-DEPT-IDX) TO
              WS-LN-ACT-PERIOD.
           MOVE WS-DEPT-TBL-BUD-YTD (WS-DEPT-IDX) TO WS-LN-BUD-YTD.
           MOVE WS-DEPT-TBL-ACT-YTD (WS-DEPT-IDX) TO WS-LN-ACT-YTD.
           PERFORM SET-OVER-FLAGS.
           IF WS-LN-OVER-FLAGS NOT = SPACES
              ADD 1 TO WS-OVER-COUNT
              DISPLAY "Over budget: " WS-LN-NAME " ("
                      WS-LN-OVER-FLAGS ")"
           END-IF.
           PERFORM WRITE-DEPARTMENT-LINES.
           ADD WS-LN-BUD-HEADCOUNT TO WS-TOT-BUD-HEADCOUNT.
           ADD WS-LN-ACT-HEADCOUNT TO WS-TOT-ACT-HEADCOUNT.
           ADD WS-LN-BUD-SALARY TO WS-TOT-BUD-SALARY.
           ADD WS-LN-ACT-SALARY TO WS-TOT-ACT-SALARY.
           ADD WS-LN-BUD-PERIOD TO WS-TOT-BUD-PERIOD.
           ADD WS-LN-ACT-PERIOD TO WS-TOT-ACT-PERIOD.
           ADD WS-LN-BUD-YTD TO WS-TOT-BUD-YTD.
           ADD WS-LN-ACT-YTD TO WS-TOT-ACT-YTD.

      * One flag letter per measure over budget by more than the
      * tolerance. Anything spent against a zero budget is over.
       SET-OVER-FLAGS.
           MOVE SPACES TO WS-LN-OVER-FLAGS.
           MOVE WS-LN-BUD-HEADCOUNT TO WS-CHECK-BUDGET.
           MOVE WS-LN-ACT-HEADCOUNT TO WS-CHECK-ACTUAL.
           PERFORM CHECK-TOLERANCE.
           IF WS-CHECK-OVER
              MOVE 'H' TO WS-LN-OVER-FLAGS (1:1)
           END-IF.
           MOVE WS-LN-BUD-SALARY TO WS-CHECK-BUDGET.
           MOVE WS-LN-ACT-SALARY TO WS-CHECK-ACTUAL.
           PERFORM CHECK-TOLERANCE.
           IF WS-CHECK-OVER
              MOVE 'S' TO WS-LN-OVER-FLAGS (2:1)
           END-IF.
           MOVE WS-LN-BUD-PERIOD TO WS-CHECK-BUDGET.
           MOVE WS-LN-ACT-PERIOD TO WS-CHECK-ACTUAL.
           PERFORM CHECK-TOLERANCE.
           IF WS-CHECK-OVER
              MOVE 'P' TO WS-LN-OVER-FLAGS (3:1)
           END-IF.
           MOVE WS-LN-BUD-YTD TO WS-CHECK-BUDGET.
           MOVE WS-LN-ACT-YTD TO WS-CHECK-ACTUAL.
           PERFORM CHECK-TOLERANCE.
           IF WS-CHECK-OVER
              MOVE 'Y' TO WS-LN-OVER-FLAGS (4:1)
           END-IF.

       CHECK-TOLERANCE.
           COMPUTE WS-CHECK-LIMIT ROUNDED = WS-CHECK-BUDGET
              * (100 + WS-TOLERANCE-PCT) / 100.
           IF WS-CHECK-ACTUAL > WS-CHECK-LIMIT
              MOVE 'Y' TO WS-CHECK-OVER-FLAG
           ELSE
              MOVE 'N' TO WS-CHECK-OVER-FLAG
           END-IF.

       WRITE-DEPARTMENT-LINES.
           MOVE WS-LN-NAME TO DL1-DEPT-NAME.
           MOVE WS-LN-CODE TO DL1-DEPT-CODE.
           MOVE WS-LN-BUD-HEADCOUNT TO DL1-BUD-HEADCOUNT.
           MOVE WS-LN-ACT-HEADCOUNT TO DL1-ACT-HEADCOUNT.
           COMPUTE DL1-VAR-HEADCOUNT =
              WS-LN-ACT-HEADCOUNT - WS-LN-BUD-HEADCOUNT.
           MOVE WS-LN-BUD-SALARY TO DL1-BUD-SALARY.
           MOVE WS-LN-ACT-SALARY TO DL1-ACT-SALARY.
           COMPUTE DL1-VAR-SALARY =
              WS-LN-ACT-SALARY - WS-LN-BUD-SALARY.
           MOVE WS-LN-NOTE TO DL1-NOTE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-1.
           MOVE WS-LN-BUD-PERIOD TO DL2-BUD-PERIOD.
           MOVE WS-LN-ACT-PERIOD TO DL2-ACT-PERIOD.
           COMPUTE DL2-VAR-PERIOD =
              WS-LN-ACT-PERIOD - WS-LN-BUD-PERIOD.
           MOVE WS-LN-BUD-YTD TO DL2-BUD-YTD.
           MOVE WS-LN-ACT-YTD TO DL2-ACT-YTD.
           COMPUTE DL2-VAR-YTD = WS-LN-ACT-YTD - WS-LN-BUD-YTD.
           IF WS-LN-OVER-FLAGS = SPACES
              MOVE SPACES TO DL2-OVER-MARK
           ELSE
              MOVE "OVER " TO DL2-OVER-MARK
           END-IF.
           MOVE WS-LN-OVER-FLAGS TO DL2-OVER-FLAGS.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-2.

      * Carries year-to-date gross forward under the department that
      * reports it today, so a merged department's YTD moves to its
      * successor for good. Before the period's payroll has run there
      * is no period gross to add, and carrying the YTD forward would
      * mark the month posted with nothing in it - so no DEPTYTDN is
      * written and the return code tells the job to keep DEPTYTD.
       WRITE-DEPT-YTD.
           IF WS-PAY-IN-PERIOD-COUNT = ZERO
              DISPLAY "No pay dated in fiscal period "
                      WS-REPORT-PERIOD-N
                      " - department YTD not carried forward."
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN OUTPUT NEW-DEPT-YTD-FILE
              IF NOT WS-YTDN-FILE-OK
                 DISPLAY "New department YTD file could not be "
                         "opened - status " WS-YTDN-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-ONE-YTD-ROW
                    VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                 CLOSE NEW-DEPT-YTD-FILE
              END-IF
           END-IF.

       WRITE-ONE-YTD-ROW.
           IF WS-DEPT-TBL-TARGET (WS-DEPT-IDX) = WS-DEPT-IDX
              AND WS-DEPT-TBL-ACT-YTD (WS-DEPT-IDX) > 0
              MOVE WS-DEPT-TBL-NAME (WS-DEPT-IDX) TO DN-DEPT-NAME
              MOVE WS-REPORT-FY TO DN-FISCAL-YEAR
              MOVE WS-REPORT-FM TO DN-LAST-MONTH
              MOVE WS-DEPT-TBL-ACT-YTD (WS-DEPT-IDX) TO DN-YTD-GROSS
              MOVE WS-DEPT-TBL-ACT-PERIOD (WS-DEPT-IDX) TO
                 DN-LAST-PERIOD-GROSS
              WRITE NEW-DEPT-YTD-RECORD
              ADD 1 TO WS-YTD-WRITTEN-COUNT
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "BUDGET VARIANCE SUMMARY:".
           DISPLAY "Fiscal Period:          " WS-REPORT-PERIOD-N.
           DISPLAY "Budget Rows Read:       " WS-BUDGET-READ-COUNT.
           DISPLAY "Budget Rows Applied:    " WS-BUDGET-USED-COUNT.
           DISPLAY "Budget Rows Invalid:    " WS-BUDGET-BAD-COUNT.
           DISPLAY "Employees Read:         " WS-EMP-READ-COUNT.
           DISPLAY "Pay Register Read:      " WS-PAY-READ-COUNT.
           DISPLAY "Pay In Period:          " WS-PAY-IN-PERIOD-COUNT.
           DISPLAY "Pay Outside Period:     " WS-PAY-OUT-PERIOD-COUNT.
           DISPLAY "YTD Rows Read:          " WS-YTD-READ-COUNT.
           DISPLAY "YTD Rows Prior Year:    " WS-YTD-DROPPED-COUNT.
           DISPLAY "YTD Rows Written:       " WS-YTD-WRITTEN-COUNT.
           DISPLAY "Depts Not On Master:    " WS-NOT-ON-MASTER-COUNT.
           DISPLAY "Amounts Not Placed:     " WS-UNPLACED-COUNT.
           DISPLAY "Departments Reported:   " WS-REPORTED-COUNT.
           DISPLAY "Over Tolerance:         " WS-OVER-COUNT.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-BUD-FILE-OK OR WS-BUD-FILE-EOF
              CLOSE BUDGET-FILE
           END-IF.
           IF WS-EMP-FILE-OK OR WS-EMP-FILE-EOF
              CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-PAY-AVAILABLE
              CLOSE PAY-REGISTER-FILE
           END-IF.
           IF WS-RPT-FILE-OK AND NOT WS-RUN-DONE
              CLOSE REPORT-FILE
           END-IF.
