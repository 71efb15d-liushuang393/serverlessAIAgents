      *             year carry forward untouched. Employee names are
      *             picked up from the nightly extract when it is
      *             available.
      * 2026-10-15  Statement shows an hourly employee's regular,
      *             overtime and premium hours and earnings for the
      *             year under gross pay; the accumulator record
      *             carries the new hours and earnings totals.
      * 2026-10-15  Statement shows the year's customer account
      *             repayments taken by payroll deduction, between
      *             the benefit deductions and net pay; the
      *             accumulator record carries the new total.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  YT-BEN-BUCKET OCCURS 10 TIMES.
               10  YT-BEN-CODE PIC X(04).
               10  YT-BEN-AMOUNT PIC 9(10)V99.
           05  YT-REGULAR-HOURS PIC 9(5)V99.
           05  YT-OVERTIME-HOURS PIC 9(5)V99.
           05  YT-PREMIUM-HOURS PIC 9(5)V99.
           05  YT-REGULAR-EARNINGS PIC 9(10)V99.
           05  YT-OVERTIME-EARNINGS PIC 9(10)V99.
           05  YT-PREMIUM-EARNINGS PIC 9(10)V99.
           05  YT-CUST-DEDUCTION PIC 9(10)V99.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           05  FD-EMP-DEPT PIC X(20).
           05  FD-EMP-SALARY PIC 9(8)V99.
           05  FD-EMP-HIRE-DATE PIC 9(8).
           05  FD-EMP-PAY-TYPE PIC X(01).
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  NEW-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-YTD-RECORD PIC X(289).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
             10 BL-BEN-CODE PIC X(04).
             10 FILLER PIC X(20) VALUE SPACES.
             10 BL-BEN-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-HOURS-LINE.
             10 HL-CAPTION PIC X(32).
             10 FILLER PIC X(07) VALUE SPACES.
             10 HL-HOURS PIC ZZ,ZZ9.99.
          05 WS-BLANK-LINE PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
           END-READ.

      * One statement per employee: gross, tax withheld, the benefit
      * split by rate code, total benefits, customer account
      * repayments, and net.
       WRITE-ANNUAL-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           PERFORM FIND-EMPLOYEE-NAME.
           MOVE "GROSS PAY" TO AL-CAPTION.
           MOVE YT-GROSS-PAY TO AL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
           PERFORM WRITE-HOURLY-LINES.
           MOVE "TAX WITHHELD" TO AL-CAPTION.
           MOVE YT-TAX-DEDUCTION TO AL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
           MOVE "TOTAL BENEFIT DEDUCTIONS" TO AL-CAPTION.
           MOVE YT-BENEFIT-DEDUCTION TO AL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
      *    Rows written before the customer deduction existed carry
      *    spaces there and print nothing; so does a row with none.
           IF YT-CUST-DEDUCTION IS NUMERIC
              IF YT-CUST-DEDUCTION > 0
                 MOVE "CUSTOMER ACCOUNT REPAYMENTS" TO AL-CAPTION
                 MOVE YT-CUST-DEDUCTION TO AL-AMOUNT
                 WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
              END-IF
           END-IF.
           MOVE "NET PAY" TO AL-CAPTION.
           MOVE YT-NET-PAY TO AL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.

      * Hours and earnings behind an hourly employee's gross. Rows
      * written before these totals existed carry spaces and print
      * nothing; so does a salaried employee's row, which is zero.
       WRITE-HOURLY-LINES.
           IF YT-REGULAR-EARNINGS IS NUMERIC
              AND YT-OVERTIME-EARNINGS IS NUMERIC
              AND YT-PREMIUM-EARNINGS IS NUMERIC
              AND YT-REGULAR-HOURS IS NUMERIC
              AND YT-OVERTIME-HOURS IS NUMERIC
              AND YT-PREMIUM-HOURS IS NUMERIC
              IF YT-REGULAR-EARNINGS > 0 OR YT-OVERTIME-EARNINGS > 0
                 OR YT-PREMIUM-EARNINGS > 0
                 MOVE "  REGULAR HOURS" TO HL-CAPTION
                 MOVE YT-REGULAR-HOURS TO HL-HOURS
                 WRITE STATEMENT-LINE FROM WS-HOURS-LINE
                 MOVE "  REGULAR EARNINGS" TO AL-CAPTION
                 MOVE YT-REGULAR-EARNINGS TO AL-AMOUNT
                 WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
                 MOVE "  OVERTIME HOURS" TO HL-CAPTION
                 MOVE YT-OVERTIME-HOURS TO HL-HOURS
                 WRITE STATEMENT-LINE FROM WS-HOURS-LINE
                 MOVE "  OVERTIME EARNINGS" TO AL-CAPTION
                 MOVE YT-OVERTIME-EARNINGS TO AL-AMOUNT
                 WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
                 MOVE "  PREMIUM HOURS" TO HL-CAPTION
                 MOVE YT-PREMIUM-HOURS TO HL-HOURS
                 WRITE STATEMENT-LINE FROM WS-HOURS-LINE
                 MOVE "  PREMIUM EARNINGS" TO AL-CAPTION
                 MOVE YT-PREMIUM-EARNINGS TO AL-AMOUNT
                 WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
              END-IF
           END-IF.

       WRITE-ONE-BUCKET-LINE.
           IF YT-BEN-CODE (WS-BUCKET-IDX) NOT = SPACES
              MOVE YT-BEN-CODE (WS-BUCKET-IDX) TO BL-BEN-CODE
