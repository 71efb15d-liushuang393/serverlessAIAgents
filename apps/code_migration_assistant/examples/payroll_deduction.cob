       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDED-CYCLE.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Monthly payroll deduction cycle for employees who
      *             are also customers: reads the employee-to-customer
      *             links kept by EMP-MAINTAIN, looks up each linked
      *             customer's balance on CUSTOMER_MASTER, and writes
      *             the amount owed to the deduction file PAYROLL-CALC
      *             takes its customer deduction line from. A link
      *             marked final by a termination asks for the whole
      *             balance and is dropped from the carried-forward
      *             link file once its deduction has been cut. Prints
      *             a deduction register with cycle totals.
      * 2026-10-15  A final link is asked for in full only from the
      *             cycle for the month the termination takes effect,
      *             and is kept until a pay run after that cycle has
      *             gone through: the previous cycle's PAYDED and the
      *             last PAYREG show whether the final deduction was
      *             taken or the employee was no longer paid. Only a
      *             missing PAYDED or PAYREG is taken as none; any
      *             other open failure stops the run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Employee-to-customer links from EMP-MAINTAIN, and the
      *    carried-forward links this run writes (renamed over
      *    EMPCUST by the job after a clean run).
           SELECT LINK-FILE ASSIGN TO "EMPCUST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT NEW-LINK-FILE ASSIGN TO "EMPCUSTN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NLINK-FILE-STATUS.

      *    Deductions for the next payroll run; PAYROLL-CALC caps each
      *    one against the employee's net pay.
           SELECT DEDUCTION-FILE ASSIGN TO "PAYDED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DED-FILE-STATUS.

      *    The previous cycle's deductions, read before PAYDED is
      *    rewritten, and the register of the last pay run, which
      *    shows which of them payroll took.
           SELECT PRIOR-DEDUCTION-FILE ASSIGN TO "PAYDED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PDED-FILE-STATUS.

           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "PAYDREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Layout written by EMP-MAINTAIN: one link per customer account,
      * active ('A') or final after a termination ('F').
       FD  LINK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINK-RECORD.
           05  EC-CUSTOMER-ID PIC X(10).
           05  EC-EMP-ID PIC 9(6).
           05  EC-LINK-DATE PIC 9(8).
           05  EC-LINK-STATUS PIC X(01).
               88  EC-LINK-ACTIVE VALUE 'A'.
               88  EC-LINK-FINAL VALUE 'F'.
           05  EC-FINAL-DATE PIC 9(8).

       FD  NEW-LINK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-LINK-RECORD PIC X(33).

      * One deduction per linked employee with a balance owed. The
      * amount is the whole balance owed; PAYROLL-CALC takes no more
      * than the capped share of net pay for a regular deduction
      * ('R'), and no more than the net pay for a final one ('F').
       FD  DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEDUCTION-RECORD.
           05  PD-EMP-ID PIC 9(6).
           05  PD-CUSTOMER-ID PIC X(10).
           05  PD-BALANCE-OWED PIC 9(11)V9(2).
           05  PD-DEDUCTION-TYPE PIC X(01).
               88  PD-REGULAR VALUE 'R'.
               88  PD-FINAL VALUE 'F'.
           05  PD-CYCLE-DATE PIC 9(8).

       FD  PRIOR-DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-DEDUCTION-RECORD.
           05  PP-EMP-ID PIC 9(6).
           05  PP-CUSTOMER-ID PIC X(10).
           05  PP-BALANCE-OWED PIC 9(11)V9(2).
           05  PP-DEDUCTION-TYPE PIC X(01).
               88  PP-FINAL VALUE 'F'.
           05  PP-CYCLE-DATE PIC 9(8).

      * Layout written by PAYROLL-CALC.
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

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-LINK-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-LINK-FILE-OK VALUE '00'.
             88 WS-LINK-FILE-EOF VALUE '10'.
          05 WS-NLINK-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NLINK-FILE-OK VALUE '00'.
          05 WS-DED-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-DED-FILE-OK VALUE '00'.
          05 WS-RPT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RPT-FILE-OK VALUE '00'.
          05 WS-PDED-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-PDED-FILE-OK VALUE '00'.
             88 WS-PDED-FILE-EOF VALUE '10'.
          05 WS-REG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-REG-FILE-OK VALUE '00'.
             88 WS-REG-FILE-EOF VALUE '10'.

       01 WS-FLAGS.
          05 WS-LINK-EOF-FLAG PIC X VALUE 'N'.
             88 WS-LINK-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
      *    Cleared when the link must stay on file for the next cycle
      *    although it was final - the balance could not be read.
          05 WS-DROP-LINK-FLAG PIC X VALUE 'N'.
             88 WS-DROP-LINK VALUE 'Y'.
          05 WS-PDED-EOF-FLAG PIC X VALUE 'N'.
             88 WS-PDED-EOF VALUE 'Y'.
          05 WS-REG-EOF-FLAG PIC X VALUE 'N'.
             88 WS-REG-EOF VALUE 'Y'.
      *    Set when a pay run since the link's final deduction was cut
      *    has gone through, so the link is finished with.
          05 WS-FINAL-DONE-FLAG PIC X VALUE 'N'.
             88 WS-FINAL-DONE VALUE 'Y'.

      * Final deductions cut by the previous cycle, with what the last
      * pay run did about each of them.
       01 WS-FINAL-CUT-CONTROLS.
          05 WS-FC-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-FC-MAX PIC 9(4) COMP VALUE 500.
          05 WS-FC-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-FC-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-LAST-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-FINAL-CUT-TABLE.
          05 WS-FC-ENTRY OCCURS 500 TIMES.
             10 WS-FC-EMP-ID PIC 9(6).
             10 WS-FC-CUSTOMER-ID PIC X(10).
             10 WS-FC-CYCLE-DATE PIC 9(8).
             10 WS-FC-TAKEN PIC 9(8)V99.

      * Cycle date (YYYYMMDD) from the run parameter, default today.
       01 WS-PARM-AREA.
          05 WS-PARM-DATA PIC X(80) VALUE SPACES.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-CYCLE-DATE PIC 9(8) VALUE ZERO.

      * Host variables for the balance lookup.
       01 WS-CUSTOMER-HOST-VARS.
          05 WS-CUST-ID PIC X(10).
          05 WS-CUST-BALANCE PIC S9(13)V9(2) COMP-3.

       01 SQLCA.
          05 SQLCODE PIC S9(8) COMP.

       01 WS-DEDUCTION-WORK.
          05 WS-BALANCE PIC S9(13)V9(2) VALUE ZERO.
          05 WS-BALANCE-OWED PIC 9(11)V9(2) VALUE ZERO.
          05 WS-ACTION-TEXT PIC X(30) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-LINKS-READ PIC 9(7) VALUE ZERO.
          05 WS-REGULAR-COUNT PIC 9(7) VALUE ZERO.
          05 WS-FINAL-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NOTHING-OWED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NOT-FOUND-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DB-ERROR-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LINKS-DROPPED PIC 9(7) VALUE ZERO.
          05 WS-LINKS-CARRIED PIC 9(7) VALUE ZERO.
          05 WS-FINAL-TAKEN-COUNT PIC 9(7) VALUE ZERO.
          05 WS-FINAL-MISSED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-TOTAL-OWED PIC 9(13)V9(2) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-RPT-HEADER.
             10 FILLER PIC X(30) VALUE
                "PAYROLL DEDUCTION REGISTER    ".
             10 FILLER PIC X(12) VALUE "  CYCLE DATE".
             10 FILLER PIC X(01) VALUE SPACES.
             10 RH-CYCLE-DATE PIC 9(8).
          05 WS-COLUMN-HEADER.
             10 FILLER PIC X(08) VALUE "EMP ID  ".
             10 FILLER PIC X(12) VALUE "CUSTOMER    ".
             10 FILLER PIC X(23) VALUE
                "        ACCOUNT BALANCE".
             10 FILLER PIC X(23) VALUE
                "            AMOUNT OWED".
             10 FILLER PIC X(07) VALUE "  TYPE ".
             10 FILLER PIC X(30) VALUE "ACTION".
          05 WS-DETAIL-LINE.
             10 DL-EMP-ID PIC 9(6).
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(02) VALUE SPACES.
             10 DL-OWED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(04) VALUE SPACES.
             10 DL-TYPE PIC X(01).
             10 FILLER PIC X(04) VALUE SPACES.
             10 DL-ACTION PIC X(30).
          05 WS-TOTAL-LINE.
             10 FILLER PIC X(30) VALUE
                "TOTAL DEDUCTIONS REQUESTED    ".
             10 TL-DED-COUNT PIC ZZZ,ZZ9.
             10 FILLER PIC X(08) VALUE "  AMOUNT".
             10 TL-DED-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PAYROLL DEDUCTION CYCLE".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              PERFORM READ-LINK
              PERFORM PROCESS-ONE-LINK UNTIL WS-LINK-EOF
              PERFORM WRITE-REGISTER-TOTALS
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

       INITIALIZE-SYSTEM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-DATA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
           IF WS-PARM-DATA (1:8) IS NUMERIC
              MOVE WS-PARM-DATA (1:8) TO WS-CYCLE-DATE
           ELSE
              MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
              DISPLAY "No cycle date given - using today "
                      WS-CYCLE-DATE
           END-IF.
      *    A link file that does not exist yet means no employee has
      *    been linked: the run still writes an empty deduction file
      *    for payroll. Any other failure stops the run before the
      *    carried link file is created, with a non-zero return code
      *    so the job does not rename it over EMPCUST.
           MOVE 'N' TO WS-LINK-EOF-FLAG.
           OPEN INPUT LINK-FILE.
           EVALUATE TRUE
              WHEN WS-LINK-FILE-OK
                 CONTINUE
              WHEN WS-LINK-FILE-STATUS = '35'
                 DISPLAY "No customer link file - "
                         "no deductions this cycle."
                 MOVE 'Y' TO WS-LINK-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Customer link file could not be opened - "
                         "status " WS-LINK-FILE-STATUS
                         " - deduction cycle stopped."
                 MOVE 'Y' TO WS-LINK-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-FINAL-CUTS
           END-IF.
           IF NOT WS-RUN-DONE AND WS-FC-COUNT > 0
              PERFORM LOAD-PAY-REGISTER
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT DEDUCTION-FILE
              IF NOT WS-DED-FILE-OK
                 DISPLAY "Deduction file could not be opened - "
                         "status " WS-DED-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT REGISTER-FILE
              IF NOT WS-RPT-FILE-OK
                 DISPLAY "Deduction register could not be opened - "
                         "status " WS-RPT-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT NEW-LINK-FILE
              IF NOT WS-NLINK-FILE-OK
                 DISPLAY "Carried link file could not be opened - "
                         "status " WS-NLINK-FILE-STATUS
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF WS-RUN-DONE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WRITE-REGISTER-HEADER
              DISPLAY "System initialized."
           END-IF.

      * The final deductions the previous cycle asked for. With no
      * PAYDED yet there are none.
       LOAD-FINAL-CUTS.
           MOVE 'N' TO WS-PDED-EOF-FLAG.
           OPEN INPUT PRIOR-DEDUCTION-FILE.
           EVALUATE TRUE
              WHEN WS-PDED-FILE-OK
                 CONTINUE
              WHEN WS-PDED-FILE-STATUS = '35'
                 MOVE 'Y' TO WS-PDED-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Previous deduction file could not be opened "
                         "- status " WS-PDED-FILE-STATUS
                         " - deduction cycle stopped."
                 MOVE 'Y' TO WS-PDED-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-FINAL-CUT UNTIL WS-PDED-EOF.
           IF WS-PDED-FILE-OK OR WS-PDED-FILE-EOF
              CLOSE PRIOR-DEDUCTION-FILE
           END-IF.

       LOAD-ONE-FINAL-CUT.
           READ PRIOR-DEDUCTION-FILE
              AT END
                 MOVE 'Y' TO WS-PDED-EOF-FLAG
              NOT AT END
                 IF PP-FINAL
                    IF WS-FC-COUNT < WS-FC-MAX
                       ADD 1 TO WS-FC-COUNT
                       MOVE PP-EMP-ID TO WS-FC-EMP-ID (WS-FC-COUNT)
                       MOVE PP-CUSTOMER-ID TO
                          WS-FC-CUSTOMER-ID (WS-FC-COUNT)
                       MOVE PP-CYCLE-DATE TO
                          WS-FC-CYCLE-DATE (WS-FC-COUNT)
                       MOVE ZERO TO WS-FC-TAKEN (WS-FC-COUNT)
                    ELSE
                       DISPLAY "Final deduction table full at "
                               WS-FC-MAX " - deduction cycle stopped."
                       MOVE 'Y' TO WS-PDED-EOF-FLAG
                       MOVE 'Y' TO WS-RUN-DONE-FLAG
                    END-IF
                 END-IF
           END-READ.

      * The last pay run's register: its pay date, and what it took
      * for each final deduction. With no PAYREG yet nothing has been
      * paid.
       LOAD-PAY-REGISTER.
           MOVE 'N' TO WS-REG-EOF-FLAG.
           OPEN INPUT PAY-REGISTER-FILE.
           EVALUATE TRUE
              WHEN WS-REG-FILE-OK
                 CONTINUE
              WHEN WS-REG-FILE-STATUS = '35'
                 MOVE 'Y' TO WS-REG-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Pay register could not be opened - status "
                         WS-REG-FILE-STATUS
                         " - deduction cycle stopped."
                 MOVE 'Y' TO WS-REG-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-PAY-ROW UNTIL WS-REG-EOF.
           IF WS-REG-FILE-OK OR WS-REG-FILE-EOF
              CLOSE PAY-REGISTER-FILE
           END-IF.

       LOAD-ONE-PAY-ROW.
           READ PAY-REGISTER-FILE
              AT END
                 MOVE 'Y' TO WS-REG-EOF-FLAG
              NOT AT END
                 IF PR-PAY-DATE > WS-LAST-PAY-DATE
                    MOVE PR-PAY-DATE TO WS-LAST-PAY-DATE
                 END-IF
                 PERFORM MATCH-PAY-ROW
                    VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-COUNT
           END-READ.

       MATCH-PAY-ROW.
           IF WS-FC-EMP-ID (WS-FC-IDX) = PR-EMP-ID
              AND WS-FC-CUSTOMER-ID (WS-FC-IDX) = PR-CUST-ID
              ADD PR-CUST-DEDUCTION TO WS-FC-TAKEN (WS-FC-IDX)
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE WS-CYCLE-DATE TO RH-CYCLE-DATE.
           WRITE REGISTER-LINE FROM WS-RPT-HEADER.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADER.

       READ-LINK.
           IF NOT WS-LINK-EOF
              READ LINK-FILE
                 AT END
                    MOVE 'Y' TO WS-LINK-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-LINKS-READ
              END-READ
           END-IF.

      * A negative balance is money the customer owes; that is the
      * amount asked of payroll. A final link is kept after its
      * deduction is cut, until a pay run since has gone through, and
      * is dropped then (or when nothing is owed once the termination
      * month is reached); it is also kept when the balance could not
      * be read, so the next cycle tries again.
       PROCESS-ONE-LINK.
           MOVE ZERO TO WS-BALANCE.
           MOVE ZERO TO WS-BALANCE-OWED.
           MOVE 'N' TO WS-DROP-LINK-FLAG.
           MOVE 'N' TO WS-FINAL-DONE-FLAG.
           IF EC-LINK-FINAL
              PERFORM CHECK-FINAL-DEDUCTION
           END-IF.
           MOVE EC-CUSTOMER-ID TO WS-CUST-ID.
           EXEC SQL
               SELECT CUST_BALANCE
                 INTO :WS-CUST-BALANCE
                 FROM CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :WS-CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE WS-CUST-BALANCE TO WS-BALANCE
                 EVALUATE TRUE
                    WHEN WS-FINAL-DONE
                       CONTINUE
                    WHEN WS-BALANCE < ZERO
                       COMPUTE WS-BALANCE-OWED = ZERO - WS-BALANCE
                       PERFORM WRITE-DEDUCTION-RECORD
                    WHEN OTHER
                       ADD 1 TO WS-NOTHING-OWED-COUNT
                       MOVE "NOTHING OWED" TO WS-ACTION-TEXT
                       IF EC-LINK-FINAL
                          AND EC-FINAL-DATE (1:6) <= WS-CYCLE-DATE (1:6)
                          MOVE 'Y' TO WS-DROP-LINK-FLAG
                       END-IF
                 END-EVALUATE
              WHEN 100
                 ADD 1 TO WS-NOT-FOUND-COUNT
                 MOVE "CUSTOMER NOT ON MASTER" TO WS-ACTION-TEXT
              WHEN OTHER
                 ADD 1 TO WS-DB-ERROR-COUNT
                 MOVE "BALANCE LOOKUP FAILED" TO WS-ACTION-TEXT
                 DISPLAY "DB error reading customer " EC-CUSTOMER-ID
                         " - sqlcode " SQLCODE
           END-EVALUATE.
           IF WS-DROP-LINK
              ADD 1 TO WS-LINKS-DROPPED
              IF WS-BALANCE-OWED = ZERO AND NOT WS-FINAL-DONE
                 MOVE "NOTHING OWED - LINK REMOVED" TO WS-ACTION-TEXT
              END-IF
           ELSE
              ADD 1 TO WS-LINKS-CARRIED
              WRITE NEW-LINK-RECORD FROM LINK-RECORD
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM READ-LINK.

      * A final link whose deduction the previous cycle cut is done
      * with once a pay run dated on or after that cycle is through:
      * either payroll took the deduction, or the employee was no
      * longer paid and PAYROLL-CALC listed it for direct collection.
       CHECK-FINAL-DEDUCTION.
           MOVE ZERO TO WS-FC-ROW.
           IF WS-FC-COUNT > 0
              PERFORM FIND-FINAL-CUT
                 VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > WS-FC-COUNT OR WS-FC-ROW > 0
           END-IF.
           IF WS-FC-ROW > 0
              AND WS-LAST-PAY-DATE >= WS-FC-CYCLE-DATE (WS-FC-ROW)
              MOVE 'Y' TO WS-FINAL-DONE-FLAG
              MOVE 'Y' TO WS-DROP-LINK-FLAG
              IF WS-FC-TAKEN (WS-FC-ROW) > ZERO
                 ADD 1 TO WS-FINAL-TAKEN-COUNT
                 MOVE "FINAL TAKEN - LINK REMOVED" TO WS-ACTION-TEXT
              ELSE
                 ADD 1 TO WS-FINAL-MISSED-COUNT
                 MOVE "NOT TAKEN - COLLECT DIRECTLY" TO WS-ACTION-TEXT
              END-IF
           END-IF.

       FIND-FINAL-CUT.
           IF WS-FC-EMP-ID (WS-FC-IDX) = EC-EMP-ID
              AND WS-FC-CUSTOMER-ID (WS-FC-IDX) = EC-CUSTOMER-ID
              MOVE WS-FC-IDX TO WS-FC-ROW
           END-IF.

      * A final link is asked for in full only from the cycle for the
      * month the termination takes effect; before that the employee
      * is still being paid normally and owes at the capped rate.
       WRITE-DEDUCTION-RECORD.
           MOVE EC-EMP-ID TO PD-EMP-ID.
           MOVE EC-CUSTOMER-ID TO PD-CUSTOMER-ID.
           MOVE WS-BALANCE-OWED TO PD-BALANCE-OWED.
           MOVE WS-CYCLE-DATE TO PD-CYCLE-DATE.
           IF EC-LINK-FINAL
              AND EC-FINAL-DATE (1:6) <= WS-CYCLE-DATE (1:6)
              MOVE 'F' TO PD-DEDUCTION-TYPE
              ADD 1 TO WS-FINAL-COUNT
              MOVE "FINAL DEDUCTION REQUESTED" TO WS-ACTION-TEXT
           ELSE
              MOVE 'R' TO PD-DEDUCTION-TYPE
              ADD 1 TO WS-REGULAR-COUNT
              MOVE "DEDUCTION REQUESTED" TO WS-ACTION-TEXT
           END-IF.
           ADD WS-BALANCE-OWED TO WS-TOTAL-OWED.
           WRITE DEDUCTION-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE EC-EMP-ID TO DL-EMP-ID.
           MOVE EC-CUSTOMER-ID TO DL-CUSTOMER-ID.
           MOVE WS-BALANCE TO DL-BALANCE.
           MOVE WS-BALANCE-OWED TO DL-OWED.
           MOVE EC-LINK-STATUS TO DL-TYPE.
           MOVE WS-ACTION-TEXT TO DL-ACTION.
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       WRITE-REGISTER-TOTALS.
           COMPUTE TL-DED-COUNT = WS-REGULAR-COUNT + WS-FINAL-COUNT.
           MOVE WS-TOTAL-OWED TO TL-DED-AMOUNT.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "DEDUCTION CYCLE SUMMARY:".
           DISPLAY "Cycle Date:          " WS-CYCLE-DATE.
           DISPLAY "Links Read:          " WS-LINKS-READ.
           DISPLAY "Regular Deductions:  " WS-REGULAR-COUNT.
           DISPLAY "Final Deductions:    " WS-FINAL-COUNT.
           DISPLAY "Amount Requested:    " WS-TOTAL-OWED.
           DISPLAY "Nothing Owed:        " WS-NOTHING-OWED-COUNT.
           DISPLAY "Customer Not Found:  " WS-NOT-FOUND-COUNT.
           DISPLAY "DB Errors:           " WS-DB-ERROR-COUNT.
           DISPLAY "Final Taken:         " WS-FINAL-TAKEN-COUNT.
           DISPLAY "Final Not Taken:     " WS-FINAL-MISSED-COUNT.
           DISPLAY "Links Dropped:       " WS-LINKS-DROPPED.
           DISPLAY "Links Carried:       " WS-LINKS-CARRIED.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-LINK-FILE-OK OR WS-LINK-FILE-EOF
              CLOSE LINK-FILE
           END-IF.
           IF WS-NLINK-FILE-OK
              CLOSE NEW-LINK-FILE
           END-IF.
           IF WS-DED-FILE-OK
              CLOSE DEDUCTION-FILE
           END-IF.
           IF WS-RPT-FILE-OK
              CLOSE REGISTER-FILE
           END-IF.
