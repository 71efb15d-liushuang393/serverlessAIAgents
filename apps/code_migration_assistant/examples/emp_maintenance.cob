      *             the record as of any date and the changes since,
      *             so a disputed salary can be answered from the
      *             file instead of from memory.
      * 2026-10-15  Pay type and hourly rate on the employee record.
      *             A hire may now be keyed hourly (pay type 'H' with
      *             an hourly rate), and the new pay-type change
      *             ('P') moves an employee between salaried and
      *             hourly or re-rates an hourly employee. The salary
      *             field of an hourly employee carries the annualised
      *             equivalent of the rate at standard hours, so the
      *             nightly edit and the salary totals see a sensible
      *             figure; a salary change against an hourly employee
      *             is rejected. History carries the pay type and rate
      *             in both images.
      * 2026-10-15  Employee-to-customer link for payroll deduction.
      *             The new link change ('L') ties an employee on the
      *             master to a customer account, and the unlink
      *             change ('U') removes the tie; both carry the
      *             customer id at the end of the change record. Links
      *             are kept on the customer-keyed link file EMPCUST,
      *             rewritten to EMPCUSTN each run. A termination
      *             marks the employee's link for a final full-balance
      *             deduction, which the deduction cycle cuts and then
      *             drops the link.
      * 2026-10-15  Register rows for link and unlink changes carry
      *             the customer id, so data entry can see which
      *             account was tied or released. Only a missing
      *             EMPCUST means no links yet; any other open failure
      *             stops the run with return code 8, as does a failed
      *             open of an output, so EMPCUSTN is never renamed
      *             over the links.
      * 2026-10-15  A termination keyed ahead of its effective date
      *             marks the link final when it is held, so the last
      *             pay run, which still has the employee, takes the
      *             final deduction.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.

      *    Employee-to-customer links for payroll deduction, one per
      *    customer account; EMPCUSTN replaces it for the next cycle.
           SELECT LINK-FILE ASSIGN TO "EMPCUST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT NEW-LINK-FILE ASSIGN TO "EMPCUSTN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NLINK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
               10  FD-HIRE-YEAR PIC 9(4).
               10  FD-HIRE-MONTH PIC 9(2).
               10  FD-HIRE-DAY PIC 9(2).
      *    'H' hourly, paid from the time-card file at the hourly
      *    rate; anything else is salaried. Records written before
      *    the pay type existed carry spaces here and are salaried.
           05  FD-EMP-PAY-TYPE PIC X(01).
               88  FD-EMP-HOURLY VALUE 'H'.
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

      * Change transactions, sorted by employee id. Hires carry the
      * full record in the new-value fields; transfers carry the new
      * department; salary changes carry the new salary; terminations
      * carry no new values. A hire or a pay-type change ('P') carries
      * the pay type, with the hourly rate for an hourly employee or
      * the salary for a salaried one. A link ('L') or unlink ('U')
      * carries the customer account id, kept at the end of the record
      * so changes keyed before it existed read with spaces there.
       FD  CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-FILE-RECORD.
               88  CH-ACTION-TERMINATE VALUE 'T'.
               88  CH-ACTION-TRANSFER VALUE 'X'.
               88  CH-ACTION-SALARY VALUE 'S'.
               88  CH-ACTION-PAY-TYPE VALUE 'P'.
               88  CH-ACTION-LINK VALUE 'L'.
               88  CH-ACTION-UNLINK VALUE 'U'.
           05  CH-EMP-ID PIC 9(6).
           05  CH-EFFECTIVE-DATE PIC 9(8).
           05  CH-NEW-NAME PIC X(30).
           05  CH-NEW-DEPT PIC X(20).
           05  CH-NEW-SALARY PIC 9(8)V99.
           05  CH-NEW-HIRE-DATE PIC 9(8).
           05  CH-NEW-PAY-TYPE PIC X(01).
               88  CH-NEW-HOURLY VALUE 'H'.
               88  CH-NEW-SALARIED VALUE 'S' ' '.
           05  CH-NEW-HOURLY-RATE PIC 9(4)V99.
           05  CH-CUSTOMER-ID PIC X(10).

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  NM-EMP-DEPT PIC X(20).
           05  NM-EMP-SALARY PIC 9(8)V99.
           05  NM-EMP-HIRE-DATE PIC 9(8).
           05  NM-EMP-PAY-TYPE PIC X(01).
           05  NM-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  MR-DISPOSITION PIC X(08).
           05  MR-REASON-CODE PIC X(02).
           05  MR-REASON-TEXT PIC X(40).
           05  MR-CUSTOMER-ID PIC X(10).

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  PN-NEW-DEPT PIC X(20).
           05  PN-NEW-SALARY PIC 9(8)V99.
           05  PN-NEW-HIRE-DATE PIC 9(8).
           05  PN-NEW-PAY-TYPE PIC X(01).
           05  PN-NEW-HOURLY-RATE PIC 9(4)V99.
           05  PN-CUSTOMER-ID PIC X(10).

       FD  CARRY-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRY-PEND-RECORD PIC X(100).

       FD  RETRO-FILE
           LABEL RECORDS ARE STANDARD.
               10  HS-AFT-DEPT PIC X(20).
               10  HS-AFT-SALARY PIC 9(8)V99.
               10  HS-AFT-HIRE-DATE PIC 9(8).
      *    Pay type and hourly rate, before and after. Kept at the end
      *    of the record so history written before they existed still
      *    reads with the images above unchanged.
           05  HS-BEF-PAY-TYPE PIC X(01).
           05  HS-BEF-HOURLY-RATE PIC 9(4)V99.
           05  HS-AFT-PAY-TYPE PIC X(01).
           05  HS-AFT-HOURLY-RATE PIC 9(4)V99.

      * One link per customer account. An active link ('A') is
      * deducted each month at the capped rate; a final link ('F') is
      * left by a termination and is deducted in full once, after
      * which the deduction cycle drops it.
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

       WORKING-STORAGE SECTION.
      * Master record currently held for matching, in the same shape
             10 WS-HIRE-YEAR PIC 9(4).
             10 WS-HIRE-MONTH PIC 9(2).
             10 WS-HIRE-DAY PIC 9(2).
          05 WS-EMP-PAY-TYPE PIC X(01).
             88 WS-EMP-HOURLY VALUE 'H'.
          05 WS-EMP-HOURLY-RATE PIC 9(4)V99.

       01 WS-FILE-STATUSES.
          05 WS-EMP-FILE-STATUS PIC X(02) VALUE '00'.
          05 WS-HIST-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-HIST-FILE-OK VALUE '00'.
             88 WS-HIST-FILE-NOTFND VALUE '35'.
          05 WS-LINK-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-LINK-FILE-OK VALUE '00'.
             88 WS-LINK-FILE-EOF VALUE '10'.
             88 WS-LINK-FILE-NOTFND VALUE '35'.
          05 WS-NLINK-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NLINK-FILE-OK VALUE '00'.

      * Matching keys for the balanced-line pass. HIGH-VALUES marks a
      * file that has reached end; the ids themselves are zero-padded
      * stream's change is being applied.
       01 WS-CHANGE-MERGE-WORK.
          05 WS-FILE-CHG-KEY PIC X(6) VALUE LOW-VALUES.
          05 WS-FILE-CHG-RECORD PIC X(100) VALUE SPACES.
      *    Holds the change being delivered across the read-ahead,
      *    since the READ lands in the same FD record area the
      *    delivered change must end up in.
          05 WS-CHG-HOLD-RECORD PIC X(100) VALUE SPACES.
          05 WS-PEND-NEXT-KEY PIC X(6) VALUE HIGH-VALUES.
          05 WS-PEND-NEXT PIC 9(4) COMP VALUE ZERO.

          05 WS-PEND-I PIC 9(4) COMP VALUE ZERO.
          05 WS-PEND-J PIC 9(4) COMP VALUE ZERO.
          05 WS-PEND-J1 PIC 9(4) COMP VALUE ZERO.
          05 WS-PEND-SWAP PIC X(100) VALUE SPACES.
       01 WS-PENDING-TABLE.
          05 WS-PEND-ENTRY OCCURS 500 TIMES.
             10 WS-PEND-ACTION-CODE PIC X(01).
             10 WS-PEND-EMP-ID PIC 9(6).
             10 WS-PEND-REST PIC X(93).

      * Employee-to-customer links, loaded from EMPCUST at startup,
      * maintained by the link, unlink and terminate changes, and
      * written to EMPCUSTN at the end. A removed link stays in the
      * table with status 'R' and is not written.
       01 WS-LINK-TABLE-CONTROLS.
          05 WS-LINK-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-LINK-MAX PIC 9(4) COMP VALUE 2000.
          05 WS-LINK-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-LINK-EMP-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-LINK-CUST-ROW PIC 9(4) COMP VALUE ZERO.
          05 WS-LINK-EOF-FLAG PIC X VALUE 'N'.
             88 WS-LINK-EOF VALUE 'Y'.
      *    Set once the link file has been loaded, so a run that never
      *    got going does not write an empty EMPCUSTN over the links.
          05 WS-LINKS-LOADED-FLAG PIC X VALUE 'N'.
             88 WS-LINKS-LOADED VALUE 'Y'.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 2000 TIMES.
             10 WS-LNK-CUSTOMER-ID PIC X(10).
             10 WS-LNK-EMP-ID PIC 9(6).
             10 WS-LNK-LINK-DATE PIC 9(8).
             10 WS-LNK-STATUS PIC X(01).
                88 WS-LNK-ACTIVE VALUE 'A'.
                88 WS-LNK-FINAL VALUE 'F'.
                88 WS-LNK-REMOVED VALUE 'R'.
             10 WS-LNK-FINAL-DATE PIC 9(8).

      * Salary before a salary change, kept for the retro-adjustment
      * record when the effective date is in a prior pay period.
       01 WS-RETRO-WORK.
          05 WS-OLD-SALARY PIC 9(8)V99 VALUE ZERO.

      * Salary a hire or pay-type change puts on the master: the keyed
      * salary for a salaried employee, or the hourly rate annualised
      * at standard hours for an hourly one.
       01 WS-PAY-TYPE-WORK.
          05 WS-STANDARD-HOURS PIC 9(4) VALUE 2080.
          05 WS-NEW-ANNUAL-SALARY PIC 9(8)V99 VALUE ZERO.
          05 WS-NEW-PAY-TYPE PIC X(01) VALUE SPACE.
          05 WS-NEW-HOURLY-RATE PIC 9(4)V99 VALUE ZERO.

      * Master record as it stood before a matched change applied,
      * captured for the history record's before image.
       01 WS-BEFORE-IMAGE-WORK.
          05 WS-BEF-DEPT PIC X(20) VALUE SPACES.
          05 WS-BEF-SALARY PIC 9(8)V99 VALUE ZERO.
          05 WS-BEF-HIRE-DATE PIC 9(8) VALUE ZERO.
          05 WS-BEF-PAY-TYPE PIC X(01) VALUE SPACE.
          05 WS-BEF-HOURLY-RATE PIC 9(4)V99 VALUE ZERO.

       01 WS-FLAGS.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
          05 WS-TERM-COUNT PIC 9(5) VALUE ZERO.
          05 WS-XFER-COUNT PIC 9(5) VALUE ZERO.
          05 WS-SALARY-COUNT PIC 9(5) VALUE ZERO.
          05 WS-PAY-TYPE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
          05 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-RETRO-COUNT PIC 9(5) VALUE ZERO.
          05 WS-LINKED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-UNLINKED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-FINAL-DED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-LINKS-OUT-COUNT PIC 9(5) VALUE ZERO.

      * Calendar edits shared by the hire-date and effective-date
      * checks: the date under test is moved to WS-CHECK-DATE first.

           PERFORM INITIALIZE-SYSTEM.
           PERFORM MATCH-ONE-KEY UNTIL WS-RUN-DONE.
           IF WS-LINKS-LOADED
              PERFORM WRITE-CUSTOMER-LINKS
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           END-IF.
           PERFORM OPEN-RETRO-FILE.
           PERFORM OPEN-HISTORY-FILE.
           OPEN OUTPUT NEW-LINK-FILE.
           IF NOT WS-NLINK-FILE-OK
              DISPLAY "New customer link file could not be opened - "
                      "status " WS-NLINK-FILE-STATUS
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-DEPARTMENT-TABLE
              PERFORM LOAD-CUSTOMER-LINKS
              PERFORM LOAD-PENDING-CHANGES
              PERFORM READ-MASTER
              PERFORM READ-CHANGE-FILE
              PERFORM GET-NEXT-CHANGE
              DISPLAY "System initialized."
           END-IF.
           IF WS-RUN-DONE
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Retro adjustments accumulate across maintenance runs until
      * the next payroll run consumes them, so the file is extended,
                 END-IF
           END-READ.

      * Loads the employee-to-customer links. No link file simply means
      * no employee has been linked yet; a link file that is there but
      * cannot be read stops the run, since the links would otherwise
      * be rewritten without it.
       LOAD-CUSTOMER-LINKS.
           MOVE 'N' TO WS-LINK-EOF-FLAG.
           OPEN INPUT LINK-FILE.
           EVALUATE TRUE
              WHEN WS-LINK-FILE-OK
                 CONTINUE
              WHEN WS-LINK-FILE-NOTFND
                 MOVE 'Y' TO WS-LINK-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Customer link file not available - status "
                         WS-LINK-FILE-STATUS
                 MOVE 'Y' TO WS-LINK-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           PERFORM LOAD-ONE-LINK UNTIL WS-LINK-EOF.
           IF WS-LINK-FILE-OK OR WS-LINK-FILE-EOF
              CLOSE LINK-FILE
           END-IF.
           IF NOT WS-RUN-DONE
              MOVE 'Y' TO WS-LINKS-LOADED-FLAG
           END-IF.

       LOAD-ONE-LINK.
           READ LINK-FILE
              AT END
                 MOVE 'Y' TO WS-LINK-EOF-FLAG
              NOT AT END
                 IF WS-LINK-COUNT < WS-LINK-MAX
                    ADD 1 TO WS-LINK-COUNT
                    MOVE LINK-RECORD TO WS-LINK-ENTRY (WS-LINK-COUNT)
                 ELSE
      *             A full table must not lose the link - pass it
      *             straight through to the next link file.
                    ADD 1 TO WS-LINKS-OUT-COUNT
                    WRITE NEW-LINK-RECORD FROM LINK-RECORD
                    DISPLAY "Link table full - link for customer "
                            EC-CUSTOMER-ID " passed through unchanged."
                 END-IF
           END-READ.

       READ-MASTER.
           READ EMPLOYEE-FILE
              AT END
              NOT AT END
                 ADD 1 TO WS-MASTER-IN-COUNT
                 MOVE EMP-FILE-RECORD TO WS-EMPLOYEE-RECORD
      *          A record from before the pay type existed is salaried
      *          and goes out with the pay type and rate filled in.
                 IF NOT WS-EMP-HOURLY
                    MOVE 'S' TO WS-EMP-PAY-TYPE
                 END-IF
                 IF WS-EMP-HOURLY-RATE NOT NUMERIC
                    MOVE ZERO TO WS-EMP-HOURLY-RATE
                 END-IF
                 MOVE FD-EMP-ID TO WS-MASTER-KEY
                 MOVE 'Y' TO WS-MASTER-HELD-FLAG
                 MOVE 'N' TO WS-TERMINATED-FLAG
              MOVE WS-EMP-DEPT TO NM-EMP-DEPT
              MOVE WS-EMP-SALARY TO NM-EMP-SALARY
              MOVE WS-EMP-HIRE-DATE TO NM-EMP-HIRE-DATE
              MOVE WS-EMP-PAY-TYPE TO NM-EMP-PAY-TYPE
              MOVE WS-EMP-HOURLY-RATE TO NM-EMP-HOURLY-RATE
              WRITE NEW-MASTER-RECORD
           END-IF.

                    WHEN CH-ACTION-HIRE
                       PERFORM APPLY-HIRE
                    WHEN CH-ACTION-TERMINATE OR CH-ACTION-TRANSFER
                       OR CH-ACTION-SALARY OR CH-ACTION-PAY-TYPE
                       OR CH-ACTION-LINK OR CH-ACTION-UNLINK
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE '05' TO WS-REJECT-CODE
                       MOVE "Employee not on master" TO
           MOVE WS-EMP-DEPT TO WS-BEF-DEPT.
           MOVE WS-EMP-SALARY TO WS-BEF-SALARY.
           MOVE WS-EMP-HIRE-DATE TO WS-BEF-HIRE-DATE.
           MOVE WS-EMP-PAY-TYPE TO WS-BEF-PAY-TYPE.
           MOVE WS-EMP-HOURLY-RATE TO WS-BEF-HOURLY-RATE.
           PERFORM VALIDATE-EFFECTIVE-DATE.
           IF WS-VALID AND WS-FUTURE-CHANGE
              PERFORM HOLD-PENDING-CHANGE
              IF WS-VALID AND CH-ACTION-TERMINATE
                 AND NOT WS-TERMINATED
                 PERFORM MARK-FINAL-DEDUCTION
              END-IF
           ELSE
           IF WS-VALID
              EVALUATE TRUE
                 WHEN CH-ACTION-TERMINATE
                    MOVE 'Y' TO WS-TERMINATED-FLAG
                    ADD 1 TO WS-TERM-COUNT
                    PERFORM MARK-FINAL-DEDUCTION
                 WHEN CH-ACTION-LINK
                    PERFORM APPLY-CUSTOMER-LINK
                 WHEN CH-ACTION-UNLINK
                    PERFORM APPLY-CUSTOMER-UNLINK
                 WHEN CH-ACTION-TRANSFER
                    PERFORM APPLY-TRANSFER
                 WHEN CH-ACTION-SALARY
                    PERFORM APPLY-SALARY-CHANGE
                 WHEN CH-ACTION-PAY-TYPE
                    PERFORM APPLY-PAY-TYPE-CHANGE
                 WHEN OTHER
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE '04' TO WS-REJECT-CODE
                    MOVE "Unknown action code" TO WS-REJECT-TEXT
              END-EVALUATE
      *       A link leaves the employee record as it was; the link
      *       file and the register are its record.
              IF WS-VALID
                 AND NOT CH-ACTION-LINK AND NOT CH-ACTION-UNLINK
                 PERFORM WRITE-MATCHED-HISTORY
              END-IF
           END-IF
       HOLD-PENDING-CHANGE.
           EVALUATE TRUE
              WHEN CH-ACTION-HIRE
                 IF NOT CH-EMP-ID > 0
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE '01' TO WS-REJECT-CODE
                    MOVE "Invalid employee ID or salary" TO
                       WS-REJECT-TEXT
                 END-IF
                 IF WS-VALID
                    PERFORM VALIDATE-PAY-TYPE
                 END-IF
                 IF WS-VALID
      *             A future hire's hire date may itself be in the
      *             future, so only the calendar edit applies here;
      *             the pastness edit runs when the hire is applied.
                    MOVE "Invalid employee ID or salary" TO
                       WS-REJECT-TEXT
                 END-IF
      *          Whether the employee is still salaried on the day the
      *          change lands is only known then, so the hourly edit
      *          waits for the run that applies it.
              WHEN CH-ACTION-PAY-TYPE
                 PERFORM VALIDATE-PAY-TYPE
              WHEN CH-ACTION-TERMINATE
                 CONTINUE
      *       Whether the employee or customer is already linked is
      *       only known on the day the change lands.
              WHEN CH-ACTION-LINK
                 PERFORM VALIDATE-CUSTOMER-ID
              WHEN CH-ACTION-UNLINK
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '04' TO WS-REJECT-CODE
              MOVE "Employee already on master" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              AND NOT CH-EMP-ID > 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE '01' TO WS-REJECT-CODE
              MOVE "Invalid employee ID or salary" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              PERFORM VALIDATE-PAY-TYPE
           END-IF.
           IF WS-VALID
              MOVE CH-NEW-HIRE-DATE TO WS-CHECK-DATE
              PERFORM VALIDATE-PAST-DATE
              MOVE CH-EMP-ID TO NM-EMP-ID
              MOVE CH-NEW-NAME TO NM-EMP-NAME
              MOVE CH-NEW-DEPT TO NM-EMP-DEPT
              MOVE WS-NEW-ANNUAL-SALARY TO NM-EMP-SALARY
              MOVE CH-NEW-HIRE-DATE TO NM-EMP-HIRE-DATE
              MOVE WS-NEW-PAY-TYPE TO NM-EMP-PAY-TYPE
              MOVE WS-NEW-HOURLY-RATE TO NM-EMP-HOURLY-RATE
              WRITE NEW-MASTER-RECORD
              PERFORM WRITE-HIRE-HISTORY
           END-IF.
           MOVE WS-BEF-DEPT TO HS-BEF-DEPT.
           MOVE WS-BEF-SALARY TO HS-BEF-SALARY.
           MOVE WS-BEF-HIRE-DATE TO HS-BEF-HIRE-DATE.
           MOVE WS-BEF-PAY-TYPE TO HS-BEF-PAY-TYPE.
           MOVE WS-BEF-HOURLY-RATE TO HS-BEF-HOURLY-RATE.
           IF CH-ACTION-TERMINATE
              MOVE SPACES TO HS-AFT-NAME
              MOVE SPACES TO HS-AFT-DEPT
              MOVE ZERO TO HS-AFT-SALARY
              MOVE ZERO TO HS-AFT-HIRE-DATE
              MOVE SPACES TO HS-AFT-PAY-TYPE
              MOVE ZERO TO HS-AFT-HOURLY-RATE
           ELSE
              MOVE WS-EMP-NAME TO HS-AFT-NAME
              MOVE WS-EMP-DEPT TO HS-AFT-DEPT
              MOVE WS-EMP-SALARY TO HS-AFT-SALARY
              MOVE WS-EMP-HIRE-DATE TO HS-AFT-HIRE-DATE
              MOVE WS-EMP-PAY-TYPE TO HS-AFT-PAY-TYPE
              MOVE WS-EMP-HOURLY-RATE TO HS-AFT-HOURLY-RATE
           END-IF.
           WRITE HISTORY-RECORD.

           MOVE SPACES TO HS-BEF-DEPT.
           MOVE ZERO TO HS-BEF-SALARY.
           MOVE ZERO TO HS-BEF-HIRE-DATE.
           MOVE SPACES TO HS-BEF-PAY-TYPE.
           MOVE ZERO TO HS-BEF-HOURLY-RATE.
           MOVE CH-NEW-NAME TO HS-AFT-NAME.
           MOVE CH-NEW-DEPT TO HS-AFT-DEPT.
           MOVE WS-NEW-ANNUAL-SALARY TO HS-AFT-SALARY.
           MOVE CH-NEW-HIRE-DATE TO HS-AFT-HIRE-DATE.
           MOVE WS-NEW-PAY-TYPE TO HS-AFT-PAY-TYPE.
           MOVE WS-NEW-HOURLY-RATE TO HS-AFT-HOURLY-RATE.
           WRITE HISTORY-RECORD.

       APPLY-TRANSFER.
              MOVE CH-NEW-DEPT TO WS-EMP-DEPT
           END-IF.

      * An hourly employee's salary is derived from the hourly rate,
      * so it is changed with a pay-type change, not directly.
       APPLY-SALARY-CHANGE.
           IF WS-EMP-HOURLY
              MOVE 'N' TO WS-VALID-FLAG
              MOVE '08' TO WS-REJECT-CODE
              MOVE "Hourly employee - use pay-type change" TO
                 WS-REJECT-TEXT
           ELSE
              IF CH-NEW-SALARY > 0
                 ADD 1 TO WS-SALARY-COUNT
                 MOVE WS-EMP-SALARY TO WS-OLD-SALARY
                 MOVE CH-NEW-SALARY TO WS-EMP-SALARY
      *          A salary effective in a pay period already paid needs
      *          payroll to catch the employee up - hand the old and
      *          new salary to the next payroll run.
                 IF CH-EFFECTIVE-DATE (1:6) < WS-SYSTEM-DATE (1:6)
                    PERFORM WRITE-RETRO-RECORD
                 END-IF
              ELSE
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '01' TO WS-REJECT-CODE
                 MOVE "Invalid employee ID or salary" TO WS-REJECT-TEXT
              END-IF
           END-IF.

      * Moves an employee between salaried and hourly, or re-rates an
      * hourly employee. No retro record is written: an hourly
      * employee's back pay comes in on the time cards, and a move to
      * salaried takes effect from the next pay run.
       APPLY-PAY-TYPE-CHANGE.
           PERFORM VALIDATE-PAY-TYPE.
           IF WS-VALID
              ADD 1 TO WS-PAY-TYPE-COUNT
              MOVE WS-NEW-ANNUAL-SALARY TO WS-EMP-SALARY
              MOVE WS-NEW-PAY-TYPE TO WS-EMP-PAY-TYPE
              MOVE WS-NEW-HOURLY-RATE TO WS-EMP-HOURLY-RATE
           END-IF.

      * Pay-type edit for a hire or pay-type change: an hourly
      * employee needs an hourly rate and has the salary worked out
      * from it; a salaried employee needs a salary. The salary, pay
      * type and rate the change would put on the master are left in
      * the pay-type work area.
       VALIDATE-PAY-TYPE.
           MOVE ZERO TO WS-NEW-ANNUAL-SALARY.
           MOVE 'S' TO WS-NEW-PAY-TYPE.
           MOVE ZERO TO WS-NEW-HOURLY-RATE.
           EVALUATE TRUE
              WHEN CH-NEW-HOURLY
                 IF CH-NEW-HOURLY-RATE NOT NUMERIC
                    OR CH-NEW-HOURLY-RATE = 0
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE '09' TO WS-REJECT-CODE
                    MOVE "Invalid pay type or hourly rate" TO
                       WS-REJECT-TEXT
                 ELSE
                    COMPUTE WS-NEW-ANNUAL-SALARY ROUNDED =
                       CH-NEW-HOURLY-RATE * WS-STANDARD-HOURS
                    MOVE 'H' TO WS-NEW-PAY-TYPE
                    MOVE CH-NEW-HOURLY-RATE TO WS-NEW-HOURLY-RATE
                 END-IF
              WHEN CH-NEW-SALARIED
                 IF CH-NEW-SALARY > 0
                    MOVE CH-NEW-SALARY TO WS-NEW-ANNUAL-SALARY
                 ELSE
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE '01' TO WS-REJECT-CODE
                    MOVE "Invalid employee ID or salary" TO
                       WS-REJECT-TEXT
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '09' TO WS-REJECT-CODE
                 MOVE "Invalid pay type or hourly rate" TO
                    WS-REJECT-TEXT
           END-EVALUATE.

      * Links the employee to a customer account for payroll
      * deduction. An employee repays through one account at a time,
      * and an account is repaid by one employee.
       APPLY-CUSTOMER-LINK.
           PERFORM VALIDATE-CUSTOMER-ID.
           IF WS-VALID
              PERFORM FIND-EMPLOYEE-LINK
              IF WS-LINK-EMP-ROW > 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '10' TO WS-REJECT-CODE
                 MOVE "Employee already linked to a customer" TO
                    WS-REJECT-TEXT
              END-IF
           END-IF.
           IF WS-VALID
              PERFORM FIND-CUSTOMER-LINK
              IF WS-LINK-CUST-ROW > 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '11' TO WS-REJECT-CODE
                 MOVE "Customer linked to another employee" TO
                    WS-REJECT-TEXT
              END-IF
           END-IF.
           IF WS-VALID AND WS-LINK-COUNT NOT < WS-LINK-MAX
              MOVE 'N' TO WS-VALID-FLAG
              MOVE '10' TO WS-REJECT-CODE
              MOVE "Customer link table full" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID
              ADD 1 TO WS-LINKED-COUNT
              ADD 1 TO WS-LINK-COUNT
              MOVE CH-CUSTOMER-ID TO
                 WS-LNK-CUSTOMER-ID (WS-LINK-COUNT)
              MOVE CH-EMP-ID TO WS-LNK-EMP-ID (WS-LINK-COUNT)
              MOVE CH-EFFECTIVE-DATE TO WS-LNK-LINK-DATE (WS-LINK-COUNT)
              MOVE 'A' TO WS-LNK-STATUS (WS-LINK-COUNT)
              MOVE ZERO TO WS-LNK-FINAL-DATE (WS-LINK-COUNT)
           END-IF.

      * Removes the employee's link. Any balance left on the account
      * is collected the ordinary way from then on.
       APPLY-CUSTOMER-UNLINK.
           PERFORM FIND-EMPLOYEE-LINK.
           IF WS-LINK-EMP-ROW = 0
              MOVE 'N' TO WS-VALID-FLAG
              MOVE '12' TO WS-REJECT-CODE
              MOVE "Employee has no customer link" TO WS-REJECT-TEXT
           ELSE
              ADD 1 TO WS-UNLINKED-COUNT
              MOVE 'R' TO WS-LNK-STATUS (WS-LINK-EMP-ROW)
           END-IF.

      * A terminated employee's link is turned into a final link: the
      * deduction cycle for the month the termination takes effect
      * asks for the whole outstanding balance from the last pay, and
      * drops the link once that pay run is through. A link already
      * made final when the termination was held is left as it is.
       MARK-FINAL-DEDUCTION.
           PERFORM FIND-EMPLOYEE-LINK.
           IF WS-LINK-EMP-ROW > 0
              AND NOT WS-LNK-FINAL (WS-LINK-EMP-ROW)
              ADD 1 TO WS-FINAL-DED-COUNT
              MOVE 'F' TO WS-LNK-STATUS (WS-LINK-EMP-ROW)
              MOVE CH-EFFECTIVE-DATE TO
                 WS-LNK-FINAL-DATE (WS-LINK-EMP-ROW)
           END-IF.

       VALIDATE-CUSTOMER-ID.
           IF CH-CUSTOMER-ID = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE '13' TO WS-REJECT-CODE
              MOVE "Customer id missing" TO WS-REJECT-TEXT
           END-IF.

      * Row of the change's employee among the live links, or zero.
       FIND-EMPLOYEE-LINK.
           MOVE ZERO TO WS-LINK-EMP-ROW.
           PERFORM MATCH-EMPLOYEE-LINK
              VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
                 OR WS-LINK-EMP-ROW > 0.

       MATCH-EMPLOYEE-LINK.
           IF WS-LNK-EMP-ID (WS-LINK-IDX) = CH-EMP-ID
              AND NOT WS-LNK-REMOVED (WS-LINK-IDX)
              MOVE WS-LINK-IDX TO WS-LINK-EMP-ROW
           END-IF.

      * Row of the change's customer among the live links, or zero.
       FIND-CUSTOMER-LINK.
           MOVE ZERO TO WS-LINK-CUST-ROW.
           PERFORM MATCH-CUSTOMER-LINK
              VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT
                 OR WS-LINK-CUST-ROW > 0.

       MATCH-CUSTOMER-LINK.
           IF WS-LNK-CUSTOMER-ID (WS-LINK-IDX) = CH-CUSTOMER-ID
              AND NOT WS-LNK-REMOVED (WS-LINK-IDX)
              MOVE WS-LINK-IDX TO WS-LINK-CUST-ROW
           END-IF.

      * Writes the live links to the next link file.
       WRITE-CUSTOMER-LINKS.
           PERFORM WRITE-ONE-LINK
              VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX > WS-LINK-COUNT.

       WRITE-ONE-LINK.
           IF NOT WS-LNK-REMOVED (WS-LINK-IDX)
              ADD 1 TO WS-LINKS-OUT-COUNT
              WRITE NEW-LINK-RECORD FROM WS-LINK-ENTRY (WS-LINK-IDX)
           END-IF.

       WRITE-RETRO-RECORD.
           MOVE CH-ACTION-CODE TO MR-ACTION-CODE.
           MOVE CH-EMP-ID TO MR-EMP-ID.
           MOVE CH-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE.
           IF CH-ACTION-LINK OR CH-ACTION-UNLINK
              MOVE CH-CUSTOMER-ID TO MR-CUSTOMER-ID
           ELSE
              MOVE SPACES TO MR-CUSTOMER-ID
           END-IF.
           EVALUATE TRUE
              WHEN WS-INVALID
                 ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "  Terminations:     " WS-TERM-COUNT.
           DISPLAY "  Transfers:        " WS-XFER-COUNT.
           DISPLAY "  Salary Changes:   " WS-SALARY-COUNT.
           DISPLAY "  Pay-Type Changes: " WS-PAY-TYPE-COUNT.
           DISPLAY "Changes Held:       " WS-HELD-COUNT.
           DISPLAY "Pending Released:   " WS-RELEASED-COUNT.
           DISPLAY "Pending Carried:    " WS-CARRIED-COUNT.
           DISPLAY "Retro Adjustments:  " WS-RETRO-COUNT.
           DISPLAY "Customer Links:     " WS-LINKED-COUNT.
           DISPLAY "Customer Unlinks:   " WS-UNLINKED-COUNT.
           DISPLAY "Final Deductions:   " WS-FINAL-DED-COUNT.
           DISPLAY "Links Written:      " WS-LINKS-OUT-COUNT.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-HIST-FILE-OK
              CLOSE HISTORY-FILE
           END-IF.
           IF WS-NLINK-FILE-OK
              CLOSE NEW-LINK-FILE
           END-IF.
