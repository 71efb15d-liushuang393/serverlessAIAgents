      * 2026-08-22  Review fix: the aging report now lists rejects
      *             oldest original reject date first, instead of in
      *             the order the input files happened to be read.
      * 2026-10-15  Carry the pay type and hourly rate through the
      *             cycle and apply the nightly run's pay-type edit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RJ-REASON-TEXT PIC X(40).
           05  RJ-CYCLE-COUNT PIC 9(2).
           05  RJ-ORIG-REJECT-DATE PIC 9(8).
           05  RJ-EMP-PAY-TYPE PIC X(01).
           05  RJ-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           05  PD-REASON-TEXT PIC X(40).
           05  PD-CYCLE-COUNT PIC 9(2).
           05  PD-ORIG-REJECT-DATE PIC 9(8).
           05  PD-EMP-PAY-TYPE PIC X(01).
           05  PD-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
           05  RS-EMP-DEPT PIC X(20).
           05  RS-EMP-SALARY PIC 9(8)V99.
           05  RS-EMP-HIRE-DATE PIC 9(8).
           05  RS-EMP-PAY-TYPE PIC X(01).
           05  RS-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  CARRY-FILE
           LABEL RECORDS ARE STANDARD.
           05  CR-REASON-TEXT PIC X(40).
           05  CR-CYCLE-COUNT PIC 9(2).
           05  CR-ORIG-REJECT-DATE PIC 9(8).
           05  CR-EMP-PAY-TYPE PIC X(01).
           05  CR-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
             10 WS-HIRE-YEAR PIC 9(4).
             10 WS-HIRE-MONTH PIC 9(2).
             10 WS-HIRE-DAY PIC 9(2).
          05 WS-EMP-PAY-TYPE PIC X(01).
             88 WS-EMP-HOURLY VALUE 'H'.
             88 WS-EMP-SALARIED VALUE 'S' ' '.
          05 WS-EMP-HOURLY-RATE PIC 9(4)V99.
       01 WS-CYCLE-INFO.
          05 WS-CYCLE-COUNT PIC 9(2) VALUE ZERO.
          05 WS-ORIG-REJECT-DATE PIC 9(8) VALUE ZERO.
                 MOVE RJ-EMP-HIRE-DATE TO WS-EMP-HIRE-DATE
                 MOVE RJ-CYCLE-COUNT TO WS-CYCLE-COUNT
                 MOVE RJ-ORIG-REJECT-DATE TO WS-ORIG-REJECT-DATE
                 MOVE RJ-EMP-PAY-TYPE TO WS-EMP-PAY-TYPE
                 MOVE RJ-EMP-HOURLY-RATE TO WS-EMP-HOURLY-RATE
                 PERFORM PROCESS-ONE-REJECT
           END-READ.

                 MOVE PD-EMP-HIRE-DATE TO WS-EMP-HIRE-DATE
                 MOVE PD-CYCLE-COUNT TO WS-CYCLE-COUNT
                 MOVE PD-ORIG-REJECT-DATE TO WS-ORIG-REJECT-DATE
                 MOVE PD-EMP-PAY-TYPE TO WS-EMP-PAY-TYPE
                 MOVE PD-EMP-HOURLY-RATE TO WS-EMP-HOURLY-RATE
                 PERFORM PROCESS-ONE-REJECT
           END-READ.

              PERFORM VALIDATE-DEPARTMENT
           END-IF.

           IF WS-VALID
              PERFORM VALIDATE-PAY-TYPE
           END-IF.

      * Rejects impossible hire dates: month out of range, day out of
      * range for that month/year, or a date later than today. Same
      * edits as the nightly run.
              END-IF
           END-IF.

      * Pay type must be salaried ('S', or blank on records from
      * before the pay type existed) or hourly; an hourly employee
      * must carry an hourly rate for payroll to pay the time cards.
       VALIDATE-PAY-TYPE.
           IF WS-EMP-HOURLY
              IF WS-EMP-HOURLY-RATE NOT NUMERIC
                 OR WS-EMP-HOURLY-RATE = 0
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '04' TO WS-REJECT-CODE
                 MOVE "Hourly employee has no hourly rate" TO
                    WS-REJECT-TEXT
              END-IF
           ELSE
              IF NOT WS-EMP-SALARIED
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE '04' TO WS-REJECT-CODE
                 MOVE "Invalid pay type" TO WS-REJECT-TEXT
              END-IF
           END-IF.

       SEARCH-DEPARTMENT-TABLE.
           IF WS-EMP-DEPT = WS-DEPT-TBL-NAME (WS-DEPT-IDX)
              MOVE 'Y' TO WS-DEPT-FOUND-FLAG
           MOVE WS-EMP-DEPT TO RS-EMP-DEPT.
           MOVE WS-EMP-SALARY TO RS-EMP-SALARY.
           MOVE WS-EMP-HIRE-DATE TO RS-EMP-HIRE-DATE.
           MOVE WS-EMP-PAY-TYPE TO RS-EMP-PAY-TYPE.
           MOVE WS-EMP-HOURLY-RATE TO RS-EMP-HOURLY-RATE.
           WRITE RESUBMIT-RECORD.

      * A record that failed again carries forward with its cycle
           MOVE WS-REJECT-TEXT TO CR-REASON-TEXT.
           MOVE WS-CYCLE-COUNT TO CR-CYCLE-COUNT.
           MOVE WS-ORIG-REJECT-DATE TO CR-ORIG-REJECT-DATE.
           MOVE WS-EMP-PAY-TYPE TO CR-EMP-PAY-TYPE.
           MOVE WS-EMP-HOURLY-RATE TO CR-EMP-HOURLY-RATE.
           WRITE CARRY-RECORD.
           DISPLAY "Still rejected: " WS-EMP-ID " cycle "
                   WS-CYCLE-COUNT " - " WS-REJECT-TEXT.
