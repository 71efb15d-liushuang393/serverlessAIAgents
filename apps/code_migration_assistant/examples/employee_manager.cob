      *             the shared run-control file, so the end-of-day
      *             reconciliation can prove its feeders ran to
      *             completion instead of trusting the schedule.
      * 2026-10-15  Edit the new pay type and hourly rate: an hourly
      *             employee must carry a rate. Both are carried on
      *             the reject record for correction.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  FD-HIRE-YEAR PIC 9(4).
               10  FD-HIRE-MONTH PIC 9(2).
               10  FD-HIRE-DAY PIC 9(2).
           05  FD-EMP-PAY-TYPE PIC X(01).
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           05  RJ-REASON-TEXT PIC X(40).
           05  RJ-CYCLE-COUNT PIC 9(2).
           05  RJ-ORIG-REJECT-DATE PIC 9(8).
           05  RJ-EMP-PAY-TYPE PIC X(01).
           05  RJ-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
             10 WS-HIRE-YEAR PIC 9(4).
             10 WS-HIRE-MONTH PIC 9(2).
             10 WS-HIRE-DAY PIC 9(2).
          05 WS-EMP-PAY-TYPE PIC X(01).
             88 WS-EMP-HOURLY VALUE 'H'.
             88 WS-EMP-SALARIED VALUE 'S' ' '.
          05 WS-EMP-HOURLY-RATE PIC 9(4)V99.
       
       01 WS-COUNTERS.
          05 WS-TOTAL-EMPLOYEES PIC 9(5) VALUE ZERO.
             88 WS-REJECT-BAD-ID-SALARY VALUE '01'.
             88 WS-REJECT-BAD-HIRE-DATE VALUE '02'.
             88 WS-REJECT-BAD-DEPT VALUE '03'.
             88 WS-REJECT-BAD-PAY-TYPE VALUE '04'.
          05 WS-REJECT-TEXT PIC X(40) VALUE SPACES.

      * Hire-date validation and years-of-service.
              PERFORM VALIDATE-DEPARTMENT
           END-IF.

           IF WS-VALID
              PERFORM VALIDATE-PAY-TYPE
           END-IF.

           IF WS-INVALID
              DISPLAY "Invalid employee record: " WS-EMP-ID
                      " - " WS-REJECT-TEXT
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

      * Writes a rejected record to the exception file so data entry
      * has something concrete to correct and resubmit.
       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-TEXT TO RJ-REASON-TEXT.
           MOVE 1 TO RJ-CYCLE-COUNT.
           MOVE WS-SYSTEM-DATE TO RJ-ORIG-REJECT-DATE.
           MOVE WS-EMP-PAY-TYPE TO RJ-EMP-PAY-TYPE.
           MOVE WS-EMP-HOURLY-RATE TO RJ-EMP-HOURLY-RATE.
           WRITE REJECT-FILE-RECORD.

       ADD-TO-STATISTICS.
