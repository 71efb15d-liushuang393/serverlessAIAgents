      *             disputed salary or transfer is answered from a
      *             report instead of by eyeballing the raw history
      *             file.
      * 2026-10-15  Show the pay type and hourly rate in the as-of
      *             record, and the pay type either side of each
      *             change.
      * 2026-10-15  Bank account changes from the payment-instructions
      *             maintenance are listed among the changes since,
      *             with the account either side; they do not touch
      *             the as-of employee record.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  HS-BEF-DEPT PIC X(20).
               10  HS-BEF-SALARY PIC 9(8)V99.
               10  HS-BEF-HIRE-DATE PIC 9(8).
      *    A bank account change (action 'B') carries the payment
      *    instructions in place of the employee images.
           05  HS-BEF-BANK-IMAGE REDEFINES HS-BEFORE-IMAGE.
               10  HS-BEF-BANK-CODE PIC X(03).
               10  HS-BEF-BRANCH PIC X(05).
               10  HS-BEF-ACCOUNT-NUMBER PIC X(12).
               10  HS-BEF-ACCOUNT-TYPE PIC X(01).
               10  FILLER PIC X(47).
           05  HS-AFTER-IMAGE.
               10  HS-AFT-NAME PIC X(30).
               10  HS-AFT-DEPT PIC X(20).
               10  HS-AFT-SALARY PIC 9(8)V99.
               10  HS-AFT-HIRE-DATE PIC 9(8).
           05  HS-AFT-BANK-IMAGE REDEFINES HS-AFTER-IMAGE.
               10  HS-AFT-BANK-CODE PIC X(03).
               10  HS-AFT-BRANCH PIC X(05).
               10  HS-AFT-ACCOUNT-NUMBER PIC X(12).
               10  HS-AFT-ACCOUNT-TYPE PIC X(01).
               10  FILLER PIC X(47).
      *    Blank on history written before the pay type existed.
           05  HS-BEF-PAY-TYPE PIC X(01).
           05  HS-BEF-HOURLY-RATE PIC 9(4)V99.
           05  HS-AFT-PAY-TYPE PIC X(01).
           05  HS-AFT-HOURLY-RATE PIC 9(4)V99.

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
          05 WS-ASOF-DEPT PIC X(20) VALUE SPACES.
          05 WS-ASOF-SALARY PIC 9(8)V99 VALUE ZERO.
          05 WS-ASOF-HIRE-DATE PIC 9(8) VALUE ZERO.
          05 WS-ASOF-PAY-TYPE PIC X(01) VALUE SPACE.
          05 WS-ASOF-HOURLY-RATE PIC 9(4)V99 VALUE ZERO.
          05 WS-FIRST-LATER-ACTION PIC X(01) VALUE SPACE.

       01 WS-REPORT-LINES.
          05 WS-SALARY-LINE.
             10 FILLER PIC X(12) VALUE "  SALARY    ".
             10 SL-SALARY PIC ZZ,ZZZ,ZZ9.99.
          05 WS-RATE-LINE.
             10 FILLER PIC X(12) VALUE "  HOURLY RT ".
             10 RL-HOURLY-RATE PIC Z,ZZ9.99.
          05 WS-CHANGE-LINE.
             10 CL-RUN-DATE PIC 9(8).
             10 FILLER PIC X(01) VALUE SPACES.
             10 CL-BEF-DEPT PIC X(20).
             10 FILLER PIC X(04) VALUE " -> ".
             10 CL-AFT-DEPT PIC X(20).
             10 FILLER PIC X(04) VALUE " PT ".
             10 CL-BEF-PAY-TYPE PIC X(01).
             10 FILLER PIC X(02) VALUE "->".
             10 CL-AFT-PAY-TYPE PIC X(01).
          05 WS-BANK-CHANGE-LINE.
             10 BC-RUN-DATE PIC 9(8).
             10 FILLER PIC X(01) VALUE SPACES.
             10 BC-ACTION PIC X(01).
             10 FILLER PIC X(05) VALUE " EFF ".
             10 BC-EFFECTIVE-DATE PIC 9(8).
             10 FILLER PIC X(10) VALUE " ACCOUNT  ".
             10 BC-BEF-BANK-CODE PIC X(03).
             10 FILLER PIC X(01) VALUE "-".
             10 BC-BEF-BRANCH PIC X(05).
             10 FILLER PIC X(01) VALUE SPACES.
             10 BC-BEF-ACCOUNT-NUMBER PIC X(12).
             10 FILLER PIC X(01) VALUE SPACES.
             10 BC-BEF-ACCOUNT-TYPE PIC X(01).
             10 FILLER PIC X(04) VALUE " -> ".
             10 BC-AFT-BANK-CODE PIC X(03).
             10 FILLER PIC X(01) VALUE "-".
             10 BC-AFT-BRANCH PIC X(05).
             10 FILLER PIC X(01) VALUE SPACES.
             10 BC-AFT-ACCOUNT-NUMBER PIC X(12).
             10 FILLER PIC X(01) VALUE SPACES.
             10 BC-AFT-ACCOUNT-TYPE PIC X(01).
          05 WS-TOTAL-LINE.
             10 FILLER PIC X(24) VALUE "CHANGES SINCE AS-OF DATE".
             10 FILLER PIC X(02) VALUE SPACES.
              NOT AT END
                 IF HS-EMP-ID = WS-SEL-EMP-ID
                    ADD 1 TO WS-SELECTED-COUNT
                 END-IF
      *          A bank account change leaves the employee record as
      *          it was, so it plays no part in the as-of state.
                 IF HS-EMP-ID = WS-SEL-EMP-ID
                    AND HS-ACTION-CODE NOT = 'B'
                    IF HS-RUN-DATE <= WS-SEL-ASOF-NUM
                       MOVE 'Y' TO WS-ASOF-FOUND-FLAG
                       IF HS-ACTION-CODE = 'T'
                          MOVE HS-AFT-DEPT TO WS-ASOF-DEPT
                          MOVE HS-AFT-SALARY TO WS-ASOF-SALARY
                          MOVE HS-AFT-HIRE-DATE TO WS-ASOF-HIRE-DATE
                          MOVE HS-AFT-PAY-TYPE TO WS-ASOF-PAY-TYPE
                          MOVE HS-AFT-HOURLY-RATE TO
                             WS-ASOF-HOURLY-RATE
                       END-IF
                    ELSE
                       IF NOT WS-LATER-SEEN
                          MOVE HS-BEF-SALARY TO WS-ASOF-SALARY
                          MOVE HS-BEF-HIRE-DATE TO
                             WS-ASOF-HIRE-DATE
                          MOVE HS-BEF-PAY-TYPE TO WS-ASOF-PAY-TYPE
                          MOVE HS-BEF-HOURLY-RATE TO
                             WS-ASOF-HOURLY-RATE
                       END-IF
                    END-IF
                 END-IF
           MOVE "  HIRE DATE " TO FL-CAPTION.
           MOVE WS-ASOF-HIRE-DATE TO FL-VALUE.
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE.
      *    History from before the pay type existed leaves it blank -
      *    the employee was salaried then.
           MOVE "  PAY TYPE  " TO FL-CAPTION.
           IF WS-ASOF-PAY-TYPE = 'H'
              MOVE "HOURLY" TO FL-VALUE
           ELSE
              MOVE "SALARIED" TO FL-VALUE
           END-IF.
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE.
           IF WS-ASOF-PAY-TYPE = 'H'
              MOVE WS-ASOF-HOURLY-RATE TO RL-HOURLY-RATE
              WRITE INQUIRY-REPORT-LINE FROM WS-RATE-LINE
           END-IF.

      * Second pass: one line per change after the as-of date, in
      * the order the maintenance runs applied them.
                 IF HS-EMP-ID = WS-SEL-EMP-ID
                    AND HS-RUN-DATE > WS-SEL-ASOF-NUM
                    ADD 1 TO WS-CHANGES-SINCE
                    IF HS-ACTION-CODE = 'B'
                       PERFORM PRINT-BANK-CHANGE
                    ELSE
                       PERFORM PRINT-EMPLOYEE-CHANGE
                    END-IF
                 END-IF
           END-READ.

       PRINT-EMPLOYEE-CHANGE.
           MOVE HS-RUN-DATE TO CL-RUN-DATE.
           MOVE HS-ACTION-CODE TO CL-ACTION.
           MOVE HS-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE.
           MOVE HS-BEF-SALARY TO CL-BEF-SALARY.
           MOVE HS-AFT-SALARY TO CL-AFT-SALARY.
           MOVE HS-BEF-DEPT TO CL-BEF-DEPT.
           MOVE HS-AFT-DEPT TO CL-AFT-DEPT.
           MOVE HS-BEF-PAY-TYPE TO CL-BEF-PAY-TYPE.
           MOVE HS-AFT-PAY-TYPE TO CL-AFT-PAY-TYPE.
           WRITE INQUIRY-REPORT-LINE FROM WS-CHANGE-LINE.

      * A bank account change: the account before and after (blank
      * before an add, blank after a delete).
       PRINT-BANK-CHANGE.
           MOVE HS-RUN-DATE TO BC-RUN-DATE.
           MOVE HS-ACTION-CODE TO BC-ACTION.
           MOVE HS-EFFECTIVE-DATE TO BC-EFFECTIVE-DATE.
           MOVE HS-BEF-BANK-CODE TO BC-BEF-BANK-CODE.
           MOVE HS-BEF-BRANCH TO BC-BEF-BRANCH.
           MOVE HS-BEF-ACCOUNT-NUMBER TO BC-BEF-ACCOUNT-NUMBER.
           MOVE HS-BEF-ACCOUNT-TYPE TO BC-BEF-ACCOUNT-TYPE.
           MOVE HS-AFT-BANK-CODE TO BC-AFT-BANK-CODE.
           MOVE HS-AFT-BRANCH TO BC-AFT-BRANCH.
           MOVE HS-AFT-ACCOUNT-NUMBER TO BC-AFT-ACCOUNT-NUMBER.
           MOVE HS-AFT-ACCOUNT-TYPE TO BC-AFT-ACCOUNT-TYPE.
           WRITE INQUIRY-REPORT-LINE FROM WS-BANK-CHANGE-LINE.

       WRITE-INQUIRY-TOTAL.
           MOVE WS-CHANGES-SINCE TO TL-COUNT.
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE.
