      *             and GL proof as any other posting. An assessment
      *             register shows the balance and rate behind each
      *             amount.
      * 2026-10-15  Late fee: customers the delinquency run flags on
      *             LATEFEE (30 days or more below zero or their
      *             floor) are charged the rank's late fee, a new
      *             column on the rate schedule, as a separate 'A'
      *             posting; shown on the register and in the totals.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TXN-FILE-STATUS.

      *    Late-fee flags from the delinquency run. Optional - no
      *    file means no late fees this month.
           SELECT LATE-FEE-FILE ASSIGN TO "LATEFEE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ASSESSRG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-FILE-STATUS.
           05  AR-RANK PIC X(01).
           05  AR-INTEREST-RATE PIC V9(4).
           05  AR-SERVICE-FEE PIC 9(7)V99.
      *    Added later; a schedule row cut before the column existed
      *    reads as no late fee.
           05  AR-LATE-FEE PIC 9(7)V99.

       FD  LATE-FEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LATE-FEE-RECORD.
           05  LF-CUSTOMER-ID PIC X(10).
           05  LF-STAGE PIC 9(1).
           05  LF-DAYS PIC 9(4).

      * Same record shapes CUSTPROC reads off TXNFILE: detail, batch
      * header, batch trailer.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE PIC X(120).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
             88 WS-TXN-FILE-OK VALUE '00'.
          05 WS-REG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-REG-FILE-OK VALUE '00'.
          05 WS-FEE-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-FEE-FILE-OK VALUE '00'.
             88 WS-FEE-FILE-EOF VALUE '10'.

       01 WS-FLAGS.
          05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-GEN-EOF VALUE 'Y'.
          05 WS-RATE-EOF-FLAG PIC X VALUE 'N'.
             88 WS-RATE-EOF VALUE 'Y'.
          05 WS-FEE-EOF-FLAG PIC X VALUE 'N'.
             88 WS-FEE-EOF VALUE 'Y'.
          05 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SORT-EOF VALUE 'Y'.
          05 WS-CUR-EOF-FLAG PIC X VALUE 'N'.
             10 RT-RANK PIC X(01).
             10 RT-INTEREST-RATE PIC V9(4).
             10 RT-SERVICE-FEE PIC 9(7)V99.
             10 RT-LATE-FEE PIC 9(7)V99.

      * Customers flagged for the late fee, loaded at startup.
       01 WS-LATE-CONTROLS.
          05 WS-LATE-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-LATE-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-LATE-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-LATE-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-LATE-TABLE.
          05 WS-LATE-ENTRY OCCURS 5000 TIMES.
             10 LA-CUSTOMER-ID PIC X(10).

      * Assessment results buffered until the customer pass is done,
      * so the batch header can declare the count and net amount
          05 WS-ADB PIC S9(13)V9(2) VALUE ZERO.
          05 WS-INTEREST PIC S9(9)V9(2) VALUE ZERO.
          05 WS-FEE PIC 9(7)V99 VALUE ZERO.
          05 WS-LATE-FEE PIC 9(7)V99 VALUE ZERO.

       01 WS-COUNTERS.
          05 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-NO-RATE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-TOTAL-INTEREST PIC S9(11)V9(2) VALUE ZERO.
          05 WS-TOTAL-FEES PIC 9(11)V99 VALUE ZERO.
          05 WS-LATE-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-LATE-CHARGED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-TOTAL-LATE-FEES PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-REG-HEADER.
             10 RD-INTEREST PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(05) VALUE " FEE ".
             10 RD-FEE PIC Z,ZZZ,ZZ9.99.
             10 FILLER PIC X(06) VALUE " LATE ".
             10 RD-LATE-FEE PIC Z,ZZZ,ZZ9.99.
          05 WS-NO-RATE-LINE.
             10 NR-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RT-TOTAL-INTEREST PIC ZZZ,ZZZ,ZZ9.99-.
             10 FILLER PIC X(13) VALUE "  TOTAL FEES ".
             10 RT-TOTAL-FEES PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(18) VALUE "  TOTAL LATE FEES ".
             10 RT-TOTAL-LATE-FEES PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-RATE-SCHEDULE
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-LATE-FEE-FLAGS
           END-IF.
           IF NOT WS-RUN-DONE
              MOVE WS-ASSESS-MONTH TO RH-MONTH
              WRITE REGISTER-LINE FROM WS-REG-HEADER
                       RT-INTEREST-RATE (WS-RATE-COUNT)
                    MOVE AR-SERVICE-FEE TO
                       RT-SERVICE-FEE (WS-RATE-COUNT)
                    IF AR-LATE-FEE IS NUMERIC
                       MOVE AR-LATE-FEE TO
                          RT-LATE-FEE (WS-RATE-COUNT)
                    ELSE
                       MOVE ZERO TO RT-LATE-FEE (WS-RATE-COUNT)
                    END-IF
                 END-IF
           END-READ.

      * The delinquency run's flags for this month. No file just
      * means nobody is charged a late fee.
       LOAD-LATE-FEE-FLAGS.
           MOVE 'N' TO WS-FEE-EOF-FLAG.
           OPEN INPUT LATE-FEE-FILE.
           IF NOT WS-FEE-FILE-OK
              DISPLAY "No late-fee flags - no late fees this run."
              MOVE 'Y' TO WS-FEE-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-LATE-FLAG UNTIL WS-FEE-EOF.
           IF WS-FEE-FILE-OK OR WS-FEE-FILE-EOF
              CLOSE LATE-FEE-FILE
           END-IF.

       LOAD-ONE-LATE-FLAG.
           READ LATE-FEE-FILE
              AT END
                 MOVE 'Y' TO WS-FEE-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-LATE-FLAGGED-COUNT
                 IF WS-LATE-COUNT < WS-LATE-MAX
                    ADD 1 TO WS-LATE-COUNT
                    MOVE LF-CUSTOMER-ID TO
                       LA-CUSTOMER-ID (WS-LATE-COUNT)
                 ELSE
                    DISPLAY "Late-fee table full - flag dropped "
                            "for customer " LF-CUSTOMER-ID
                 END-IF
           END-READ.

                 MOVE ZERO TO WS-INTEREST
              END-IF
              MOVE RT-SERVICE-FEE (WS-RATE-ROW) TO WS-FEE
              MOVE ZERO TO WS-LATE-FEE
              PERFORM FIND-LATE-ROW
              IF WS-LATE-ROW > 0
                 MOVE RT-LATE-FEE (WS-RATE-ROW) TO WS-LATE-FEE
              END-IF
              IF WS-INTEREST NOT = ZERO
                 PERFORM BUFFER-ASSESS-TXN-INTEREST
              END-IF
              IF WS-FEE NOT = ZERO
                 PERFORM BUFFER-ASSESS-TXN-FEE
              END-IF
              IF WS-LATE-FEE NOT = ZERO
                 ADD 1 TO WS-LATE-CHARGED-COUNT
                 PERFORM BUFFER-ASSESS-TXN-LATE-FEE
              END-IF
              ADD WS-INTEREST TO WS-TOTAL-INTEREST
              ADD WS-FEE TO WS-TOTAL-FEES
              ADD WS-LATE-FEE TO WS-TOTAL-LATE-FEES
              MOVE WS-CUST-ID TO RD-CUSTOMER-ID
              MOVE WS-CUST-RANK TO RD-RANK
              MOVE WS-ADB TO RD-ADB
              MOVE RT-INTEREST-RATE (WS-RATE-ROW) TO RD-RATE
              MOVE WS-INTEREST TO RD-INTEREST
              MOVE WS-FEE TO RD-FEE
              MOVE WS-LATE-FEE TO RD-LATE-FEE
              WRITE REGISTER-LINE FROM WS-REG-DETAIL
           END-IF.

              MOVE WS-RATE-IDX TO WS-RATE-ROW
           END-IF.

       FIND-LATE-ROW.
           MOVE ZERO TO WS-LATE-ROW.
           IF WS-LATE-COUNT > 0
              PERFORM MATCH-LATE-ROW
                 VARYING WS-LATE-IDX FROM 1 BY 1
                 UNTIL WS-LATE-IDX > WS-LATE-COUNT
                    OR WS-LATE-ROW > 0
           END-IF.

       MATCH-LATE-ROW.
           IF LA-CUSTOMER-ID (WS-LATE-IDX) = WS-CUST-ID
              MOVE WS-LATE-IDX TO WS-LATE-ROW
           END-IF.

       BUFFER-ASSESS-TXN-INTEREST.
           IF WS-TXN-COUNT < WS-TXN-MAX
              ADD 1 TO WS-TXN-COUNT
                      "for customer " WS-CUST-ID
           END-IF.

      * The late fee is its own posting, so the customer's
      * statement shows it apart from the service fee.
       BUFFER-ASSESS-TXN-LATE-FEE.
           IF WS-TXN-COUNT < WS-TXN-MAX
              ADD 1 TO WS-TXN-COUNT
              MOVE WS-CUST-ID TO TT-CUSTOMER-ID (WS-TXN-COUNT)
              COMPUTE TT-AMOUNT (WS-TXN-COUNT) = ZERO - WS-LATE-FEE
              SUBTRACT WS-LATE-FEE FROM WS-TXN-NET-AMOUNT
           ELSE
              DISPLAY "Assessment buffer full - late fee dropped "
                      "for customer " WS-CUST-ID
           END-IF.

      * Cuts the assessment transactions as a batch-headed TXNFILE
      * for the normal CUSTPROC run: header with file id, creation
      * date, and the declared count and net amount; one 'A' detail
           ELSE
              MOVE WS-TOTAL-INTEREST TO RT-TOTAL-INTEREST
              MOVE WS-TOTAL-FEES TO RT-TOTAL-FEES
              MOVE WS-TOTAL-LATE-FEES TO RT-TOTAL-LATE-FEES
              WRITE REGISTER-LINE FROM WS-REG-TOTALS
           END-IF.

           DISPLAY "Transactions Cut:    " WS-TXN-COUNT.
           DISPLAY "Total Interest:      " WS-TOTAL-INTEREST.
           DISPLAY "Total Fees:          " WS-TOTAL-FEES.
           DISPLAY "Late-Fee Flags:      " WS-LATE-FLAGGED-COUNT.
           DISPLAY "Late Fees Charged:   " WS-LATE-CHARGED-COUNT.
           DISPLAY "Total Late Fees:     " WS-TOTAL-LATE-FEES.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
