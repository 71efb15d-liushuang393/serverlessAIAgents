      *             benefits); on other nights the payroll control
      *             amount is carried forward unchanged, since the
      *             run is monthly rather than nightly.
      * 2026-10-15  Refuse to roll the GL control file forward unless
      *             tonight's GL journal run shows ENDED-OK on the
      *             run-control file: a journal that did not prove
      *             debits = credits (or did not run) was not
      *             released to the ledger, so the control amounts
      *             must not move either. The refusal is written to
      *             the exception file for Finance.
      * 2026-10-15  PAYTOTS now splits net pay between bank transfer
      *             and cheque; the split must re-add to net pay or
      *             the totals record is reported as not proving.
      * 2026-10-15  CUSTTOTS now carries the count and amount of
      *             transactions the velocity screen suspended instead
      *             of posting. Tonight's suspense file entries must
      *             prove against them, and so must the day's 'S'
      *             audit records, so a held item cannot drop out of
      *             both the posted total and the suspense file.
      * 2026-10-15  Customer account repayments withheld by payroll.
      *             PAYTOTS carries the amount withheld and its count,
      *             which the payroll cross-foot now includes.
      *             CUSTTOTS carries the count and amount of payroll
      *             deductions CUSTPROC credited (type 'P'). Those
      *             must prove against the day's 'P' audit records
      *             and against what the pay run withheld. A pay run
      *             whose deductions have not yet been posted by
      *             CUSTPROC is reported as awaiting posting, not as
      *             a variance.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAY-TOT-FILE-STATUS.

      *    Items CUSTPROC's velocity screen held back; tonight's
      *    entries prove against the CUSTTOTS suspended totals.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "GLEXCPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FILE-STATUS.
           05  UT-SYSTEM-ID PIC X(08).
           05  UT-RUN-DATE PIC 9(8).
           05  UT-NET-AMOUNT-POSTED PIC S9(11)V99.
           05  UT-SUSPEND-COUNT PIC 9(7).
           05  UT-SUSPEND-AMOUNT PIC S9(11)V99.
           05  UT-PAYDED-COUNT PIC 9(7).
           05  UT-PAYDED-AMOUNT PIC S9(11)V99.

       FD  PAY-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
           05  PT-TAX-DEDUCTION PIC 9(12)V99.
           05  PT-BENEFIT-DEDUCTION PIC 9(12)V99.
           05  PT-NET-PAY PIC 9(12)V99.
           05  PT-BANK-NET-PAY PIC 9(12)V99.
           05  PT-CHEQUE-NET-PAY PIC 9(12)V99.
           05  PT-CHEQUE-COUNT PIC 9(5).
           05  PT-CUST-DEDUCTION PIC 9(12)V99.
           05  PT-CUST-DED-COUNT PIC 9(5).

      * Layout written by the customer processing run's velocity
      * screen.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD.
           05  SU-SUSPENSE-ID PIC X(17).
           05  SU-SUSPEND-DATE PIC 9(8).
           05  SU-CUSTOMER-ID PIC X(10).
           05  SU-CUST-RANK PIC X(01).
           05  SU-AMOUNT PIC S9(9)V9(2).
           05  SU-PROCESS-TYPE PIC X(01).
           05  SU-ORIGINAL-TXN-ID PIC X(17).
           05  SU-REASON-CODE PIC X(02).
           05  SU-DAY-COUNT PIC 9(5).
           05  SU-DAY-AMOUNT PIC 9(11)V9(2).
           05  SU-MAX-COUNT PIC 9(5).
           05  SU-MAX-AMOUNT PIC 9(11)V9(2).
           05  SU-SOURCE-FILE-ID PIC X(16).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
          05 WS-RUN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-RUN-FILE-OK VALUE '00'.
             88 WS-RUN-FILE-EOF VALUE '10'.
          05 WS-SUSP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-SUSP-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-GL-EOF-FLAG PIC X VALUE 'N'.
      *    upstream run cannot be mistaken for today's actual amount.
          05 WS-TOTALS-AVAILABLE-FLAG PIC X VALUE 'Y'.
             88 WS-TOTALS-AVAILABLE VALUE 'Y'.
      *    Set by CHECK-JOURNAL-RUN when tonight's GL journal proved
      *    and was released; the roll-forward is refused otherwise.
          05 WS-JOURNAL-OK-FLAG PIC X VALUE 'N'.
             88 WS-JOURNAL-OK VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-SYSTEMS-CHECKED PIC 9(5) VALUE ZERO.
             10 WS-CHAIN-CUSTOMER-ID PIC X(10).
             10 WS-CHAIN-LAST-BALANCE PIC S9(13)V9(2).

      * Suspense proof: tonight's suspended items counted off the
      * audit file and off the suspense file, each against CUSTTOTS.
      * A CUSTPROC restart replays the segment after its last
      * checkpoint, which can write the same suspense id twice; each
      * id is counted once, using the id table below (filled from the
      * audit file first, then reset and refilled from the suspense
      * file).
       01 WS-SUSPENSE-PROOF-WORK.
          05 WS-AUDIT-SUSPEND-COUNT PIC 9(7) VALUE ZERO.
          05 WS-SUSP-FILE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-SUSP-FILE-AMOUNT PIC S9(11)V99 VALUE ZERO.
          05 WS-SUSP-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SUSP-EOF VALUE 'Y'.
          05 WS-SUSP-DUP-FLAG PIC X VALUE 'N'.
             88 WS-SUSP-DUP VALUE 'Y'.
          05 WS-SUSP-CHECK-ID PIC X(17) VALUE SPACES.
      * Payroll deduction proof: tonight's 'P' audit records re-added
      * against the CUSTTOTS payroll deduction totals, which must in
      * turn equal what the most recent pay run withheld (PAYTOTS).
       01 WS-PAYDED-PROOF-WORK.
          05 WS-AUDIT-PAYDED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-AUDIT-PAYDED-AMOUNT PIC S9(11)V99 VALUE ZERO.
          05 WS-PAYDED-TOT-FOUND-FLAG PIC X VALUE 'N'.
             88 WS-PAYDED-TOT-FOUND VALUE 'Y'.

       01 WS-SUSP-ID-CONTROLS.
          05 WS-SUSP-ID-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-SUSP-ID-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-SUSP-ID-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-SUSP-ID-TABLE.
          05 WS-SUSP-ID OCCURS 5000 TIMES PIC X(17).

      * GL control records held for the roll-forward rewrite after a
      * clean reconciliation.
       01 WS-GLTBL-CONTROLS.
           IF NOT WS-RC-FEEDER-OK
              MOVE 'Y' TO WS-RUN-REFUSED-FLAG
           END-IF.
           PERFORM CHECK-JOURNAL-RUN.

      * The GL journal does not hold up the reconciliation itself -
      * the control totals are still proved and exceptions reported -
      * but only a journal that balanced and was released lets the
      * GL control file roll forward tonight.
       CHECK-JOURNAL-RUN.
           MOVE 'N' TO WS-JOURNAL-OK-FLAG.
           MOVE "GLJRNL" TO WS-RC-CHECK-ID.
           MOVE ZERO TO WS-RC-ROW.
           IF WS-RC-COUNT > 0
              PERFORM FIND-FEEDER-ROW
                 VARYING WS-RC-IDX FROM 1 BY 1
                 UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-ROW > 0
           END-IF.
           IF WS-RC-ROW > 0
              AND WS-RC-STATUS (WS-RC-ROW) = "ENDED-OK"
              MOVE 'Y' TO WS-JOURNAL-OK-FLAG
           ELSE
              IF WS-RC-ROW = 0
                 DISPLAY "Run control: GLJRNL has not run today - "
                         "GL control will not roll forward."
              ELSE
                 DISPLAY "Run control: GLJRNL shows "
                         WS-RC-STATUS (WS-RC-ROW)
                         " for today - GL control will not roll "
                         "forward."
              END-IF
           END-IF.

       CHECK-ONE-FEEDER.
           MOVE 'N' TO WS-RC-FEEDER-OK-FLAG.
              END-IF
              IF GL-SYSTEM-ID = "CUSTPROC"
                 PERFORM PROVE-CUSTOMER-DETAIL
      *          A CUSTTOTS cut before the suspended totals were
      *          added has no suspense to prove.
                 IF UT-SUSPEND-COUNT IS NUMERIC
                    AND UT-SUSPEND-AMOUNT IS NUMERIC
                    PERFORM PROVE-CUSTOMER-SUSPENSE
                 END-IF
      *          Likewise a CUSTTOTS cut before payroll deductions
      *          were carried.
                 IF UT-PAYDED-COUNT IS NUMERIC
                    AND UT-PAYDED-AMOUNT IS NUMERIC
                    PERFORM PROVE-PAYROLL-DEDUCTIONS
                 END-IF
              END-IF
              IF GL-SYSTEM-ID = "PAYROLL" AND WS-PAY-RUN-TODAY
                 PERFORM PROVE-PAYROLL-CROSSFOOT
           MOVE ZERO TO WS-DETAIL-SUM.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-CHAIN-COUNT.
           MOVE ZERO TO WS-AUDIT-SUSPEND-COUNT.
           MOVE ZERO TO WS-AUDIT-PAYDED-COUNT.
           MOVE ZERO TO WS-AUDIT-PAYDED-AMOUNT.
           MOVE ZERO TO WS-SUSP-ID-COUNT.
           MOVE 'N' TO WS-DETAIL-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
                       ADD 1 TO WS-DETAIL-COUNT
                       COMPUTE WS-DETAIL-SUM = WS-DETAIL-SUM
                          + AUD-NEW-BALANCE - AUD-OLD-BALANCE
      *                A suspended item moves no money; it is counted
      *                for the suspense proof.
                       IF AUD-TXN-TYPE = 'S'
                          MOVE AUD-TXN-ID TO WS-SUSP-CHECK-ID
                          PERFORM CHECK-SUSPENSE-ID
                          IF NOT WS-SUSP-DUP
                             ADD 1 TO WS-AUDIT-SUSPEND-COUNT
                          END-IF
                       END-IF
      *                A repayment withheld from pay, proved against
      *                the payroll deduction totals.
                       IF AUD-TXN-TYPE = 'P'
                          ADD 1 TO WS-AUDIT-PAYDED-COUNT
                          COMPUTE WS-AUDIT-PAYDED-AMOUNT =
                             WS-AUDIT-PAYDED-AMOUNT
                             + AUD-NEW-BALANCE - AUD-OLD-BALANCE
                       END-IF
                    END-IF
                    PERFORM CHECK-BALANCE-CHAIN
                 END-IF
              MOVE 'Y' TO WS-CHAIN-FOUND-FLAG
           END-IF.

      * Proves tonight's suspended items three ways: the suspense
      * file entries dated today must re-add to the CUSTTOTS suspended
      * count and amount, and the day's 'S' audit records must match
      * the same count. A missing suspense file only passes when
      * nothing was suspended.
       PROVE-CUSTOMER-SUSPENSE.
           MOVE ZERO TO WS-SUSP-FILE-COUNT.
           MOVE ZERO TO WS-SUSP-FILE-AMOUNT.
           MOVE ZERO TO WS-SUSP-ID-COUNT.
           MOVE 'N' TO WS-SUSP-EOF-FLAG.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-FILE-OK
              PERFORM PROVE-ONE-SUSPENSE-RECORD UNTIL WS-SUSP-EOF
              CLOSE SUSPENSE-FILE
           ELSE
              IF UT-SUSPEND-COUNT > 0
                 DISPLAY "Suspense file not available - status "
                         WS-SUSP-FILE-STATUS
              END-IF
           END-IF.
           IF WS-SUSP-FILE-COUNT NOT = UT-SUSPEND-COUNT
              MOVE "Suspense file count not CUSTTOTS count" TO
                 WS-EXCEPTION-REASON
              MOVE SPACES TO WS-EXC-TXN-ID
              MOVE UT-SUSPEND-COUNT TO WS-EXC-EXPECTED
              MOVE WS-SUSP-FILE-COUNT TO WS-EXC-ACTUAL
              COMPUTE WS-EXC-VARIANCE =
                 WS-SUSP-FILE-COUNT - UT-SUSPEND-COUNT
              PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
           IF WS-SUSP-FILE-AMOUNT NOT = UT-SUSPEND-AMOUNT
              MOVE "Suspense file amount not CUSTTOTS amount" TO
                 WS-EXCEPTION-REASON
              MOVE SPACES TO WS-EXC-TXN-ID
              MOVE UT-SUSPEND-AMOUNT TO WS-EXC-EXPECTED
              MOVE WS-SUSP-FILE-AMOUNT TO WS-EXC-ACTUAL
              COMPUTE WS-EXC-VARIANCE =
                 WS-SUSP-FILE-AMOUNT - UT-SUSPEND-AMOUNT
              PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
      *    The audit count is only known when the detail proof read
      *    the audit file through to the end.
           IF WS-DETAIL-EOF
              AND WS-AUDIT-SUSPEND-COUNT NOT = UT-SUSPEND-COUNT
              MOVE "Suspend audit count not CUSTTOTS count" TO
                 WS-EXCEPTION-REASON
              MOVE SPACES TO WS-EXC-TXN-ID
              MOVE UT-SUSPEND-COUNT TO WS-EXC-EXPECTED
              MOVE WS-AUDIT-SUSPEND-COUNT TO WS-EXC-ACTUAL
              COMPUTE WS-EXC-VARIANCE =
                 WS-AUDIT-SUSPEND-COUNT - UT-SUSPEND-COUNT
              PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
           DISPLAY "Suspense items proved: " WS-SUSP-FILE-COUNT
                   " amount " WS-SUSP-FILE-AMOUNT.

       PROVE-ONE-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
              AT END
                 MOVE 'Y' TO WS-SUSP-EOF-FLAG
              NOT AT END
                 IF SU-SUSPEND-DATE = WS-TODAY-DATE
                    MOVE SU-SUSPENSE-ID TO WS-SUSP-CHECK-ID
                    PERFORM CHECK-SUSPENSE-ID
                    IF NOT WS-SUSP-DUP
                       ADD 1 TO WS-SUSP-FILE-COUNT
                       ADD SU-AMOUNT TO WS-SUSP-FILE-AMOUNT
                    END-IF
                 END-IF
           END-READ.

      * Sets WS-SUSP-DUP when WS-SUSP-CHECK-ID has already been
      * counted, otherwise remembers it.
       CHECK-SUSPENSE-ID.
           MOVE 'N' TO WS-SUSP-DUP-FLAG.
           IF WS-SUSP-ID-COUNT > 0
              PERFORM MATCH-ONE-SUSPENSE-ID
                 VARYING WS-SUSP-ID-IDX FROM 1 BY 1
                 UNTIL WS-SUSP-ID-IDX > WS-SUSP-ID-COUNT
                    OR WS-SUSP-DUP
           END-IF.
           IF NOT WS-SUSP-DUP AND WS-SUSP-ID-COUNT < WS-SUSP-ID-MAX
              ADD 1 TO WS-SUSP-ID-COUNT
              MOVE WS-SUSP-CHECK-ID TO WS-SUSP-ID (WS-SUSP-ID-COUNT)
           END-IF.

       MATCH-ONE-SUSPENSE-ID.
           IF WS-SUSP-ID (WS-SUSP-ID-IDX) = WS-SUSP-CHECK-ID
              MOVE 'Y' TO WS-SUSP-DUP-FLAG
           END-IF.

      * Proves the payroll deductions CUSTPROC credited tonight: the
      * day's 'P' audit records must re-add to the CUSTTOTS count and
      * amount, and that amount must equal what the most recent pay
      * run withheld. The deduction batch posts on the CUSTPROC run
      * after the pay run, so a pay run tonight with nothing credited
      * yet is only reported as awaiting posting.
       PROVE-PAYROLL-DEDUCTIONS.
           IF WS-DETAIL-EOF
              IF WS-AUDIT-PAYDED-COUNT NOT = UT-PAYDED-COUNT
                 MOVE "Payroll ded audit count not CUSTTOTS" TO
                    WS-EXCEPTION-REASON
                 MOVE SPACES TO WS-EXC-TXN-ID
                 MOVE UT-PAYDED-COUNT TO WS-EXC-EXPECTED
                 MOVE WS-AUDIT-PAYDED-COUNT TO WS-EXC-ACTUAL
                 COMPUTE WS-EXC-VARIANCE =
                    WS-AUDIT-PAYDED-COUNT - UT-PAYDED-COUNT
                 PERFORM WRITE-EXCEPTION-RECORD
              END-IF
              IF WS-AUDIT-PAYDED-AMOUNT NOT = UT-PAYDED-AMOUNT
                 MOVE "Payroll ded audit amount not CUSTTOTS" TO
                    WS-EXCEPTION-REASON
                 MOVE SPACES TO WS-EXC-TXN-ID
                 MOVE UT-PAYDED-AMOUNT TO WS-EXC-EXPECTED
                 MOVE WS-AUDIT-PAYDED-AMOUNT TO WS-EXC-ACTUAL
                 COMPUTE WS-EXC-VARIANCE =
                    WS-AUDIT-PAYDED-AMOUNT - UT-PAYDED-AMOUNT
                 PERFORM WRITE-EXCEPTION-RECORD
              END-IF
           END-IF.

           MOVE 'N' TO WS-PAYDED-TOT-FOUND-FLAG.
           OPEN INPUT PAY-TOTALS-FILE.
           IF WS-PAY-TOT-FILE-OK
              READ PAY-TOTALS-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PT-CUST-DEDUCTION IS NUMERIC
                       AND PT-CUST-DED-COUNT IS NUMERIC
                       MOVE 'Y' TO WS-PAYDED-TOT-FOUND-FLAG
                    END-IF
              END-READ
              CLOSE PAY-TOTALS-FILE
           END-IF.

           IF UT-PAYDED-COUNT > 0
              IF NOT WS-PAYDED-TOT-FOUND
                 MOVE "Payroll deductions posted - no PAYTOTS" TO
                    WS-EXCEPTION-REASON
                 MOVE SPACES TO WS-EXC-TXN-ID
                 MOVE ZERO TO WS-EXC-EXPECTED
                 MOVE UT-PAYDED-AMOUNT TO WS-EXC-ACTUAL
                 MOVE UT-PAYDED-AMOUNT TO WS-EXC-VARIANCE
                 PERFORM WRITE-EXCEPTION-RECORD
              ELSE
                 IF UT-PAYDED-AMOUNT NOT = PT-CUST-DEDUCTION
                    MOVE "Payroll ded credited not withheld" TO
                       WS-EXCEPTION-REASON
                    MOVE SPACES TO WS-EXC-TXN-ID
                    MOVE PT-CUST-DEDUCTION TO WS-EXC-EXPECTED
                    MOVE UT-PAYDED-AMOUNT TO WS-EXC-ACTUAL
                    COMPUTE WS-EXC-VARIANCE =
                       UT-PAYDED-AMOUNT - PT-CUST-DEDUCTION
                    PERFORM WRITE-EXCEPTION-RECORD
                 END-IF
                 IF UT-PAYDED-COUNT NOT = PT-CUST-DED-COUNT
                    MOVE "Payroll ded count credited not withheld" TO
                       WS-EXCEPTION-REASON
                    MOVE SPACES TO WS-EXC-TXN-ID
                    MOVE PT-CUST-DED-COUNT TO WS-EXC-EXPECTED
                    MOVE UT-PAYDED-COUNT TO WS-EXC-ACTUAL
                    COMPUTE WS-EXC-VARIANCE =
                       UT-PAYDED-COUNT - PT-CUST-DED-COUNT
                    PERFORM WRITE-EXCEPTION-RECORD
                 END-IF
              END-IF
              DISPLAY "Payroll deductions proved: " UT-PAYDED-COUNT
                      " amount " UT-PAYDED-AMOUNT
           ELSE
              IF WS-PAYDED-TOT-FOUND
                 AND PT-RUN-DATE = WS-TODAY-DATE
                 AND PT-CUST-DEDUCTION > 0
                 DISPLAY "Payroll deductions " PT-CUST-DEDUCTION
                         " withheld today - awaiting CUSTPROC "
                         "posting."
              END-IF
           END-IF.

      * After a clean reconciliation the prior-day control amounts
      * are rolled forward to today's actuals, so nobody re-keys the
      * GL control file by hand each evening. Any variance leaves the
      * file untouched for Finance to resolve first.
       ROLL-FORWARD-GL-CONTROL.
           IF WS-GLTBL-COUNT > 0 AND NOT WS-JOURNAL-OK
              PERFORM WRITE-JOURNAL-EXCEPTION
           END-IF.
           IF WS-VARIANCE-COUNT = 0 AND WS-GLTBL-COUNT > 0
              CLOSE GL-CONTROL-FILE
              OPEN OUTPUT GL-CONTROL-FILE

      * The payroll totals record must prove internally before the
      * net pay it reports is trusted: gross has to re-add to net
      * plus tax plus benefit deductions (plus any customer account
      * repayments withheld) to the cent, and net has to be the sum
      * of what went by bank transfer and by cheque.
       PROVE-PAYROLL-CROSSFOOT.
           COMPUTE WS-PAY-CROSSFOOT = PT-NET-PAY
              + PT-TAX-DEDUCTION + PT-BENEFIT-DEDUCTION.
           IF PT-CUST-DEDUCTION IS NUMERIC
              ADD PT-CUST-DEDUCTION TO WS-PAY-CROSSFOOT
           END-IF.
           IF WS-PAY-CROSSFOOT NOT = PT-GROSS-PAY
              MOVE "Payroll gross not net plus deductions" TO
                 WS-EXCEPTION-REASON
                 WS-PAY-CROSSFOOT - PT-GROSS-PAY
              PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
           IF PT-BANK-NET-PAY IS NUMERIC
              AND PT-CHEQUE-NET-PAY IS NUMERIC
              COMPUTE WS-PAY-CROSSFOOT = PT-BANK-NET-PAY
                 + PT-CHEQUE-NET-PAY
              IF WS-PAY-CROSSFOOT NOT = PT-NET-PAY
                 MOVE "Payroll net not bank plus cheque" TO
                    WS-EXCEPTION-REASON
                 MOVE SPACES TO WS-EXC-TXN-ID
                 MOVE PT-NET-PAY TO WS-EXC-EXPECTED
                 MOVE WS-PAY-CROSSFOOT TO WS-EXC-ACTUAL
                 COMPUTE WS-EXC-VARIANCE =
                    WS-PAY-CROSSFOOT - PT-NET-PAY
                 PERFORM WRITE-EXCEPTION-RECORD
              END-IF
           END-IF.

      * Writes an out-of-tolerance condition to the exception file for
      * Finance follow-up. Callers set the expected/actual/variance
                   " expected " WS-EXC-EXPECTED
                   " actual " WS-EXC-ACTUAL.

      * A journal that did not prove is counted as a variance, which
      * holds the GL control file where it is.
       WRITE-JOURNAL-EXCEPTION.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE "GLJRNL" TO EX-SYSTEM-ID.
           MOVE SPACES TO EX-TXN-ID.
           MOVE ZERO TO EX-EXPECTED-AMOUNT.
           MOVE ZERO TO EX-ACTUAL-AMOUNT.
           MOVE ZERO TO EX-VARIANCE-AMOUNT.
           MOVE "GL journal not proved - no roll-forward" TO
              EX-REASON-TEXT.
           WRITE EXCEPTION-RECORD.
           DISPLAY "VARIANCE: GLJRNL - " EX-REASON-TEXT.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "RECONCILIATION SUMMARY:".
