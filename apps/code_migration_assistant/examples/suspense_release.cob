       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-RELEASE.
       AUTHOR. SYSTEM.
       DATE-WRITTEN. 2026-10-15.
      * 2026-10-15  Release run for the CUSTPROC velocity suspense
      *             file: applies operations' approve/decline
      *             decisions, cuts the approved items as a
      *             batch-headed TXNFILE for the next CUSTPROC run
      *             (file id SUSPREL.YYYYMMDD, which CUSTPROC does not
      *             screen again), carries undecided items forward,
      *             ages out items left undecided too long, and prints
      *             a release register with the exceptions.
      * 2026-10-15  Only a missing SUSPDEC means no decisions yet; a
      *             decision file that cannot be opened stops the run
      *             with return code 8 before anything is aged out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Items CUSTPROC held back for tripping a velocity threshold,
      *    plus items carried forward from earlier release runs.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-FILE-STATUS.

      *    Operations' decisions off the morning review report, one
      *    row per suspense id: 'A' approve, 'D' decline.
           SELECT DECISION-FILE ASSIGN TO "SUSPDEC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEC-FILE-STATUS.

      *    Approved items, cut in the CUSTPROC TXNFILE layout with a
      *    batch header and trailer; the nightly job feeds it to the
      *    next CUSTPROC batch run.
           SELECT TXN-OUT-FILE ASSIGN TO "SUSPREL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TXN-FILE-STATUS.

      *    Items still waiting for a decision; replaces SUSPENSE for
      *    the next night's CUSTPROC run and release run.
           SELECT CARRY-FILE ASSIGN TO "SUSPNEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRY-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "SUSPREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DECISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-FILE-RECORD.
           05  SD-SUSPENSE-ID PIC X(17).
           05  SD-DECISION PIC X(01).
           05  SD-OPERATOR PIC X(08).
           05  SD-DECISION-DATE PIC 9(8).
           05  SD-NOTE PIC X(40).

      * Same record shapes CUSTPROC reads off TXNFILE: detail, batch
      * header, batch trailer.
       FD  TXN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-OUT-RECORD.
           05  TX-CUSTOMER-ID PIC X(10).
           05  TX-AMOUNT PIC S9(9)V9(2).
           05  TX-PROCESS-TYPE PIC X(01).
           05  TX-ORIGINAL-TXN-ID PIC X(17).
       01  TXN-BATCH-HEADER-RECORD.
           05  BH-RECORD-MARK PIC X(03).
           05  BH-FILE-ID PIC X(16).
           05  BH-CREATE-DATE PIC 9(8).
           05  BH-EXPECT-COUNT PIC 9(7).
           05  BH-EXPECT-AMOUNT PIC S9(11)V9(2).
       01  TXN-BATCH-TRAILER-RECORD.
           05  BT-RECORD-MARK PIC X(03).
           05  BT-RECORD-COUNT PIC 9(7).
           05  BT-NET-AMOUNT PIC S9(11)V9(2).

       FD  CARRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRY-RECORD PIC X(119).

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-SUSP-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-SUSP-FILE-OK VALUE '00'.
             88 WS-SUSP-FILE-EOF VALUE '10'.
          05 WS-DEC-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-DEC-FILE-OK VALUE '00'.
             88 WS-DEC-FILE-EOF VALUE '10'.
             88 WS-DEC-FILE-NOTFND VALUE '35'.
          05 WS-TXN-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-TXN-FILE-OK VALUE '00'.
          05 WS-CARRY-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-CARRY-FILE-OK VALUE '00'.
          05 WS-REG-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-REG-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-SUSP-EOF-FLAG PIC X VALUE 'N'.
             88 WS-SUSP-EOF VALUE 'Y'.
          05 WS-DEC-EOF-FLAG PIC X VALUE 'N'.
             88 WS-DEC-EOF VALUE 'Y'.
          05 WS-RUN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-RUN-DONE VALUE 'Y'.
          05 WS-DUPLICATE-FLAG PIC X VALUE 'N'.
             88 WS-DUPLICATE VALUE 'Y'.

       01 WS-DATE-WORK.
          05 WS-SYSTEM-DATE PIC 9(8) VALUE ZERO.
          05 WS-AGE-DAYS PIC S9(5) VALUE ZERO.
      *    Undecided items older than this many days are dropped from
      *    suspense and listed as expired; the customer resubmits
      *    through the normal channel if the posting is still wanted.
          05 WS-EXPIRY-DAYS PIC 9(3) VALUE 5.

      * Decisions loaded at startup. A later row for the same
      * suspense id replaces the earlier one.
       01 WS-DEC-CONTROLS.
          05 WS-DEC-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-DEC-MAX PIC 9(4) COMP VALUE 2000.
          05 WS-DEC-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-DEC-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-DEC-TABLE.
          05 WS-DEC-ENTRY OCCURS 2000 TIMES.
             10 DT-SUSPENSE-ID PIC X(17).
             10 DT-DECISION PIC X(01).
                88 DT-APPROVE VALUE 'A'.
                88 DT-DECLINE VALUE 'D'.
             10 DT-OPERATOR PIC X(08).
             10 DT-NOTE PIC X(40).
             10 DT-USED-FLAG PIC X(01).
                88 DT-USED VALUE 'Y'.

      * Suspense ids already handled this run. A CUSTPROC restart
      * replays the segment after the last checkpoint, so the same
      * suspense id can appear twice; only the first is acted on.
       01 WS-SEEN-CONTROLS.
          05 WS-SEEN-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-SEEN-MAX PIC 9(4) COMP VALUE 5000.
          05 WS-SEEN-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-SEEN-TABLE.
          05 WS-SEEN-ID OCCURS 5000 TIMES PIC X(17).

      * Approved items buffered until the suspense pass is done, so
      * the batch header can declare the count and net amount before
      * the first detail.
       01 WS-TXN-BUFFER-CONTROLS.
          05 WS-TXN-COUNT PIC 9(7) VALUE ZERO.
          05 WS-TXN-MAX PIC 9(4) COMP VALUE 4000.
          05 WS-TXN-IDX PIC 9(7) VALUE ZERO.
          05 WS-TXN-NET-AMOUNT PIC S9(11)V9(2) VALUE ZERO.
       01 WS-TXN-BUFFER.
          05 WS-TXN-ENTRY OCCURS 4000 TIMES.
             10 TT-CUSTOMER-ID PIC X(10).
             10 TT-AMOUNT PIC S9(9)V9(2).
             10 TT-PROCESS-TYPE PIC X(01).
             10 TT-ORIGINAL-TXN-ID PIC X(17).

       01 WS-COUNTERS.
          05 WS-READ-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
          05 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DECLINED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
          05 WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
          05 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
          05 WS-DECLINED-AMOUNT PIC S9(11)V9(2) VALUE ZERO.
          05 WS-EXPIRED-AMOUNT PIC S9(11)V9(2) VALUE ZERO.
          05 WS-PENDING-AMOUNT PIC S9(11)V9(2) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-REG-HEADER.
             10 FILLER PIC X(30) VALUE
                "SUSPENSE RELEASE REGISTER     ".
             10 RH-RUN-DATE PIC 9(8).
          05 WS-REG-DETAIL.
             10 RD-SUSPENSE-ID PIC X(17).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-CUSTOMER-ID PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-PROCESS-TYPE PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-AMOUNT PIC ---,---,--9.99.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-REASON-CODE PIC X(02).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-SUSPEND-DATE PIC 9(8).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-ACTION PIC X(10).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-OPERATOR PIC X(08).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RD-NOTE PIC X(40).
          05 WS-REG-EXCEPTION.
             10 FILLER PIC X(11) VALUE "EXCEPTION  ".
             10 RX-SUSPENSE-ID PIC X(17).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RX-DECISION PIC X(01).
             10 FILLER PIC X(01) VALUE SPACES.
             10 RX-TEXT PIC X(50).
          05 WS-REG-TOTALS.
             10 FILLER PIC X(10) VALUE "RELEASED  ".
             10 RG-RELEASED-COUNT PIC ZZZ,ZZ9.
             10 FILLER PIC X(01) VALUE SPACES.
             10 RG-RELEASED-AMOUNT PIC ---,---,---,--9.99.
             10 FILLER PIC X(11) VALUE "  DECLINED ".
             10 RG-DECLINED-COUNT PIC ZZZ,ZZ9.
             10 FILLER PIC X(10) VALUE "  EXPIRED ".
             10 RG-EXPIRED-COUNT PIC ZZZ,ZZ9.
             10 FILLER PIC X(10) VALUE "  PENDING ".
             10 RG-PENDING-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SUSPENSE RELEASE RUN".
           DISPLAY "==========================".

           PERFORM INITIALIZE-SYSTEM.
           IF NOT WS-RUN-DONE
              PERFORM PROCESS-SUSPENSE-FILE UNTIL WS-SUSP-EOF
              PERFORM REPORT-UNMATCHED-DECISIONS
              PERFORM WRITE-TXN-FILE
              PERFORM WRITE-REGISTER-TOTALS
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.

           STOP RUN.

      * Every output is opened before the first decision is applied,
      * and the carry-forward last of all: if anything cannot be
      * opened the run stops with a non-zero return code before
      * SUSPNEW exists, so the job never renames an empty or partial
      * carry-forward over SUSPENSE.
       INITIALIZE-SYSTEM.
           MOVE 'N' TO WS-RUN-DONE-FLAG.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
      *    A suspense file that does not exist yet just means nothing
      *    was held back; the release file is still cut, empty, so
      *    the nightly job always has one to feed. Any other failure
      *    stops the run.
           OPEN INPUT SUSPENSE-FILE.
           EVALUATE TRUE
              WHEN WS-SUSP-FILE-OK
                 CONTINUE
              WHEN WS-SUSP-FILE-STATUS = '35'
                 DISPLAY "No suspense file - nothing to release."
                 MOVE 'Y' TO WS-SUSP-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Suspense file could not be opened - status "
                         WS-SUSP-FILE-STATUS
                         " - release run stopped."
                 MOVE 'Y' TO WS-SUSP-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.
           IF NOT WS-RUN-DONE
              PERFORM OPEN-DECISION-FILE
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT REGISTER-FILE
              IF NOT WS-REG-FILE-OK
                 DISPLAY "Release register could not be opened - "
                         "status " WS-REG-FILE-STATUS
                         " - release run stopped."
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT TXN-OUT-FILE
              IF NOT WS-TXN-FILE-OK
                 DISPLAY "Release transaction file could not be "
                         "opened - status " WS-TXN-FILE-STATUS
                         " - release run stopped."
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT CARRY-FILE
              IF NOT WS-CARRY-FILE-OK
                 DISPLAY "Suspense carry-forward file could not be "
                         "opened - status " WS-CARRY-FILE-STATUS
                         " - release run stopped."
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF WS-RUN-DONE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-SYSTEM-DATE TO RH-RUN-DATE
              WRITE REGISTER-LINE FROM WS-REG-HEADER
              PERFORM LOAD-DECISION-TABLE
              DISPLAY "System initialized."
           END-IF.

      * No decision file means no decisions yet: everything stays in
      * suspense or ages out. One that is there but cannot be read
      * stops the run, or approved items would age out unreleased.
       OPEN-DECISION-FILE.
           MOVE 'N' TO WS-DEC-EOF-FLAG.
           OPEN INPUT DECISION-FILE.
           EVALUATE TRUE
              WHEN WS-DEC-FILE-OK
                 CONTINUE
              WHEN WS-DEC-FILE-NOTFND
                 DISPLAY "No decision file - no items released or "
                         "declined."
                 MOVE 'Y' TO WS-DEC-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Decision file could not be opened - status "
                         WS-DEC-FILE-STATUS
                         " - release run stopped."
                 MOVE 'Y' TO WS-DEC-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.

      * Loads the decisions once at startup.
       LOAD-DECISION-TABLE.
           PERFORM LOAD-ONE-DECISION UNTIL WS-DEC-EOF.

           IF WS-DEC-FILE-OK OR WS-DEC-FILE-EOF
              CLOSE DECISION-FILE
           END-IF.

       LOAD-ONE-DECISION.
           READ DECISION-FILE
              AT END
                 MOVE 'Y' TO WS-DEC-EOF-FLAG
              NOT AT END
                 PERFORM STORE-ONE-DECISION
           END-READ.

      * A decision code other than 'A' or 'D' is not loaded: the item
      * stays in suspense and the row is listed for operations.
       STORE-ONE-DECISION.
           IF SD-DECISION NOT = 'A' AND SD-DECISION NOT = 'D'
              MOVE SD-SUSPENSE-ID TO RX-SUSPENSE-ID
              MOVE SD-DECISION TO RX-DECISION
              MOVE "DECISION CODE NOT A OR D - ROW IGNORED" TO
                 RX-TEXT
              PERFORM WRITE-EXCEPTION-LINE
           ELSE
              MOVE SD-SUSPENSE-ID TO RX-SUSPENSE-ID
              PERFORM FIND-DECISION
              IF WS-DEC-ROW > 0
                 MOVE SD-DECISION TO RX-DECISION
                 MOVE "EARLIER DECISION REPLACED BY LATER ROW" TO
                    RX-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
              ELSE
                 IF WS-DEC-COUNT < WS-DEC-MAX
                    ADD 1 TO WS-DEC-COUNT
                    MOVE WS-DEC-COUNT TO WS-DEC-ROW
                 ELSE
                    MOVE SD-DECISION TO RX-DECISION
                    MOVE "DECISION TABLE FULL - ROW IGNORED" TO
                       RX-TEXT
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
              END-IF
              IF WS-DEC-ROW > 0
                 MOVE SD-SUSPENSE-ID TO DT-SUSPENSE-ID (WS-DEC-ROW)
                 MOVE SD-DECISION TO DT-DECISION (WS-DEC-ROW)
                 MOVE SD-OPERATOR TO DT-OPERATOR (WS-DEC-ROW)
                 MOVE SD-NOTE TO DT-NOTE (WS-DEC-ROW)
                 MOVE 'N' TO DT-USED-FLAG (WS-DEC-ROW)
              END-IF
           END-IF.

      * Looks up the decision for the id in RX-SUSPENSE-ID.
       FIND-DECISION.
           MOVE ZERO TO WS-DEC-ROW.
           IF WS-DEC-COUNT > 0
              PERFORM MATCH-ONE-DECISION
                 VARYING WS-DEC-IDX FROM 1 BY 1
                 UNTIL WS-DEC-IDX > WS-DEC-COUNT OR WS-DEC-ROW > 0
           END-IF.

       MATCH-ONE-DECISION.
           IF DT-SUSPENSE-ID (WS-DEC-IDX) = RX-SUSPENSE-ID
              MOVE WS-DEC-IDX TO WS-DEC-ROW
           END-IF.

       PROCESS-SUSPENSE-FILE.
           READ SUSPENSE-FILE
              AT END
                 MOVE 'Y' TO WS-SUSP-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM CHECK-DUPLICATE-ITEM
                 IF WS-DUPLICATE
                    ADD 1 TO WS-DUPLICATE-COUNT
                 ELSE
                    PERFORM PROCESS-ONE-ITEM
                 END-IF
           END-READ.

       CHECK-DUPLICATE-ITEM.
           MOVE 'N' TO WS-DUPLICATE-FLAG.
           IF WS-SEEN-COUNT > 0
              PERFORM MATCH-ONE-SEEN-ID
                 VARYING WS-SEEN-IDX FROM 1 BY 1
                 UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-DUPLICATE
           END-IF.
           IF NOT WS-DUPLICATE AND WS-SEEN-COUNT < WS-SEEN-MAX
              ADD 1 TO WS-SEEN-COUNT
              MOVE SU-SUSPENSE-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
           END-IF.

       MATCH-ONE-SEEN-ID.
           IF WS-SEEN-ID (WS-SEEN-IDX) = SU-SUSPENSE-ID
              MOVE 'Y' TO WS-DUPLICATE-FLAG
           END-IF.

      * Applies the decision for one suspended item: approved items
      * go to the release buffer, declined items are dropped, and
      * undecided items either carry forward or, once older than the
      * expiry limit, are dropped as expired. Every item is listed.
       PROCESS-ONE-ITEM.
           MOVE SU-SUSPENSE-ID TO RD-SUSPENSE-ID.
           MOVE SU-CUSTOMER-ID TO RD-CUSTOMER-ID.
           MOVE SU-PROCESS-TYPE TO RD-PROCESS-TYPE.
           MOVE SU-AMOUNT TO RD-AMOUNT.
           MOVE SU-REASON-CODE TO RD-REASON-CODE.
           MOVE SU-SUSPEND-DATE TO RD-SUSPEND-DATE.
           MOVE SPACES TO RD-OPERATOR.
           MOVE SPACES TO RD-NOTE.
           MOVE SU-SUSPENSE-ID TO RX-SUSPENSE-ID.
           PERFORM FIND-DECISION.
           IF WS-DEC-ROW > 0
              MOVE 'Y' TO DT-USED-FLAG (WS-DEC-ROW)
              MOVE DT-OPERATOR (WS-DEC-ROW) TO RD-OPERATOR
              MOVE DT-NOTE (WS-DEC-ROW) TO RD-NOTE
              IF DT-APPROVE (WS-DEC-ROW)
                 PERFORM RELEASE-ONE-ITEM
              ELSE
                 ADD 1 TO WS-DECLINED-COUNT
                 ADD SU-AMOUNT TO WS-DECLINED-AMOUNT
                 MOVE "DECLINED" TO RD-ACTION
              END-IF
           ELSE
              PERFORM COMPUTE-ITEM-AGE
              IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                 ADD 1 TO WS-EXPIRED-COUNT
                 ADD SU-AMOUNT TO WS-EXPIRED-AMOUNT
                 MOVE "EXPIRED" TO RD-ACTION
              ELSE
                 PERFORM CARRY-ONE-ITEM
                 MOVE "PENDING" TO RD-ACTION
              END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      * An approved item that does not fit the release buffer is not
      * lost: it stays in suspense to be approved again tomorrow.
       RELEASE-ONE-ITEM.
           IF WS-TXN-COUNT < WS-TXN-MAX
              ADD 1 TO WS-TXN-COUNT
              MOVE SU-CUSTOMER-ID TO TT-CUSTOMER-ID (WS-TXN-COUNT)
              MOVE SU-AMOUNT TO TT-AMOUNT (WS-TXN-COUNT)
              MOVE SU-PROCESS-TYPE TO TT-PROCESS-TYPE (WS-TXN-COUNT)
              MOVE SU-ORIGINAL-TXN-ID TO
                 TT-ORIGINAL-TXN-ID (WS-TXN-COUNT)
              ADD SU-AMOUNT TO WS-TXN-NET-AMOUNT
              ADD 1 TO WS-RELEASED-COUNT
              MOVE "RELEASED" TO RD-ACTION
           ELSE
              DISPLAY "Release buffer full - item kept in suspense "
                      SU-SUSPENSE-ID
              PERFORM CARRY-ONE-ITEM
              MOVE "HELD-FULL" TO RD-ACTION
           END-IF.

       CARRY-ONE-ITEM.
           ADD 1 TO WS-PENDING-COUNT.
           ADD SU-AMOUNT TO WS-PENDING-AMOUNT.
           WRITE CARRY-RECORD FROM SUSPENSE-FILE-RECORD.

      * Days since the item was suspended; an unusable date counts as
      * today so the item is kept rather than silently expired.
       COMPUTE-ITEM-AGE.
           IF SU-SUSPEND-DATE IS NUMERIC
              AND SU-SUSPEND-DATE > ZERO
              AND SU-SUSPEND-DATE NOT > WS-SYSTEM-DATE
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
                 - FUNCTION INTEGER-OF-DATE(SU-SUSPEND-DATE)
           ELSE
              MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-REG-FILE-OK
              WRITE REGISTER-LINE FROM WS-REG-DETAIL
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-REG-FILE-OK
              WRITE REGISTER-LINE FROM WS-REG-EXCEPTION
           END-IF.

      * Decisions for ids not on the suspense file: mistyped ids, or
      * items already released, declined or expired on an earlier
      * run.
       REPORT-UNMATCHED-DECISIONS.
           IF WS-DEC-COUNT > 0
              PERFORM REPORT-ONE-UNMATCHED
                 VARYING WS-DEC-IDX FROM 1 BY 1
                 UNTIL WS-DEC-IDX > WS-DEC-COUNT
           END-IF.

       REPORT-ONE-UNMATCHED.
           IF NOT DT-USED (WS-DEC-IDX)
              MOVE DT-SUSPENSE-ID (WS-DEC-IDX) TO RX-SUSPENSE-ID
              MOVE DT-DECISION (WS-DEC-IDX) TO RX-DECISION
              MOVE "SUSPENSE ID NOT ON SUSPENSE FILE" TO RX-TEXT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * Cuts the approved items as a batch-headed TXNFILE for the
      * next CUSTPROC run: header with file id SUSPREL.YYYYMMDD,
      * creation date, and the declared count and net amount; one
      * detail per item with its original type and reversal id;
      * closing trailer. The file was opened at startup.
       WRITE-TXN-FILE.
           MOVE "HDR" TO BH-RECORD-MARK.
           MOVE SPACES TO BH-FILE-ID.
           STRING "SUSPREL." WS-SYSTEM-DATE
              DELIMITED BY SIZE INTO BH-FILE-ID.
           MOVE WS-SYSTEM-DATE TO BH-CREATE-DATE.
           MOVE WS-TXN-COUNT TO BH-EXPECT-COUNT.
           MOVE WS-TXN-NET-AMOUNT TO BH-EXPECT-AMOUNT.
           WRITE TXN-BATCH-HEADER-RECORD.
           IF WS-TXN-COUNT > 0
              PERFORM WRITE-ONE-RELEASE-TXN
                 VARYING WS-TXN-IDX FROM 1 BY 1
                 UNTIL WS-TXN-IDX > WS-TXN-COUNT
           END-IF.
           MOVE "TRL" TO BT-RECORD-MARK.
           MOVE WS-TXN-COUNT TO BT-RECORD-COUNT.
           MOVE WS-TXN-NET-AMOUNT TO BT-NET-AMOUNT.
           WRITE TXN-BATCH-TRAILER-RECORD.

       WRITE-ONE-RELEASE-TXN.
           MOVE TT-CUSTOMER-ID (WS-TXN-IDX) TO TX-CUSTOMER-ID.
           MOVE TT-AMOUNT (WS-TXN-IDX) TO TX-AMOUNT.
           MOVE TT-PROCESS-TYPE (WS-TXN-IDX) TO TX-PROCESS-TYPE.
           MOVE TT-ORIGINAL-TXN-ID (WS-TXN-IDX) TO TX-ORIGINAL-TXN-ID.
           WRITE TXN-OUT-RECORD.

       WRITE-REGISTER-TOTALS.
           IF NOT WS-REG-FILE-OK
              CONTINUE
           ELSE
              MOVE WS-RELEASED-COUNT TO RG-RELEASED-COUNT
              MOVE WS-TXN-NET-AMOUNT TO RG-RELEASED-AMOUNT
              MOVE WS-DECLINED-COUNT TO RG-DECLINED-COUNT
              MOVE WS-EXPIRED-COUNT TO RG-EXPIRED-COUNT
              MOVE WS-PENDING-COUNT TO RG-PENDING-COUNT
              WRITE REGISTER-LINE FROM WS-REG-TOTALS
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "SUSPENSE RELEASE SUMMARY:".
           DISPLAY "Suspense Items Read: " WS-READ-COUNT.
           DISPLAY "Duplicates Skipped:  " WS-DUPLICATE-COUNT.
           DISPLAY "Decisions Loaded:    " WS-DEC-COUNT.
           DISPLAY "Released:            " WS-RELEASED-COUNT.
           DISPLAY "Released Amount:     " WS-TXN-NET-AMOUNT.
           DISPLAY "Declined:            " WS-DECLINED-COUNT.
           DISPLAY "Declined Amount:     " WS-DECLINED-AMOUNT.
           DISPLAY "Expired:             " WS-EXPIRED-COUNT.
           DISPLAY "Expired Amount:      " WS-EXPIRED-AMOUNT.
           DISPLAY "Still Pending:       " WS-PENDING-COUNT.
           DISPLAY "Pending Amount:      " WS-PENDING-AMOUNT.
           DISPLAY "Exceptions:          " WS-EXCEPTION-COUNT.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-SUSP-FILE-OK OR WS-SUSP-FILE-EOF
              CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-TXN-FILE-OK
              CLOSE TXN-OUT-FILE
           END-IF.
           IF WS-CARRY-FILE-OK
              CLOSE CARRY-FILE
           END-IF.
           IF WS-REG-FILE-OK
              CLOSE REGISTER-FILE
           END-IF.
