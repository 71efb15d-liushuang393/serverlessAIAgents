      *             produced for ids with no address record go on an
      *             exception listing so the mailroom knows exactly
      *             which ones still need hand-matching.
      * 2026-10-15  Transactions the CUSTPROC velocity screen held in
      *             suspense leave a type 'S' audit record that moves
      *             no money; they are not movements and are left off
      *             the statement. A released item appears when it
      *             actually posts.
      * 2026-10-15  Rank changes and downgrade warnings from the rank
      *             review (RANKNOTE notification extract) print as a
      *             notice at the foot of the customer's statement.
      *             The review's type 'K' audit records move no money
      *             and are left off the movements.
      * 2026-10-15  A type 'E' turnover of an unclaimed dormant
      *             balance prints with a line under it saying the
      *             balance was remitted as unclaimed property and
      *             where to claim it.
      * 2026-10-15  A rank notice for a customer with no statement
      *             this month (no movements, or e-delivery) prints on
      *             a notice-only page after the statements. Notices
      *             not printed are written to RANKNOTN, which the job
      *             renames over RANKNOTE after a clean run, so each
      *             notice goes out once.
      * 2026-10-15  Only a missing RANKNOTE means no notices; any
      *             other open failure stops the run with return code
      *             8 before RANKNOTN is created.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FILE-STATUS.

      *    Rank review notification extract; no file means no
      *    notices this month. The notices not printed are carried
      *    forward on RANKNOTN (renamed over RANKNOTE by the job
      *    after a clean run).
           SELECT NOTICE-FILE ASSIGN TO "RANKNOTE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTE-FILE-STATUS.

           SELECT NEW-NOTICE-FILE ASSIGN TO "RANKNOTN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NNOTE-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-LINE PIC X(60).

      * Layout written by the rank review: notice type 'U' upgrade,
      * 'D' downgrade, 'W' downgrade warning.
       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RECORD.
           05  RN-POSTAL-CODE PIC X(10).
           05  RN-CUSTOMER-ID PIC X(10).
           05  RN-NOTICE-TYPE PIC X(01).
           05  RN-OLD-RANK PIC X(01).
           05  RN-NEW-RANK PIC X(01).
           05  RN-SPEND PIC S9(13)V9(2).
           05  RN-REVIEW-DATE PIC 9(8).
           05  RN-CUST-NAME PIC X(30).
           05  RN-ADDR-LINE-1 PIC X(30).
           05  RN-ADDR-LINE-2 PIC X(30).
           05  RN-DELIVERY-FLAG PIC X(01).
           05  RN-ADDR-STATUS PIC X(01).

       FD  NEW-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-NOTICE-RECORD PIC X(138).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 WS-AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-ADDR-FILE-EOF VALUE '10'.
          05 WS-EXC-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-EXC-FILE-OK VALUE '00'.
          05 WS-NOTE-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NOTE-FILE-OK VALUE '00'.
             88 WS-NOTE-FILE-EOF VALUE '10'.
             88 WS-NOTE-FILE-NOTFND VALUE '35'.
          05 WS-NNOTE-FILE-STATUS PIC X(02) VALUE '00'.
             88 WS-NNOTE-FILE-OK VALUE '00'.

       01 WS-FLAGS.
          05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 WS-CUST-OPEN VALUE 'Y'.
          05 WS-ADDR-EOF-FLAG PIC X VALUE 'N'.
             88 WS-ADDR-EOF VALUE 'Y'.
          05 WS-NOTE-EOF-FLAG PIC X VALUE 'N'.
             88 WS-NOTE-EOF VALUE 'Y'.
      *    Set when the current customer is flagged for e-delivery:
      *    the whole statement is skipped and counted.
          05 WS-CUST-SUPPRESS-FLAG PIC X VALUE 'N'.
          05 WS-GRAND-MOVEMENTS PIC 9(7) VALUE ZERO.
          05 WS-SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
          05 WS-NOTICES-PRINTED PIC 9(5) VALUE ZERO.
          05 WS-NOTICE-PAGES PIC 9(5) VALUE ZERO.
          05 WS-NOTICES-CARRIED PIC 9(5) VALUE ZERO.

      * Name-and-address master, loaded once at startup and looked
      * up by customer id for the presort key, the statement
             10 AT-POSTAL-CODE PIC X(10).
             10 AT-DELIVERY-FLAG PIC X(01).

      * Rank review notices, loaded once at startup and looked up
      * by customer id as each printed statement closes. The whole
      * record is kept so a notice not printed is carried forward
      * as read.
       01 WS-NOTE-TABLE-CONTROLS.
          05 WS-NOTE-COUNT PIC 9(4) COMP VALUE ZERO.
          05 WS-NOTE-MAX PIC 9(4) COMP VALUE 2000.
          05 WS-NOTE-IDX PIC 9(4) COMP VALUE ZERO.
          05 WS-NOTE-ROW PIC 9(4) COMP VALUE ZERO.
       01 WS-NOTE-TABLE.
          05 WS-NOTE-ENTRY OCCURS 2000 TIMES.
             10 NT-NOTICE-IMAGE.
                15 NT-POSTAL-CODE PIC X(10).
                15 NT-CUSTOMER-ID PIC X(10).
                15 NT-NOTICE-TYPE PIC X(01).
                15 NT-OLD-RANK PIC X(01).
                15 NT-NEW-RANK PIC X(01).
                15 FILLER PIC X(115).
             10 NT-PRINTED-FLAG PIC X(01).
                88 NT-PRINTED VALUE 'Y'.

      * Current statement break fields and per-customer totals.
       01 WS-STATEMENT-WORK.
          05 WS-CURR-CUSTOMER-ID PIC X(10) VALUE SPACES.

       01 WS-BLANK-LINE PIC X(90) VALUE SPACES.

       01 WS-NOTICE-LINE PIC X(90) VALUE SPACES.

       01 WS-NOTICE-HEADER-LINE.
          05 FILLER PIC X(20) VALUE "CUSTOMER NOTICE     ".
          05 FILLER PIC X(09) VALUE "CUSTOMER ".
          05 NH-CUSTOMER-ID PIC X(10).
          05 FILLER PIC X(07) VALUE "  MONTH".
          05 NH-STMT-MONTH PIC X(06).

       01 WS-TURNOVER-LINE.
          05 FILLER PIC X(15) VALUE SPACES.
          05 FILLER PIC X(40) VALUE
             "BALANCE REMITTED AS UNCLAIMED PROPERTY -".
          05 FILLER PIC X(35) VALUE
             " CLAIM FROM THE STATE ADMINISTRATOR".

      * Mailing block printed under the first page header, and the
      * exception row for a statement with no address record.
       01 WS-ADDRESS-BLOCK-LINES.
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS SELECT-AUDIT-RECORDS
                 OUTPUT PROCEDURE IS BUILD-STATEMENTS
              PERFORM WRITE-NOTICE-ONLY-PAGES
              PERFORM WRITE-CARRIED-NOTICES
           END-IF.
           PERFORM DISPLAY-RESULTS.
           PERFORM TERMINATE-SYSTEM.
                      " - no statements produced."
              MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM OPEN-NOTICE-FILE
           END-IF.
      *    The carried notice file is opened last, so a failed open
      *    above leaves no RANKNOTN for the job to rename.
           IF NOT WS-RUN-DONE
              OPEN OUTPUT NEW-NOTICE-FILE
              IF NOT WS-NNOTE-FILE-OK
                 DISPLAY "Carried notice file could not be opened - "
                         "status " WS-NNOTE-FILE-STATUS
                         " - no statements produced."
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
              END-IF
           END-IF.
           IF NOT WS-RUN-DONE
              PERFORM LOAD-ADDRESS-TABLE
              PERFORM LOAD-NOTICE-TABLE
              DISPLAY "System initialized."
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Loads the name-and-address master once at startup. When the
                 END-IF
           END-READ.

      * No RANKNOTE means the rank review has not written notices
      * yet. One that is there but cannot be read stops the run, or
      * its notices would be lost when RANKNOTN replaces it.
       OPEN-NOTICE-FILE.
           MOVE 'N' TO WS-NOTE-EOF-FLAG.
           OPEN INPUT NOTICE-FILE.
           EVALUATE TRUE
              WHEN WS-NOTE-FILE-OK
                 CONTINUE
              WHEN WS-NOTE-FILE-NOTFND
                 MOVE 'Y' TO WS-NOTE-EOF-FLAG
              WHEN OTHER
                 DISPLAY "Rank notice file could not be opened - "
                         "status " WS-NOTE-FILE-STATUS
                         " - no statements produced."
                 MOVE 'Y' TO WS-NOTE-EOF-FLAG
                 MOVE 'Y' TO WS-RUN-DONE-FLAG
           END-EVALUATE.

      * A notice that does not fit the table goes straight to the
      * carried file for next month.
       LOAD-NOTICE-TABLE.
           PERFORM LOAD-ONE-NOTICE UNTIL WS-NOTE-EOF.
           IF WS-NOTE-FILE-OK OR WS-NOTE-FILE-EOF
              CLOSE NOTICE-FILE
           END-IF.

       LOAD-ONE-NOTICE.
           READ NOTICE-FILE
              AT END
                 MOVE 'Y' TO WS-NOTE-EOF-FLAG
              NOT AT END
                 IF WS-NOTE-COUNT < WS-NOTE-MAX
                    ADD 1 TO WS-NOTE-COUNT
                    MOVE NOTICE-RECORD TO
                       NT-NOTICE-IMAGE (WS-NOTE-COUNT)
                    MOVE 'N' TO NT-PRINTED-FLAG (WS-NOTE-COUNT)
                 ELSE
                    DISPLAY "Notice table full - rank notice carried "
                            "to next month for customer "
                            RN-CUSTOMER-ID
                    WRITE NEW-NOTICE-RECORD FROM NOTICE-RECORD
                    ADD 1 TO WS-NOTICES-CARRIED
                 END-IF
           END-READ.

      * Passes only the requested month's successful movements to the
      * sort: failed attempts never reached the balance and do not
      * belong on a customer's statement. The month's movements are
              NOT AT END
                 IF GEN-TIMESTAMP (1:6) = WS-STMT-MONTH
                    AND GEN-STATUS = 'S'
                    AND GEN-TXN-TYPE NOT = 'S'
                    AND GEN-TXN-TYPE NOT = 'K'
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE GEN-CUSTOMER-ID TO WS-ADDR-LOOKUP-ID
                    PERFORM SET-SORT-POSTAL-CODE
              NOT AT END
                 IF AUD-TIMESTAMP (1:6) = WS-STMT-MONTH
                    AND AUD-STATUS = 'S'
                    AND AUD-TXN-TYPE NOT = 'S'
                    AND AUD-TXN-TYPE NOT = 'K'
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE AUD-CUSTOMER-ID TO WS-ADDR-LOOKUP-ID
                    PERFORM SET-SORT-POSTAL-CODE
           MOVE SR-NEW-BALANCE TO DT-BALANCE.
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF SR-TXN-TYPE = 'E'
              WRITE STATEMENT-LINE FROM WS-TURNOVER-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-BALANCE-LINE.
           WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
           MOVE WS-CUST-NET-CHANGE TO TL-NET-CHANGE.
           WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM WRITE-RANK-NOTICE.
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-CUST-OPEN-FLAG.

      * The rank review's notice for this customer, if there is one,
      * under the statement totals.
       WRITE-RANK-NOTICE.
           MOVE ZERO TO WS-NOTE-ROW.
           IF WS-NOTE-COUNT > 0
              PERFORM MATCH-NOTICE-ROW
                 VARYING WS-NOTE-IDX FROM 1 BY 1
                 UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
                    OR WS-NOTE-ROW > 0
           END-IF.
           IF WS-NOTE-ROW > 0
              PERFORM FORMAT-RANK-NOTICE
              WRITE STATEMENT-LINE FROM WS-BLANK-LINE
              WRITE STATEMENT-LINE FROM WS-NOTICE-LINE
              ADD 2 TO WS-LINE-COUNT
              ADD 1 TO WS-NOTICES-PRINTED
              MOVE 'Y' TO NT-PRINTED-FLAG (WS-NOTE-ROW)
           END-IF.

       FORMAT-RANK-NOTICE.
           MOVE SPACES TO WS-NOTICE-LINE.
           EVALUATE NT-NOTICE-TYPE (WS-NOTE-ROW)
              WHEN 'U'
                 STRING "NOTICE: YOUR CUSTOMER RANK HAS BEEN "
                        "RAISED FROM " NT-OLD-RANK (WS-NOTE-ROW)
                        " TO " NT-NEW-RANK (WS-NOTE-ROW)
                    DELIMITED BY SIZE INTO WS-NOTICE-LINE
              WHEN 'D'
                 STRING "NOTICE: YOUR CUSTOMER RANK HAS BEEN "
                        "CHANGED FROM " NT-OLD-RANK (WS-NOTE-ROW)
                        " TO " NT-NEW-RANK (WS-NOTE-ROW)
                    DELIMITED BY SIZE INTO WS-NOTICE-LINE
              WHEN OTHER
                 STRING "NOTICE: YOUR SPEND NO LONGER QUALIFIES "
                        "FOR RANK " NT-OLD-RANK (WS-NOTE-ROW)
                        " - RANK " NT-NEW-RANK (WS-NOTE-ROW)
                        " APPLIES AFTER THE NEXT REVIEW"
                    DELIMITED BY SIZE INTO WS-NOTICE-LINE
           END-EVALUATE.

       MATCH-NOTICE-ROW.
           IF NT-CUSTOMER-ID (WS-NOTE-IDX) = WS-CURR-CUSTOMER-ID
              MOVE WS-NOTE-IDX TO WS-NOTE-ROW
           END-IF.

      * A customer with a notice but no printed statement this month
      * (no movements, or statements delivered electronically) gets
      * the notice on a page of its own, after the statements and in
      * the notice file's presort order. No-address pages go on the
      * exception listing like statements.
       WRITE-NOTICE-ONLY-PAGES.
           IF WS-NOTE-COUNT > 0
              PERFORM WRITE-ONE-NOTICE-PAGE
                 VARYING WS-NOTE-ROW FROM 1 BY 1
                 UNTIL WS-NOTE-ROW > WS-NOTE-COUNT
           END-IF.

       WRITE-ONE-NOTICE-PAGE.
           IF NOT NT-PRINTED (WS-NOTE-ROW)
              MOVE NT-CUSTOMER-ID (WS-NOTE-ROW) TO WS-CURR-CUSTOMER-ID
              MOVE NT-CUSTOMER-ID (WS-NOTE-ROW) TO WS-ADDR-LOOKUP-ID
              PERFORM LOOKUP-ADDRESS-ROW
              MOVE WS-CURR-CUSTOMER-ID TO NH-CUSTOMER-ID
              MOVE WS-STMT-MONTH TO NH-STMT-MONTH
              WRITE STATEMENT-LINE FROM WS-NOTICE-HEADER-LINE
              WRITE STATEMENT-LINE FROM WS-BLANK-LINE
              MOVE 2 TO WS-LINE-COUNT
              PERFORM WRITE-ADDRESS-BLOCK
              PERFORM FORMAT-RANK-NOTICE
              WRITE STATEMENT-LINE FROM WS-NOTICE-LINE
              WRITE STATEMENT-LINE FROM WS-BLANK-LINE
              ADD 2 TO WS-LINE-COUNT
              ADD 1 TO WS-NOTICES-PRINTED
              ADD 1 TO WS-NOTICE-PAGES
              MOVE 'Y' TO NT-PRINTED-FLAG (WS-NOTE-ROW)
           END-IF.

      * Notices still not printed are carried forward as read.
       WRITE-CARRIED-NOTICES.
           IF WS-NOTE-COUNT > 0
              PERFORM WRITE-ONE-CARRIED-NOTICE
                 VARYING WS-NOTE-IDX FROM 1 BY 1
                 UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
           END-IF.

       WRITE-ONE-CARRIED-NOTICE.
           IF NOT NT-PRINTED (WS-NOTE-IDX)
              WRITE NEW-NOTICE-RECORD FROM NT-NOTICE-IMAGE (WS-NOTE-IDX)
              ADD 1 TO WS-NOTICES-CARRIED
           END-IF.

       DISPLAY-RESULTS.
           DISPLAY "==========================".
           DISPLAY "STATEMENT RUN SUMMARY:".
           DISPLAY "Movements Printed:   " WS-GRAND-MOVEMENTS.
           DISPLAY "Suppressed (E-Del):  " WS-SUPPRESSED-COUNT.
           DISPLAY "No Address Record:   " WS-NO-ADDRESS-COUNT.
           DISPLAY "Rank Notices Loaded: " WS-NOTE-COUNT.
           DISPLAY "Rank Notices Printed:" WS-NOTICES-PRINTED.
           DISPLAY "Notice-Only Pages:   " WS-NOTICE-PAGES.
           DISPLAY "Rank Notices Carried:" WS-NOTICES-CARRIED.
           DISPLAY "==========================".

       TERMINATE-SYSTEM.
           IF WS-EXC-FILE-OK
              CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-NNOTE-FILE-OK
              CLOSE NEW-NOTICE-FILE
           END-IF.
