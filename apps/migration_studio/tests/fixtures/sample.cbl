      *               batch error detail listing now counts only the
      *               current run segment, since the error table
      *               itself does not survive a checkpoint restart.
      *   2026-10-15  Velocity screen in both batch posting modes:
      *               per customer, per business day and per
      *               transaction type, the count and total amount
      *               of transactions are held against thresholds
      *               from the velocity table (per-customer row or
      *               per-rank default, VELOCLIM). A transaction that
      *               would exceed either threshold is not posted; it
      *               is written to the suspense file with a reason
      *               code, logged as an 'S' audit record with no
      *               balance movement, and listed on the morning
      *               review report. The day's counts are carried in
      *               the checkpoint so a restart screens the same
      *               way; suspended count and amount are carried in
      *               the checkpoint and in CUSTTOTS for the GL
      *               reconciliation. A batch released from suspense
      *               by SUSP-RELEASE (file id 'SUSPREL.') has
      *               already been approved and is not re-screened.
      *   2026-10-15  TXN_HISTORY rows now carry the transaction
      *               type ('U' or 'A') and a cancel flag, and a 'C'
      *               cancel marks the original row cancelled in the
      *               same unit of work as the reversal, so the rank
      *               review (RANK-REVIEW) can total qualifying spend
      *               net of cancels.
      *   2026-10-15  Dormant accounts (CUSTOMER_MASTER.DORMANT_FLAG,
      *               set by the dormancy run DORMANCY-RUN): a fee
      *               assessment ('A' with a negative amount) against
      *               a dormant account is refused, and the next
      *               successful 'U' or 'R' reactivates the account in
      *               the same update. New 'E' turnover transaction
      *               type: zeroes the balance of a dormant account
      *               whose unclaimed balance is being remitted, only
      *               when the amount is exactly the balance held,
      *               with its own audit type, batch count (carried in
      *               the checkpoint) and GL control-total
      *               contribution. A turnover is not recorded in
      *               TXN_HISTORY and cannot be cancelled.
      *   2026-10-15  New 'P' payroll deduction transaction type for
      *               the batch PAYROLL-CALC writes (file id
      *               'PAYDED.'): repayments withheld from an
      *               employee's pay are credited to the linked
      *               customer account as-is - no rank discount, no
      *               tax, no points, no limit check (the money has
      *               already been withheld) - with their own audit
      *               type, batch count and amount (carried in the
      *               checkpoint and written to CUSTTOTS so the GL
      *               reconciliation can prove what payroll withheld
      *               equals what was credited), and the batch is not
      *               velocity-screened. A deduction is not recorded
      *               in TXN_HISTORY and cannot be cancelled.
      *   2026-10-15  Batch start is also refused while today's
      *               forward-recovery apply (run control CUSTRCOV)
      *               is running, has abended part-way or stopped on
      *               a broken balance chain (CHAINBRK), so no posting
      *               lands on a master still waiting to be recovered.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROC.
           SELECT SEEN-FILE ASSIGN TO "TXNSEEN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEEN-FILE-STATUS.
      *    取引頻度（ベロシティ）閾値テーブル（顧客別行またはランク別
      *    既定行。取引種別ごとに件数・金額の1日上限を持つ）
           SELECT VELOCITY-FILE ASSIGN TO "VELOCLIM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VEL-FILE-STATUS.
      *    保留（サスペンス）ファイル（追記。運用部門の承認／却下を
      *    SUSP-RELEASE が適用し、未決分を書き戻す）
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-FILE-STATUS.
      *    運用部門向けの朝の保留確認リスト
           SELECT REVIEW-REPORT-FILE ASSIGN TO "SUSPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  CK-POINTS-ISSUED     PIC S9(09).
           05  CK-POINTS-REDEEMED   PIC 9(09).
           05  CK-ASSESS-COUNT      PIC 9(07).
           05  CK-SUSPEND-COUNT     PIC 9(07).
           05  CK-SUSPEND-AMOUNT    PIC S9(11)V9(2).
           05  CK-ESCHEAT-COUNT     PIC 9(07).
           05  CK-PAYDED-COUNT      PIC 9(07).
           05  CK-PAYDED-AMOUNT     PIC S9(11)V9(2).
      *    2行目以降はベロシティ累計（顧客×取引種別ごとに1行）。
      *    再始動時も当日の件数・金額から続けて判定するため
       01  CHECKPOINT-VELOCITY-RECORD.
           05  CV-RECORD-MARK       PIC X(03).
               88  CV-VELOCITY-MARK VALUE 'VEL'.
           05  CV-CUSTOMER-ID       PIC X(10).
           05  CV-TXN-TYPE          PIC X(01).
           05  CV-COUNT             PIC 9(05).
           05  CV-AMOUNT            PIC 9(11)V9(2).
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           05  AUD-CUSTOMER-ID      PIC X(10).
           05  AUD-TXN-TYPE         PIC X(01).
      *    更新(U)の場合はこの取引に採番した取引ID、取消(C)の場合は
      *    取り消した元取引の取引ID、保留(S)の場合は保留ID
           05  AUD-TXN-ID           PIC X(17).
           05  AUD-OLD-BALANCE      PIC S9(13)V9(2).
           05  AUD-NEW-BALANCE      PIC S9(13)V9(2).
           05  AUD-DISCOUNT-RATE    PIC V9(2).
           05  AUD-SQLCODE          PIC S9(8).
           05  AUD-STATUS           PIC X(01).
      *    限度額違反で拒否した取引は 'L'、ベロシティ閾値超過で
      *    保留した取引は 'V'、それ以外は空白
           05  AUD-LIMIT-FLAG       PIC X(01).
      *    転記モード（'B' バッチ／'O' オンライン）。GL 突合の明細
      *    検証がバッチ転記分のみを選択するためのキー
           05  CT-SYSTEM-ID         PIC X(08).
           05  CT-RUN-DATE          PIC 9(8).
           05  CT-NET-AMOUNT-POSTED PIC S9(11)V9(2).
      *    保留した取引の件数と純額（入力どおりの符号付き金額）。
      *    転記額には含まれず、GL 突合で保留ファイルと照合する
           05  CT-SUSPEND-COUNT     PIC 9(07).
           05  CT-SUSPEND-AMOUNT    PIC S9(11)V9(2).
      *    給与控除(P)で入金した件数と金額（転記額の内数）。GL 突合で
      *    給与側の控除額と照合する
           05  CT-PAYDED-COUNT      PIC 9(07).
           05  CT-PAYDED-AMOUNT     PIC S9(11)V9(2).
      *
      * 実行管理ファイル（システムID×業務日付ごとに1行。状態変更の
      * たびに全行を読み直して書き戻す）
           05  FS-FILE-ID           PIC X(16).
           05  FS-SEEN-DATE         PIC 9(8).
      *
      * ベロシティ閾値テーブル（キー種別 'C' は顧客ID、'R' はランクの
      * 既定値。取引種別ごとに1行。上限が 0 の項目はチェックなし。
      * 金額は入力金額の絶対値で数える）
       FD  VELOCITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  VELOCITY-FILE-RECORD.
           05  VL-KEY-TYPE          PIC X(01).
               88  VL-TYPE-CUSTOMER VALUE 'C'.
               88  VL-TYPE-RANK     VALUE 'R'.
           05  VL-KEY               PIC X(10).
           05  VL-TXN-TYPE          PIC X(01).
           05  VL-MAX-COUNT         PIC 9(05).
           05  VL-MAX-AMOUNT        PIC 9(11)V9(2).
      *
      * 保留ファイル（保留1件につき1行。保留IDは業務日付＋'S'＋
      * バッチ内通番で、取引IDと同じ形をとる）
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD.
           05  SU-SUSPENSE-ID       PIC X(17).
           05  SU-SUSPEND-DATE      PIC 9(8).
           05  SU-CUSTOMER-ID       PIC X(10).
           05  SU-CUST-RANK         PIC X(01).
           05  SU-AMOUNT            PIC S9(9)V9(2).
           05  SU-PROCESS-TYPE      PIC X(01).
           05  SU-ORIGINAL-TXN-ID   PIC X(17).
      *    'VC' 件数上限超過／'VA' 金額上限超過
           05  SU-REASON-CODE       PIC X(02).
      *    この取引を含めた場合の当日件数・金額と、その閾値
           05  SU-DAY-COUNT         PIC 9(05).
           05  SU-DAY-AMOUNT        PIC 9(11)V9(2).
           05  SU-MAX-COUNT         PIC 9(05).
           05  SU-MAX-AMOUNT        PIC 9(11)V9(2).
           05  SU-SOURCE-FILE-ID    PIC X(16).
      *
       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REPORT-LINE       PIC X(132).
      *
      * グループ転記モードのソートレコード（到着順を第2キーに持ち、
      * 同一顧客内の処理順を入力ファイルの順序に保つ）
       SD  SORT-WORK-FILE.
               88  WS-TYPE-CANCEL VALUE 'C'.
               88  WS-TYPE-REDEEM VALUE 'R'.
               88  WS-TYPE-ASSESS VALUE 'A'.
               88  WS-TYPE-ESCHEAT VALUE 'E'.
               88  WS-TYPE-PAYDED VALUE 'P'.
           05  WS-ORIGINAL-TXN-ID PIC X(17).
      *
      * 顧客マスタ情報
               88  WS-RANK-SILVER VALUE 'S'.
           05  WS-CUST-BALANCE   PIC S9(13)V9(2) COMP-3.
           05  WS-CUST-POINTS    PIC S9(9)       COMP.
      *    休眠区分（'N' 通常、'Y' 休眠、'T' 休眠残高を移管済み）
           05  WS-CUST-DORMANT-FLAG PIC X(01).
               88  WS-CUST-ACTIVE       VALUE 'N'.
               88  WS-CUST-DORMANT      VALUE 'Y' 'T'.
               88  WS-CUST-DORMANT-HELD VALUE 'Y'.
      *
      * 計算作業エリア
       01  WS-WORK.
           05  WS-SEEN-FILE-STATUS  PIC X(02).
               88  WS-SEEN-FILE-OK  VALUE '00'.
               88  WS-SEEN-FILE-EOF VALUE '10'.
           05  WS-VEL-FILE-STATUS   PIC X(02).
               88  WS-VEL-FILE-OK   VALUE '00'.
               88  WS-VEL-FILE-EOF  VALUE '10'.
           05  WS-SUSP-FILE-STATUS  PIC X(02).
               88  WS-SUSP-FILE-OK      VALUE '00'.
               88  WS-SUSP-FILE-CREATED VALUE '05'.
               88  WS-SUSP-FILE-NOTFND  VALUE '35'.
           05  WS-RPT-FILE-STATUS   PIC X(02).
               88  WS-RPT-FILE-OK   VALUE '00'.
      *
      * 監査レコード用タイムスタンプ作業域
       01  WS-AUDIT-STAMP.
           05  WS-BATCH-POINTS-ISSUED PIC S9(9) COMP VALUE ZERO.
           05  WS-BATCH-POINTS-REDEEMED PIC 9(9) COMP VALUE ZERO.
           05  WS-BATCH-ASSESS-COUNT PIC 9(7) VALUE ZERO.
           05  WS-BATCH-ESCHEAT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-BATCH-PAYDED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-BATCH-PAYDED-AMOUNT PIC S9(11)V9(2) COMP-3
                                    VALUE ZERO.
      *    保留件数と保留純額（入力どおりの符号付き金額。転記額には
      *    含めない）
           05  WS-BATCH-SUSPEND-COUNT PIC 9(7) VALUE ZERO.
           05  WS-BATCH-SUSPEND-AMOUNT PIC S9(11)V9(2) COMP-3
                                    VALUE ZERO.
           05  WS-BATCH-ERROR-COUNT PIC 9(7)  VALUE ZERO.
      *    今回の実行区間内のみの件数。エラー明細テーブルはチェック
      *    ポイントに記録されず再始動のたびに空になるため、明細表示
               10  ST-FILE-ID       PIC X(16).
               10  ST-SEEN-DATE     PIC 9(8).
      *
      * ベロシティ閾値テーブル作業域（バッチ開始時に読み込み。
      * ファイルが無い場合はベロシティ判定なしで従来どおり転記する）
       01  WS-VELOCITY-CONTROLS.
           05  WS-VL-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-VL-TBL-MAX        PIC 9(4) COMP VALUE 400.
           05  WS-VL-IDX            PIC 9(4) COMP VALUE ZERO.
           05  WS-VL-ROW            PIC 9(4) COMP VALUE ZERO.
           05  WS-VL-EOF-FLAG       PIC X(01) VALUE 'N'.
               88  WS-VL-EOF        VALUE 'Y'.
           05  WS-VELOCITY-AVAIL-FLAG PIC X(01) VALUE 'N'.
               88  WS-VELOCITY-AVAILABLE VALUE 'Y'.
           05  WS-VELOCITY-FOUND-FLAG PIC X(01) VALUE 'N'.
               88  WS-VELOCITY-FOUND VALUE 'Y'.
      *    閾値ファイルがあり、保留解除バッチでない場合のみ判定する
           05  WS-VEL-SCREEN-FLAG   PIC X(01) VALUE 'N'.
               88  WS-VEL-SCREEN-ON VALUE 'Y'.
           05  WS-VEL-TRIPPED-FLAG  PIC X(01) VALUE 'N'.
               88  WS-VEL-TRIPPED   VALUE 'Y'.
           05  WS-VEL-REASON        PIC X(02) VALUE SPACES.
           05  WS-VL-KEY-TYPE       PIC X(01) VALUE SPACE.
           05  WS-VL-KEY            PIC X(10) VALUE SPACES.
      *    見つかった閾値（顧客別行がランク別既定行に優先する）
           05  WS-VL-MAX-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-VL-MAX-AMOUNT     PIC 9(11)V9(2) COMP-3 VALUE ZERO.
      *    この取引を含めた場合の当日件数・金額
           05  WS-VEL-ABS-AMOUNT    PIC 9(9)V9(2) COMP-3 VALUE ZERO.
           05  WS-VEL-DAY-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-VEL-DAY-AMOUNT    PIC 9(11)V9(2) COMP-3 VALUE ZERO.
       01  WS-VELOCITY-TABLE.
           05  WS-VL-ENTRY OCCURS 400 TIMES.
               10  VT-KEY-TYPE      PIC X(01).
               10  VT-KEY           PIC X(10).
               10  VT-TXN-TYPE      PIC X(01).
               10  VT-MAX-COUNT     PIC 9(05).
               10  VT-MAX-AMOUNT    PIC 9(11)V9(2).
      *
      * 当日のベロシティ累計（閾値のある顧客×取引種別ごとに1行。
      * 判定を通過した取引を数え、チェックポイントに記録する。
      * テーブル満杯後の新しい組合せは当該取引単独で判定し、件数を
      * バッチ集計に表示する）
       01  WS-VELOCITY-ACCUM-CONTROLS.
           05  WS-VA-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-VA-MAX            PIC 9(4) COMP VALUE 5000.
           05  WS-VA-IDX            PIC 9(4) COMP VALUE ZERO.
           05  WS-VA-ROW            PIC 9(4) COMP VALUE ZERO.
           05  WS-VA-UNTRACKED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-CK-EOF-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CK-EOF        VALUE 'Y'.
       01  WS-VELOCITY-ACCUM-TABLE.
           05  WS-VA-ENTRY OCCURS 5000 TIMES.
               10  VA-CUSTOMER-ID   PIC X(10).
               10  VA-TXN-TYPE      PIC X(01).
               10  VA-COUNT         PIC 9(05).
               10  VA-AMOUNT        PIC 9(11)V9(2).
      *
      * 保留処理作業域と朝の保留確認リストの行レイアウト
       01  WS-SUSPENSE-WORK.
           05  WS-SUSPENSE-ID       PIC X(17) VALUE SPACES.
           05  WS-SUSPEND-BALANCE   PIC S9(13)V9(2) COMP-3
                                    VALUE ZERO.
           05  WS-SUSP-OPEN-FLAG    PIC X(01) VALUE 'N'.
               88  WS-SUSP-OPEN     VALUE 'Y'.
           05  WS-RPT-OPEN-FLAG     PIC X(01) VALUE 'N'.
               88  WS-RPT-OPEN      VALUE 'Y'.
       01  WS-REVIEW-REPORT-LINES.
           05  WS-RVW-TITLE.
               10  FILLER           PIC X(40) VALUE
                   'CUSTPROC VELOCITY SUSPENSE REVIEW FOR   '.
               10  RV-TITLE-DATE    PIC 9(8).
               10  FILLER           PIC X(10) VALUE '  BATCH   '.
               10  RV-TITLE-FILE-ID PIC X(16).
           05  WS-RVW-COLUMNS.
               10  FILLER           PIC X(40) VALUE
                   'SUSPENSE ID       CUSTOMER   RK T       '.
               10  FILLER           PIC X(40) VALUE
                   '  AMOUNT RSN DAY CT   MAX CT        DAY '.
               10  FILLER           PIC X(40) VALUE
                   'AMOUNT        MAX AMOUNT REASON         '.
           05  WS-RVW-DETAIL.
               10  RV-SUSPENSE-ID   PIC X(17).
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-CUSTOMER-ID   PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-CUST-RANK     PIC X(01).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RV-PROCESS-TYPE  PIC X(01).
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-AMOUNT        PIC ---,---,--9.99.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-REASON-CODE   PIC X(02).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RV-DAY-COUNT     PIC ZZ,ZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  RV-MAX-COUNT     PIC ZZ,ZZ9.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-DAY-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-MAX-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RV-REASON-TEXT   PIC X(24).
           05  WS-RVW-TOTALS.
               10  FILLER           PIC X(30) VALUE
                   'ITEMS SUSPENDED THIS RUN:     '.
               10  RV-TOTAL-COUNT   PIC Z,ZZZ,ZZ9.
               10  FILLER           PIC X(14) VALUE
                   '   NET AMOUNT '.
               10  RV-TOTAL-AMOUNT  PIC ---,---,---,--9.99.
      *
      * グループ転記制御項目（顧客単位に残高・ポイントを保持して
      * 適用し、グループ末尾で1回の UPDATE と COMMIT を発行する。
      * チェックポイントはコミット境界のグループ末尾でのみ書く）
      *    SQLCODE を上書きするため、監査行用に退避する）
           05  WS-GROUP-SQLCODE     PIC S9(8) COMP VALUE ZERO.
           05  WS-GROUP-POST-STATUS PIC X(01) VALUE 'S'.
      *    グループ開始時（DB 上）の残高。保留の監査行はグループの
      *    バッファ行より先に書かれるため、残高の連鎖が切れないよう
      *    この残高を新旧残高として記録する
           05  WS-GROUP-START-BALANCE PIC S9(13)V9(2) COMP-3
                                    VALUE ZERO.
      *    グループ内の集計増分（UPDATE 成功時のみバッチ集計へ反映）
           05  WS-GRP-UPDATE-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-GRP-CANCEL-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-GRP-REDEEM-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-GRP-ASSESS-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-GRP-ESCHEAT-COUNT PIC 9(07) VALUE ZERO.
           05  WS-GRP-PAYDED-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-GRP-PAYDED-AMOUNT PIC S9(11)V9(2) COMP-3 VALUE ZERO.
           05  WS-GRP-AMOUNT        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
           05  WS-GRP-POINTS-ISSUED PIC S9(9) COMP VALUE ZERO.
           05  WS-GRP-POINTS-REDEEMED PIC 9(9) COMP VALUE ZERO.
               END-IF
           END-IF.
      *
      * 休眠口座への手数料（負の評定）は拒否する。利息（正の評定）は
      * 休眠中も付ける
       CHECK-ASSESS-DORMANT.
           IF WS-TOTAL-AMOUNT < ZERO AND WS-CUST-DORMANT
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'Fee refused - account is dormant'
                   TO WS-ERROR-MSG
           END-IF.
      *
      * 移管(E)は休眠口座（未移管）に対し、保有残高と同額の場合のみ
      * 受け付ける（休眠判定後に入金があった口座や二重の移管を防ぐ）
       CHECK-ESCHEAT.
           EVALUATE TRUE
               WHEN NOT WS-CUST-DORMANT-HELD
                   MOVE 999 TO WS-RETURN-CODE
                   MOVE 'Turnover refused - account is not dormant'
                       TO WS-ERROR-MSG
               WHEN WS-CUST-BALANCE + WS-TOTAL-AMOUNT NOT = ZERO
                   MOVE 999 TO WS-RETURN-CODE
                   MOVE 'Turnover amount does not match balance'
                       TO WS-ERROR-MSG
           END-EVALUATE.
      *
      *----------------------------------------------------------------
      * ベロシティ閾値テーブルの読み込み（無ければ判定なし）。保留
      * 解除バッチ（SUSP-RELEASE が作成、ファイルID 'SUSPREL.'）は
      * 運用部門の承認済みのため再判定しない。給与控除バッチ
      * （PAYROLL-CALC が作成、ファイルID 'PAYDED.'）は給与から
      * 控除済みの入金のため判定しない
      *----------------------------------------------------------------
       LOAD-VELOCITY-TABLE.
           MOVE ZERO TO WS-VL-COUNT
           MOVE 'N' TO WS-VELOCITY-AVAIL-FLAG
           MOVE 'N' TO WS-VEL-SCREEN-FLAG
           MOVE 'N' TO WS-VL-EOF-FLAG
           OPEN INPUT VELOCITY-FILE
           IF WS-VEL-FILE-OK
               MOVE 'Y' TO WS-VELOCITY-AVAIL-FLAG
           ELSE
               DISPLAY 'Velocity threshold file not available - '
                       'velocity screen skipped.'
               MOVE 'Y' TO WS-VL-EOF-FLAG
           END-IF
           PERFORM LOAD-ONE-VELOCITY-LIMIT UNTIL WS-VL-EOF
           IF WS-VEL-FILE-OK OR WS-VEL-FILE-EOF
               CLOSE VELOCITY-FILE
           END-IF
           IF WS-VELOCITY-AVAILABLE
               EVALUATE TRUE
                   WHEN WS-HDR-FILE-ID (1:8) = 'SUSPREL.'
                       DISPLAY 'Released suspense batch '
                               WS-HDR-FILE-ID
                               ' - velocity screen not applied.'
                   WHEN WS-HDR-FILE-ID (1:7) = 'PAYDED.'
                       DISPLAY 'Payroll deduction batch '
                               WS-HDR-FILE-ID
                               ' - velocity screen not applied.'
                   WHEN OTHER
                       MOVE 'Y' TO WS-VEL-SCREEN-FLAG
               END-EVALUATE
           END-IF.
      *
       LOAD-ONE-VELOCITY-LIMIT.
           READ VELOCITY-FILE
              AT END
                  MOVE 'Y' TO WS-VL-EOF-FLAG
              NOT AT END
                  IF WS-VL-COUNT < WS-VL-TBL-MAX
                      ADD 1 TO WS-VL-COUNT
                      MOVE VL-KEY-TYPE TO VT-KEY-TYPE (WS-VL-COUNT)
                      MOVE VL-KEY TO VT-KEY (WS-VL-COUNT)
                      MOVE VL-TXN-TYPE TO VT-TXN-TYPE (WS-VL-COUNT)
                      MOVE VL-MAX-COUNT TO VT-MAX-COUNT (WS-VL-COUNT)
                      MOVE VL-MAX-AMOUNT TO
                          VT-MAX-AMOUNT (WS-VL-COUNT)
                  END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      * ベロシティ判定（顧客×業務日×取引種別の件数・金額を閾値と
      * 比較する。照会(Q)は対象外。閾値を超える取引は転記せず保留
      * する。判定を通過した取引は転記結果を問わず当日累計に数える）
      *----------------------------------------------------------------
       SCREEN-VELOCITY.
           MOVE 'N' TO WS-VEL-TRIPPED-FLAG
           MOVE SPACES TO WS-VEL-REASON
           IF WS-VEL-SCREEN-ON AND NOT WS-TYPE-QUERY
               PERFORM FIND-VELOCITY-LIMITS
               IF WS-VELOCITY-FOUND
                   PERFORM CHECK-VELOCITY-LIMITS
               END-IF
           END-IF.
      *
      * 当該顧客・取引種別の閾値検索（顧客別行が優先、無ければ
      * ランク別既定行。どちらも無ければ判定なし）
       FIND-VELOCITY-LIMITS.
           MOVE 'N' TO WS-VELOCITY-FOUND-FLAG
           MOVE ZERO TO WS-VL-MAX-COUNT
           MOVE ZERO TO WS-VL-MAX-AMOUNT
           MOVE 'C' TO WS-VL-KEY-TYPE
           MOVE WS-CUSTOMER-ID TO WS-VL-KEY
           PERFORM SEARCH-VELOCITY-TABLE
           IF NOT WS-VELOCITY-FOUND
               MOVE 'R' TO WS-VL-KEY-TYPE
               MOVE SPACES TO WS-VL-KEY
               MOVE WS-CUST-RANK TO WS-VL-KEY (1:1)
               PERFORM SEARCH-VELOCITY-TABLE
           END-IF.
      *
       SEARCH-VELOCITY-TABLE.
           MOVE ZERO TO WS-VL-ROW
           PERFORM MATCH-ONE-VELOCITY-LIMIT
              VARYING WS-VL-IDX FROM 1 BY 1
              UNTIL WS-VL-IDX > WS-VL-COUNT OR WS-VL-ROW > 0
           IF WS-VL-ROW > 0
               MOVE 'Y' TO WS-VELOCITY-FOUND-FLAG
               MOVE VT-MAX-COUNT (WS-VL-ROW) TO WS-VL-MAX-COUNT
               MOVE VT-MAX-AMOUNT (WS-VL-ROW) TO WS-VL-MAX-AMOUNT
           END-IF.
      *
       MATCH-ONE-VELOCITY-LIMIT.
           IF VT-KEY-TYPE (WS-VL-IDX) = WS-VL-KEY-TYPE
              AND VT-KEY (WS-VL-IDX) = WS-VL-KEY
              AND VT-TXN-TYPE (WS-VL-IDX) = WS-PROCESS-TYPE
               MOVE WS-VL-IDX TO WS-VL-ROW
           END-IF.
      *
      * この取引を含めた当日件数・金額（金額は入力金額の絶対値）を
      * 閾値と比較する。件数超過は 'VC'、金額超過は 'VA'
       CHECK-VELOCITY-LIMITS.
           PERFORM FIND-VELOCITY-ACCUM
           IF WS-AMOUNT < ZERO
               COMPUTE WS-VEL-ABS-AMOUNT = ZERO - WS-AMOUNT
           ELSE
               MOVE WS-AMOUNT TO WS-VEL-ABS-AMOUNT
           END-IF
           IF WS-VA-ROW > 0
               COMPUTE WS-VEL-DAY-COUNT = VA-COUNT (WS-VA-ROW) + 1
               COMPUTE WS-VEL-DAY-AMOUNT =
                   VA-AMOUNT (WS-VA-ROW) + WS-VEL-ABS-AMOUNT
           ELSE
               ADD 1 TO WS-VA-UNTRACKED-COUNT
               MOVE 1 TO WS-VEL-DAY-COUNT
               MOVE WS-VEL-ABS-AMOUNT TO WS-VEL-DAY-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-VL-MAX-COUNT > ZERO
                AND WS-VEL-DAY-COUNT > WS-VL-MAX-COUNT
                   MOVE 'Y' TO WS-VEL-TRIPPED-FLAG
                   MOVE 'VC' TO WS-VEL-REASON
               WHEN WS-VL-MAX-AMOUNT > ZERO
                AND WS-VEL-DAY-AMOUNT > WS-VL-MAX-AMOUNT
                   MOVE 'Y' TO WS-VEL-TRIPPED-FLAG
                   MOVE 'VA' TO WS-VEL-REASON
               WHEN WS-VA-ROW > 0
                   MOVE WS-VEL-DAY-COUNT TO VA-COUNT (WS-VA-ROW)
                   MOVE WS-VEL-DAY-AMOUNT TO VA-AMOUNT (WS-VA-ROW)
           END-EVALUATE.
      *
      * 当日累計行の検索（無ければ空きがある限り新規行を取る）
       FIND-VELOCITY-ACCUM.
           MOVE ZERO TO WS-VA-ROW
           IF WS-VA-COUNT > 0
               PERFORM MATCH-ONE-VELOCITY-ACCUM
                  VARYING WS-VA-IDX FROM 1 BY 1
                  UNTIL WS-VA-IDX > WS-VA-COUNT OR WS-VA-ROW > 0
           END-IF
           IF WS-VA-ROW = 0 AND WS-VA-COUNT < WS-VA-MAX
               ADD 1 TO WS-VA-COUNT
               MOVE WS-VA-COUNT TO WS-VA-ROW
               MOVE WS-CUSTOMER-ID TO VA-CUSTOMER-ID (WS-VA-ROW)
               MOVE WS-PROCESS-TYPE TO VA-TXN-TYPE (WS-VA-ROW)
               MOVE ZERO TO VA-COUNT (WS-VA-ROW)
               MOVE ZERO TO VA-AMOUNT (WS-VA-ROW)
           END-IF.
      *
       MATCH-ONE-VELOCITY-ACCUM.
           IF VA-CUSTOMER-ID (WS-VA-IDX) = WS-CUSTOMER-ID
              AND VA-TXN-TYPE (WS-VA-IDX) = WS-PROCESS-TYPE
               MOVE WS-VA-IDX TO WS-VA-ROW
           END-IF.
      *
      *----------------------------------------------------------------
      * 取引の保留（保留ファイルへ理由コード付きで書き、残高移動なし
      * の 'S' 監査行と朝の確認リストの明細行を書く。保留ファイルに
      * 書けなければ保留した取引を失うため、バッチを打ち切る）
      *----------------------------------------------------------------
       SUSPEND-TRANSACTION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SUSPENSE-ID
           MOVE WS-AUDIT-DATE TO WS-SUSPENSE-ID (1:8)
           MOVE 'S' TO WS-SUSPENSE-ID (9:1)
           MOVE WS-TXN-SEQUENCE-NO TO WS-SUSPENSE-ID (10:8)
           MOVE WS-SUSPENSE-ID TO SU-SUSPENSE-ID
           MOVE WS-AUDIT-DATE TO SU-SUSPEND-DATE
           MOVE WS-CUSTOMER-ID TO SU-CUSTOMER-ID
           MOVE WS-CUST-RANK TO SU-CUST-RANK
           MOVE WS-AMOUNT TO SU-AMOUNT
           MOVE WS-PROCESS-TYPE TO SU-PROCESS-TYPE
           MOVE WS-ORIGINAL-TXN-ID TO SU-ORIGINAL-TXN-ID
           MOVE WS-VEL-REASON TO SU-REASON-CODE
           MOVE WS-VEL-DAY-COUNT TO SU-DAY-COUNT
           MOVE WS-VEL-DAY-AMOUNT TO SU-DAY-AMOUNT
           MOVE WS-VL-MAX-COUNT TO SU-MAX-COUNT
           MOVE WS-VL-MAX-AMOUNT TO SU-MAX-AMOUNT
           MOVE WS-HDR-FILE-ID TO SU-SOURCE-FILE-ID
           WRITE SUSPENSE-FILE-RECORD
           IF NOT WS-SUSP-FILE-OK
               DISPLAY 'Suspense file write failed - status '
                       WS-SUSP-FILE-STATUS
                       ' - batch terminated so no suspended '
                       'transaction is lost.'
               MOVE 'Y' TO WS-TXN-EOF-FLAG
               MOVE 'Y' TO WS-SORT-EOF-FLAG
               MOVE 'Y' TO WS-BATCH-ABEND-FLAG
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'Suspense file write failed' TO WS-ERROR-MSG
               PERFORM LOG-BATCH-ERROR
           ELSE
               IF WS-GROUP-MODE
                   MOVE WS-GROUP-START-BALANCE TO WS-SUSPEND-BALANCE
               ELSE
                   MOVE WS-CUST-BALANCE TO WS-SUSPEND-BALANCE
               END-IF
               PERFORM WRITE-SUSPEND-AUDIT
               PERFORM WRITE-REVIEW-LINE
               ADD 1 TO WS-BATCH-SUSPEND-COUNT
               ADD WS-AMOUNT TO WS-BATCH-SUSPEND-AMOUNT
               MOVE WS-CUSTOMER-ID TO WS-LAST-PROCESSED-CUST-ID
           END-IF.
      *
      * 保留の監査行（取引種別 'S'、取引IDは保留ID、新旧残高は同額）
       WRITE-SUSPEND-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE TO AUD-TIMESTAMP (1:8)
           MOVE WS-AUDIT-TIME TO AUD-TIMESTAMP (9:8)
           MOVE WS-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE 'S' TO AUD-TXN-TYPE
           MOVE WS-SUSPENSE-ID TO AUD-TXN-ID
           MOVE WS-SUSPEND-BALANCE TO AUD-OLD-BALANCE
           MOVE WS-SUSPEND-BALANCE TO AUD-NEW-BALANCE
           MOVE .00 TO AUD-DISCOUNT-RATE
           MOVE ZERO TO AUD-SQLCODE
           MOVE 'S' TO AUD-STATUS
           MOVE 'V' TO AUD-LIMIT-FLAG
           MOVE 'B' TO AUD-POST-MODE
           WRITE AUDIT-FILE-RECORD.
      *
       WRITE-REVIEW-LINE.
           IF WS-RPT-OPEN
               MOVE WS-SUSPENSE-ID TO RV-SUSPENSE-ID
               MOVE WS-CUSTOMER-ID TO RV-CUSTOMER-ID
               MOVE WS-CUST-RANK TO RV-CUST-RANK
               MOVE WS-PROCESS-TYPE TO RV-PROCESS-TYPE
               MOVE WS-AMOUNT TO RV-AMOUNT
               MOVE WS-VEL-REASON TO RV-REASON-CODE
               MOVE WS-VEL-DAY-COUNT TO RV-DAY-COUNT
               MOVE WS-VL-MAX-COUNT TO RV-MAX-COUNT
               MOVE WS-VEL-DAY-AMOUNT TO RV-DAY-AMOUNT
               MOVE WS-VL-MAX-AMOUNT TO RV-MAX-AMOUNT
               IF WS-VEL-REASON = 'VC'
                   MOVE 'DAILY COUNT EXCEEDED' TO RV-REASON-TEXT
               ELSE
                   MOVE 'DAILY AMOUNT EXCEEDED' TO RV-REASON-TEXT
               END-IF
               WRITE REVIEW-REPORT-LINE FROM WS-RVW-DETAIL
           END-IF.
      *
      * 保留ファイルは追記オープン（無ければ新規作成）。開けなければ
      * 判定結果の行き先が無いため転記を始めない。確認リストは初回
      * 起動で新規作成し、再始動時は前回区間の明細に追記する
       OPEN-SUSPENSE-FILES.
           MOVE 'N' TO WS-SUSP-OPEN-FLAG
           MOVE 'N' TO WS-RPT-OPEN-FLAG
           OPEN EXTEND SUSPENSE-FILE
           EVALUATE TRUE
               WHEN WS-SUSP-FILE-OK
               WHEN WS-SUSP-FILE-CREATED
                   MOVE 'Y' TO WS-SUSP-OPEN-FLAG
               WHEN WS-SUSP-FILE-NOTFND
                   OPEN OUTPUT SUSPENSE-FILE
                   IF WS-SUSP-FILE-OK
                       MOVE 'Y' TO WS-SUSP-OPEN-FLAG
                   END-IF
           END-EVALUATE
           IF NOT WS-SUSP-OPEN
               DISPLAY 'Suspense file could not be opened - status '
                       WS-SUSP-FILE-STATUS
                       ' - batch not started.'
               MOVE 'Y' TO WS-TXN-EOF-FLAG
               MOVE 'Y' TO WS-BATCH-ABEND-FLAG
           ELSE
               IF WS-RESTART-SEQUENCE-NO > ZERO
                   OPEN EXTEND REVIEW-REPORT-FILE
               END-IF
               IF WS-RESTART-SEQUENCE-NO = ZERO
                  OR WS-RPT-FILE-STATUS = '35'
                   OPEN OUTPUT REVIEW-REPORT-FILE
                   IF WS-RPT-FILE-OK
                       ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                       MOVE WS-AUDIT-DATE TO RV-TITLE-DATE
                       MOVE WS-HDR-FILE-ID TO RV-TITLE-FILE-ID
                       WRITE REVIEW-REPORT-LINE FROM WS-RVW-TITLE
                       WRITE REVIEW-REPORT-LINE FROM WS-RVW-COLUMNS
                   END-IF
               END-IF
               IF WS-RPT-FILE-OK
                   MOVE 'Y' TO WS-RPT-OPEN-FLAG
               ELSE
                   DISPLAY 'Suspense review report could not be '
                           'opened - status ' WS-RPT-FILE-STATUS
                           ' - suspended items are on the suspense '
                           'file only.'
               END-IF
           END-IF.
      *
      * 打ち切り時は合計行を書かない（再始動が明細を追記するため）
       CLOSE-SUSPENSE-FILES.
           IF WS-RPT-OPEN
               IF NOT WS-BATCH-ABENDED
                   MOVE WS-BATCH-SUSPEND-COUNT TO RV-TOTAL-COUNT
                   MOVE WS-BATCH-SUSPEND-AMOUNT TO RV-TOTAL-AMOUNT
                   WRITE REVIEW-REPORT-LINE FROM WS-RVW-TOTALS
               END-IF
               CLOSE REVIEW-REPORT-FILE
               MOVE 'N' TO WS-RPT-OPEN-FLAG
           END-IF
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-FILE
               MOVE 'N' TO WS-SUSP-OPEN-FLAG
           END-IF.
      *
      *----------------------------------------------------------------
      * 実行モード判定（PARM の先頭が BATCH ならバッチ実行）
      *----------------------------------------------------------------
                   PERFORM INITIALIZE-BATCH
                   PERFORM READ-TRANSACTION UNTIL WS-TXN-EOF
                   PERFORM WRITE-BATCH-SUMMARY
                   PERFORM CLOSE-SUSPENSE-FILES
                   IF WS-TXN-FILE-OK OR WS-TXN-FILE-EOF
                       CLOSE TRANSACTION-FILE
                   END-IF
                          OUTPUT PROCEDURE IS PROCESS-SORTED-GROUPS
                   END-IF
                   PERFORM WRITE-BATCH-SUMMARY
                   PERFORM CLOSE-SUSPENSE-FILES
                   IF WS-TXN-FILE-OK OR WS-TXN-FILE-EOF
                       CLOSE TRANSACTION-FILE
                   END-IF
           MOVE SR-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE ZERO TO WS-RETURN-CODE
           PERFORM GET-CUSTOMER-INFO
           MOVE WS-CUST-BALANCE TO WS-GROUP-START-BALANCE
           MOVE SR-CUSTOMER-ID TO WS-GROUP-CUST-ID
           MOVE 'Y' TO WS-GROUP-OPEN-FLAG
           MOVE 'N' TO WS-GROUP-BAD-FLAG
           MOVE ZERO TO WS-GRP-CANCEL-COUNT
           MOVE ZERO TO WS-GRP-REDEEM-COUNT
           MOVE ZERO TO WS-GRP-ASSESS-COUNT
           MOVE ZERO TO WS-GRP-ESCHEAT-COUNT
           MOVE ZERO TO WS-GRP-PAYDED-COUNT
           MOVE ZERO TO WS-GRP-PAYDED-AMOUNT
           MOVE ZERO TO WS-GRP-AMOUNT
           MOVE ZERO TO WS-GRP-POINTS-ISSUED
           MOVE ZERO TO WS-GRP-POINTS-REDEEMED
                   PERFORM START-CUSTOMER-GROUP
               END-IF
           END-IF
      *    ベロシティ判定はバッファ満杯の途中転記の後に行う（途中
      *    転記で書くチェックポイントの累計に、未適用のこの取引を
      *    含めないため）
           IF WS-BATCH-ABENDED
               CONTINUE
           ELSE
               PERFORM SCREEN-VELOCITY
               IF WS-VEL-TRIPPED
                   PERFORM SUSPEND-TRANSACTION
               ELSE
                   PERFORM APPLY-GROUP-TXN-TYPE
               END-IF
           END-IF.
      *
       APPLY-GROUP-TXN-TYPE.
                   PERFORM APPLY-GROUP-REDEEM
               WHEN WS-TYPE-ASSESS
                   PERFORM APPLY-GROUP-ASSESS
               WHEN WS-TYPE-ESCHEAT
                   PERFORM APPLY-GROUP-ESCHEAT
               WHEN WS-TYPE-PAYDED
                   PERFORM APPLY-GROUP-PAYDED
           END-EVALUATE.
      *
       APPLY-GROUP-UPDATE.
               PERFORM WRITE-AUDIT-RECORD
               PERFORM LOG-BATCH-ERROR
           ELSE
      *        入金は休眠口座を復活させる（グループの UPDATE で確定）
               MOVE 'N' TO WS-CUST-DORMANT-FLAG
               ADD 1 TO WS-GRP-UPDATE-COUNT
               ADD WS-TOTAL-AMOUNT TO WS-GRP-AMOUNT
               ADD WS-POINTS-EARNED TO WS-GRP-POINTS-ISSUED
           IF WS-SUCCESS
               PERFORM CHECK-REVERSE-LIMITS
           END-IF
      *    元取引の取消済み印はグループのコミットで確定し、UPDATE
      *    失敗のロールバックで取り消される
           IF WS-SUCCESS
               PERFORM MARK-ORIGINAL-CANCELLED
           END-IF
           IF WS-SUCCESS
               COMPUTE WS-CUST-BALANCE =
                   WS-CUST-BALANCE - WS-TOTAL-AMOUNT
               COMPUTE WS-CUST-POINTS =
                   WS-CUST-POINTS - WS-REDEEM-POINTS
               PERFORM GENERATE-TXN-ID
      *        ポイント交換も顧客自身の取引として休眠口座を復活させる
               MOVE 'N' TO WS-CUST-DORMANT-FLAG
               ADD 1 TO WS-GRP-REDEEM-COUNT
               SUBTRACT WS-TOTAL-AMOUNT FROM WS-GRP-AMOUNT
               ADD WS-REDEEM-POINTS TO WS-GRP-POINTS-REDEEMED
           MOVE ZERO TO WS-POINTS-EARNED
           MOVE SPACES TO WS-TXN-ID
           MOVE WS-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM CHECK-ASSESS-DORMANT
           IF WS-SUCCESS
               PERFORM CHECK-ASSESS-LIMITS
           END-IF
           IF WS-ERROR
               PERFORM WRITE-AUDIT-RECORD
               PERFORM LOG-BATCH-ERROR
               END-IF
           END-IF.
      *
      * 保持中の残高を移管額だけ減らして0にする。休眠区分は移管済み
      * ('T') とし、グループの UPDATE で残高とともに確定する
       APPLY-GROUP-ESCHEAT.
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-CUST-BALANCE TO WS-OLD-BALANCE
           MOVE .00 TO WS-DISCOUNT-RATE
           MOVE SPACES TO WS-TXN-ID
           MOVE WS-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM CHECK-ESCHEAT
           IF WS-ERROR
               PERFORM WRITE-AUDIT-RECORD
               PERFORM LOG-BATCH-ERROR
           ELSE
               COMPUTE WS-CUST-BALANCE =
                   WS-CUST-BALANCE + WS-TOTAL-AMOUNT
               MOVE 'T' TO WS-CUST-DORMANT-FLAG
               PERFORM GENERATE-TXN-ID
               ADD 1 TO WS-GRP-ESCHEAT-COUNT
               ADD WS-TOTAL-AMOUNT TO WS-GRP-AMOUNT
               MOVE WS-TXN-ID TO GA-TXN-ID (WS-GRP-COUNT + 1)
               MOVE .00 TO GA-DISCOUNT-RATE (WS-GRP-COUNT + 1)
               PERFORM BUFFER-GROUP-AUDIT
           END-IF.
      *
      * 保持中の残高に給与控除額を入金する。割引・消費税・ポイント・
      * 限度額判定の対象外で、TXN_HISTORY には記録しない
       APPLY-GROUP-PAYDED.
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-CUST-BALANCE TO WS-OLD-BALANCE
           MOVE .00 TO WS-DISCOUNT-RATE
           MOVE WS-AMOUNT TO WS-TOTAL-AMOUNT
           COMPUTE WS-CUST-BALANCE =
               WS-CUST-BALANCE + WS-TOTAL-AMOUNT
           PERFORM GENERATE-TXN-ID
           ADD 1 TO WS-GRP-PAYDED-COUNT
           ADD WS-TOTAL-AMOUNT TO WS-GRP-PAYDED-AMOUNT
           ADD WS-TOTAL-AMOUNT TO WS-GRP-AMOUNT
           MOVE WS-TXN-ID TO GA-TXN-ID (WS-GRP-COUNT + 1)
           MOVE .00 TO GA-DISCOUNT-RATE (WS-GRP-COUNT + 1)
           PERFORM BUFFER-GROUP-AUDIT.
      *
      * 入金履歴の登録（グループのコミットで確定し、UPDATE 失敗の
      * ロールバックで取り消される）
       GROUP-INSERT-HISTORY.
           EXEC SQL
               INSERT INTO TXN_HISTORY
                      (TXN_ID, CUSTOMER_ID, AMOUNT_POSTED,
                       POINTS_EARNED, TXN_TYPE, CANCEL_FLAG)
               VALUES (:WS-TXN-ID, :WS-CUSTOMER-ID,
                       :WS-TOTAL-AMOUNT, :WS-POINTS-EARNED,
                       :WS-PROCESS-TYPE, 'N')
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 999 TO WS-RETURN-CODE
                       UPDATE CUSTOMER_MASTER
                       SET    CUST_BALANCE = :WS-CUST-BALANCE
                            , CUST_POINTS = :WS-CUST-POINTS
                            , DORMANT_FLAG = :WS-CUST-DORMANT-FLAG
                            , UPDATED_AT  = CURRENT_TIMESTAMP
                       WHERE  CUSTOMER_ID = :WS-GROUP-CUST-ID
                   END-EXEC
                           WS-BATCH-REDEEM-COUNT
                       ADD WS-GRP-ASSESS-COUNT TO
                           WS-BATCH-ASSESS-COUNT
                       ADD WS-GRP-ESCHEAT-COUNT TO
                           WS-BATCH-ESCHEAT-COUNT
                       ADD WS-GRP-PAYDED-COUNT TO
                           WS-BATCH-PAYDED-COUNT
                       ADD WS-GRP-PAYDED-AMOUNT TO
                           WS-BATCH-PAYDED-AMOUNT
                       ADD WS-GRP-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
                       ADD WS-GRP-POINTS-ISSUED TO
                           WS-BATCH-POINTS-ISSUED
      *----------------------------------------------------------------
      * 実行管理チェック（当日分が既に正常終了していれば二重実行と
      * して起動を拒否する。異常終了・中断のままならチェックポイント
      * 再始動として続行を許可し、開始状態を記録する。当日の復旧
      * 適用が実行中・異常終了・残高連鎖の断絶で停止のままなら起動を
      * 拒否する）
      *----------------------------------------------------------------
       CHECK-RUN-CONTROL.
           ACCEPT WS-RC-DATE FROM DATE YYYYMMDD
               DISPLAY 'Run control: CUSTPROC already posted for '
                       WS-RC-DATE ' - batch start refused.'
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE ZERO TO WS-RC-ROW
               IF WS-RC-COUNT > 0
                   PERFORM FIND-RECOVERY-RUN-ROW
                      VARYING WS-RC-IDX FROM 1 BY 1
                      UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-ROW > 0
               END-IF
               IF WS-RC-ROW > 0
                  AND (WS-RC-STATUS (WS-RC-ROW) = 'STARTED'
                    OR WS-RC-STATUS (WS-RC-ROW) = 'ABENDED'
                    OR WS-RC-STATUS (WS-RC-ROW) = 'CHAINBRK')
                   DISPLAY 'Run control: forward recovery shows '
                           WS-RC-STATUS (WS-RC-ROW)
                           ' - batch start refused.'
                   MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE 'STARTED' TO WS-RC-NEW-STATUS
               PERFORM POST-RUN-STATUS
           END-IF.
              AND WS-RC-RUN-DATE (WS-RC-IDX) = WS-RC-DATE
               MOVE WS-RC-IDX TO WS-RC-ROW
           END-IF.
      *
      * 当日の復旧適用（CUSTRCOV）の行を探す
       FIND-RECOVERY-RUN-ROW.
           IF WS-RC-SYSTEM-ID (WS-RC-IDX) = 'CUSTRCOV'
              AND WS-RC-RUN-DATE (WS-RC-IDX) = WS-RC-DATE
               MOVE WS-RC-IDX TO WS-RC-ROW
           END-IF.
      *
       LOAD-RUN-CONTROL.
           MOVE ZERO TO WS-RC-COUNT
           MOVE ZERO TO WS-BATCH-POINTS-ISSUED
           MOVE ZERO TO WS-BATCH-POINTS-REDEEMED
           MOVE ZERO TO WS-BATCH-ASSESS-COUNT
           MOVE ZERO TO WS-BATCH-ESCHEAT-COUNT
           MOVE ZERO TO WS-BATCH-PAYDED-COUNT
           MOVE ZERO TO WS-BATCH-PAYDED-AMOUNT
           MOVE ZERO TO WS-BATCH-SUSPEND-COUNT
           MOVE ZERO TO WS-BATCH-SUSPEND-AMOUNT
           MOVE ZERO TO WS-BATCH-ERROR-COUNT
           MOVE ZERO TO WS-BATCH-SEGMENT-ERROR-COUNT
           MOVE ZERO TO WS-TXN-SEQUENCE-NO
           MOVE ZERO TO WS-VA-COUNT
           MOVE ZERO TO WS-VA-UNTRACKED-COUNT
           MOVE 'N' TO WS-TXN-EOF-FLAG
           PERFORM LOAD-VELOCITY-TABLE
           PERFORM READ-LAST-CHECKPOINT
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TXN-FILE-OK
                       WS-TXN-FILE-STATUS
               MOVE 'Y' TO WS-TXN-EOF-FLAG
               MOVE 'Y' TO WS-BATCH-ABEND-FLAG
           END-IF
           IF WS-VEL-SCREEN-ON AND NOT WS-BATCH-ABENDED
               PERFORM OPEN-SUSPENSE-FILES
           END-IF.
      *
       READ-TRANSACTION.
                       END-IF
                       PERFORM LOG-BATCH-ERROR
                   ELSE
                       PERFORM SCREEN-VELOCITY
                       IF WS-VEL-TRIPPED
                           PERFORM SUSPEND-TRANSACTION
      *                    SELECT FOR UPDATE の行ロックを解放する
                           EXEC SQL COMMIT END-EXEC
                       ELSE
                           PERFORM APPLY-TRANSACTION
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-BATCH-TOTAL-COUNT
           MOVE WS-BATCH-POINTS-ISSUED TO CK-POINTS-ISSUED
           MOVE WS-BATCH-POINTS-REDEEMED TO CK-POINTS-REDEEMED
           MOVE WS-BATCH-ASSESS-COUNT TO CK-ASSESS-COUNT
           MOVE WS-BATCH-SUSPEND-COUNT TO CK-SUSPEND-COUNT
           MOVE WS-BATCH-SUSPEND-AMOUNT TO CK-SUSPEND-AMOUNT
           MOVE WS-BATCH-ESCHEAT-COUNT TO CK-ESCHEAT-COUNT
           MOVE WS-BATCH-PAYDED-COUNT TO CK-PAYDED-COUNT
           MOVE WS-BATCH-PAYDED-AMOUNT TO CK-PAYDED-AMOUNT
           OPEN OUTPUT CHECKPOINT-FILE
           IF NOT WS-CHKPT-FILE-OK
               DISPLAY 'Checkpoint file could not be opened - status '
               MOVE 'Y' TO WS-BATCH-ABEND-FLAG
           ELSE
               WRITE CHECKPOINT-FILE-RECORD
               IF WS-CHKPT-FILE-OK AND WS-VA-COUNT > 0
                   PERFORM WRITE-ONE-VELOCITY-CHECKPOINT
                      VARYING WS-VA-IDX FROM 1 BY 1
                      UNTIL WS-VA-IDX > WS-VA-COUNT
                         OR NOT WS-CHKPT-FILE-OK
               END-IF
               IF NOT WS-CHKPT-FILE-OK
                   DISPLAY 'Checkpoint write failed - status '
                           WS-CHKPT-FILE-STATUS
                          WS-BATCH-POINTS-REDEEMED
                      MOVE CK-ASSESS-COUNT TO
                          WS-BATCH-ASSESS-COUNT
                      MOVE CK-SUSPEND-COUNT TO
                          WS-BATCH-SUSPEND-COUNT
                      MOVE CK-SUSPEND-AMOUNT TO
                          WS-BATCH-SUSPEND-AMOUNT
                      MOVE CK-ESCHEAT-COUNT TO
                          WS-BATCH-ESCHEAT-COUNT
                      MOVE CK-PAYDED-COUNT TO
                          WS-BATCH-PAYDED-COUNT
                      MOVE CK-PAYDED-AMOUNT TO
                          WS-BATCH-PAYDED-AMOUNT
               END-READ
               MOVE 'N' TO WS-CK-EOF-FLAG
               IF WS-RESTART-SEQUENCE-NO = ZERO
                   MOVE 'Y' TO WS-CK-EOF-FLAG
               END-IF
               PERFORM READ-ONE-VELOCITY-CHECKPOINT UNTIL WS-CK-EOF
               CLOSE CHECKPOINT-FILE
           END-IF.
      *
      * ベロシティ累計の記録（チェックポイントの2行目以降）
       WRITE-ONE-VELOCITY-CHECKPOINT.
           MOVE 'VEL' TO CV-RECORD-MARK
           MOVE VA-CUSTOMER-ID (WS-VA-IDX) TO CV-CUSTOMER-ID
           MOVE VA-TXN-TYPE (WS-VA-IDX) TO CV-TXN-TYPE
           MOVE VA-COUNT (WS-VA-IDX) TO CV-COUNT
           MOVE VA-AMOUNT (WS-VA-IDX) TO CV-AMOUNT
           WRITE CHECKPOINT-VELOCITY-RECORD.
      *
      * 再始動時にベロシティ累計を復元する（チェックポイント時点の
      * 当日件数・金額から判定を続けるため）
       READ-ONE-VELOCITY-CHECKPOINT.
           READ CHECKPOINT-FILE
              AT END
                  MOVE 'Y' TO WS-CK-EOF-FLAG
              NOT AT END
                  IF CV-VELOCITY-MARK AND WS-VA-COUNT < WS-VA-MAX
                      ADD 1 TO WS-VA-COUNT
                      MOVE CV-CUSTOMER-ID TO
                          VA-CUSTOMER-ID (WS-VA-COUNT)
                      MOVE CV-TXN-TYPE TO VA-TXN-TYPE (WS-VA-COUNT)
                      MOVE CV-COUNT TO VA-COUNT (WS-VA-COUNT)
                      MOVE CV-AMOUNT TO VA-AMOUNT (WS-VA-COUNT)
                  END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      * 取引種別ごとの処理振り分け（オンライン／バッチ共用）
      *----------------------------------------------------------------
                   ELSE
                       PERFORM LOG-BATCH-ERROR
                   END-IF
               WHEN WS-TYPE-ESCHEAT
                   PERFORM ESCHEAT-CUSTOMER-BALANCE
                   IF WS-SUCCESS
                       ADD 1 TO WS-BATCH-ESCHEAT-COUNT
                       ADD WS-TOTAL-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
                       MOVE WS-CUSTOMER-ID TO
                           WS-LAST-PROCESSED-CUST-ID
                   ELSE
                       PERFORM LOG-BATCH-ERROR
                   END-IF
               WHEN WS-TYPE-PAYDED
                   PERFORM PAYDED-CUSTOMER-BALANCE
                   IF WS-SUCCESS
                       ADD 1 TO WS-BATCH-PAYDED-COUNT
                       ADD WS-TOTAL-AMOUNT TO WS-BATCH-PAYDED-AMOUNT
                       ADD WS-TOTAL-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
                       MOVE WS-CUSTOMER-ID TO
                           WS-LAST-PROCESSED-CUST-ID
                   ELSE
                       PERFORM LOG-BATCH-ERROR
                   END-IF
           END-EVALUATE.
      *
       LOG-BATCH-ERROR.
           DISPLAY 'Cancel (C):          ' WS-BATCH-CANCEL-COUNT
           DISPLAY 'Redeem (R):          ' WS-BATCH-REDEEM-COUNT
           DISPLAY 'Assess (A):          ' WS-BATCH-ASSESS-COUNT
           DISPLAY 'Turnover (E):        ' WS-BATCH-ESCHEAT-COUNT
           DISPLAY 'Payroll Ded (P):     ' WS-BATCH-PAYDED-COUNT
           DISPLAY 'Payroll Ded Amount:  ' WS-BATCH-PAYDED-AMOUNT
           DISPLAY 'Suspended (S):       ' WS-BATCH-SUSPEND-COUNT
           DISPLAY 'Suspended Amount:    ' WS-BATCH-SUSPEND-AMOUNT
           IF WS-VA-UNTRACKED-COUNT > 0
               DISPLAY '  Velocity table full - screened singly: '
                       WS-VA-UNTRACKED-COUNT
           END-IF
           DISPLAY 'Points Issued:       ' WS-BATCH-POINTS-ISSUED
           DISPLAY 'Points Redeemed:     ' WS-BATCH-POINTS-REDEEMED
           DISPLAY 'Total Amount Posted: ' WS-BATCH-TOTAL-AMOUNT
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE WS-AUDIT-DATE TO CT-RUN-DATE
               MOVE WS-BATCH-TOTAL-AMOUNT TO CT-NET-AMOUNT-POSTED
               MOVE WS-BATCH-SUSPEND-COUNT TO CT-SUSPEND-COUNT
               MOVE WS-BATCH-SUSPEND-AMOUNT TO CT-SUSPEND-AMOUNT
               MOVE WS-BATCH-PAYDED-COUNT TO CT-PAYDED-COUNT
               MOVE WS-BATCH-PAYDED-AMOUNT TO CT-PAYDED-AMOUNT
               WRITE CONTROL-TOTAL-RECORD
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
               MOVE 'Customer ID is required' TO WS-ERROR-MSG
           END-IF
      *
      *    評定(A)は符号付き金額（利息は正、手数料は負）を許す。
      *    移管(E)は残高を減らす負の金額のみ
           IF WS-AMOUNT < 0 AND NOT WS-TYPE-ASSESS
                            AND NOT WS-TYPE-ESCHEAT
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'Amount must be positive' TO WS-ERROR-MSG
           END-IF
      *
           IF WS-TYPE-ESCHEAT AND WS-AMOUNT NOT < ZERO
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'Turnover amount must be negative'
                   TO WS-ERROR-MSG
           END-IF
      *
           IF WS-TYPE-ASSESS AND WS-AMOUNT = ZERO
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'Assessment amount must not be zero'
                   TO WS-ERROR-MSG
           END-IF
      *
           IF WS-TYPE-PAYDED AND WS-AMOUNT = ZERO
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'Payroll deduction amount must not be zero'
                   TO WS-ERROR-MSG
           END-IF
      *
      *    ポイント交換はポイント数（整数）で指定する
           IF WS-TYPE-REDEEM
                    , CUST_RANK
                    , CUST_BALANCE
                    , CUST_POINTS
                    , COALESCE(DORMANT_FLAG, 'N')
               INTO  :WS-CUST-NAME
                    ,:WS-CUST-RANK
                    ,:WS-CUST-BALANCE
                    ,:WS-CUST-POINTS
                    ,:WS-CUST-DORMANT-FLAG
               FROM  CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
               FOR UPDATE
           COMPUTE WS-CUST-POINTS =
               WS-CUST-POINTS + WS-POINTS-EARNED
      *
      *    入金は休眠口座を復活させる
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET    CUST_BALANCE = :WS-CUST-BALANCE
                    , CUST_POINTS = :WS-CUST-POINTS
                    , DORMANT_FLAG = 'N'
                    , UPDATED_AT  = CURRENT_TIMESTAMP
               WHERE  CUSTOMER_ID = :WS-CUSTOMER-ID
           END-EXEC
               EXEC SQL
                   INSERT INTO TXN_HISTORY
                          (TXN_ID, CUSTOMER_ID, AMOUNT_POSTED,
                           POINTS_EARNED, TXN_TYPE, CANCEL_FLAG)
                   VALUES (:WS-TXN-ID, :WS-CUSTOMER-ID,
                           :WS-TOTAL-AMOUNT, :WS-POINTS-EARNED,
                           :WS-PROCESS-TYPE, 'N')
               END-EXEC
               EXEC SQL COMMIT END-EXEC
           END-IF
                   MOVE WS-TXN-ID TO AUD-TXN-ID
               WHEN WS-TYPE-ASSESS
                   MOVE WS-TXN-ID TO AUD-TXN-ID
               WHEN WS-TYPE-ESCHEAT
                   MOVE WS-TXN-ID TO AUD-TXN-ID
               WHEN WS-TYPE-PAYDED
                   MOVE WS-TXN-ID TO AUD-TXN-ID
               WHEN WS-TYPE-CANCEL
                   MOVE WS-ORIGINAL-TXN-ID TO AUD-TXN-ID
               WHEN OTHER
                   MOVE 'DB Error on CANCEL' TO WS-ERROR-MSG
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   PERFORM MARK-ORIGINAL-CANCELLED
                   IF WS-ERROR
                       EXEC SQL ROLLBACK END-EXEC
                   ELSE
                       EXEC SQL COMMIT END-EXEC
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
                   WS-CUST-BALANCE - WS-TOTAL-AMOUNT
               COMPUTE WS-CUST-POINTS =
                   WS-CUST-POINTS - WS-REDEEM-POINTS
      *        ポイント交換も休眠口座を復活させる
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET    CUST_BALANCE = :WS-CUST-BALANCE
                        , CUST_POINTS = :WS-CUST-POINTS
                        , DORMANT_FLAG = 'N'
                        , UPDATED_AT  = CURRENT_TIMESTAMP
                   WHERE  CUSTOMER_ID = :WS-CUSTOMER-ID
               END-EXEC
           MOVE ZERO TO WS-POINTS-EARNED
           MOVE SPACES TO WS-TXN-ID
           MOVE WS-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM CHECK-ASSESS-DORMANT
           IF WS-SUCCESS
               PERFORM CHECK-ASSESS-LIMITS
           END-IF
           IF WS-SUCCESS
               COMPUTE WS-CUST-BALANCE =
                   WS-CUST-BALANCE + WS-TOTAL-AMOUNT
                   EXEC SQL
                       INSERT INTO TXN_HISTORY
                              (TXN_ID, CUSTOMER_ID, AMOUNT_POSTED,
                               POINTS_EARNED, TXN_TYPE, CANCEL_FLAG)
                       VALUES (:WS-TXN-ID, :WS-CUSTOMER-ID,
                               :WS-TOTAL-AMOUNT, :WS-POINTS-EARNED,
                               :WS-PROCESS-TYPE, 'N')
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
               END-IF
           PERFORM WRITE-AUDIT-RECORD.
      *
      *----------------------------------------------------------------
      * 休眠残高の移管（E）。休眠口座の残高を全額、移管額として減らし
      * 0にする。休眠区分は移管済み（'T'）とする。取消(C)の対象に
      * しないため TXN_HISTORY には記録しない
      *----------------------------------------------------------------
       ESCHEAT-CUSTOMER-BALANCE.
           MOVE WS-CUST-BALANCE TO WS-OLD-BALANCE
           MOVE .00 TO WS-DISCOUNT-RATE
           MOVE SPACES TO WS-TXN-ID
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM CHECK-ESCHEAT
           IF WS-SUCCESS
               COMPUTE WS-CUST-BALANCE =
                   WS-CUST-BALANCE + WS-TOTAL-AMOUNT
               MOVE 'T' TO WS-CUST-DORMANT-FLAG
      *
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET    CUST_BALANCE = :WS-CUST-BALANCE
                        , DORMANT_FLAG = :WS-CUST-DORMANT-FLAG
                        , UPDATED_AT  = CURRENT_TIMESTAMP
                   WHERE  CUSTOMER_ID = :WS-CUSTOMER-ID
               END-EXEC
      *
               IF SQLCODE NOT = ZERO
                   MOVE 999 TO WS-RETURN-CODE
                   MOVE 'DB Error on TURNOVER' TO WS-ERROR-MSG
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   PERFORM GENERATE-TXN-ID
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
      *
      *----------------------------------------------------------------
      * 給与控除の入金（P）。給与から控除済みの金額をそのまま入金
      * する（割引・消費税・ポイント・限度額判定の対象外）。取消(C)
      * の対象にしないため TXN_HISTORY には記録しない
      *----------------------------------------------------------------
       PAYDED-CUSTOMER-BALANCE.
           MOVE WS-CUST-BALANCE TO WS-OLD-BALANCE
           MOVE .00 TO WS-DISCOUNT-RATE
           MOVE SPACES TO WS-TXN-ID
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-AMOUNT TO WS-TOTAL-AMOUNT
           COMPUTE WS-CUST-BALANCE =
               WS-CUST-BALANCE + WS-TOTAL-AMOUNT
      *
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET    CUST_BALANCE = :WS-CUST-BALANCE
                    , UPDATED_AT  = CURRENT_TIMESTAMP
               WHERE  CUSTOMER_ID = :WS-CUSTOMER-ID
           END-EXEC
      *
           IF SQLCODE NOT = ZERO
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'DB Error on PAYROLL DEDUCTION' TO WS-ERROR-MSG
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               PERFORM GENERATE-TXN-ID
               EXEC SQL COMMIT END-EXEC
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
      *
      *----------------------------------------------------------------
      * 取消対象の元取引を TXN_HISTORY から検索し、入金時の金額を
      * WS-TOTAL-AMOUNT に取得する
      *----------------------------------------------------------------
           END-EVALUATE.
      *
      *----------------------------------------------------------------
      * 取消した元取引の TXN_HISTORY 行に取消済み印を付ける（ランク
      * 審査の対象金額から除くため）。コミットは呼出し側で行う
      *----------------------------------------------------------------
       MARK-ORIGINAL-CANCELLED.
           EXEC SQL
               UPDATE TXN_HISTORY
               SET    CANCEL_FLAG = 'Y'
               WHERE  TXN_ID = :WS-ORIGINAL-TXN-ID
                 AND  CUSTOMER_ID = :WS-CUSTOMER-ID
           END-EXEC
      *
           IF SQLCODE NOT = ZERO
               MOVE 999 TO WS-RETURN-CODE
               MOVE 'DB Error on cancel history update'
                   TO WS-ERROR-MSG
           END-IF.
      *
      *----------------------------------------------------------------
      * 結果組み立て
      *----------------------------------------------------------------
       BUILD-RESULT.
