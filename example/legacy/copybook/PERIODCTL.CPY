      *----------------------------------------------------------------
      * 会計期間管理レコード（PERIOD-FILE）共通レイアウト
      * 月次締めプログラム INVENTORY-CLOSE が締めた会計期間（年月）
      * ごとに1件保持する（data/period_control.dat）。締め時点の
      * 受払台帳の期末数量・評価額合計と、スナップショット・GL
      * 連携との突合で差異があったかを併せて記録する。
      * INVENTORY-MGMT は締め済みの最も新しい期間以前の発効日を
      * 持つトランザクションを締め済み期間として却下する。
      *----------------------------------------------------------------
       01 PERIOD-RECORD.
           05 PRD-PERIOD         PIC X(6).
           05 PRD-STATUS         PIC X(1).
               88 PRD-CLOSED     VALUE 'C'.
           05 PRD-CLOSE-DATE     PIC X(8).
           05 PRD-CLOSE-TIME     PIC X(6).
           05 PRD-CLOSE-QTY      PIC S9(9) SIGN LEADING SEPARATE.
           05 PRD-CLOSE-VALUE    PIC 9(10)V99.
           05 PRD-DIFF-FLAG      PIC X(1).
               88 PRD-RECONCILED VALUE 'Y'.
