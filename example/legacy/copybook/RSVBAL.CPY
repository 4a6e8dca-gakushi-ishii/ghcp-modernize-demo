      *----------------------------------------------------------------
      * 評価減引当金残高レコード（RESERVE-BALANCE-FILE）共通
      * レイアウト。INVENTORY-RESERVE が直近に計上した商品・拠点
      * ごとの引当金残高（data/reserve_balance.dat）。次回の実行は
      * この残高との差額だけを GL へ計上し、前回との比較に用いる。
      * 引当金のある明細だけを保持する。
      *----------------------------------------------------------------
       01 RESERVE-BALANCE-RECORD.
           05 RSB-PERIOD         PIC X(6).
           05 RSB-PRODUCT-ID     PIC X(10).
           05 RSB-LOCATION       PIC X(5).
           05 RSB-CATEGORY       PIC X(10).
           05 RSB-VALUE          PIC 9(10)V99.
           05 RSB-RESERVE        PIC 9(10)V99.
           05 RSB-PERCENT        PIC 9(3)V99.
