      *----------------------------------------------------------------
      * 承認待ち保守依頼レコード（PENDING-FILE）共通レイアウト
      * INVENTORY-MAINT が要承認と判定した保守依頼を、受付番号を
      * 付けて保留する（data/maint_pending.dat）。依頼者以外の
      * 承認（MAINTAPV 登録集）があれば次回実行時に反映し、所定の
      * 日数を過ぎても承認されないものは失効させる。
      * - PND-REQUEST-ID   受付番号（保留日＋4桁の連番）
      * - PND-REASON-CODE  要承認の理由
      *                      QOVR 数量の上書き
      *                      PRCE 所定率を超える単価変更
      *                      LOTF 在庫のある商品のロット管理区分変更
      *                      DSTK／DLOT／DOPO／DBKO 在庫・ロット・
      *                      未消込発注・バックオーダーの残る商品の
      *                      廃止
      * - PND-REQUEST      保守依頼レコード（MAINTREQ）のイメージ
      *----------------------------------------------------------------
       01 PENDING-RECORD.
           05 PND-REQUEST-ID     PIC X(12).
           05 PND-HELD-DATE      PIC X(8).
           05 PND-REASON-CODE    PIC X(4).
           05 PND-REQUEST        PIC X(81).
