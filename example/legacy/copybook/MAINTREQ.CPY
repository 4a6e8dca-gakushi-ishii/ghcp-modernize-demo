      *----------------------------------------------------------------
      * 在庫マスタ保守依頼レコード（MAINT-REQUEST-FILE）共通
      * レイアウト。INVENTORY-MAINT が読み込み、在庫マスタへ
      * ADD（新規登録）・CHG（更新）・DEL（廃止）を反映する。
      * 発注点計画プログラム INVENTORY-REPLAN は承認済みの推奨値
      * （閾値＝発注点・補充目標在庫水準）をこのレイアウトの CHG
      * として書き出す。
      * CHG では名称・分類・数量・単価・閾値・ロット管理区分・
      * 補充目標在庫水準の各項目とも、空白なら現行値を据え置く。
      * MAINT-REQUESTER-ID は依頼者（入力者）の利用者ID。数量の
      * 上書き・大幅な単価変更などの要承認依頼は、依頼者以外の
      * 承認があるまで保留される（INVENTORY-MAINT 参照）。
      *----------------------------------------------------------------
       01 MAINT-RECORD.
           05 MAINT-ACTION       PIC X(3).
           05 MAINT-PRODUCT-ID   PIC X(10).
           05 MAINT-LOCATION     PIC X(5).
           05 MAINT-PRODUCT-NAME PIC X(20).
           05 MAINT-CATEGORY     PIC X(10).
           05 MAINT-QUANTITY     PIC X(5).
           05 MAINT-UNIT-PRICE   PIC 9(7)V99.
           05 MAINT-UNIT-PRICE-X REDEFINES MAINT-UNIT-PRICE
                                 PIC X(9).
           05 MAINT-THRESHOLD    PIC X(5).
           05 MAINT-LOT-FLAG     PIC X(1).
           05 MAINT-ORDER-UP-TO  PIC X(5).
           05 MAINT-REQUESTER-ID PIC X(8).
