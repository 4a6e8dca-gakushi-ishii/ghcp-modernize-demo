      *----------------------------------------------------------------
      * 評価減引当ルールレコード（RESERVE-RULE-FILE）共通レイアウト
      * INVENTORY-RESERVE が商品・拠点ごとの引当率を決めるのに用いる
      * （data/reserve_rules.dat）。該当するルールのうち最も高い
      * 引当率を採用する。
      * - RSR-RULE-TYPE  A＝最終入庫からの経過月数
      *                  C＝在庫月数（手持数量÷月平均出庫数量）
      *                  E＝使用期限までの日数（ロット単位。期限切れ
      *                    は 0 日として扱う）
      *                  G＝商品分類（帯域は見ない）
      * - RSR-CATEGORY   対象の商品分類。先頭が '*' なら全分類
      * - RSR-LOW／HIGH  帯域の下限・上限（いずれも含む）
      * - RSR-PERCENT    引当率（%）
      *----------------------------------------------------------------
       01 RESERVE-RULE-RECORD.
           05 RSR-RULE-TYPE      PIC X(1).
               88 RSR-AGE-RULE   VALUE 'A'.
               88 RSR-COVER-RULE VALUE 'C'.
               88 RSR-EXPIRY-RULE VALUE 'E'.
               88 RSR-CATEGORY-RULE VALUE 'G'.
           05 RSR-CATEGORY       PIC X(10).
           05 RSR-LOW            PIC 9(5).
           05 RSR-HIGH           PIC 9(5).
           05 RSR-PERCENT        PIC 9(3)V99.
